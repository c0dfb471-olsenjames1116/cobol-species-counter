      *      lab3-in.dat -- a blank before-image means the entry was an add and the backout deletes the key.  Each reversal is journaled as a LAB3AH BACKOUT entry with its own before and after
      *      images, so the backout is as answerable as the change it undid.  Backouts are destructive enough to require
      *      supervisor authority, like Lab3p restores and Lab3t merges.  Entries journaled before the audit images widened
      *      read back misaligned and must not be selected -- keep the date range on this side of that cutover.  Lab3ba's
      *      PERCLOSE and PEROVRD period-close entries are never selected -- they journal a decision, not a changed record.
      *      Lab3r's VISIT entries are skipped the same way -- a visit record leads with an animal number and would otherwise
      *      pass for an InRecord add.  Lab3bg's ANONADP adopter-anonymization entries are skipped like the period-close
      *      entries: their before-images are starred out on purpose and there is nothing to put back.

       Identification Division.
       Program-ID.  Lab3ah.
               Close AudFile
           End-If.

      *      The period-close entries (Lab3ba's PERCLOSE and the
      *      PEROVRD overrides) record a decision, not a change to
      *      either file -- their images are neither shape and there
      *      is nothing to put back.  A Lab3r VISIT entry carries a
      *      visit record that leads with an animal number, so it
      *      would pass for an InRecord add and delete the animal.
      *      Lab3bg's ANONADP entries carry adopter records whose
      *      before-image is starred out -- there is nothing in them
      *      to restore, and an adopter record is neither shape.
       110-FilterOneEntry.
           Move "Y" to WS-Match-Flag
           If AudAction = "PERCLOSE" Or AudAction = "PEROVRD"
              Or AudAction = "VISIT" Or AudAction = "ANONADP"
               Move "N" to WS-Match-Flag
           End-If
           If WS-From-Date Not = Spaces
              And AudDate < WS-From-Date
               Move "N" to WS-Match-Flag
