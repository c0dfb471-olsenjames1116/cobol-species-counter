      *      Shared FD record layout for lab3-receipts.dat, the desk's
      *      receipt book -- one row per payment taken, keyed by Lab3bk
      *      and numbered by it in sequence.  RcpType says what the
      *      money was for: F an adoption fee, D a donation, R an
      *      owner's reclaim fee.  RcpRef is the animal number (or the
      *      adopter's AdpId) the payment relates to; a donation may
      *      leave it blank.  RcpOperator is who took the money, so the
      *      bookkeeper can total each drawer.  The file is only ever
      *      appended to: a receipt taken in error is cancelled by a V
      *      row carrying the cancelled receipt's number in RcpVoidOf
      *      and its amount, keyed the same day.  Lab3bl reconciles the
      *      fees against lab3-adoptions.dat nightly.  COPY RCPREC into
      *      the File Section FD for RcpFile.
       01   RcpRecord.
           05  RcpNumber       Pic 9(6).
           05  Filler          Pic X(2)  Value Spaces.
           05  RcpDate         Pic X(8).
           05  Filler          Pic X(2)  Value Spaces.
           05  RcpOperator     Pic X(8).
           05  Filler          Pic X(2)  Value Spaces.
           05  RcpType         Pic X(1).
               88  Rcp-AdoptionFee Value "F".
               88  Rcp-Donation    Value "D".
               88  Rcp-ReclaimFee  Value "R".
               88  Rcp-Void        Value "V".
           05  Filler          Pic X(2)  Value Spaces.
           05  RcpRef          Pic X(7).
           05  RcpVoidRef Redefines RcpRef.
               10  RcpVoidOf       Pic 9(6).
               10  Filler          Pic X(1).
           05  Filler          Pic X(2)  Value Spaces.
           05  RcpAmount       Pic 9(5)V99.
           05  Filler          Pic X(2)  Value Spaces.
           05  RcpPayer        Pic X(20).
