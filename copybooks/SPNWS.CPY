      *      Shared Working-Storage fields for the sponsor notices
      *      (SPNWRT.CPY).  COPY SPNWS into Working-Storage Section.
      *      The caller sets WS-Spn-Event, WS-Spn-Date, WS-Spn-Dest
      *      and WS-Spn-Program, has the animal's record in InRecord,
      *      and performs 890-NotifySponsors; WS-Spn-Written counts
      *      the notices raised over the run.
       01   WS-Sps-Status       Pic XX.
       01   WS-Sps-EOF          Pic X Value "N".
            88  WS-Sps-AtEnd        Value "Y".
       01   WS-Spo-Status       Pic XX.
       01   WS-Spo-EOF          Pic X Value "N".
            88  WS-Spo-AtEnd        Value "Y".
       01   WS-Spn-Status       Pic XX.
       01   WS-Spn-EOF          Pic X Value "N".
            88  WS-Spn-AtEnd        Value "Y".
       01   WS-Spn-Event        Pic X(1).
       01   WS-Spn-Date         Pic X(8).
       01   WS-Spn-Dest         Pic X(10).
       01   WS-Spn-Program      Pic X(8).
       01   WS-Spn-Today-Raw    Pic 9(8).
       01   WS-Spn-Written      Pic 9(5) Value 0.
       01   WS-Spn-Sub          Pic 9(2).
       01   WS-Spn-Hit-Table.
           05  WS-Spn-Hits         Pic 9(2) Value 0.
           05  WS-Spn-Hit          Occurs 50 Times.
               10  WS-Spn-Hit-Id       Pic X(6).
               10  WS-Spn-Hit-Keep     Pic X(1).
               10  WS-Spn-Hit-Name     Pic X(20).
               10  WS-Spn-Hit-Address  Pic X(30).
               10  WS-Spn-Hit-City     Pic X(20).
               10  WS-Spn-Hit-PostCode Pic X(10).
