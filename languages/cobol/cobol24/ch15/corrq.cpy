      *****************************************
      * Outbound Correspondence Queue Record  *
      * One Record Per Piece Handed To The    *
      * Mail-Merge PC; Written By The         *
      * Statement, Notice, Invoice And        *
      * Escalation Runs, Worked By Chapt19p   *
      *****************************************
       01  Corr-Queue-Record.
           03  Corr-Date               Pic 9(8).
           03  Filler                  Pic X.
           03  Corr-Doc-Type           Pic X(4).
               88  Corr-Statement      Value "STMT".
               88  Corr-Overdue-Notice Value "OVRD".
               88  Corr-Rent-Invoice   Value "RINV".
               88  Corr-Sold-Notice    Value "SOLD".
               88  Corr-Esc-Notice     Value "ESCN".
               88  Corr-Doc-Lapsed     Value "DOCL".
               88  Corr-Inspection-Failed Value "INSP".
      *        A Pickup Final Notice Goes To The Customer, So
      *        Corr-Dealer Carries The Customer Number
               88  Corr-Pickup-Notice  Value "PKUP".
      *        So Does A Returned-Check Collection Letter
               88  Corr-Returned-Check Value "RCK1" "RCK2" "RCK3".
      *        A Bank Detail Change Is Confirmed By Letter To The
      *        Address On File, Never By Email
               88  Corr-Bank-Change    Value "BANK".
           03  Filler                  Pic X.
           03  Corr-Dealer             Pic X(8).
           03  Filler                  Pic X.
           03  Corr-Contact-Pref       Pic X.
           03  Filler                  Pic X.
           03  Corr-Status-Code        Pic X.
               88  Corr-Queued         Value "Q".
               88  Corr-Sent           Value "S".
               88  Corr-Bounced        Value "B".
               88  Corr-Undeliverable  Value "U".
           03  Filler                  Pic X.
           03  Corr-Status-Date        Pic 9(8).
           03  Filler                  Pic X.
           03  Corr-Status-Operator    Pic X(4).
