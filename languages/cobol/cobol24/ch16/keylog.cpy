      *****************************************
      * Case Key Checkout / Return Log        *
      * Every Hand-Off Of A Locked Case Key,  *
      * Written By Chapt16h                   *
      *****************************************
       01  Key-Log-Record.
           03  Log-Date                Pic 9(8).
           03  Filler                  Pic X.
           03  Log-Time                Pic 9(6).
           03  Filler                  Pic X.
           03  Log-Case-Location       Pic X(4).
           03  Filler                  Pic X.
           03  Log-Key-Number          Pic X(6).
           03  Filler                  Pic X.
           03  Log-Action              Pic X.
               88  Log-Key-Checked-Out Value "O".
               88  Log-Key-Returned    Value "R".
           03  Filler                  Pic X.
           03  Log-Operator            Pic X(4).
           03  Filler                  Pic X.
           03  Log-Dealer              Pic X(8).
