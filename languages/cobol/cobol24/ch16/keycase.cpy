      *****************************************
      * Locked Showcase Key Record            *
      * One Record Per Locked Case, Keyed By  *
      * The Case's Floor Location Code (The   *
      * Item-Location Chapt14w Moves Items    *
      * Into).  Shows Who Holds The Key Now.  *
      * Kept By Chapt16h, Reported By Chapt16i*
      *****************************************
       01  Key-Case-Record.
           03  Case-Location           Pic X(4).
           03  Case-Key-Number         Pic X(6).
           03  Case-Description        Pic X(30).
           03  Case-Key-Status         Pic X.
               88  Case-Key-In         Value "I".
               88  Case-Key-Out        Value "O".
           03  Case-Holder-Operator    Pic X(4).
      *    Dealer Restocking Their Own Case, Else Spaces
           03  Case-Holder-Dealer      Pic X(8).
           03  Case-Out-Date           Pic 9(8).
           03  Case-Out-Time           Pic 9(6).
           03  Filler                  Pic X(13).
