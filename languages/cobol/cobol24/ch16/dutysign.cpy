      *****************************************
      * Dealer Floor-Duty Shift Signup - One  *
      * Per Dealer Per Day, Kept By The       *
      * Chapt16q Signup Screen.  Times HHMM   *
      *****************************************
       01  Duty-Signup-Record.
           03  Sign-Dealer             Pic X(8).
           03  Filler                  Pic X.
           03  Sign-Date               Pic 9(8).
           03  Filler                  Pic X.
           03  Sign-Start              Pic 9(4).
           03  Filler                  Pic X.
           03  Sign-End                Pic 9(4).
           03  Filler                  Pic X.
           03  Sign-Entered-By         Pic X(4).
