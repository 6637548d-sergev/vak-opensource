      *****************************************
      * Operator Shift Schedule - One Shift   *
      * Per Operator Per Day, Kept By The     *
      * Chapt25u Schedule Screen.  Times Are  *
      * HHMM And The Shift Ends The Same Day  *
      *****************************************
       01  Shift-Schedule-Record.
           03  Sch-Operator            Pic X(4).
           03  Filler                  Pic X.
           03  Sch-Date                Pic 9(8).
           03  Filler                  Pic X.
           03  Sch-Start               Pic 9(4).
           03  Filler                  Pic X.
           03  Sch-End                 Pic 9(4).
           03  Filler                  Pic X.
           03  Sch-Entered-By          Pic X(4).
