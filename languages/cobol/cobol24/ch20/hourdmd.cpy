      *****************************************
      * Register Demand By Weekday And Hour   *
      * Written By Chapt20m For The Period It *
      * Analyzed; Read By The Chapt25v Shift  *
      * Coverage Report.  Weekday 1 = Sunday  *
      *****************************************
       01  Hour-Demand-Record.
           03  Dmd-Weekday             Pic 9.
           03  Filler                  Pic X.
           03  Dmd-Hour                Pic 99.
           03  Filler                  Pic X.
           03  Dmd-Trans-Count         Pic 9(7).
           03  Filler                  Pic X.
           03  Dmd-Day-Count           Pic 9(5).
           03  Filler                  Pic X.
           03  Dmd-Average             Pic 9(5)v99.
           03  Filler                  Pic X.
           03  Dmd-From-Date           Pic 9(8).
           03  Filler                  Pic X.
           03  Dmd-To-Date             Pic 9(8).
