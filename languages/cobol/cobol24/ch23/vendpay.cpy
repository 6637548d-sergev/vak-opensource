      *****************************************
      * Vendor Payment History Record         *
      * One Per Check Chapt21r Issues; Read   *
      * By Chapt20j For Positive Pay And By   *
      * Chapt20d For The Year-End 1099s       *
      *****************************************
       01  Vendor-Payment-Record.
           03  Vend-Pay-Vendor         Pic X(8).
           03  Filler                  Pic X.
           03  Vend-Pay-Check-Number   Pic X(10).
           03  Filler                  Pic X.
           03  Vend-Pay-Date           Pic 9(8).
           03  Vend-Pay-Date-X Redefines Vend-Pay-Date.
               05  Vend-Pay-MM         Pic 99.
               05  Vend-Pay-DD         Pic 99.
               05  Vend-Pay-YYYY       Pic 9(4).
           03  Filler                  Pic X.
           03  Vend-Pay-Amount         Pic S9(6)v99.
           03  Filler                  Pic X.
           03  Vend-Pay-Cleared-Date   Pic X(8).
           03  Filler                  Pic X.
           03  Vend-Pay-Method         Pic X.
