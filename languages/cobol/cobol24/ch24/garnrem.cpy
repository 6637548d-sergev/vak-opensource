      *****************************************
      * Garnishment Withheld And Remitted     *
      * One W Row Each Time Chapt20c Takes An *
      * Order's Share Out Of A Payout, One R  *
      * Row For Each Check Sent To The        *
      * Agency.  Withheld Less Remitted Is    *
      * Still Owed To The Agency              *
      *****************************************
       01  Garnishment-Remit-Record.
           03  Grem-Date               Pic 9(8).
           03  Grem-Date-X Redefines Grem-Date.
               05  Grem-MM             Pic 99.
               05  Grem-DD             Pic 99.
               05  Grem-YYYY           Pic 9(4).
           03  Filler                  Pic X.
           03  Grem-Type               Pic X.
               88  Grem-Withheld       Value "W".
               88  Grem-Remitted       Value "R".
           03  Filler                  Pic X.
           03  Grem-Dealer             Pic X(8).
           03  Filler                  Pic X.
           03  Grem-Order-Number       Pic X(15).
           03  Filler                  Pic X.
           03  Grem-Amount             Pic S9(7)v99.
           03  Filler                  Pic X.
      *    Payout Before This Order Was Taken, W Rows
           03  Grem-Payout-Amount      Pic S9(7)v99.
           03  Filler                  Pic X.
      *    Agency Check, R Rows
           03  Grem-Check-Number       Pic X(10).
           03  Filler                  Pic X.
           03  Grem-Agency-Code        Pic X(8).
