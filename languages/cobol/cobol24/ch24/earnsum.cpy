      *****************************************
      * Dealer Annual Earnings Summary Record *
      * One Per Dealer For The Tax Year,      *
      * Written By Chapt24y And Shown On The  *
      * Chapt24c Dealer Kiosk                 *
      *****************************************
       01  Earn-Summary-Record.
           03  Earn-Tax-Year           Pic 9(4).
           03  Filler                  Pic X.
           03  Earn-Dealer             Pic X(8).
           03  Filler                  Pic X.
           03  Earn-Gross-Sales        Pic S9(7)v99.
           03  Filler                  Pic X.
           03  Earn-Commission         Pic S9(7)v99.
           03  Filler                  Pic X.
           03  Earn-Card-Fees          Pic S9(7)v99.
           03  Filler                  Pic X.
           03  Earn-Rent-Paid          Pic S9(7)v99.
           03  Filler                  Pic X.
           03  Earn-Late-Fees          Pic S9(7)v99.
           03  Filler                  Pic X.
           03  Earn-Nsf-Fees           Pic S9(7)v99.
           03  Filler                  Pic X.
           03  Earn-Repairs            Pic S9(7)v99.
           03  Filler                  Pic X.
           03  Earn-Charge-Backs       Pic S9(7)v99.
           03  Filler                  Pic X.
           03  Earn-Settlements        Pic S9(7)v99.
           03  Filler                  Pic X.
           03  Earn-Advances           Pic S9(7)v99.
           03  Filler                  Pic X.
           03  Earn-Recovered          Pic S9(7)v99.
           03  Filler                  Pic X.
           03  Earn-Withheld           Pic S9(7)v99.
           03  Filler                  Pic X.
           03  Earn-Net-Payouts        Pic S9(7)v99.
           03  Filler                  Pic X.
           03  Earn-Reported-1099      Pic S9(7)v99.
