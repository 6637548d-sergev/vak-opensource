      *****************************************
      * Trade Discount Log Record             *
      * One Line For Each Register Line Sold  *
      * At A Trade Discount.  Written By      *
      * Chapt18a/18b, Reported Monthly By     *
      * Chapt24r.  Voids Log A Negative       *
      * Discount                              *
      *****************************************
       01  Trade-Discount-Log-Record.
           03  Disc-Date               Pic 9(8).
           03  Disc-Date-X Redefines Disc-Date.
               05  Disc-MM             Pic 99.
               05  Disc-DD             Pic 99.
               05  Disc-YYYY           Pic 9(4).
           03  Filler                  Pic X.
           03  Disc-Customer           Pic X(8).
           03  Filler                  Pic X.
           03  Disc-Class              Pic X.
           03  Filler                  Pic X.
           03  Disc-Percent            Pic 9(2).
           03  Filler                  Pic X.
           03  Disc-Receipt            Pic 9(6).
           03  Filler                  Pic X.
           03  Disc-Item               Pic X(12).
           03  Filler                  Pic X.
           03  Disc-Dealer             Pic X(8).
           03  Filler                  Pic X.
           03  Disc-Qty                Pic 9(3).
           03  Filler                  Pic X.
      *    Extended Line Amount Before And After The Discount
           03  Disc-Gross-Amount       Pic S9(7)v99.
           03  Filler                  Pic X.
           03  Disc-Net-Amount         Pic S9(7)v99.
           03  Filler                  Pic X.
           03  Disc-Amount             Pic S9(7)v99.
           03  Filler                  Pic X.
           03  Disc-Operator           Pic X(4).
