      *****************************************
      * Indexed Sales History Record          *
      * One Row Per Posted Dealer Share Or    *
      * Store Sale, Written By Chapt18d Next  *
      * To The TransHist.TXT Archive.  Keyed  *
      * By Dealer And Sale Date, With Item,   *
      * Customer And Receipt Alternate Keys   *
      * So Inquiries Go Straight To The Rows  *
      *****************************************
       01  Sales-History-Record.
           03  SH-Key.
               05  SH-Dealer           Pic X(8).
      *        Sale Date As YYYYMMDD So The Key Runs In Date Order
               05  SH-Key-Date         Pic 9(8).
               05  SH-Sequence         Pic 9(6).
           03  SH-Sale-Date            Pic 9(8).
           03  SH-Sale-Date-X Redefines SH-Sale-Date.
               05  SH-Sale-MM          Pic 99.
               05  SH-Sale-DD          Pic 99.
               05  SH-Sale-YYYY        Pic 9(4).
           03  SH-Store                Pic X(4).
           03  SH-Category             Pic X(4).
           03  SH-Qty                  Pic 9(3).
           03  SH-Amount               Pic S9(7)v99.
           03  SH-Commission           Pic S9(6)v99.
           03  SH-Item                 Pic X(12).
           03  SH-Receipt              Pic 9(6).
           03  SH-Customer             Pic X(8).
           03  SH-Tender               Pic X.
           03  SH-Operator             Pic X(4).
           03  SH-Class                Pic X.
           03  SH-Card-Fee             Pic S9(5)v99.
           03  SH-Exempt-Cert          Pic X(12).
           03  Filler                  Pic X(20).
