      *****************************************
      * Untagged-Sale Research Queue Record   *
      * A Dealer Sale Keyed With No Item      *
      * Number Is Held Here By Chapt18d Until *
      * Chapt24o Matches It To An Item And    *
      * Releases It Back Into The Transaction *
      * File.  Chapt24p Ages What Is Left     *
      *****************************************
       01  Untagged-Sale-Record.
           03  Untag-Queued-Date       Pic 9(8).
           03  Filler                  Pic X.
           03  Untag-Trans-Data.
               05  Untag-Date          Pic 9(8).
               05  Untag-Type          Pic X(4).
               05  Untag-Dealer        Pic X(8).
               05  Untag-Price         Pic S9(7)v99.
               05  Untag-Qty           Pic 9(3).
               05  Untag-Class         Pic X.
               05  Untag-Item          Pic X(12).
               05  Untag-Store         Pic X(4).
               05  Untag-Receipt       Pic 9(6).
               05  Filler              Pic X(55).
