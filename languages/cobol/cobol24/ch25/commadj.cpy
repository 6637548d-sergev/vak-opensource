      *****************************************
      * Commission Adjustment Record          *
      * Volume Tier True-Up Ledger.  Chapt21v *
      * Posts A T Row Per Dealer Each Month;  *
      * Chapt20c Writes An A Row As The       *
      * Amount Settles Through A Payout.      *
      * Positive Amounts Charge The Dealer,   *
      * Negative Amounts Credit The Dealer    *
      *****************************************
       01  Commission-Adjust-Record.
           03  Comm-Adj-Dealer         Pic X(8).
           03  Filler                  Pic X.
           03  Comm-Adj-Date           Pic 9(8).
           03  Filler                  Pic X.
           03  Comm-Adj-Type           Pic X.
               88  Comm-Adj-True-Up    Value "T".
               88  Comm-Adj-Applied    Value "A".
           03  Filler                  Pic X.
      *    Sales Month Trued Up, YYYYMM
           03  Comm-Adj-Period         Pic 9(6).
           03  Filler                  Pic X.
           03  Comm-Adj-Sales          Pic S9(7)v99.
           03  Filler                  Pic X.
           03  Comm-Adj-Charged        Pic S9(6)v99.
           03  Filler                  Pic X.
           03  Comm-Adj-Tiered         Pic S9(6)v99.
           03  Filler                  Pic X.
           03  Comm-Adj-Amount         Pic S9(6)v99.
