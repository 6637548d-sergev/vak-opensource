      *****************************************
      * Backup Withholding Record             *
      * One Row Per Dealer Payout Chapt20c    *
      * Paid Less IRS Backup Withholding For  *
      * Want Of A Valid TIN.  Chapt24w Totals *
      * The Month For The Federal Deposit;    *
      * Chapt20d Totals The Year Per Dealer   *
      * For The 1099 Federal-Withheld Box     *
      *****************************************
       01  Backup-Withholding-Record.
           03  BW-Dealer               Pic X(8).
           03  Filler                  Pic X.
           03  BW-Date                 Pic 9(8).
           03  BW-Date-X Redefines BW-Date.
               05  BW-MM               Pic 99.
               05  BW-DD               Pic 99.
               05  BW-YYYY             Pic 9(4).
           03  Filler                  Pic X.
      *    Payout Before Withholding
           03  BW-Gross-Amount         Pic S9(6)v99.
           03  Filler                  Pic X.
           03  BW-Rate                 Pic 9(2)v99.
           03  Filler                  Pic X.
           03  BW-Withheld-Amount      Pic S9(6)v99.
           03  Filler                  Pic X.
           03  BW-Tax-Id               Pic X(9).
           03  Filler                  Pic X.
           03  BW-Payment-Method       Pic X.
