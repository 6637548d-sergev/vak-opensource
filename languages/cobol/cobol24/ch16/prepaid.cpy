      *****************************************
      * Prepaid Rent Ledger Record            *
      * One Row Per Movement On A Dealer's    *
      * Prepaid Rent Credit.  Chapt19n Posts  *
      * A Additions From Overpaid Rent,       *
      * Chapt19f P Applications To Each New   *
      * Invoice And Chapt19k R Refunds At     *
      * Move-Out.  The Amount Is Always       *
      * Positive - The Type Gives The Sign    *
      *****************************************
       01  Prepaid-Rent-Record.
           03  Prepaid-Dealer          Pic X(8).
           03  Filler                  Pic X.
           03  Prepaid-Date            Pic 9(8).
           03  Filler                  Pic X.
           03  Prepaid-Type            Pic X.
               88  Prepaid-Added       Value "A".
               88  Prepaid-Applied     Value "P".
               88  Prepaid-Refunded    Value "R".
           03  Filler                  Pic X.
           03  Prepaid-Amount          Pic 9(6)v99.
           03  Filler                  Pic X.
           03  Prepaid-Invoice         Pic 9(6).
           03  Filler                  Pic X.
           03  Prepaid-Operator        Pic X(4).
