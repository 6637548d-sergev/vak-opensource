      *****************************************
      * Garnishment And Levy Order Record     *
      * One Row Per Court-Ordered Garnishment *
      * Or Tax Levy Against A Dealer's        *
      * Consignment Proceeds.  Chapt20c       *
      * Withholds By Priority From Start Date *
      * Until Released Or Satisfied, And      *
      * Remits To The Agency; Chapt24z        *
      * Reports Each Order's Balance          *
      *****************************************
       01  Garnishment-Order-Record.
           03  Garn-Dealer             Pic X(8).
           03  Filler                  Pic X.
           03  Garn-Order-Number       Pic X(15).
           03  Filler                  Pic X.
      *    Lowest Number Is Withheld First
           03  Garn-Priority           Pic 9(2).
           03  Filler                  Pic X.
           03  Garn-Method             Pic X.
               88  Garn-Percent        Value "P".
               88  Garn-Fixed          Value "F".
               88  Garn-Full-Proceeds  Value "T".
           03  Filler                  Pic X.
      *    Percent Of Each Payout, Method P
           03  Garn-Rate               Pic 9(3)v99.
           03  Filler                  Pic X.
      *    Amount Per Payout, Method F
           03  Garn-Fixed-Amount       Pic 9(6)v99.
           03  Filler                  Pic X.
      *    Total The Order Is For; Zero Means Until Released
           03  Garn-Order-Total        Pic 9(7)v99.
           03  Filler                  Pic X.
           03  Garn-Start-Date         Pic 9(8).
           03  Filler                  Pic X.
      *    Zero Until The Agency Releases The Order
           03  Garn-Release-Date       Pic 9(8).
           03  Filler                  Pic X.
      *    Payee On The Remittance Check
           03  Garn-Agency-Code        Pic X(8).
           03  Filler                  Pic X.
           03  Garn-Agency-Name        Pic X(30).
           03  Filler                  Pic X.
           03  Garn-Agency-Address-1   Pic X(30).
           03  Filler                  Pic X.
           03  Garn-Agency-Address-2   Pic X(30).
