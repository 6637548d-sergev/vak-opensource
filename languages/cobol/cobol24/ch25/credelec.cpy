      *****************************************
      * Store Credit Election Record          *
      * Chapt25s Posts An E Row When A Dealer *
      * Elects To Take Part Of Their Next     *
      * Payout As Store Credit; Chapt20c      *
      * Writes An A Row Once The Election Is  *
      * Used.  The Percent Is The Share Of    *
      * The Payout Taken As Credit, 0 To 100  *
      *****************************************
       01  Credit-Election-Record.
           03  Elect-Dealer            Pic X(8).
           03  Filler                  Pic X.
           03  Elect-Date              Pic 9(8).
           03  Filler                  Pic X.
           03  Elect-Type              Pic X.
               88  Elect-Pending       Value "E".
               88  Elect-Applied       Value "A".
           03  Filler                  Pic X.
           03  Elect-Percent           Pic 9(3).
           03  Filler                  Pic X.
           03  Elect-Operator          Pic X(4).
