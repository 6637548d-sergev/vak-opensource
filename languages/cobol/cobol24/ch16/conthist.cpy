      *****************************************
      * Dealer Contract Version History - One *
      * Row Per Term For Every Contract Or    *
      * Amendment Chapt16u Prints, So The     *
      * Next Amendment Shows What Changed     *
      *****************************************
       01  Contract-History-Record.
           03  Chist-Dealer            Pic X(8).
           03  Filler                  Pic X.
           03  Chist-Version           Pic 9(3).
           03  Filler                  Pic X.
           03  Chist-Kind              Pic X.
               88  Chist-Contract      Value "C".
               88  Chist-Amendment     Value "A".
           03  Filler                  Pic X.
           03  Chist-Date              Pic 9(8).
           03  Filler                  Pic X.
           03  Chist-Operator          Pic X(4).
           03  Filler                  Pic X.
           03  Chist-Token             Pic X(16).
           03  Filler                  Pic X.
           03  Chist-Label             Pic X(30).
           03  Filler                  Pic X.
           03  Chist-Value             Pic X(60).
