      *****************************************
      * Inter-Store Item Transfer Log         *
      * Every Item Sent Out (Chapt23k) And    *
      * Received (Chapt23m) Between Stores.   *
      * Manifests Print From The Out Rows     *
      *****************************************
       01  Item-Transfer-Record.
           03  Xfer-Date               Pic 9(8).
           03  Xfer-Date-X Redefines Xfer-Date.
               05  Xfer-MM             Pic 99.
               05  Xfer-DD             Pic 99.
               05  Xfer-YYYY           Pic 9(4).
           03  Filler                  Pic X.
           03  Xfer-Time               Pic 9(6).
           03  Filler                  Pic X.
           03  Xfer-Action             Pic X.
               88  Xfer-Sent-Out       Value "O".
               88  Xfer-Received       Value "I".
           03  Filler                  Pic X.
           03  Xfer-Manifest           Pic 9(6).
           03  Filler                  Pic X.
           03  Xfer-Item               Pic X(12).
           03  Filler                  Pic X.
           03  Xfer-From-Store         Pic X(4).
           03  Filler                  Pic X.
           03  Xfer-To-Store           Pic X(4).
           03  Filler                  Pic X.
      *    Floor Location Left On An Out, Assigned On An In
           03  Xfer-Location           Pic X(4).
           03  Filler                  Pic X.
           03  Xfer-Operator           Pic X(4).
           03  Filler                  Pic X.
           03  Xfer-Dealer             Pic X(8).
