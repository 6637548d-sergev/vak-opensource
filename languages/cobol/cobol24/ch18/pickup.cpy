      *****************************************
      * Awaiting-Pickup Record                *
      * A Paid Piece Left On The Floor For    *
      * Collection.  Flagged At The Register  *
      * By Chapt18a/18b, Collected Through    *
      * Chapt24s, Aged And Final-Noticed By   *
      * Chapt24t, Abandoned By Chapt24u       *
      *****************************************
       01  Pickup-Record.
           03  Pickup-Item             Pic X(12).
           03  Pickup-Dealer           Pic X(8).
           03  Pickup-Customer         Pic X(8).
           03  Pickup-Receipt          Pic 9(6).
      *    Dates Are MMDDYYYY
           03  Pickup-Sale-Date        Pic 9(8).
           03  Pickup-Promised-Date    Pic 9(8).
           03  Pickup-Status-Code      Pic X.
               88  Pickup-Waiting      Value "W".
               88  Pickup-Collected    Value "C".
               88  Pickup-Abandoned    Value "X".
           03  Pickup-Collected-By     Pic X(30).
           03  Pickup-Collected-Date   Pic 9(8).
           03  Pickup-Collected-Time   Pic 9(6).
           03  Pickup-Released-By      Pic X(4).
           03  Pickup-Notice-Date      Pic 9(8).
           03  Pickup-Abandon-Date     Pic 9(8).
           03  Pickup-Entered-By       Pic X(4).
           03  Filler                  Pic X(20).
