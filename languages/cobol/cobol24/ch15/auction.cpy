      *****************************************
      * Silent Auction Lot Record (AuctItem)  *
      * One Per Item Enrolled In An Event,    *
      * Keyed By Event Code And Item Number   *
      * Enrolled And Bid By Chapt15f, Closed  *
      * By Chapt15g                           *
      *****************************************
       01  Auction-Record.
           03  Auction-Key.
               05  Auction-Event       Pic X(4).
               05  Auction-Item-Number Pic X(12).
           03  Auction-Dealer          Pic X(8).
           03  Auction-Category        Pic X(4).
           03  Auction-Description     Pic X(40).
           03  Auction-Opening-Bid     Pic 9(5)v99.
           03  Auction-Reserve         Pic 9(5)v99.
           03  Auction-Increment       Pic 9(3)v99.
           03  Auction-Close-Date      Pic 9(8).
           03  Auction-Close-Time      Pic 9(4).
           03  Auction-High-Bid        Pic 9(5)v99.
           03  Auction-High-Bidder     Pic X(8).
           03  Auction-Bid-Count       Pic 9(3).
           03  Auction-Status-Code     Pic X.
               88  Auction-Open        Value "O".
               88  Auction-Won         Value "W".
               88  Auction-No-Sale     Value "N".
               88  Auction-Withdrawn   Value "X".
           03  Auction-Closed-Date     Pic 9(8).
           03  Filler                  Pic X(10).
