      *****************************************
      * Silent Auction Bid History (AuctBid)  *
      * One Line Per Accepted Bid, Written By *
      * Chapt15f; Chapt15g Reads It For The   *
      * Underbidder Notification List         *
      *****************************************
       01  Auction-Bid-Record.
           03  Bid-Event               Pic X(4).
           03  Filler                  Pic X.
           03  Bid-Item-Number         Pic X(12).
           03  Filler                  Pic X.
           03  Bid-Customer            Pic X(8).
           03  Filler                  Pic X.
           03  Bid-Amount              Pic 9(5)v99.
           03  Filler                  Pic X.
           03  Bid-Date                Pic 9(8).
           03  Filler                  Pic X.
           03  Bid-Time                Pic 9(6).
           03  Filler                  Pic X.
           03  Bid-Operator            Pic X(4).
