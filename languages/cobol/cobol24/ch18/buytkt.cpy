      *****************************************
      * Buy-From-Public Ticket Record         *
      * One Header With The Seller, One       *
      * Detail Per Item Bought And One        *
      * Trailer Per Ticket.  Written By       *
      * Chapt18y, Reported By Chapt18p        *
      *****************************************
       01  Buy-Ticket-Record.
           03  Buy-Ticket-Number       Pic 9(6).
           03  Filler                  Pic X.
           03  Buy-Rec-Type            Pic X.
               88  Buy-Header          Value "H".
               88  Buy-Detail          Value "D".
               88  Buy-Trailer         Value "T".
           03  Filler                  Pic X.
           03  Buy-Date                Pic 9(8).
           03  Filler                  Pic X.
           03  Buy-Header-Data.
               05  Buy-Time            Pic 9(6).
               05  Filler              Pic X.
               05  Buy-Clerk           Pic X(4).
               05  Filler              Pic X.
               05  Seller-Last-Name    Pic X(25).
               05  Seller-First-Name   Pic X(15).
               05  Filler              Pic X.
               05  Seller-Address      Pic X(50).
               05  Filler              Pic X.
               05  Seller-City         Pic X(40).
               05  Filler              Pic X.
               05  Seller-State        Pic X(20).
               05  Filler              Pic X.
               05  Seller-Postal       Pic X(15).
               05  Filler              Pic X.
               05  Seller-Id-Type      Pic X(4).
               05  Filler              Pic X.
               05  Seller-Id-Number    Pic X(20).
           03  Buy-Detail-Data Redefines Buy-Header-Data.
               05  Buy-Item-Number     Pic X(12).
               05  Filler              Pic X.
               05  Buy-Description     Pic X(40).
               05  Filler              Pic X.
               05  Buy-Category        Pic X(4).
               05  Filler              Pic X.
               05  Buy-Price-Paid      Pic 9(5)v99.
               05  Filler              Pic X.
               05  Buy-Tag-Price       Pic 9(5)v99.
               05  Filler              Pic X(133).
           03  Buy-Trailer-Data Redefines Buy-Header-Data.
               05  Buy-Item-Count      Pic 9(3).
               05  Filler              Pic X.
               05  Buy-Total-Paid      Pic 9(7)v99.
               05  Filler              Pic X(194).
