      *****************************************
      * Consignment Intake History Record     *
      * One Header, One Detail Per Item And   *
      * One Trailer Per Signed Intake Receipt *
      * Written By Chapt14e And Chapt14l,     *
      * Reprinted By Chapt24l                 *
      *****************************************
       01  Intake-History-Record.
           03  Intake-Receipt-Number   Pic 9(6).
           03  Filler                  Pic X.
           03  Intake-Rec-Type         Pic X.
               88  Intake-Header       Value "H".
               88  Intake-Detail       Value "D".
               88  Intake-Trailer      Value "T".
           03  Filler                  Pic X.
           03  Intake-Date             Pic 9(8).
           03  Filler                  Pic X.
           03  Intake-Dealer           Pic X(8).
           03  Filler                  Pic X.
           03  Intake-Detail-Data.
               05  Intake-Item-Number  Pic X(12).
               05  Filler              Pic X.
               05  Intake-Description  Pic X(40).
               05  Filler              Pic X.
               05  Intake-Category     Pic X(4).
               05  Filler              Pic X.
               05  Intake-Tag-Price    Pic 9(5)v99.
               05  Filler              Pic X.
               05  Intake-Term-Days    Pic 9(3).
               05  Filler              Pic X.
               05  Intake-Quantity     Pic 9(5).
           03  Intake-Header-Data Redefines Intake-Detail-Data.
               05  Intake-Time         Pic 9(6).
               05  Filler              Pic X.
               05  Intake-Clerk        Pic X(4).
               05  Filler              Pic X.
               05  Intake-Program      Pic X(8).
               05  Filler              Pic X.
               05  Intake-Last-Name    Pic X(25).
               05  Intake-First-Name   Pic X(15).
               05  Filler              Pic X(15).
           03  Intake-Trailer-Data Redefines Intake-Detail-Data.
               05  Intake-Item-Count   Pic 9(5).
               05  Filler              Pic X.
               05  Intake-Total-Value  Pic 9(7)v99.
               05  Filler              Pic X(61).
