      *****************************************
      * Booth Inspection History Record       *
      * One Score Line Per Checklist Item,    *
      * A Findings Line, Then The Result Line *
      * With The Totals - Written Together By *
      * Chapt16j, Ranked Monthly By Chapt16k  *
      *****************************************
       01  Inspection-Record.
           03  Insp-Date               Pic 9(8).
           03  Insp-Date-X Redefines Insp-Date.
               05  Insp-MM             Pic 99.
               05  Insp-DD             Pic 99.
               05  Insp-YYYY           Pic 9(4).
           03  Filler                  Pic X.
           03  Insp-Booth              Pic 9(3).
           03  Filler                  Pic X.
           03  Insp-Dealer             Pic X(8).
           03  Filler                  Pic X.
           03  Insp-Inspector          Pic X(20).
           03  Filler                  Pic X.
           03  Insp-Rec-Type           Pic X.
               88  Insp-Score-Line     Value "S".
               88  Insp-Findings-Line  Value "F".
               88  Insp-Result-Line    Value "R".
           03  Filler                  Pic X.
      *    Checklist Item Code On Score Lines
           03  Insp-Item-Code          Pic X(4).
           03  Filler                  Pic X.
      *    Item Points On Score Lines, Totals On The Result Line
           03  Insp-Score              Pic 9(3).
           03  Filler                  Pic X.
           03  Insp-Max-Score          Pic 9(3).
           03  Filler                  Pic X.
           03  Insp-Result             Pic X.
               88  Insp-Passed         Value "P".
               88  Insp-Failed         Value "F".
           03  Filler                  Pic X.
           03  Insp-Text               Pic X(60).
