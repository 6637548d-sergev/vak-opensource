      *****************************************
      * Card Chargeback Case Record           *
      * One Record Per Processor Dispute      *
      * Notice, Keyed By Case Number With The *
      * Disputed Receipt As Alternate Key.    *
      * Kept By Chapt15i, Aged By Chapt15j    *
      *****************************************
       01  Chargeback-Record.
           03  Cb-Number               Pic 9(6).
           03  Cb-Receipt              Pic 9(6).
      *    Sale Date, Store And Amount As Settled On CardBatch.TXT
           03  Cb-Sale-Date            Pic 9(8).
           03  Cb-Store                Pic X(4).
           03  Cb-Sale-Amount          Pic S9(7)v99.
           03  Cb-Dealer               Pic X(8).
           03  Cb-Item                 Pic X(12).
           03  Cb-Amount               Pic 9(5)v99.
           03  Cb-Reason               Pic X(4).
           03  Cb-Notice-Date          Pic 9(8).
           03  Cb-Due-Date             Pic 9(8).
           03  Cb-Status-Code          Pic X.
               88  Cb-Open             Value "O".
               88  Cb-Represented      Value "R".
               88  Cb-Won              Value "W".
               88  Cb-Lost             Value "L".
               88  Cb-Active           Value "O" "R".
           03  Cb-Close-Date           Pic 9(8).
      *    Receivable Posted Against The Dealer When The Case Is Lost
           03  Cb-Recv-Number          Pic 9(8).
           03  Filler                  Pic X(10).
