      *****************************************
      * Trade Discount Eligibility Record     *
      * Dealers Shopping Other Booths, Staff  *
      * And Registered Interior Designers.    *
      * Kept By Chapt24q, Applied At The      *
      * Register By Chapt18a/18b              *
      *****************************************
       01  Trade-Discount-Record.
           03  Trade-Customer          Pic X(8).
           03  Trade-Class             Pic X.
               88  Trade-Class-Dealer  Value "D".
               88  Trade-Class-Staff   Value "S".
               88  Trade-Class-Designer Value "I".
               88  Trade-Class-Valid   Value "D" "S" "I".
           03  Trade-Percent           Pic 9(2).
      *    Monthly Discount Dollar Cap, Zero When Uncapped
           03  Trade-Monthly-Cap       Pic 9(5)v99.
      *    MMDDYYYY, Zero When Open-Ended
           03  Trade-Expiry-Date       Pic 9(8).
           03  Trade-Expiry-Date-X Redefines Trade-Expiry-Date.
               05  Trade-Expiry-MM     Pic 99.
               05  Trade-Expiry-DD     Pic 99.
               05  Trade-Expiry-YYYY   Pic 9(4).
      *    Dealer Number, Employee Id Or Designer License
           03  Trade-Reference         Pic X(20).
           03  Trade-Entered-By        Pic X(4).
           03  Filler                  Pic X(20).
