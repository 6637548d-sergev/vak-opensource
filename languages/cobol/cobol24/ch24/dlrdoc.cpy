      *****************************************
      * Dealer Document Record                *
      * Liability Insurance Certificates And  *
      * Seller's Permits On File For Each     *
      * Dealer.  Kept By Chapt19a, Watched    *
      * Weekly By Chapt19z                    *
      *****************************************
       01  Dealer-Document-Record.
           03  Doc-Key.
               05  Doc-Dealer          Pic X(8).
               05  Doc-Type            Pic X(4).
                   88  Doc-Insurance   Value "INSR".
                   88  Doc-Sellers-Permit Value "PRMT".
                   88  Doc-Type-Valid  Value "INSR" "PRMT".
      *    Insurance Carrier Or Permit-Issuing Agency
           03  Doc-Issuer              Pic X(40).
      *    Policy Or Permit Number
           03  Doc-Reference           Pic X(20).
           03  Doc-Effective-Date      Pic 9(8).
           03  Doc-Expiry-Date         Pic 9(8).
           03  Doc-Expiry-Date-X Redefines Doc-Expiry-Date.
               05  Doc-Expiry-MM       Pic 99.
               05  Doc-Expiry-DD       Pic 99.
               05  Doc-Expiry-YYYY     Pic 9(4).
      *    Store Named As Additional Insured On The Certificate
           03  Doc-Store-Named         Pic X.
               88  Doc-Store-Is-Named  Value "Y".
           03  Doc-Last-Reminder-Date  Pic 9(8).
           03  Doc-Entered-By          Pic X(4).
           03  Filler                  Pic X(19).
