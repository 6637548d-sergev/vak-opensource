      *****************************************
      * Check Register Record                 *
      * One Row For Every Check Number Drawn  *
      * On A Bank Account - Issued, Voided Or *
      * Spoiled - Kept By The Chapt23s Check  *
      * Stock Subprogram.  Chapt20j Exports   *
      * Positive Pay From It                  *
      *****************************************
       01  Check-Register-Record.
           03  Reg-Key.
               05  Reg-Account         Pic X(8).
               05  Reg-Check-Number    Pic 9(10).
           03  Reg-Status-Code         Pic X.
               88  Reg-Issued          Value "I".
               88  Reg-Voided          Value "V".
               88  Reg-Spoiled         Value "S".
      *    D = Dealer Payout, V = Vendor (Accounts Payable)
           03  Reg-Payee-Type          Pic X.
               88  Reg-Dealer-Payee    Value "D".
               88  Reg-Vendor-Payee    Value "V".
           03  Reg-Payee               Pic X(8).
           03  Reg-Amount              Pic S9(7)v99.
           03  Reg-Issue-Date          Pic 9(8).
      *    Date The Number Was Voided Or Spoiled
           03  Reg-Status-Date         Pic 9(8).
           03  Reg-Program             Pic X(8).
           03  Reg-Reason              Pic X(20).
      *    The Replacement Drawn For A Spoiled Check, And On The
      *    Replacement The Number It Took The Place Of
           03  Reg-Replaced-By         Pic 9(10).
           03  Reg-Replaces            Pic 9(10).
           03  Filler                  Pic X(20).
