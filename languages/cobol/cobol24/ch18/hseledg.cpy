      *****************************************
      * House Charge Account Ledger Record    *
      * One Row Per Charge, Payment Or Credit *
      * On A Trade Customer's House Account.  *
      * The Register Writes C Charges And R   *
      * Return Credits; Chapt16l Posts P      *
      * Payments.  The Amount Is Always       *
      * Positive - The Type Gives The Sign    *
      *****************************************
       01  House-Ledger-Record.
           03  Hse-Customer            Pic X(8).
           03  Filler                  Pic X.
           03  Hse-Date                Pic 9(8).
           03  Filler                  Pic X.
           03  Hse-Type                Pic X.
               88  Hse-Charge          Value "C".
               88  Hse-Payment         Value "P".
               88  Hse-Credit          Value "R".
           03  Filler                  Pic X.
           03  Hse-Amount              Pic 9(7)v99.
           03  Filler                  Pic X.
           03  Hse-Reference           Pic X(12).
           03  Filler                  Pic X.
           03  Hse-Tender              Pic X.
           03  Filler                  Pic X.
           03  Hse-Operator            Pic X(4).
           03  Filler                  Pic X.
      *    Terminal A Counter Payment Was Taken At
           03  Hse-Terminal            Pic X(2).
