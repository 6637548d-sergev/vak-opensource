      *****************************************
      * Register Cash Paid-Out Record         *
      * Every Dollar Handed Out Of The Drawer *
      * Other Than A Sale Refund; Chapt20g    *
      * Takes Them Off The Expected Cash      *
      *****************************************
       01  Paid-Out-Record.
           03  Paid-Date               Pic 9(8).
           03  Filler                  Pic X.
           03  Paid-Time               Pic 9(6).
           03  Filler                  Pic X.
           03  Paid-Operator           Pic X(4).
           03  Filler                  Pic X.
           03  Paid-Reason             Pic X(4).
               88  Paid-Buy-Ticket     Value "BUYT".
      *        Any Other Reason Is A Petty Cash Voucher, Coded
      *        On PoReason.TXT To An Expense Category
           03  Filler                  Pic X.
           03  Paid-Amount             Pic 9(5)v99.
           03  Filler                  Pic X.
           03  Paid-Reference          Pic X(12).
           03  Filler                  Pic X.
           03  Paid-Payee              Pic X(30).
           03  Filler                  Pic X.
           03  Paid-Approver           Pic X(4).
           03  Filler                  Pic X.
           03  Paid-Exp-Category       Pic X(4).
           03  Filler                  Pic X.
      *    Terminal Whose Drawer The Cash Came Out Of
           03  Paid-Terminal           Pic X(2).
