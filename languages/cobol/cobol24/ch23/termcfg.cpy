      *****************************************
      * Register Terminal Configuration       *
      * One Line Per Workstation That Rings   *
      * Sales Or Takes Money: The Two-Char    *
      * Id Stamped On Its Transactions,       *
      * Receipts And Paid-Outs, The Range     *
      * Digit (1-9) Its Receipt And Ticket    *
      * Numbers Are Drawn From, R Register Or *
      * B Back Office, And A Description      *
      *****************************************
       01  Terminal-Config-Record.
           03  Cfg-Term-Id             Pic X(2).
           03  Filler                  Pic X.
           03  Cfg-Range               Pic 9.
           03  Filler                  Pic X.
           03  Cfg-Type                Pic X.
           03  Filler                  Pic X.
           03  Cfg-Description         Pic X(30).
