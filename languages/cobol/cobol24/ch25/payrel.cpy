      *****************************************
      * Payout Release Control Record         *
      * One Row Per Staged Payout Run.  The   *
      * Chapt20c And Chapt25r Runs Leave      *
      * Their ACH File And Check Print File   *
      * Pending Release; Chapt25x Moves Them  *
      * To Transmission And The Printer Once  *
      * A Second Supervisor Approves The Run  *
      *****************************************
       01  Payout-Release-Record.
           03  Rel-Run-Date            Pic 9(8).
           03  Filler                  Pic X.
           03  Rel-Run-Time            Pic 9(6).
           03  Filler                  Pic X.
           03  Rel-Program             Pic X(8).
           03  Filler                  Pic X.
           03  Rel-Run-Operator        Pic X(4).
           03  Filler                  Pic X.
           03  Rel-Status-Code         Pic X.
               88  Rel-Pending         Value "P".
               88  Rel-Released        Value "R".
               88  Rel-Rejected        Value "J".
           03  Filler                  Pic X.
      *    The Staged ACH File, The File The Bank Transmission
      *    Picks Up, And The Staged Checks And Statements
           03  Rel-Ach-Staged          Pic X(12).
           03  Filler                  Pic X.
           03  Rel-Ach-Target          Pic X(12).
           03  Filler                  Pic X.
           03  Rel-Print-Staged        Pic X(12).
           03  Filler                  Pic X.
      *    As Counted By The Run Itself
           03  Rel-Check-Count         Pic 9(5).
           03  Filler                  Pic X.
           03  Rel-Check-Total         Pic S9(9)v99.
           03  Filler                  Pic X.
           03  Rel-Ach-Count           Pic 9(5).
           03  Filler                  Pic X.
           03  Rel-Ach-Total           Pic S9(9)v99.
           03  Filler                  Pic X.
           03  Rel-Review-Operator     Pic X(4).
           03  Filler                  Pic X.
           03  Rel-Review-Date         Pic 9(8).
           03  Filler                  Pic X.
           03  Rel-Review-Time         Pic 9(6).
