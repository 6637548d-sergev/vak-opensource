      *****************************************
      * Payout Release Approval Log Record    *
      * One Row For Every Chapt25x Decision   *
      * On A Staged Payout Run, And For Every *
      * Attempt Refused Because The Operator  *
      * Ran The Payouts Or Is Not A           *
      * Supervisor; Read By Chapt25l          *
      *****************************************
       01  Payout-Approval-Record.
           03  Appr-Date               Pic 9(8).
           03  Filler                  Pic X.
           03  Appr-Time               Pic 9(6).
           03  Filler                  Pic X.
           03  Appr-Operator           Pic X(4).
           03  Filler                  Pic X.
           03  Appr-Action             Pic X.
               88  Appr-Approved       Value "A".
               88  Appr-Rejected       Value "J".
               88  Appr-Refused-Same   Value "D".
               88  Appr-Refused-Level  Value "L".
               88  Appr-Refused        Value "D" "L".
           03  Filler                  Pic X.
           03  Appr-Program            Pic X(8).
           03  Filler                  Pic X.
           03  Appr-Run-Date           Pic 9(8).
           03  Filler                  Pic X.
           03  Appr-Run-Operator       Pic X(4).
           03  Filler                  Pic X.
           03  Appr-Check-Total        Pic S9(9)v99.
           03  Filler                  Pic X.
           03  Appr-Ach-Total          Pic S9(9)v99.
