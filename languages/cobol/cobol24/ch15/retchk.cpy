      *****************************************
      * Returned Customer Check Record        *
      * One Record Per Register Check The     *
      * Bank Sent Back, Keyed By Case Number, *
      * With The Check Writer's Customer And  *
      * Bank Account As Alternate Keys So The *
      * Register Can Find An Open Debt.       *
      * Kept By Chapt15k, Dunned By Chapt15l, *
      * Aged By Chapt15m, Read By Chapt18a/b  *
      *****************************************
       01  Returned-Check-Record.
           03  Rc-Number               Pic 9(6).
           03  Rc-Receipt              Pic 9(6).
           03  Rc-Customer             Pic X(8).
           03  Rc-Account              Pic X(17).
           03  Rc-Routing              Pic X(9).
           03  Rc-Check-Number         Pic X(10).
           03  Rc-Sale-Date            Pic 9(8).
           03  Rc-Return-Date          Pic 9(8).
           03  Rc-Reason               Pic X(4).
           03  Rc-Check-Amount         Pic 9(5)v99.
           03  Rc-Fee-Amount           Pic 9(3)v99.
           03  Rc-Paid-Amount          Pic 9(5)v99.
           03  Rc-Status-Code          Pic X.
               88  Rc-Open             Value "O".
               88  Rc-Cleared          Value "C".
               88  Rc-Written-Off      Value "W".
      *        A Written-Off Check Is Still Owed - The Writer Stays
      *        On The Bad-Check List Until It Is Paid
               88  Rc-Debt-Outstanding Value "O" "W".
      *    Collection Letter Ladder: 1 Notice, 2 Demand, 3 Final
           03  Rc-Letter-Step          Pic X.
               88  Rc-No-Letter        Value " ".
               88  Rc-Letter-1-Sent    Value "1".
               88  Rc-Letter-2-Sent    Value "2".
               88  Rc-Letter-3-Sent    Value "3".
           03  Rc-Letter-Date          Pic 9(8).
           03  Rc-Attempt-Count        Pic 9(3).
           03  Rc-Attempt-Date         Pic 9(8).
           03  Rc-Cleared-Date         Pic 9(8).
           03  Filler                  Pic X(10).
