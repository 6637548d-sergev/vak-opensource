      *****************************************
      * Check Stock Control Record            *
      * The Last Check Number Used On Each    *
      * Bank Account's Check Stock            *
      *****************************************
       01  Check-Control-Record.
           03  Ctl-Account             Pic X(8).
           03  Ctl-Last-Check          Pic 9(10).
           03  Ctl-Last-Used-Date      Pic 9(8).
           03  Ctl-Last-Program        Pic X(8).
           03  Filler                  Pic X(20).
