      *****************************************
      * Nightly Run Statistics Record         *
      * Chapt25c Writes An S Row For Every    *
      * Step It Runs - The Step's Input       *
      * Volume Measured Just Before It Starts *
      * And Its Elapsed Seconds - And A V Row *
      * For The Trans.Txt Volume Check Made   *
      * Before The Update Posts.  Chapt25y    *
      * Trends Them By Week                   *
      *****************************************
       01  Run-Stat-Record.
      *    Business Date Of The Sales, MMDDYYYY
           03  Stat-Business-Date      Pic 9(8).
           03  Filler                  Pic X.
      *    1 Monday Through 7 Sunday
           03  Stat-Weekday            Pic 9.
           03  Filler                  Pic X.
           03  Stat-Row-Type           Pic X.
               88  Stat-Step-Row       Value "S".
               88  Stat-Volume-Row     Value "V".
           03  Filler                  Pic X.
           03  Stat-Step-Number        Pic 9(2).
           03  Filler                  Pic X.
           03  Stat-Program            Pic X(8).
           03  Filler                  Pic X.
           03  Stat-Result             Pic X.
               88  Stat-Step-Complete  Value "C".
               88  Stat-Step-Failed    Value "F".
               88  Stat-Volume-Passed  Value "P".
               88  Stat-Volume-Held    Value "H".
               88  Stat-Volume-Released Value "R".
           03  Filler                  Pic X.
           03  Stat-Records            Pic 9(7).
           03  Filler                  Pic X.
           03  Stat-Dollars            Pic S9(9)v99.
           03  Filler                  Pic X.
      *    HHMMSS The Step Started
           03  Stat-Start-Time         Pic 9(6).
           03  Filler                  Pic X.
           03  Stat-Elapsed            Pic 9(6).
           03  Filler                  Pic X.
      *    V Rows: Same-Weekday Averages And The Register Closes
           03  Stat-Average-Records    Pic 9(7).
           03  Filler                  Pic X.
           03  Stat-Average-Dollars    Pic S9(9)v99.
           03  Filler                  Pic X.
           03  Stat-Close-Dollars      Pic S9(9)v99.
           03  Filler                  Pic X.
           03  Stat-Operator           Pic X(4).
