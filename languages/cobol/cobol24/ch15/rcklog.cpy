      *****************************************
      * Returned Check Collection Log Record  *
      * One Line Per Collection Attempt,      *
      * Letter Or Repayment Against A         *
      * Returned Check Case On RetChk.Dat.    *
      * Written By Chapt15k And Chapt15l      *
      *****************************************
       01  Collection-Log-Record.
           03  Clog-Date               Pic 9(8).
           03  Filler                  Pic X.
           03  Clog-Rc-Number          Pic 9(6).
           03  Filler                  Pic X.
           03  Clog-Type               Pic X(4).
               88  Clog-Opened         Value "OPEN".
               88  Clog-Payment        Value "PAYM".
               88  Clog-Contact        Value "CALL".
               88  Clog-Letter         Value "RCK1" "RCK2" "RCK3".
               88  Clog-Write-Off      Value "WOFF".
           03  Filler                  Pic X.
           03  Clog-Amount             Pic S9(5)v99.
           03  Filler                  Pic X.
           03  Clog-Operator           Pic X(4).
           03  Filler                  Pic X.
           03  Clog-Note               Pic X(30).
