      *****************************************
      * Restricted Person Alert Log Line      *
      * Written By Chapt23u Each Time A       *
      * Customer Looks Like A Restricted      *
      * Person; Match N Is By Customer        *
      * Number, S By Sounds-Like Name.        *
      * Reported By Chapt25l                  *
      *****************************************
       01  Restricted-Log-Record.
           03  Rlog-Date               Pic 9(8).
           03  Filler                  Pic X.
           03  Rlog-Time               Pic 9(6).
           03  Filler                  Pic X.
           03  Rlog-Operator           Pic X(4).
           03  Filler                  Pic X.
           03  Rlog-Program            Pic X(8).
           03  Filler                  Pic X.
           03  Rlog-Entry              Pic X(6).
           03  Filler                  Pic X.
           03  Rlog-Match              Pic X.
           03  Filler                  Pic X.
           03  Rlog-Customer           Pic X(8).
           03  Filler                  Pic X.
           03  Rlog-Name               Pic X(25).
