      *****************************************
      * Dealer Floor-Duty Punch - Written By  *
      * The Chapt25n Time Clock When A Dealer *
      * Number Is Keyed In Place Of An        *
      * Operator.  Source P Live, C Corrected *
      *****************************************
       01  Duty-Clock-Record.
           03  Duty-Dealer             Pic X(8).
           03  Filler                  Pic X.
           03  Duty-Date               Pic 9(8).
           03  Filler                  Pic X.
           03  Duty-Time               Pic 9(6).
           03  Filler                  Pic X.
           03  Duty-Type               Pic X.
               88  Duty-In             Value "I".
               88  Duty-Out            Value "O".
           03  Filler                  Pic X.
           03  Duty-Source             Pic X.
               88  Duty-Live-Punch     Value "P".
               88  Duty-Corrected-Punch Value "C".
           03  Filler                  Pic X.
           03  Duty-Entered-By         Pic X(4).
