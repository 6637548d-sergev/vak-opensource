      *****************************************
      * Chapt23s Check Stock Call Area        *
      * O Opens The Run On An Account (Number *
      * Zero Takes The Next From Control, Or  *
      * A Restart Number), I Issues The Next  *
      * Number, A Records The Final Amount Of *
      * An Issued Check, S Spoils A Check And *
      * Issues Its Replacement, V Voids One,  *
      * C Closes The Run And Prints The Check *
      * Register With Its Sequence Proof      *
      *****************************************
       01  Check-Stock-Area.
           03  Chk-Function            Pic X.
               88  Chk-Open-Run        Value "O".
               88  Chk-Issue           Value "I".
               88  Chk-Set-Amount      Value "A".
               88  Chk-Spoil           Value "S".
               88  Chk-Void            Value "V".
               88  Chk-Close-Run       Value "C".
           03  Chk-Account             Pic X(8).
           03  Chk-Number              Pic 9(10).
           03  Chk-Replacement         Pic 9(10).
           03  Chk-Payee-Type          Pic X.
           03  Chk-Payee               Pic X(8).
           03  Chk-Amount              Pic S9(7)v99.
           03  Chk-Program             Pic X(8).
           03  Chk-Reason              Pic X(20).
      *    Returned By S And V From The Check As It Was Issued
           03  Chk-Issued-By           Pic X(8).
           03  Chk-Issue-Date          Pic 9(8).
           03  Chk-Return-Code         Pic XX.
               88  Chk-Ok              Value "00".
               88  Chk-Number-Used     Value "91".
               88  Chk-Not-On-File     Value "92".
               88  Chk-Not-Issued      Value "93".
               88  Chk-Files-Down      Value "99".
           03  Chk-Message             Pic X(50).
