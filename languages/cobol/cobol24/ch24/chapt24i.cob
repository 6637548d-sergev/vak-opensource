000095     03  Customer-Name       Pic X(50).
000096     03  Filler              Pic X(196).
000097     03  Loyalty-Points      Pic 9(7).
000098     03  House-Account-Flag  Pic X.
000098         88  House-Account-Approved Value "Y".
000098     03  Filler              Pic X(12).
000099 Fd  Layaway-File.
000100 01  Layaway-Record.
000101     03  Layaway-Number          Pic 9(6).
000234                     " Not On File"
000235             Stop Run
000236          Not Invalid Key
000237* A House Account Balance Sits On HseLedg.TXT Under The
000237* Duplicate's Number; Moving Credit Terms Is A Manager Job
000237             If House-Account-Approved
000237                Display "From-Customer " From-Customer
000237                        " Has A House Account - Close It First"
000237                Stop Run
000237             End-If
000237             Move Customer-Record To From-Image-Save
000238             If Loyalty-Points Numeric
000239                Move Loyalty-Points To Points-To-Move
