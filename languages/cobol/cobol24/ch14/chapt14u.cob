000141     03  Hist-Cleared-Date      Pic X(8).
000142     03  Filler                 Pic X.
000143     03  Hist-Payment-Method    Pic X.
000143     03  Filler                 Pic X.
000143     03  Hist-Backup-Withheld   Pic S9(6)v99.
000144 Fd  Deposit-File.
000145 01  Deposit-Record.
000146     03  Dep-Number          Pic 9(8).
000419     Move Inc-Settle-Amount To Hist-Payment-Amount
000420     Move Spaces To Hist-Cleared-Date
000421     Move "J" To Hist-Payment-Method
000421     Move Zeros To Hist-Backup-Withheld
000422     Write Payment-History-Record
000423     .
000424 Post-Deposit-Application.
