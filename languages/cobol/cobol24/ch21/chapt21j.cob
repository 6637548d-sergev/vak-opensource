000106     03  Hist-Cleared-Date      Pic X(8).
000107     03  Filler                 Pic X.
000108     03  Hist-Payment-Method    Pic X.
000108     03  Filler                 Pic X.
000108     03  Hist-Backup-Withheld   Pic S9(6)v99.
000109 Fd  Dealer-File.
000110 01  Dealer-Record.
000111     03  Dealer-Number       Pic X(8).
000378     Move Entry-Amount To Hist-Payment-Amount
000379     Move Spaces To Hist-Cleared-Date
000380     Move "V" To Hist-Payment-Method
000380     Move Zeros To Hist-Backup-Withheld
000381     Write Payment-History-Record
000382     Close Payment-History-File
000383     Add 1 To Advances-Posted
