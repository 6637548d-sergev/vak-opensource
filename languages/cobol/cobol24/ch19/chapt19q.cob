000097     03  Hist-Cleared-Date      Pic X(8).
000098     03  Filler                 Pic X.
000099     03  Hist-Payment-Method    Pic X.
000099     03  Filler                 Pic X.
000099     03  Hist-Backup-Withheld   Pic S9(6)v99.
000100 Fd  Payment-History-Out-File.
000100 01  Payment-History-Out-Record Pic X(57).
000102 Fd  Gift-Cert-File.
000103 01  Gift-Cert-Record.
000104     03  Cert-Number          Pic X(12).
