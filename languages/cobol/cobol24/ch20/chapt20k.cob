000090     03  Hist-Cleared-Date      Pic X(8).
000090     03  Filler                 Pic X.
000090     03  Hist-Payment-Method    Pic X.
000090     03  Filler                 Pic X.
000090     03  Hist-Backup-Withheld   Pic S9(6)v99.
000091 Fd  New-History-File.
000091 01  New-History-Record       Pic X(57).
000093 Fd  Cleared-File.
000094 01  Cleared-Record.
000095     03  Cleared-Check-Number   Pic X(10).
000297     Move 2000 To Today-YYYY
000298     Add Date-YY Of Work-Date-X To Today-YYYY
000299     Perform Load-Cleared-Table
000299     Perform Load-Voided-Checks
000300     Open Input Payment-History-File
000301     If Not Pay-History-Success
000302        Display "Unable To Open Payment History, Status "
000339        Display "No Cleared-Items File, Aging Only"
000340     End-If
000341     .
000342 Load-Voided-Checks.
000342* A Check Voided By Chapt23t Will Never Clear The Bank; Its
000342* Reversing Row Is Marked VOIDED And Clears The Original On
000342* The Void Date So Neither Stays On The Outstanding List
000342     Open Input Payment-History-File
000342     If Pay-History-Success
000342        Perform Note-Voided-Check Until All-Done
000342        Close Payment-History-File
000342     End-If
000342     Move Spaces To Done-Flag
000342     .
000342 Note-Voided-Check.
000342     Read Payment-History-File
000342          At End Set All-Done To True
000342          Not At End
000342             If Hist-Cleared-Date = "VOIDED"
000342                And Cleared-Count < 5000
000342                Add 1 To Cleared-Count
000342                Move Hist-Check-Number To
000342                     Table-Check-Number (Cleared-Count)
000342                Move Hist-Payment-Date To
000342                     Table-Cleared-Date (Cleared-Count)
000342             End-If
000342     End-Read
000342     .
000342 Process-History.
000343     Read Payment-History-File
000344          At End Set All-Done To True
