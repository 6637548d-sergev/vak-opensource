000099                     "CurrOper.TXT"
000100         Organization Is Line Sequential
000101         File Status  Is Current-Operator-Status.
000101     Select Optional Prepaid-File Assign To "PrePaid.TXT"
000101         Organization Is Line Sequential
000101         File Status  Is Prepaid-Status.
000102 Data Division.
000103 File Section.
000104 Fd  Report-File.
000168     03  Curr-Oper-Id        Pic X(4).
000169     03  Filler              Pic X.
000170     03  Curr-Oper-Level     Pic 9.
000170 Fd  Prepaid-File.
000170 Copy "prepaid.cpy".
000171 Working-Storage Section.
000172 01  Dealer-Status          Pic XX Value Spaces.
000173     88  Dealer-Success     Value "00" Thru "09".
000198 01  Terminations-Issued    Pic 9(5) Value Zeros.
000199 01  Checklists-Printed     Pic 9(5) Value Zeros.
000200 01  Deposit-Balance        Pic S9(7)v99 Value Zeros.
000200 01  Prepaid-Status         Pic XX Value Spaces.
000200 01  Prepaid-Done-Flag      Pic X Value Spaces.
000200     88  Prepaid-Done       Value "Y".
000200 01  Prepaid-Balance        Pic S9(7)v99 Value Zeros.
000201 01  Unsold-Count           Pic 9(5) Value Zeros.
000202 01  Formatted-Name         Pic X(40) Value Spaces.
000203 01  Notice-Body-Line       Pic X(70) Value Spaces.
000390     .
000391 Print-Reclaim-Checklist.
000392* Everything That Must Be Tied Off When The Dealer Goes:
000392* The Booth Assignment, The Deposit Ledger Balance, Unused
000392* Prepaid Rent (Both Refund Through The Chapt19k Move-Out
000392* Settlement) And The Unsold Inventory Still On The Floor
000395     Add 1 To Checklists-Printed
000396     Move Spaces To Checklist-Line
000397     String "Reclaim Checklist For Dealer " Dealer-Number
000407            Delimited By Size Into Checklist-Line
000408     End-String
000409     Perform Write-Checklist-Line
000409     Perform Sum-Prepaid-Balance
000409     If Prepaid-Balance Not = Zero
000409        Move Spaces To Checklist-Line
000409        Move Prepaid-Balance To Balance-Edit
000409        String "  [ ] Refund Unused Prepaid Rent    "
000409               Balance-Edit
000409               Delimited By Size Into Checklist-Line
000409        End-String
000409        Perform Write-Checklist-Line
000409     End-If
000410     Perform Count-Unsold-Items
000411     Move Spaces To Checklist-Line
000412     Move Unsold-Count To Days-Late-Edit
000473             End-If
000474     End-Read
000475     .
000475 Sum-Prepaid-Balance.
000475     Move Zeros To Prepaid-Balance
000475     Move Spaces To Prepaid-Done-Flag
000475     Open Input Prepaid-File
000475     If Prepaid-Status Not = "00"
000475        Set Prepaid-Done To True
000475     End-If
000475     Perform Sum-One-Prepaid Until Prepaid-Done
000475     If Prepaid-Status = "00" Or Prepaid-Status = "10"
000475        Close Prepaid-File
000475     End-If
000475     .
000475 Sum-One-Prepaid.
000475     Read Prepaid-File
000475          At End Set Prepaid-Done To True
000475          Not At End
000475             If Prepaid-Dealer = Dealer-Number Of Dealer-Record
000475                If Prepaid-Added
000475                   Add Prepaid-Amount To Prepaid-Balance
000475                Else
000475                   Subtract Prepaid-Amount From Prepaid-Balance
000475                End-If
000475             End-If
000475     End-Read
000475     .
000476 Count-Unsold-Items.
000477     Move Zeros To Unsold-Count
000478     Move Spaces To Items-Done-Flag
