000032* Collected Deposits, Required Interest, Damage Applications
000033* And Move-Out Refunds All Post Here, Replacing The
000034* Spreadsheet That Disagreed With Reality
000034* F5 Settles A Move-Out: The Whole Deposit Balance And Any
000034* Unused Prepaid Rent From PrePaid.TXT Refund Together
000043 Environment Division.
000050 Configuration Section.
000051 Special-Names.
000075     Select Optional Deposit-Control-File Assign To "DepCtl.TXT"
000076         Organization Is Line Sequential
000077         File Status  Is Deposit-Control-Status.
000077     Select Optional Prepaid-File Assign To "PrePaid.TXT"
000077         Organization Is Line Sequential
000077         File Status  Is Prepaid-Status.
000078 Data Division.
000079 File Section.
000080 Fd  Dealer-File.
000097 Fd  Deposit-Control-File.
000098 01  Deposit-Control-Record.
000099     03  Control-Next-Dep    Pic 9(8).
000099 Fd  Prepaid-File.
000099 Copy "prepaid.cpy".
000100 Working-Storage Section.
000101 01  Keyboard-Status.
000102     03  Accept-Status Pic 9.
000105         88  F2-Pressed Value X"02".
000106         88  F3-Pressed Value X"03".
000107         88  F4-Pressed Value X"04".
000107         88  F5-Pressed Value X"05".
000108     03  System-Use    Pic X.
000109 01  Cursor-Position.
000110     03  Cursor-Row    Pic 9(2) Value 1.
000122 01  Dealer-Balance         Pic S9(6)v99 Value Zeros.
000123 01  Balance-Done-Flag      Pic X Value Spaces.
000124     88  Balance-Done       Value "Y".
000124 01  Prepaid-Status         Pic XX Value Spaces.
000124 01  Prepaid-Done-Flag      Pic X Value Spaces.
000124     88  Prepaid-Done       Value "Y".
000124 01  Prepaid-Balance        Pic S9(7)v99 Value Zeros.
000124 01  Settlement-Total       Pic S9(7)v99 Value Zeros.
000124 01  Settlement-Edit        Pic ZZZ,ZZ9.99-.
000125 01  Error-Message          Pic X(60) Value Spaces.
000126 01  Balance-Display.
000127     03  Filler             Pic X(18)
000128         Value "Deposit Balance:".
000129     03  Balance-Edit       Pic ZZ,ZZZ.99-.
000129 01  Prepaid-Display.
000129     03  Filler             Pic X(18)
000129         Value "Prepaid Rent:".
000129     03  Prepaid-Edit       Pic ZZZ,ZZZ.99-.
000130 01  Date-And-Time-Area.
000131     03  Work-Date           Pic 9(6).
000132     03  Work-Date-X         Redefines Work-Date.
000156             "C-Collect I-Interest A-Apply R-Refund".
000157         05  Line 22 Column 01  Value
000158             "F1-Exit  F2-Post  F3-Balance  F4-Clear".
000158         05  Line 23 Column 01  Value
000158             "F5-Move-Out Settlement (Deposit And Prepaid Rent)".
000159     03  Required-Reverse-Group Reverse-Video Required.
000160         05  Line 5 Column 17  Pic X(8)
000161             Using Entry-Dealer.
000166             Using Entry-Amount Blank When Zero.
000167         05  Line 11 Column 01 Pic X(29)
000168             From Balance-Display.
000168         05  Line 12 Column 01 Pic X(29)
000168             From Prepaid-Display.
000169     03  Highlight-Display Highlight.
000170         05  Line 20 Column 01 Pic X(60) From Error-Message
000171             Foreground-Color 5 Background-Color 1.
000187             Perform Show-Balance
000188        When F4-Pressed
000189             Perform Clear-Screen
000189        When F5-Pressed
000189             Perform Move-Out-Settlement
000190        When Other
000191             Continue
000192     End-Evaluate
000249     Else
000250        Perform Compute-Dealer-Balance
000251        Move Dealer-Balance To Balance-Edit
000251        Perform Compute-Prepaid-Balance
000251        Move Prepaid-Balance To Prepaid-Edit
000252     End-If
000253     .
000254 Compute-Dealer-Balance.
000276             End-If
000277     End-Read
000278     .
000278 Compute-Prepaid-Balance.
000278     Move Zeros To Prepaid-Balance
000278     Move Spaces To Prepaid-Done-Flag
000278     Open Input Prepaid-File
000278     If Prepaid-Status Not = "00"
000278        Set Prepaid-Done To True
000278     End-If
000278     Perform Sum-One-Prepaid Until Prepaid-Done
000278     If Prepaid-Status = "00" Or Prepaid-Status = "10"
000278        Close Prepaid-File
000278     End-If
000278     .
000278 Sum-One-Prepaid.
000278     Read Prepaid-File
000278          At End Set Prepaid-Done To True
000278          Not At End
000278             If Prepaid-Dealer = Entry-Dealer
000278                If Prepaid-Added
000278                   Add Prepaid-Amount To Prepaid-Balance
000278                Else
000278                   Subtract Prepaid-Amount From Prepaid-Balance
000278                End-If
000278             End-If
000278     End-Read
000278     .
000278 Move-Out-Settlement.
000278* The Dealer Is Leaving: Whatever Is Left Of The Deposit And
000278* Of Any Prepaid Rent Comes Back In One Refund
000278     Move Spaces To Entry-Type
000278     Move Zeros To Entry-Amount
000278     Evaluate True
000278        When Entry-Dealer = Spaces
000278             Move "Dealer Number is required" To Error-Message
000278        When Other
000278             Move Entry-Dealer To Dealer-Number
000278             Read Dealer-File
000278                  Invalid Key
000278                     Move "Dealer Not Found" To Error-Message
000278                  Not Invalid Key
000278                     Perform Settle-Dealer-Balances
000278             End-Read
000278     End-Evaluate
000278     .
000278 Settle-Dealer-Balances.
000278     Perform Compute-Dealer-Balance
000278     Perform Compute-Prepaid-Balance
000278     Move Zeros To Settlement-Total
000278     Move Spaces To Error-Message
000278     If Dealer-Balance > Zero
000278        Move Dealer-Balance To Settlement-Total
000278        Move "R" To Entry-Type
000278        Move Dealer-Balance To Entry-Amount
000278        Perform Write-Deposit-Record
000278        Move Spaces To Entry-Type
000278        Move Zeros To Entry-Amount
000278     End-If
000278* A Deposit Refund That Would Not Post Stops The Settlement
000278     If Error-Message Not = "Error Writing Deposit Record"
000278        Perform Refund-Prepaid-And-Report
000278     End-If
000278     .
000278 Refund-Prepaid-And-Report.
000278     If Prepaid-Balance > Zero
000278        Perform Write-Prepaid-Refund
000278        Add Prepaid-Balance To Settlement-Total
000278     End-If
000278     Perform Show-Balance
000278     If Settlement-Total > Zero
000278        Move Settlement-Total To Settlement-Edit
000278        Move Spaces To Error-Message
000278        String "Move-Out Refund Posted: " Delimited By Size
000278               Settlement-Edit Delimited By Size
000278               Into Error-Message
000278        End-String
000278     Else
000278        Move "Nothing Held For This Dealer To Refund"
000278             To Error-Message
000278     End-If
000278     .
000278 Write-Prepaid-Refund.
000278     Open Extend Prepaid-File
000278     Move Spaces To Prepaid-Rent-Record
000278     Move Entry-Dealer To Prepaid-Dealer
000278     Move Today-MMDDYYYY-N To Prepaid-Date
000278     Set Prepaid-Refunded To True
000278     Move Prepaid-Balance To Prepaid-Amount
000278     Move Zeros To Prepaid-Invoice
000278     Move Spaces To Prepaid-Operator
000278     Write Prepaid-Rent-Record
000278     Close Prepaid-File
000278     .
000279 Clear-Screen.
000280     Move Spaces To Entry-Dealer Entry-Type
000281     Move Zeros To Entry-Amount Dealer-Balance
000282     Move Zeros To Balance-Edit
000282     Move Zeros To Prepaid-Balance Prepaid-Edit
000283     Move 1 To Cursor-Row Cursor-Column
000284     .
000285 Open-Files.
