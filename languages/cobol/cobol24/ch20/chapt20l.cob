000036* Reconciliation Matches And The Chapt20f Nightly Export
000037* Turns Into The Cash-In-Bank Entry - Nobody Hand-Keys The
000038* Deposit Number Again
000038* House-Account Payments Taken In Cash Or By Check On The
000038* Deposit Date (HseLedg.TXT) Go In The Bag With The Sales
000043 Environment Division.
000050 Configuration Section.
000055 Source-Computer.  IBM-PC.
000067     Select Optional Deposit-Ticket-File Assign To "DepTkt.TXT"
000068         Organization Is Line Sequential
000069         File Status  Is Deposit-Ticket-Status.
000070     Select Optional House-Ledger-File Assign To "HseLedg.TXT"
000070         Organization Is Line Sequential
000070         File Status  Is House-Ledger-Status.
000070     Select Optional Ticket-Control-File Assign To
000071                     "DpTktCtl.TXT"
000072         Organization Is Line Sequential
000115     03  Dep-Tkt-Check       Pic S9(8)v99.
000116     03  Filler              Pic X.
000117     03  Dep-Tkt-Total       Pic S9(8)v99.
000118 Fd  House-Ledger-File.
000118 Copy "hseledg.cpy".
000118 Fd  Ticket-Control-File.
000119 01  Ticket-Control-Record.
000120     03  Control-Next-Ticket Pic 9(6).
000137 01  Deposit-Ticket-Status   Pic XX Value Spaces.
000138 01  Ticket-Control-Status   Pic XX Value Spaces.
000139     88  Ticket-Control-Success Value "00" Thru "09".
000139 01  House-Ledger-Status     Pic XX Value Spaces.
000139 01  House-Ledger-Done-Flag  Pic X Value Spaces.
000139     88  House-Ledger-Done   Value "Y".
000141 01  Done-Flag               Pic X Value Spaces.
000142     88  All-Done            Value "Y".
000143 01  Deposit-Date            Pic 9(8) Value Zeros.
000159     03  Detail-Ticket       Pic 9(6).
000160     03  Filler              Pic X(9)  Value "  Check".
000161     03  Detail-Amount       Pic ZZZ,ZZZ.99-.
000161 01  House-Check-Line.
000161     03  Filler              Pic X(9)  Value "  Acct".
000161     03  Detail-House        Pic X(8).
000161     03  Filler              Pic X(7)  Value " Check".
000161     03  Detail-House-Amount Pic ZZZ,ZZZ.99-.
000162 01  Total-Line.
000163     03  Total-Label         Pic X(20).
000164     03  Total-Amount        Pic ZZZ,ZZZ.99-.
000195     Perform Print-Slip-Heading
000196     Perform Total-One-Record Until All-Done
000197     Close Trans-File
000197     Perform Add-House-Payments
000198     Perform Print-Slip-Totals
000199     Close Report-File
000200     Call "Chapt25d" Using Spool-Catalog-Name
000245        End-Evaluate
000246     End-If
000247     .
000248 Add-House-Payments.
000248     Open Input House-Ledger-File
000248     If House-Ledger-Status = "00"
000248        Perform Post-One-House-Payment Until House-Ledger-Done
000248        Close House-Ledger-File
000248     End-If
000248     .
000248 Post-One-House-Payment.
000248     Read House-Ledger-File
000248          At End Set House-Ledger-Done To True
000248          Not At End
000248             If Hse-Payment And Hse-Date = Deposit-Date
000248                If Hse-Tender = "K"
000248                   Add 1 To Check-Count
000248                   Add Hse-Amount To Check-Total
000248                   Move Hse-Customer To Detail-House
000248                   Move Hse-Amount To Detail-House-Amount
000248                   Write Report-Record From House-Check-Line
000248                         After 1
000248                   Add 1 To Line-Count
000248                Else
000248                   Add Hse-Amount To Cash-Total
000248                End-If
000248             End-If
000248     End-Read
000248     .
000248 Print-Slip-Heading.
000249     Move Next-Ticket-Number To Heading-Ticket
000250     Move Deposit-Date To Heading-Date
