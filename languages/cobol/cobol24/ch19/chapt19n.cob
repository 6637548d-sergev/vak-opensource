000033* Partial Payment With Tender, Prints A Rent Receipt, Posts
000034* The Payment To The Rent Ledger And Keeps The Dealer's Rent
000035* Dates Current.  Waiving An Invoice Takes A Supervisor
000035* Money Left Over Once The Open Invoices Are Paid Is Held As
000035* Prepaid Rent On PrePaid.TXT, Where Chapt19f Draws It Down
000035* Against Each New Invoice
000043 Environment Division.
000050 Configuration Section.
000051 Special-Names.
000089     Select Optional Notes-File Assign To "DlrNotes.TXT"
000089         Organization Is Line Sequential
000089         File Status  Is Notes-Status.
000089     Select Optional Prepaid-File Assign To "PrePaid.TXT"
000089         Organization Is Line Sequential
000089         File Status  Is Prepaid-Status.
000090 Data Division.
000091 File Section.
000092 Fd  Dealer-File.
000104     03  Note-Operator       Pic X(4).
000104     03  Filler              Pic X.
000104     03  Note-Text           Pic X(50).
000104 Fd  Prepaid-File.
000104 Copy "prepaid.cpy".
000105 Fd  Rent-Invoice-File.
000106 01  Rent-Invoice-Record.
000107     03  Invoice-Number      Pic 9(6).
000178     03  Latest-Note-Type   Pic X(4).
000178     03  Filler             Pic X Value Space.
000178     03  Latest-Note-Text   Pic X(46).
000178 01  Prepaid-Status         Pic XX Value Spaces.
000178 01  Prepaid-Done-Flag      Pic X Value Spaces.
000178     88  Prepaid-Done       Value "Y".
000178 01  Prepaid-Balance        Pic S9(7)v99 Value Zeros.
000178 01  Prepaid-Display.
000178     03  Filler             Pic X(20)
000178         Value "Prepaid Rent Held:".
000178     03  Prepaid-Balance-Edit Pic ZZZ,ZZZ.99-.
000179 01  Error-Message          Pic X(60) Value Spaces.
000180 01  Open-Invoice-Display.
000181     03  Filler             Pic X(15)
000235             Using Entry-Check-Number.
000236         05  Line 13 Column 17 Pic 9(6)
000237             Using Waive-Invoice-Number Blank When Zero.
000237         05  Line 15 Column 01 Pic X(31)
000237             From Prepaid-Display.
000238     03  Highlight-Display Highlight.
000239         05  Line 20 Column 01 Pic X(60) From Error-Message
000240             Foreground-Color 5 Background-Color 1.
000273             Set Dealer-Found To True
000274             Perform Format-Dealer-Name
000275             Perform Total-Open-Invoices
000275             Perform Total-Prepaid-Balance
000275             Perform Show-Latest-Note
000276     End-Read
000277     .
000330        End-Start
000331        Perform Pay-One-Invoice Until Invoice-Done
000332     End-If
000332* Anything Left Over Is Held As Prepaid Rent
000332     If Remaining-Payment > Zero
000332        Perform Write-Prepaid-Addition
000332     End-If
000334     Perform Write-Ledger-Payment
000335     Perform Update-Dealer-Dates
000336     Perform Print-Rent-Receipt
000337     Perform Total-Open-Invoices
000337     Perform Total-Prepaid-Balance
000338     Move Zeros To Payment-Amount
000339     Move Space To Entry-Tender
000339     Move Spaces To Entry-Check-Number
000339     If Remaining-Payment > Zero
000339        Move "Payment Posted - Excess Held As Prepaid Rent"
000339             To Error-Message
000339     Else
000339        Move "Payment Posted - Receipt Printed" To Error-Message
000339     End-If
000341     .
000342 Pay-One-Invoice.
000343     Read Rent-Invoice-File Next Record
000382     Write Rent-Ledger-Record
000383     Close Rent-Ledger-File
000384     .
000384 Write-Prepaid-Addition.
000384     Open Extend Prepaid-File
000384     Move Spaces To Prepaid-Rent-Record
000384     Move Entry-Dealer To Prepaid-Dealer
000384     Move Today-MMDDYYYY-N To Prepaid-Date
000384     Set Prepaid-Added To True
000384     Move Remaining-Payment To Prepaid-Amount
000384     Move Zeros To Prepaid-Invoice
000384     Move Current-Operator To Prepaid-Operator
000384     Write Prepaid-Rent-Record
000384     Close Prepaid-File
000384     .
000384 Total-Prepaid-Balance.
000384     Move Zeros To Prepaid-Balance
000384     Move Spaces To Prepaid-Done-Flag
000384     Open Input Prepaid-File
000384     If Prepaid-Status Not = "00"
000384        Set Prepaid-Done To True
000384     End-If
000384     Perform Sum-One-Prepaid Until Prepaid-Done
000384     If Prepaid-Status = "00" Or Prepaid-Status = "10"
000384        Close Prepaid-File
000384     End-If
000384     Move Prepaid-Balance To Prepaid-Balance-Edit
000384     .
000384 Sum-One-Prepaid.
000384     Read Prepaid-File
000384          At End Set Prepaid-Done To True
000384          Not At End
000384             If Prepaid-Dealer = Entry-Dealer
000384                If Prepaid-Added
000384                   Add Prepaid-Amount To Prepaid-Balance
000384                Else
000384                   Subtract Prepaid-Amount From Prepaid-Balance
000384                End-If
000384             End-If
000384     End-Read
000384     .
000385 Update-Dealer-Dates.
000386     Move Dealer-Record To Hist-Before-Image
000387     Move Today-MMDDYYYY-N To Last-Rent-Paid-Date
000409            Into Receipt-Text-Line
000410     End-String
000411     Write Rent-Receipt-Line From Receipt-Text-Line
000411     If Remaining-Payment > Zero
000411        Move Remaining-Payment To Receipt-Amount-Edit
000411        Move Spaces To Receipt-Text-Line
000411        String "Held As Prepaid Rent: " Delimited By Size
000411               Receipt-Amount-Edit Delimited By Size
000411               Into Receipt-Text-Line
000411        End-String
000411        Write Rent-Receipt-Line From Receipt-Text-Line
000411     End-If
000412     Move "     Thank You" To Receipt-Text-Line
000413     Write Rent-Receipt-Line From Receipt-Text-Line
000414     Close Rent-Receipt-File
000488                    Dealer-Display-Name Dealer-Found-Flag
000488                    Entry-Check-Number Latest-Note-Display
000489     Move Zeros To Payment-Amount Waive-Invoice-Number
000489     Move Zeros To Prepaid-Balance Prepaid-Balance-Edit
000490     Move 1 To Cursor-Row Cursor-Column
000491     .
000492 Load-Current-Operator.
