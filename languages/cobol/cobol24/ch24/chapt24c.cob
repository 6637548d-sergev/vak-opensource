000077            Access Sequential
000077            Relative Key Booth-Number
000077            File Status Booth-Status.
000078     Select Optional Sales-History-File Assign To "SalesHst.Dat"
000078         Organization Indexed
000078         Access Dynamic
000078         Record Key SH-Key
000078         Alternate Record Key SH-Item
000078             With Duplicates
000078         Alternate Record Key SH-Customer
000078             With Duplicates
000078         Alternate Record Key SH-Receipt
000078             With Duplicates
000078         File Status Sales-History-Status.
000078     Select Optional Earn-Summary-File Assign To "EarnSum.TXT"
000078         Organization Is Line Sequential
000078         File Status  Is Earn-Summary-Status.
000078 Data Division.
000079 File Section.
000080 Fd  Dealer-File.
000119     03  Booth-Zone              Pic X(4).
000119     03  Booth-Rate-Class        Pic X(2).
000119     03  Filler                  Pic X(10).
000120 Fd  Sales-History-File.
000120 Copy "salehist.cpy".
000120 Fd  Earn-Summary-File.
000120 Copy "earnsum.cpy".
000120 Working-Storage Section.
000121 01  Keyboard-Status.
000122     03  Accept-Status Pic 9.
000123     03  Function-Key  Pic X.
000124         88  F1-Pressed Value X"01".
000125         88  F2-Pressed Value X"02".
000125         88  F3-Pressed Value X"03".
000126     03  System-Use    Pic X.
000127 01  Cursor-Position.
000128     03  Cursor-Row    Pic 9(2) Value 1.
000132 01  Item-Status            Pic XX Value Spaces.
000133     88  Item-Success       Value "00" Thru "09".
000134 01  Audit-Status           Pic XX Value Spaces.
000135 01  Sales-History-Status   Pic XX Value Spaces.
000135     88  Sales-History-Success Value "00" Thru "09".
000135 01  Sale-Scan-Done-Flag    Pic X Value Spaces.
000135     88  Sale-Scan-Done     Value "Y".
000135 01  Month-Start-YYYYMMDD   Pic 9(8) Value Zeros.
000135 01  Last-Sale-Date         Pic 9(8) Value Zeros.
000135 01  Month-Sales-Amount     Pic S9(7)v99 Value Zeros.
000135 01  Entry-Dealer           Pic X(8) Value Spaces.
000136 01  Entry-Pin              Pic X(4) Value Spaces.
000136 01  Hashed-Entry-Pin       Pic X(4) Value Spaces.
000137 01  Items-On-Hand          Pic 9(4) Value Zeros.
000138 01  Item-Scan-Done-Flag    Pic X Value Spaces.
000139     88  Item-Scan-Done     Value "Y".
000141 01  Show-Commission        Pic ZZZ,ZZ9.99- Value Zeros.
000142 01  Show-Items             Pic ZZZ9 Value Zeros.
000143 01  Show-Next-Due          Pic 99/99/9999 Value Zeros.
000144 01  Show-Last-Sale         Pic 99/99/9999 Value Zeros.
000144 01  Show-Month-Sales       Pic ZZZ,ZZ9.99- Value Zeros.
000144 01  Error-Message          Pic X(50) Value Spaces.
000144 01  Message-Status         Pic XX Value Spaces.
000144 01  Message-Ack-Status     Pic XX Value Spaces.
000144 01  Today-MMDDYYYY-N Redefines Today-MMDDYYYY Pic 9(8).
000144 01  Post-YYYYMMDD          Pic 9(8) Value Zeros.
000144 01  Expiry-YYYYMMDD        Pic 9(8) Value Zeros.
000144 01  Earn-Summary-Status    Pic XX Value Spaces.
000144 01  Earn-Done-Flag         Pic X Value Spaces.
000144     88  Earn-Done          Value "Y".
000144 01  Earn-Found-Flag        Pic X Value Spaces.
000144     88  Earn-Found         Value "Y".
000144 01  Year-End-Charges       Pic S9(8)v99 Value Zeros.
000144 01  Year-End-Lines.
000144     03  Year-End-Line      Pic X(62) Occurs 2 Times.
000144 01  Year-End-Line-1.
000144     03  Filler             Pic X(9)  Value "Year-End ".
000144     03  Ye-Tax-Year        Pic 9(4).
000144     03  Filler             Pic X(9)  Value "  Sales: ".
000144     03  Ye-Gross-Sales     Pic ZZZ,ZZ9.99-.
000144     03  Filler             Pic X(14) Value "  Commission: ".
000144     03  Ye-Commission      Pic ZZZ,ZZ9.99-.
000144 01  Year-End-Line-2.
000144     03  Filler             Pic X(9)  Value "Charges: ".
000144     03  Ye-Charges         Pic ZZZ,ZZ9.99-.
000144     03  Filler             Pic X(12) Value "  Net Paid: ".
000144     03  Ye-Net-Payouts     Pic ZZZ,ZZ9.99-.
000144     03  Filler             Pic X(8)  Value "  1099: ".
000144     03  Ye-Reported-1099   Pic ZZZ,ZZ9.99-.
000145 Screen Section.
000146 01  Kiosk-Screen
000147     Blank Screen, Auto
000156         05  Line 9  Column 01  Value "Commission To Date: ".
000157         05  Line 10 Column 01  Value "Items On Hand: ".
000158         05  Line 11 Column 01  Value "Next Rent Due: ".
000158         05  Line 12 Column 01  Value "Last Sale: ".
000158         05  Line 12 Column 34  Value "This Month: ".
000158         05  Line 13 Column 01  Value "Store Messages:".
000159         05  Line 22 Column 01  Value
000160             "F1-Done  F2-Show My Activity  F3-Year-End Summary".
000161     03  Required-Reverse-Group Reverse-Video Required.
000162         05  Line 4 Column 17  Pic X(8)
000163             Using Entry-Dealer.
000168         05  Line 9  Column 22 Pic X(12) From Show-Commission.
000169         05  Line 10 Column 22 Pic X(4) From Show-Items.
000170         05  Line 11 Column 22 Pic X(10) From Show-Next-Due.
000170         05  Line 12 Column 22 Pic X(10) From Show-Last-Sale.
000170         05  Line 12 Column 46 Pic X(12) From Show-Month-Sales.
000170         05  Line 14 Column 03 Pic X(60)
000170             From Message-Line (1).
000170         05  Line 15 Column 03 Pic X(60)
000170             From Message-Line (2).
000170         05  Line 16 Column 03 Pic X(60)
000170             From Message-Line (3).
000170         05  Line 17 Column 03 Pic X(62)
000170             From Year-End-Line (1).
000170         05  Line 18 Column 03 Pic X(62)
000170             From Year-End-Line (2).
000171     03  Highlight-Display Highlight.
000172         05  Line 20 Column 01 Pic X(50) From Error-Message
000173             Foreground-Color 5 Background-Color 1.
000196     Evaluate True
000197        When F2-Pressed
000198             Perform Show-My-Activity
000198        When F3-Pressed
000198             Perform Show-My-Activity
000199        When Other
000200             Continue
000201     End-Evaluate
000214 Verify-Pin-And-Show.
000215* A Blank PIN On The Dealer Record Means The Kiosk Is Not
000216* Enabled For That Dealer
000217* The Record Holds Only The One-Way Hash, So The Keyed PIN Is
000217* Hashed The Same Way And The Two Hashes Compared
000217     Call "Chapt23p" Using Dealer-Number Entry-Pin
000217          Hashed-Entry-Pin
000217     If Dealer-Pin = Spaces Or Dealer-Pin Not = Hashed-Entry-Pin
000218        Move "Dealer Or PIN Not Recognized" To Error-Message
000219     Else
000220        Move Sold-To-Date To Show-Sold
000222        Move Next-Rent-Due-Date To Show-Next-Due
000223        Perform Count-Items-On-Hand
000224        Move Items-On-Hand To Show-Items
000225        Perform Get-Recent-Sales
000225        Perform Write-Audit-Record
000225        Perform Show-Store-Messages
000226        Move "Your Activity Is Shown Below" To Error-Message
000226        If F3-Pressed
000226           Perform Show-Year-End-Summary
000226        End-If
000227     End-If
000228     .
000229 Count-Items-On-Hand.
000251             End-If
000252     End-Read
000253     .
000254 Get-Recent-Sales.
000254* The Dealer's Posted Sales Come Straight Off The Sales History
000254* Dealer And Date Key: The Latest Sale Date And What Has Sold
000254* So Far This Month
000254     Move Zeros To Last-Sale-Date Month-Sales-Amount
000254     Accept Today-YYYYMMDD-W From Date YYYYMMDD
000254     Move Today-YYYYMMDD-W To Month-Start-YYYYMMDD
000254     Move 01 To Month-Start-YYYYMMDD (7:2)
000254     Move Spaces To Sale-Scan-Done-Flag
000254     Open Input Sales-History-File
000254     If Sales-History-Success
000254        Move Entry-Dealer To SH-Dealer
000254        Move Zeros To SH-Key-Date SH-Sequence
000254        Start Sales-History-File Key Not < SH-Key
000254           Invalid Key
000254              Set Sale-Scan-Done To True
000254        End-Start
000254        Perform Check-One-Sale Until Sale-Scan-Done
000254        Close Sales-History-File
000254     End-If
000254     Move Last-Sale-Date To Flip-YYYYMMDD
000254     Move Flip-Out-MM To Flip-MM
000254     Move Flip-Out-DD To Flip-DD
000254     Move Flip-Out-YYYY To Flip-YYYY
000254     Move Flip-MMDDYYYY To Show-Last-Sale
000254     Move Month-Sales-Amount To Show-Month-Sales
000254     .
000254 Check-One-Sale.
000254     Read Sales-History-File Next Record
000254          At End Set Sale-Scan-Done To True
000254          Not At End
000254             If SH-Dealer Not = Entry-Dealer
000254                Set Sale-Scan-Done To True
000254             Else
000254                Move SH-Key-Date To Last-Sale-Date
000254                If SH-Key-Date >= Month-Start-YYYYMMDD
000254                   Add SH-Amount To Month-Sales-Amount
000254                End-If
000254             End-If
000254     End-Read
000254     .
000254 Write-Audit-Record.
000255     Move Spaces To Audit-Record
000256     Accept Audit-Date From Date YYYYMMDD
000263 Blank-The-Panel.
000264     Move Zeros To Show-Sold Show-Commission
000265                   Show-Items Show-Next-Due
000265                   Show-Last-Sale Show-Month-Sales
000265     Move Spaces To Message-Lines
000265     Move Spaces To Year-End-Lines
000266     .
000266 Show-Store-Messages.
000266* Current Broadcast Messages For This Dealer - All-Dealer,
000266     Move Flip-DD To Flip-Out-DD
000266     Move Flip-YYYY To Flip-Out-YYYY
000266     .
000266 Show-Year-End-Summary.
000266* The Dealer's Own Figures From The Last Chapt24y Run, Which
000266* Also Went Out On Paper Through The Correspondence Queue
000266     Move Spaces To Earn-Done-Flag Earn-Found-Flag
000266     Open Input Earn-Summary-File
000266     If Earn-Summary-Status Not = "00"
000266        Set Earn-Done To True
000266     End-If
000266     Perform Find-One-Earn-Summary Until Earn-Done
000266     If Earn-Summary-Status = "00" Or Earn-Summary-Status = "10"
000266        Close Earn-Summary-File
000266     End-If
000266     If Earn-Found
000266        Compute Year-End-Charges =
000266                Earn-Card-Fees + Earn-Rent-Paid
000266              + Earn-Late-Fees + Earn-Nsf-Fees
000266              + Earn-Repairs + Earn-Charge-Backs
000266        Move Earn-Tax-Year To Ye-Tax-Year
000266        Move Earn-Gross-Sales To Ye-Gross-Sales
000266        Move Earn-Commission To Ye-Commission
000266        Move Year-End-Charges To Ye-Charges
000266        Move Earn-Net-Payouts To Ye-Net-Payouts
000266        Move Earn-Reported-1099 To Ye-Reported-1099
000266        Move Year-End-Line-1 To Year-End-Line (1)
000266        Move Year-End-Line-2 To Year-End-Line (2)
000266        Perform Write-Year-End-Audit
000266     Else
000266        Move "No Year-End Summary On File For You Yet"
000266             To Error-Message
000266     End-If
000266     .
000266 Find-One-Earn-Summary.
000266     Read Earn-Summary-File
000266          At End Set Earn-Done To True
000266          Not At End
000266             If Earn-Dealer = Entry-Dealer
000266                Set Earn-Found To True
000266                Set Earn-Done To True
000266             End-If
000266     End-Read
000266     .
000266 Write-Year-End-Audit.
000266     Move Spaces To Audit-Record
000266     Accept Audit-Date From Date YYYYMMDD
000266     Accept Audit-Timestamp From Time
000266     Move "KIOSK" To Audit-Operator
000266     Move "DEALER YEAR-END" To Audit-Operation
000266     Move Dealer-Number To Audit-Dealer-Number
000266     Write Audit-Record
000266     .
