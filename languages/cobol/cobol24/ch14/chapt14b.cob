000061                     "CurrOper.TXT"
000061         Organization Is Line Sequential
000061         File Status  Is Current-Operator-Status.
000062     Select Optional Audit-File Assign To "Audit24a.TXT"
000062         Organization Is Line Sequential
000062         File Status  Is Audit-Status.
000062     Select Optional State-Table-File Assign To "StateTab.TXT"
000062         Organization Is Line Sequential
000062         File Status  Is State-Table-Status.
000062     Select Optional Dealer-Specialty-File Assign To "DlrSpec.Dat"
000062            Organization Indexed
000062            Access Random
000062            Record Key Spec-Dealer-Number
000062            File Status Dealer-Specialty-Status.
000062     Select Optional Specialty-Table-File Assign To "SpecTbl.TXT"
000062         Organization Is Line Sequential
000062         File Status  Is Specialty-Table-Status.
000062     Select Optional Category-File Assign To "Category.TXT"
000062         Organization Is Line Sequential
000062         File Status  Is Category-Status.
000062     Select Optional Corr-Queue-File Assign To "CorrQue.TXT"
000062         Organization Is Line Sequential
000062         File Status  Is Corr-Queue-Status.
000065 Data Division.
000066 File Section.
000067 Fd  Dealer-File.
000097     03  Prenote-Status-Code Pic X.
000097         88  Prenote-Needed  Value "P".
000097         88  Prenote-Sent    Value "S".
000097* Changed Bank Details Hold ACH Through The Cooling-Off Period
000097* From The Change Date Carried In Prenote-Date
000097         88  Ach-On-Hold     Value "H".
000097     03  Prenote-Date        Pic X(8).
000097     03  Contact-Preference  Pic X.
000097         88  Notify-By-Email Value "E".
000097     03  Onboard-Status      Pic X.
000097         88  Onboard-Pending Value "P".
000097         88  Onboard-Complete Value "C" " ".
000097     03  Payout-Frequency    Pic X.
000097     03  Minimum-Payout      Pic 9(5)v99.
000097     03  Last-Payout-Date    Pic 9(8).
000097* Share Of Each Payout Chapt20c Issues As Store Credit
000097     03  Store-Credit-Percent Pic 9(3).
000097* Standing Authorization For Chapt16o To Draw Booth Rent By ACH
000097     03  Rent-Autodebit-Flag Pic X.
000097         88  Rent-Autodebit  Value "Y".
000097     03  Autodebit-Auth-Date Pic X(8).
000097     03  Filler              Pic X(6).
000097 Fd  Change-History-File.
000097 Copy "dlrchg.cpy".
000098 Fd  Quiesce-File.
000098 01  Quiesce-Record          Pic X(8).
000098 Fd  Corr-Queue-File.
000098 Copy "corrq.cpy".
000098 Fd  Online-Use-File.
000098 01  Online-Use-Record.
000098     03  Use-Action          Pic X(5).
000098     03  Curr-Oper-Id        Pic X(4).
000098     03  Filler              Pic X.
000098     03  Curr-Oper-Level     Pic 9.
000097 Fd  Audit-File.
000097 01  Audit-Record.
000097     03  Audit-Date          Pic 9(8).
000097     03  Filler              Pic X.
000097     03  Audit-Timestamp     Pic 9(8).
000097     03  Filler              Pic X.
000097     03  Audit-Operator      Pic X(12).
000097     03  Filler              Pic X.
000097     03  Audit-Operation     Pic X(18).
000097     03  Filler              Pic X.
000097     03  Audit-Dealer-Number Pic X(8).
000097 Fd  State-Table-File.
000097 01  State-Table-Record.
000097     03  State-Rec-Value     Pic X(20).
000097     03  Filler              Pic X.
000097     03  State-Rec-Zip-Rule  Pic X.
000097 Fd  Dealer-Specialty-File.
000097 Copy "dlrspec.cpy".
000097 Fd  Specialty-Table-File.
000097 01  Specialty-Table-Record.
000097     03  Spty-Rec-Code       Pic X(4).
000097     03  Filler              Pic X.
000097     03  Spty-Rec-Name       Pic X(30).
000097 Fd  Category-File.
000097 01  Category-Record.
000097     03  Category-Rec-Code   Pic X(4).
000097     03  Filler              Pic X(7).
000098 Working-Storage Section.
000099 01  State-Table-Status     Pic XX Value Spaces.
000099 01  State-Table-Done-Flag  Pic X Value Spaces.
000099             Indexed By State-Table-Index.
000099         05  Table-State-Value   Pic X(20).
000099         05  Table-State-Rule    Pic X.
000099 01  Dealer-Specialty-Status Pic XX Value Spaces.
000099     88  Dealer-Specialty-Success Value "00" Thru "09".
000099 01  Specialty-Open-Flag    Pic X Value Space.
000099     88  Specialty-File-Open Value "Y".
000099 01  Specialty-Table-Status Pic XX Value Spaces.
000099 01  Category-Status        Pic XX Value Spaces.
000099 01  Specialty-Done-Flag    Pic X Value Spaces.
000099     88  Specialty-Done     Value "Y".
000099 01  Specialty-Found-Flag   Pic X Value Space.
000099     88  Specialty-On-File  Value "Y".
000099 01  Specialty-Sub          Pic 9 Value Zeros.
000099 01  Specialty-Count        Pic 9 Value Zeros.
000099* Specialty Codes From SpecTbl.TXT, Then The Category Codes,
000099* Which Serve As Specialties Too
000099 01  Specialty-Table-Count  Pic 9(3) Value Zeros.
000099 01  Specialty-Table-Area.
000099     03  Specialty-Table-Entry Occurs 0 To 200 Times
000099             Depending On Specialty-Table-Count
000099             Indexed By Specialty-Table-Index.
000099         05  Table-Specialty-Code Pic X(4).
000099 01  Check-State-Value      Pic X(20) Value Spaces.
000099 01  Check-Zip-Value        Pic X(15) Value Spaces.
000099 01  Check-Zip-Rule         Pic X Value Space.
000099 01  Current-Operator-Status Pic XX Value Spaces.
000099 01  Current-Operator       Pic X(4) Value Spaces.
000099 01  Current-Oper-Level     Pic 9 Value Zeros.
000099 01  Audit-Status           Pic XX Value Spaces.
000099* Only The Top Operator.TXT Authorization Level May See The
000099* Taxpayer Id And Bank Numbers Unmasked
000099 01  Unmask-Level           Pic 9 Value 9.
000099 01  Sensitive-Entry-Area.
000099     03  Screen-Routing      Pic X(9).
000099     03  Screen-Account      Pic X(17).
000099     03  Screen-Tax-Id       Pic X(9).
000099     03  Shown-Routing       Pic X(9).
000099     03  Shown-Account       Pic X(17).
000099     03  Shown-Tax-Id        Pic X(9).
000099     03  Entry-Pin           Pic X(4).
000099     03  Pin-On-File-Text    Pic X(6).
000099 01  Mask-Value-In          Pic X(17) Value Spaces.
000099 01  Mask-Value-Out         Pic X(17) Value Spaces.
000099 01  Quiesce-File-Status    Pic XX Value Spaces.
000099 01  Online-Use-Status      Pic XX Value Spaces.
000099 01  Quiesce-Active-Flag    Pic X Value Space.
000103         88  F2-Pressed Value X"02".
000104         88  F3-Pressed Value X"03".
000105         88  F4-Pressed Value X"04".
000105         88  F5-Pressed Value X"05".
000106     03  System-Use    Pic X.
000106 01  Cursor-Position.
000107     03  Cursor-Row    Pic 9(2) Value 1.
000277     03  Rent-Model-Code     Pic X.
000277     03  Rent-Percent        Pic 9(2).
000277     03  Dealer-Type-Code    Pic X.
000277     03  Payout-Frequency    Pic X.
000277     03  Minimum-Payout      Pic 9(5)v99.
000277     03  Store-Credit-Percent Pic 9(3).
000277     03  Rent-Autodebit-Flag Pic X.
000277     03  Directory-Opt-In    Pic X.
000277     03  Specialty-Entry-Area.
000277         05  Specialty-Entry-Code Pic X(4) Occurs 5 Times.
000278 01  Valid-Data-Flag         Pic X Value "Y".
000279     88  Valid-Data          Value "Y".
000280     88  Invalid-Data        Value "N".
000283 01  Bank-Change-Flag       Pic X Value Space.
000283     88  Bank-Details-Changed Value "Y".
000283 01  Change-History-Status  Pic XX Value Spaces.
000283 01  Corr-Queue-Status      Pic XX Value Spaces.
000283 01  Bank-Change-Date       Pic 9(8) Value Zeros.
000283 01  Bank-Change-Date-X Redefines Bank-Change-Date.
000283     03  Bank-Change-MM      Pic 99.
000283     03  Bank-Change-DD      Pic 99.
000283     03  Bank-Change-YYYY    Pic 9(4).
000283 01  Date-And-Time-Area.
000283     03  Work-Date           Pic 9(6).
000283     03  Work-Date-X         Redefines Work-Date.
000340         05  Line 11 Column 01  Value "Phone/Home: ".
000341         05  Line 11 Column 34  Value "Work: ".
000342         05  Line 12 Column 06  Value "Other: ".
000342         05  Line 13 Column 01  Value "Specialties: ".
000342         05  Line 13 Column 42  Value "Directory (Y/N): ".
000343         05  Line 14 Column 01  Value "Start Date: ".
000344         05  Line 14 Column 24  Value "Last Paid Date: ".
000345         05  Line 14 Column 51  Value "Next Rent Due on: ".
000347         05  Line 19 Column 20  Value "TIN: ".
000347         05  Line 19 Column 38  Value "W-9 (Y/N): ".
000347         05  Line 19 Column 52  Value "PIN: ".
000347         05  Line 21 Column 01  Value "Payout (W/S/M): ".
000347         05  Line 21 Column 20  Value "Min Payout: ".
000347         05  Line 21 Column 44  Value "Credit %: ".
000347         05  Line 21 Column 60  Value "Rent Debit: ".
000348         05  Line 22 Column 01  Value
000349             "F1-Exit  F2-Save  F3-Find  F4-Delete  F5-Show Full".
000350*
000351     03  Required-Reverse-Group Reverse-Video Required.
000352         05  Line 4 Column 13  Pic X(8)  Using Dealer-Number
000388         05  Line 18 Column 19 Pic X
000388             Using Payment-Method Of Work-Record.
000388         05  Line 18 Column 33 Pic X(9)
000388             Using Screen-Routing.
000388         05  Line 18 Column 53 Pic X(17)
000388             Using Screen-Account.
000388         05  Line 19 Column 15 Pic X
000388             Using Contact-Preference Of Work-Record.
000388         05  Line 19 Column 25 Pic X(9)
000388             Using Screen-Tax-Id.
000388         05  Line 19 Column 49 Pic X
000388             Using W9-Status-Code Of Work-Record.
000388         05  Line 19 Column 58 Pic X(4)
000388             Using Entry-Pin Secure.
000388         05  Line 19 Column 63 Pic X(6)
000388             From Pin-On-File-Text.
000388         05  Line 16 Column 49 Pic X
000388             Using Marketplace-Opt-In Of Work-Record.
000388         05  Line 17 Column 50 Pic X
000388             Blank When Zero.
000388         05  Line 15 Column 46 Pic X
000388             Using Dealer-Type-Code Of Work-Record.
000388         05  Line 21 Column 17 Pic X
000388             Using Payout-Frequency Of Work-Record.
000388         05  Line 21 Column 32 Pic ZZ,ZZZ.99
000388             Using Minimum-Payout Of Work-Record.
000388         05  Line 21 Column 54 Pic ZZ9
000388             Using Store-Credit-Percent Of Work-Record.
000388         05  Line 21 Column 72 Pic X
000388             Using Rent-Autodebit-Flag Of Work-Record.
000388         05  Line 13 Column 14 Pic X(4)
000388             Using Specialty-Entry-Code (1).
000388         05  Line 13 Column 19 Pic X(4)
000388             Using Specialty-Entry-Code (2).
000388         05  Line 13 Column 24 Pic X(4)
000388             Using Specialty-Entry-Code (3).
000388         05  Line 13 Column 29 Pic X(4)
000388             Using Specialty-Entry-Code (4).
000388         05  Line 13 Column 34 Pic X(4)
000388             Using Specialty-Entry-Code (5).
000388         05  Line 13 Column 59 Pic X
000388             Using Directory-Opt-In.
000389     03  Blink-Group Highlight Blink.
000390         05  Line 20 Column 01 Pic X(60) From Error-Message.
000391*
000395     Perform Load-State-Table
000396     If Dealer-Success
000397        Initialize Work-Record
000397        Perform Mask-Sensitive-Fields
000397        Move Space To Dup-Warn-Flag
000398        Perform Process-Screen Until F1-Pressed Or
000399                                 Not Dealer-Success
000411           Perform Find-Record
000412        When F4-Pressed
000412           Perform Delete-Record
000412        When F5-Pressed
000412           Perform Show-Full-Values
000413        When Other
000414           Continue
000415     End-Evaluate
000422             Set New-Mode To True
000423          Not Invalid Key
000424             Move Corresponding Dealer-Record To Work-Record
000424             Perform Load-Dealer-Specialties
000424             Perform Mask-Sensitive-Fields
000424* Dealers Set Up Before The Payout Schedule Have No Minimum
000424             If Minimum-Payout Of Dealer-Record Not Numeric
000424                Move Zeros To Minimum-Payout Of Work-Record
000424             End-If
000424             If Store-Credit-Percent Of Dealer-Record Not Numeric
000424                Move Zeros To Store-Credit-Percent Of Work-Record
000424             End-If
000425             Set Update-Mode To True
000426             Move "Dealer Found, Change Fields, Press F2"
000427                  To Error-Message
000430* The Duplicate Warning Must Follow The Edits - Validate-Data
000430* Resets The Valid Flag, So A Warning Set Ahead Of It Would
000430* Never Block The Save
000431     Perform Apply-Sensitive-Entries
000431     Perform Validate-Data
000431     If Valid-Data
000431        Perform Check-For-Duplicate-Dealer
000432           Move Spaces To Dealer-Record
000432           Move Zeros To Dealer-Record (327:35)
000432           Move "0001" To Dealer-Record (372:4)
000432           Move Zeros To Last-Payout-Date Of Dealer-Record
000432           Move Zeros To Store-Credit-Percent Of Dealer-Record
000432        End-If
000433* Only The One-Way Hash Of A Newly Keyed PIN Reaches The File
000433        If Entry-Pin Not = Spaces
000433           Call "Chapt23p" Using Dealer-Number Of Work-Record
000433                Entry-Pin Dealer-Pin Of Work-Record
000433        End-If
000433        Move Corresponding Work-Record To Dealer-Record
000433* New Bank Details On A Dealer Already On File Stop ACH Until
000433* The Cooling-Off Period Has Passed And A Fresh Prenote Clears;
000433* The Change Date Rides In Prenote-Date For Chapt20c
000433        If Bank-Details-Changed
000433           If Update-Mode
000433              Accept Work-Date From Date
000433              Move Date-MM To Bank-Change-MM
000433              Move Date-DD To Bank-Change-DD
000433              Move 2000 To Bank-Change-YYYY
000433              Add Date-YY To Bank-Change-YYYY
000433              Move "H" To Prenote-Status-Code
000433              Move Bank-Change-Date To Prenote-Date
000433           Else
000433              Move "P" To Prenote-Status-Code
000433              Move Spaces To Prenote-Date
000433           End-If
000433        End-If
000433* The Received Date Rides With The W-9 Status: Stamped When
000433* The Form Arrives, Cleared When The Status Says It Is Gone
000433        Else
000433           Move Spaces To W9-Received-Date Of Dealer-Record
000433        End-If
000433* The Rent Debit Authorization Is Dated The Same Way
000433        If Rent-Autodebit Of Dealer-Record
000433           If Autodebit-Auth-Date Of Dealer-Record = Spaces
000433              Accept Work-Date From Date
000433              Move Date-MM To
000433                   Autodebit-Auth-Date Of Dealer-Record (1:2)
000433              Move Date-DD To
000433                   Autodebit-Auth-Date Of Dealer-Record (3:2)
000433              Move "20" To
000433                   Autodebit-Auth-Date Of Dealer-Record (5:2)
000433              Move Date-YY To
000433                   Autodebit-Auth-Date Of Dealer-Record (7:2)
000433           End-If
000433        Else
000433           Move Spaces To Autodebit-Auth-Date Of Dealer-Record
000433        End-If
000434        If Update-Mode
000434           Move Save-Dealer-Number To
000434                Dealer-Number Of Dealer-Record
000443              Set Hist-Action-Add To True
000443           End-If
000443           Perform Write-Change-History
000443           Perform Save-Dealer-Specialties
000443           If Update-Mode And Bank-Details-Changed
000443              Perform Queue-Bank-Change-Letter
000443           End-If
000444           Set New-Mode To True
000445           Initialize Work-Record
000445           Perform Mask-Sensitive-Fields
000445           Move Space To Dup-Warn-Flag
000446           Move 1 To Cursor-Row
000447                     Cursor-Column
000453              Perform Write-Change-History
000453              Set New-Mode To True
000453              Initialize Work-Record
000453              Perform Mask-Sensitive-Fields
000453              Move Space To Dup-Warn-Flag
000453              Move 1 To Cursor-Row
000453                        Cursor-Column
000473           Move "Percentage Rent needs a Pct from 1 to 99"
000473                To Error-Message
000473           Set Invalid-Data To True
000473        When Entry-Pin Not = Spaces And Entry-Pin Not Numeric
000473           Move "Kiosk PIN must be four digits or blank"
000473                To Error-Message
000473           Set Invalid-Data To True
000473        When Payout-Frequency Of Work-Record Not = "W" And
000473             Payout-Frequency Of Work-Record Not = "S" And
000473             Payout-Frequency Of Work-Record Not = "M" And
000473             Payout-Frequency Of Work-Record Not = Space
000473           Move "Payout: W Weekly, S Semi-Monthly, M Monthly"
000473                To Error-Message
000473           Set Invalid-Data To True
000473        When Store-Credit-Percent Of Work-Record > 100
000473           Move "Store credit percent cannot exceed 100"
000473                To Error-Message
000473           Set Invalid-Data To True
000473        When Rent-Autodebit-Flag Of Work-Record Not = "Y" And
000473             Rent-Autodebit-Flag Of Work-Record Not = "N" And
000473             Rent-Autodebit-Flag Of Work-Record Not = Space
000473           Move "Rent Debit must be Y, N or blank"
000473                To Error-Message
000473           Set Invalid-Data To True
000473        When Rent-Autodebit-Flag Of Work-Record = "Y" And
000473             (Bank-Routing-Number Of Work-Record Not Numeric Or
000473              Bank-Account-Number Of Work-Record = Spaces)
000473           Move "Rent Debit needs 9-digit routing + account"
000473                To Error-Message
000473           Set Invalid-Data To True
000473        When Directory-Opt-In Not = "Y" And
000473             Directory-Opt-In Not = "N" And
000473             Directory-Opt-In Not = Space
000473           Move "Directory must be Y, N or blank"
000473                To Error-Message
000473           Set Invalid-Data To True
000473        When Other
000473           Perform Validate-Address-Fields
000473           If Valid-Data
000473              Perform Validate-Entered-Dates
000473           End-If
000473           If Valid-Data
000473              Perform Validate-Specialties
000473           End-If
000474     End-Evaluate
000475     .
000475 Validate-Entered-Dates.
000476 Open-File.
000477     Open I-O Dealer-File
000477     Open Extend Change-History-File
000477     Open I-O Dealer-Specialty-File
000477     If Dealer-Specialty-Status = "35"
000477        Open Output Dealer-Specialty-File
000477        Close Dealer-Specialty-File
000477        Open I-O Dealer-Specialty-File
000477     End-If
000477     If Dealer-Specialty-Success
000477        Set Specialty-File-Open To True
000477     End-If
000477     Perform Load-Specialty-Table
000478     If Not Dealer-Success
000478        Perform Report-Dealer-File-Error
000481        Perform Display-And-Accept-Error
000610     Move Current-Operator To Hist-Operator
000483     Write Change-History-Record
000483     .
000483* The Dealer Confirms Or Disputes A Bank Change By Return Mail
000483* Before Direct Deposit Resumes; The Letter Goes To The Address
000483* On File Whatever The Contact Preference, Since A Taken-Over
000483* Email Account Is How A False Change Gets Phoned In
000483 Queue-Bank-Change-Letter.
000483     Open Extend Corr-Queue-File
000483     Move Spaces To Corr-Queue-Record
000483     Move Bank-Change-Date To Corr-Date
000483     Set Corr-Bank-Change To True
000483     Move Dealer-Number Of Dealer-Record To Corr-Dealer
000483     Move Space To Corr-Contact-Pref
000483     Set Corr-Queued To True
000483     Move Zeros To Corr-Status-Date
000483     Write Corr-Queue-Record
000483     Close Corr-Queue-File
000483     Move "Bank details changed - ACH held, letter queued"
000483          To Error-Message
000483     .
000484 Close-File.
000485     Close Dealer-File
000485           Change-History-File
000486     If Specialty-File-Open
000486        Close Dealer-Specialty-File
000486     End-If
000486     .
000484 Load-Dealer-Specialties.
000484     Move Spaces To Directory-Opt-In
000484     Move Spaces To Specialty-Entry-Area
000484     If Specialty-File-Open
000484        Move Dealer-Number Of Dealer-Record To Spec-Dealer-Number
000484        Read Dealer-Specialty-File
000484             Invalid Key
000484                Continue
000484             Not Invalid Key
000484                Move Spec-Directory-Flag To Directory-Opt-In
000484                Perform Load-One-Specialty-Code
000484                        Varying Specialty-Sub From 1 By 1
000484                        Until Specialty-Sub > 5
000484        End-Read
000484     End-If
000484     .
000484 Load-One-Specialty-Code.
000484     Move Spec-Code (Specialty-Sub) To
000484          Specialty-Entry-Code (Specialty-Sub)
000484     .
000484 Save-Dealer-Specialties.
000484* The Specialties Live Beside The Dealer Record In DlrSpec.Dat,
000484* Keyed The Same; A Dealer With None Keyed Gets No Entry
000484     If Specialty-File-Open
000484        Move Dealer-Number Of Dealer-Record To Spec-Dealer-Number
000484        Read Dealer-Specialty-File
000484             Invalid Key
000484                If Specialty-Count > Zero
000484                   Perform Build-Specialty-Record
000484                   Write Dealer-Specialty-Record
000484                End-If
000484             Not Invalid Key
000484                Perform Build-Specialty-Record
000484                Rewrite Dealer-Specialty-Record
000484        End-Read
000484     End-If
000484     .
000484 Build-Specialty-Record.
000484     Move Spaces To Dealer-Specialty-Record
000484     Move Dealer-Number Of Dealer-Record To Spec-Dealer-Number
000484     Move Directory-Opt-In To Spec-Directory-Flag
000484     Perform Build-One-Specialty-Code
000484             Varying Specialty-Sub From 1 By 1
000484             Until Specialty-Sub > 5
000484     .
000484 Build-One-Specialty-Code.
000484     Move Specialty-Entry-Code (Specialty-Sub) To
000484          Spec-Code (Specialty-Sub)
000484     .
000484 Validate-Specialties.
000484     Move Zeros To Specialty-Count
000484     Perform Check-One-Specialty
000484             Varying Specialty-Sub From 1 By 1
000484             Until Specialty-Sub > 5 Or Invalid-Data
000484     If Valid-Data And Directory-Opt-In = "Y"
000484        And Specialty-Count = Zero
000484        Move "Directory listing needs at least one specialty"
000484             To Error-Message
000484        Set Invalid-Data To True
000484     End-If
000484     .
000484 Check-One-Specialty.
000484     Inspect Specialty-Entry-Code (Specialty-Sub) Converting
000484             "abcdefghijklmnopqrstuvwxyz" To
000484             "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
000484     If Specialty-Entry-Code (Specialty-Sub) Not = Spaces
000484        Add 1 To Specialty-Count
000484        Move Space To Specialty-Found-Flag
000484        If Specialty-Table-Count = Zero
000484           Set Specialty-On-File To True
000484        Else
000484           Set Specialty-Table-Index To 1
000484           Search Specialty-Table-Entry
000484                At End
000484                   Continue
000484                When Table-Specialty-Code
000484                     (Specialty-Table-Index) =
000484                     Specialty-Entry-Code (Specialty-Sub)
000484                   Set Specialty-On-File To True
000484           End-Search
000484        End-If
000484        If Not Specialty-On-File
000484           Move "Specialty not on SpecTbl.TXT or Category.TXT"
000484                To Error-Message
000484           Set Invalid-Data To True
000484        End-If
000484     End-If
000484     .
000484 Load-Specialty-Table.
000484     Move Zeros To Specialty-Table-Count
000484     Move Space To Specialty-Done-Flag
000484     Open Input Specialty-Table-File
000484     If Specialty-Table-Status = "00"
000484        Perform Load-One-Specialty Until Specialty-Done
000484        Close Specialty-Table-File
000484     End-If
000484     Move Space To Specialty-Done-Flag
000484     Open Input Category-File
000484     If Category-Status = "00"
000484        Perform Load-One-Category Until Specialty-Done
000484        Close Category-File
000484     End-If
000484     .
000484 Load-One-Specialty.
000484     Read Specialty-Table-File
000484          At End Set Specialty-Done To True
000484          Not At End
000484             If Specialty-Table-Count < 200
000484                Add 1 To Specialty-Table-Count
000484                Move Spty-Rec-Code To
000484                     Table-Specialty-Code (Specialty-Table-Count)
000484             End-If
000484     End-Read
000484     .
000484 Load-One-Category.
000484     Read Category-File
000484          At End Set Specialty-Done To True
000484          Not At End
000484             If Specialty-Table-Count < 200
000484                Add 1 To Specialty-Table-Count
000484                Move Category-Rec-Code To
000484                     Table-Specialty-Code (Specialty-Table-Count)
000484             End-If
000484     End-Read
000484     .
000487 Display-And-Accept-Error.
000488     Display Data-Entry-Screen
000489     Accept Data-Entry-Screen
000650          Err-File-Status Err-Message-Out Err-Retryable
000650     Move Err-Message-Out To Error-Message
000650     .

000650 Mask-Sensitive-Fields.
000650* The Screen Carries Only Last-Four Masks Of The Taxpayer Id
000650* And Bank Numbers; The Real Values Stay In The Work Record.
000650* The Keyed PIN Field Always Starts Empty
000650     Move Bank-Routing-Number Of Work-Record To Mask-Value-In
000650     Call "Chapt23o" Using Mask-Value-In Mask-Value-Out
000650     Move Mask-Value-Out To Shown-Routing
000650     Move Bank-Account-Number Of Work-Record To Mask-Value-In
000650     Call "Chapt23o" Using Mask-Value-In Mask-Value-Out
000650     Move Mask-Value-Out To Shown-Account
000650     Move Tax-Id Of Work-Record To Mask-Value-In
000650     Call "Chapt23o" Using Mask-Value-In Mask-Value-Out
000650     Move Mask-Value-Out To Shown-Tax-Id
000650     Perform Show-Sensitive-Fields
000650     .
000650 Show-Sensitive-Fields.
000650     Move Shown-Routing To Screen-Routing
000650     Move Shown-Account To Screen-Account
000650     Move Shown-Tax-Id To Screen-Tax-Id
000650     Move Spaces To Entry-Pin
000650     If Dealer-Pin Of Work-Record = Spaces
000650        Move Spaces To Pin-On-File-Text
000650     Else
000650        Move "(set)" To Pin-On-File-Text
000650     End-If
000650     .
000650 Apply-Sensitive-Entries.
000650* A Field Still Showing What Was Put On The Screen Is Left
000650* Alone; Anything Keyed Over It Is The New Value
000650     If Screen-Routing Not = Shown-Routing
000650        Move Screen-Routing To Bank-Routing-Number Of Work-Record
000650     End-If
000650     If Screen-Account Not = Shown-Account
000650        Move Screen-Account To Bank-Account-Number Of Work-Record
000650     End-If
000650     If Screen-Tax-Id Not = Shown-Tax-Id
000650        Move Screen-Tax-Id To Tax-Id Of Work-Record
000650     End-If
000650     .
000650 Show-Full-Values.
000650* The Unmasked View Is For The Top Authorization Level Only,
000650* And Every Use Of It Lands In The Security Activity Trail
000650     Evaluate True
000650        When Current-Oper-Level < Unmask-Level
000650           Move "Full values need the top authorization level"
000650                To Error-Message
000650        When Not Update-Mode
000650           Move "Find a dealer first (F3) to show full values"
000650                To Error-Message
000650        When Other
000650           Move Bank-Routing-Number Of Work-Record To
000650                Shown-Routing
000650           Move Bank-Account-Number Of Work-Record To
000650                Shown-Account
000650           Move Tax-Id Of Work-Record To Shown-Tax-Id
000650           Perform Show-Sensitive-Fields
000650           Perform Write-Unmask-Audit
000650           Move "Full values shown - this view is logged"
000650                To Error-Message
000650     End-Evaluate
000650     .
000650 Write-Unmask-Audit.
000650     Open Extend Audit-File
000650     Move Spaces To Audit-Record
000650     Accept Audit-Date From Date YYYYMMDD
000650     Accept Audit-Timestamp From Time
000650     Move Current-Operator To Audit-Operator
000650     Move "UNMASKED VIEW" To Audit-Operation
000650     Move Dealer-Number Of Work-Record To Audit-Dealer-Number
000650     Write Audit-Record
000650     Close Audit-File
000650     .
