000010 @OPTIONS MAIN,TEST
000020 Identification Division.
000030 Program-Id.  Chapt16o.
000031* Booth Rent Autodebit By ACH
000032* Dealers Who Signed A Rent Debit Authorization Have Their Open
000033* Rent, Prorated Booth And Utility Invoices Drawn From The Same
000034* Bank Account Their Direct-Deposit Payouts Go To, On Or After
000035* Each Invoice's Due Date.  The Debits Go To A NACHA File Of Their
000036* Own, AchDebit.TXT; Each Invoice Is Marked Debit Pending And The
000037* Payment Posts To The Rent Ledger Right Away.  A Debit Not Sent
000038* Back By The Bank Within Three Days Settles To Paid On A Later
000039* Run; One That Comes Back Is Undone By Chapt20z.  The Optional
000040* Parameter Is The Run Date (MMDDYYYY), Default Today
000041 Environment Division.
000042 Configuration Section.
000043 Source-Computer.  IBM-PC.
000044 Object-Computer.  IBM-PC.
000045 Input-Output  Section.
000046 File-Control.
000047     Select Report-File Assign To "RPT16O.SPL".
000048     Select Dealer-File Assign To "Dealer.Dat"
000049         Organization Indexed
000050         Access Random
000051         Record Key Dealer-Number
000052         File Status Dealer-Status.
000053     Select Optional Rent-Invoice-File Assign To "RentInv.Dat"
000054         Organization Indexed
000055         Access Dynamic
000056         Record Key Invoice-Number
000057         Alternate Record Key Invoice-Dealer
000058             With Duplicates
000059         File Status Rent-Invoice-Status.
000060     Select Optional Rent-Ledger-File Assign To "RentLedg.TXT"
000061         Organization Is Line Sequential
000062         File Status  Is Rent-Ledger-Status.
000063     Select Debit-File Assign To "AchDebit.TXT"
000064         Organization Is Line Sequential
000065         File Status  Is Debit-File-Status.
000066     Select Optional Calendar-File Assign To "PostCal.TXT"
000067         Organization Is Line Sequential
000068         File Status  Is Calendar-Status.
000069 Data Division.
000070 File Section.
000071 Fd  Report-File.
000072 01  Report-Record Pic X(80).
000073 Fd  Dealer-File.
000074 01  Dealer-Record.
000075     03  Dealer-Number         Pic X(8).
000076     03  Dealer-Name.
000077         05  Last-Name   Pic X(25).
000078         05  First-Name  Pic X(15).
000079         05  Middle-Name Pic X(10).
000080     03  Filler              Pic X(235).
000081     03  Start-Date          Pic 9(8).
000082     03  Last-Rent-Paid-Date Pic 9(8).
000083     03  Next-Rent-Due-Date  Pic 9(8).
000084     03  Filler              Pic X(58).
000085     03  Active-Status       Pic X.
000086         88  Dealer-Inactive Value "I".
000087     03  Bank-Routing-Number Pic X(9).
000088     03  Bank-Account-Number Pic X(17).
000089     03  Payment-Method      Pic X.
000090     03  Prenote-Status-Code Pic X.
000091     03  Prenote-Date        Pic X(8).
000092     03  Filler              Pic X(49).
000093     03  Rent-Autodebit-Flag Pic X.
000094         88  Rent-Autodebit  Value "Y".
000095     03  Autodebit-Auth-Date Pic X(8).
000096     03  Filler              Pic X(6).
000097 Fd  Rent-Invoice-File.
000098 01  Rent-Invoice-Record.
000099     03  Invoice-Number      Pic 9(6).
000100     03  Invoice-Dealer      Pic X(8).
000101     03  Invoice-Date        Pic 9(8).
000102     03  Invoice-Type        Pic X.
000103         88  Booth-Charge-Invoice Value "R" "P" "U".
000104     03  Invoice-Amount      Pic S9(5)v99.
000105     03  Invoice-Paid-Amount Pic S9(5)v99.
000106     03  Invoice-Status-Code Pic X.
000107         88  Invoice-Open    Value "O".
000108         88  Invoice-Paid    Value "P".
000109         88  Invoice-Debit-Pending Value "D".
000110     03  Invoice-Debit-Date  Pic 9(8).
000111     03  Filler              Pic X(2).
000112 Fd  Rent-Ledger-File.
000113 01  Rent-Ledger-Record.
000114     03  Ledger-Date         Pic 9(8).
000115     03  Filler              Pic X.
000116     03  Ledger-Dealer       Pic X(8).
000117     03  Filler              Pic X.
000118     03  Ledger-Type         Pic X.
000119     03  Filler              Pic X.
000120     03  Ledger-Amount       Pic S9(5)v99.
000121     03  Filler              Pic X.
000122     03  Ledger-Invoice      Pic 9(6).
000123     03  Filler              Pic X.
000124     03  Ledger-Tender       Pic X.
000125     03  Filler              Pic X.
000126     03  Ledger-Operator     Pic X(4).
000127     03  Filler              Pic X.
000128     03  Ledger-Check-Number Pic X(10).
000129 Fd  Debit-File.
000130 01  Debit-Record               Pic X(94).
000131 Fd  Calendar-File.
000132 01  Calendar-Record.
000133     03  Cal-Period          Pic 9(6).
000134     03  Filler              Pic X.
000135     03  Cal-Status          Pic X.
000136 Working-Storage Section.
000137 01  Dealer-Status           Pic XX Value Spaces.
000138     88  Dealer-Success      Value "00" Thru "09".
000139 01  Rent-Invoice-Status     Pic XX Value Spaces.
000140     88  Rent-Invoice-Success Value "00" Thru "09".
000141 01  Rent-Ledger-Status      Pic XX Value Spaces.
000142 01  Debit-File-Status       Pic XX Value Spaces.
000143 01  Calendar-Status         Pic XX Value Spaces.
000144 01  Calendar-Done-Flag      Pic X Value Spaces.
000145     88  Calendar-Done       Value "Y".
000146 01  Run-Period              Pic 9(6) Value Zeros.
000147 01  Run-Period-Closed-Flag  Pic X Value Space.
000148     88  Run-Period-Closed   Value "Y".
000149 01  Invoices-Done-Flag      Pic X Value Spaces.
000150     88  Invoices-Done       Value "Y".
000151 01  Debit-Batch-Open-Flag   Pic X Value Space.
000152     88  Debit-Batch-Open    Value "Y".
000153 01  Run-Date                Pic 9(8) Value Zeros.
000154 01  Run-Key                 Pic 9(8) Value Zeros.
000155 01  Due-Key                 Pic 9(8) Value Zeros.
000156 01  Debit-Amount            Pic S9(5)v99 Value Zeros.
000157 01  Days-Since-Debit        Pic S9(7) Value Zeros.
000158 01  Debit-Reference.
000159     03  Filler              Pic X(3) Value "ACH".
000160     03  Debit-Reference-Invoice Pic 9(6).
000161     03  Filler              Pic X Value Space.
000162 01  Debits-Issued           Pic 9(5) Value Zeros.
000163 01  Debits-Settled          Pic 9(5) Value Zeros.
000164 01  Debits-Skipped          Pic 9(5) Value Zeros.
000165 01  Debit-Entry-Count       Pic 9(6) Value Zeros.
000166 01  Debit-Total             Pic 9(10)v99 Value Zeros.
000167 01  Debit-Header.
000168     03  Filler            Pic X(13) Value "101 990000000".
000169     03  Debit-Header-Date Pic 9(6).
000170     03  Filler            Pic X(32)
000171         Value " DARLENES TREASURES             ".
000172     03  Filler            Pic X(43) Value Spaces.
000173 01  Debit-Batch-Header.
000174     03  Filler            Pic X(4)  Value "5225".
000175     03  Filler            Pic X(16)
000176         Value "DARLENES TREASUR".
000177     03  Filler            Pic X(20) Value Spaces.
000178     03  Filler            Pic X(10) Value "9900000001".
000179     03  Filler            Pic X(3)  Value "PPD".
000180     03  Filler            Pic X(10) Value "BOOTH RENT".
000181     03  Debit-Batch-Date  Pic 9(6).
000182     03  Filler            Pic X(25) Value Spaces.
000183* The Individual Id Carries Dealer And Invoice, So A Return
000184* Names The Invoice To Reopen
000185 01  Debit-Entry-Detail.
000186     03  Debit-Record-Type Pic X(1)  Value "6".
000187     03  Debit-Tran-Code   Pic 9(2).
000188     03  Debit-Routing     Pic X(9).
000189     03  Debit-Account     Pic X(17).
000190     03  Debit-Entry-Amount Pic 9(8)v99.
000191     03  Debit-Dealer-Id   Pic X(8).
000192     03  Debit-Invoice-Id  Pic 9(6).
000193     03  Filler            Pic X.
000194     03  Debit-Dealer-Name Pic X(22).
000195     03  Filler            Pic X(18) Value Spaces.
000196 01  Debit-Batch-Control.
000197     03  Filler            Pic X(4)  Value "8225".
000198     03  Debit-Control-Count Pic 9(6).
000199     03  Debit-Control-Total Pic 9(12).
000200     03  Filler            Pic X(72) Value Spaces.
000201 01  Debit-File-Control.
000202     03  Filler            Pic X(1)  Value "9".
000203     03  Filler            Pic X(93) Value Spaces.
000204 01  Heading-Line-1.
000205     03  Filler      Pic X(12) Value "Created by:".
000206     03  Filler      Pic X(8)  Value "CHAPT16O".
000207     03  Filler      Pic X(9)  Value Spaces.
000208     03  Filler      Pic X(30)
000209         Value "Booth Rent Autodebit Register".
000210     03  Filler      Pic X(4)  Value Spaces.
000211     03  Filler      Pic X(5)  Value "Page".
000212     03  Page-No     Pic Z(4)9 Value Zeros.
000213 01  Heading-Line-2.
000214     03  Filler      Pic X(12) Value "Created on:".
000215     03  Date-MM     Pic 99.
000216     03  Filler      Pic X     Value "/".
000217     03  Date-DD     Pic 99.
000218     03  Filler      Pic X     Value "/".
000219     03  Date-YY     Pic 99.
000220     03  Filler      Pic X(14) Value "    Run Date:".
000221     03  Heading-Run-Date Pic 99/99/9999.
000222 01  Heading-Line-3.
000223     03  Filler      Pic X(10) Value "Dealer".
000224     03  Filler      Pic X(24) Value "Name".
000225     03  Filler      Pic X(9)  Value "Invoice".
000226     03  Filler      Pic X(12) Value "Due Date".
000227     03  Filler      Pic X(12) Value "      Amount".
000228     03  Filler      Pic X(13) Value "  Action".
000229 01  Detail-Line.
000230     03  Detail-Dealer       Pic X(8).
000231     03  Filler              Pic X(2)  Value Spaces.
000232     03  Detail-Name         Pic X(22).
000233     03  Filler              Pic X(2)  Value Spaces.
000234     03  Detail-Invoice      Pic 9(6).
000235     03  Filler              Pic X(3)  Value Spaces.
000236     03  Detail-Due          Pic 99/99/9999.
000237     03  Filler              Pic X(2)  Value Spaces.
000238     03  Detail-Amount       Pic ZZZ,ZZ9.99-.
000239     03  Filler              Pic X(2)  Value Spaces.
000240     03  Detail-Action       Pic X(12).
000241 01  Total-Line.
000242     03  Total-Label         Pic X(30).
000243     03  Total-Count         Pic ZZ,ZZ9.
000244     03  Filler              Pic X(17) Value Spaces.
000245     03  Total-Amount        Pic Z,ZZZ,ZZ9.99.
000246 01  Line-Count           Pic 99          Value 99.
000247 01  Page-Count           Pic 9(4)        Value Zeros.
000248 01  Max-Lines            Pic 99          Value 60.
000249 01  Date-And-Time-Area.
000250     03  Work-Date            Pic 9(6).
000251     03  Work-Date-X          Redefines Work-Date.
000252         05  Date-YY          Pic 99.
000253         05  Date-MM          Pic 99.
000254         05  Date-DD          Pic 99.
000255 01  Today-MMDDYYYY.
000256     03  Today-MM            Pic 99.
000257     03  Today-DD            Pic 99.
000258     03  Today-YYYY          Pic 9(4).
000259 01  Today-MMDDYYYY-N Redefines Today-MMDDYYYY Pic 9(8).
000260 01  Spool-Catalog-Name    Pic X(8) Value "CHAPT16O".
000261 01  Spool-Catalog-File    Pic X(12) Value "RPT16O.SPL".
000262 Procedure Division.
000263 Chapt16o-Start.
000264     Display "Begin Booth Rent Autodebit Chapt16o"
000265     Accept Run-Date From Command-Line
000266     Accept Work-Date From Date
000267     Move Date-MM Of Work-Date-X To Today-MM
000268     Move Date-DD Of Work-Date-X To Today-DD
000269     Move 2000 To Today-YYYY
000270     Add Date-YY Of Work-Date-X To Today-YYYY
000271     If Run-Date = Zeros
000272        Move Today-MMDDYYYY-N To Run-Date
000273     End-If
000274     Move Run-Date (5:4) To Run-Key (1:4)
000275     Move Run-Date (1:4) To Run-Key (5:4)
000276     Perform Check-Run-Period
000277     If Run-Period-Closed
000278        Display "Posting Period Is Closed - Run Refused"
000279        Stop Run
000280     End-If
000281     Perform Open-Files
000282     If Rent-Invoice-Success And Dealer-Success
000283        Perform Process-One-Invoice Until Invoices-Done
000284     End-If
000285     Perform Print-Totals
000286     Perform Close-Files
000287     Display "Debits Issued      " Debits-Issued
000288     Display "Debits Settled     " Debits-Settled
000289     Display "Debits Skipped     " Debits-Skipped
000290     Display "Total Debited      " Debit-Total
000291     Stop Run
000292     .
000293 Process-One-Invoice.
000294     Read Rent-Invoice-File Next Record
000295          At End Set Invoices-Done To True
000296          Not At End
000297             Evaluate True
000298                When Invoice-Debit-Pending
000299                   Perform Settle-Pending-Debit
000300                When Invoice-Open And Booth-Charge-Invoice
000301                   Perform Check-Invoice-Due
000302                When Other
000303                   Continue
000304             End-Evaluate
000305     End-Read
000306     .
000307* Three Days With No Return From The Bank And The Money Is Ours,
000308* The Same Wait The Payout Prenotes Use
000309 Settle-Pending-Debit.
000310     If Invoice-Debit-Date Numeric And Invoice-Debit-Date > Zeros
000311        Call "Chapt23f" Using Invoice-Debit-Date Run-Date
000312             Days-Since-Debit
000313        If Days-Since-Debit >= 3
000314           Set Invoice-Paid To True
000315           Rewrite Rent-Invoice-Record
000316           Add 1 To Debits-Settled
000317           Move "Settled" To Detail-Action
000318           Move Invoice-Paid-Amount To Debit-Amount
000319           Move Spaces To Detail-Name
000320           Perform Print-Debit-Line
000321        End-If
000322     End-If
000323     .
000324 Check-Invoice-Due.
000325     Move Invoice-Date (5:4) To Due-Key (1:4)
000326     Move Invoice-Date (1:4) To Due-Key (5:4)
000327     Compute Debit-Amount = Invoice-Amount - Invoice-Paid-Amount
000328     If Due-Key Not > Run-Key And Debit-Amount > Zero
000329        Move Invoice-Dealer To Dealer-Number
000330        Read Dealer-File
000331             Invalid Key
000332                Continue
000333             Not Invalid Key
000334                If Rent-Autodebit
000335                   Perform Debit-The-Invoice
000336                End-If
000337        End-Read
000338     End-If
000339     .
000340* A Dealer Gone Inactive Or Without Bank Details On File Is Left
000341* For The Cashier Even With The Authorization Still Standing
000342 Debit-The-Invoice.
000343     If Dealer-Inactive Or
000344        Bank-Routing-Number = Spaces Or
000345        Bank-Account-Number = Spaces
000346        Add 1 To Debits-Skipped
000347        Move "No Bank Info" To Detail-Action
000348        Perform Format-Detail-Name
000349        Perform Print-Debit-Line
000350     Else
000351        Perform Write-Debit-Entry
000352        Move Invoice-Amount To Invoice-Paid-Amount
000353        Set Invoice-Debit-Pending To True
000354        Move Run-Date To Invoice-Debit-Date
000355        Rewrite Rent-Invoice-Record
000356        Perform Post-Debit-To-Ledger
000357        Move Run-Date To Last-Rent-Paid-Date
000358        Rewrite Dealer-Record
000359        Add 1 To Debits-Issued
000360        Add Debit-Amount To Debit-Total
000361        Move "Debited" To Detail-Action
000362        Perform Format-Detail-Name
000363        Perform Print-Debit-Line
000364     End-If
000365     .
000366 Write-Debit-Entry.
000367     Perform Open-Debit-File
000368     Move Spaces To Debit-Entry-Detail
000369     Move "6" To Debit-Record-Type
000370     Move 27 To Debit-Tran-Code
000371     Move Bank-Routing-Number To Debit-Routing
000372     Move Bank-Account-Number To Debit-Account
000373     Move Debit-Amount To Debit-Entry-Amount
000374     Move Dealer-Number To Debit-Dealer-Id
000375     Move Invoice-Number To Debit-Invoice-Id
000376     Move Dealer-Record (9:22) To Debit-Dealer-Name
000377     Write Debit-Record From Debit-Entry-Detail
000378     Add 1 To Debit-Entry-Count
000379     .
000380* Posted As A Payment With Tender A; The Reference Lets Chapt20z
000381* Find And Reverse It If The Debit Is Returned
000382 Post-Debit-To-Ledger.
000383     Move Spaces To Rent-Ledger-Record
000384     Move Run-Date To Ledger-Date
000385     Move Invoice-Dealer To Ledger-Dealer
000386     Move "P" To Ledger-Type
000387     Move Debit-Amount To Ledger-Amount
000388     Move Invoice-Number To Ledger-Invoice
000389     Move "A" To Ledger-Tender
000390     Move Spaces To Ledger-Operator
000391     Move Invoice-Number To Debit-Reference-Invoice
000392     Move Debit-Reference To Ledger-Check-Number
000393     Write Rent-Ledger-Record
000394     .
000395 Format-Detail-Name.
000396     Move Spaces To Detail-Name
000397     String First-Name  Delimited By Space
000398            " "         Delimited By Size
000399            Last-Name   Delimited By Space
000400            Into Detail-Name
000401     End-String
000402     .
000403 Print-Debit-Line.
000404     If Line-Count >= Max-Lines
000405        Perform Heading-Routine
000406     End-If
000407     Move Invoice-Dealer To Detail-Dealer
000408     Move Invoice-Number To Detail-Invoice
000409     Move Invoice-Date To Detail-Due
000410     Move Debit-Amount To Detail-Amount
000411     Write Report-Record From Detail-Line After 1
000412     Add 1 To Line-Count
000413     .
000414 Print-Totals.
000415     If Line-Count >= Max-Lines - 4
000416        Perform Heading-Routine
000417     End-If
000418     Move "Debits Sent To The Bank" To Total-Label
000419     Move Debits-Issued To Total-Count
000420     Move Debit-Total To Total-Amount
000421     Write Report-Record From Total-Line After 2
000422     Move "Earlier Debits Settled" To Total-Label
000423     Move Debits-Settled To Total-Count
000424     Move Zeros To Total-Amount
000425     Write Report-Record From Total-Line After 1
000426     Move "Skipped - No Bank Details" To Total-Label
000427     Move Debits-Skipped To Total-Count
000428     Write Report-Record From Total-Line After 1
000429     .
000430 Open-Debit-File.
000431     If Not Debit-Batch-Open
000432        Open Output Debit-File
000433        Move Work-Date To Debit-Header-Date
000434        Move Work-Date To Debit-Batch-Date
000435        Write Debit-Record From Debit-Header
000436        Write Debit-Record From Debit-Batch-Header
000437        Set Debit-Batch-Open To True
000438     End-If
000439     .
000440 Close-Debit-File.
000441     If Debit-Batch-Open
000442        Move Debit-Entry-Count To Debit-Control-Count
000443        Move Debit-Total To Debit-Control-Total
000444        Write Debit-Record From Debit-Batch-Control
000445        Write Debit-Record From Debit-File-Control
000446        Close Debit-File
000447        Display "ACH Debit File Written With " Debit-Entry-Count
000448                " Entries"
000449     End-If
000450     .
000451 Heading-Routine.
000452     Add 1 To Page-Count
000453     Move Page-Count To Page-No
000454     If Page-Count = 1
000455        Write Report-Record From Heading-Line-1 After Zero
000456     Else
000457        Write Report-Record From Heading-Line-1 After Page
000458     End-If
000459     Write Report-Record From Heading-Line-2 After 1
000460     Write Report-Record From Heading-Line-3 After 2
000461     Move 5 To Line-Count
000462     .
000463 Open-Files.
000464     Open Output Report-File
000465     Move Corresponding Work-Date-X To Heading-Line-2
000466     Move Run-Date To Heading-Run-Date
000467     Open I-O Dealer-File
000468     If Not Dealer-Success
000469        Display "Unable To Open Dealer File, Status "
000470                Dealer-Status
000471     End-If
000472     Open I-O Rent-Invoice-File
000473     If Not Rent-Invoice-Success
000474        Display "No Rent Invoice File, Status "
000475                Rent-Invoice-Status
000476     End-If
000477     Open Extend Rent-Ledger-File
000478     .
000479 Close-Files.
000480     Perform Close-Debit-File
000481     If Dealer-Success
000482        Close Dealer-File
000483     End-If
000484     If Rent-Invoice-Success
000485        Close Rent-Invoice-File
000486     End-If
000487     Close Rent-Ledger-File
000488           Report-File
000489     Call "Chapt25d" Using Spool-Catalog-Name
000490          Spool-Catalog-File Page-Count
000491     .
000492* Posting Runs Refuse To Start When The Current Period Has
000493* Been Closed On The Posting Calendar
000494 Check-Run-Period.
000495     Move Run-Key (1:6) To Run-Period
000496     Open Input Calendar-File
000497     If Calendar-Status = "00"
000498        Perform Check-One-Period Until Calendar-Done
000499        Close Calendar-File
000500     End-If
000501     .
000502 Check-One-Period.
000503     Read Calendar-File
000504          At End Set Calendar-Done To True
000505          Not At End
000506             If Cal-Period = Run-Period And
000507                Cal-Status = "C"
000508                Set Run-Period-Closed To True
000509             End-If
000510     End-Read
000511     .
