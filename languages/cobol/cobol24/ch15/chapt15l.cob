000010 @OPTIONS MAIN,TEST
000020 Identification Division.
000030 Program-Id.  Chapt15l.
000031* Returned Check Collection Letter Run
000032* Walks Every Open Returned Check On RetChk.Dat Up The
000033* Collection Ladder: The First Run After The Case Opens Sends
000034* The Notice, Fifteen Days After The Return The Demand, Thirty
000035* Days The Final Letter.  Each Letter Lands In RetChkLt.TXT,
000036* Is Queued On The Correspondence Flow To The Check Writer And
000037* Is Logged Against The Case As A Collection Attempt.  Cleared
000038* And Written-Off Cases Get No More Letters
000039 Environment Division.
000040 Configuration Section.
000041 Source-Computer.  IBM-PC.
000042 Object-Computer.  IBM-PC.
000043 Input-Output  Section.
000044 File-Control.
000045     Select Report-File Assign To "RPT15L.SPL".
000046     Select Optional Returned-Check-File Assign To "RetChk.Dat"
000047         Organization Indexed
000048         Access Dynamic
000049         Record Key Rc-Number
000050         Alternate Record Key Rc-Customer
000051             With Duplicates
000052         Alternate Record Key Rc-Account
000053             With Duplicates
000054         File Status Returned-Check-Status.
000055     Select Optional Collection-Log-File Assign To "RetChkLog.TXT"
000056         Organization Is Line Sequential
000057         File Status  Is Collection-Log-Status.
000058     Select Optional Customer-File Assign To "Customer.Dat"
000059         Organization Indexed
000060         Access Random
000061         Record Key Customer-Number
000062         Alternate Record Key Customer-Name
000063         File Status Customer-Status.
000064     Select Optional Corr-Queue-File Assign To "CorrQue.TXT"
000065         Organization Is Line Sequential
000066         File Status  Is Corr-Queue-Status.
000067     Select Notice-File Assign To "RetChkLt.TXT"
000068         Organization Is Line Sequential
000069         File Status  Is Notice-Status.
000070 Data Division.
000071 File Section.
000072 Fd  Report-File.
000073 01  Report-Record Pic X(80).
000074 Fd  Returned-Check-File.
000075 Copy "retchk.cpy".
000076 Fd  Collection-Log-File.
000077 Copy "rcklog.cpy".
000078 Fd  Customer-File.
000079 01  Customer-Record.
000080     03  Customer-Number     Pic X(8).
000081     03  Customer-Name.
000082         05  Last-Name   Pic X(25).
000083         05  First-Name  Pic X(15).
000084         05  Middle-Name Pic X(10).
000085     03  Address-Line-1      Pic X(50).
000086     03  Address-Line-2      Pic X(50).
000087     03  City                Pic X(40).
000088     03  State-Or-Country    Pic X(20).
000089     03  Postal-Code         Pic X(15).
000090     03  Home-Phone          Pic X(20).
000091     03  Filler              Pic X(21).
000092 Fd  Corr-Queue-File.
000093 Copy "corrq.cpy".
000094 Fd  Notice-File.
000095 01  Notice-Record           Pic X(70).
000096 Working-Storage Section.
000097 01  Returned-Check-Status  Pic XX Value Spaces.
000098     88  Returned-Check-Success Value "00" Thru "09".
000099 01  Collection-Log-Status  Pic XX Value Spaces.
000100 01  Customer-Status        Pic XX Value Spaces.
000101     88  Customer-Success   Value "00" Thru "09".
000102 01  Corr-Queue-Status      Pic XX Value Spaces.
000103 01  Notice-Status          Pic XX Value Spaces.
000104 01  Done-Flag              Pic X Value Spaces.
000105     88  All-Done           Value "Y".
000106 01  Days-Since-Return      Pic S9(7) Value Zeros.
000107 01  New-Step               Pic X Value Space.
000108 01  Balance-Due            Pic S9(6)v99 Value Zeros.
000109 01  Letters-Sent.
000110     03  Notices-Sent       Pic 9(5) Value Zeros.
000111     03  Demands-Sent       Pic 9(5) Value Zeros.
000112     03  Finals-Sent        Pic 9(5) Value Zeros.
000113 01  Formatted-Name         Pic X(40) Value Spaces.
000114 01  Notice-Body-Line       Pic X(70) Value Spaces.
000115 01  Balance-Edit           Pic ZZ,ZZ9.99.
000116 01  Amount-Edit            Pic ZZ,ZZ9.99.
000117 01  Fee-Edit               Pic ZZ9.99.
000118 01  Sale-Date-Edit         Pic 99/99/9999.
000119 01  Heading-Line-1.
000120     03  Filler      Pic X(12) Value "Created by:".
000121     03  Filler      Pic X(8)  Value "CHAPT15L".
000122     03  Filler      Pic X(9)  Value Spaces.
000123     03  Filler      Pic X(30)
000124         Value "Returned Check Collections".
000125     03  Filler      Pic X(4)  Value Spaces.
000126     03  Filler      Pic X(5)  Value "Page".
000127     03  Page-No     Pic Z(4)9 Value Zeros.
000128 01  Heading-Line-2.
000129     03  Filler      Pic X(12) Value "Created on:".
000130     03  Date-MM     Pic 99.
000131     03  Filler      Pic X     Value "/".
000132     03  Date-DD     Pic 99.
000133     03  Filler      Pic X     Value "/".
000134     03  Date-YY     Pic 99.
000135 01  Heading-Line-3.
000136     03  Filler      Pic X(8)  Value "Case".
000137     03  Filler      Pic X(10) Value "Customer".
000138     03  Filler      Pic X(32) Value "Name".
000139     03  Filler      Pic X(12) Value "       Owed".
000140     03  Filler      Pic X(14) Value "  Letter Sent".
000141 01  Step-Line.
000142     03  Step-Case           Pic 9(6).
000143     03  Filler              Pic X(2)  Value Spaces.
000144     03  Step-Customer       Pic X(8).
000145     03  Filler              Pic X(2)  Value Spaces.
000146     03  Step-Name           Pic X(30).
000147     03  Filler              Pic X(2)  Value Spaces.
000148     03  Step-Balance        Pic ZZ,ZZ9.99.
000149     03  Filler              Pic X(3)  Value Spaces.
000150     03  Step-Action         Pic X(14).
000151 01  Total-Line.
000152     03  Total-Label         Pic X(24).
000153     03  Total-Count         Pic ZZ,ZZ9.
000154 01  Line-Count           Pic 99          Value 99.
000155 01  Page-Count           Pic 9(4)        Value Zeros.
000156 01  Max-Lines            Pic 99          Value 60.
000157 01  Date-And-Time-Area.
000158     03  Work-Date            Pic 9(6).
000159     03  Work-Date-X          Redefines Work-Date.
000160         05  Date-YY          Pic 99.
000161         05  Date-MM          Pic 99.
000162         05  Date-DD          Pic 99.
000163 01  Today-MMDDYYYY.
000164     03  Today-MM            Pic 99.
000165     03  Today-DD            Pic 99.
000166     03  Today-YYYY          Pic 9(4).
000167 01  Today-MMDDYYYY-N Redefines Today-MMDDYYYY Pic 9(8).
000168 01  Spool-Catalog-Name    Pic X(8) Value "CHAPT15L".
000169 01  Spool-Catalog-File    Pic X(12) Value "RPT15L.SPL".
000170 Procedure Division.
000171 Chapt15l-Start.
000172     Display "Begin Returned Check Collections Chapt15l"
000173     Accept Work-Date From Date
000174     Move Corresponding Work-Date-X To Heading-Line-2
000175     Move Date-MM Of Work-Date-X To Today-MM
000176     Move Date-DD Of Work-Date-X To Today-DD
000177     Move 2000 To Today-YYYY
000178     Add Date-YY Of Work-Date-X To Today-YYYY
000179     Open I-O Returned-Check-File
000180     If Not Returned-Check-Success
000181        Display "No Returned Check File, Status "
000182                Returned-Check-Status
000183        Stop Run
000184     End-If
000185     Open Input Customer-File
000186     Open Extend Collection-Log-File
000187                 Corr-Queue-File
000188     Open Output Notice-File
000189                 Report-File
000190     Perform Heading-Routine
000191     Perform Dun-One-Check Until All-Done
000192     Perform Print-Totals
000193     Close Returned-Check-File
000194           Collection-Log-File
000195           Corr-Queue-File
000196           Notice-File
000197           Report-File
000198     If Customer-Success
000199        Close Customer-File
000200     End-If
000201     Call "Chapt25d" Using Spool-Catalog-Name
000202          Spool-Catalog-File Page-Count
000203     Display "Notices Sent  " Notices-Sent
000204     Display "Demands Sent  " Demands-Sent
000205     Display "Finals Sent   " Finals-Sent
000206     Stop Run
000207     .
000208 Dun-One-Check.
000209     Read Returned-Check-File Next Record
000210          At End Set All-Done To True
000211          Not At End
000212             If Rc-Open
000213                Perform Consider-This-Check
000214             End-If
000215     End-Read
000216     .
000217 Consider-This-Check.
000218     Call "Chapt23f" Using Rc-Return-Date Today-MMDDYYYY
000219          Days-Since-Return
000220     Move Space To New-Step
000221* One Step Per Run, As With The Dealer Delinquency Ladder, So
000222* Every Letter Date Is On File Before The Next Goes Out
000223     Evaluate True
000224        When Rc-No-Letter
000225             Move "1" To New-Step
000226        When Days-Since-Return >= 15 And Rc-Letter-1-Sent
000227             Move "2" To New-Step
000228        When Days-Since-Return >= 30 And Rc-Letter-2-Sent
000229             Move "3" To New-Step
000230        When Other
000231             Continue
000232     End-Evaluate
000233     If New-Step Not = Space
000234        Compute Balance-Due = Rc-Check-Amount + Rc-Fee-Amount
000235                            - Rc-Paid-Amount
000236        Perform Write-Collection-Letter
000237        Perform Queue-Correspondence
000238        Move New-Step To Rc-Letter-Step
000239        Move Today-MMDDYYYY-N To Rc-Letter-Date
000240        Add 1 To Rc-Attempt-Count
000241        Move Today-MMDDYYYY-N To Rc-Attempt-Date
000242        Rewrite Returned-Check-Record
000243        Perform Log-The-Letter
000244        Perform Print-Step-Line
000245     End-If
000246     .
000247 Write-Collection-Letter.
000248     Move Spaces To Formatted-Name Customer-Record
000249     If Customer-Success And Rc-Customer Not = Spaces
000250        Move Rc-Customer To Customer-Number
000251        Read Customer-File
000252             Invalid Key
000253                Move Spaces To Customer-Record
000254        End-Read
000255     End-If
000256     String First-Name  Delimited By Space
000257            " "         Delimited By Size
000258            Middle-Name Delimited By Space
000259            " "         Delimited By Size
000260            Last-Name   Delimited By Space
000261            Into Formatted-Name
000262     End-String
000263     Write Notice-Record From Formatted-Name
000264     Write Notice-Record From Address-Line-1
000265     If Address-Line-2 Not = Spaces
000266        Write Notice-Record From Address-Line-2
000267     End-If
000268     Move Spaces To Notice-Body-Line
000269     String City             Delimited By "  "
000270            " "              Delimited By Size
000271            State-Or-Country Delimited By "  "
000272            " "              Delimited By Size
000273            Postal-Code      Delimited By Space
000274            Into Notice-Body-Line
000275     End-String
000276     Write Notice-Record From Notice-Body-Line
000277     Move Spaces To Notice-Record
000278     Write Notice-Record
000279     Evaluate New-Step
000280        When "1"
000281             Move "NOTICE OF RETURNED CHECK" To Notice-Record
000282        When "2"
000283             Move "SECOND NOTICE - RETURNED CHECK"
000284                  To Notice-Record
000285        When "3"
000286             Move "FINAL DEMAND - RETURNED CHECK" To Notice-Record
000287     End-Evaluate
000288     Write Notice-Record
000289     Move Rc-Sale-Date To Sale-Date-Edit
000290     Move Rc-Check-Amount To Amount-Edit
000291     Move Spaces To Notice-Body-Line
000292     String "Your check " Rc-Check-Number Delimited By Space
000293            " for " Amount-Edit " dated " Sale-Date-Edit
000294            Delimited By Size Into Notice-Body-Line
000295     End-String
000296     Write Notice-Record From Notice-Body-Line
000297     Move Spaces To Notice-Body-Line
000298     String "was returned by your bank, reason "
000299            Rc-Reason "." Delimited By Size
000300            Into Notice-Body-Line
000301     End-String
000302     Write Notice-Record From Notice-Body-Line
000303     Move Rc-Fee-Amount To Fee-Edit
000304     Move Balance-Due To Balance-Edit
000305     Move Spaces To Notice-Body-Line
000306     String "With our returned-check fee of " Fee-Edit
000307            " you owe " Balance-Edit "."
000308            Delimited By Size Into Notice-Body-Line
000309     End-String
000310     Write Notice-Record From Notice-Body-Line
000311     Evaluate New-Step
000312        When "1"
000313             Move "Please repay in cash or certified funds at the"
000314                  To Notice-Body-Line
000315             Write Notice-Record From Notice-Body-Line
000316             Move "counter.  Checks cannot be taken until then."
000317                  To Notice-Body-Line
000318        When "2"
000319             Move "This debt remains unpaid.  Please repay it in"
000320                  To Notice-Body-Line
000321             Write Notice-Record From Notice-Body-Line
000322             Move "cash or certified funds within fifteen days."
000323                  To Notice-Body-Line
000324        When "3"
000325             Move "Unless repaid within ten days this debt may be"
000326                  To Notice-Body-Line
000327             Write Notice-Record From Notice-Body-Line
000328             Move "referred for collection as the law allows."
000329                  To Notice-Body-Line
000330     End-Evaluate
000331     Write Notice-Record From Notice-Body-Line
000332     Move Spaces To Notice-Record
000333     Write Notice-Record
000334     .
000335 Queue-Correspondence.
000336* The Letter Goes To The Customer, So Corr-Dealer Carries The
000337* Customer Number As It Does For The Pickup Final Notice
000338     Move Spaces To Corr-Queue-Record
000339     Move Today-MMDDYYYY-N To Corr-Date
000340     Evaluate New-Step
000341        When "1" Move "RCK1" To Corr-Doc-Type
000342        When "2" Move "RCK2" To Corr-Doc-Type
000343        When "3" Move "RCK3" To Corr-Doc-Type
000344     End-Evaluate
000345     Move Rc-Customer To Corr-Dealer
000346     Set Corr-Queued To True
000347     Move Zeros To Corr-Status-Date
000348     Write Corr-Queue-Record
000349     .
000350 Log-The-Letter.
000351     Move Spaces To Collection-Log-Record
000352     Move Today-MMDDYYYY-N To Clog-Date
000353     Move Rc-Number To Clog-Rc-Number
000354     Move Corr-Doc-Type To Clog-Type
000355     Move Balance-Due To Clog-Amount
000356     Move "CHAPT15L" To Clog-Operator
000357     Move Corr-Doc-Type To Clog-Note
000358     Write Collection-Log-Record
000359     .
000360 Print-Step-Line.
000361     Move Rc-Number To Step-Case
000362     Move Rc-Customer To Step-Customer
000363     Move Formatted-Name To Step-Name
000364     Move Balance-Due To Step-Balance
000365     Evaluate New-Step
000366        When "1"
000367             Add 1 To Notices-Sent
000368             Move "Notice" To Step-Action
000369        When "2"
000370             Add 1 To Demands-Sent
000371             Move "Second Notice" To Step-Action
000372        When "3"
000373             Add 1 To Finals-Sent
000374             Move "Final Demand" To Step-Action
000375     End-Evaluate
000376     If Line-Count >= Max-Lines
000377        Perform Heading-Routine
000378     End-If
000379     Write Report-Record From Step-Line After 1
000380     Add 1 To Line-Count
000381     .
000382 Print-Totals.
000383     Move "Notices Sent" To Total-Label
000384     Move Notices-Sent To Total-Count
000385     Write Report-Record From Total-Line After 2
000386     Move "Second Notices Sent" To Total-Label
000387     Move Demands-Sent To Total-Count
000388     Write Report-Record From Total-Line After 1
000389     Move "Final Demands Sent" To Total-Label
000390     Move Finals-Sent To Total-Count
000391     Write Report-Record From Total-Line After 1
000392     .
000393 Heading-Routine.
000394     Add 1 To Page-Count
000395     Move Page-Count To Page-No
000396     If Page-Count = 1
000397        Write Report-Record From Heading-Line-1 After Zero
000398     Else
000399        Write Report-Record From Heading-Line-1 After Page
000400     End-If
000401     Write Report-Record From Heading-Line-2 After 1
000402     Write Report-Record From Heading-Line-3 After 2
000403     Move 4 To Line-Count
000404     .
