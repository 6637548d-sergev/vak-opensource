000010 @OPTIONS MAIN,TEST
000020 Identification Division.
000030 Program-Id.  Chapt16m.
000031* House Account Monthly Customer Statements
000032* One Statement Per Trade Customer Carrying A Balance Or
000033* Activity In The Month: Previous Balance, The Month's
000034* Charges, Payments And Return Credits From HseLedg.TXT, The
000035* Balance Due And An Aging Of What Is Still Owed.  Payments
000036* And Credits Settle The Oldest Charges First.  The Optional
000037* Parameter Is The Statement Date (MMDDYYYY), Default Today
000038 Environment Division.
000039 Configuration Section.
000040 Source-Computer.  IBM-PC.
000041 Object-Computer.  IBM-PC.
000042 Input-Output  Section.
000043 File-Control.
000044     Select Report-File Assign To "RPT16M.SPL".
000045     Select Optional House-Ledger-File Assign To "HseLedg.TXT"
000046         Organization Is Line Sequential
000047         File Status  Is House-Ledger-Status.
000048     Select Optional Customer-File Assign To "Customer.Dat"
000049         Organization Indexed
000050         Access Random
000051         Record Key Customer-Number
000052         File Status Customer-Status.
000053     Select Sort-File Assign To Sort-Work.
000054 Data Division.
000055 File Section.
000056 Fd  Report-File.
000057 01  Report-Record Pic X(80).
000058 Fd  House-Ledger-File.
000059 Copy "hseledg.cpy".
000060 Fd  Customer-File.
000061 01  Customer-Record.
000062     03  Customer-Number     Pic X(8).
000063     03  Customer-Name.
000064         05  Last-Name   Pic X(25).
000065         05  First-Name  Pic X(15).
000066         05  Middle-Name Pic X(10).
000067     03  Address-Line-1      Pic X(50).
000068     03  Address-Line-2      Pic X(50).
000069     03  City                Pic X(40).
000070     03  State-Or-Country    Pic X(20).
000071     03  Postal-Code         Pic X(15).
000072     03  Home-Phone          Pic X(20).
000073     03  Mailing-List-Flag   Pic X.
000074     03  Loyalty-Points      Pic 9(7).
000075     03  House-Account-Flag  Pic X.
000076     03  House-Credit-Limit  Pic 9(5)v99.
000077     03  House-Hold-Flag     Pic X.
000078     03  Filler              Pic X(4).
000079 Sd  Sort-File.
000080 01  Sort-Record.
000081     03  Sort-Customer       Pic X(8).
000082     03  Sort-Date-Key       Pic 9(8).
000083     03  Sort-Date           Pic 9(8).
000084     03  Sort-Type           Pic X.
000085         88  Sort-Charge     Value "C".
000086         88  Sort-Payment    Value "P".
000087     03  Sort-Amount         Pic 9(7)v99.
000088     03  Sort-Reference      Pic X(12).
000089     03  Sort-Tender         Pic X.
000090 Working-Storage Section.
000091 01  House-Ledger-Status     Pic XX Value Spaces.
000092 01  Ledger-Done-Flag        Pic X Value Spaces.
000093     88  Ledger-Done         Value "Y".
000094 01  Customer-Status         Pic XX Value Spaces.
000095     88  Customer-Success    Value "00" Thru "09".
000095 01  Customer-Open-Flag      Pic X Value Space.
000095     88  Customer-File-Open  Value "Y".
000096 01  Done-Flag               Pic X Value Spaces.
000097     88  All-Done            Value "Y".
000098 01  Statement-Date          Pic 9(8) Value Zeros.
000099 01  Statement-Key           Pic 9(8) Value Zeros.
000100 01  Period-Start-Key        Pic 9(8) Value Zeros.
000101 01  Current-Customer        Pic X(8) Value Spaces.
000102 01  Header-Printed-Flag     Pic X Value Space.
000103     88  Header-Printed      Value "Y".
000104 01  Opening-Balance         Pic S9(7)v99 Value Zeros.
000105 01  Closing-Balance         Pic S9(7)v99 Value Zeros.
000106 01  Period-Charges          Pic S9(7)v99 Value Zeros.
000107 01  Period-Credits          Pic S9(7)v99 Value Zeros.
000108 01  Apply-Amount            Pic 9(7)v99 Value Zeros.
000109 01  Unapplied-Credit        Pic 9(7)v99 Value Zeros.
000110 01  Days-Old                Pic S9(7) Value Zeros.
000111 01  Aging-Buckets.
000112     03  Bucket-Current      Pic S9(7)v99 Value Zeros.
000113     03  Bucket-30           Pic S9(7)v99 Value Zeros.
000114     03  Bucket-60           Pic S9(7)v99 Value Zeros.
000115     03  Bucket-90           Pic S9(7)v99 Value Zeros.
000116 01  Past-Due-Amount         Pic S9(7)v99 Value Zeros.
000117 01  Open-Charge-Count       Pic 9(3) Value Zeros.
000118 01  Open-Charge-Area.
000119     03  Open-Charge-Entry Occurs 0 To 500 Times
000120             Depending On Open-Charge-Count
000121             Indexed By Charge-Index.
000122         05  Charge-Date         Pic 9(8).
000123         05  Charge-Left         Pic 9(7)v99.
000124 01  Statements-Printed      Pic 9(5) Value Zeros.
000125 01  Total-Due               Pic S9(9)v99 Value Zeros.
000126 01  Total-Past-Due          Pic S9(9)v99 Value Zeros.
000127 01  Formatted-Name          Pic X(52) Value Spaces.
000128 01  Today-MMDDYYYY.
000129     03  Today-MM            Pic 99.
000130     03  Today-DD            Pic 99.
000131     03  Today-YYYY          Pic 9(4).
000132 01  Today-MMDDYYYY-N Redefines Today-MMDDYYYY Pic 9(8).
000133 01  Date-And-Time-Area.
000134     03  Work-Date            Pic 9(6).
000135     03  Work-Date-X          Redefines Work-Date.
000136         05  Date-YY          Pic 99.
000137         05  Date-MM          Pic 99.
000138         05  Date-DD          Pic 99.
000139 01  Heading-Line-1.
000140     03  Filler      Pic X(12) Value "Created by:".
000141     03  Filler      Pic X(8)  Value "CHAPT16M".
000142     03  Filler      Pic X(9)  Value Spaces.
000143     03  Filler      Pic X(30)
000144         Value "House Account Statement".
000145     03  Filler      Pic X(4)  Value Spaces.
000146     03  Filler      Pic X(5)  Value "Page".
000147     03  Page-No     Pic Z(4)9 Value Zeros.
000148 01  Store-Name-Line         Pic X(80)
000149         Value "          Darlene's Treasures".
000150 01  Address-Line            Pic X(80) Value Spaces.
000151 01  Account-Line.
000152     03  Filler              Pic X(9)  Value "Account:".
000153     03  Account-Number      Pic X(8).
000154     03  Filler              Pic X(18) Value "  Statement Date:".
000155     03  Account-Date        Pic 99/99/9999.
000156     03  Filler              Pic X(16) Value "  Credit Limit:".
000157     03  Account-Limit       Pic ZZ,ZZ9.99.
000158 01  Column-Heading.
000159     03  Filler      Pic X(12) Value "Date".
000160     03  Filler      Pic X(22) Value "Description".
000161     03  Filler      Pic X(14) Value "Reference".
000162     03  Filler      Pic X(13) Value "     Charges".
000163     03  Filler      Pic X(13) Value "     Credits".
000164 01  Activity-Line.
000165     03  Activity-Date       Pic 99/99/9999.
000166     03  Filler              Pic X(2)  Value Spaces.
000167     03  Activity-Text       Pic X(20).
000168     03  Filler              Pic X(2)  Value Spaces.
000169     03  Activity-Reference  Pic X(12).
000170     03  Filler              Pic X(2)  Value Spaces.
000171     03  Activity-Charge     Pic ZZZ,ZZZ.99 Blank When Zero.
000172     03  Filler              Pic X(3)  Value Spaces.
000173     03  Activity-Credit     Pic ZZZ,ZZZ.99 Blank When Zero.
000174 01  Balance-Line.
000175     03  Filler              Pic X(12) Value Spaces.
000176     03  Balance-Label       Pic X(36).
000177     03  Balance-Amount      Pic Z,ZZZ,ZZZ.99-.
000178 01  Aging-Heading.
000179     03  Filler      Pic X(14) Value "     Current".
000180     03  Filler      Pic X(14) Value "     30 Days".
000181     03  Filler      Pic X(14) Value "     60 Days".
000182     03  Filler      Pic X(14) Value "     90+ Days".
000183 01  Aging-Line.
000184     03  Aging-Current       Pic ZZZ,ZZZ.99-.
000185     03  Filler              Pic X(3)  Value Spaces.
000186     03  Aging-30            Pic ZZZ,ZZZ.99-.
000187     03  Filler              Pic X(3)  Value Spaces.
000188     03  Aging-60            Pic ZZZ,ZZZ.99-.
000189     03  Filler              Pic X(3)  Value Spaces.
000190     03  Aging-90            Pic ZZZ,ZZZ.99-.
000191 01  Terms-Line              Pic X(80) Value
000192     "Payment Is Due Within 30 Days Of The Statement Date".
000193 01  Past-Due-Line.
000194     03  Filler              Pic X(36)
000195         Value "PAST DUE - Charging Suspended Until".
000196     03  Filler              Pic X(12) Value " Paid. Owed:".
000197     03  Past-Due-Edit       Pic Z,ZZZ,ZZZ.99-.
000198 01  Line-Count              Pic 99 Value 99.
000199 01  Page-Count              Pic 9(4) Value Zeros.
000200 01  Max-Lines               Pic 99 Value 56.
000201 01  Spool-Catalog-Name    Pic X(8) Value "CHAPT16M".
000202 01  Spool-Catalog-File    Pic X(12) Value "RPT16M.SPL".
000203 Procedure Division.
000204 Chapt16m-Start.
000205     Display "Begin House Account Statements Chapt16m"
000206     Accept Statement-Date From Command-Line
000207     If Statement-Date = Zeros
000208        Accept Work-Date From Date
000209        Move Date-MM Of Work-Date-X To Today-MM
000210        Move Date-DD Of Work-Date-X To Today-DD
000211        Move 2000 To Today-YYYY
000212        Add Date-YY Of Work-Date-X To Today-YYYY
000213        Move Today-MMDDYYYY-N To Statement-Date
000214     End-If
000215     Move Statement-Date (5:4) To Statement-Key (1:4)
000216     Move Statement-Date (1:4) To Statement-Key (5:4)
000217     Move Statement-Key To Period-Start-Key
000218     Move 01 To Period-Start-Key (7:2)
000219     Open Input Customer-File
000219     If Customer-Success
000219        Set Customer-File-Open To True
000219     End-If
000220     Open Output Report-File
000221     Sort Sort-File Ascending Key Sort-Customer Sort-Date-Key
000222          Input Procedure Sort-Ledger-In
000223          Output Procedure Print-Statements
000224     Close Report-File
000225     If Customer-File-Open
000226        Close Customer-File
000227     End-If
000228     Call "Chapt25d" Using Spool-Catalog-Name
000229          Spool-Catalog-File Page-Count
000230     Display "Statements Printed " Statements-Printed
000231     Display "Total Due          " Total-Due
000232     Display "Total Past Due     " Total-Past-Due
000233     Stop Run
000234     .
000235 Sort-Ledger-In.
000236* Everything Up To The Statement Date; Later Rows Belong To
000237* Next Month's Statement
000238     Open Input House-Ledger-File
000239     If House-Ledger-Status Not = "00"
000240        Set Ledger-Done To True
000241     End-If
000242     Perform Release-One-Row Until Ledger-Done
000243     If House-Ledger-Status = "00" Or House-Ledger-Status = "10"
000244        Close House-Ledger-File
000245     End-If
000246     .
000247 Release-One-Row.
000248     Read House-Ledger-File
000249          At End Set Ledger-Done To True
000250          Not At End
000251             Move Hse-Date (5:4) To Sort-Date-Key (1:4)
000252             Move Hse-Date (1:4) To Sort-Date-Key (5:4)
000253             If Sort-Date-Key Not > Statement-Key
000254                Move Hse-Customer To Sort-Customer
000255                Move Hse-Date To Sort-Date
000256                Move Hse-Type To Sort-Type
000257                Move Hse-Amount To Sort-Amount
000258                Move Hse-Reference To Sort-Reference
000259                Move Hse-Tender To Sort-Tender
000260                Release Sort-Record
000261             End-If
000262     End-Read
000263     .
000264 Print-Statements.
000265     Perform Return-Sorted-Row
000266     Perform Statement-One-Customer Until All-Done
000267     .
000268 Return-Sorted-Row.
000269     Return Sort-File
000270            At End Set All-Done To True
000271     End-Return
000272     .
000273 Statement-One-Customer.
000274     Move Sort-Customer To Current-Customer
000275     Move Space To Header-Printed-Flag
000276     Move Zeros To Opening-Balance Period-Charges Period-Credits
000277                   Unapplied-Credit Open-Charge-Count
000278     Perform Take-One-Row
000279        Until All-Done Or Sort-Customer Not = Current-Customer
000280     Compute Closing-Balance =
000281             Opening-Balance + Period-Charges - Period-Credits
000282* No Balance And No Activity This Month - Nothing To Send
000283     If Header-Printed Or Closing-Balance Not = Zero
000284        If Not Header-Printed
000285           Perform Print-Statement-Header
000286        End-If
000287        Perform Print-Statement-Footing
000288     End-If
000289     .
000290 Take-One-Row.
000291     If Sort-Date-Key < Period-Start-Key
000292        If Sort-Charge
000293           Add Sort-Amount To Opening-Balance
000294        Else
000295           Subtract Sort-Amount From Opening-Balance
000296        End-If
000297     Else
000298        If Not Header-Printed
000299           Perform Print-Statement-Header
000300        End-If
000301        Perform Print-Activity-Line
000302     End-If
000303     If Sort-Charge
000304        Perform Open-New-Charge
000305     Else
000306        Move Sort-Amount To Apply-Amount
000307        Perform Apply-To-Oldest-Charge
000308                Varying Charge-Index From 1 By 1
000309                Until Charge-Index > Open-Charge-Count
000310                   Or Apply-Amount = Zero
000311        Add Apply-Amount To Unapplied-Credit
000312     End-If
000313     Perform Return-Sorted-Row
000314     .
000315 Open-New-Charge.
000316* A Credit Already On The Account Settles The New Charge First
000317     If Open-Charge-Count < 500
000318        Add 1 To Open-Charge-Count
000319        Move Sort-Date To Charge-Date (Open-Charge-Count)
000320        Move Sort-Amount To Charge-Left (Open-Charge-Count)
000321     Else
000322        Add Sort-Amount To Charge-Left (Open-Charge-Count)
000323     End-If
000324     If Unapplied-Credit > Zero
000325        If Unapplied-Credit < Charge-Left (Open-Charge-Count)
000326           Subtract Unapplied-Credit
000327                    From Charge-Left (Open-Charge-Count)
000328           Move Zeros To Unapplied-Credit
000329        Else
000330           Subtract Charge-Left (Open-Charge-Count)
000331                    From Unapplied-Credit
000332           Move Zeros To Charge-Left (Open-Charge-Count)
000333        End-If
000334     End-If
000335     .
000336 Apply-To-Oldest-Charge.
000337     If Charge-Left (Charge-Index) > Apply-Amount
000338        Subtract Apply-Amount From Charge-Left (Charge-Index)
000339        Move Zeros To Apply-Amount
000340     Else
000341        Subtract Charge-Left (Charge-Index) From Apply-Amount
000342        Move Zeros To Charge-Left (Charge-Index)
000343     End-If
000344     .
000345 Print-Activity-Line.
000346     If Line-Count >= Max-Lines
000347        Perform Heading-Routine
000348        Write Report-Record From Column-Heading After 2
000349        Add 2 To Line-Count
000350     End-If
000351     Move Sort-Date To Activity-Date
000352     Move Sort-Reference To Activity-Reference
000353     Move Zeros To Activity-Charge Activity-Credit
000354     Evaluate True
000355        When Sort-Charge
000356             Move "Purchase" To Activity-Text
000357             Move Sort-Amount To Activity-Charge
000358             Add Sort-Amount To Period-Charges
000359        When Sort-Payment And Sort-Tender = "K"
000360             Move "Payment - Check" To Activity-Text
000361             Move Sort-Amount To Activity-Credit
000362             Add Sort-Amount To Period-Credits
000363        When Sort-Payment
000364             Move "Payment - Cash" To Activity-Text
000365             Move Sort-Amount To Activity-Credit
000366             Add Sort-Amount To Period-Credits
000367        When Other
000368             Move "Return Credit" To Activity-Text
000369             Move Sort-Amount To Activity-Credit
000370             Add Sort-Amount To Period-Credits
000371     End-Evaluate
000372     Write Report-Record From Activity-Line After 1
000373     Add 1 To Line-Count
000374     .
000375 Print-Statement-Header.
000376     Set Header-Printed To True
000377     Add 1 To Statements-Printed
000378     Move Spaces To Customer-Record
000379     Move Zeros To House-Credit-Limit
000380     If Customer-File-Open
000381        Move Current-Customer To Customer-Number
000382        Read Customer-File
000383             Invalid Key
000384                Move Spaces To Customer-Record
000385                Move Zeros To House-Credit-Limit
000386        End-Read
000387     End-If
000388     If House-Credit-Limit Not Numeric
000389        Move Zeros To House-Credit-Limit
000390     End-If
000391     Perform Heading-Routine
000392     Write Report-Record From Store-Name-Line After 2
000393     Move Spaces To Formatted-Name
000394     String First-Name  Delimited By Space
000395            " "         Delimited By Size
000396            Middle-Name Delimited By Space
000397            " "         Delimited By Size
000398            Last-Name   Delimited By Space
000399            Into Formatted-Name
000400     End-String
000401     Write Report-Record From Formatted-Name After 3
000402     Write Report-Record From Address-Line-1 After 1
000403     Move 7 To Line-Count
000404     If Address-Line-2 Not = Spaces
000405        Write Report-Record From Address-Line-2 After 1
000406        Add 1 To Line-Count
000407     End-If
000408     Move Spaces To Address-Line
000409     String City             Delimited By "  "
000410            " "              Delimited By Size
000411            State-Or-Country Delimited By "  "
000412            " "              Delimited By Size
000413            Postal-Code      Delimited By Space
000414            Into Address-Line
000415     End-String
000416     Write Report-Record From Address-Line After 1
000417     Move Current-Customer To Account-Number
000418     Move Statement-Date To Account-Date
000419     Move House-Credit-Limit To Account-Limit
000420     Write Report-Record From Account-Line After 3
000421     Write Report-Record From Column-Heading After 2
000422     Move "Previous Balance" To Balance-Label
000423     Move Opening-Balance To Balance-Amount
000424     Write Report-Record From Balance-Line After 2
000425     Add 9 To Line-Count
000426     .
000427 Print-Statement-Footing.
000428     Move Zeros To Bucket-Current Bucket-30 Bucket-60 Bucket-90
000429     Perform Age-One-Charge
000430             Varying Charge-Index From 1 By 1
000431             Until Charge-Index > Open-Charge-Count
000432* An Overpayment Shows As A Credit In The Current Column
000433     Subtract Unapplied-Credit From Bucket-Current
000434     Compute Past-Due-Amount = Bucket-30 + Bucket-60 + Bucket-90
000435     Move "Balance Due" To Balance-Label
000436     Move Closing-Balance To Balance-Amount
000437     Write Report-Record From Balance-Line After 2
000438     Write Report-Record From Aging-Heading After 2
000439     Move Bucket-Current To Aging-Current
000440     Move Bucket-30 To Aging-30
000441     Move Bucket-60 To Aging-60
000442     Move Bucket-90 To Aging-90
000443     Write Report-Record From Aging-Line After 1
000444     If Past-Due-Amount > Zero
000445        Move Past-Due-Amount To Past-Due-Edit
000446        Write Report-Record From Past-Due-Line After 2
000447        Add Past-Due-Amount To Total-Past-Due
000448     End-If
000449     Write Report-Record From Terms-Line After 2
000450     Add Closing-Balance To Total-Due
000451     .
000452 Age-One-Charge.
000453     If Charge-Left (Charge-Index) > Zero
000454        Call "Chapt23f" Using Charge-Date (Charge-Index)
000455             Statement-Date Days-Old
000456        Evaluate True
000457           When Days-Old >= 90
000458                Add Charge-Left (Charge-Index) To Bucket-90
000459           When Days-Old >= 60
000460                Add Charge-Left (Charge-Index) To Bucket-60
000461           When Days-Old >= 30
000462                Add Charge-Left (Charge-Index) To Bucket-30
000463           When Other
000464                Add Charge-Left (Charge-Index) To Bucket-Current
000465        End-Evaluate
000466     End-If
000467     .
000468 Heading-Routine.
000469* Every Statement Starts On A Fresh Page For Mailing
000470     Add 1 To Page-Count
000471     Move Page-Count To Page-No
000472     If Page-Count = 1
000473        Write Report-Record From Heading-Line-1 After Zero
000474     Else
000475        Write Report-Record From Heading-Line-1 After Page
000476     End-If
000477     Move 1 To Line-Count
000478     .
