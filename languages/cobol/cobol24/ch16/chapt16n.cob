000010 @OPTIONS MAIN,TEST
000020 Identification Division.
000030 Program-Id.  Chapt16n.
000031* House Account Past-Due Report And Charge Hold
000032* Ages Every House Account On HseLedg.TXT The Way The
000033* Chapt16m Statement Does - Payments And Credits Settle The
000034* Oldest Charges First - And Lists Each Customer With Money
000035* Thirty Days Or More Old.  Those Customers Get Hold P On
000036* Customer.Dat, Which Stops The Register Taking Another
000037* House Charge; A Customer Brought Current Has Hold P Lifted.
000038* A Manager's Hold Y Is Left Alone Either Way.  The Optional
000039* Parameter Is The As-Of Date (MMDDYYYY), Default Today
000040 Environment Division.
000041 Configuration Section.
000042 Source-Computer.  IBM-PC.
000043 Object-Computer.  IBM-PC.
000044 Input-Output  Section.
000045 File-Control.
000046     Select Report-File Assign To "RPT16N.SPL".
000047     Select Optional House-Ledger-File Assign To "HseLedg.TXT"
000048         Organization Is Line Sequential
000049         File Status  Is House-Ledger-Status.
000050     Select Customer-File Assign To "Customer.Dat"
000051         Organization Indexed
000052         Access Random
000053         Record Key Customer-Number
000054         File Status Customer-Status.
000055     Select Optional Journal-File Assign To "Journal.TXT"
000056         Organization Is Line Sequential
000057         File Status  Is Journal-Status.
000058     Select Sort-File Assign To Sort-Work.
000059 Data Division.
000060 File Section.
000061 Fd  Report-File.
000062 01  Report-Record Pic X(80).
000063 Fd  House-Ledger-File.
000064 Copy "hseledg.cpy".
000065 Fd  Customer-File.
000066 01  Customer-Record.
000067     03  Customer-Number     Pic X(8).
000068     03  Customer-Name.
000069         05  Last-Name   Pic X(25).
000070         05  First-Name  Pic X(15).
000071         05  Middle-Name Pic X(10).
000072     03  Filler              Pic X(196).
000073     03  Loyalty-Points      Pic 9(7).
000074     03  House-Account-Flag  Pic X.
000075     03  House-Credit-Limit  Pic 9(5)v99.
000076     03  House-Hold-Flag     Pic X.
000077         88  Manager-Hold    Value "Y".
000078         88  Past-Due-Hold   Value "P".
000079     03  Filler              Pic X(4).
000080 Fd  Journal-File.
000081 01  Journal-Record.
000082     03  Jrn-Date            Pic 9(8).
000083     03  Filler              Pic X.
000084     03  Jrn-Time            Pic 9(6).
000085     03  Filler              Pic X.
000086     03  Jrn-Program         Pic X(8).
000087     03  Filler              Pic X.
000088     03  Jrn-File-Id         Pic X(8).
000089     03  Filler              Pic X.
000090     03  Jrn-Action          Pic X.
000091     03  Filler              Pic X.
000092     03  Jrn-Key             Pic X(12).
000093     03  Filler              Pic X.
000094     03  Jrn-Image           Pic X(476).
000095 Sd  Sort-File.
000096 01  Sort-Record.
000097     03  Sort-Customer       Pic X(8).
000098     03  Sort-Date-Key       Pic 9(8).
000099     03  Sort-Date           Pic 9(8).
000100     03  Sort-Type           Pic X.
000101         88  Sort-Charge     Value "C".
000102     03  Sort-Amount         Pic 9(7)v99.
000103 Working-Storage Section.
000104 01  House-Ledger-Status     Pic XX Value Spaces.
000105 01  Ledger-Done-Flag        Pic X Value Spaces.
000106     88  Ledger-Done         Value "Y".
000107 01  Customer-Status         Pic XX Value Spaces.
000108     88  Customer-Success    Value "00" Thru "09".
000109 01  Journal-Status          Pic XX Value Spaces.
000110 01  Journal-Stamp-Date      Pic 9(6) Value Zeros.
000111 01  Journal-Stamp-Time      Pic 9(8) Value Zeros.
000112 01  Journal-Program-Id      Pic X(8) Value "CHAPT16N".
000113 01  Done-Flag               Pic X Value Spaces.
000114     88  All-Done            Value "Y".
000115 01  As-Of-Date              Pic 9(8) Value Zeros.
000116 01  As-Of-Key               Pic 9(8) Value Zeros.
000117 01  Past-Due-Days           Pic 9(3) Value 30.
000118 01  Current-Customer        Pic X(8) Value Spaces.
000119 01  Account-Balance         Pic S9(7)v99 Value Zeros.
000120 01  Past-Due-Amount         Pic S9(7)v99 Value Zeros.
000121 01  Oldest-Days             Pic S9(7) Value Zeros.
000122 01  Apply-Amount            Pic 9(7)v99 Value Zeros.
000123 01  Unapplied-Credit        Pic 9(7)v99 Value Zeros.
000124 01  Days-Old                Pic S9(7) Value Zeros.
000125 01  Open-Charge-Count       Pic 9(3) Value Zeros.
000126 01  Open-Charge-Area.
000127     03  Open-Charge-Entry Occurs 0 To 500 Times
000128             Depending On Open-Charge-Count
000129             Indexed By Charge-Index.
000130         05  Charge-Date         Pic 9(8).
000131         05  Charge-Left         Pic 9(7)v99.
000132 01  Accounts-Past-Due       Pic 9(5) Value Zeros.
000133 01  Holds-Set               Pic 9(5) Value Zeros.
000134 01  Holds-Released          Pic 9(5) Value Zeros.
000135 01  Total-Past-Due          Pic S9(9)v99 Value Zeros.
000136 01  Formatted-Name          Pic X(28) Value Spaces.
000137 01  Today-MMDDYYYY.
000138     03  Today-MM            Pic 99.
000139     03  Today-DD            Pic 99.
000140     03  Today-YYYY          Pic 9(4).
000141 01  Today-MMDDYYYY-N Redefines Today-MMDDYYYY Pic 9(8).
000142 01  Date-And-Time-Area.
000143     03  Work-Date            Pic 9(6).
000144     03  Work-Date-X          Redefines Work-Date.
000145         05  Date-YY          Pic 99.
000146         05  Date-MM          Pic 99.
000147         05  Date-DD          Pic 99.
000148 01  Heading-Line-1.
000149     03  Filler      Pic X(12) Value "Created by:".
000150     03  Filler      Pic X(8)  Value "CHAPT16N".
000151     03  Filler      Pic X(9)  Value Spaces.
000152     03  Filler      Pic X(30)
000153         Value "House Account Past-Due Report".
000154     03  Filler      Pic X(4)  Value Spaces.
000155     03  Filler      Pic X(5)  Value "Page".
000156     03  Page-No     Pic Z(4)9 Value Zeros.
000157 01  Heading-Line-2.
000158     03  Filler      Pic X(12) Value "As Of:".
000159     03  Heading-Date Pic 99/99/9999.
000160 01  Heading-Line-3.
000161     03  Filler      Pic X(9)  Value "Customer".
000162     03  Filler      Pic X(29) Value "Name".
000163     03  Filler      Pic X(12) Value "  Balance".
000164     03  Filler      Pic X(12) Value " Past Due".
000165     03  Filler      Pic X(5)  Value "Days".
000166     03  Filler      Pic X(10) Value "Action".
000167 01  Detail-Line.
000168     03  Detail-Customer     Pic X(8).
000169     03  Filler              Pic X     Value Spaces.
000170     03  Detail-Name         Pic X(28).
000171     03  Filler              Pic X     Value Spaces.
000172     03  Detail-Balance      Pic ZZZ,ZZZ.99-.
000173     03  Filler              Pic X     Value Spaces.
000174     03  Detail-Past-Due     Pic ZZZ,ZZZ.99-.
000175     03  Filler              Pic X     Value Spaces.
000176     03  Detail-Days         Pic ZZZ9.
000177     03  Filler              Pic X     Value Spaces.
000178     03  Detail-Action       Pic X(13).
000179 01  Total-Line.
000180     03  Filler              Pic X(22)
000181         Value "Accounts Past Due:".
000182     03  Total-Count         Pic ZZ,ZZ9.
000183     03  Filler              Pic X(12)
000184         Value "  Past Due:".
000185     03  Total-Amount        Pic Z,ZZZ,ZZZ.99-.
000186 01  Hold-Total-Line.
000187     03  Filler              Pic X(22) Value "Holds Set:".
000188     03  Total-Holds-Set     Pic ZZ,ZZ9.
000189     03  Filler              Pic X(12) Value "  Released:".
000190     03  Total-Released      Pic ZZ,ZZ9.
000191 01  Line-Count              Pic 99 Value 99.
000192 01  Page-Count              Pic 9(4) Value Zeros.
000193 01  Max-Lines               Pic 99 Value 60.
000194 01  Spool-Catalog-Name    Pic X(8) Value "CHAPT16N".
000195 01  Spool-Catalog-File    Pic X(12) Value "RPT16N.SPL".
000196 Procedure Division.
000197 Chapt16n-Start.
000198     Display "Begin House Account Past-Due Chapt16n"
000199     Accept As-Of-Date From Command-Line
000200     If As-Of-Date = Zeros
000201        Accept Work-Date From Date
000202        Move Date-MM Of Work-Date-X To Today-MM
000203        Move Date-DD Of Work-Date-X To Today-DD
000204        Move 2000 To Today-YYYY
000205        Add Date-YY Of Work-Date-X To Today-YYYY
000206        Move Today-MMDDYYYY-N To As-Of-Date
000207     End-If
000208     Move As-Of-Date (5:4) To As-Of-Key (1:4)
000209     Move As-Of-Date (1:4) To As-Of-Key (5:4)
000210     Open I-O Customer-File
000211     If Not Customer-Success
000212        Display "Unable To Open Customer File, Status "
000213                Customer-Status
000214        Stop Run
000215     End-If
000216     Open Extend Journal-File
000217     Open Output Report-File
000218     Move As-Of-Date To Heading-Date
000219     Perform Heading-Routine
000220     Sort Sort-File Ascending Key Sort-Customer Sort-Date-Key
000221          Input Procedure Sort-Ledger-In
000222          Output Procedure Age-The-Accounts
000223     Move Accounts-Past-Due To Total-Count
000224     Move Total-Past-Due To Total-Amount
000225     Write Report-Record From Total-Line After 2
000226     Move Holds-Set To Total-Holds-Set
000227     Move Holds-Released To Total-Released
000228     Write Report-Record From Hold-Total-Line After 1
000229     Close Report-File
000230           Customer-File
000231           Journal-File
000232     Call "Chapt25d" Using Spool-Catalog-Name
000233          Spool-Catalog-File Page-Count
000234     Display "Accounts Past Due " Accounts-Past-Due
000235     Display "Holds Set         " Holds-Set
000236     Display "Holds Released    " Holds-Released
000237     Stop Run
000238     .
000239 Sort-Ledger-In.
000240     Open Input House-Ledger-File
000241     If House-Ledger-Status Not = "00"
000242        Set Ledger-Done To True
000243     End-If
000244     Perform Release-One-Row Until Ledger-Done
000245     If House-Ledger-Status = "00" Or House-Ledger-Status = "10"
000246        Close House-Ledger-File
000247     End-If
000248     .
000249 Release-One-Row.
000250     Read House-Ledger-File
000251          At End Set Ledger-Done To True
000252          Not At End
000253             Move Hse-Date (5:4) To Sort-Date-Key (1:4)
000254             Move Hse-Date (1:4) To Sort-Date-Key (5:4)
000255             If Sort-Date-Key Not > As-Of-Key
000256                Move Hse-Customer To Sort-Customer
000257                Move Hse-Date To Sort-Date
000258                Move Hse-Type To Sort-Type
000259                Move Hse-Amount To Sort-Amount
000260                Release Sort-Record
000261             End-If
000262     End-Read
000263     .
000264 Age-The-Accounts.
000265     Perform Return-Sorted-Row
000266     Perform Age-One-Customer Until All-Done
000267     .
000268 Return-Sorted-Row.
000269     Return Sort-File
000270            At End Set All-Done To True
000271     End-Return
000272     .
000273 Age-One-Customer.
000274     Move Sort-Customer To Current-Customer
000275     Move Zeros To Account-Balance Unapplied-Credit
000276                   Open-Charge-Count Past-Due-Amount Oldest-Days
000277     Perform Take-One-Row
000278        Until All-Done Or Sort-Customer Not = Current-Customer
000279     Perform Age-One-Charge
000280             Varying Charge-Index From 1 By 1
000281             Until Charge-Index > Open-Charge-Count
000282     Perform Set-Or-Release-Hold
000283     .
000284 Take-One-Row.
000285     If Sort-Charge
000286        Add Sort-Amount To Account-Balance
000287        Perform Open-New-Charge
000288     Else
000289        Subtract Sort-Amount From Account-Balance
000290        Move Sort-Amount To Apply-Amount
000291        Perform Apply-To-Oldest-Charge
000292                Varying Charge-Index From 1 By 1
000293                Until Charge-Index > Open-Charge-Count
000294                   Or Apply-Amount = Zero
000295        Add Apply-Amount To Unapplied-Credit
000296     End-If
000297     Perform Return-Sorted-Row
000298     .
000299 Open-New-Charge.
000300     If Open-Charge-Count < 500
000301        Add 1 To Open-Charge-Count
000302        Move Sort-Date To Charge-Date (Open-Charge-Count)
000303        Move Sort-Amount To Charge-Left (Open-Charge-Count)
000304     Else
000305        Add Sort-Amount To Charge-Left (Open-Charge-Count)
000306     End-If
000307     If Unapplied-Credit > Zero
000308        If Unapplied-Credit < Charge-Left (Open-Charge-Count)
000309           Subtract Unapplied-Credit
000310                    From Charge-Left (Open-Charge-Count)
000311           Move Zeros To Unapplied-Credit
000312        Else
000313           Subtract Charge-Left (Open-Charge-Count)
000314                    From Unapplied-Credit
000315           Move Zeros To Charge-Left (Open-Charge-Count)
000316        End-If
000317     End-If
000318     .
000319 Apply-To-Oldest-Charge.
000320     If Charge-Left (Charge-Index) > Apply-Amount
000321        Subtract Apply-Amount From Charge-Left (Charge-Index)
000322        Move Zeros To Apply-Amount
000323     Else
000324        Subtract Charge-Left (Charge-Index) From Apply-Amount
000325        Move Zeros To Charge-Left (Charge-Index)
000326     End-If
000327     .
000328 Age-One-Charge.
000329     If Charge-Left (Charge-Index) > Zero
000330        Call "Chapt23f" Using Charge-Date (Charge-Index)
000331             As-Of-Date Days-Old
000332        If Days-Old >= Past-Due-Days
000333           Add Charge-Left (Charge-Index) To Past-Due-Amount
000334        End-If
000335        If Days-Old > Oldest-Days
000336           Move Days-Old To Oldest-Days
000337        End-If
000338     End-If
000339     .
000340 Set-Or-Release-Hold.
000341     Move Current-Customer To Customer-Number
000342     Read Customer-File
000343          Invalid Key
000344             Move Spaces To Customer-Record
000345             Move Current-Customer To Customer-Number
000346     End-Read
000347     Move Spaces To Detail-Action
000348     Evaluate True
000349        When Past-Due-Amount > Zero And Customer-Status Not = "00"
000350             Move "NOT ON FILE" To Detail-Action
000351        When Past-Due-Amount > Zero And Manager-Hold
000352             Move "MGR HOLD" To Detail-Action
000353        When Past-Due-Amount > Zero And Past-Due-Hold
000354             Move "ON HOLD" To Detail-Action
000355        When Past-Due-Amount > Zero
000356             Set Past-Due-Hold To True
000357             Perform Rewrite-Customer
000358             Move "HOLD SET" To Detail-Action
000359             Add 1 To Holds-Set
000360        When Past-Due-Hold And Customer-Status = "00"
000361             Move Space To House-Hold-Flag
000362             Perform Rewrite-Customer
000363             Move "HOLD RELEASED" To Detail-Action
000364             Add 1 To Holds-Released
000365        When Other
000366             Continue
000367     End-Evaluate
000368     If Past-Due-Amount > Zero
000369        Add 1 To Accounts-Past-Due
000370        Add Past-Due-Amount To Total-Past-Due
000371     End-If
000372     If Detail-Action Not = Spaces
000373        Perform Print-Detail-Line
000374     End-If
000375     .
000376 Rewrite-Customer.
000377     Move Spaces To Journal-Record
000378     Move "CUSTOMER" To Jrn-File-Id
000379     Move "R" To Jrn-Action
000380     Move Customer-Number To Jrn-Key
000381     Move Customer-Record To Jrn-Image
000382     Perform Write-Journal-Record
000383     Rewrite Customer-Record
000384     .
000385 Print-Detail-Line.
000386     If Line-Count >= Max-Lines
000387        Perform Heading-Routine
000388     End-If
000389     Move Spaces To Formatted-Name
000390     String First-Name  Delimited By Space
000391            " "         Delimited By Size
000392            Last-Name   Delimited By Space
000393            Into Formatted-Name
000394     End-String
000395     Move Current-Customer To Detail-Customer
000396     Move Formatted-Name To Detail-Name
000397     Move Account-Balance To Detail-Balance
000398     Move Past-Due-Amount To Detail-Past-Due
000399     Move Oldest-Days To Detail-Days
000400     Write Report-Record From Detail-Line After 1
000401     Add 1 To Line-Count
000402     .
000403 Heading-Routine.
000404     Add 1 To Page-Count
000405     Move Page-Count To Page-No
000406     If Page-Count = 1
000407        Write Report-Record From Heading-Line-1 After Zero
000408     Else
000409        Write Report-Record From Heading-Line-1 After Page
000410     End-If
000411     Write Report-Record From Heading-Line-2 After 1
000412     Write Report-Record From Heading-Line-3 After 2
000413     Move 4 To Line-Count
000414     .
000415 Write-Journal-Record.
000416* Write-Ahead Journal: Every Indexed-File Update Lands Here
000417* First So A Mid-Day Failure Replays Forward From The Backup
000418     Accept Journal-Stamp-Date From Date
000419     Accept Journal-Stamp-Time From Time
000420     Move 20 To Jrn-Date (1:2)
000421     Move Journal-Stamp-Date To Jrn-Date (3:6)
000422     Move Journal-Stamp-Time (1:6) To Jrn-Time
000423     Move Journal-Program-Id To Jrn-Program
000424     Write Journal-Record
000425     .
