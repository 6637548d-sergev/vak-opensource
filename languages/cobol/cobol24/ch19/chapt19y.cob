000010 @OPTIONS MAIN,TEST
000020 Identification Division.
000030 Program-Id.  Chapt19y.
000031* Customer Marketing Segmentation Extract
000032* Scores Every Mailing-List Customer On Recency Of The Last
000033* Purchase, Visits (Distinct Receipts) And Spend Over The
000034* Twelve Months From TransHist.TXT, Assigns A Segment, And
000035* Writes One Mail-Merge Extract Per Segment Carrying The
000036* Categories The Customer Buys Most, So A Postcard Can Go To
000037* The People Who Buy The Merchandise It Is About.  Run
000038* Monthly; An As-Of Date (MMDDYYYY) May Be Given, Otherwise
000039* Today Is Used
000040 Environment Division.
000041 Configuration Section.
000042 Source-Computer.  IBM-PC.
000043 Object-Computer.  IBM-PC.
000044 Input-Output  Section.
000045 File-Control.
000046     Select Report-File Assign To "RPT19Y.SPL".
000047     Select Customer-File Assign To "Customer.Dat"
000048            Organization Indexed
000049            Access Sequential
000050            Record Key Customer-Number
000051            Alternate Record Key Customer-Name
000052            File Status Customer-Status.
000053     Select Optional Sales-Archive-File Assign To "TransHist.TXT"
000054         Organization Is Line Sequential
000055         File Status  Is Sales-Archive-Status.
000056     Select Champion-File Assign To "MktCHMP.TXT"
000057         Organization Is Line Sequential
000058         File Status  Is Extract-Status.
000059     Select Regular-File Assign To "MktREGL.TXT"
000060         Organization Is Line Sequential
000061         File Status  Is Extract-Status.
000062     Select New-Customer-File Assign To "MktNEW.TXT"
000063         Organization Is Line Sequential
000064         File Status  Is Extract-Status.
000065     Select One-Time-File Assign To "MktONCE.TXT"
000066         Organization Is Line Sequential
000067         File Status  Is Extract-Status.
000068     Select Lapsed-File Assign To "MktLAPS.TXT"
000069         Organization Is Line Sequential
000070         File Status  Is Extract-Status.
000071     Select Prospect-File Assign To "MktPROS.TXT"
000072         Organization Is Line Sequential
000073         File Status  Is Extract-Status.
000074 Data Division.
000075 File Section.
000076 Fd  Report-File.
000077 01  Report-Record Pic X(80).
000078 Fd  Customer-File.
000079 01  Customer-Record.
000080     03  Customer-Number       Pic X(8).
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
000091     03  Mailing-List-Flag   Pic X.
000092         88  On-Mailing-List Value "Y".
000093     03  Loyalty-Points      Pic 9(7).
000094     03  Filler              Pic X(13).
000095 Fd  Sales-Archive-File.
000096 01  Sales-Archive-Record.
000097     03  Arch-Date           Pic 9(8).
000098     03  Arch-Date-X Redefines Arch-Date.
000099         05  Arch-MM         Pic 99.
000100         05  Arch-DD         Pic 99.
000101         05  Arch-YYYY       Pic 9(4).
000102     03  Filler              Pic X.
000103     03  Arch-Store          Pic X(4).
000104     03  Filler              Pic X.
000105     03  Arch-Dealer         Pic X(8).
000106     03  Filler              Pic X.
000107     03  Arch-Category       Pic X(4).
000108     03  Filler              Pic X.
000109     03  Arch-Qty            Pic 9(3).
000110     03  Filler              Pic X.
000111     03  Arch-Amount         Pic S9(7)v99.
000112     03  Filler              Pic X.
000113     03  Arch-Commission     Pic S9(6)v99.
000114     03  Filler              Pic X.
000115     03  Arch-Item           Pic X(12).
000116     03  Filler              Pic X.
000117     03  Arch-Receipt        Pic 9(6).
000118     03  Filler              Pic X.
000119     03  Arch-Customer       Pic X(8).
000120     03  Filler              Pic X.
000121     03  Arch-Tender         Pic X.
000122     03  Filler              Pic X.
000123     03  Arch-Operator       Pic X(4).
000124     03  Filler              Pic X.
000125     03  Arch-Class          Pic X.
000126 Fd  Champion-File.
000127 01  Champion-Record         Pic X(277).
000128 Fd  Regular-File.
000129 01  Regular-Record          Pic X(277).
000130 Fd  New-Customer-File.
000131 01  New-Customer-Record     Pic X(277).
000132 Fd  One-Time-File.
000133 01  One-Time-Record         Pic X(277).
000134 Fd  Lapsed-File.
000135 01  Lapsed-Record           Pic X(277).
000136 Fd  Prospect-File.
000137 01  Prospect-Record         Pic X(277).
000138 Working-Storage Section.
000139 01  Customer-Status         Pic XX Value Spaces.
000140     88  Customer-Success    Value "00" Thru "09".
000141 01  Sales-Archive-Status    Pic XX Value Spaces.
000142     88  Sales-Archive-Success Value "00" Thru "09".
000143 01  Extract-Status          Pic XX Value Spaces.
000144 01  Customers-Done-Flag     Pic X Value Spaces.
000145     88  Customers-Done      Value "Y".
000146 01  Archive-Done-Flag       Pic X Value Spaces.
000147     88  Archive-Done        Value "Y".
000148* The Mail-Merge Layout Shared By All Six Segment Extracts
000149 01  Mail-Work.
000150     03  Mail-Segment        Pic X(4).
000151     03  Filler              Pic X.
000152     03  Mail-Customer       Pic X(8).
000153     03  Filler              Pic X.
000154     03  Mail-Name           Pic X(40).
000155     03  Filler              Pic X.
000156     03  Mail-Address-1      Pic X(50).
000157     03  Filler              Pic X.
000158     03  Mail-Address-2      Pic X(50).
000159     03  Filler              Pic X.
000160     03  Mail-City           Pic X(40).
000161     03  Filler              Pic X.
000162     03  Mail-State          Pic X(20).
000163     03  Filler              Pic X.
000164     03  Mail-Postal         Pic X(15).
000165     03  Filler              Pic X.
000166     03  Mail-Last-Purchase  Pic 99/99/9999.
000167     03  Filler              Pic X.
000168     03  Mail-Visits         Pic 9(3).
000169     03  Filler              Pic X.
000170     03  Mail-Spend          Pic 9(7).99.
000171     03  Filler              Pic X.
000172     03  Mail-Recency-Score  Pic 9.
000173     03  Mail-Frequency-Score Pic 9.
000174     03  Mail-Spend-Score    Pic 9.
000175     03  Filler              Pic X.
000176     03  Mail-Top-Category   Pic X(4) Occurs 3 Times.
000177* One Entry Per Mailing-List Customer, Loaded In Customer
000178* Number Order So The Archive Pass Can Search It Binary
000179 01  Seg-Max                 Pic 9(4) Value 3000.
000180 01  Seg-Table-Area.
000181     03  Seg-Entry Occurs 0 To 3000 Times
000182             Depending On Seg-Count
000183             Ascending Key Seg-Customer
000184             Indexed By Seg-Index.
000185         05  Seg-Customer        Pic X(8).
000186         05  Seg-First-Date      Pic 9(8).
000187         05  Seg-Last-Date       Pic 9(8).
000188         05  Seg-Last-Receipt    Pic 9(6).
000189         05  Seg-Last-Receipt-Date Pic 9(8).
000190         05  Seg-Life-Visits     Pic 9(5).
000191         05  Seg-Year-Visits     Pic 9(3).
000192         05  Seg-Year-Spend      Pic S9(7)v99.
000193         05  Seg-Category-Count  Pic 9.
000194         05  Seg-Category-Slot Occurs 8 Times.
000195             07  Seg-Category        Pic X(4).
000196             07  Seg-Category-Spend  Pic S9(7)v99.
000197 01  Seg-Count               Pic 9(4) Value Zeros.
000198 01  Slot-Sub                Pic 9 Value Zeros.
000199 01  Pick-Sub                Pic 9 Value Zeros.
000200 01  Best-Sub                Pic 9 Value Zeros.
000201 01  Best-Spend              Pic S9(7)v99 Value Zeros.
000202 01  Taken-Flags.
000203     03  Slot-Taken          Pic X Occurs 8 Times.
000204* The Archive Date Is MMDDYYYY; This Turns It Around So
000205* Dates Compare In Order
000206 01  Arch-Sort-Date.
000207     03  Arch-Sort-YYYY      Pic 9(4).
000208     03  Arch-Sort-MM        Pic 99.
000209     03  Arch-Sort-DD        Pic 99.
000210 01  Arch-Sort-Date-N Redefines Arch-Sort-Date Pic 9(8).
000211 01  Last-Date-Work.
000212     03  Last-Work-YYYY      Pic 9(4).
000213     03  Last-Work-MM        Pic 99.
000214     03  Last-Work-DD        Pic 99.
000215 01  Last-Date-Work-N Redefines Last-Date-Work Pic 9(8).
000216 01  Last-MMDDYYYY.
000217     03  Last-MM             Pic 99.
000218     03  Last-DD             Pic 99.
000219     03  Last-YYYY           Pic 9(4).
000220 01  Last-MMDDYYYY-N Redefines Last-MMDDYYYY Pic 9(8).
000221 01  Days-Ago                Pic S9(7) Value Zeros.
000222* Scoring Thresholds - Five Is Best, Zero Means No Purchase
000223 01  Recency-Limits.
000224     03  Filler              Pic 9(3) Value 030.
000225     03  Filler              Pic 9(3) Value 090.
000226     03  Filler              Pic 9(3) Value 180.
000227     03  Filler              Pic 9(3) Value 365.
000228 01  Recency-Limit-Table Redefines Recency-Limits.
000229     03  Recency-Limit       Pic 9(3) Occurs 4 Times.
000230 01  Frequency-Limits.
000231     03  Filler              Pic 9(3) Value 012.
000232     03  Filler              Pic 9(3) Value 006.
000233     03  Filler              Pic 9(3) Value 003.
000234     03  Filler              Pic 9(3) Value 002.
000235 01  Frequency-Limit-Table Redefines Frequency-Limits.
000236     03  Frequency-Limit     Pic 9(3) Occurs 4 Times.
000237 01  Spend-Limits.
000238     03  Filler              Pic 9(5) Value 02000.
000239     03  Filler              Pic 9(5) Value 01000.
000240     03  Filler              Pic 9(5) Value 00500.
000241     03  Filler              Pic 9(5) Value 00100.
000242 01  Spend-Limit-Table Redefines Spend-Limits.
000243     03  Spend-Limit         Pic 9(5) Occurs 4 Times.
000244 01  Score-Sub               Pic 9 Value Zeros.
000245 01  Recency-Score           Pic 9 Value Zeros.
000246 01  Frequency-Score         Pic 9 Value Zeros.
000247 01  Spend-Score             Pic 9 Value Zeros.
000248* A First Purchase This Recent Makes The Customer New
000249 01  New-Customer-Days       Pic 9(3) Value 90.
000250 01  Segment-Code            Pic X(4) Value Spaces.
000251     88  Segment-Champion    Value "CHMP".
000252     88  Segment-Regular     Value "REGL".
000253     88  Segment-New         Value "NEW ".
000254     88  Segment-One-Time    Value "ONCE".
000255     88  Segment-Lapsed      Value "LAPS".
000256     88  Segment-Prospect    Value "PROS".
000257 01  Segment-Names.
000258     03  Filler              Pic X(14) Value "CHMPChampion".
000259     03  Filler              Pic X(14) Value "REGLRegular".
000260     03  Filler              Pic X(14) Value "NEW New".
000261     03  Filler              Pic X(14) Value "ONCEOne-Time".
000262     03  Filler              Pic X(14) Value "LAPSLapsed".
000263     03  Filler              Pic X(14) Value "PROSProspect".
000264 01  Segment-Name-Table Redefines Segment-Names.
000265     03  Segment-Name-Entry Occurs 6 Times.
000266         05  Segment-Table-Code  Pic X(4).
000267         05  Segment-Table-Name  Pic X(10).
000268 01  Segment-Totals.
000269     03  Segment-Total-Entry Occurs 6 Times.
000270         05  Segment-Customers   Pic 9(5).
000271         05  Segment-Visits      Pic 9(7).
000272         05  Segment-Spend       Pic S9(9)v99.
000273 01  Segment-Sub             Pic 9 Value Zeros.
000274 01  Formatted-Name          Pic X(40) Value Spaces.
000275 01  Customers-Read          Pic 9(5) Value Zeros.
000276 01  Customers-Not-Mailed    Pic 9(5) Value Zeros.
000277 01  Customers-Over-Table    Pic 9(5) Value Zeros.
000278 01  Archive-Rows-Used       Pic 9(7) Value Zeros.
000279 01  Heading-Line-1.
000280     03  Filler      Pic X(12) Value "Created by:".
000281     03  Filler      Pic X(8)  Value "CHAPT19Y".
000282     03  Filler      Pic X(5)  Value Spaces.
000283     03  Filler      Pic X(30)
000284         Value "Customer Segments As Of".
000285     03  Heading-As-Of Pic 99/99/9999.
000286     03  Filler      Pic X(4)  Value Spaces.
000287     03  Filler      Pic X(5)  Value "Page".
000288     03  Page-No     Pic Z(4)9 Value Zeros.
000289 01  Heading-Line-2.
000290     03  Filler      Pic X(12) Value "Created on:".
000291     03  Date-MM     Pic 99.
000292     03  Filler      Pic X     Value "/".
000293     03  Date-DD     Pic 99.
000294     03  Filler      Pic X     Value "/".
000295     03  Date-YY     Pic 99.
000296 01  Heading-Line-3.
000297     03  Filler      Pic X(16) Value "Segment".
000298     03  Filler      Pic X(12) Value "  Customers".
000299     03  Filler      Pic X(12) Value "     Visits".
000300     03  Filler      Pic X(16) Value "    12-Mo Spend".
000301     03  Filler      Pic X(12) Value "  Avg Spend".
000302     03  Filler      Pic X(12) Value "  Extract".
000303 01  Detail-Line.
000304     03  Detail-Code         Pic X(4).
000305     03  Filler              Pic X     Value Spaces.
000306     03  Detail-Name         Pic X(10).
000307     03  Filler              Pic X(4)  Value Spaces.
000308     03  Detail-Customers    Pic ZZ,ZZ9.
000309     03  Filler              Pic X(2)  Value Spaces.
000310     03  Detail-Visits       Pic Z,ZZZ,ZZ9.
000311     03  Filler              Pic X(2)  Value Spaces.
000312     03  Detail-Spend        Pic ZZZ,ZZZ,ZZ9.99-.
000313     03  Filler              Pic X     Value Spaces.
000314     03  Detail-Average      Pic ZZ,ZZ9.99-.
000315     03  Filler              Pic X(2)  Value Spaces.
000316     03  Detail-Extract      Pic X(12).
000317 01  Count-Line.
000318     03  Count-Label         Pic X(40).
000319     03  Count-Value         Pic ZZZ,ZZ9.
000320 01  Average-Work            Pic S9(7)v99 Value Zeros.
000321 01  Line-Count           Pic 99          Value 99.
000322 01  Page-Count           Pic 9(4)        Value Zeros.
000323 01  Max-Lines            Pic 99          Value 60.
000324 01  Date-And-Time-Area.
000325     03  Work-Date            Pic 9(6).
000326     03  Work-Date-X          Redefines Work-Date.
000327         05  Date-YY          Pic 99.
000328         05  Date-MM          Pic 99.
000329         05  Date-DD          Pic 99.
000330 01  As-Of-MMDDYYYY.
000331     03  As-Of-MM            Pic 99.
000332     03  As-Of-DD            Pic 99.
000333     03  As-Of-YYYY          Pic 9(4).
000334 01  As-Of-MMDDYYYY-N Redefines As-Of-MMDDYYYY Pic 9(8).
000335 01  Run-Parameter           Pic X(20) Value Spaces.
000336 01  Spool-Catalog-Name    Pic X(8) Value "CHAPT19Y".
000337 01  Spool-Catalog-File    Pic X(12) Value "RPT19Y.SPL".
000338 Procedure Division.
000339 Chapt19y-Start.
000340     Display "Begin Customer Segmentation Chapt19y"
000341     Accept Work-Date From Date
000342     Move Corresponding Work-Date-X To Heading-Line-2
000343     Accept Run-Parameter From Command-Line
000344     If Run-Parameter (1:8) Numeric
000345        Move Run-Parameter (1:8) To As-Of-MMDDYYYY
000346     Else
000347        Move Date-MM Of Work-Date-X To As-Of-MM
000348        Move Date-DD Of Work-Date-X To As-Of-DD
000349        Move 2000 To As-Of-YYYY
000350        Add Date-YY Of Work-Date-X To As-Of-YYYY
000351     End-If
000352     Move As-Of-MMDDYYYY-N To Heading-As-Of
000353     Initialize Segment-Totals
000354     Perform Load-Mailing-Customers
000355     Perform Accumulate-Purchases
000356     Perform Write-The-Extracts
000357     Perform Print-The-Summary
000358     Display "Customers Read         " Customers-Read
000359     Display "Not On Mailing List    " Customers-Not-Mailed
000360     Display "Archive Rows Scored    " Archive-Rows-Used
000361     Stop Run
000362     .
000363 Load-Mailing-Customers.
000364     Open Input Customer-File
000365     If Not Customer-Success
000366        Display "Unable To Open Customer File, Status "
000367                Customer-Status
000368        Stop Run
000369     End-If
000370     Move Spaces To Customers-Done-Flag
000371     Perform Load-One-Customer Until Customers-Done
000372     Close Customer-File
000373     .
000374 Load-One-Customer.
000375     Read Customer-File
000376          At End Set Customers-Done To True
000377          Not At End
000378             Add 1 To Customers-Read
000379             Evaluate True
000380                When Not On-Mailing-List
000381                   Add 1 To Customers-Not-Mailed
000382                When Seg-Count = Seg-Max
000383                   Add 1 To Customers-Over-Table
000384                When Other
000385                   Add 1 To Seg-Count
000386                   Initialize Seg-Entry (Seg-Count)
000387                   Move Customer-Number
000388                     To Seg-Customer (Seg-Count)
000389             End-Evaluate
000390     End-Read
000391     .
000392 Accumulate-Purchases.
000393     Open Input Sales-Archive-File
000394     If Not Sales-Archive-Success
000395        Set Archive-Done To True
000396     End-If
000397     Perform Score-One-Archive-Row Until Archive-Done
000398     If Sales-Archive-Success
000399        Close Sales-Archive-File
000400     End-If
000401     .
000402 Score-One-Archive-Row.
000403     Read Sales-Archive-File
000404          At End Set Archive-Done To True
000405          Not At End
000406             If Arch-Customer Not = Spaces And Seg-Count > Zeros
000407                Search All Seg-Entry
000408                     At End Continue
000409                     When Seg-Customer (Seg-Index) = Arch-Customer
000410                        Perform Post-Archive-Row
000411                End-Search
000412             End-If
000413     End-Read
000414     .
000415 Post-Archive-Row.
000416     Add 1 To Archive-Rows-Used
000417     Move Arch-YYYY To Arch-Sort-YYYY
000418     Move Arch-MM To Arch-Sort-MM
000419     Move Arch-DD To Arch-Sort-DD
000420     Call "Chapt23f" Using Arch-Date As-Of-MMDDYYYY Days-Ago
000421     If Days-Ago < Zero
000422        Continue
000423     Else
000424        Perform Post-Archive-Visit
000425        If Days-Ago < 365
000426           Add Arch-Amount To Seg-Year-Spend (Seg-Index)
000427           Perform Post-Archive-Category
000428        End-If
000429     End-If
000430     .
000431 Post-Archive-Visit.
000432* Split-Dealer Items Archive One Row Per Share And A Receipt
000433* Carries Many Items; A Visit Is A New Receipt.  Voids And
000434* Returns Are Not Visits
000435     If Arch-Amount > Zero And
000436       (Arch-Receipt Not = Seg-Last-Receipt (Seg-Index) Or
000437        Arch-Sort-Date-N Not =
000438        Seg-Last-Receipt-Date (Seg-Index))
000439        Move Arch-Receipt To Seg-Last-Receipt (Seg-Index)
000440        Move Arch-Sort-Date-N To Seg-Last-Receipt-Date (Seg-Index)
000441        Add 1 To Seg-Life-Visits (Seg-Index)
000442        If Days-Ago < 365
000443           Add 1 To Seg-Year-Visits (Seg-Index)
000444        End-If
000445        If Seg-First-Date (Seg-Index) = Zeros Or
000446           Arch-Sort-Date-N < Seg-First-Date (Seg-Index)
000447           Move Arch-Sort-Date-N To Seg-First-Date (Seg-Index)
000448        End-If
000449        If Arch-Sort-Date-N > Seg-Last-Date (Seg-Index)
000450           Move Arch-Sort-Date-N To Seg-Last-Date (Seg-Index)
000451        End-If
000452     End-If
000453     .
000454 Post-Archive-Category.
000455     Move Zeros To Pick-Sub
000456     Perform Find-Category-Slot
000457             Varying Slot-Sub From 1 By 1
000458             Until Slot-Sub > Seg-Category-Count (Seg-Index)
000459                Or Pick-Sub > Zeros
000460     If Pick-Sub = Zeros And Seg-Category-Count (Seg-Index) < 8
000461        Add 1 To Seg-Category-Count (Seg-Index)
000462        Move Seg-Category-Count (Seg-Index) To Pick-Sub
000463        Move Arch-Category To Seg-Category (Seg-Index Pick-Sub)
000464        Move Zeros To Seg-Category-Spend (Seg-Index Pick-Sub)
000465     End-If
000466     If Pick-Sub > Zeros
000467        Add Arch-Amount To Seg-Category-Spend (Seg-Index Pick-Sub)
000468     End-If
000469     .
000470 Find-Category-Slot.
000471     If Seg-Category (Seg-Index Slot-Sub) = Arch-Category
000472        Move Slot-Sub To Pick-Sub
000473     End-If
000474     .
000475 Write-The-Extracts.
000476* Second Pass Over The Customer File For The Mailing Address;
000477* Both Passes Run In Customer Number Order
000478     Open Input Customer-File
000479     Open Output Champion-File
000480                 Regular-File
000481                 New-Customer-File
000482                 One-Time-File
000483                 Lapsed-File
000484                 Prospect-File
000485     Move Spaces To Customers-Done-Flag
000486     Perform Extract-One-Customer Until Customers-Done
000487     Close Customer-File
000488           Champion-File
000489           Regular-File
000490           New-Customer-File
000491           One-Time-File
000492           Lapsed-File
000493           Prospect-File
000494     .
000495 Extract-One-Customer.
000496     Read Customer-File
000497          At End Set Customers-Done To True
000498          Not At End
000499             If On-Mailing-List And Seg-Count > Zeros
000500                Search All Seg-Entry
000501                     At End Continue
000502                     When Seg-Customer (Seg-Index) =
000503                          Customer-Number
000504                        Perform Score-The-Customer
000505                        Perform Assign-The-Segment
000506                        Perform Write-Segment-Extract
000507                End-Search
000508             End-If
000509     End-Read
000510     .
000511 Score-The-Customer.
000512     Move Zeros To Recency-Score Frequency-Score Spend-Score
000513                   Days-Ago
000514     If Seg-Last-Date (Seg-Index) > Zeros
000515        Move Seg-Last-Date (Seg-Index) To Last-Date-Work-N
000516        Move Last-Work-MM To Last-MM
000517        Move Last-Work-DD To Last-DD
000518        Move Last-Work-YYYY To Last-YYYY
000519        Call "Chapt23f" Using Last-MMDDYYYY As-Of-MMDDYYYY
000520             Days-Ago
000521        Move 1 To Recency-Score
000522        Perform Score-Recency
000523                Varying Score-Sub From 4 By -1
000524                Until Score-Sub < 1
000525     End-If
000526     If Seg-Year-Visits (Seg-Index) > Zeros
000527        Move 1 To Frequency-Score
000528        Perform Score-Frequency
000529                Varying Score-Sub From 4 By -1
000530                Until Score-Sub < 1
000531     End-If
000532     If Seg-Year-Spend (Seg-Index) > Zeros
000533        Move 1 To Spend-Score
000534        Perform Score-Spend
000535                Varying Score-Sub From 4 By -1
000536                Until Score-Sub < 1
000537     End-If
000538     .
000539* Each Limit Table Runs Best First; Walking It From The Low
000540* End Leaves The Highest Score Whose Limit Is Met
000541 Score-Recency.
000542     If Days-Ago <= Recency-Limit (Score-Sub)
000543        Compute Recency-Score = 6 - Score-Sub
000544     End-If
000545     .
000546 Score-Frequency.
000547     If Seg-Year-Visits (Seg-Index) >= Frequency-Limit (Score-Sub)
000548        Compute Frequency-Score = 6 - Score-Sub
000549     End-If
000550     .
000551 Score-Spend.
000552     If Seg-Year-Spend (Seg-Index) >= Spend-Limit (Score-Sub)
000553        Compute Spend-Score = 6 - Score-Sub
000554     End-If
000555     .
000556 Assign-The-Segment.
000557     Evaluate True
000558        When Seg-Life-Visits (Seg-Index) = Zeros
000559           Set Segment-Prospect To True
000560        When Recency-Score >= 4 And Frequency-Score >= 3 And
000561             Spend-Score >= 3
000562           Set Segment-Champion To True
000563        When Recency-Score <= 2
000564             And Seg-Life-Visits (Seg-Index) > 1
000565           Set Segment-Lapsed To True
000566        When Other
000567           Perform Check-New-Or-One-Time
000568     End-Evaluate
000569     .
000570 Check-New-Or-One-Time.
000571* Days-Ago Still Holds Days Since The Last Purchase; New Is
000572* Measured From The First
000573     Set Segment-Regular To True
000574     Move Seg-First-Date (Seg-Index) To Last-Date-Work-N
000575     Move Last-Work-MM To Last-MM
000576     Move Last-Work-DD To Last-DD
000577     Move Last-Work-YYYY To Last-YYYY
000578     Call "Chapt23f" Using Last-MMDDYYYY As-Of-MMDDYYYY Days-Ago
000579     Evaluate True
000580        When Days-Ago <= New-Customer-Days
000581           Set Segment-New To True
000582        When Seg-Life-Visits (Seg-Index) = 1
000583           Set Segment-One-Time To True
000584        When Other
000585           Continue
000586     End-Evaluate
000587     .
000588 Write-Segment-Extract.
000589     Move Spaces To Mail-Work
000590     Move Segment-Code To Mail-Segment
000591     Move Customer-Number To Mail-Customer
000592     Perform Format-Customer-Name
000593     Move Formatted-Name To Mail-Name
000594     Move Address-Line-1 To Mail-Address-1
000595     Move Address-Line-2 To Mail-Address-2
000596     Move City To Mail-City
000597     Move State-Or-Country To Mail-State
000598     Move Postal-Code To Mail-Postal
000599     Move Zeros To Last-MMDDYYYY-N
000600     If Seg-Last-Date (Seg-Index) > Zeros
000601        Move Seg-Last-Date (Seg-Index) To Last-Date-Work-N
000602        Move Last-Work-MM To Last-MM
000603        Move Last-Work-DD To Last-DD
000604        Move Last-Work-YYYY To Last-YYYY
000605     End-If
000606     Move Last-MMDDYYYY-N To Mail-Last-Purchase
000607     Move Seg-Year-Visits (Seg-Index) To Mail-Visits
000608     If Seg-Year-Spend (Seg-Index) > Zeros
000609        Move Seg-Year-Spend (Seg-Index) To Mail-Spend
000610     Else
000611        Move Zeros To Mail-Spend
000612     End-If
000613     Move Recency-Score To Mail-Recency-Score
000614     Move Frequency-Score To Mail-Frequency-Score
000615     Move Spend-Score To Mail-Spend-Score
000616     Perform Pick-Top-Categories
000617     Evaluate True
000618        When Segment-Champion
000619           Move 1 To Segment-Sub
000620           Write Champion-Record From Mail-Work
000621        When Segment-Regular
000622           Move 2 To Segment-Sub
000623           Write Regular-Record From Mail-Work
000624        When Segment-New
000625           Move 3 To Segment-Sub
000626           Write New-Customer-Record From Mail-Work
000627        When Segment-One-Time
000628           Move 4 To Segment-Sub
000629           Write One-Time-Record From Mail-Work
000630        When Segment-Lapsed
000631           Move 5 To Segment-Sub
000632           Write Lapsed-Record From Mail-Work
000633        When Other
000634           Move 6 To Segment-Sub
000635           Write Prospect-Record From Mail-Work
000636     End-Evaluate
000637     Add 1 To Segment-Customers (Segment-Sub)
000638     Add Seg-Year-Visits (Seg-Index)
000639         To Segment-Visits (Segment-Sub)
000640     Add Seg-Year-Spend (Seg-Index) To Segment-Spend (Segment-Sub)
000641     .
000642 Pick-Top-Categories.
000643* Three Passes, Each Taking The Largest Category Not Yet Taken
000644     Move Spaces To Taken-Flags
000645     Perform Pick-One-Top-Category
000646             Varying Pick-Sub From 1 By 1
000647             Until Pick-Sub > 3
000648     .
000649 Pick-One-Top-Category.
000650     Move Zeros To Best-Sub Best-Spend
000651     Perform Check-One-Category-Slot
000652             Varying Slot-Sub From 1 By 1
000653             Until Slot-Sub > Seg-Category-Count (Seg-Index)
000654     If Best-Sub > Zeros
000655        Move "Y" To Slot-Taken (Best-Sub)
000656        Move Seg-Category (Seg-Index Best-Sub)
000657             To Mail-Top-Category (Pick-Sub)
000658     End-If
000659     .
000660 Check-One-Category-Slot.
000661     If Slot-Taken (Slot-Sub) Not = "Y" And
000662        Seg-Category-Spend (Seg-Index Slot-Sub) > Best-Spend
000663        Move Slot-Sub To Best-Sub
000664        Move Seg-Category-Spend (Seg-Index Slot-Sub) To Best-Spend
000665     End-If
000666     .
000667 Format-Customer-Name.
000668     Move Spaces To Formatted-Name
000669     String First-Name  Delimited By Space
000670            " "         Delimited By Size
000671            Middle-Name Delimited By Space
000672            " "         Delimited By Size
000673            Last-Name   Delimited By Space
000674            Into Formatted-Name
000675     End-String
000676     .
000677 Print-The-Summary.
000678     Open Output Report-File
000679     Perform Heading-Routine
000680     Perform Print-One-Segment
000681             Varying Segment-Sub From 1 By 1
000682             Until Segment-Sub > 6
000683     Move "Customers On File" To Count-Label
000684     Move Customers-Read To Count-Value
000685     Write Report-Record From Count-Line After 2
000686     Move "Not On Mailing List - Not Extracted" To Count-Label
000687     Move Customers-Not-Mailed To Count-Value
000688     Write Report-Record From Count-Line After 1
000689     If Customers-Over-Table > Zeros
000690        Move "Over Table Limit - Not Extracted" To Count-Label
000691        Move Customers-Over-Table To Count-Value
000692        Write Report-Record From Count-Line After 1
000693     End-If
000694     Close Report-File
000695     Call "Chapt25d" Using Spool-Catalog-Name
000696          Spool-Catalog-File Page-Count
000697     .
000698 Print-One-Segment.
000699     Move Segment-Table-Code (Segment-Sub) To Detail-Code
000700     Move Segment-Table-Name (Segment-Sub) To Detail-Name
000701     Move Segment-Customers (Segment-Sub) To Detail-Customers
000702     Move Segment-Visits (Segment-Sub) To Detail-Visits
000703     Move Segment-Spend (Segment-Sub) To Detail-Spend
000704     If Segment-Customers (Segment-Sub) > Zeros
000705        Compute Average-Work Rounded =
000706                Segment-Spend (Segment-Sub) /
000707                Segment-Customers (Segment-Sub)
000708     Else
000709        Move Zeros To Average-Work
000710     End-If
000711     Move Average-Work To Detail-Average
000712     Move Spaces To Detail-Extract
000713     String "Mkt" Delimited By Size
000714            Segment-Table-Code (Segment-Sub) Delimited By Space
000715            ".TXT" Delimited By Size
000716            Into Detail-Extract
000717     End-String
000718     If Line-Count >= Max-Lines
000719        Perform Heading-Routine
000720     End-If
000721     Write Report-Record From Detail-Line After 1
000722     Add 1 To Line-Count
000723     .
000724 Heading-Routine.
000725     Add 1 To Page-Count
000726     Move Page-Count To Page-No
000727     If Page-Count = 1
000728        Write Report-Record From Heading-Line-1 After Zero
000729     Else
000730        Write Report-Record From Heading-Line-1 After Page
000731     End-If
000732     Write Report-Record From Heading-Line-2 After 1
000733     Write Report-Record From Heading-Line-3 After 2
000734     Move 4 To Line-Count
000735     .
