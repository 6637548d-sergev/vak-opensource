000010 @OPTIONS MAIN,TEST
000020 Identification Division.
000030 Program-Id.  Chapt24t.
000031* Daily Awaiting-Pickup Report
000032* Every Paid Piece Still On The Floor, By Its Chapt14w Floor
000033* Location And Oldest First, With Totals By Age.  A Piece
000034* Left Past The Abandonment Period In PickPol.TXT Gets Its
000035* Final-Notice Letter In PickNotc.TXT, Queued On The
000036* Correspondence Flow; Chapt24u Abandons It Once The Grace
000037* Period After The Notice Runs Out
000038 Environment Division.
000039 Configuration Section.
000040 Source-Computer.  IBM-PC.
000041 Object-Computer.  IBM-PC.
000042 Input-Output  Section.
000043 File-Control.
000044     Select Report-File Assign To "RPT24T.SPL".
000045     Select Optional Pickup-File Assign To "Pickup.Dat"
000046         Organization Indexed
000047         Access Sequential
000048         Record Key Pickup-Item
000049         File Status Pickup-Status.
000050     Select Optional Item-File Assign To "Item.Dat"
000051         Organization Indexed
000052         Access Random
000053         Record Key Item-Number
000054         File Status Item-Status.
000055     Select Optional Customer-File Assign To "Customer.Dat"
000056         Organization Indexed
000057         Access Random
000058         Record Key Customer-Number
000059         Alternate Record Key Customer-Name
000060         File Status Customer-Status.
000061     Select Optional Policy-File Assign To "PickPol.TXT"
000062         Organization Is Line Sequential
000063         File Status  Is Policy-Status.
000064     Select Optional Corr-Queue-File Assign To "CorrQue.TXT"
000065         Organization Is Line Sequential
000066         File Status  Is Corr-Queue-Status.
000067     Select Notice-File Assign To "PickNotc.TXT"
000068         Organization Is Line Sequential
000069         File Status  Is Notice-Status.
000070     Select Sort-File Assign To Sort-Work.
000071 Data Division.
000072 File Section.
000073 Fd  Report-File.
000074 01  Report-Record Pic X(100).
000075 Fd  Pickup-File.
000076 Copy "pickup.cpy".
000077 Fd  Item-File.
000078 01  Item-Record.
000079     03  Item-Number         Pic X(12).
000080     03  Item-Dealer-Number  Pic X(8).
000081     03  Item-Description    Pic X(40).
000082     03  Item-Tag-Price      Pic 9(5)v99.
000083     03  Item-Date-Consigned Pic 9(8).
000084     03  Item-Status-Code    Pic X.
000085     03  Filler              Pic X(10).
000086     03  Item-Category       Pic X(4).
000087     03  Filler              Pic X(14).
000088     03  Item-Location       Pic X(4).
000089     03  Filler              Pic X(8).
000090 Fd  Customer-File.
000091 01  Customer-Record.
000092     03  Customer-Number     Pic X(8).
000093     03  Customer-Name.
000094         05  Last-Name   Pic X(25).
000095         05  First-Name  Pic X(15).
000096         05  Middle-Name Pic X(10).
000097     03  Address-Line-1      Pic X(50).
000098     03  Address-Line-2      Pic X(50).
000099     03  City                Pic X(40).
000100     03  State-Or-Country    Pic X(20).
000101     03  Postal-Code         Pic X(15).
000102     03  Home-Phone          Pic X(20).
000103     03  Mailing-List-Flag   Pic X.
000104     03  Loyalty-Points      Pic 9(7).
000105     03  Filler              Pic X(13).
000106 Fd  Policy-File.
000107 01  Policy-Record.
000108     03  Policy-Abandon-Days Pic 9(3).
000109     03  Filler              Pic X.
000110     03  Policy-Grace-Days   Pic 9(3).
000111 Fd  Corr-Queue-File.
000112 Copy "corrq.cpy".
000113 Fd  Notice-File.
000114 01  Notice-Record           Pic X(70).
000115 Sd  Sort-File.
000116 01  Sort-Record.
000117     03  Sort-Location       Pic X(4).
000118     03  Sort-Days-Since-Sale Pic S9(5).
000119     03  Sort-Item           Pic X(12).
000120     03  Sort-Description    Pic X(25).
000121     03  Sort-Customer       Pic X(8).
000122     03  Sort-Sale-Date      Pic 9(8).
000123     03  Sort-Promised-Date  Pic 9(8).
000124     03  Sort-Days-Past      Pic S9(5).
000125     03  Sort-Notice-Flag    Pic X(8).
000126 Working-Storage Section.
000127 01  Pickup-Status          Pic XX Value Spaces.
000128 01  Item-Status            Pic XX Value Spaces.
000129     88  Item-Success       Value "00" Thru "09".
000130 01  Customer-Status        Pic XX Value Spaces.
000131     88  Customer-Success   Value "00" Thru "09".
000132 01  Policy-Status          Pic XX Value Spaces.
000133 01  Corr-Queue-Status      Pic XX Value Spaces.
000134 01  Notice-Status          Pic XX Value Spaces.
000135 01  Pickup-Done-Flag       Pic X Value Spaces.
000136     88  Pickup-Done        Value "Y".
000137 01  Done-Flag              Pic X Value Spaces.
000138     88  All-Done           Value "Y".
000139* Posted Policy: A Piece Is Abandoned Once It Sits This Many
000140* Days Past Its Promised Pickup Date, Then The Grace Period
000141* After The Final Notice
000142 01  Abandon-Days           Pic 9(3) Value 30.
000143 01  Grace-Days             Pic 9(3) Value 14.
000144 01  Grace-Days-Edit        Pic ZZ9.
000145 01  Days-Since-Sale        Pic S9(7) Value Zeros.
000146 01  Days-Past-Promise      Pic S9(7) Value Zeros.
000147 01  Save-Location          Pic X(4) Value High-Values.
000148 01  Location-Count         Pic 9(5) Value Zeros.
000149 01  Pieces-Waiting         Pic 9(5) Value Zeros.
000150 01  Notices-Sent           Pic 9(5) Value Zeros.
000151 01  Awaiting-Abandonment   Pic 9(5) Value Zeros.
000152 01  Age-Bracket-Counts.
000153     03  Age-0-7-Count      Pic 9(5) Value Zeros.
000154     03  Age-8-30-Count     Pic 9(5) Value Zeros.
000155     03  Age-31-60-Count    Pic 9(5) Value Zeros.
000156     03  Age-Over-60-Count  Pic 9(5) Value Zeros.
000157 01  Formatted-Name         Pic X(40) Value Spaces.
000158 01  Notice-Body-Line       Pic X(70) Value Spaces.
000159 01  Sale-Date-Edit         Pic 99/99/9999.
000160 01  Promised-Date-Edit     Pic 99/99/9999.
000161 01  Receipt-Edit           Pic Z(5)9.
000163 01  Date-And-Time-Area.
000164     03  Work-Date            Pic 9(6).
000165     03  Work-Date-X          Redefines Work-Date.
000166         05  Date-YY          Pic 99.
000167         05  Date-MM          Pic 99.
000168         05  Date-DD          Pic 99.
000169 01  Today-MMDDYYYY.
000170     03  Today-MM            Pic 99.
000171     03  Today-DD            Pic 99.
000172     03  Today-YYYY          Pic 9(4).
000173 01  Today-MMDDYYYY-N Redefines Today-MMDDYYYY Pic 9(8).
000174 01  Heading-Line-1.
000175     03  Filler      Pic X(12) Value "Created by:".
000176     03  Filler      Pic X(8)  Value "CHAPT24T".
000177     03  Filler      Pic X(22) Value Spaces.
000178     03  Filler      Pic X(48) Value "Sold Items Awaiting Pickup".
000179     03  Filler      Pic X(5)  Value "Page".
000180     03  Page-No     Pic Z(4)9 Value Zeros.
000181 01  Heading-Line-2.
000182     03  Filler      Pic X(12) Value "Created on:".
000183     03  Date-MM     Pic 99.
000184     03  Filler      Pic X     Value "/".
000185     03  Date-DD     Pic 99.
000186     03  Filler      Pic X     Value "/".
000187     03  Date-YY     Pic 99.
000188 01  Heading-Line-3.
000189     03  Filler      Pic X(6)  Value "Loc".
000190     03  Filler      Pic X(13) Value "Item".
000191     03  Filler      Pic X(26) Value "Description".
000192     03  Filler      Pic X(9)  Value "Customer".
000193     03  Filler      Pic X(11) Value "Sold".
000194     03  Filler      Pic X(11) Value "Promised".
000195     03  Filler      Pic X(6)  Value "  Age".
000196     03  Filler      Pic X(7)  Value "  Past".
000197     03  Filler      Pic X(8)  Value "Notice".
000198 01  Detail-Line.
000199     03  Detail-Location     Pic X(4).
000200     03  Filler              Pic X(2)  Value Spaces.
000201     03  Detail-Item         Pic X(12).
000202     03  Filler              Pic X     Value Spaces.
000203     03  Detail-Description  Pic X(25).
000204     03  Filler              Pic X     Value Spaces.
000205     03  Detail-Customer     Pic X(8).
000206     03  Filler              Pic X     Value Spaces.
000207     03  Detail-Sale-Date    Pic 99/99/9999.
000208     03  Filler              Pic X     Value Spaces.
000209     03  Detail-Promised     Pic 99/99/9999.
000210     03  Filler              Pic X     Value Spaces.
000211     03  Detail-Age          Pic ZZZZ9.
000212     03  Filler              Pic X     Value Spaces.
000213     03  Detail-Past         Pic ZZZZ9-.
000214     03  Filler              Pic X     Value Spaces.
000215     03  Detail-Notice       Pic X(8).
000216 01  Location-Total-Line.
000217     03  Filler              Pic X(6)  Value Spaces.
000218     03  Filler              Pic X(20) Value "Pieces At Location".
000219     03  Location-Total-Out  Pic ZZ,ZZ9.
000220 01  Total-Line.
000221     03  Total-Label         Pic X(36).
000222     03  Total-Count         Pic ZZ,ZZ9.
000223 01  Line-Count           Pic 99          Value 99.
000224 01  Page-Count           Pic 9(4)        Value Zeros.
000225 01  Max-Lines            Pic 99          Value 60.
000226 01  Spool-Catalog-Name    Pic X(8) Value "CHAPT24T".
000227 01  Spool-Catalog-File    Pic X(12) Value "RPT24T.SPL".
000228 Procedure Division.
000229 Chapt24t-Start.
000230     Display "Begin Awaiting-Pickup Report Chapt24t"
000231     Accept Work-Date From Date
000232     Move Date-MM Of Work-Date-X To Today-MM
000233     Move Date-DD Of Work-Date-X To Today-DD
000234     Move 2000 To Today-YYYY
000235     Add Date-YY Of Work-Date-X To Today-YYYY
000236     Perform Load-Pickup-Policy
000237     Open I-O Pickup-File
000238     If Pickup-Status Not = "00"
000239        Display "No Pickup File, Status " Pickup-Status
000240        Set Pickup-Done To True
000241     End-If
000242     Open Input Item-File
000243                Customer-File
000244     Open Extend Corr-Queue-File
000245     Open Output Notice-File
000246                 Report-File
000247     Move Corresponding Work-Date-X To Heading-Line-2
000248     Perform Heading-Routine
000249     Sort Sort-File Ascending Key Sort-Location
000250                    Descending Key Sort-Days-Since-Sale
000251          Input Procedure Select-Waiting-Pickups
000252          Output Procedure Print-Waiting-Pickups
000253     Perform Print-Totals
000254     If Pickup-Status = "00" Or Pickup-Status = "10"
000255        Close Pickup-File
000256     End-If
000257     If Item-Success
000258        Close Item-File
000259     End-If
000260     If Customer-Success
000261        Close Customer-File
000262     End-If
000263     Close Corr-Queue-File
000264           Notice-File
000265           Report-File
000266     Call "Chapt25d" Using Spool-Catalog-Name
000267          Spool-Catalog-File Page-Count
000268     Display "Pieces Awaiting Pickup " Pieces-Waiting
000269     Display "Final Notices Queued   " Notices-Sent
000270     Stop Run
000271     .
000272 Load-Pickup-Policy.
000273     Open Input Policy-File
000274     If Policy-Status = "00"
000275        Read Policy-File
000276             At End Continue
000277             Not At End
000278                If Policy-Abandon-Days Numeric
000279                   Move Policy-Abandon-Days To Abandon-Days
000280                End-If
000281                If Policy-Grace-Days Numeric
000282                   Move Policy-Grace-Days To Grace-Days
000283                End-If
000284        End-Read
000285        Close Policy-File
000286     End-If
000287     .
000288 Select-Waiting-Pickups.
000289     Perform Select-One-Pickup Until Pickup-Done
000290     .
000291 Select-One-Pickup.
000292     Read Pickup-File
000293          At End Set Pickup-Done To True
000294          Not At End
000295             If Pickup-Waiting
000296                Perform Release-Waiting-Pickup
000297             End-If
000298     End-Read
000299     .
000300 Release-Waiting-Pickup.
000301     Move Spaces To Sort-Record
000302     Call "Chapt23f" Using Pickup-Sale-Date Today-MMDDYYYY
000303          Days-Since-Sale
000304     Call "Chapt23f" Using Pickup-Promised-Date Today-MMDDYYYY
000305          Days-Past-Promise
000306     Move Spaces To Item-Location Item-Description
000307     If Item-Success
000308        Move Pickup-Item To Item-Number
000309        Read Item-File
000310             Invalid Key
000311                Move Spaces To Item-Location Item-Description
000312        End-Read
000313     End-If
000314     If Pickup-Notice-Date > Zero
000315        Move "NOTICED" To Sort-Notice-Flag
000316        Add 1 To Awaiting-Abandonment
000317     Else
000318        If Days-Past-Promise Not < Abandon-Days
000319           Perform Send-Final-Notice
000320           Move "SENT" To Sort-Notice-Flag
000321        End-If
000322     End-If
000323     Move Item-Location To Sort-Location
000324     Move Days-Since-Sale To Sort-Days-Since-Sale
000325     Move Pickup-Item To Sort-Item
000326     Move Item-Description To Sort-Description
000327     Move Pickup-Customer To Sort-Customer
000328     Move Pickup-Sale-Date To Sort-Sale-Date
000329     Move Pickup-Promised-Date To Sort-Promised-Date
000330     Move Days-Past-Promise To Sort-Days-Past
000331     Release Sort-Record
000332     .
000333 Send-Final-Notice.
000334     Perform Write-Final-Notice
000335     Move Spaces To Corr-Queue-Record
000336     Move Today-MMDDYYYY-N To Corr-Date
000337     Set Corr-Pickup-Notice To True
000338     Move Pickup-Customer To Corr-Dealer
000339     Set Corr-Queued To True
000340     Move Zeros To Corr-Status-Date
000341     Write Corr-Queue-Record
000342     Move Today-MMDDYYYY-N To Pickup-Notice-Date
000343     Rewrite Pickup-Record
000344     Add 1 To Notices-Sent
000345     .
000346 Write-Final-Notice.
000347     Move Spaces To Formatted-Name Customer-Record
000348     If Customer-Success
000349        Move Pickup-Customer To Customer-Number
000350        Read Customer-File
000351             Invalid Key
000352                Move Spaces To Customer-Record
000353        End-Read
000354     End-If
000355     String First-Name  Delimited By Space
000356            " "         Delimited By Size
000357            Middle-Name Delimited By Space
000358            " "         Delimited By Size
000359            Last-Name   Delimited By Space
000360            Into Formatted-Name
000361     End-String
000362     Write Notice-Record From Formatted-Name
000363     Write Notice-Record From Address-Line-1
000364     If Address-Line-2 Not = Spaces
000365        Write Notice-Record From Address-Line-2
000366     End-If
000367     Move Spaces To Notice-Body-Line
000368     String City             Delimited By "  "
000369            " "              Delimited By Size
000370            State-Or-Country Delimited By "  "
000371            " "              Delimited By Size
000372            Postal-Code      Delimited By Space
000373            Into Notice-Body-Line
000374     End-String
000375     Write Notice-Record From Notice-Body-Line
000376     Move Spaces To Notice-Record
000377     Write Notice-Record
000378     Move "FINAL NOTICE - ITEM AWAITING PICKUP" To Notice-Record
000379     Write Notice-Record
000380     Move Pickup-Sale-Date To Sale-Date-Edit
000381     Move Pickup-Receipt To Receipt-Edit
000382     Move Spaces To Notice-Body-Line
000383     String "You purchased " Delimited By Size
000384            Item-Description Delimited By "  "
000385            Into Notice-Body-Line
000386     End-String
000387     Write Notice-Record From Notice-Body-Line
000388     Move Spaces To Notice-Body-Line
000389     String "(item " Pickup-Item Delimited By Space
000390            ", receipt " Receipt-Edit ") on " Sale-Date-Edit
000391            "." Delimited By Size Into Notice-Body-Line
000392     End-String
000393     Write Notice-Record From Notice-Body-Line
000394     Move Pickup-Promised-Date To Promised-Date-Edit
000395     Move Spaces To Notice-Body-Line
000396     String "It was to be collected by " Promised-Date-Edit
000397            " and is still on our floor." Delimited By Size
000398            Into Notice-Body-Line
000399     End-String
000400     Write Notice-Record From Notice-Body-Line
000401     Move Grace-Days To Grace-Days-Edit
000402     Move Spaces To Notice-Body-Line
000403     String "Please collect it within " Grace-Days-Edit
000404            " days of this notice.  Under our" Delimited By Size
000405            Into Notice-Body-Line
000406     End-String
000407     Write Notice-Record From Notice-Body-Line
000408     Move "posted policy an uncollected item is then abandoned."
000409          To Notice-Body-Line
000410     Write Notice-Record From Notice-Body-Line
000411     Move Spaces To Notice-Record
000412     Write Notice-Record
000413     .
000414 Print-Waiting-Pickups.
000415     Perform Return-One-Pickup Until All-Done
000416     If Save-Location Not = High-Values
000417        Perform Print-Location-Total
000418     End-If
000419     .
000420 Return-One-Pickup.
000421     Return Sort-File
000422            At End Set All-Done To True
000423            Not At End
000424               Perform Print-One-Pickup
000425     End-Return
000426     .
000427 Print-One-Pickup.
000428     If Sort-Location Not = Save-Location
000429        If Save-Location Not = High-Values
000430           Perform Print-Location-Total
000431        End-If
000432        Move Sort-Location To Save-Location
000433        Move Zeros To Location-Count
000434     End-If
000435     If Line-Count >= Max-Lines
000436        Perform Heading-Routine
000437     End-If
000438     Move Sort-Location To Detail-Location
000439     Move Sort-Item To Detail-Item
000440     Move Sort-Description To Detail-Description
000441     Move Sort-Customer To Detail-Customer
000442     Move Sort-Sale-Date To Detail-Sale-Date
000443     Move Sort-Promised-Date To Detail-Promised
000444     Move Sort-Days-Since-Sale To Detail-Age
000445     Move Sort-Days-Past To Detail-Past
000446     Move Sort-Notice-Flag To Detail-Notice
000447     Write Report-Record From Detail-Line After 1
000448     Add 1 To Line-Count Location-Count Pieces-Waiting
000449     Evaluate True
000450        When Sort-Days-Since-Sale <= 7
000451           Add 1 To Age-0-7-Count
000452        When Sort-Days-Since-Sale <= 30
000453           Add 1 To Age-8-30-Count
000454        When Sort-Days-Since-Sale <= 60
000455           Add 1 To Age-31-60-Count
000456        When Other
000457           Add 1 To Age-Over-60-Count
000458     End-Evaluate
000459     .
000460 Print-Location-Total.
000461     Move Location-Count To Location-Total-Out
000462     Write Report-Record From Location-Total-Line After 1
000463     Move Spaces To Report-Record
000464     Write Report-Record After 1
000465     Add 2 To Line-Count
000466     .
000467 Print-Totals.
000468     If Line-Count >= Max-Lines - 8
000469        Perform Heading-Routine
000470     End-If
000471     Move "Pieces Awaiting Pickup" To Total-Label
000472     Move Pieces-Waiting To Total-Count
000473     Write Report-Record From Total-Line After 2
000474     Move "  Sold 0 To 7 Days Ago" To Total-Label
000475     Move Age-0-7-Count To Total-Count
000476     Write Report-Record From Total-Line After 1
000477     Move "  Sold 8 To 30 Days Ago" To Total-Label
000478     Move Age-8-30-Count To Total-Count
000479     Write Report-Record From Total-Line After 1
000480     Move "  Sold 31 To 60 Days Ago" To Total-Label
000481     Move Age-31-60-Count To Total-Count
000482     Write Report-Record From Total-Line After 1
000483     Move "  Sold Over 60 Days Ago" To Total-Label
000484     Move Age-Over-60-Count To Total-Count
000485     Write Report-Record From Total-Line After 1
000486     Move "Final Notices Queued Today" To Total-Label
000487     Move Notices-Sent To Total-Count
000488     Write Report-Record From Total-Line After 2
000489     Move "Noticed Earlier, Awaiting Abandonment" To Total-Label
000490     Move Awaiting-Abandonment To Total-Count
000491     Write Report-Record From Total-Line After 1
000492     .
000493 Heading-Routine.
000494     Add 1 To Page-Count
000495     Move Page-Count To Page-No
000496     If Page-Count = 1
000497        Write Report-Record From Heading-Line-1 After Zero
000498     Else
000499        Write Report-Record From Heading-Line-1 After Page
000500     End-If
000501     Write Report-Record From Heading-Line-2 After 1
000502     Write Report-Record From Heading-Line-3 After 2
000503     Move 5 To Line-Count
000504     .
