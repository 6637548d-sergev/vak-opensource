000010 @OPTIONS MAIN,TEST
000020 Identification Division.
000030 Program-Id.  Chapt17g.
000031* Category Turnover And Days-To-Sell Analysis
000032* Which Categories Earn Their Floor Space: For Each Item
000033* Category, Items Consigned, Items Sold, Average And Median Days
000034* From Consignment To Sale, Sell-Through, Average Markdown Taken
000035* Before The Sale, Inventory Turns And Sales Dollars Per Item-Day
000036* On The Floor, For The Quarter Against The Prior Quarter And The
000037* Same Quarter Last Year.  Categories Rank By Sales Per Floor-Day.
000038* A First Sort Brings Each Item's Master Record, Markdowns And
000039* TransHist.TXT Sales Together; A Second Sorts The Results By
000040* Category And Days So The Median Falls Out.  The Parameter Is The
000041* Quarter (YYYYQn), Default The Last Full Quarter
000042 Environment Division.
000043 Configuration Section.
000044 Source-Computer.  IBM-PC.
000045 Object-Computer.  IBM-PC.
000046 Input-Output  Section.
000047 File-Control.
000048     Select Report-File Assign To "RPT17G.SPL".
000049     Select Optional Item-File Assign To "Item.Dat"
000050         Organization Indexed
000051         Access Sequential
000052         Record Key Item-Number
000053         Alternate Record Key Item-Dealer-Number
000054             With Duplicates
000055         File Status Item-Status.
000056     Select Optional Markdown-History-File Assign To
000057                     "MarkHist.TXT"
000058         Organization Is Line Sequential
000059         File Status  Is Markdown-History-Status.
000060     Select Optional Sales-Archive-File Assign To "TransHist.TXT"
000061         Organization Is Line Sequential
000062         File Status  Is Sales-Archive-Status.
000063     Select Turn-Work-File Assign To "TurnWork.TMP"
000064         Organization Is Line Sequential
000065         File Status  Is Turn-Work-Status.
000066     Select Event-Sort-File Assign To Sort-Work.
000067     Select Stat-Sort-File Assign To Sort-Work.
000068 Data Division.
000069 File Section.
000070 Fd  Report-File.
000071 01  Report-Record Pic X(100).
000072 Fd  Item-File.
000073 01  Item-Record.
000074     03  Item-Number         Pic X(12).
000075     03  Item-Dealer-Number  Pic X(8).
000076     03  Item-Description    Pic X(40).
000077     03  Item-Tag-Price      Pic 9(5)v99.
000078     03  Item-Date-Consigned Pic 9(8).
000079     03  Item-Status-Code    Pic X.
000080         88  Item-Available  Value "A".
000081         88  Item-Sold       Value "S".
000082     03  Filler              Pic X(10).
000083     03  Item-Category       Pic X(4).
000084     03  Filler              Pic X(14).
000085     03  Item-Location       Pic X(4).
000086     03  Filler              Pic X(8).
000087 Fd  Markdown-History-File.
000088 01  Markdown-History-Record.
000089     03  Mark-Hist-Date          Pic 9(8).
000090     03  Filler                  Pic X.
000091     03  Mark-Hist-Item          Pic X(12).
000092     03  Filler                  Pic X.
000093     03  Mark-Hist-Dealer        Pic X(8).
000094     03  Filler                  Pic X.
000095     03  Mark-Hist-Old-Price     Pic 9(5)v99.
000096     03  Filler                  Pic X.
000097     03  Mark-Hist-New-Price     Pic 9(5)v99.
000098     03  Filler                  Pic X.
000099     03  Mark-Hist-Level         Pic X.
000100 Fd  Sales-Archive-File.
000101 01  Sales-Archive-Record.
000102     03  Arch-Date           Pic 9(8).
000103     03  Filler              Pic X.
000104     03  Arch-Store          Pic X(4).
000105     03  Filler              Pic X.
000106     03  Arch-Dealer         Pic X(8).
000107     03  Filler              Pic X.
000108     03  Arch-Category       Pic X(4).
000109     03  Filler              Pic X.
000110     03  Arch-Qty            Pic 9(3).
000111     03  Filler              Pic X.
000112     03  Arch-Amount         Pic S9(7)v99.
000113     03  Filler              Pic X.
000114     03  Arch-Commission     Pic S9(6)v99.
000115     03  Filler              Pic X.
000116     03  Arch-Item           Pic X(12).
000117     03  Filler              Pic X.
000118     03  Arch-Receipt        Pic 9(6).
000119     03  Filler              Pic X.
000120     03  Arch-Customer       Pic X(8).
000121     03  Filler              Pic X.
000122     03  Arch-Tender         Pic X.
000123     03  Filler              Pic X.
000124     03  Arch-Operator       Pic X(4).
000125     03  Filler              Pic X.
000126     03  Arch-Class          Pic X.
000127     03  Filler              Pic X.
000128     03  Arch-Card-Fee       Pic S9(5)v99.
000129     03  Filler              Pic X.
000130     03  Arch-Exempt-Cert    Pic X(12).
000131 Fd  Turn-Work-File.
000132 01  Turn-Work-Record.
000133     03  Turn-Period         Pic 9.
000134     03  Turn-Category       Pic X(4).
000135     03  Turn-Type           Pic X.
000136     03  Turn-Days           Pic 9(5).
000137     03  Turn-Timed          Pic X.
000138     03  Turn-Amount         Pic S9(7)v99.
000139     03  Turn-Markdown       Pic S9(7)v99.
000140* One Row Per Item Event: The Master Record Sorts Ahead Of
000141* Everything Else For The Item, Then Markdowns And Sales By Date
000142 Sd  Event-Sort-File.
000143 01  Event-Sort-Record.
000144     03  Event-Item          Pic X(12).
000145     03  Event-Date-Key      Pic 9(8).
000146     03  Event-Kind          Pic X.
000147         88  Event-Master    Value "A".
000148         88  Event-Markdown  Value "M".
000149         88  Event-Sale      Value "S".
000150     03  Event-Receipt       Pic 9(6).
000151     03  Event-Class         Pic X.
000152     03  Event-Date          Pic 9(8).
000153     03  Event-Category      Pic X(4).
000154     03  Event-Status        Pic X.
000155     03  Event-Amount        Pic S9(7)v99.
000156 Sd  Stat-Sort-File.
000157 01  Stat-Sort-Record.
000158     03  Stat-Period         Pic 9.
000159     03  Stat-Category       Pic X(4).
000160     03  Stat-Type           Pic X.
000161         88  Stat-Consigned  Value "C".
000162         88  Stat-Floor      Value "F".
000163         88  Stat-Sale       Value "S".
000164         88  Stat-Void       Value "V".
000165     03  Stat-Days           Pic 9(5).
000166     03  Stat-Timed          Pic X.
000167         88  Stat-Was-Timed  Value "Y".
000168     03  Stat-Amount         Pic S9(7)v99.
000169     03  Stat-Markdown       Pic S9(7)v99.
000170 Working-Storage Section.
000171 01  Item-Status             Pic XX Value Spaces.
000172     88  Item-Success        Value "00" Thru "09".
000173 01  Markdown-History-Status Pic XX Value Spaces.
000174     88  Markdown-Success    Value "00" Thru "09".
000175 01  Sales-Archive-Status    Pic XX Value Spaces.
000176     88  Sales-Archive-Success Value "00" Thru "09".
000177 01  Turn-Work-Status        Pic XX Value Spaces.
000178 01  Items-Done-Flag         Pic X Value Spaces.
000179     88  Items-Done          Value "Y".
000180 01  Markdown-Done-Flag      Pic X Value Spaces.
000181     88  Markdown-Done       Value "Y".
000182 01  Sales-Done-Flag         Pic X Value Spaces.
000183     88  Sales-Done          Value "Y".
000184 01  Events-Done-Flag        Pic X Value Spaces.
000185     88  Events-Done         Value "Y".
000186 01  Stats-Done-Flag         Pic X Value Spaces.
000187     88  Stats-Done          Value "Y".
000188 01  Run-Period-X            Pic X(6) Value Spaces.
000189 01  Run-Period              Redefines Run-Period-X.
000190     03  Run-YYYY            Pic 9(4).
000191     03  Run-Quarter-Flag    Pic X.
000192         88  Run-Quarterly   Value "Q".
000193     03  Run-Quarter         Pic 9.
000194 01  Quarter-End-Values      Pic X(8) Value "31303031".
000195 01  Quarter-End-Table       Redefines Quarter-End-Values.
000196     03  Quarter-End-Day     Pic 99 Occurs 4 Times.
000197 01  Build-YYYY              Pic 9(4) Value Zeros.
000198 01  Build-Quarter           Pic 9 Value Zeros.
000199 01  Period-Sub              Pic 9 Value Zeros.
000200 01  Period-Table-Area.
000201     03  Period-Entry Occurs 3 Times.
000202         05  Period-Label        Pic X(9).
000203         05  Period-Name         Pic X(6).
000204         05  Period-Start-Key    Pic 9(8).
000205         05  Period-End-Key      Pic 9(8).
000206         05  Period-Start-Date   Pic 9(8).
000207         05  Period-End-Date     Pic 9(8).
000208         05  Period-Days         Pic 9(3).
000209 01  Period-Label-Values.
000210     03  Filler              Pic X(9) Value "This Qtr".
000211     03  Filler              Pic X(9) Value "Prior Qtr".
000212     03  Filler              Pic X(9) Value "Last Year".
000213 01  Period-Label-Table      Redefines Period-Label-Values.
000214     03  Period-Label-Text   Pic X(9) Occurs 3 Times.
000215 01  Date-Key                Pic 9(8) Value Zeros.
000216 01  Days-Between            Pic S9(7) Value Zeros.
000217* The Item Being Put Together From Its Sorted Events
000218 01  Current-Item            Pic X(12) Value Spaces.
000219 01  Current-Known-Flag      Pic X Value Space.
000220     88  Current-Known       Value "Y".
000221 01  Current-Category        Pic X(4) Value Spaces.
000222 01  Current-Status          Pic X Value Space.
000223     88  Current-Available   Value "A".
000224 01  Current-Consigned       Pic 9(8) Value Zeros.
000225 01  Current-Consigned-Key   Pic 9(8) Value Zeros.
000226 01  Current-Markdowns       Pic S9(7)v99 Value Zeros.
000227 01  Current-Sold-Key        Pic 9(8) Value Zeros.
000228 01  Pending-Flag            Pic X Value Space.
000229     88  Sale-Pending        Value "Y".
000230 01  Pending-Key             Pic 9(8) Value Zeros.
000231 01  Pending-Date            Pic 9(8) Value Zeros.
000232 01  Pending-Receipt         Pic 9(6) Value Zeros.
000233 01  Pending-Class           Pic X Value Space.
000234     88  Pending-Void        Value "V".
000235 01  Pending-Category        Pic X(4) Value Spaces.
000236 01  Pending-Amount          Pic S9(7)v99 Value Zeros.
000237 01  Floor-From-Key          Pic 9(8) Value Zeros.
000238 01  Floor-From-Date         Pic 9(8) Value Zeros.
000239 01  Floor-To-Key            Pic 9(8) Value Zeros.
000240 01  Floor-To-Date           Pic 9(8) Value Zeros.
000241 01  Work-Row.
000242     03  Work-Period         Pic 9.
000243     03  Work-Category       Pic X(4).
000244     03  Work-Type           Pic X.
000245     03  Work-Days           Pic 9(5).
000246     03  Work-Timed          Pic X.
000247     03  Work-Amount         Pic S9(7)v99.
000248     03  Work-Markdown       Pic S9(7)v99.
000249 01  Items-Read              Pic 9(7) Value Zeros.
000250 01  Sales-Read              Pic 9(7) Value Zeros.
000251 01  Work-Rows-Written       Pic 9(7) Value Zeros.
000252* Days To Sell For The Category In Hand, Already In Order
000253 01  Days-Count              Pic 9(4) Value Zeros.
000254 01  Days-List-Area.
000255     03  Days-Entry Occurs 0 To 5000 Times
000256             Depending On Days-Count
000257             Indexed By Days-Index.
000258         05  Days-Value          Pic 9(5).
000259 01  Middle-Sub              Pic 9(4) Value Zeros.
000260 01  Group-Period            Pic 9 Value Zeros.
000261 01  Group-Category          Pic X(4) Value Spaces.
000262 01  Cat-Count               Pic 9(3) Value Zeros.
000263 01  Cat-Sub                 Pic 9(3) Value Zeros.
000264 01  Swap-Sub                Pic 9(3) Value Zeros.
000265 01  Category-Table-Area.
000266     03  Cat-Entry Occurs 0 To 200 Times
000267             Depending On Cat-Count
000268             Indexed By Cat-Index.
000269         05  Cat-Code            Pic X(4).
000270         05  Cat-Period Occurs 3 Times.
000271             07  Cat-Consigned       Pic 9(5).
000272             07  Cat-On-Floor        Pic 9(5).
000273             07  Cat-Floor-Days      Pic 9(9).
000274             07  Cat-Sold            Pic S9(5).
000275             07  Cat-Sales           Pic S9(9)v99.
000276             07  Cat-Sale-Rows       Pic 9(5).
000277             07  Cat-Timed           Pic 9(5).
000278             07  Cat-Days-Total      Pic 9(9).
000279             07  Cat-Median          Pic 9(5).
000280             07  Cat-Markdowns       Pic S9(9)v99.
000281             07  Cat-Per-Day         Pic S9(7)v99.
000282* Working Copy Of One Entry, For The Exchange Sort And Printing;
000283* The All-Categories Line Is Held Aside In The Same Shape
000284 01  Hold-Entry.
000285     03  Hold-Code               Pic X(4).
000286     03  Hold-Period Occurs 3 Times.
000287         05  Hold-Consigned      Pic 9(5).
000288         05  Hold-On-Floor       Pic 9(5).
000289         05  Hold-Floor-Days     Pic 9(9).
000290         05  Hold-Sold           Pic S9(5).
000291         05  Hold-Sales          Pic S9(9)v99.
000292         05  Hold-Sale-Rows      Pic 9(5).
000293         05  Hold-Timed          Pic 9(5).
000294         05  Hold-Days-Total     Pic 9(9).
000295         05  Hold-Median         Pic 9(5).
000296         05  Hold-Markdowns      Pic S9(9)v99.
000297         05  Hold-Per-Day        Pic S9(7)v99.
000298 01  Total-Entry             Pic X(241) Value Spaces.
000299 01  Total-Found-Flag        Pic X Value Space.
000300     88  Total-Found         Value "Y".
000301 01  Average-Days            Pic 9(5) Value Zeros.
000302 01  Sell-Through            Pic S9(3)v9 Value Zeros.
000303 01  Average-Markdown        Pic S9(7)v99 Value Zeros.
000304 01  Inventory-Turns         Pic S9(2)v99 Value Zeros.
000305 01  All-Categories          Pic X(4) Value "*ALL".
000306 01  Heading-Line-1.
000307     03  Filler      Pic X(12) Value "Created by:".
000308     03  Filler      Pic X(8)  Value "CHAPT17G".
000309     03  Filler      Pic X(12) Value Spaces.
000310     03  Filler      Pic X(36)
000311         Value "Category Turnover And Days To Sell".
000312     03  Heading-Quarter Pic X(6).
000313     03  Filler      Pic X(4)  Value Spaces.
000314     03  Filler      Pic X(5)  Value "Page".
000315     03  Page-No     Pic Z(4)9 Value Zeros.
000316 01  Heading-Line-2.
000317     03  Filler      Pic X(12) Value "Created on:".
000318     03  Date-MM     Pic 99.
000319     03  Filler      Pic X     Value "/".
000320     03  Date-DD     Pic 99.
000321     03  Filler      Pic X     Value "/".
000322     03  Date-YY     Pic 99.
000323 01  Heading-Line-3.
000324     03  Filler      Pic X(27) Value Spaces.
000325     03  Filler      Pic X(6)  Value "    On".
000326     03  Filler      Pic X(9)  Value Spaces.
000327     03  Filler      Pic X(6)  Value "   Avg".
000328     03  Filler      Pic X(8)  Value Spaces.
000329     03  Filler      Pic X(6)  Value "  Sell".
000330     03  Filler      Pic X(11) Value "   Markdown".
000331     03  Filler      Pic X(20) Value Spaces.
000332     03  Filler      Pic X(7)  Value " Sales/".
000333 01  Heading-Line-4.
000334     03  Filler      Pic X(5)  Value "Rank".
000335     03  Filler      Pic X(5)  Value "Cat".
000336     03  Filler      Pic X(10) Value "Period".
000337     03  Filler      Pic X(7)  Value "Consgn".
000338     03  Filler      Pic X(7)  Value " Floor".
000339     03  Filler      Pic X(8)  Value "   Sold".
000340     03  Filler      Pic X(7)  Value "  Days".
000341     03  Filler      Pic X(7)  Value "Median".
000342     03  Filler      Pic X(7)  Value "  Thru%".
000343     03  Filler      Pic X(11) Value "  Per Sale".
000344     03  Filler      Pic X(7)  Value " Turns".
000345     03  Filler      Pic X(12) Value "      Sales".
000346     03  Filler      Pic X(7)  Value "Fl-Day".
000347 01  Range-Line.
000348     03  Range-Label         Pic X(10).
000349     03  Range-Name          Pic X(6).
000350     03  Filler              Pic X(2)  Value Spaces.
000351     03  Range-Start         Pic 99/99/9999.
000352     03  Filler              Pic X(3)  Value " - ".
000353     03  Range-End           Pic 99/99/9999.
000354     03  Filler              Pic X(2)  Value Spaces.
000355     03  Range-Days          Pic ZZ9.
000356     03  Filler              Pic X(5)  Value " Days".
000357 01  Detail-Line.
000358     03  Detail-Rank         Pic ZZ9.
000359     03  Filler              Pic X(2)  Value Spaces.
000360     03  Detail-Category     Pic X(4).
000361     03  Filler              Pic X     Value Spaces.
000362     03  Detail-Period       Pic X(9).
000363     03  Filler              Pic X     Value Spaces.
000364     03  Detail-Consigned    Pic ZZ,ZZ9.
000365     03  Filler              Pic X     Value Spaces.
000366     03  Detail-On-Floor     Pic ZZ,ZZ9.
000367     03  Filler              Pic X     Value Spaces.
000368     03  Detail-Sold         Pic ZZ,ZZ9-.
000369     03  Filler              Pic X     Value Spaces.
000370     03  Detail-Avg-Days     Pic ZZ,ZZ9.
000371     03  Filler              Pic X     Value Spaces.
000372     03  Detail-Median       Pic ZZ,ZZ9.
000373     03  Filler              Pic X     Value Spaces.
000374     03  Detail-Sell-Pct     Pic ZZ9.9-.
000375     03  Filler              Pic X     Value Spaces.
000376     03  Detail-Markdown     Pic ZZ,ZZ9.99-.
000377     03  Filler              Pic X     Value Spaces.
000378     03  Detail-Turns        Pic Z9.99-.
000379     03  Filler              Pic X     Value Spaces.
000380     03  Detail-Sales        Pic ZZZ,ZZ9.99-.
000381     03  Filler              Pic X     Value Spaces.
000382     03  Detail-Per-Day      Pic ZZ9.99-.
000383 01  Line-Count           Pic 99          Value 99.
000384 01  Page-Count           Pic 9(4)        Value Zeros.
000385 01  Max-Lines            Pic 99          Value 60.
000386 01  Date-And-Time-Area.
000387     03  Work-Date            Pic 9(6).
000388     03  Work-Date-X          Redefines Work-Date.
000389         05  Date-YY          Pic 99.
000390         05  Date-MM          Pic 99.
000391         05  Date-DD          Pic 99.
000392 01  Spool-Catalog-Name    Pic X(8) Value "CHAPT17G".
000393 01  Spool-Catalog-File    Pic X(12) Value "RPT17G.SPL".
000394 Procedure Division.
000395 Chapt17g-Start.
000396     Display "Begin Category Turnover Analysis Chapt17g"
000397     Accept Run-Period-X From Command-Line
000398     Accept Work-Date From Date
000399     Perform Set-Quarter-Periods
000400     Open Output Turn-Work-File
000401     Sort Event-Sort-File
000402          Ascending Key Event-Item Event-Date-Key Event-Kind
000403                        Event-Receipt Event-Class
000404          Input Procedure Release-Item-Events
000405          Output Procedure Build-Work-Rows
000406     Close Turn-Work-File
000407     Sort Stat-Sort-File
000408          Ascending Key Stat-Period Stat-Category Stat-Type
000409                        Stat-Days
000410          Using Turn-Work-File
000411          Output Procedure Summarize-Categories
000412     Perform Compute-The-Measures
000413     Perform Rank-The-Categories
000414     Perform Print-The-Analysis
000415     Display "Items Read         " Items-Read
000416     Display "Sales Rows Read    " Sales-Read
000417     Display "Categories Ranked  " Cat-Count
000418     Stop Run
000419     .
000420* The Quarter Asked For, The One Before It And The Same Quarter
000421* A Year Earlier, Each As A Date Range
000422 Set-Quarter-Periods.
000423     If Run-Period-X = Spaces
000424        Move 2000 To Run-YYYY
000425        Add Date-YY Of Work-Date-X To Run-YYYY
000426        Move "Q" To Run-Quarter-Flag
000427        Compute Run-Quarter = (Date-MM Of Work-Date-X + 2) / 3
000428        If Run-Quarter = 1
000429           Subtract 1 From Run-YYYY
000430           Move 4 To Run-Quarter
000431        Else
000432           Subtract 1 From Run-Quarter
000433        End-If
000434     End-If
000435     If Run-YYYY Not Numeric Or Not Run-Quarterly Or
000436        Run-Quarter Not Numeric Or
000437        Run-Quarter < 1 Or Run-Quarter > 4
000438        Display "Run Quarter Must Be YYYYQn"
000439        Stop Run
000440     End-If
000441     Move Run-Period-X To Heading-Quarter
000442     Move Run-YYYY To Build-YYYY
000443     Move Run-Quarter To Build-Quarter
000444     Move 1 To Period-Sub
000445     Perform Set-One-Period
000446     If Run-Quarter = 1
000447        Compute Build-YYYY = Run-YYYY - 1
000448        Move 4 To Build-Quarter
000449     Else
000450        Compute Build-Quarter = Run-Quarter - 1
000451     End-If
000452     Move 2 To Period-Sub
000453     Perform Set-One-Period
000454     Compute Build-YYYY = Run-YYYY - 1
000455     Move Run-Quarter To Build-Quarter
000456     Move 3 To Period-Sub
000457     Perform Set-One-Period
000458     .
000459 Set-One-Period.
000460     Move Period-Label-Text (Period-Sub) To
000461          Period-Label (Period-Sub)
000462     Move Build-YYYY To Period-Name (Period-Sub) (1:4)
000463     Move "Q" To Period-Name (Period-Sub) (5:1)
000464     Move Build-Quarter To Period-Name (Period-Sub) (6:1)
000465     Compute Period-Start-Key (Period-Sub) =
000466             Build-YYYY * 10000 + ((Build-Quarter * 3) - 2) * 100
000467             + 1
000468     Compute Period-End-Key (Period-Sub) =
000469             Build-YYYY * 10000 + (Build-Quarter * 3) * 100
000470             + Quarter-End-Day (Build-Quarter)
000471     Move Period-Start-Key (Period-Sub) (5:4) To
000472          Period-Start-Date (Period-Sub) (1:4)
000473     Move Period-Start-Key (Period-Sub) (1:4) To
000474          Period-Start-Date (Period-Sub) (5:4)
000475     Move Period-End-Key (Period-Sub) (5:4) To
000476          Period-End-Date (Period-Sub) (1:4)
000477     Move Period-End-Key (Period-Sub) (1:4) To
000478          Period-End-Date (Period-Sub) (5:4)
000479     Call "Chapt23f" Using Period-Start-Date (Period-Sub)
000480          Period-End-Date (Period-Sub) Days-Between
000481     Compute Period-Days (Period-Sub) = Days-Between + 1
000482     .
000483 Release-Item-Events.
000484     Perform Release-Item-Masters
000485     Perform Release-Markdowns
000486     Perform Release-Sales
000487     .
000488 Release-Item-Masters.
000489     Open Input Item-File
000490     If Not Item-Success
000491        Set Items-Done To True
000492     End-If
000493     Perform Release-One-Item Until Items-Done
000494     If Item-Success
000495        Close Item-File
000496     End-If
000497     .
000498 Release-One-Item.
000499     Read Item-File Next Record
000500          At End Set Items-Done To True
000501          Not At End
000502             Add 1 To Items-Read
000503             Move Spaces To Event-Sort-Record
000504             Move Item-Number To Event-Item
000505             Move Zeros To Event-Date-Key Event-Receipt
000506                           Event-Amount
000507             Set Event-Master To True
000508             Move Item-Date-Consigned To Event-Date
000509             Move Item-Category To Event-Category
000510             Move Item-Status-Code To Event-Status
000511             Release Event-Sort-Record
000512     End-Read
000513     .
000514 Release-Markdowns.
000515     Open Input Markdown-History-File
000516     If Not Markdown-Success
000517        Set Markdown-Done To True
000518     End-If
000519     Perform Release-One-Markdown Until Markdown-Done
000520     If Markdown-Success
000521        Close Markdown-History-File
000522     End-If
000523     .
000524* Anything After The Quarter Cannot Have Come Before A Sale In It
000525 Release-One-Markdown.
000526     Read Markdown-History-File
000527          At End Set Markdown-Done To True
000528          Not At End
000529             Move Mark-Hist-Date (5:4) To Date-Key (1:4)
000530             Move Mark-Hist-Date (1:4) To Date-Key (5:4)
000531             If Date-Key Not > Period-End-Key (1)
000532                Move Spaces To Event-Sort-Record
000533                Move Mark-Hist-Item To Event-Item
000534                Move Date-Key To Event-Date-Key
000535                Set Event-Markdown To True
000536                Move Zeros To Event-Receipt
000537                Move Mark-Hist-Date To Event-Date
000538                Compute Event-Amount =
000539                        Mark-Hist-Old-Price - Mark-Hist-New-Price
000540                Release Event-Sort-Record
000541             End-If
000542     End-Read
000543     .
000544 Release-Sales.
000545     Open Input Sales-Archive-File
000546     If Not Sales-Archive-Success
000547        Set Sales-Done To True
000548     End-If
000549     Perform Release-One-Sale Until Sales-Done
000550     If Sales-Archive-Success
000551        Close Sales-Archive-File
000552     End-If
000553     .
000554* Store Merchandise Sold Without An Item Number Has No Floor
000555* History To Measure, So Only Tagged Items Come Through
000556 Release-One-Sale.
000557     Read Sales-Archive-File
000558          At End Set Sales-Done To True
000559          Not At End
000560             Move Arch-Date (5:4) To Date-Key (1:4)
000561             Move Arch-Date (1:4) To Date-Key (5:4)
000562             If Arch-Item Not = Spaces And
000563                Date-Key Not > Period-End-Key (1)
000564                Add 1 To Sales-Read
000565                Move Spaces To Event-Sort-Record
000566                Move Arch-Item To Event-Item
000567                Move Date-Key To Event-Date-Key
000568                Set Event-Sale To True
000569                Move Arch-Receipt To Event-Receipt
000570                Move Arch-Class To Event-Class
000571                Move Arch-Date To Event-Date
000572                Move Arch-Category To Event-Category
000573                Move Arch-Amount To Event-Amount
000574                Release Event-Sort-Record
000575             End-If
000576     End-Read
000577     .
000578 Build-Work-Rows.
000579     Perform Return-Item-Event
000580     Perform Build-One-Item Until Events-Done
000581     .
000582 Return-Item-Event.
000583     Return Event-Sort-File
000584            At End Set Events-Done To True
000585     End-Return
000586     .
000587 Build-One-Item.
000588     Move Event-Item To Current-Item
000589     Move Space To Current-Known-Flag Current-Status Pending-Flag
000590     Move Spaces To Current-Category
000591     Move Zeros To Current-Consigned Current-Consigned-Key
000592                   Current-Markdowns Current-Sold-Key
000593     Perform Take-Item-Event
000594        Until Events-Done Or Event-Item Not = Current-Item
000595     If Sale-Pending
000596        Perform Flush-Pending-Sale
000597     End-If
000598     If Current-Known
000599        Perform Write-Item-Periods
000600                Varying Period-Sub From 1 By 1
000601                Until Period-Sub > 3
000602     End-If
000603     .
000604 Take-Item-Event.
000605     Evaluate True
000606        When Event-Master
000607           Set Current-Known To True
000608           Move Event-Category To Current-Category
000609           Move Event-Status To Current-Status
000610           Move Event-Date To Current-Consigned
000611           Move Event-Date (5:4) To Current-Consigned-Key (1:4)
000612           Move Event-Date (1:4) To Current-Consigned-Key (5:4)
000613        When Event-Markdown
000614           Add Event-Amount To Current-Markdowns
000615        When Event-Sale
000616* Joint Items Archive One Row Per Dealer Share; Rows From The
000617* Same Receipt On The Same Day Are One Sale
000618           If Sale-Pending And
000619              Event-Date-Key = Pending-Key And
000620              Event-Receipt = Pending-Receipt And
000621              Event-Class = Pending-Class
000622              Add Event-Amount To Pending-Amount
000623           Else
000624              If Sale-Pending
000625                 Perform Flush-Pending-Sale
000626              End-If
000627              Set Sale-Pending To True
000628              Move Event-Date-Key To Pending-Key
000629              Move Event-Date To Pending-Date
000630              Move Event-Receipt To Pending-Receipt
000631              Move Event-Class To Pending-Class
000632              Move Event-Category To Pending-Category
000633              Move Event-Amount To Pending-Amount
000634           End-If
000635     End-Evaluate
000636     Perform Return-Item-Event
000637     .
000638* A Void Puts The Item Back On The Floor And Takes The Sale Back
000639* Out Of Whichever Quarter It Fell In
000640 Flush-Pending-Sale.
000641     Move Space To Pending-Flag
000642     If Pending-Void
000643        Move Zeros To Current-Sold-Key
000644     Else
000645        Move Pending-Key To Current-Sold-Key
000646     End-If
000647     Perform Write-Sale-Period
000648             Varying Period-Sub From 1 By 1
000649             Until Period-Sub > 3
000650     .
000651 Write-Sale-Period.
000652     If Pending-Key Not < Period-Start-Key (Period-Sub) And
000653        Pending-Key Not > Period-End-Key (Period-Sub)
000654        Move Spaces To Work-Row
000655        Move Period-Sub To Work-Period
000656        If Current-Known
000657           Move Current-Category To Work-Category
000658        Else
000659           Move Pending-Category To Work-Category
000660        End-If
000661        Move Zeros To Work-Days Work-Markdown
000662        Move "N" To Work-Timed
000663        Move Pending-Amount To Work-Amount
000664        If Pending-Void
000665           Move "V" To Work-Type
000666        Else
000667           Move "S" To Work-Type
000668           Move Current-Markdowns To Work-Markdown
000669           If Current-Known And
000670              Current-Consigned-Key Not > Pending-Key
000671              Call "Chapt23f" Using Current-Consigned
000672                   Pending-Date Days-Between
000673              Move Days-Between To Work-Days
000674              Move "Y" To Work-Timed
000675           End-If
000676        End-If
000677        Perform Write-Work-Row
000678     End-If
000679     .
000680* Consigned In The Quarter, And The Days The Item Spent On The
000681* Floor In It: From Consignment Or The Quarter's Start, To The
000682* Sale Or The Quarter's End.  An Item Gone From The Floor With No
000683* Sale On The Archive Has No Known Leaving Date And Is Left Out
000684 Write-Item-Periods.
000685     Move Spaces To Work-Row
000686     Move Period-Sub To Work-Period
000687     Move Current-Category To Work-Category
000688     Move Zeros To Work-Days Work-Amount Work-Markdown
000689     Move "N" To Work-Timed
000690     If Current-Consigned-Key Not < Period-Start-Key (Period-Sub)
000691        And Current-Consigned-Key Not >
000692            Period-End-Key (Period-Sub)
000693        Move "C" To Work-Type
000694        Perform Write-Work-Row
000695     End-If
000696     If Current-Consigned-Key Not > Period-End-Key (Period-Sub)
000697        And (Current-Sold-Key > Zeros Or Current-Available)
000698        Perform Set-Floor-Range
000699        If Floor-From-Key Not > Floor-To-Key
000700           Call "Chapt23f" Using Floor-From-Date Floor-To-Date
000701                Days-Between
000702           Compute Work-Days = Days-Between + 1
000703           Move "F" To Work-Type
000704           Perform Write-Work-Row
000705        End-If
000706     End-If
000707     .
000708 Set-Floor-Range.
000709     If Current-Consigned-Key > Period-Start-Key (Period-Sub)
000710        Move Current-Consigned-Key To Floor-From-Key
000711        Move Current-Consigned To Floor-From-Date
000712     Else
000713        Move Period-Start-Key (Period-Sub) To Floor-From-Key
000714        Move Period-Start-Date (Period-Sub) To Floor-From-Date
000715     End-If
000716     If Current-Sold-Key > Zeros And
000717        Current-Sold-Key < Period-End-Key (Period-Sub)
000718        Move Current-Sold-Key To Floor-To-Key
000719        Move Current-Sold-Key (5:4) To Floor-To-Date (1:4)
000720        Move Current-Sold-Key (1:4) To Floor-To-Date (5:4)
000721     Else
000722        Move Period-End-Key (Period-Sub) To Floor-To-Key
000723        Move Period-End-Date (Period-Sub) To Floor-To-Date
000724     End-If
000725     .
000726* Every Row Counts Toward Its Category And The Store As A Whole
000727 Write-Work-Row.
000728     Write Turn-Work-Record From Work-Row
000729     Move All-Categories To Work-Category
000730     Write Turn-Work-Record From Work-Row
000731     Add 2 To Work-Rows-Written
000732     .
000733 Summarize-Categories.
000734     Perform Return-Stat-Row
000735     Perform Summarize-One-Group Until Stats-Done
000736     .
000737 Return-Stat-Row.
000738     Return Stat-Sort-File
000739            At End Set Stats-Done To True
000740     End-Return
000741     .
000742 Summarize-One-Group.
000743     Move Stat-Period To Group-Period
000744     Move Stat-Category To Group-Category
000745     Perform Find-Category-Entry
000746     Move Zeros To Days-Count
000747     Perform Take-Stat-Row
000748        Until Stats-Done Or Stat-Period Not = Group-Period
000749           Or Stat-Category Not = Group-Category
000750     If Days-Count > Zero
000751        Perform Set-Median-Days
000752     End-If
000753     .
000754 Find-Category-Entry.
000755     Set Cat-Index To 1
000756     Search Cat-Entry
000757        At End
000758           If Cat-Count < 200
000759              Add 1 To Cat-Count
000760              Set Cat-Index To Cat-Count
000761              Initialize Cat-Entry (Cat-Index)
000762              Move Group-Category To Cat-Code (Cat-Index)
000763           Else
000764              Set Cat-Index To Cat-Count
000765           End-If
000766        When Cat-Code (Cat-Index) = Group-Category
000767           Continue
000768     End-Search
000769     .
000770 Take-Stat-Row.
000771     Evaluate True
000772        When Stat-Consigned
000773           Add 1 To Cat-Consigned (Cat-Index Group-Period)
000774        When Stat-Floor
000775           Add 1 To Cat-On-Floor (Cat-Index Group-Period)
000776           Add Stat-Days To
000777               Cat-Floor-Days (Cat-Index Group-Period)
000778        When Stat-Sale
000779           Add 1 To Cat-Sold (Cat-Index Group-Period)
000780                    Cat-Sale-Rows (Cat-Index Group-Period)
000781           Add Stat-Amount To Cat-Sales (Cat-Index Group-Period)
000782           Add Stat-Markdown To
000783               Cat-Markdowns (Cat-Index Group-Period)
000784           If Stat-Was-Timed
000785              Add 1 To Cat-Timed (Cat-Index Group-Period)
000786              Add Stat-Days To
000787                  Cat-Days-Total (Cat-Index Group-Period)
000788              If Days-Count < 5000
000789                 Add 1 To Days-Count
000790                 Move Stat-Days To Days-Value (Days-Count)
000791              End-If
000792           End-If
000793        When Stat-Void
000794           Subtract 1 From Cat-Sold (Cat-Index Group-Period)
000795           Add Stat-Amount To Cat-Sales (Cat-Index Group-Period)
000796     End-Evaluate
000797     Perform Return-Stat-Row
000798     .
000799* The Rows Arrive In Days Order, So The Middle One Is The Median;
000800* An Even Count Takes The Mean Of The Two Middle Values
000801 Set-Median-Days.
000802     Divide Days-Count By 2 Giving Middle-Sub
000803     If Middle-Sub * 2 = Days-Count
000804        Compute Cat-Median (Cat-Index Group-Period) Rounded =
000805                (Days-Value (Middle-Sub) +
000806                 Days-Value (Middle-Sub + 1)) / 2
000807     Else
000808        Move Days-Value (Middle-Sub + 1) To
000809             Cat-Median (Cat-Index Group-Period)
000810     End-If
000811     .
000812* The Store-Wide Line Comes Out Of The Table Before Ranking
000813 Compute-The-Measures.
000814     Set Cat-Index To 1
000815     Search Cat-Entry
000816        At End Continue
000817        When Cat-Code (Cat-Index) = All-Categories
000818           Set Total-Found To True
000819           Move Cat-Entry (Cat-Index) To Total-Entry
000820           Set Cat-Sub To Cat-Index
000821           Move Cat-Entry (Cat-Count) To Cat-Entry (Cat-Sub)
000822           Subtract 1 From Cat-Count
000823     End-Search
000824     Perform Compute-Category-Per-Day
000825             Varying Cat-Sub From 1 By 1
000826             Until Cat-Sub > Cat-Count
000827     .
000828 Compute-Category-Per-Day.
000829     Perform Compute-Period-Per-Day
000830             Varying Period-Sub From 1 By 1
000831             Until Period-Sub > 3
000832     .
000833 Compute-Period-Per-Day.
000834     If Cat-Floor-Days (Cat-Sub Period-Sub) > Zero
000835        Compute Cat-Per-Day (Cat-Sub Period-Sub) Rounded =
000836                Cat-Sales (Cat-Sub Period-Sub) /
000837                Cat-Floor-Days (Cat-Sub Period-Sub)
000838     Else
000839        Move Zeros To Cat-Per-Day (Cat-Sub Period-Sub)
000840     End-If
000841     .
000842* A Straight Exchange Sort On This Quarter's Sales Per Floor-Day,
000843* Best First
000844 Rank-The-Categories.
000845     Perform Rank-One-Pass
000846             Varying Cat-Sub From 1 By 1
000847             Until Cat-Sub >= Cat-Count
000848     .
000849 Rank-One-Pass.
000850     Perform Exchange-If-Lower
000851             Varying Swap-Sub From 1 By 1
000852             Until Swap-Sub >= Cat-Count
000853     .
000854 Exchange-If-Lower.
000855     If Cat-Per-Day (Swap-Sub, 1) <
000856        Cat-Per-Day (Swap-Sub + 1, 1)
000857        Move Cat-Entry (Swap-Sub) To Hold-Entry
000858        Move Cat-Entry (Swap-Sub + 1) To Cat-Entry (Swap-Sub)
000859        Move Hold-Entry To Cat-Entry (Swap-Sub + 1)
000860     End-If
000861     .
000862 Print-The-Analysis.
000863     Open Output Report-File
000864     Move Corresponding Work-Date-X To Heading-Line-2
000865     Perform Heading-Routine
000866     Perform Print-Period-Range
000867             Varying Period-Sub From 1 By 1
000868             Until Period-Sub > 3
000869     Add 4 To Line-Count
000870     Perform Print-One-Category
000871             Varying Cat-Sub From 1 By 1
000872             Until Cat-Sub > Cat-Count
000873     If Total-Found
000874        Move Total-Entry To Hold-Entry
000875        Move "All" To Hold-Code
000876        Move Zeros To Cat-Sub
000877        Perform Print-Hold-Entry
000878     End-If
000879     Close Report-File
000880     Call "Chapt25d" Using Spool-Catalog-Name
000881          Spool-Catalog-File Page-Count
000882     .
000883 Print-Period-Range.
000884     Move Period-Label (Period-Sub) To Range-Label
000885     Move Period-Name (Period-Sub) To Range-Name
000886     Move Period-Start-Date (Period-Sub) To Range-Start
000887     Move Period-End-Date (Period-Sub) To Range-End
000888     Move Period-Days (Period-Sub) To Range-Days
000889     If Period-Sub = 1
000890        Write Report-Record From Range-Line After 2
000891     Else
000892        Write Report-Record From Range-Line After 1
000893     End-If
000894     .
000895 Print-One-Category.
000896     Move Cat-Entry (Cat-Sub) To Hold-Entry
000897     Perform Print-Hold-Entry
000898     .
000899* Three Lines Per Category: The Quarter, Then Its Comparisons
000900 Print-Hold-Entry.
000901     If Line-Count >= Max-Lines - 3
000902        Perform Heading-Routine
000903     End-If
000904     Perform Print-Hold-Period
000905             Varying Period-Sub From 1 By 1
000906             Until Period-Sub > 3
000907     .
000908 Print-Hold-Period.
000909     Move Spaces To Detail-Category
000910     Move Zeros To Detail-Rank
000911     If Period-Sub = 1
000912        Move Hold-Code To Detail-Category
000913        Move Cat-Sub To Detail-Rank
000914     End-If
000915     Move Period-Label (Period-Sub) To Detail-Period
000916     Move Hold-Consigned (Period-Sub) To Detail-Consigned
000917     Move Hold-On-Floor (Period-Sub) To Detail-On-Floor
000918     Move Hold-Sold (Period-Sub) To Detail-Sold
000919     Move Hold-Median (Period-Sub) To Detail-Median
000920     Move Hold-Sales (Period-Sub) To Detail-Sales
000921     Move Hold-Per-Day (Period-Sub) To Detail-Per-Day
000922     Move Zeros To Average-Days Average-Markdown Sell-Through
000923                   Inventory-Turns
000924     If Hold-Timed (Period-Sub) > Zero
000925        Compute Average-Days Rounded =
000926                Hold-Days-Total (Period-Sub) /
000927                Hold-Timed (Period-Sub)
000928     End-If
000929     If Hold-Sale-Rows (Period-Sub) > Zero
000930        Compute Average-Markdown Rounded =
000931                Hold-Markdowns (Period-Sub) /
000932                Hold-Sale-Rows (Period-Sub)
000933     End-If
000934     If Hold-On-Floor (Period-Sub) > Zero
000935        Compute Sell-Through Rounded =
000936                Hold-Sold (Period-Sub) * 100 /
000937                Hold-On-Floor (Period-Sub)
000938     End-If
000939* Turns: Items Sold Over The Average Count On The Floor
000940     If Hold-Floor-Days (Period-Sub) > Zero
000941        Compute Inventory-Turns Rounded =
000942                Hold-Sold (Period-Sub) *
000943                Period-Days (Period-Sub) /
000944                Hold-Floor-Days (Period-Sub)
000945             On Size Error
000946                Move 99.99 To Inventory-Turns
000947        End-Compute
000948     End-If
000949     Move Average-Days To Detail-Avg-Days
000950     Move Average-Markdown To Detail-Markdown
000951     Move Sell-Through To Detail-Sell-Pct
000952     Move Inventory-Turns To Detail-Turns
000953     If Period-Sub = 1
000954        Write Report-Record From Detail-Line After 2
000955        Add 2 To Line-Count
000956     Else
000957        Write Report-Record From Detail-Line After 1
000958        Add 1 To Line-Count
000959     End-If
000960     .
000961 Heading-Routine.
000962     Add 1 To Page-Count
000963     Move Page-Count To Page-No
000964     If Page-Count = 1
000965        Write Report-Record From Heading-Line-1 After Zero
000966     Else
000967        Write Report-Record From Heading-Line-1 After Page
000968     End-If
000969     Write Report-Record From Heading-Line-2 After 1
000970     Write Report-Record From Heading-Line-3 After 2
000971     Write Report-Record From Heading-Line-4 After 1
000972     Move 5 To Line-Count
000973     .
