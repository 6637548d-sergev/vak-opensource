000010 @OPTIONS MAIN,TEST
000020 Identification Division.
000030 Program-Id.  Chapt24z.
000031* Garnishment And Levy Order Balance Report
000032* Every Order On Garnish.TXT By Dealer And Priority, With What
000033* Chapt20c Has Withheld And Remitted Against It From GarnRem.TXT,
000034* Each Agency Check Listed With The Order Balance Left After It,
000035* And Whether The Order Is Still Withholding, Not Yet Started,
000036* Released Or Satisfied.  Withheld But Not Yet Remitted Is Owed
000037* To The Agency And Totals At The End
000038 Environment Division.
000039 Configuration Section.
000040 Source-Computer.  IBM-PC.
000041 Object-Computer.  IBM-PC.
000042 Input-Output  Section.
000043 File-Control.
000044     Select Report-File Assign To "RPT24Z.SPL".
000045     Select Optional Garnishment-Order-File Assign To
000046                     "Garnish.TXT"
000047            Organization Is Line Sequential
000048            File Status  Is Garnishment-Order-Status.
000049     Select Optional Garnishment-Remit-File Assign To
000050                     "GarnRem.TXT"
000051            Organization Is Line Sequential
000052            File Status  Is Garnishment-Remit-Status.
000053     Select Optional Dealer-File Assign To "Dealer.Dat"
000054         Organization Indexed
000055         Access Random
000056         Record Key Dealer-Number
000057         Alternate Record Key Dealer-Name
000058         File Status Dealer-Status.
000059     Select Sort-File Assign To Sort-Work.
000060 Data Division.
000061 File Section.
000062 Fd  Report-File.
000063 01  Report-Record Pic X(100).
000064 Fd  Garnishment-Order-File.
000065 Copy "garnord.cpy".
000066 Fd  Garnishment-Remit-File.
000067 Copy "garnrem.cpy".
000068 Fd  Dealer-File.
000069 01  Dealer-Record.
000070     03  Dealer-Number       Pic X(8).
000071     03  Dealer-Name.
000072         05  Last-Name   Pic X(25).
000073         05  First-Name  Pic X(15).
000074         05  Middle-Name Pic X(10).
000075     03  Filler              Pic X(418).
000076 Sd  Sort-File.
000077 01  Sort-Record.
000078     03  Sort-Dealer         Pic X(8).
000079     03  Sort-Priority       Pic 9(2).
000080     03  Sort-Order-Number   Pic X(15).
000081     03  Sort-Method         Pic X.
000082     03  Sort-Rate           Pic 9(3)v99.
000083     03  Sort-Fixed          Pic 9(6)v99.
000084     03  Sort-Total          Pic 9(7)v99.
000085     03  Sort-Start          Pic 9(8).
000086     03  Sort-Release        Pic 9(8).
000087     03  Sort-Agency-Name    Pic X(30).
000088 Working-Storage Section.
000089 01  Garnishment-Order-Status Pic XX Value Spaces.
000090 01  Garnishment-Remit-Status Pic XX Value Spaces.
000091 01  Dealer-Status          Pic XX Value Spaces.
000092     88  Dealer-Success     Value "00" Thru "09".
000093 01  Orders-Done-Flag       Pic X Value Spaces.
000094     88  Orders-Done        Value "Y".
000095 01  Remit-Done-Flag        Pic X Value Spaces.
000096     88  Remit-Done         Value "Y".
000097 01  Done-Flag              Pic X Value Spaces.
000098     88  All-Done           Value "Y".
000099 01  Save-Dealer            Pic X(8) Value High-Values.
000100 01  Formatted-Name         Pic X(30) Value Spaces.
000101 01  Days-Since             Pic S9(7) Value Zeros.
000102 01  Order-Withheld         Pic S9(8)v99 Value Zeros.
000103 01  Order-Remitted         Pic S9(8)v99 Value Zeros.
000104 01  Order-Balance          Pic S9(8)v99 Value Zeros.
000105 01  Running-Remitted       Pic S9(8)v99 Value Zeros.
000106 01  Total-Withheld         Pic S9(8)v99 Value Zeros.
000107 01  Total-Remitted         Pic S9(8)v99 Value Zeros.
000108 01  Total-Owed             Pic S9(8)v99 Value Zeros.
000109 01  Orders-Listed          Pic 9(5) Value Zeros.
000110 01  Orders-Active          Pic 9(5) Value Zeros.
000111 01  Order-Status-Word      Pic X(10) Value Spaces.
000112* Withheld And Remitted To Date Per Order, And Each Agency
000113* Check, From The Remittance File
000114 01  Sum-Count              Pic 9(3) Value Zeros.
000115 01  Sum-Table-Area.
000116     03  Sum-Entry Occurs 0 To 200 Times
000117             Depending On Sum-Count
000118             Indexed By Sum-Index.
000119         05  Sum-Dealer      Pic X(8).
000120         05  Sum-Order       Pic X(15).
000121         05  Sum-Withheld    Pic S9(8)v99.
000122         05  Sum-Remitted    Pic S9(8)v99.
000123 01  Check-Count            Pic 9(4) Value Zeros.
000124 01  Check-Table-Area.
000125     03  Check-Entry Occurs 0 To 2000 Times
000126             Depending On Check-Count
000127             Indexed By Check-Index.
000128         05  Check-Dealer    Pic X(8).
000129         05  Check-Order     Pic X(15).
000130         05  Check-Date      Pic 9(8).
000131         05  Check-Number    Pic X(10).
000132         05  Check-Amount    Pic S9(7)v99.
000133 01  Date-And-Time-Area.
000134     03  Work-Date            Pic 9(6).
000135     03  Work-Date-X          Redefines Work-Date.
000136         05  Date-YY          Pic 99.
000137         05  Date-MM          Pic 99.
000138         05  Date-DD          Pic 99.
000139 01  Today-MMDDYYYY.
000140     03  Today-MM            Pic 99.
000141     03  Today-DD            Pic 99.
000142     03  Today-YYYY          Pic 9(4).
000143 01  Heading-Line-1.
000144     03  Filler      Pic X(12) Value "Created by:".
000145     03  Filler      Pic X(8)  Value "CHAPT24Z".
000146     03  Filler      Pic X(10) Value Spaces.
000147     03  Filler      Pic X(38)
000148         Value "Garnishment And Levy Order Balances".
000149     03  Filler      Pic X(12) Value Spaces.
000150     03  Filler      Pic X(5)  Value "Page".
000151     03  Page-No     Pic Z(4)9 Value Zeros.
000152 01  Heading-Line-2.
000153     03  Filler      Pic X(12) Value "Created on:".
000154     03  Date-MM     Pic 99.
000155     03  Filler      Pic X     Value "/".
000156     03  Date-DD     Pic 99.
000157     03  Filler      Pic X     Value "/".
000158     03  Date-YY     Pic 99.
000159 01  Heading-Line-3.
000160     03  Filler      Pic X(9)  Value "Dealer".
000161     03  Filler      Pic X(26) Value "Name".
000162     03  Filler      Pic X(17) Value "Order".
000163     03  Filler      Pic X(4)  Value "Pri".
000164     03  Filler      Pic X(31) Value "Agency".
000165     03  Filler      Pic X(10) Value "Status".
000166 01  Heading-Line-4.
000167     03  Filler      Pic X(9)  Value Spaces.
000168     03  Filler      Pic X(18) Value "Withholding".
000169     03  Filler      Pic X(12) Value "Start".
000170     03  Filler      Pic X(11) Value "Release".
000171     03  Filler      Pic X(12) Value " Order Total".
000172     03  Filler      Pic X(11) Value "   Withheld".
000173     03  Filler      Pic X(11) Value "   Remitted".
000174     03  Filler      Pic X(12) Value " Owed Agency".
000175 01  Order-Line-1.
000176     03  Order-Dealer        Pic X(8).
000177     03  Filler              Pic X     Value Spaces.
000178     03  Order-Name          Pic X(25).
000179     03  Filler              Pic X     Value Spaces.
000180     03  Order-Number        Pic X(15).
000181     03  Filler              Pic X(2)  Value Spaces.
000182     03  Order-Priority      Pic Z9.
000183     03  Filler              Pic X(2)  Value Spaces.
000184     03  Order-Agency        Pic X(30).
000185     03  Filler              Pic X     Value Spaces.
000186     03  Order-Status        Pic X(10).
000187 01  Order-Line-2.
000188     03  Filler              Pic X(9)  Value Spaces.
000189     03  Order-How           Pic X(18).
000190     03  Order-Start         Pic 99/99/9999.
000191     03  Filler              Pic X(2)  Value Spaces.
000192     03  Order-Release       Pic X(10).
000193     03  Order-Total-Out     Pic Z,ZZZ,ZZZ.99.
000194     03  Order-Withheld-Out  Pic ZZZ,ZZZ.99-.
000195     03  Order-Remitted-Out  Pic ZZZ,ZZZ.99-.
000196     03  Order-Owed-Out      Pic ZZZ,ZZZ.99-.
000197 01  Method-Percent-Text.
000198     03  Filler              Pic X(8)  Value "Percent".
000199     03  Method-Percent-Out  Pic ZZ9.99.
000200     03  Filler              Pic X     Value "%".
000201 01  Method-Fixed-Text.
000202     03  Filler              Pic X(6)  Value "Fixed".
000203     03  Method-Fixed-Out    Pic ZZZ,ZZ9.99.
000204 01  Release-Date-Out        Pic 99/99/9999.
000205 01  Check-Line.
000206     03  Filler              Pic X(18) Value Spaces.
000207     03  Filler              Pic X(9)  Value "Remitted".
000208     03  Check-Date-Out      Pic 99/99/9999.
000209     03  Filler              Pic X(8)  Value "  Check".
000210     03  Check-Number-Out    Pic X(10).
000211     03  Filler              Pic X     Value Spaces.
000212     03  Check-Amount-Out    Pic ZZZ,ZZZ.99-.
000213     03  Filler              Pic X(14) Value "  Balance Left".
000214     03  Check-Balance-Out   Pic ZZ,ZZZ,ZZZ.99-.
000215 01  Total-Line.
000216     03  Total-Label         Pic X(40).
000217     03  Total-Amount        Pic ZZ,ZZZ,ZZZ.99-.
000218 01  Count-Line.
000219     03  Count-Label         Pic X(40).
000220     03  Count-Out           Pic ZZ,ZZ9.
000221 01  Line-Count           Pic 99          Value 99.
000222 01  Page-Count           Pic 9(4)        Value Zeros.
000223 01  Max-Lines            Pic 99          Value 60.
000224 01  Spool-Catalog-Name    Pic X(8) Value "CHAPT24Z".
000225 01  Spool-Catalog-File    Pic X(12) Value "RPT24Z.SPL".
000226 Procedure Division.
000227 Chapt24z-Start.
000228     Display "Begin Garnishment Order Balances Chapt24z"
000229     Accept Work-Date From Date
000230     Move Date-MM Of Work-Date-X To Today-MM
000231     Move Date-DD Of Work-Date-X To Today-DD
000232     Move 2000 To Today-YYYY
000233     Add Date-YY Of Work-Date-X To Today-YYYY
000234     Perform Load-Remittances
000235     Open Input Dealer-File
000236     Open Output Report-File
000237     Move Corresponding Work-Date-X To Heading-Line-2
000238     Perform Heading-Routine
000239     Sort Sort-File Ascending Key Sort-Dealer Sort-Priority
000240                                  Sort-Order-Number
000241          Input Procedure Select-Orders
000242          Output Procedure Print-Orders
000243     Perform Print-Totals
000244     If Dealer-Success
000245        Close Dealer-File
000246     End-If
000247     Close Report-File
000248     Call "Chapt25d" Using Spool-Catalog-Name
000249          Spool-Catalog-File Page-Count
000250     Display "Orders Listed      " Orders-Listed
000251     Display "Owed To Agencies   " Total-Owed
000252     Stop Run
000253     .
000254 Load-Remittances.
000255     Open Input Garnishment-Remit-File
000256     If Garnishment-Remit-Status = "00"
000257        Perform Load-One-Remittance Until Remit-Done
000258        Close Garnishment-Remit-File
000259     End-If
000260     .
000261 Load-One-Remittance.
000262     Read Garnishment-Remit-File
000263          At End Set Remit-Done To True
000264          Not At End
000265             Perform Post-Remittance-Sum
000266             If Grem-Remitted And Check-Count < 2000
000267                Add 1 To Check-Count
000268                Move Grem-Dealer To Check-Dealer (Check-Count)
000269                Move Grem-Order-Number To
000270                     Check-Order (Check-Count)
000271                Move Grem-Date To Check-Date (Check-Count)
000272                Move Grem-Check-Number To
000273                     Check-Number (Check-Count)
000274                Move Grem-Amount To Check-Amount (Check-Count)
000275             End-If
000276     End-Read
000277     .
000278 Post-Remittance-Sum.
000279     Set Sum-Index To 1
000280     Search Sum-Entry
000281          At End
000282             If Sum-Count < 200
000283                Add 1 To Sum-Count
000284                Set Sum-Index To Sum-Count
000285                Move Grem-Dealer To Sum-Dealer (Sum-Index)
000286                Move Grem-Order-Number To Sum-Order (Sum-Index)
000287                Move Zeros To Sum-Withheld (Sum-Index)
000288                              Sum-Remitted (Sum-Index)
000289                Perform Add-Remittance-Sum
000290             End-If
000291          When Sum-Dealer (Sum-Index) = Grem-Dealer
000292               And Sum-Order (Sum-Index) = Grem-Order-Number
000293             Perform Add-Remittance-Sum
000294     End-Search
000295     .
000296 Add-Remittance-Sum.
000297     If Grem-Withheld
000298        Add Grem-Amount To Sum-Withheld (Sum-Index)
000299     Else
000300        Add Grem-Amount To Sum-Remitted (Sum-Index)
000301     End-If
000302     .
000303 Select-Orders.
000304     Open Input Garnishment-Order-File
000305     If Garnishment-Order-Status = "00"
000306        Perform Select-One-Order Until Orders-Done
000307        Close Garnishment-Order-File
000308     End-If
000309     .
000310 Select-One-Order.
000311     Read Garnishment-Order-File
000312          At End Set Orders-Done To True
000313          Not At End
000314             If Garn-Dealer Not = Spaces
000315                Perform Release-One-Order
000316             End-If
000317     End-Read
000318     .
000319 Release-One-Order.
000320     Move Garn-Dealer To Sort-Dealer
000321     Move Garn-Priority To Sort-Priority
000322     Move Garn-Order-Number To Sort-Order-Number
000323     Move Garn-Method To Sort-Method
000324     Move Garn-Rate To Sort-Rate
000325     Move Garn-Fixed-Amount To Sort-Fixed
000326     Move Garn-Order-Total To Sort-Total
000327     Move Garn-Start-Date To Sort-Start
000328     Move Garn-Release-Date To Sort-Release
000329     Move Garn-Agency-Name To Sort-Agency-Name
000330     Release Sort-Record
000331     .
000332 Print-Orders.
000333     Perform Return-One-Order Until All-Done
000334     .
000335 Return-One-Order.
000336     Return Sort-File
000337            At End Set All-Done To True
000338            Not At End
000339               Perform Print-One-Order
000340     End-Return
000341     .
000342 Print-One-Order.
000343     If Sort-Dealer Not = Save-Dealer
000344        Move Sort-Dealer To Save-Dealer
000345        Perform Format-Dealer-Name
000346     End-If
000347     Move Zeros To Order-Withheld Order-Remitted
000348     Set Sum-Index To 1
000349     Search Sum-Entry
000350          At End
000351             Continue
000352          When Sum-Dealer (Sum-Index) = Sort-Dealer
000353               And Sum-Order (Sum-Index) = Sort-Order-Number
000354             Move Sum-Withheld (Sum-Index) To Order-Withheld
000355             Move Sum-Remitted (Sum-Index) To Order-Remitted
000356     End-Search
000357     Perform Decide-Order-Status
000358     If Line-Count >= Max-Lines - 3
000359        Perform Heading-Routine
000360     End-If
000361     Move Sort-Dealer To Order-Dealer
000362     Move Formatted-Name To Order-Name
000363     Move Sort-Order-Number To Order-Number
000364     Move Sort-Priority To Order-Priority
000365     Move Sort-Agency-Name To Order-Agency
000366     Move Order-Status-Word To Order-Status
000367     Write Report-Record From Order-Line-1 After 2
000368     Evaluate Sort-Method
000369        When "P"
000370             Move Sort-Rate To Method-Percent-Out
000371             Move Method-Percent-Text To Order-How
000372        When "F"
000373             Move Sort-Fixed To Method-Fixed-Out
000374             Move Method-Fixed-Text To Order-How
000375        When "T"
000376             Move "Full Proceeds" To Order-How
000377        When Other
000378             Move "** No Method **" To Order-How
000379     End-Evaluate
000380     Move Sort-Start To Order-Start
000381     If Sort-Release Numeric And Sort-Release > Zero
000382        Move Sort-Release To Release-Date-Out
000383        Move Release-Date-Out To Order-Release
000384     Else
000385        Move Spaces To Order-Release
000386     End-If
000387     Move Sort-Total To Order-Total-Out
000388     Move Order-Withheld To Order-Withheld-Out
000389     Move Order-Remitted To Order-Remitted-Out
000390     Compute Order-Balance = Order-Withheld - Order-Remitted
000391     Move Order-Balance To Order-Owed-Out
000392     Write Report-Record From Order-Line-2 After 1
000393     Add 3 To Line-Count
000394     Add 1 To Orders-Listed
000395     Add Order-Withheld To Total-Withheld
000396     Add Order-Remitted To Total-Remitted
000397     Add Order-Balance To Total-Owed
000398     Move Zeros To Running-Remitted
000399     Perform Print-Order-Check
000400             Varying Check-Index From 1 By 1
000401             Until Check-Index > Check-Count
000402     .
000403 Decide-Order-Status.
000404* The Same Tests Chapt20c Applies Before It Withholds
000405     Move "WITHHOLD" To Order-Status-Word
000406     If Sort-Start Numeric And Sort-Start > Zero
000407        Call "Chapt23f" Using Sort-Start Today-MMDDYYYY Days-Since
000408        If Days-Since < Zero
000409           Move "NOT YET" To Order-Status-Word
000410        End-If
000411     End-If
000412     If Sort-Total > Zero And Order-Withheld Not < Sort-Total
000413        Move "SATISFIED" To Order-Status-Word
000414     End-If
000415     If Sort-Release Numeric And Sort-Release > Zero
000416        Call "Chapt23f" Using Sort-Release Today-MMDDYYYY
000417             Days-Since
000418        If Days-Since Not < Zero
000419           Move "RELEASED" To Order-Status-Word
000420        End-If
000421     End-If
000422     If Sort-Method Not = "P" And Sort-Method Not = "F"
000423        And Sort-Method Not = "T"
000424        Move "BAD METHOD" To Order-Status-Word
000425     End-If
000426     If Order-Status-Word = "WITHHOLD"
000427        Add 1 To Orders-Active
000428     End-If
000429     .
000430 Print-Order-Check.
000431* The Balance Left Is The Order Total Less Everything Remitted
000432* Through This Check; An Order With No Total Shows The Running
000433* Amount Remitted Instead
000434     If Check-Dealer (Check-Index) = Sort-Dealer
000435        And Check-Order (Check-Index) = Sort-Order-Number
000436        Add Check-Amount (Check-Index) To Running-Remitted
000437        If Line-Count >= Max-Lines
000438           Perform Heading-Routine
000439        End-If
000440        Move Check-Date (Check-Index) To Check-Date-Out
000441        Move Check-Number (Check-Index) To Check-Number-Out
000442        Move Check-Amount (Check-Index) To Check-Amount-Out
000443        If Sort-Total > Zero
000444           Compute Check-Balance-Out =
000445                   Sort-Total - Running-Remitted
000446        Else
000447           Move Running-Remitted To Check-Balance-Out
000448        End-If
000449        Write Report-Record From Check-Line After 1
000450        Add 1 To Line-Count
000451     End-If
000452     .
000453 Format-Dealer-Name.
000454     Move Spaces To Formatted-Name
000455     If Dealer-Success
000456        Move Sort-Dealer To Dealer-Number
000457        Read Dealer-File
000458             Invalid Key
000459                Move "** Not On File **" To Formatted-Name
000460             Not Invalid Key
000461                String First-Name Delimited By Space
000462                       " "        Delimited By Size
000463                       Last-Name  Delimited By Space
000464                       Into Formatted-Name
000465                End-String
000466        End-Read
000467     End-If
000468     .
000469 Print-Totals.
000470     If Line-Count >= Max-Lines - 6
000471        Perform Heading-Routine
000472     End-If
000473     Move "Orders On File" To Count-Label
000474     Move Orders-Listed To Count-Out
000475     Write Report-Record From Count-Line After 2
000476     Move "Orders Withholding" To Count-Label
000477     Move Orders-Active To Count-Out
000478     Write Report-Record From Count-Line After 1
000479     Move "Withheld From Dealers To Date" To Total-Label
000480     Move Total-Withheld To Total-Amount
000481     Write Report-Record From Total-Line After 1
000482     Move "Remitted To Agencies To Date" To Total-Label
000483     Move Total-Remitted To Total-Amount
000484     Write Report-Record From Total-Line After 1
000485     Move "Withheld, Still Owed To Agencies" To Total-Label
000486     Move Total-Owed To Total-Amount
000487     Write Report-Record From Total-Line After 2
000488     .
000489 Heading-Routine.
000490     Add 1 To Page-Count
000491     Move Page-Count To Page-No
000492     If Page-Count = 1
000493        Write Report-Record From Heading-Line-1 After Zero
000494     Else
000495        Write Report-Record From Heading-Line-1 After Page
000496     End-If
000497     Write Report-Record From Heading-Line-2 After 1
000498     Write Report-Record From Heading-Line-3 After 2
000499     Write Report-Record From Heading-Line-4 After 1
000500     Move 6 To Line-Count
000501     .
