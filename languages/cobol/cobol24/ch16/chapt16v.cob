000010 @OPTIONS MAIN,TEST
000020 Identification Division.
000030 Program-Id.  Chapt16v.
000031* Booth Rent Pricing Study
000032* For The Twelve Months Ending With The Month Given As YYYYMM
000033* (Last Month When None Is Given), Prints Sales Per Square
000034* Foot And Rent As A Percent Of Sales By Booth, Zone And Rate
000035* Class From Booth.Dat, The SumHist.TXT Dealer Sales And The
000036* RentInv.Dat Rent Billed.  A Dealer With More Than One Booth,
000037* Or A Share Of One, Has Sales And Rent Spread Over The
000038* Booths By Footage.  Mode WHATIF Applies The RateProp.TXT
000039* Proposed Rate Changes, Projects Each Dealer's New Monthly
000040* Rent, Flags The Dealers Whose Rent Would Pass The Given
000041* Percent Of Their Twelve-Month Sales (Default 15) As Likely
000042* To Leave, And Sets The Yearly Gain Against The Chapt16d
000043* VacLog.TXT Lost Rent.  Command Line: YYYYMM [WHATIF [Pct]]
000044* RateProp.TXT Lines: Type Z (Zone), C (Rate Class) Or A (All
000045* Booths), The Zone Or Class, "-" For A Cut, And The Percent.
000046* Every Line That Fits A Booth Applies, One On Top Of Another
000047 Environment Division.
000048 Configuration Section.
000049 Source-Computer.  IBM-PC.
000050 Object-Computer.  IBM-PC.
000051 Input-Output  Section.
000052 File-Control.
000053     Select Report-File Assign To "RPT16V.SPL".
000054     Select Optional Booth-File Assign To "Booth.Dat"
000055            Organization Relative
000056            Access Sequential
000057            Relative Key Booth-Number
000058            File Status Booth-Status.
000059     Select Optional Summary-History-File Assign To "SumHist.TXT"
000060         Organization Is Line Sequential
000061         File Status  Is Summary-History-Status.
000062     Select Optional Rent-Invoice-File Assign To "RentInv.Dat"
000063         Organization Indexed
000064         Access Sequential
000065         Record Key Invoice-Number
000066         Alternate Record Key Invoice-Dealer
000067             With Duplicates
000068         File Status Rent-Invoice-Status.
000069     Select Optional Vacancy-Log-File Assign To "VacLog.TXT"
000070         Organization Is Line Sequential
000071         File Status  Is Vacancy-Log-Status.
000072     Select Optional Proposal-File Assign To "RateProp.TXT"
000073         Organization Is Line Sequential
000074         File Status  Is Proposal-Status.
000075     Select Dealer-File Assign To "Dealer.Dat"
000076         Organization Indexed
000077         Access Random
000078         Record Key Dealer-Number
000079         File Status Dealer-Status.
000080 Data Division.
000081 File Section.
000082 Fd  Report-File.
000083 01  Report-Record Pic X(80).
000084 Fd  Booth-File.
000085 01  Booth-Record.
000086     03  Occupying-Dealer-Number Pic X(8).
000087     03  Square-Footage          Pic 9(4).
000088     03  Monthly-Booth-Rate      Pic 9(4)v99.
000089     03  Booth-Zone              Pic X(4).
000090     03  Booth-Rate-Class        Pic X(2).
000091     03  Booth-Second-Dealer     Pic X(8).
000092     03  Booth-Split-Pct         Pic 9(2).
000093 Fd  Summary-History-File.
000094 01  Summary-History-Record.
000095     03  Sum-Month           Pic 9(6).
000096     03  Filler              Pic X.
000097     03  Sum-Store           Pic X(4).
000098     03  Filler              Pic X.
000099     03  Sum-Dealer          Pic X(8).
000100     03  Filler              Pic X.
000101     03  Sum-Category        Pic X(4).
000102     03  Filler              Pic X.
000103     03  Sum-Units           Pic 9(5).
000104     03  Filler              Pic X.
000105     03  Sum-Sales           Pic S9(9)v99.
000106     03  Filler              Pic X.
000107     03  Sum-Commission      Pic S9(7)v99.
000108 Fd  Rent-Invoice-File.
000109 01  Rent-Invoice-Record.
000110     03  Invoice-Number      Pic 9(6).
000111     03  Invoice-Dealer      Pic X(8).
000112     03  Invoice-Date        Pic 9(8).
000113     03  Invoice-Type        Pic X.
000114         88  Rent-Invoice    Value "R".
000115         88  Prorate-Invoice Value "P".
000116     03  Invoice-Amount      Pic S9(5)v99.
000117     03  Invoice-Paid-Amount Pic S9(5)v99.
000118     03  Invoice-Status-Code Pic X.
000119         88  Invoice-Waived  Value "W".
000120     03  Filler              Pic X(10).
000121 Fd  Vacancy-Log-File.
000122 01  Vacancy-Log-Record.
000123     03  Vac-Date            Pic 9(8).
000124     03  Vac-Date-X Redefines Vac-Date.
000125         05  Vac-MM          Pic 99.
000126         05  Vac-DD          Pic 99.
000127         05  Vac-YYYY        Pic 9(4).
000128     03  Filler              Pic X.
000129     03  Vac-Booth           Pic 9(3).
000130     03  Filler              Pic X.
000131     03  Vac-Zone            Pic X(4).
000132     03  Filler              Pic X.
000133     03  Vac-Class           Pic X(2).
000134     03  Filler              Pic X.
000135     03  Vac-Day-Rate        Pic 9(3)v99.
000136 Fd  Proposal-File.
000137 01  Proposal-Record.
000138     03  Prop-Type           Pic X.
000139         88  Prop-Zone       Value "Z".
000140         88  Prop-Class      Value "C".
000141         88  Prop-All        Value "A".
000142     03  Filler              Pic X.
000143     03  Prop-Key            Pic X(4).
000144     03  Filler              Pic X.
000145     03  Prop-Direction      Pic X.
000146         88  Prop-Decrease   Value "-".
000147     03  Prop-Percent        Pic 9(3)v99.
000148 Fd  Dealer-File.
000149 01  Dealer-Record.
000150     03  Dealer-Number       Pic X(8).
000151     03  Dealer-Name.
000152         05  Last-Name   Pic X(25).
000153         05  First-Name  Pic X(15).
000154         05  Middle-Name Pic X(10).
000155     03  Filler              Pic X(418).
000156 Working-Storage Section.
000157 01  Booth-Status           Pic XX Value Spaces.
000158     88  Booth-Success      Value "00" Thru "09".
000159 01  Booth-Number           Pic 9(3) Value Zeros.
000160 01  Summary-History-Status Pic XX Value Spaces.
000161     88  Summary-History-Success Value "00" Thru "09".
000162 01  Rent-Invoice-Status    Pic XX Value Spaces.
000163     88  Rent-Invoice-Success Value "00" Thru "09".
000164 01  Vacancy-Log-Status     Pic XX Value Spaces.
000165     88  Vacancy-Log-Success Value "00" Thru "09".
000166 01  Proposal-Status        Pic XX Value Spaces.
000167     88  Proposal-Success   Value "00" Thru "09".
000168 01  Dealer-Status          Pic XX Value Spaces.
000169     88  Dealer-Success     Value "00" Thru "09".
000170 01  Booths-Done-Flag       Pic X Value Spaces.
000171     88  Booths-Done        Value "Y".
000172 01  Sales-Done-Flag        Pic X Value Spaces.
000173     88  Sales-Done         Value "Y".
000174 01  Invoices-Done-Flag     Pic X Value Spaces.
000175     88  Invoices-Done      Value "Y".
000176 01  Log-Done-Flag          Pic X Value Spaces.
000177     88  Log-Done           Value "Y".
000178 01  Proposals-Done-Flag    Pic X Value Spaces.
000179     88  Proposals-Done     Value "Y".
000180 01  Command-Line-Text      Pic X(40) Value Spaces.
000181 01  Study-Month-X          Pic X(8) Value Spaces.
000182 01  Run-Mode               Pic X(8) Value Spaces.
000183     88  What-If-Mode       Value "WHATIF".
000184 01  Threshold-X            Pic X(8) Value Spaces.
000185 01  Risk-Percent           Pic 9(3)v99 Value 15.
000186 01  Study-Month            Pic 9(6) Value Zeros.
000187 01  Study-Month-R Redefines Study-Month.
000188     03  Study-YYYY         Pic 9(4).
000189     03  Study-MM           Pic 99.
000190 01  From-Month             Pic 9(6) Value Zeros.
000191 01  From-Month-R Redefines From-Month.
000192     03  From-YYYY          Pic 9(4).
000193     03  From-MM            Pic 99.
000194 01  Row-Month              Pic 9(6) Value Zeros.
000195 01  Row-Month-R Redefines Row-Month.
000196     03  Row-YYYY           Pic 9(4).
000197     03  Row-MM             Pic 99.
000198 01  Month-Number           Pic 9(6) Value Zeros.
000199 01  Month-Remainder        Pic 99 Value Zeros.
000200* Booths, With Each Occupant's Share Of The Slot In Percent
000201 01  Booth-Count            Pic 9(3) Value Zeros.
000202 01  Booth-Table-Area.
000203     03  Booth-Entry Occurs 0 To 400 Times
000204             Depending On Booth-Count
000205             Indexed By Booth-Index.
000206         05  Bt-Number          Pic 9(3).
000207         05  Bt-Dealer          Pic X(8).
000208         05  Bt-Dealer-Share    Pic 9(3).
000209         05  Bt-Second-Dealer   Pic X(8).
000210         05  Bt-Second-Share    Pic 9(3).
000211         05  Bt-Sqft            Pic 9(4).
000212         05  Bt-Rate            Pic 9(4)v99.
000213         05  Bt-New-Rate        Pic 9(5)v99.
000214         05  Bt-Zone            Pic X(4).
000215         05  Bt-Class           Pic X(2).
000216         05  Bt-Sales           Pic S9(9)v99.
000217         05  Bt-Rent            Pic S9(7)v99.
000218 01  Study-Dealer-Count     Pic 9(3) Value Zeros.
000219 01  Study-Dealer-Area.
000220     03  Study-Dealer-Entry Occurs 0 To 500 Times
000221             Depending On Study-Dealer-Count
000222             Indexed By Study-Dealer-Index.
000223         05  Sd-Dealer          Pic X(8).
000224         05  Sd-Sqft            Pic 9(5)v99.
000225         05  Sd-Sales           Pic S9(9)v99.
000226         05  Sd-Rent            Pic S9(7)v99.
000227         05  Sd-Month-Rent      Pic 9(5)v99.
000228         05  Sd-New-Rent        Pic 9(5)v99.
000229 01  Zone-Count             Pic 9(2) Value Zeros.
000230 01  Zone-Table-Area.
000231     03  Zone-Entry Occurs 0 To 20 Times
000232             Depending On Zone-Count
000233             Indexed By Zone-Index.
000234         05  Zt-Zone            Pic X(4).
000235         05  Zt-Booths          Pic 9(3).
000236         05  Zt-Sqft            Pic 9(6).
000237         05  Zt-Sales           Pic S9(9)v99.
000238         05  Zt-Rent            Pic S9(8)v99.
000239 01  Class-Count            Pic 9(2) Value Zeros.
000240 01  Class-Table-Area.
000241     03  Class-Entry Occurs 0 To 20 Times
000242             Depending On Class-Count
000243             Indexed By Class-Index.
000244         05  Ct-Class           Pic X(2).
000245         05  Ct-Booths          Pic 9(3).
000246         05  Ct-Sqft            Pic 9(6).
000247         05  Ct-Sales           Pic S9(9)v99.
000248         05  Ct-Rent            Pic S9(8)v99.
000249 01  Proposal-Count         Pic 9(2) Value Zeros.
000250 01  Proposal-Table-Area.
000251     03  Proposal-Entry Occurs 0 To 50 Times
000252             Depending On Proposal-Count
000253             Indexed By Proposal-Index.
000254         05  Pt-Type            Pic X.
000255         05  Pt-Key             Pic X(4).
000256         05  Pt-Factor          Pic 9v9(4).
000257 01  Share-Dealer           Pic X(8) Value Spaces.
000258 01  Share-Percent          Pic 9(3) Value Zeros.
000259 01  Share-Sqft             Pic 9(5)v99 Value Zeros.
000260 01  Share-Amount           Pic S9(9)v99 Value Zeros.
000261 01  Dealer-Found-Flag      Pic X Value Space.
000262     88  Dealer-Found       Value "Y".
000263 01  Rate-Factor            Pic 9v9(4) Value Zeros.
000264 01  Per-Sqft-Work          Pic 9(5)v99 Value Zeros.
000265 01  Percent-Work           Pic 9(3)v9 Value Zeros.
000266 01  Group-Booths           Pic 9(3) Value Zeros.
000267 01  Group-Sqft             Pic 9(6) Value Zeros.
000268 01  Group-Sales            Pic S9(9)v99 Value Zeros.
000269 01  Group-Rent             Pic S9(8)v99 Value Zeros.
000270 01  Yearly-Rent-Work       Pic S9(8)v99 Value Zeros.
000271 01  Risk-Limit-Work        Pic S9(9)v99 Value Zeros.
000272 01  Current-Roll           Pic 9(7)v99 Value Zeros.
000273 01  Projected-Roll         Pic 9(7)v99 Value Zeros.
000274 01  Yearly-Gain            Pic S9(8)v99 Value Zeros.
000275 01  Risk-Dealers           Pic 9(3) Value Zeros.
000276 01  Risk-Yearly-Rent       Pic S9(8)v99 Value Zeros.
000277 01  Vacancy-Lost-Rent      Pic S9(8)v99 Value Zeros.
000278 01  Net-Gain-Work          Pic S9(8)v99 Value Zeros.
000279 01  Heading-Line-1.
000280     03  Filler      Pic X(12) Value "Created by:".
000281     03  Filler      Pic X(8)  Value "CHAPT16V".
000282     03  Filler      Pic X(4)  Value Spaces.
000283     03  Filler      Pic X(25) Value "Booth Rent Pricing Study".
000284     03  Heading-From Pic 9(6).
000285     03  Filler      Pic X(4)  Value " To ".
000286     03  Heading-To  Pic 9(6).
000287     03  Filler      Pic X(4)  Value Spaces.
000288     03  Filler      Pic X(5)  Value "Page".
000289     03  Page-No     Pic Z(4)9 Value Zeros.
000290 01  Column-Heading         Pic X(80) Value Spaces.
000291 01  Booth-Column-Heading.
000292     03  Filler      Pic X(5)  Value "Bth".
000293     03  Filler      Pic X(5)  Value "Zone".
000294     03  Filler      Pic X(3)  Value "Cl".
000295     03  Filler      Pic X(7)  Value "  Sqft".
000296     03  Filler      Pic X(9)  Value "Dealer".
000297     03  Filler      Pic X(12) Value "      Sales".
000298     03  Filler      Pic X(10) Value " Per Sqft".
000299     03  Filler      Pic X(9)  Value "    Rent".
000300     03  Filler      Pic X(6)  Value "Rent%".
000301 01  Booth-Line.
000302     03  Bl-Booth            Pic 9(3).
000303     03  Filler              Pic X(2)  Value Spaces.
000304     03  Bl-Zone             Pic X(4).
000305     03  Filler              Pic X     Value Spaces.
000306     03  Bl-Class            Pic X(2).
000307     03  Filler              Pic X     Value Spaces.
000308     03  Bl-Sqft             Pic ZZ,ZZ9.
000309     03  Filler              Pic X     Value Spaces.
000310     03  Bl-Dealer           Pic X(8).
000311     03  Filler              Pic X     Value Spaces.
000312     03  Bl-Sales            Pic ZZ,ZZZ,ZZ9-.
000313     03  Filler              Pic X     Value Spaces.
000314     03  Bl-Per-Sqft         Pic ZZ,ZZ9.99.
000315     03  Filler              Pic X     Value Spaces.
000316     03  Bl-Rent             Pic ZZZ,ZZ9-.
000317     03  Filler              Pic X     Value Spaces.
000318     03  Bl-Percent          Pic ZZ9.9.
000319     03  Filler              Pic X     Value Spaces.
000320     03  Bl-Note             Pic X(8).
000321 01  Group-Column-Heading.
000322     03  Filler      Pic X(11) Value "Group".
000323     03  Filler      Pic X(5)  Value "Bths".
000324     03  Filler      Pic X(8)  Value "   Sqft".
000325     03  Filler      Pic X(12) Value "      Sales".
000326     03  Filler      Pic X(10) Value " Per Sqft".
000327     03  Filler      Pic X(12) Value "       Rent".
000328     03  Filler      Pic X(6)  Value "Rent%".
000329 01  Group-Line.
000330     03  Gl-Label            Pic X(6).
000331     03  Gl-Code             Pic X(5).
000332     03  Gl-Booths           Pic ZZ9.
000333     03  Filler              Pic X(2)  Value Spaces.
000334     03  Gl-Sqft             Pic ZZZ,ZZ9.
000335     03  Filler              Pic X     Value Spaces.
000336     03  Gl-Sales            Pic ZZ,ZZZ,ZZ9-.
000337     03  Filler              Pic X     Value Spaces.
000338     03  Gl-Per-Sqft         Pic ZZ,ZZ9.99.
000339     03  Filler              Pic X     Value Spaces.
000340     03  Gl-Rent             Pic ZZ,ZZZ,ZZ9-.
000341     03  Filler              Pic X     Value Spaces.
000342     03  Gl-Percent          Pic ZZ9.9.
000343 01  What-If-Column-Heading.
000344     03  Filler      Pic X(9)  Value "Dealer".
000345     03  Filler      Pic X(21) Value "Name".
000346     03  Filler      Pic X(12) Value "12-Mo Sales".
000347     03  Filler      Pic X(10) Value " Rent Now".
000348     03  Filler      Pic X(10) Value " Proposed".
000349     03  Filler      Pic X(6)  Value "Rent%".
000350 01  What-If-Line.
000351     03  Wl-Dealer           Pic X(8).
000352     03  Filler              Pic X     Value Spaces.
000353     03  Wl-Name             Pic X(20).
000354     03  Filler              Pic X     Value Spaces.
000355     03  Wl-Sales            Pic ZZ,ZZZ,ZZ9-.
000356     03  Filler              Pic X     Value Spaces.
000357     03  Wl-Current          Pic ZZ,ZZ9.99.
000358     03  Filler              Pic X     Value Spaces.
000359     03  Wl-Proposed         Pic ZZ,ZZ9.99.
000360     03  Filler              Pic X     Value Spaces.
000361     03  Wl-Percent          Pic ZZ9.9.
000362     03  Filler              Pic X     Value Spaces.
000363     03  Wl-Flag             Pic X(7).
000364 01  Section-Line           Pic X(80) Value Spaces.
000365 01  Section-Title          Pic X(80) Value Spaces.
000366 01  Total-Line.
000367     03  Tl-Label            Pic X(46).
000368     03  Tl-Amount           Pic ZZ,ZZZ,ZZ9.99-.
000369 01  Line-Count             Pic 99 Value 99.
000370 01  Page-Count             Pic 9(4) Value Zeros.
000371 01  Max-Lines              Pic 99 Value 60.
000372 01  Date-And-Time-Area.
000373     03  Work-Date            Pic 9(6).
000374     03  Work-Date-X          Redefines Work-Date.
000375         05  Date-YY          Pic 99.
000376         05  Date-MM          Pic 99.
000377         05  Date-DD          Pic 99.
000378 01  Spool-Catalog-Name    Pic X(8) Value "CHAPT16V".
000379 01  Spool-Catalog-File    Pic X(12) Value "RPT16V.SPL".
000380 Procedure Division.
000381 Chapt16v-Start.
000382     Display "Begin Booth Rent Pricing Study Chapt16v"
000383     Accept Command-Line-Text From Command-Line
000384     Unstring Command-Line-Text Delimited By All Space
000385              Into Study-Month-X Run-Mode Threshold-X
000386     End-Unstring
000387     Inspect Run-Mode Converting
000388             "abcdefghijklmnopqrstuvwxyz" To
000389             "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
000390     If Run-Mode Not = Spaces And Not What-If-Mode
000391        Display "Run Mode Must Be WHATIF Or Left Blank"
000392        Stop Run
000393     End-If
000394     If Threshold-X Not = Spaces
000395        Compute Risk-Percent = Function Numval (Threshold-X)
000396     End-If
000397     If Risk-Percent = Zeros
000398        Move 15 To Risk-Percent
000399     End-If
000400     Perform Set-Study-Window
000401     Perform Load-Booths
000402     If Booth-Count = Zeros
000403        Display "No Booth File - Nothing To Study"
000404        Stop Run
000405     End-If
000406     Perform Load-Sales
000407     Perform Load-Rent
000408     Perform Spread-One-Booth
000409             Varying Booth-Index From 1 By 1
000410             Until Booth-Index > Booth-Count
000411     Open Output Report-File
000412     Move From-Month To Heading-From
000413     Move Study-Month To Heading-To
000414     Move Booth-Column-Heading To Column-Heading
000415     Move "Sales And Rent By Booth" To Section-Title
000416     Perform Heading-Routine
000417     Perform Print-One-Booth
000418             Varying Booth-Index From 1 By 1
000419             Until Booth-Index > Booth-Count
000420     Move Group-Column-Heading To Column-Heading
000421     Move "Sales And Rent By Zone" To Section-Title
000422     Perform Start-Section
000423     Perform Print-One-Zone
000424             Varying Zone-Index From 1 By 1
000425             Until Zone-Index > Zone-Count
000426     Move "Sales And Rent By Rate Class" To Section-Title
000427     Perform Start-Section
000428     Perform Print-One-Class
000429             Varying Class-Index From 1 By 1
000430             Until Class-Index > Class-Count
000431     If What-If-Mode
000432        Perform Run-What-If
000433     End-If
000434     Close Report-File
000435     Call "Chapt25d" Using Spool-Catalog-Name
000436          Spool-Catalog-File Page-Count
000437     Display "Booths Studied     " Booth-Count
000438     Display "Dealers Studied    " Study-Dealer-Count
000439     If What-If-Mode
000440        Display "Dealers At Risk    " Risk-Dealers
000441     End-If
000442     Stop Run
000443     .
000444 Set-Study-Window.
000445* The Study Runs Over The Twelve Months Ending With The Month
000446* Given; With None, The Twelve Ending Last Month
000447     If Study-Month-X (1:6) Numeric And
000448        Study-Month-X (7:2) = Spaces
000449        Move Study-Month-X (1:6) To Study-Month
000450     Else
000451        Accept Work-Date From Date
000452        Move 2000 To Study-YYYY
000453        Add Date-YY To Study-YYYY
000454        Move Date-MM To Study-MM
000455        If Study-MM = 1
000456           Move 12 To Study-MM
000457           Subtract 1 From Study-YYYY
000458        Else
000459           Subtract 1 From Study-MM
000460        End-If
000461     End-If
000462     Compute Month-Number = Study-YYYY * 12 + Study-MM - 12
000463     Divide Month-Number By 12 Giving From-YYYY
000464            Remainder Month-Remainder
000465     Compute From-MM = Month-Remainder + 1
000466     .
000467*****************************************************
000468* Gather Booths, Sales And Rent                      *
000469*****************************************************
000470 Load-Booths.
000471     Open Input Booth-File
000472     If Not Booth-Success
000473        Set Booths-Done To True
000474     End-If
000475     Perform Load-One-Booth Until Booths-Done
000476     If Booth-Success Or Booth-Status = "10"
000477        Close Booth-File
000478     End-If
000479     .
000480 Load-One-Booth.
000481     Read Booth-File
000482          At End Set Booths-Done To True
000483          Not At End
000484             If Booth-Count < 400
000485                Perform Keep-Booth
000486             End-If
000487     End-Read
000488     .
000489 Keep-Booth.
000490* A Shared Slot Splits The Same Way Chapt16a Splits The Rent
000491     Add 1 To Booth-Count
000492     Move Booth-Number To Bt-Number (Booth-Count)
000493     Move Occupying-Dealer-Number To Bt-Dealer (Booth-Count)
000494     Move Booth-Second-Dealer To Bt-Second-Dealer (Booth-Count)
000495     Move Square-Footage To Bt-Sqft (Booth-Count)
000496     Move Monthly-Booth-Rate To Bt-Rate (Booth-Count)
000497     Move Monthly-Booth-Rate To Bt-New-Rate (Booth-Count)
000498     Move Booth-Zone To Bt-Zone (Booth-Count)
000499     Move Booth-Rate-Class To Bt-Class (Booth-Count)
000500     Move Zeros To Bt-Sales (Booth-Count)
000501                   Bt-Rent (Booth-Count)
000502     Move 100 To Bt-Dealer-Share (Booth-Count)
000503     Move Zeros To Bt-Second-Share (Booth-Count)
000504     If Booth-Second-Dealer Not = Spaces And
000505        Booth-Split-Pct > Zero
000506        Move Booth-Split-Pct To Bt-Second-Share (Booth-Count)
000507        Compute Bt-Dealer-Share (Booth-Count) =
000508                100 - Booth-Split-Pct
000509     End-If
000510     If Occupying-Dealer-Number Not = Spaces
000511        Move Occupying-Dealer-Number To Share-Dealer
000512        Move Bt-Dealer-Share (Booth-Count) To Share-Percent
000513        Perform Add-Dealer-Share
000514     End-If
000515     If Bt-Second-Share (Booth-Count) > Zeros
000516        Move Booth-Second-Dealer To Share-Dealer
000517        Move Bt-Second-Share (Booth-Count) To Share-Percent
000518        Perform Add-Dealer-Share
000519     End-If
000520     .
000521 Add-Dealer-Share.
000522     Perform Find-Study-Dealer
000523     If Not Dealer-Found And Study-Dealer-Count < 500
000524        Add 1 To Study-Dealer-Count
000525        Set Study-Dealer-Index To Study-Dealer-Count
000526        Move Share-Dealer To Sd-Dealer (Study-Dealer-Index)
000527        Move Zeros To Sd-Sqft (Study-Dealer-Index)
000528                      Sd-Sales (Study-Dealer-Index)
000529                      Sd-Rent (Study-Dealer-Index)
000530                      Sd-Month-Rent (Study-Dealer-Index)
000531                      Sd-New-Rent (Study-Dealer-Index)
000532        Set Dealer-Found To True
000533     End-If
000534     If Dealer-Found
000535        Compute Sd-Sqft (Study-Dealer-Index) =
000536                Sd-Sqft (Study-Dealer-Index) +
000537                Square-Footage * Share-Percent / 100
000538        Compute Sd-Month-Rent (Study-Dealer-Index) Rounded =
000539                Sd-Month-Rent (Study-Dealer-Index) +
000540                Monthly-Booth-Rate * Share-Percent / 100
000541     End-If
000542     .
000543 Find-Study-Dealer.
000544     Move Space To Dealer-Found-Flag
000545     Set Study-Dealer-Index To 1
000546     Search Study-Dealer-Entry
000547          At End
000548             Continue
000549          When Sd-Dealer (Study-Dealer-Index) = Share-Dealer
000550             Set Dealer-Found To True
000551     End-Search
000552     .
000553 Load-Sales.
000554     Open Input Summary-History-File
000555     If Not Summary-History-Success
000556        Set Sales-Done To True
000557     End-If
000558     Perform Load-One-Sale Until Sales-Done
000559     If Summary-History-Success Or Summary-History-Status = "10"
000560        Close Summary-History-File
000561     End-If
000562     .
000563 Load-One-Sale.
000564     Read Summary-History-File
000565          At End Set Sales-Done To True
000566          Not At End
000567             If Sum-Month >= From-Month And
000568                Sum-Month <= Study-Month
000569                Move Sum-Dealer To Share-Dealer
000570                Perform Find-Study-Dealer
000571                If Dealer-Found
000572                   Add Sum-Sales To Sd-Sales (Study-Dealer-Index)
000573                End-If
000574             End-If
000575     End-Read
000576     .
000577 Load-Rent.
000578* Rent Billed Is The Monthly Rent And Prorate Invoices, Less
000579* Any That Were Waived
000580     Open Input Rent-Invoice-File
000581     If Not Rent-Invoice-Success
000582        Set Invoices-Done To True
000583     End-If
000584     Perform Load-One-Invoice Until Invoices-Done
000585     If Rent-Invoice-Success Or Rent-Invoice-Status = "10"
000586        Close Rent-Invoice-File
000587     End-If
000588     .
000589 Load-One-Invoice.
000590     Read Rent-Invoice-File
000591          At End Set Invoices-Done To True
000592          Not At End
000593             Move Invoice-Date (5:4) To Row-YYYY
000594             Move Invoice-Date (1:2) To Row-MM
000595             If (Rent-Invoice Or Prorate-Invoice) And
000596                Not Invoice-Waived And
000597                Row-Month >= From-Month And
000598                Row-Month <= Study-Month
000599                Move Invoice-Dealer To Share-Dealer
000600                Perform Find-Study-Dealer
000601                If Dealer-Found
000602                   Add Invoice-Amount To
000603                       Sd-Rent (Study-Dealer-Index)
000604                End-If
000605             End-If
000606     End-Read
000607     .
000608 Spread-One-Booth.
000609     If Bt-Dealer (Booth-Index) Not = Spaces
000610        Move Bt-Dealer (Booth-Index) To Share-Dealer
000611        Move Bt-Dealer-Share (Booth-Index) To Share-Percent
000612        Perform Spread-Dealer-Share
000613     End-If
000614     If Bt-Second-Share (Booth-Index) > Zeros
000615        Move Bt-Second-Dealer (Booth-Index) To Share-Dealer
000616        Move Bt-Second-Share (Booth-Index) To Share-Percent
000617        Perform Spread-Dealer-Share
000618     End-If
000619     .
000620 Spread-Dealer-Share.
000621* The Booth Takes The Part Of The Dealer's Sales And Rent Its
000622* Footage Is Of All The Footage The Dealer Holds
000623     Perform Find-Study-Dealer
000624     If Dealer-Found And Sd-Sqft (Study-Dealer-Index) > Zeros
000625        Compute Share-Sqft =
000626                Bt-Sqft (Booth-Index) * Share-Percent / 100
000627        Compute Share-Amount Rounded =
000628                Sd-Sales (Study-Dealer-Index) * Share-Sqft /
000629                Sd-Sqft (Study-Dealer-Index)
000630        Add Share-Amount To Bt-Sales (Booth-Index)
000631        Compute Share-Amount Rounded =
000632                Sd-Rent (Study-Dealer-Index) * Share-Sqft /
000633                Sd-Sqft (Study-Dealer-Index)
000634        Add Share-Amount To Bt-Rent (Booth-Index)
000635     End-If
000636     .
000637*****************************************************
000638* Sales Per Square Foot By Booth, Zone And Class     *
000639*****************************************************
000640 Print-One-Booth.
000641     Move Bt-Number (Booth-Index) To Bl-Booth
000642     Move Bt-Zone (Booth-Index) To Bl-Zone
000643     Move Bt-Class (Booth-Index) To Bl-Class
000644     Move Bt-Sqft (Booth-Index) To Bl-Sqft
000645     Move Bt-Dealer (Booth-Index) To Bl-Dealer
000646     Move Bt-Sales (Booth-Index) To Bl-Sales
000647     Move Bt-Rent (Booth-Index) To Bl-Rent
000648     Move Bt-Sqft (Booth-Index) To Group-Sqft
000649     Move Bt-Sales (Booth-Index) To Group-Sales
000650     Move Bt-Rent (Booth-Index) To Group-Rent
000651     Perform Compute-Ratios
000652     Move Per-Sqft-Work To Bl-Per-Sqft
000653     Move Percent-Work To Bl-Percent
000654     Move Spaces To Bl-Note
000655     Evaluate True
000656        When Bt-Dealer (Booth-Index) = Spaces
000657           Move "VACANT" To Bl-Note
000658        When Bt-Second-Share (Booth-Index) > Zeros
000659           Move "SHARED" To Bl-Note
000660        When Bt-Sales (Booth-Index) Not > Zeros
000661           Move "NO SALES" To Bl-Note
000662        When Other
000663           Continue
000664     End-Evaluate
000665     Move Booth-Line To Section-Line
000666     Perform Write-Study-Line
000667     Perform Post-Zone-Total
000668     Perform Post-Class-Total
000669     .
000670 Compute-Ratios.
000671     Move Zeros To Per-Sqft-Work
000672                   Percent-Work
000673     If Group-Sqft > Zeros And Group-Sales > Zeros
000674        Compute Per-Sqft-Work Rounded = Group-Sales / Group-Sqft
000675           On Size Error Move 99999.99 To Per-Sqft-Work
000676        End-Compute
000677     End-If
000678     If Group-Sales > Zeros And Group-Rent > Zeros
000679        Compute Percent-Work Rounded =
000680                Group-Rent * 100 / Group-Sales
000681           On Size Error Move 999.9 To Percent-Work
000682        End-Compute
000683     End-If
000684     .
000685 Post-Zone-Total.
000686     Set Zone-Index To 1
000687     Search Zone-Entry
000688          At End
000689             If Zone-Count < 20
000690                Add 1 To Zone-Count
000691                Set Zone-Index To Zone-Count
000692                Move Bt-Zone (Booth-Index) To
000693                     Zt-Zone (Zone-Index)
000694                Move Zeros To Zt-Booths (Zone-Index)
000695                              Zt-Sqft (Zone-Index)
000696                              Zt-Sales (Zone-Index)
000697                              Zt-Rent (Zone-Index)
000698                Perform Add-To-Zone
000699             End-If
000700          When Zt-Zone (Zone-Index) = Bt-Zone (Booth-Index)
000701             Perform Add-To-Zone
000702     End-Search
000703     .
000704 Add-To-Zone.
000705     Add 1 To Zt-Booths (Zone-Index)
000706     Add Bt-Sqft (Booth-Index) To Zt-Sqft (Zone-Index)
000707     Add Bt-Sales (Booth-Index) To Zt-Sales (Zone-Index)
000708     Add Bt-Rent (Booth-Index) To Zt-Rent (Zone-Index)
000709     .
000710 Post-Class-Total.
000711     Set Class-Index To 1
000712     Search Class-Entry
000713          At End
000714             If Class-Count < 20
000715                Add 1 To Class-Count
000716                Set Class-Index To Class-Count
000717                Move Bt-Class (Booth-Index) To
000718                     Ct-Class (Class-Index)
000719                Move Zeros To Ct-Booths (Class-Index)
000720                              Ct-Sqft (Class-Index)
000721                              Ct-Sales (Class-Index)
000722                              Ct-Rent (Class-Index)
000723                Perform Add-To-Class
000724             End-If
000725          When Ct-Class (Class-Index) = Bt-Class (Booth-Index)
000726             Perform Add-To-Class
000727     End-Search
000728     .
000729 Add-To-Class.
000730     Add 1 To Ct-Booths (Class-Index)
000731     Add Bt-Sqft (Booth-Index) To Ct-Sqft (Class-Index)
000732     Add Bt-Sales (Booth-Index) To Ct-Sales (Class-Index)
000733     Add Bt-Rent (Booth-Index) To Ct-Rent (Class-Index)
000734     .
000735 Print-One-Zone.
000736     Move "Zone" To Gl-Label
000737     Move Zt-Zone (Zone-Index) To Gl-Code
000738     Move Zt-Booths (Zone-Index) To Group-Booths
000739     Move Zt-Sqft (Zone-Index) To Group-Sqft
000740     Move Zt-Sales (Zone-Index) To Group-Sales
000741     Move Zt-Rent (Zone-Index) To Group-Rent
000742     Perform Print-Group-Line
000743     .
000744 Print-One-Class.
000745     Move "Class" To Gl-Label
000746     Move Ct-Class (Class-Index) To Gl-Code
000747     Move Ct-Booths (Class-Index) To Group-Booths
000748     Move Ct-Sqft (Class-Index) To Group-Sqft
000749     Move Ct-Sales (Class-Index) To Group-Sales
000750     Move Ct-Rent (Class-Index) To Group-Rent
000751     Perform Print-Group-Line
000752     .
000753 Print-Group-Line.
000754     Perform Compute-Ratios
000755     Move Group-Booths To Gl-Booths
000756     Move Group-Sqft To Gl-Sqft
000757     Move Group-Sales To Gl-Sales
000758     Move Per-Sqft-Work To Gl-Per-Sqft
000759     Move Group-Rent To Gl-Rent
000760     Move Percent-Work To Gl-Percent
000761     Move Group-Line To Section-Line
000762     Perform Write-Study-Line
000763     .
000764*****************************************************
000765* What-If: Proposed Rates, Rent Roll And Risk        *
000766*****************************************************
000767 Run-What-If.
000768     Perform Load-Proposals
000769     If Proposal-Count = Zeros
000770        Display "No Proposed Rate Changes In RateProp.TXT"
000771     End-If
000772     Perform Price-One-Booth
000773             Varying Booth-Index From 1 By 1
000774             Until Booth-Index > Booth-Count
000775     Perform Load-Vacancy-Loss
000776     Open Input Dealer-File
000777     Move What-If-Column-Heading To Column-Heading
000778     Move Risk-Percent To Percent-Work
000779     Move Percent-Work To Gl-Percent
000780     Move Spaces To Section-Title
000781     String "Proposed Rent - Flagged Past "  Delimited By Size
000782            Gl-Percent                       Delimited By Size
000783            "% Of Twelve-Month Sales"        Delimited By Size
000784            Into Section-Title
000785     End-String
000786     Perform Start-Section
000787     Perform Print-One-Dealer
000788             Varying Study-Dealer-Index From 1 By 1
000789             Until Study-Dealer-Index > Study-Dealer-Count
000790     If Dealer-Success
000791        Close Dealer-File
000792     End-If
000793     Perform Print-What-If-Totals
000794     .
000795 Load-Proposals.
000796     Open Input Proposal-File
000797     If Not Proposal-Success
000798        Set Proposals-Done To True
000799     End-If
000800     Perform Load-One-Proposal Until Proposals-Done
000801     If Proposal-Success Or Proposal-Status = "10"
000802        Close Proposal-File
000803     End-If
000804     .
000805 Load-One-Proposal.
000806     Read Proposal-File
000807          At End Set Proposals-Done To True
000808          Not At End
000809             If (Prop-Zone Or Prop-Class Or Prop-All) And
000810                Prop-Percent Numeric And
000811                Proposal-Count < 50
000812                Add 1 To Proposal-Count
000813                Move Prop-Type To Pt-Type (Proposal-Count)
000814                Move Prop-Key To Pt-Key (Proposal-Count)
000815                If Prop-Decrease
000816                   Compute Pt-Factor (Proposal-Count) =
000817                           1 - Prop-Percent / 100
000818                Else
000819                   Compute Pt-Factor (Proposal-Count) =
000820                           1 + Prop-Percent / 100
000821                End-If
000822             End-If
000823     End-Read
000824     .
000825 Price-One-Booth.
000826     Move 1 To Rate-Factor
000827     Perform Apply-One-Proposal
000828             Varying Proposal-Index From 1 By 1
000829             Until Proposal-Index > Proposal-Count
000830     Compute Bt-New-Rate (Booth-Index) Rounded =
000831             Bt-Rate (Booth-Index) * Rate-Factor
000832     If Bt-Dealer (Booth-Index) Not = Spaces
000833        Move Bt-Dealer (Booth-Index) To Share-Dealer
000834        Move Bt-Dealer-Share (Booth-Index) To Share-Percent
000835        Perform Add-Proposed-Share
000836     End-If
000837     If Bt-Second-Share (Booth-Index) > Zeros
000838        Move Bt-Second-Dealer (Booth-Index) To Share-Dealer
000839        Move Bt-Second-Share (Booth-Index) To Share-Percent
000840        Perform Add-Proposed-Share
000841     End-If
000842     .
000843 Apply-One-Proposal.
000844     If Pt-Type (Proposal-Index) = "A" Or
000845        (Pt-Type (Proposal-Index) = "Z" And
000846         Pt-Key (Proposal-Index) = Bt-Zone (Booth-Index)) Or
000847        (Pt-Type (Proposal-Index) = "C" And
000848         Pt-Key (Proposal-Index) (1:2) = Bt-Class (Booth-Index))
000849        Compute Rate-Factor Rounded =
000850                Rate-Factor * Pt-Factor (Proposal-Index)
000851     End-If
000852     .
000853 Add-Proposed-Share.
000854     Perform Find-Study-Dealer
000855     If Dealer-Found
000856        Compute Sd-New-Rent (Study-Dealer-Index) Rounded =
000857                Sd-New-Rent (Study-Dealer-Index) +
000858                Bt-New-Rate (Booth-Index) * Share-Percent / 100
000859     End-If
000860     .
000861 Load-Vacancy-Loss.
000862* The Lost Rent Chapt16d Logged For Empty Booths Over The Same
000863* Twelve Months
000864     Open Input Vacancy-Log-File
000865     If Not Vacancy-Log-Success
000866        Set Log-Done To True
000867     End-If
000868     Perform Load-One-Vacancy Until Log-Done
000869     If Vacancy-Log-Success Or Vacancy-Log-Status = "10"
000870        Close Vacancy-Log-File
000871     End-If
000872     .
000873 Load-One-Vacancy.
000874     Read Vacancy-Log-File
000875          At End Set Log-Done To True
000876          Not At End
000877             Move Vac-YYYY To Row-YYYY
000878             Move Vac-MM To Row-MM
000879             If Row-Month >= From-Month And
000880                Row-Month <= Study-Month
000881                Add Vac-Day-Rate To Vacancy-Lost-Rent
000882             End-If
000883     End-Read
000884     .
000885 Print-One-Dealer.
000886* A Dealer Is At Risk When A Year Of The Proposed Rent Would
000887* Be More Than The Chosen Percent Of The Last Year's Sales
000888     Add Sd-Month-Rent (Study-Dealer-Index) To Current-Roll
000889     Add Sd-New-Rent (Study-Dealer-Index) To Projected-Roll
000890     Compute Yearly-Rent-Work =
000891             Sd-New-Rent (Study-Dealer-Index) * 12
000892     Compute Risk-Limit-Work Rounded =
000893             Sd-Sales (Study-Dealer-Index) * Risk-Percent / 100
000894     Move Sd-Dealer (Study-Dealer-Index) To Wl-Dealer
000895                                           Dealer-Number
000896     Move Spaces To Wl-Name
000897     If Dealer-Success
000898        Read Dealer-File
000899             Invalid Key
000900                Continue
000901             Not Invalid Key
000902                String First-Name  Delimited By Space
000903                       " "         Delimited By Size
000904                       Last-Name   Delimited By Space
000905                       Into Wl-Name
000906                End-String
000907        End-Read
000908     End-If
000909     Move Sd-Sales (Study-Dealer-Index) To Wl-Sales
000910     Move Sd-Month-Rent (Study-Dealer-Index) To Wl-Current
000911     Move Sd-New-Rent (Study-Dealer-Index) To Wl-Proposed
000912     Move Zeros To Percent-Work
000913     If Sd-Sales (Study-Dealer-Index) > Zeros
000914        Compute Percent-Work Rounded = Yearly-Rent-Work * 100 /
000915                Sd-Sales (Study-Dealer-Index)
000916           On Size Error Move 999.9 To Percent-Work
000917        End-Compute
000918     End-If
000919     Move Percent-Work To Wl-Percent
000920     Move Spaces To Wl-Flag
000921     If Yearly-Rent-Work > Risk-Limit-Work And
000922        Yearly-Rent-Work > Zeros
000923        Move "AT RISK" To Wl-Flag
000924        Add 1 To Risk-Dealers
000925        Add Yearly-Rent-Work To Risk-Yearly-Rent
000926     End-If
000927     Move What-If-Line To Section-Line
000928     Perform Write-Study-Line
000929     .
000930 Print-What-If-Totals.
000931     Move Spaces To Section-Line
000932     Perform Write-Study-Line
000933     Move "Monthly Rent Roll Now" To Tl-Label
000934     Move Current-Roll To Tl-Amount
000935     Perform Write-Total-Line
000936     Move "Monthly Rent Roll Proposed" To Tl-Label
000937     Move Projected-Roll To Tl-Amount
000938     Perform Write-Total-Line
000939     Compute Yearly-Gain = (Projected-Roll - Current-Roll) * 12
000940     Move "Yearly Gain If Every Dealer Stays" To Tl-Label
000941     Move Yearly-Gain To Tl-Amount
000942     Perform Write-Total-Line
000943     Move Spaces To Tl-Label
000944     String "Yearly Proposed Rent Of "     Delimited By Size
000945            Risk-Dealers                  Delimited By Size
000946            " At-Risk Dealers"            Delimited By Size
000947            Into Tl-Label
000948     End-String
000949     Move Risk-Yearly-Rent To Tl-Amount
000950     Perform Write-Total-Line
000951     Compute Net-Gain-Work = Yearly-Gain - Risk-Yearly-Rent
000952     Move "Yearly Gain If The At-Risk Dealers Leave" To Tl-Label
000953     Move Net-Gain-Work To Tl-Amount
000954     Perform Write-Total-Line
000955     Move "Vacancy Lost Rent, Same Twelve Months" To Tl-Label
000956     Move Vacancy-Lost-Rent To Tl-Amount
000957     Perform Write-Total-Line
000958     Move Spaces To Section-Line
000959     Evaluate True
000960        When Net-Gain-Work < Zeros
000961           String "Losing The At-Risk Dealers Would Cost More "
000962                  "Than The Increase Brings In"
000963                  Delimited By Size Into Section-Line
000964           End-String
000965        When Net-Gain-Work < Vacancy-Lost-Rent
000966           String "The Net Gain Is Less Than The Rent Already "
000967                  "Lost To Vacancy"
000968                  Delimited By Size Into Section-Line
000969           End-String
000970        When Other
000971           String "The Net Gain Is More Than The Rent Already "
000972                  "Lost To Vacancy"
000973                  Delimited By Size Into Section-Line
000974           End-String
000975     End-Evaluate
000976     Perform Write-Study-Line
000977     .
000978 Write-Total-Line.
000979     Move Total-Line To Section-Line
000980     Perform Write-Study-Line
000981     .
000982 Start-Section.
000983* Each Section Starts Two Lines Down Under Its Own Columns,
000984* Or On A New Page When It Would Not Fit
000985     If Line-Count + 4 >= Max-Lines
000986        Perform Heading-Routine
000987     Else
000988        Write Report-Record From Section-Title After 2
000989        Write Report-Record From Column-Heading After 1
000990        Add 3 To Line-Count
000991     End-If
000992     .
000993 Write-Study-Line.
000994     If Line-Count >= Max-Lines
000995        Perform Heading-Routine
000996     End-If
000997     Write Report-Record From Section-Line After 1
000998     Add 1 To Line-Count
000999     .
001000 Heading-Routine.
001001     Add 1 To Page-Count
001002     Move Page-Count To Page-No
001003     If Page-Count = 1
001004        Write Report-Record From Heading-Line-1 After Zero
001005     Else
001006        Write Report-Record From Heading-Line-1 After Page
001007     End-If
001008     Write Report-Record From Section-Title After 2
001009     Write Report-Record From Column-Heading After 1
001010     Move 5 To Line-Count
001011     .
