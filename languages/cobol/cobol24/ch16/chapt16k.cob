000010 @OPTIONS MAIN,TEST
000020 Identification Division.
000030 Program-Id.  Chapt16k.
000031* Monthly Booth Inspection Ranking
000032* Ranks The Booths Inspected In The Month By Compliance Score,
000033* Using Each Booth's Latest Chapt16j Inspection, With The
000034* Dealer's Live Item Count Against The Minimum Stock For The
000035* Booth's Square Footage.  The Second Section Lists Checklist
000036* Items A Dealer Has Lost Points On More Than Once In The Twelve
000037* Months Ending With The Report Month.  Pass YYYYMM On The
000038* Command Line, Or Leave It Off For The Current Month
000039 Environment Division.
000040 Configuration Section.
000041 Source-Computer.  IBM-PC.
000042 Object-Computer.  IBM-PC.
000043 Input-Output  Section.
000044 File-Control.
000045     Select Report-File Assign To "RPT16K.SPL".
000046     Select Optional Inspection-File Assign To "InspHist.TXT"
000047         Organization Is Line Sequential
000048         File Status  Is Inspection-Status.
000049     Select Booth-File Assign To "Booth.Dat"
000050         Organization Relative
000051         Access Random
000052         Relative Key Booth-Number
000053         File Status Booth-Status.
000054     Select Item-File Assign To "Item.Dat"
000055         Organization Indexed
000056         Access Dynamic
000057         Record Key Item-Number
000058         Alternate Record Key Item-Dealer-Number
000059             With Duplicates
000060         File Status Item-Status.
000061 Data Division.
000062 File Section.
000063 Fd  Report-File.
000064 01  Report-Record Pic X(80).
000065 Fd  Inspection-File.
000066 Copy "insphist.cpy".
000067 Fd  Booth-File.
000068 01  Booth-Record.
000069     03  Occupying-Dealer-Number Pic X(8).
000070     03  Square-Footage          Pic 9(4).
000071     03  Monthly-Booth-Rate      Pic 9(4)v99.
000072     03  Booth-Zone              Pic X(4).
000073     03  Booth-Rate-Class        Pic X(2).
000074     03  Booth-Second-Dealer     Pic X(8).
000075     03  Booth-Split-Pct         Pic 9(2).
000076 Fd  Item-File.
000077 01  Item-Record.
000078     03  Item-Number         Pic X(12).
000079     03  Item-Dealer-Number  Pic X(8).
000080     03  Item-Description    Pic X(40).
000081     03  Item-Tag-Price      Pic 9(5)v99.
000082     03  Item-Date           Pic 9(8).
000083     03  Item-Sale-Status    Pic X.
000084         88  Item-Available  Value "A".
000085     03  Filler              Pic X(40).
000086 Working-Storage Section.
000087 01  Inspection-Status      Pic XX Value Spaces.
000088     88  Inspection-Success Value "00" Thru "09".
000089 01  Booth-Status           Pic XX Value Spaces.
000090     88  Booth-Success      Value "00" Thru "09".
000091 01  Booth-Number           Pic 9(3) Value Zeros.
000092 01  Item-Status            Pic XX Value Spaces.
000093     88  Item-Success       Value "00" Thru "09".
000094 01  Done-Flag              Pic X Value Spaces.
000095     88  All-Done           Value "Y".
000096 01  Item-Scan-Done-Flag    Pic X Value Spaces.
000097     88  Item-Scan-Done     Value "Y".
000098* Minimum Live Items Expected For Every 100 Square Feet Of Booth
000099 01  Items-Per-100-Sqft     Pic 9(3) Value 20.
000100 01  Minimum-Items          Pic 9(5) Value Zeros.
000101 01  Live-Items             Pic 9(5) Value Zeros.
000102 01  Count-Dealer           Pic X(8) Value Spaces.
000103 01  Run-Period-X           Pic X(6) Value Spaces.
000104 01  Run-Period             Redefines Run-Period-X.
000105     03  Run-YYYY           Pic 9(4).
000106     03  Run-MM             Pic 99.
000107 01  Run-Index              Pic 9(6) Value Zeros.
000108 01  Insp-Index             Pic 9(6) Value Zeros.
000109 01  Insp-Date-YYYYMMDD     Pic 9(8) Value Zeros.
000110* The Findings Line Is Written Just Ahead Of Its Result Line
000111 01  Held-Findings.
000112     03  Held-Booth         Pic 9(3) Value Zeros.
000113     03  Held-Date          Pic 9(8) Value Zeros.
000114     03  Held-Text          Pic X(60) Value Spaces.
000115 01  Rank-Count             Pic 9(3) Value Zeros.
000116 01  Rank-Number            Pic 9(3) Value Zeros.
000117 01  Rank-Table-Area.
000118     03  Rank-Entry Occurs 0 To 300 Times
000119             Depending On Rank-Count
000120             Indexed By Rank-Index Best-Rank-Index.
000121         05  Rank-Booth         Pic 9(3).
000122         05  Rank-Dealer        Pic X(8).
000123         05  Rank-Date          Pic 9(8).
000124         05  Rank-Date-YYYYMMDD Pic 9(8).
000125         05  Rank-Inspector     Pic X(20).
000126         05  Rank-Score         Pic 9(3).
000127         05  Rank-Max           Pic 9(3).
000128         05  Rank-Percent       Pic 9(3).
000129         05  Rank-Result        Pic X.
000130         05  Rank-Findings      Pic X(60).
000131         05  Rank-Printed       Pic X.
000132 01  Viol-Count             Pic 9(3) Value Zeros.
000133 01  Repeat-Count           Pic 9(3) Value Zeros.
000134 01  Viol-Table-Area.
000135     03  Viol-Entry Occurs 0 To 500 Times
000136             Depending On Viol-Count
000137             Indexed By Viol-Index Best-Viol-Index.
000138         05  Viol-Key.
000139             07  Viol-Dealer    Pic X(8).
000140             07  Viol-Code      Pic X(4).
000141         05  Viol-Name          Pic X(30).
000142         05  Viol-Times         Pic 9(3).
000143         05  Viol-Last-Date     Pic 9(8).
000144         05  Viol-Last-YYYYMMDD Pic 9(8).
000145         05  Viol-Printed       Pic X.
000146 01  Date-And-Time-Area.
000147     03  Work-Date            Pic 9(6).
000148     03  Work-Date-X          Redefines Work-Date.
000149         05  Date-YY          Pic 99.
000150         05  Date-MM          Pic 99.
000151         05  Date-DD          Pic 99.
000152 01  Heading-Line-1.
000153     03  Filler      Pic X(12) Value "Created by:".
000154     03  Filler      Pic X(8)  Value "CHAPT16K".
000155     03  Filler      Pic X(10) Value Spaces.
000156     03  Filler      Pic X(24) Value "Booth Inspection Ranking".
000157     03  Filler      Pic X(2)  Value Spaces.
000158     03  Heading-Month Pic 99.
000159     03  Filler      Pic X     Value "/".
000160     03  Heading-Year Pic 9(4).
000161     03  Filler      Pic X(7)  Value Spaces.
000162     03  Filler      Pic X(5)  Value "Page".
000163     03  Page-No     Pic Z(4)9 Value Zeros.
000164 01  Heading-Line-2.
000165     03  Filler      Pic X(12) Value "Created on:".
000166     03  Date-MM     Pic 99.
000167     03  Filler      Pic X     Value "/".
000168     03  Date-DD     Pic 99.
000169     03  Filler      Pic X     Value "/".
000170     03  Date-YY     Pic 99.
000171 01  Heading-Line-3       Pic X(80) Value Spaces.
000172 01  Rank-Heading.
000173     03  Filler      Pic X(5)  Value "Rank".
000174     03  Filler      Pic X(6)  Value "Booth".
000175     03  Filler      Pic X(9)  Value "Dealer".
000176     03  Filler      Pic X(11) Value "Inspected".
000177     03  Filler      Pic X(10) Value "   Score".
000178     03  Filler      Pic X(6)  Value "  Pct".
000179     03  Filler      Pic X(7)  Value "Result".
000180     03  Filler      Pic X(7)  Value "Sq Ft".
000181     03  Filler      Pic X(6)  Value " Live".
000182     03  Filler      Pic X(6)  Value "  Min".
000183 01  Viol-Heading.
000184     03  Filler      Pic X(9)  Value "Dealer".
000185     03  Filler      Pic X(6)  Value "Item".
000186     03  Filler      Pic X(31) Value "Checklist".
000187     03  Filler      Pic X(7)  Value "Times".
000188     03  Filler      Pic X(10) Value "Last".
000189 01  Section-Line.
000190     03  Section-Title       Pic X(60).
000191 01  Rank-Line.
000192     03  Rank-Number-Out     Pic ZZ9.
000193     03  Filler              Pic X(2)  Value Spaces.
000194     03  Rank-Booth-Out      Pic 9(3).
000195     03  Filler              Pic X(3)  Value Spaces.
000196     03  Rank-Dealer-Out     Pic X(8).
000197     03  Filler              Pic X     Value Spaces.
000198     03  Rank-Date-Out       Pic 99/99/9999.
000199     03  Filler              Pic X     Value Spaces.
000200     03  Rank-Score-Out      Pic ZZ9.
000201     03  Filler              Pic X     Value "/".
000202     03  Rank-Max-Out        Pic ZZ9.
000203     03  Filler              Pic X(2)  Value Spaces.
000204     03  Rank-Percent-Out    Pic ZZ9.
000205     03  Filler              Pic X(2)  Value "% ".
000206     03  Rank-Result-Out     Pic X(4).
000207     03  Filler              Pic X(3)  Value Spaces.
000208     03  Rank-Sqft-Out       Pic Z,ZZ9.
000209     03  Filler              Pic X     Value Spaces.
000210     03  Rank-Live-Out       Pic ZZ,ZZ9.
000211     03  Rank-Min-Out        Pic ZZ,ZZ9.
000212     03  Filler              Pic X     Value Spaces.
000213     03  Rank-Short-Out      Pic X(5).
000214 01  Findings-Line.
000215     03  Filler              Pic X(11) Value Spaces.
000216     03  Findings-Inspector  Pic X(20).
000217     03  Filler              Pic X     Value Spaces.
000218     03  Findings-Out        Pic X(48).
000219 01  Viol-Line.
000220     03  Viol-Dealer-Out     Pic X(8).
000221     03  Filler              Pic X     Value Spaces.
000222     03  Viol-Code-Out       Pic X(4).
000223     03  Filler              Pic X(2)  Value Spaces.
000224     03  Viol-Name-Out       Pic X(30).
000225     03  Filler              Pic X     Value Spaces.
000226     03  Viol-Times-Out      Pic ZZ9.
000227     03  Filler              Pic X(4)  Value Spaces.
000228     03  Viol-Last-Out       Pic 99/99/9999.
000229 01  Total-Line.
000230     03  Total-Label         Pic X(30).
000231     03  Total-Count         Pic ZZ,ZZ9.
000232 01  Line-Count           Pic 99          Value 99.
000233 01  Page-Count           Pic 9(4)        Value Zeros.
000234 01  Max-Lines            Pic 99          Value 60.
000235 01  Spool-Catalog-Name    Pic X(8) Value "CHAPT16K".
000236 01  Spool-Catalog-File    Pic X(12) Value "RPT16K.SPL".
000237 Procedure Division.
000238 Chapt16k-Start.
000239     Display "Begin Booth Inspection Ranking Chapt16k"
000240     Accept Run-Period-X From Command-Line
000241     Accept Work-Date From Date
000242     If Run-Period-X = Spaces Or Run-Period-X Not Numeric
000243        Move 2000 To Run-YYYY
000244        Add Date-YY Of Work-Date-X To Run-YYYY
000245        Move Date-MM Of Work-Date-X To Run-MM
000246     End-If
000247     If Run-MM < 1 Or Run-MM > 12
000248        Display "Run Period Must Be YYYYMM"
000249        Stop Run
000250     End-If
000251     Compute Run-Index = Run-YYYY * 12 + Run-MM - 1
000252     Move Run-MM To Heading-Month
000253     Move Run-YYYY To Heading-Year
000254     Open Input Inspection-File
000255     If Not Inspection-Success
000256        Display "Unable To Open Inspection File, Status "
000257                Inspection-Status
000258        Stop Run
000259     End-If
000260     Move Zeros To Rank-Count Viol-Count
000261     Perform Load-One-Inspection Until All-Done
000262     Close Inspection-File
000263     Open Input Booth-File
000264                Item-File
000265     Open Output Report-File
000266     Move Corresponding Work-Date-X To Heading-Line-2
000267     Move "Booths Ranked By Compliance Score" To Section-Title
000268     Move Rank-Heading To Heading-Line-3
000269     Perform Heading-Routine
000270     Move Zeros To Rank-Number
000271     Perform Print-Next-Ranked-Booth Rank-Count Times
000272     Move "Booths Inspected" To Total-Label
000273     Move Rank-Count To Total-Count
000274     Write Report-Record From Total-Line After 2
000275     Move "Repeat Violations By Dealer - Twelve Months"
000276          To Section-Title
000277     Move Viol-Heading To Heading-Line-3
000278     Perform Heading-Routine
000279     Move Zeros To Repeat-Count
000280     Perform Print-Next-Violation Viol-Count Times
000281     Move "Repeat Violations" To Total-Label
000282     Move Repeat-Count To Total-Count
000283     Write Report-Record From Total-Line After 2
000284     Close Report-File
000285     If Booth-Success
000286        Close Booth-File
000287     End-If
000288     If Item-Success
000289        Close Item-File
000290     End-If
000291     Call "Chapt25d" Using Spool-Catalog-Name
000292          Spool-Catalog-File Page-Count
000293     Display "Booth Inspection Ranking Printed"
000294     Stop Run
000295     .
000296 Load-One-Inspection.
000297     Read Inspection-File
000298          At End Set All-Done To True
000299          Not At End
000300             Compute Insp-Index =
000301                     Insp-YYYY * 12 + Insp-MM - 1
000302             Compute Insp-Date-YYYYMMDD =
000303                     Insp-YYYY * 10000 + Insp-MM * 100
000304                   + Insp-DD
000305             Evaluate True
000306                When Insp-Findings-Line And Insp-Index = Run-Index
000307                   Move Insp-Booth To Held-Booth
000308                   Move Insp-Date To Held-Date
000309                   Move Insp-Text To Held-Text
000310                When Insp-Result-Line And Insp-Index = Run-Index
000311                   Perform Post-Booth-Result
000312                When Insp-Score-Line And
000313                     Insp-Score < Insp-Max-Score And
000314                     Insp-Index <= Run-Index And
000315                     Insp-Index + 12 > Run-Index
000316                   Perform Post-Violation
000317                When Other
000318                   Continue
000319             End-Evaluate
000320     End-Read
000321     .
000322* A Booth Inspected Twice In The Month Ranks On The Later Visit
000323 Post-Booth-Result.
000324     Set Rank-Index To 1
000325     Search Rank-Entry
000326        At End
000327           If Rank-Count < 300
000328              Add 1 To Rank-Count
000329              Set Rank-Index To Rank-Count
000330              Perform Hold-Booth-Result
000331           Else
000332              Display "Ranking Table Full, Booth " Insp-Booth
000333                      " Skipped"
000334           End-If
000335        When Rank-Booth (Rank-Index) = Insp-Booth
000336           If Rank-Date-YYYYMMDD (Rank-Index) <=
000336              Insp-Date-YYYYMMDD
000337              Perform Hold-Booth-Result
000338           End-If
000339     End-Search
000340     .
000341 Hold-Booth-Result.
000342     Move Insp-Booth To Rank-Booth (Rank-Index)
000343     Move Insp-Dealer To Rank-Dealer (Rank-Index)
000344     Move Insp-Date To Rank-Date (Rank-Index)
000345     Move Insp-Date-YYYYMMDD To Rank-Date-YYYYMMDD (Rank-Index)
000346     Move Insp-Inspector To Rank-Inspector (Rank-Index)
000347     Move Insp-Score To Rank-Score (Rank-Index)
000348     Move Insp-Max-Score To Rank-Max (Rank-Index)
000349     Move Insp-Result To Rank-Result (Rank-Index)
000350     Move Space To Rank-Printed (Rank-Index)
000351     If Insp-Max-Score > Zero
000352        Compute Rank-Percent (Rank-Index) Rounded =
000353                Insp-Score * 100 / Insp-Max-Score
000354     Else
000355        Move Zeros To Rank-Percent (Rank-Index)
000356     End-If
000357     If Held-Booth = Insp-Booth And Held-Date = Insp-Date
000358        Move Held-Text To Rank-Findings (Rank-Index)
000359     Else
000360        Move Spaces To Rank-Findings (Rank-Index)
000361     End-If
000362     .
000363* One Slot Per Dealer And Checklist Item, Counting Inspections
000364* That Lost Points On It
000365 Post-Violation.
000366     Set Viol-Index To 1
000367     Search Viol-Entry
000368        At End
000369           If Viol-Count < 500
000370              Add 1 To Viol-Count
000371              Set Viol-Index To Viol-Count
000372              Move Insp-Dealer To Viol-Dealer (Viol-Index)
000373              Move Insp-Item-Code To Viol-Code (Viol-Index)
000374              Move Zeros To Viol-Times (Viol-Index)
000375                            Viol-Last-YYYYMMDD (Viol-Index)
000376              Move Space To Viol-Printed (Viol-Index)
000377              Perform Count-Violation
000378           End-If
000379        When Viol-Dealer (Viol-Index) = Insp-Dealer And
000380             Viol-Code (Viol-Index) = Insp-Item-Code
000381           Perform Count-Violation
000382     End-Search
000383     .
000384 Count-Violation.
000385     Add 1 To Viol-Times (Viol-Index)
000386     Move Insp-Text To Viol-Name (Viol-Index)
000387     If Insp-Date-YYYYMMDD > Viol-Last-YYYYMMDD (Viol-Index)
000388        Move Insp-Date-YYYYMMDD To Viol-Last-YYYYMMDD (Viol-Index)
000389        Move Insp-Date To Viol-Last-Date (Viol-Index)
000390     End-If
000391     .
000392* Highest Percentage Not Yet Printed Goes Next
000393 Print-Next-Ranked-Booth.
000394     Set Best-Rank-Index To 1
000395     Perform Find-Best-Booth Varying Rank-Index From 1 By 1
000396             Until Rank-Index > Rank-Count
000397     Set Rank-Index To Best-Rank-Index
000398     Move "Y" To Rank-Printed (Rank-Index)
000399     Add 1 To Rank-Number
000400     Perform Count-Booth-Stock
000401     If Line-Count >= Max-Lines - 1
000402        Perform Heading-Routine
000403     End-If
000404     Move Rank-Number To Rank-Number-Out
000405     Move Rank-Booth (Rank-Index) To Rank-Booth-Out
000406     Move Rank-Dealer (Rank-Index) To Rank-Dealer-Out
000407     Move Rank-Date (Rank-Index) To Rank-Date-Out
000408     Move Rank-Score (Rank-Index) To Rank-Score-Out
000409     Move Rank-Max (Rank-Index) To Rank-Max-Out
000410     Move Rank-Percent (Rank-Index) To Rank-Percent-Out
000411     If Rank-Result (Rank-Index) = "F"
000412        Move "FAIL" To Rank-Result-Out
000413     Else
000414        Move "Pass" To Rank-Result-Out
000415     End-If
000416     Move Square-Footage To Rank-Sqft-Out
000417     Move Live-Items To Rank-Live-Out
000418     Move Minimum-Items To Rank-Min-Out
000419     If Live-Items < Minimum-Items
000420        Move "SHORT" To Rank-Short-Out
000421     Else
000422        Move Spaces To Rank-Short-Out
000423     End-If
000424     Write Report-Record From Rank-Line After 1
000425     Add 1 To Line-Count
000426     Move Rank-Inspector (Rank-Index) To Findings-Inspector
000427     Move Rank-Findings (Rank-Index) To Findings-Out
000428     Write Report-Record From Findings-Line After 1
000429     Add 1 To Line-Count
000430     .
000431 Find-Best-Booth.
000432     If Rank-Printed (Rank-Index) = Space
000433        If Rank-Printed (Best-Rank-Index) Not = Space Or
000434           Rank-Percent (Rank-Index) >
000435           Rank-Percent (Best-Rank-Index)
000436           Set Best-Rank-Index To Rank-Index
000437        End-If
000438     End-If
000439     .
000440* Live Stock Is Every Available Item Of The Booth's Dealers Today
000441 Count-Booth-Stock.
000442     Move Zeros To Live-Items Minimum-Items Square-Footage
000443     Move Rank-Booth (Rank-Index) To Booth-Number
000444     If Booth-Success
000445        Read Booth-File
000446             Invalid Key
000447                Move Zeros To Square-Footage
000448             Not Invalid Key
000449                Move Occupying-Dealer-Number To Count-Dealer
000450                Perform Count-Dealer-Items
000451                If Booth-Second-Dealer Not = Spaces
000452                   Move Booth-Second-Dealer To Count-Dealer
000453                   Perform Count-Dealer-Items
000454                End-If
000455        End-Read
000456     End-If
000457     Compute Minimum-Items Rounded =
000458             Square-Footage * Items-Per-100-Sqft / 100
000459     .
000460 Count-Dealer-Items.
000461     Move Spaces To Item-Scan-Done-Flag
000462     If Item-Success And Count-Dealer Not = Spaces
000463        Move Count-Dealer To Item-Dealer-Number
000464        Start Item-File Key = Item-Dealer-Number
000465           Invalid Key
000466              Set Item-Scan-Done To True
000467        End-Start
000468        Perform Count-One-Item Until Item-Scan-Done
000469     End-If
000470     .
000471 Count-One-Item.
000472     Read Item-File Next Record
000473          At End Set Item-Scan-Done To True
000474          Not At End
000475             If Item-Dealer-Number Not = Count-Dealer
000476                Set Item-Scan-Done To True
000477             Else
000478                If Item-Available
000479                   Add 1 To Live-Items
000480                End-If
000481             End-If
000482     End-Read
000483     .
000484* Lowest Dealer And Item Not Yet Printed Goes Next; Only Items
000485* Missed On Two Or More Inspections Print
000486 Print-Next-Violation.
000487     Set Best-Viol-Index To 1
000488     Perform Find-Next-Violation Varying Viol-Index From 1 By 1
000489             Until Viol-Index > Viol-Count
000490     Set Viol-Index To Best-Viol-Index
000491     Move "Y" To Viol-Printed (Viol-Index)
000492     If Viol-Times (Viol-Index) > 1
000493        If Line-Count >= Max-Lines
000494           Perform Heading-Routine
000495        End-If
000496        Add 1 To Repeat-Count
000497        Move Viol-Dealer (Viol-Index) To Viol-Dealer-Out
000498        Move Viol-Code (Viol-Index) To Viol-Code-Out
000499        Move Viol-Name (Viol-Index) To Viol-Name-Out
000500        Move Viol-Times (Viol-Index) To Viol-Times-Out
000501        Move Viol-Last-Date (Viol-Index) To Viol-Last-Out
000502        Write Report-Record From Viol-Line After 1
000503        Add 1 To Line-Count
000504     End-If
000505     .
000506 Find-Next-Violation.
000507     If Viol-Printed (Viol-Index) = Space
000508        If Viol-Printed (Best-Viol-Index) Not = Space Or
000509           Viol-Key (Viol-Index) < Viol-Key (Best-Viol-Index)
000510           Set Best-Viol-Index To Viol-Index
000511        End-If
000512     End-If
000513     .
000514 Heading-Routine.
000515     Add 1 To Page-Count
000516     Move Page-Count To Page-No
000517     If Page-Count = 1
000518        Write Report-Record From Heading-Line-1 After Zero
000519     Else
000520        Write Report-Record From Heading-Line-1 After Page
000521     End-If
000522     Write Report-Record From Heading-Line-2 After 1
000523     Write Report-Record From Section-Line After 2
000524     Write Report-Record From Heading-Line-3 After 2
000525     Move 7 To Line-Count
000526     .
