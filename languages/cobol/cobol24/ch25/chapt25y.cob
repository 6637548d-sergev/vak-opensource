000010 @OPTIONS MAIN,TEST
000020 Identification Division.
000030 Program-Id.  Chapt25y.
000031* Nightly Batch Trend - Step Volumes And Run Times By Week
000032* Reads The RunStat.TXT Rows Chapt25c Leaves Behind And Sums
000033* The Last Eight Weeks (Or As Many As The First Parameter
000034* Gives, Up To Twelve) Oldest First: Nights Run, The Average
000035* And Longest Batch Window, The Latest Finish, The Average
000036* Trans.Txt Volume And Any Nights Held On It.  A Week Whose
000037* Average Window Runs Over A Fifth Longer Than The Weeks
000038* Before It Is Flagged CREEPING, And One Finishing Within An
000039* Hour Of Opening (10:00 Unless The Second Parameter Gives
000040* HHMM, E.g. "8 0930") Is Flagged NEAR OPENING.  A Second
000041* Section Shows Each Step's Runs, Volume And Seconds By Week
000042 Environment Division.
000043 Configuration Section.
000044 Source-Computer.  IBM-PC.
000045 Object-Computer.  IBM-PC.
000046 Input-Output  Section.
000047 File-Control.
000048     Select Report-File Assign To "RPT25Y.SPL".
000049     Select Optional Run-Stat-File Assign To "RunStat.TXT"
000050         Organization Is Line Sequential
000051         File Status  Is Run-Stat-Status.
000052 Data Division.
000053 File Section.
000054 Fd  Report-File.
000055 01  Report-Record Pic X(80).
000056 Fd  Run-Stat-File.
000057 Copy "runstat.cpy".
000058 Working-Storage Section.
000059 01  Run-Stat-Status        Pic XX Value Spaces.
000060     88  Run-Stat-Success   Value "00" Thru "09".
000061 01  Done-Flag              Pic X Value Spaces.
000062     88  All-Done           Value "Y".
000063 01  Command-Line-Text      Pic X(40) Value Spaces.
000064 01  Report-Weeks           Pic 9(2) Value Zeros.
000065 01  Opening-Time           Pic 9(4) Value Zeros.
000066 01  Opening-Time-X Redefines Opening-Time.
000067     03  Opening-HH         Pic 99.
000068     03  Opening-MM         Pic 99.
000069 01  Cal-Work-Date          Pic 9(6) Value Zeros.
000070 01  Cal-Work-Date-X Redefines Cal-Work-Date.
000071     03  Cal-YY             Pic 99.
000072     03  Cal-MM             Pic 99.
000073     03  Cal-DD             Pic 99.
000074 01  Today-MMDDYYYY-N       Pic 9(8) Value Zeros.
000075 01  Days-Ago               Pic S9(7) Value Zeros.
000076 01  Week-Sub               Pic 9(2) Value Zeros.
000077 01  Step-Sub               Pic 9(2) Value Zeros.
000078 01  Clock-Time             Pic 9(6) Value Zeros.
000079 01  Clock-Time-X Redefines Clock-Time.
000080     03  Clock-HH           Pic 99.
000081     03  Clock-MM           Pic 99.
000082     03  Clock-SS           Pic 99.
000083* Clock Seconds Counted From Noon, So A Night Crossing Midnight
000084* Keeps Its Order: Times Before Noon Belong To The Next Day
000085 01  Start-Seconds          Pic 9(6) Value Zeros.
000086 01  End-Seconds            Pic 9(6) Value Zeros.
000087 01  Opening-Seconds        Pic 9(6) Value Zeros.
000088* Finishing Within This Many Seconds Of Opening Is Too Close
000089 01  Opening-Margin         Pic 9(5) Value 3600.
000090 01  Finish-Seconds         Pic 9(6) Value Zeros.
000091 01  Window-Minutes         Pic 9(5) Value Zeros.
000092 01  Average-Minutes        Pic 9(5) Value Zeros.
000093 01  Prior-Average-Minutes  Pic 9(5)v99 Value Zeros.
000094 01  Creep-Limit            Pic 9(5)v99 Value Zeros.
000095* An Average Window Over 120 Percent Of The Prior Weeks Creeps
000096 01  Creep-Percent          Pic 9(3) Value 120.
000097 01  Prior-Window-Seconds   Pic 9(9) Value Zeros.
000098 01  Prior-Nights           Pic 9(4) Value Zeros.
000099 01  Nights-Listed          Pic 9(4) Value Zeros.
000100 01  Weeks-Flagged          Pic 9(4) Value Zeros.
000101 01  Flag-Creep             Pic X Value Space.
000102     88  Window-Creeping    Value "Y".
000103 01  Flag-Opening           Pic X Value Space.
000104     88  Near-Opening       Value "Y".
000105* One Entry Per Business Date Run Within The Weeks Reported
000106 01  Night-Count            Pic 9(3) Value Zeros.
000107 01  Night-Table-Area.
000108     03  Night-Entry Occurs 0 To 100 Times
000109             Depending On Night-Count
000110             Indexed By Night-Index.
000111         05  Nt-Date            Pic 9(8).
000112         05  Nt-Week            Pic 9(2).
000113         05  Nt-Steps           Pic 9(3).
000114         05  Nt-First-Start     Pic 9(6).
000115         05  Nt-Last-End        Pic 9(6).
000116         05  Nt-Volume-Found    Pic X.
000117         05  Nt-Trans-Records   Pic 9(7).
000118         05  Nt-Trans-Dollars   Pic S9(9)v99.
000119         05  Nt-Held            Pic X.
000120* Week 1 Is The Seven Days Ending Today, Week 2 The Seven
000121* Before That, And So On
000122 01  Week-Table-Area.
000123     03  Week-Entry Occurs 12 Times.
000124         05  Wk-First-Date      Pic 9(8).
000125         05  Wk-First-Days-Ago  Pic S9(7).
000126         05  Wk-Nights          Pic 9(3).
000127         05  Wk-Window-Seconds  Pic 9(9).
000128         05  Wk-Longest-Seconds Pic 9(6).
000129         05  Wk-Latest-Finish   Pic 9(6).
000130         05  Wk-Volume-Nights   Pic 9(3).
000131         05  Wk-Trans-Records   Pic 9(9).
000132         05  Wk-Trans-Dollars   Pic S9(11)v99.
000133         05  Wk-Held            Pic 9(3).
000134         05  Wk-Step Occurs 8 Times.
000135             07  Ws-Runs        Pic 9(3).
000136             07  Ws-Records     Pic 9(9).
000137             07  Ws-Seconds     Pic 9(9).
000138             07  Ws-Longest     Pic 9(6).
000139 01  Step-Name-Area.
000140     03  Step-Name          Pic X(8) Occurs 8 Times.
000141 01  Heading-Line-1.
000142     03  Filler      Pic X(12) Value "Created by:".
000143     03  Filler      Pic X(8)  Value "CHAPT25Y".
000144     03  Filler      Pic X(2)  Value Spaces.
000145     03  Filler      Pic X(30) Value "Nightly Batch Trend To".
000146     03  Heading-Date Pic 99/99/9999.
000147     03  Filler      Pic X(4)  Value Spaces.
000148     03  Filler      Pic X(5)  Value "Page".
000149     03  Page-No     Pic Z(4)9 Value Zeros.
000150 01  Heading-Line-2.
000150     03  Filler      Pic X(12) Value "Covering:".
000152     03  Heading-Weeks Pic Z9.
000153     03  Filler      Pic X(21) Value " Weeks, Store Opens".
000154     03  Heading-Opening Pic X(5).
000155     03  Filler      Pic X(29) Value
000156         ", Window Times In Minutes".
000157 01  Week-Title-Line.
000157     03  Filler      Pic X(20) Value "Week Of   Nights".
000157     03  Filler      Pic X(20) Value "Avg Longest  Last".
000157     03  Filler      Pic X(19) Value "Average    Average".
000157     03  Filler      Pic X(21) Value "Held Flag".
000162 01  Week-Title-Line-2.
000162     03  Filler      Pic X(17) Value Spaces.
000162     03  Filler      Pic X(23) Value "Window  Window  End".
000162     03  Filler      Pic X(40) Value "Records    Dollars".
000165 01  Week-Line.
000166     03  Wl-Date             Pic 99/99/9999.
000166     03  Filler              Pic X(3)  Value Spaces.
000168     03  Wl-Nights           Pic ZZ9.
000168     03  Filler              Pic X(3)  Value Spaces.
000170     03  Wl-Average          Pic ZZZ9.
000169     03  Filler              Pic X(4)  Value Spaces.
000172     03  Wl-Longest          Pic ZZZ9.
000167     03  Filler              Pic X(2)  Value Spaces.
000174     03  Wl-Finish           Pic X(5).
000173     03  Filler              Pic X(2)  Value Spaces.
000176     03  Wl-Trans-Records    Pic ZZZ,ZZ9.
000177     03  Filler              Pic X(1)  Value Spaces.
000178     03  Wl-Trans-Dollars    Pic ZZZ,ZZ9.99-.
000178     03  Filler              Pic X(1)  Value Spaces.
000179     03  Wl-Held             Pic ZZ9.
000180     03  Filler              Pic X(1)  Value Spaces.
000181     03  Wl-Flag             Pic X(14).
000182 01  Finish-Work.
000183     03  Fw-HH               Pic 99.
000184     03  Filler              Pic X Value ":".
000185     03  Fw-MM               Pic 99.
000186 01  Step-Title-Line.
000186     03  Filler      Pic X(26) Value "Step Program   Week Of".
000186     03  Filler      Pic X(17) Value "Runs Avg Volume".
000186     03  Filler      Pic X(37) Value "Avg Secs  Max Secs".
000191 01  Step-Line.
000192     03  Sl-Step             Pic Z9.
000193     03  Filler              Pic X(3)  Value Spaces.
000194     03  Sl-Program          Pic X(8).
000195     03  Filler              Pic X(2)  Value Spaces.
000196     03  Sl-Date             Pic 99/99/9999.
000197     03  Filler              Pic X(2)  Value Spaces.
000198     03  Sl-Runs             Pic ZZ9.
000198     03  Filler              Pic X(2)  Value Spaces.
000200     03  Sl-Records          Pic Z,ZZZ,ZZ9.
000201     03  Filler              Pic X(3)  Value Spaces.
000202     03  Sl-Average-Seconds  Pic ZZZ,ZZ9.
000203     03  Filler              Pic X(3)  Value Spaces.
000204     03  Sl-Longest-Seconds  Pic ZZZ,ZZ9.
000205 01  Section-Line.
000206     03  Section-Text        Pic X(60).
000207 01  Summary-Line.
000208     03  Summary-Label       Pic X(30).
000209     03  Summary-Count       Pic Z,ZZ9.
000210 01  Average-Work           Pic 9(9) Value Zeros.
000211 01  Dollars-Work           Pic S9(9)v99 Value Zeros.
000212 01  Line-Count             Pic 99 Value 99.
000213 01  Page-Count             Pic 9(4) Value Zeros.
000214 01  Spool-Catalog-Name    Pic X(8) Value "CHAPT25Y".
000215 01  Spool-Catalog-File    Pic X(12) Value "RPT25Y.SPL".
000216 Procedure Division.
000217 Chapt25y-Start.
000218     Display "Begin Nightly Batch Trend Chapt25y"
000219     Accept Command-Line-Text From Command-Line
000220     Unstring Command-Line-Text Delimited By All Space
000221              Into Report-Weeks Opening-Time
000222     End-Unstring
000223     If Report-Weeks = Zeros
000224        Move 8 To Report-Weeks
000225     End-If
000226     If Report-Weeks > 12
000227        Move 12 To Report-Weeks
000228     End-If
000229     If Opening-Time = Zeros Or Opening-HH > 23 Or Opening-MM > 59
000230        Move 1000 To Opening-Time
000231     End-If
000232     Move Opening-HH To Clock-HH
000233     Move Opening-MM To Clock-MM
000234     Move Zeros To Clock-SS
000235     Perform Convert-Clock-Seconds
000236     Move Start-Seconds To Opening-Seconds
000237     Accept Cal-Work-Date From Date
000238     Move Cal-MM To Today-MMDDYYYY-N (1:2)
000239     Move Cal-DD To Today-MMDDYYYY-N (3:2)
000240     Move 20 To Today-MMDDYYYY-N (5:2)
000241     Move Cal-YY To Today-MMDDYYYY-N (7:2)
000242     Initialize Week-Table-Area
000243     Move Spaces To Step-Name-Area
000244     Perform Load-Run-Statistics
000245     Perform Total-One-Night
000246             Varying Night-Index From 1 By 1
000247             Until Night-Index > Night-Count
000248     Open Output Report-File
000249     Move Today-MMDDYYYY-N To Heading-Date
000250     Move Report-Weeks To Heading-Weeks
000251     Move Opening-HH To Fw-HH
000252     Move Opening-MM To Fw-MM
000253     Move Finish-Work To Heading-Opening
000254     Perform Heading-Routine
000255     Move "Batch Window By Week" To Section-Text
000256     Move Section-Line To Report-Record
000257     Perform Write-Report-Line
000258     Move Week-Title-Line To Report-Record
000259     Perform Write-Report-Line
000260     Move Week-Title-Line-2 To Report-Record
000261     Perform Write-Report-Line
000262     Perform Report-One-Week
000263             Varying Week-Sub From Report-Weeks By -1
000264             Until Week-Sub < 1
000265     Move Spaces To Report-Record
000266     Perform Write-Report-Line
000267     Move "Step Volume And Run Time By Week" To Section-Text
000268     Move Section-Line To Report-Record
000269     Perform Write-Report-Line
000270     Move Step-Title-Line To Report-Record
000271     Perform Write-Report-Line
000272     Perform Report-One-Step
000273             Varying Step-Sub From 1 By 1
000274             Until Step-Sub > 8
000275     Move Spaces To Report-Record
000276     Perform Write-Report-Line
000277     Move "Nights Listed" To Summary-Label
000278     Move Nights-Listed To Summary-Count
000279     Move Summary-Line To Report-Record
000280     Perform Write-Report-Line
000281     Move "Weeks Flagged" To Summary-Label
000282     Move Weeks-Flagged To Summary-Count
000283     Move Summary-Line To Report-Record
000284     Perform Write-Report-Line
000285     Close Report-File
000286     Call "Chapt25d" Using Spool-Catalog-Name
000287          Spool-Catalog-File Page-Count
000288     Display "Nights Listed " Nights-Listed
000289     Display "Weeks Flagged " Weeks-Flagged
000290     Stop Run
000291     .
000292 Load-Run-Statistics.
000293     Move Spaces To Done-Flag
000294     Open Input Run-Stat-File
000295     If Run-Stat-Success
000296        Perform Load-One-Statistic Until All-Done
000297        Close Run-Stat-File
000298     End-If
000299     .
000300 Load-One-Statistic.
000301     Read Run-Stat-File
000302          At End Set All-Done To True
000303          Not At End
000304             Perform Keep-One-Statistic
000305     End-Read
000306     .
000307 Keep-One-Statistic.
000308     Call "Chapt23f" Using Stat-Business-Date Today-MMDDYYYY-N
000309          Days-Ago
000310     If Days-Ago >= 0 And Days-Ago < Report-Weeks * 7
000311        Perform Find-Night
000312        If Night-Index Not > Night-Count
000313           Perform Add-To-Night
000314        End-If
000315     End-If
000316     .
000317 Find-Night.
000318     Set Night-Index To 1
000319     Search Night-Entry
000320          At End
000321             If Night-Count < 100
000322                Add 1 To Night-Count
000323                Set Night-Index To Night-Count
000324                Move Stat-Business-Date To Nt-Date (Night-Index)
000325                Divide Days-Ago By 7 Giving Nt-Week (Night-Index)
000326                Add 1 To Nt-Week (Night-Index)
000327                Move Zeros To Nt-Steps (Night-Index)
000328                              Nt-First-Start (Night-Index)
000329                              Nt-Last-End (Night-Index)
000330                              Nt-Trans-Records (Night-Index)
000331                              Nt-Trans-Dollars (Night-Index)
000332                Move Spaces To Nt-Volume-Found (Night-Index)
000333                               Nt-Held (Night-Index)
000334                Move Nt-Week (Night-Index) To Week-Sub
000335                Perform Note-Week-First-Date
000336             Else
000337                Set Night-Index To 101
000338             End-If
000339          When Nt-Date (Night-Index) = Stat-Business-Date
000340             Continue
000341     End-Search
000342     .
000343 Note-Week-First-Date.
000344* The Earliest Business Date Seen Labels The Week
000345     If Wk-First-Date (Week-Sub) = Zeros Or
000346        Days-Ago > Wk-First-Days-Ago (Week-Sub)
000347        Move Stat-Business-Date To Wk-First-Date (Week-Sub)
000348        Move Days-Ago To Wk-First-Days-Ago (Week-Sub)
000349     End-If
000350     .
000351 Add-To-Night.
000352     Move Nt-Week (Night-Index) To Week-Sub
000353     Evaluate True
000354        When Stat-Step-Row
000355             Perform Add-Step-To-Night
000356        When Stat-Volume-Row
000357* The Last Check Of The Night Is The One The Update Posted On
000358             Move "Y" To Nt-Volume-Found (Night-Index)
000359             Move Stat-Records To Nt-Trans-Records (Night-Index)
000360             Move Stat-Dollars To Nt-Trans-Dollars (Night-Index)
000361             If Stat-Volume-Held
000362                Move "Y" To Nt-Held (Night-Index)
000363             End-If
000364     End-Evaluate
000365     .
000366 Add-Step-To-Night.
000367     Move Stat-Start-Time To Clock-Time
000368     Perform Convert-Clock-Seconds
000369     Compute End-Seconds = Start-Seconds + Stat-Elapsed
000370     If Nt-Steps (Night-Index) = Zeros Or
000371        Start-Seconds < Nt-First-Start (Night-Index)
000372        Move Start-Seconds To Nt-First-Start (Night-Index)
000373     End-If
000374     If End-Seconds > Nt-Last-End (Night-Index)
000375        Move End-Seconds To Nt-Last-End (Night-Index)
000376     End-If
000377     Add 1 To Nt-Steps (Night-Index)
000378     If Stat-Step-Number > 0 And Stat-Step-Number < 9
000379        Move Stat-Step-Number To Step-Sub
000380        Move Stat-Program To Step-Name (Step-Sub)
000381        Add 1 To Ws-Runs (Week-Sub Step-Sub)
000382        Add Stat-Records To Ws-Records (Week-Sub Step-Sub)
000383        Add Stat-Elapsed To Ws-Seconds (Week-Sub Step-Sub)
000384        If Stat-Elapsed > Ws-Longest (Week-Sub Step-Sub)
000385           Move Stat-Elapsed To Ws-Longest (Week-Sub Step-Sub)
000386        End-If
000387     End-If
000388     .
000389 Convert-Clock-Seconds.
000390     Compute Start-Seconds =
000391             Clock-HH * 3600 + Clock-MM * 60 + Clock-SS
000392     If Start-Seconds < 43200
000393        Add 86400 To Start-Seconds
000394     End-If
000395     .
000396 Total-One-Night.
000397     Move Nt-Week (Night-Index) To Week-Sub
000398     If Nt-Steps (Night-Index) > Zeros
000399        Add 1 To Wk-Nights (Week-Sub) Nights-Listed
000400        Compute Finish-Seconds = Nt-Last-End (Night-Index) -
000401                Nt-First-Start (Night-Index)
000402        Add Finish-Seconds To Wk-Window-Seconds (Week-Sub)
000403        If Finish-Seconds > Wk-Longest-Seconds (Week-Sub)
000404           Move Finish-Seconds To Wk-Longest-Seconds (Week-Sub)
000405        End-If
000406        If Nt-Last-End (Night-Index) > Wk-Latest-Finish (Week-Sub)
000407           Move Nt-Last-End (Night-Index) To
000408                Wk-Latest-Finish (Week-Sub)
000409        End-If
000410     End-If
000411     If Nt-Volume-Found (Night-Index) = "Y"
000412        Add 1 To Wk-Volume-Nights (Week-Sub)
000413        Add Nt-Trans-Records (Night-Index) To
000414            Wk-Trans-Records (Week-Sub)
000415        Add Nt-Trans-Dollars (Night-Index) To
000416            Wk-Trans-Dollars (Week-Sub)
000417     End-If
000418     If Nt-Held (Night-Index) = "Y"
000419        Add 1 To Wk-Held (Week-Sub)
000420     End-If
000421     .
000422 Report-One-Week.
000423     Move Spaces To Week-Line Flag-Creep Flag-Opening
000424     Move Wk-First-Date (Week-Sub) To Wl-Date
000425     Move Wk-Nights (Week-Sub) To Wl-Nights
000426     Move Wk-Held (Week-Sub) To Wl-Held
000427     Move Zeros To Average-Minutes
000428     If Wk-Nights (Week-Sub) > Zeros
000429        Compute Average-Minutes Rounded =
000430                Wk-Window-Seconds (Week-Sub) /
000431                Wk-Nights (Week-Sub) / 60
000432        Compute Window-Minutes Rounded =
000433                Wk-Longest-Seconds (Week-Sub) / 60
000434        Move Average-Minutes To Wl-Average
000435        Move Window-Minutes To Wl-Longest
000436        Perform Edit-Latest-Finish
000437        Perform Test-Window-Creep
000438        Compute Finish-Seconds =
000439                Wk-Latest-Finish (Week-Sub) + Opening-Margin
000440        If Finish-Seconds >= Opening-Seconds
000441           Set Near-Opening To True
000442        End-If
000443     End-If
000444     If Wk-Volume-Nights (Week-Sub) > Zeros
000445        Compute Average-Work Rounded =
000446                Wk-Trans-Records (Week-Sub) /
000447                Wk-Volume-Nights (Week-Sub)
000448        Compute Dollars-Work Rounded =
000449                Wk-Trans-Dollars (Week-Sub) /
000450                Wk-Volume-Nights (Week-Sub)
000451        Move Average-Work To Wl-Trans-Records
000452        Move Dollars-Work To Wl-Trans-Dollars
000453     End-If
000454     Evaluate True
000455        When Window-Creeping And Near-Opening
000456             Move "CREEP+OPENING" To Wl-Flag
000457        When Window-Creeping
000458             Move "CREEPING" To Wl-Flag
000459        When Near-Opening
000460             Move "NEAR OPENING" To Wl-Flag
000461     End-Evaluate
000462     If Window-Creeping Or Near-Opening
000463        Add 1 To Weeks-Flagged
000464     End-If
000465     Move Week-Line To Report-Record
000466     Perform Write-Report-Line
000467     Add Wk-Window-Seconds (Week-Sub) To Prior-Window-Seconds
000468     Add Wk-Nights (Week-Sub) To Prior-Nights
000469     .
000470 Edit-Latest-Finish.
000471     Move Wk-Latest-Finish (Week-Sub) To Finish-Seconds
000472     If Finish-Seconds >= 86400
000473        Subtract 86400 From Finish-Seconds
000474     End-If
000475     Divide Finish-Seconds By 3600 Giving Fw-HH
000476     Compute Fw-MM = (Finish-Seconds - Fw-HH * 3600) / 60
000477     Move Finish-Work To Wl-Finish
000478     .
000479 Test-Window-Creep.
000480* The Weeks Already Printed Are The Older Ones
000481     If Prior-Nights > Zeros
000482        Compute Prior-Average-Minutes Rounded =
000483                Prior-Window-Seconds / Prior-Nights / 60
000484        Compute Creep-Limit Rounded =
000485                Prior-Average-Minutes * Creep-Percent / 100
000486        If Average-Minutes > Creep-Limit
000487           Set Window-Creeping To True
000488        End-If
000489     End-If
000490     .
000491 Report-One-Step.
000492     Perform Report-Step-Week
000493             Varying Week-Sub From Report-Weeks By -1
000494             Until Week-Sub < 1
000495     .
000496 Report-Step-Week.
000497     If Ws-Runs (Week-Sub Step-Sub) > Zeros
000498        Move Spaces To Step-Line
000499        Move Step-Sub To Sl-Step
000500        Move Step-Name (Step-Sub) To Sl-Program
000501        Move Wk-First-Date (Week-Sub) To Sl-Date
000502        Move Ws-Runs (Week-Sub Step-Sub) To Sl-Runs
000503        Compute Average-Work Rounded =
000504                Ws-Records (Week-Sub Step-Sub) /
000505                Ws-Runs (Week-Sub Step-Sub)
000506        Move Average-Work To Sl-Records
000507        Compute Average-Work Rounded =
000508                Ws-Seconds (Week-Sub Step-Sub) /
000509                Ws-Runs (Week-Sub Step-Sub)
000510        Move Average-Work To Sl-Average-Seconds
000511        Move Ws-Longest (Week-Sub Step-Sub) To Sl-Longest-Seconds
000512        Move Step-Line To Report-Record
000513        Perform Write-Report-Line
000514     End-If
000515     .
000516 Write-Report-Line.
000517     If Line-Count > 55
000518        Perform Heading-Routine
000519     End-If
000520     Write Report-Record After 1
000521     Add 1 To Line-Count
000522     .
000523 Heading-Routine.
000524     Add 1 To Page-Count
000525     Move Page-Count To Page-No
000526     If Page-Count = 1
000527        Write Report-Record From Heading-Line-1 After Zero
000528     Else
000529        Write Report-Record From Heading-Line-1 After Page
000530     End-If
000531     Write Report-Record From Heading-Line-2 After 1
000532     Move Spaces To Report-Record
000533     Write Report-Record After 1
000534     Move 3 To Line-Count
000535     .
