000010 @OPTIONS MAIN,TEST
000020 Identification Division.
000030 Program-Id.  Chapt25w.
000031* Schedule Variance - Planned Against Worked Hours
000032* After The Week Starting On The Given Date, Sets Each
000033* Operator's ShiftSch.TXT Shifts Against The TimeClk.TXT
000034* Punches (Paired As Chapt25o Pairs Them).  A Scheduled Shift
000035* With No Punch In That Day Prints As A No-Show, A First Punch
000036* In More Than The Grace Minutes (Five Unless A Second
000037* Parameter Says Otherwise, E.g. "10182026 10") After The
000038* Scheduled Start As A Late Arrival, And A Day Worked With No
000039* Shift As An Unscheduled Shift.  The Operator Total Shows
000040* Scheduled And Actual Hours, And Any Overtime Past Forty
000041* Hours Beyond What The Schedule Itself Called For
000042 Environment Division.
000043 Configuration Section.
000044 Source-Computer.  IBM-PC.
000045 Object-Computer.  IBM-PC.
000046 Input-Output  Section.
000047 File-Control.
000048     Select Report-File Assign To "RPT25W.SPL".
000049     Select Optional Time-Clock-File Assign To "TimeClk.TXT"
000050         Organization Is Line Sequential
000051         File Status  Is Time-Clock-Status.
000052     Select Optional Shift-Schedule-File Assign To "ShiftSch.TXT"
000053         Organization Is Line Sequential
000054         File Status  Is Shift-Schedule-Status.
000055     Select Optional Operator-File Assign To "Operator.TXT"
000056         Organization Is Line Sequential
000057         File Status  Is Operator-File-Status.
000058     Select Sort-File Assign To Sort-Work.
000059 Data Division.
000060 File Section.
000061 Fd  Report-File.
000062 01  Report-Record Pic X(80).
000063 Fd  Time-Clock-File.
000064 01  Time-Clock-Record.
000065     03  Punch-Operator      Pic X(4).
000066     03  Filler              Pic X.
000067     03  Punch-Date          Pic 9(8).
000068     03  Filler              Pic X.
000069     03  Punch-Time          Pic 9(6).
000070     03  Filler              Pic X.
000071     03  Punch-Type          Pic X.
000072         88  Clock-In        Value "I".
000073         88  Clock-Out       Value "O".
000074     03  Filler              Pic X.
000075     03  Punch-Source        Pic X.
000076     03  Filler              Pic X.
000077     03  Punch-Entered-By    Pic X(4).
000078 Fd  Shift-Schedule-File.
000079 Copy "shiftsch.cpy".
000080 Fd  Operator-File.
000081 01  Operator-Record.
000082     03  Oper-Id             Pic X(4).
000083     03  Filler              Pic X.
000084     03  Oper-Password       Pic X(8).
000085     03  Filler              Pic X.
000086     03  Oper-Level          Pic 9.
000087 Sd  Sort-File.
000088 01  Sort-Record.
000089     03  Sort-Operator       Pic X(4).
000090     03  Sort-Date-YYYYMMDD  Pic 9(8).
000091     03  Sort-Time           Pic 9(6).
000092     03  Sort-Date           Pic 9(8).
000093     03  Sort-Type           Pic X.
000094 Working-Storage Section.
000095 01  Time-Clock-Status      Pic XX Value Spaces.
000096     88  Time-Clock-Success Value "00" Thru "09".
000097 01  Shift-Schedule-Status  Pic XX Value Spaces.
000098     88  Shift-Schedule-Success Value "00" Thru "09".
000099 01  Operator-File-Status   Pic XX Value Spaces.
000100     88  Operator-File-Success Value "00" Thru "09".
000101 01  Done-Flag              Pic X Value Spaces.
000102     88  All-Done           Value "Y".
000103 01  Open-In-Flag           Pic X Value Space.
000104     88  Shift-Open         Value "Y".
000105 01  Worked-Found-Flag      Pic X Value Space.
000106     88  Worked-Found       Value "Y".
000107 01  Command-Line-Text      Pic X(40) Value Spaces.
000108 01  Week-Start-X           Pic X(8) Value Spaces.
000109 01  Grace-X                Pic X(8) Value Spaces.
000110 01  Week-Start             Pic 9(8) Value Zeros.
000111 01  Day-Offset             Pic S9(7) Value Zeros.
000112 01  Late-Grace-Minutes     Pic 9(3) Value 5.
000113 01  Hold-Operator          Pic X(4) Value High-Values.
000114 01  Time-Work              Pic 9(6) Value Zeros.
000115 01  Time-Work-X Redefines Time-Work.
000116     03  Time-Work-HH       Pic 99.
000117     03  Time-Work-MI       Pic 99.
000118     03  Time-Work-SS       Pic 99.
000119 01  Punch-Minutes          Pic 9(4) Value Zeros.
000120 01  In-Minutes             Pic 9(4) Value Zeros.
000121 01  Shift-Start-Minutes    Pic 9(4) Value Zeros.
000122 01  Shift-End-Minutes      Pic 9(4) Value Zeros.
000123 01  Shift-Minutes          Pic 9(4) Value Zeros.
000124 01  Late-Minutes           Pic S9(4) Value Zeros.
000125 01  Sched-Minutes          Pic 9(5) Value Zeros.
000126 01  Actual-Minutes         Pic 9(5) Value Zeros.
000127 01  Sched-Hours            Pic 9(3)v99 Value Zeros.
000128 01  Actual-Hours           Pic 9(3)v99 Value Zeros.
000129 01  Variance-Hours         Pic S9(3)v99 Value Zeros.
000130 01  Sched-Ot-Hours         Pic 9(3)v99 Value Zeros.
000131 01  Actual-Ot-Hours        Pic 9(3)v99 Value Zeros.
000132 01  Unsched-Ot-Hours       Pic 9(3)v99 Value Zeros.
000133 01  Unpaired-Punches       Pic 9(4) Value Zeros.
000134 01  No-Shows               Pic 9(4) Value Zeros.
000135 01  Late-Arrivals          Pic 9(4) Value Zeros.
000136 01  Unscheduled-Shifts     Pic 9(4) Value Zeros.
000137 01  Ot-Operators           Pic 9(4) Value Zeros.
000138 01  Operators-Reported     Pic 9(4) Value Zeros.
000139 01  Operator-Count         Pic 9(3) Value Zeros.
000140 01  Operator-Table-Area.
000141     03  Operator-Entry Occurs 0 To 500 Times
000142             Depending On Operator-Count
000143             Indexed By Operator-Index.
000144         05  Tbl-Oper-Id         Pic X(4).
000145* Shifts Planned For The Week
000146 01  Shift-Count            Pic 9(4) Value Zeros.
000147 01  Shift-Table-Area.
000148     03  Shift-Entry Occurs 0 To 1000 Times
000149             Depending On Shift-Count
000150             Indexed By Shift-Index.
000151         05  Sh-Operator         Pic X(4).
000152         05  Sh-Date             Pic 9(8).
000153         05  Sh-Start            Pic 9(4).
000154         05  Sh-End              Pic 9(4).
000155* One Entry Per Operator Per Day Punched In, With The First
000156* Punch In And The Paired Minutes Worked That Day
000157 01  Worked-Count           Pic 9(4) Value Zeros.
000158 01  Worked-Table-Area.
000159     03  Worked-Entry Occurs 0 To 1000 Times
000160             Depending On Worked-Count
000161             Indexed By Worked-Index.
000162         05  Wd-Operator         Pic X(4).
000163         05  Wd-Date             Pic 9(8).
000164         05  Wd-First-In         Pic 9(4).
000165         05  Wd-First-In-Minutes Pic 9(4).
000166         05  Wd-Minutes          Pic 9(5).
000167         05  Wd-Matched          Pic X.
000168 01  Heading-Line-1.
000169     03  Filler      Pic X(12) Value "Created by:".
000170     03  Filler      Pic X(8)  Value "CHAPT25W".
000171     03  Filler      Pic X(2)  Value Spaces.
000172     03  Filler      Pic X(30) Value "Schedule Variance, Week Of".
000173     03  Heading-Date Pic 99/99/9999.
000174     03  Filler      Pic X(4)  Value Spaces.
000175     03  Filler      Pic X(5)  Value "Page".
000176     03  Page-No     Pic Z(4)9 Value Zeros.
000177 01  Heading-Line-2.
000178     03  Filler      Pic X(24) Value "Late Means First In Over".
000179     03  Heading-Grace Pic ZZ9.
000180     03  Filler      Pic X(32) Value
000181         " Minutes After The Shift Start".
000182 01  Exception-Line.
000183     03  Filler              Pic X(2)  Value Spaces.
000184     03  Exc-Operator        Pic X(4).
000185     03  Filler              Pic X(2)  Value Spaces.
000186     03  Exc-Date            Pic 99/99/9999.
000187     03  Filler              Pic X(2)  Value Spaces.
000188     03  Exc-Type            Pic X(18).
000189     03  Exc-Sched-Part      Pic X(15).
000190     03  Exc-In-Part         Pic X(9).
000191     03  Filler              Pic X(2)  Value Spaces.
000192     03  Exc-Minutes         Pic ZZZ9.
000193     03  Exc-Min-Label       Pic X(4).
000194 01  Sched-Text-Work.
000195     03  Filler              Pic X(6)  Value "Sched ".
000196     03  Stw-Start           Pic 9(4).
000197     03  Filler              Pic X     Value "-".
000198     03  Stw-End             Pic 9(4).
000199 01  In-Text-Work.
000200     03  Filler              Pic X(5)  Value "  In ".
000201     03  Itw-In              Pic 9(4).
000202 01  Total-Line.
000203     03  Tot-Operator        Pic X(4).
000204     03  Filler              Pic X(8)  Value "  Sched".
000205     03  Tot-Sched           Pic ZZ9.99.
000206     03  Filler              Pic X(9)  Value "  Actual".
000207     03  Tot-Actual          Pic ZZ9.99.
000208     03  Filler              Pic X(11) Value "  Variance".
000209     03  Tot-Variance        Pic ---9.99.
000210     03  Filler              Pic X(13) Value "  Unsched OT".
000211     03  Tot-Unsched-Ot      Pic ZZ9.99.
000212     03  Filler              Pic X(2)  Value Spaces.
000213     03  Tot-Flag            Pic X(8).
000214 01  Summary-Line.
000215     03  Summary-Label       Pic X(30).
000216     03  Summary-Count       Pic Z,ZZ9.
000217 01  Line-Count             Pic 99 Value 99.
000218 01  Page-Count             Pic 9(4) Value Zeros.
000219 01  Sort-Work              Pic X(12) Value "SORTWK25.TMP".
000220 01  Spool-Catalog-Name    Pic X(8) Value "CHAPT25W".
000221 01  Spool-Catalog-File    Pic X(12) Value "RPT25W.SPL".
000222 Procedure Division.
000223 Chapt25w-Start.
000224     Display "Begin Schedule Variance Chapt25w"
000225     Accept Command-Line-Text From Command-Line
000226     Unstring Command-Line-Text Delimited By All Space
000227              Into Week-Start-X Grace-X
000228     End-Unstring
000229     If Week-Start-X Not Numeric
000230        Display "Give The Week Start Date MMDDYYYY"
000231        Stop Run
000232     End-If
000233     Move Week-Start-X To Week-Start
000234     If Grace-X Not = Spaces
000235        Compute Late-Grace-Minutes = Function Numval (Grace-X)
000236     End-If
000237     Perform Load-Operator-Table
000238     Perform Load-Week-Shifts
000239     Sort Sort-File Ascending Key Sort-Operator
000240                                  Sort-Date-YYYYMMDD
000241                                  Sort-Time
000242          Input Procedure Select-Week-Punches
000243          Output Procedure Pair-Week-Punches
000244     Open Output Report-File
000245     Move Week-Start To Heading-Date
000246     Move Late-Grace-Minutes To Heading-Grace
000247     Perform Heading-Routine
000248     Perform Report-One-Operator
000249             Varying Operator-Index From 1 By 1
000250             Until Operator-Index > Operator-Count
000251     Move Spaces To Report-Record
000252     Perform Write-Report-Line
000253     Move "No-Shows" To Summary-Label
000254     Move No-Shows To Summary-Count
000255     Move Summary-Line To Report-Record
000256     Perform Write-Report-Line
000257     Move "Late Arrivals" To Summary-Label
000258     Move Late-Arrivals To Summary-Count
000259     Move Summary-Line To Report-Record
000260     Perform Write-Report-Line
000261     Move "Unscheduled Shifts" To Summary-Label
000262     Move Unscheduled-Shifts To Summary-Count
000263     Move Summary-Line To Report-Record
000264     Perform Write-Report-Line
000265     Move "Operators With Unscheduled OT" To Summary-Label
000266     Move Ot-Operators To Summary-Count
000267     Move Summary-Line To Report-Record
000268     Perform Write-Report-Line
000269     Move "Unpaired Punches" To Summary-Label
000270     Move Unpaired-Punches To Summary-Count
000271     Move Summary-Line To Report-Record
000272     Perform Write-Report-Line
000273     Close Report-File
000274     Call "Chapt25d" Using Spool-Catalog-Name
000275          Spool-Catalog-File Page-Count
000276     Display "Operators Reported " Operators-Reported
000277     Display "No-Shows           " No-Shows
000278     Display "Late Arrivals      " Late-Arrivals
000279     Display "Unscheduled Shifts " Unscheduled-Shifts
000280     Stop Run
000281     .
000282 Load-Operator-Table.
000283     Move Spaces To Done-Flag
000284     Open Input Operator-File
000285     If Operator-File-Success
000286        Perform Load-One-Operator Until All-Done
000287        Close Operator-File
000288     End-If
000289     .
000290 Load-One-Operator.
000291     Read Operator-File
000292          At End Set All-Done To True
000293          Not At End
000294             If Operator-Count < 500
000295                Add 1 To Operator-Count
000296                Move Oper-Id To Tbl-Oper-Id (Operator-Count)
000297             End-If
000298     End-Read
000299     .
000300 Load-Week-Shifts.
000301     Move Spaces To Done-Flag
000302     Open Input Shift-Schedule-File
000303     If Shift-Schedule-Success
000304        Perform Load-One-Shift Until All-Done
000305        Close Shift-Schedule-File
000306     End-If
000307     .
000308 Load-One-Shift.
000309     Read Shift-Schedule-File
000310          At End Set All-Done To True
000311          Not At End
000312             Call "Chapt23f" Using Week-Start Sch-Date Day-Offset
000313             If Day-Offset >= 0 And Day-Offset <= 6
000314                And Shift-Count < 1000
000315                Add 1 To Shift-Count
000316                Move Sch-Operator To Sh-Operator (Shift-Count)
000317                Move Sch-Date To Sh-Date (Shift-Count)
000318                Move Sch-Start To Sh-Start (Shift-Count)
000319                Move Sch-End To Sh-End (Shift-Count)
000320             End-If
000321     End-Read
000322     .
000323 Select-Week-Punches.
000324     Move Spaces To Done-Flag
000325     Open Input Time-Clock-File
000326     If Time-Clock-Success
000327        Perform Release-One-Punch Until All-Done
000328        Close Time-Clock-File
000329     End-If
000330     .
000331 Release-One-Punch.
000332     Read Time-Clock-File
000333          At End Set All-Done To True
000334          Not At End
000335             Call "Chapt23f" Using Week-Start Punch-Date
000336                  Day-Offset
000337             If Day-Offset >= 0 And Day-Offset <= 6
000338                Move Punch-Operator To Sort-Operator
000339                Move Punch-Date (5:4) To Sort-Date-YYYYMMDD (1:4)
000340                Move Punch-Date (1:4) To Sort-Date-YYYYMMDD (5:4)
000341                Move Punch-Time To Sort-Time
000342                Move Punch-Date To Sort-Date
000343                Move Punch-Type To Sort-Type
000344                Release Sort-Record
000345             End-If
000346     End-Read
000347     .
000348 Pair-Week-Punches.
000349     Move Spaces To Done-Flag Open-In-Flag
000350     Move High-Values To Hold-Operator
000351     Perform Return-One-Punch Until All-Done
000352     If Shift-Open
000353        Add 1 To Unpaired-Punches
000354     End-If
000355     .
000356 Return-One-Punch.
000357     Return Sort-File
000358            At End Set All-Done To True
000359            Not At End
000360               Perform Pair-One-Punch
000361     End-Return
000362     .
000363 Pair-One-Punch.
000364     If Sort-Operator Not = Hold-Operator
000365        If Shift-Open
000366           Add 1 To Unpaired-Punches
000367        End-If
000368        Move Sort-Operator To Hold-Operator
000369        Move Space To Open-In-Flag
000370     End-If
000371     Move Sort-Time To Time-Work
000372     Compute Punch-Minutes = Time-Work-HH * 60 + Time-Work-MI
000373     If Sort-Type = "I"
000374        If Shift-Open
000375           Add 1 To Unpaired-Punches
000376           Move Space To Open-In-Flag
000377        End-If
000378        Move Punch-Minutes To In-Minutes
000379        Perform Find-Worked-Day
000380     Else
000381        If Shift-Open
000382           If Punch-Minutes > In-Minutes
000383              Compute Wd-Minutes (Worked-Index) =
000384                      Wd-Minutes (Worked-Index) +
000385                      Punch-Minutes - In-Minutes
000386           End-If
000387           Move Space To Open-In-Flag
000388        Else
000389           Add 1 To Unpaired-Punches
000390        End-If
000391     End-If
000392     .
000393 Find-Worked-Day.
000394* The Punches Come In Time Order, So The Punch That Adds The
000395* Day Is The First Punch In For It
000396     Set Worked-Index To 1
000397     Search Worked-Entry
000398          At End
000399             If Worked-Count < 1000
000400                Add 1 To Worked-Count
000401                Set Worked-Index To Worked-Count
000402                Move Sort-Operator To Wd-Operator (Worked-Index)
000403                Move Sort-Date To Wd-Date (Worked-Index)
000404                Move Time-Work (1:4) To Wd-First-In (Worked-Index)
000405                Move Punch-Minutes To
000406                     Wd-First-In-Minutes (Worked-Index)
000407                Move Zeros To Wd-Minutes (Worked-Index)
000408                Move Space To Wd-Matched (Worked-Index)
000409                Set Shift-Open To True
000410             End-If
000411          When Wd-Operator (Worked-Index) = Sort-Operator
000412               And Wd-Date (Worked-Index) = Sort-Date
000413             Set Shift-Open To True
000414     End-Search
000415     .
000416 Report-One-Operator.
000417     Move Tbl-Oper-Id (Operator-Index) To Hold-Operator
000418     Move Zeros To Sched-Minutes Actual-Minutes
000419     Perform Check-One-Shift
000420             Varying Shift-Index From 1 By 1
000421             Until Shift-Index > Shift-Count
000422     Perform Check-One-Worked-Day
000423             Varying Worked-Index From 1 By 1
000424             Until Worked-Index > Worked-Count
000425     If Sched-Minutes > Zeros Or Actual-Minutes > Zeros
000426        Perform Report-Operator-Total
000427     End-If
000428     .
000429 Check-One-Shift.
000430     If Sh-Operator (Shift-Index) = Hold-Operator
000431        Move Sh-Start (Shift-Index) To Time-Work (1:4)
000432        Compute Shift-Start-Minutes =
000433                Time-Work-HH * 60 + Time-Work-MI
000434        Move Sh-End (Shift-Index) To Time-Work (1:4)
000435        Compute Shift-End-Minutes =
000436                Time-Work-HH * 60 + Time-Work-MI
000437        Compute Shift-Minutes =
000438                Shift-End-Minutes - Shift-Start-Minutes
000439        Add Shift-Minutes To Sched-Minutes
000440        Perform Find-Worked-For-Shift
000441        Move Sh-Start (Shift-Index) To Stw-Start
000442        Move Sh-End (Shift-Index) To Stw-End
000443        Move Spaces To Exception-Line
000444        Move Hold-Operator To Exc-Operator
000445        Move Sh-Date (Shift-Index) To Exc-Date
000446        Move Sched-Text-Work To Exc-Sched-Part
000447        Move " Min" To Exc-Min-Label
000448        If Not Worked-Found
000449           Add 1 To No-Shows
000450           Move "NO-SHOW" To Exc-Type
000451           Move Shift-Minutes To Exc-Minutes
000452           Move Exception-Line To Report-Record
000453           Perform Write-Report-Line
000454        Else
000455           Compute Late-Minutes =
000456                   Wd-First-In-Minutes (Worked-Index) -
000457                   Shift-Start-Minutes
000458           If Late-Minutes > Late-Grace-Minutes
000459              Add 1 To Late-Arrivals
000460              Move "LATE ARRIVAL" To Exc-Type
000461              Move Wd-First-In (Worked-Index) To Itw-In
000462              Move In-Text-Work To Exc-In-Part
000463              Move Late-Minutes To Exc-Minutes
000464              Move Exception-Line To Report-Record
000465              Perform Write-Report-Line
000466           End-If
000467        End-If
000468     End-If
000469     .
000470 Find-Worked-For-Shift.
000471     Move Space To Worked-Found-Flag
000472     Set Worked-Index To 1
000473     Search Worked-Entry
000474          At End
000475             Continue
000476          When Wd-Operator (Worked-Index) = Hold-Operator
000477               And Wd-Date (Worked-Index) = Sh-Date (Shift-Index)
000478             Set Worked-Found To True
000479             Move "Y" To Wd-Matched (Worked-Index)
000480     End-Search
000481     .
000482 Check-One-Worked-Day.
000483     If Wd-Operator (Worked-Index) = Hold-Operator
000484        Add Wd-Minutes (Worked-Index) To Actual-Minutes
000485        If Wd-Matched (Worked-Index) = Space
000486           Add 1 To Unscheduled-Shifts
000487           Move Spaces To Exception-Line
000488           Move Hold-Operator To Exc-Operator
000489           Move Wd-Date (Worked-Index) To Exc-Date
000490           Move "UNSCHEDULED SHIFT" To Exc-Type
000491           Move "Not Scheduled" To Exc-Sched-Part
000492           Move Wd-First-In (Worked-Index) To Itw-In
000493           Move In-Text-Work To Exc-In-Part
000494           Move Wd-Minutes (Worked-Index) To Exc-Minutes
000495           Move " Min" To Exc-Min-Label
000496           Move Exception-Line To Report-Record
000497           Perform Write-Report-Line
000498        End-If
000499     End-If
000500     .
000501 Report-Operator-Total.
000502     Add 1 To Operators-Reported
000503     Compute Sched-Hours Rounded = Sched-Minutes / 60
000504     Compute Actual-Hours Rounded = Actual-Minutes / 60
000505     Compute Variance-Hours = Actual-Hours - Sched-Hours
000506     Move Zeros To Sched-Ot-Hours Actual-Ot-Hours Unsched-Ot-Hours
000507     If Sched-Hours > 40
000508        Compute Sched-Ot-Hours = Sched-Hours - 40
000509     End-If
000510     If Actual-Hours > 40
000511        Compute Actual-Ot-Hours = Actual-Hours - 40
000512     End-If
000513     Move Spaces To Tot-Flag
000514     If Actual-Ot-Hours > Sched-Ot-Hours
000515        Compute Unsched-Ot-Hours =
000516                Actual-Ot-Hours - Sched-Ot-Hours
000517        Move "OVERTIME" To Tot-Flag
000518        Add 1 To Ot-Operators
000519     End-If
000520     Move Hold-Operator To Tot-Operator
000521     Move Sched-Hours To Tot-Sched
000522     Move Actual-Hours To Tot-Actual
000523     Move Variance-Hours To Tot-Variance
000524     Move Unsched-Ot-Hours To Tot-Unsched-Ot
000525     Move Total-Line To Report-Record
000526     Perform Write-Report-Line
000527     Move Spaces To Report-Record
000528     Perform Write-Report-Line
000529     .
000530 Write-Report-Line.
000531     If Line-Count > 55
000532        Perform Heading-Routine
000533     End-If
000534     Write Report-Record After 1
000535     Add 1 To Line-Count
000536     .
000537 Heading-Routine.
000538     Add 1 To Page-Count
000539     Move Page-Count To Page-No
000540     If Page-Count = 1
000541        Write Report-Record From Heading-Line-1 After Zero
000542     Else
000543        Write Report-Record From Heading-Line-1 After Page
000544     End-If
000545     Write Report-Record From Heading-Line-2 After 1
000546     Move Spaces To Report-Record
000547     Write Report-Record After 1
000548     Move 3 To Line-Count
000549     .
