000010 @OPTIONS MAIN,TEST
000020 Identification Division.
000030 Program-Id.  Chapt25u.
000031* Operator Shift Schedule Entry
000032* The Weekly Plan Behind The Time Clock: A Supervisor Keys One
000033* Shift Per Operator Per Day (Operator From Operator.TXT, Date
000034* Inside The Week, Start And End As HHMM) Into ShiftSch.TXT.
000035* Keying The Same Operator And Date Again Changes That Shift.
000036* Chapt25v Checks The Plan Against The Chapt20m Hourly Demand
000037* And Chapt25w Checks It Against TimeClk.TXT After The Week
000038 Environment Division.
000039 Configuration Section.
000040 Special-Names.
000041       Crt Status Is Keyboard-Status
000042       Cursor Is Cursor-Position.
000043 Source-Computer.  IBM-PC.
000044 Object-Computer.  IBM-PC.
000045 Input-Output Section.
000046 File-Control.
000047     Select Optional Shift-Schedule-File Assign To "ShiftSch.TXT"
000048         Organization Is Line Sequential
000049         File Status  Is Shift-Schedule-Status.
000050     Select Optional Operator-File Assign To "Operator.TXT"
000051         Organization Is Line Sequential
000052         File Status  Is Operator-File-Status.
000053     Select Optional Current-Operator-File Assign To
000054                     "CurrOper.TXT"
000055         Organization Is Line Sequential
000056         File Status  Is Current-Operator-Status.
000057 Data Division.
000058 File Section.
000059 Fd  Shift-Schedule-File.
000060 Copy "shiftsch.cpy".
000061 Fd  Operator-File.
000062 01  Operator-Record.
000063     03  Oper-Id             Pic X(4).
000064     03  Filler              Pic X.
000065     03  Oper-Password       Pic X(8).
000066     03  Filler              Pic X.
000067     03  Oper-Level          Pic 9.
000068 Fd  Current-Operator-File.
000069 01  Current-Operator-Record.
000070     03  Curr-Oper-Id        Pic X(4).
000071     03  Filler              Pic X.
000072     03  Curr-Oper-Level     Pic 9.
000073 Working-Storage Section.
000074 01  Keyboard-Status.
000075     03  Accept-Status Pic 9.
000076     03  Function-Key  Pic X.
000077         88  F1-Pressed Value X"01".
000078         88  F2-Pressed Value X"02".
000079         88  F3-Pressed Value X"03".
000080         88  F5-Pressed Value X"05".
000081     03  System-Use    Pic X.
000082 01  Cursor-Position.
000083     03  Cursor-Row    Pic 9(2) Value 1.
000084     03  Cursor-Column Pic 9(2) Value 1.
000085 01  Shift-Schedule-Status  Pic XX Value Spaces.
000086     88  Shift-Schedule-Success Value "00" Thru "09".
000087 01  Operator-File-Status   Pic XX Value Spaces.
000088 01  Current-Operator-Status Pic XX Value Spaces.
000089 01  Current-Operator       Pic X(4) Value Spaces.
000090 01  Current-Oper-Level     Pic 9 Value Zeros.
000091 01  Scan-Done-Flag         Pic X Value Spaces.
000092     88  Scan-Done          Value "Y".
000093 01  Operator-Valid-Flag    Pic X Value Spaces.
000094     88  Operator-Valid     Value "Y".
000095 01  Shift-Date-Flag        Pic X Value Spaces.
000096     88  Shift-Date-Ok      Value "Y".
000097 01  Schedule-Changed-Flag  Pic X Value Spaces.
000098     88  Schedule-Changed   Value "Y".
000099 01  Error-Message          Pic X(60) Value Spaces.
000100 01  Date-Valid-Status      Pic X(40) Value Spaces.
000101 01  Day-Offset             Pic S9(7) Value Zeros.
000102 01  Day-Sub                Pic 9 Value Zeros.
000103 01  Day-Integer            Pic 9(7) Value Zeros.
000104 01  Weekday-Element        Pic 9 Value Zeros.
000105 01  Week-YYYYMMDD          Pic 9(8) Value Zeros.
000106 01  Day-YYYYMMDD           Pic 9(8) Value Zeros.
000107 01  Day-MMDDYYYY           Pic 9(8) Value Zeros.
000108 01  Shift-Minutes          Pic 9(4) Value Zeros.
000109 01  Week-Minutes           Pic 9(5) Value Zeros.
000110 01  Shifts-Added           Pic 9(4) Value Zeros.
000111 01  Shifts-Changed         Pic 9(4) Value Zeros.
000112 01  Shifts-Removed         Pic 9(4) Value Zeros.
000113 01  Work-Record.
000114     03  Entry-Week          Pic 9(8).
000115     03  Entry-Operator      Pic X(4).
000116     03  Entry-Date          Pic 9(8).
000117     03  Entry-Start         Pic 9(4).
000118     03  Entry-Start-X Redefines Entry-Start.
000119         05  Entry-Start-HH  Pic 99.
000120         05  Entry-Start-MI  Pic 99.
000121     03  Entry-End           Pic 9(4).
000122     03  Entry-End-X Redefines Entry-End.
000123         05  Entry-End-HH    Pic 99.
000124         05  Entry-End-MI    Pic 99.
000125 01  Time-Work              Pic 9(4) Value Zeros.
000126 01  Time-Work-X Redefines Time-Work.
000127     03  Time-Work-HH       Pic 99.
000128     03  Time-Work-MI       Pic 99.
000129 01  Start-Minutes          Pic 9(4) Value Zeros.
000130 01  End-Minutes            Pic 9(4) Value Zeros.
000131 01  Weekday-Name-Table-Values.
000132     03  Filler Pic X(9) Value "Sunday".
000133     03  Filler Pic X(9) Value "Monday".
000134     03  Filler Pic X(9) Value "Tuesday".
000135     03  Filler Pic X(9) Value "Wednesday".
000136     03  Filler Pic X(9) Value "Thursday".
000137     03  Filler Pic X(9) Value "Friday".
000138     03  Filler Pic X(9) Value "Saturday".
000139 01  Weekday-Name-Table Redefines
000140         Weekday-Name-Table-Values.
000141     03  Table-Weekday-Name Pic X(9) Occurs 7 Times.
000142* The Whole Schedule Is Held Here And Written Back On Exit; A
000143* Removed Shift Is Dropped At The Write Back
000144 01  Schedule-Count         Pic 9(4) Value Zeros.
000145 01  Schedule-Table-Area.
000146     03  Schedule-Entry Occurs 0 To 2000 Times
000147             Depending On Schedule-Count
000148             Indexed By Schedule-Index.
000149         05  Tbl-Sch-Operator    Pic X(4).
000150         05  Tbl-Sch-Date        Pic 9(8).
000151         05  Tbl-Sch-Start       Pic 9(4).
000152         05  Tbl-Sch-End         Pic 9(4).
000153         05  Tbl-Sch-Entered-By  Pic X(4).
000154         05  Tbl-Sch-Removed     Pic X.
000155 01  Week-Panel-Area.
000156     03  Week-Panel-Line Pic X(60) Occurs 7 Times.
000157 01  Week-Total-Line        Pic X(60) Value Spaces.
000158 01  Panel-Line-Work.
000159     03  Pnl-Weekday         Pic X(10).
000160     03  Pnl-Date            Pic 99/99/9999.
000161     03  Filler              Pic X(3).
000162     03  Pnl-Shift.
000163         05  Pnl-Start       Pic 9(4).
000164         05  Filler          Pic X(3).
000165         05  Pnl-End         Pic 9(4).
000166         05  Filler          Pic X(3).
000167         05  Pnl-Hours       Pic Z9.99.
000168         05  Filler          Pic X(4).
000169 01  Total-Line-Work.
000170     03  Filler              Pic X(23) Value
000171         "Scheduled For The Week".
000172     03  Tot-Hours           Pic ZZ9.99.
000173     03  Filler              Pic X(4) Value " Hrs".
000174 Screen Section.
000175 01  Schedule-Screen
000176     Blank Screen, Auto
000177     Foreground-Color Is 7,
000178     Background-Color Is 1.
000179     03  Screen-Literal-Group.
000180         05  Line 01 Column 28 Value "Shift Schedule"
000181             Highlight Foreground-Color 4 Background-Color 1.
000182         05  Line 04 Column 01  Value "Week Starting: ".
000183         05  Line 05 Column 01  Value "Operator: ".
000184         05  Line 06 Column 01  Value "Shift Date: ".
000185         05  Line 07 Column 01  Value "Start (HHMM): ".
000186         05  Line 07 Column 22  Value "End (HHMM): ".
000187         05  Line 22 Column 01  Value
000188             "F1-Exit  F2-Save Shift  F3-Show Week  F5-Remove".
000189     03  Required-Reverse-Group Reverse-Video Required.
000190         05  Line 4 Column 16 Pic 99/99/9999 Using Entry-Week.
000191         05  Line 5 Column 16 Pic X(4) Using Entry-Operator.
000192     03  Reverse-Video-Group Reverse-Video.
000193         05  Line 6 Column 16 Pic 99/99/9999 Using Entry-Date.
000194         05  Line 7 Column 16 Pic 9(4) Using Entry-Start.
000195         05  Line 7 Column 34 Pic 9(4) Using Entry-End.
000196     03  Panel-Group.
000197         05  Line 10 Column 01 Pic X(60) From Week-Panel-Line (1).
000198         05  Line 11 Column 01 Pic X(60) From Week-Panel-Line (2).
000199         05  Line 12 Column 01 Pic X(60) From Week-Panel-Line (3).
000200         05  Line 13 Column 01 Pic X(60) From Week-Panel-Line (4).
000201         05  Line 14 Column 01 Pic X(60) From Week-Panel-Line (5).
000202         05  Line 15 Column 01 Pic X(60) From Week-Panel-Line (6).
000203         05  Line 16 Column 01 Pic X(60) From Week-Panel-Line (7).
000204         05  Line 18 Column 01 Pic X(60) From Week-Total-Line.
000205     03  Blink-Group Highlight Blink.
000206         05  Line 20 Column 01 Pic X(60) From Error-Message.
000207 Procedure Division.
000208 Chapt25u-Start.
000209     Perform Load-Current-Operator
000210     If Current-Oper-Level < 5
000211        Display "Manager Authorization Required"
000212        Stop Run
000213     End-If
000214     Perform Load-Schedule-Table
000215     Initialize Work-Record
000216     Move Spaces To Week-Panel-Area
000217     Perform Process-Screen Until F1-Pressed
000218     If Schedule-Changed
000219        Perform Write-Back-Schedule
000220     End-If
000221     Display "Shifts Added   " Shifts-Added
000222     Display "Shifts Changed " Shifts-Changed
000223     Display "Shifts Removed " Shifts-Removed
000224     Stop Run
000225     .
000226 Process-Screen.
000227     Display Schedule-Screen
000228     Accept Schedule-Screen
000229     Move Spaces To Error-Message
000230     Evaluate True
000231        When F2-Pressed
000232           Perform Save-A-Shift
000233        When F3-Pressed
000234           Perform Show-The-Week
000235        When F5-Pressed
000236           Perform Remove-A-Shift
000237        When Other
000238           Continue
000239     End-Evaluate
000240     .
000241 Save-A-Shift.
000242     Move Entry-Start To Time-Work
000243     Compute Start-Minutes = Time-Work-HH * 60 + Time-Work-MI
000244     Move Entry-End To Time-Work
000245     Compute End-Minutes = Time-Work-HH * 60 + Time-Work-MI
000246     Evaluate True
000247        When Entry-Date = Zeros
000248           Move "Key the Shift Date" To Error-Message
000249        When Entry-Start-HH > 23 Or Entry-Start-MI > 59
000250           Move "Start must be a time of day, HHMM"
000251                To Error-Message
000252        When Entry-End-HH > 23 Or Entry-End-MI > 59
000253           Move "End must be a time of day, HHMM"
000254                To Error-Message
000255        When End-Minutes Not > Start-Minutes
000256           Move "A shift must end after it starts, same day"
000257                To Error-Message
000258        When Other
000259           Perform Check-Shift-Date
000260           If Shift-Date-Ok
000261              Perform Verify-Operator
000262              If Operator-Valid
000263                 Perform Store-The-Shift
000264                 Perform Show-The-Week
000265              End-If
000266           End-If
000267     End-Evaluate
000268     .
000269 Remove-A-Shift.
000270     If Entry-Date = Zeros
000271        Move "Key the Shift Date to remove" To Error-Message
000272     Else
000273        Perform Check-Shift-Date
000274        If Shift-Date-Ok
000275           Perform Find-The-Shift
000276           If Schedule-Index > Schedule-Count
000277              Move "No Shift For That Operator And Date"
000278                   To Error-Message
000279           Else
000280              Move "Y" To Tbl-Sch-Removed (Schedule-Index)
000281              Set Schedule-Changed To True
000282              Add 1 To Shifts-Removed
000283              Move "Shift Removed" To Error-Message
000284              Perform Show-The-Week
000285           End-If
000286        End-If
000287     End-If
000288     .
000289 Check-Shift-Date.
000290     Move Spaces To Shift-Date-Flag
000291     Call "Chapt23h" Using Entry-Week Date-Valid-Status
000292     If Date-Valid-Status Not = "Valid Date"
000293        Move "Week Starting is not a valid date" To Error-Message
000294     Else
000295        Call "Chapt23h" Using Entry-Date Date-Valid-Status
000296        If Date-Valid-Status Not = "Valid Date"
000297           Move "Shift Date is not a valid date" To Error-Message
000298        Else
000299           Call "Chapt23f" Using Entry-Week Entry-Date Day-Offset
000300           If Day-Offset < 0 Or Day-Offset > 6
000301              Move "Shift Date is not in that week"
000302                   To Error-Message
000303           Else
000304              Set Shift-Date-Ok To True
000305           End-If
000306        End-If
000307     End-If
000308     .
000309 Find-The-Shift.
000310* Leaves Schedule-Index Past The End When There Is No Shift
000311     Set Schedule-Index To 1
000312     Search Schedule-Entry
000313          At End
000314             Set Schedule-Index To Schedule-Count
000315             Set Schedule-Index Up By 1
000316          When Tbl-Sch-Operator (Schedule-Index) = Entry-Operator
000317               And Tbl-Sch-Date (Schedule-Index) = Entry-Date
000318               And Tbl-Sch-Removed (Schedule-Index) = Space
000319             Continue
000320     End-Search
000321     .
000322 Store-The-Shift.
000323     Perform Find-The-Shift
000324     If Schedule-Index > Schedule-Count
000325        If Schedule-Count < 2000
000326           Add 1 To Schedule-Count
000327           Set Schedule-Index To Schedule-Count
000328           Move Entry-Operator To
000329                Tbl-Sch-Operator (Schedule-Index)
000330           Move Entry-Date To Tbl-Sch-Date (Schedule-Index)
000331           Move Space To Tbl-Sch-Removed (Schedule-Index)
000332           Add 1 To Shifts-Added
000333           Move "Shift Added" To Error-Message
000334        Else
000335           Move "Schedule Table Full" To Error-Message
000336        End-If
000337     Else
000338        Add 1 To Shifts-Changed
000339        Move "Shift Changed" To Error-Message
000340     End-If
000341     If Schedule-Index Not > Schedule-Count
000342        Move Entry-Start To Tbl-Sch-Start (Schedule-Index)
000343        Move Entry-End To Tbl-Sch-End (Schedule-Index)
000344        Move Current-Operator To
000345             Tbl-Sch-Entered-By (Schedule-Index)
000346        Set Schedule-Changed To True
000347     End-If
000348     .
000349 Show-The-Week.
000350     Move Spaces To Week-Panel-Area Week-Total-Line
000351     Call "Chapt23h" Using Entry-Week Date-Valid-Status
000352     If Date-Valid-Status Not = "Valid Date"
000353        Move "Week Starting is not a valid date" To Error-Message
000354     Else
000355        Move Entry-Week (5:4) To Week-YYYYMMDD (1:4)
000356        Move Entry-Week (1:4) To Week-YYYYMMDD (5:4)
000357        Move Zeros To Week-Minutes
000358        Perform Show-One-Day
000359                Varying Day-Sub From 1 By 1
000360                Until Day-Sub > 7
000361        Compute Tot-Hours Rounded = Week-Minutes / 60
000362        Move Total-Line-Work To Week-Total-Line
000363     End-If
000364     .
000365 Show-One-Day.
000366     Compute Day-Integer =
000367             Function Integer-Of-Date (Week-YYYYMMDD)
000368             + Day-Sub - 1
000369     Compute Day-YYYYMMDD = Function Date-Of-Integer (Day-Integer)
000370     Move Day-YYYYMMDD (5:4) To Day-MMDDYYYY (1:4)
000371     Move Day-YYYYMMDD (1:4) To Day-MMDDYYYY (5:4)
000372     Compute Weekday-Element = Function Rem (Day-Integer 7) + 1
000373     Move Spaces To Panel-Line-Work
000374     Move Table-Weekday-Name (Weekday-Element) To Pnl-Weekday
000375     Move Day-MMDDYYYY To Pnl-Date
000376     Set Schedule-Index To 1
000377     Search Schedule-Entry
000378          At End
000379             Move "Off" To Pnl-Shift
000380          When Tbl-Sch-Operator (Schedule-Index) = Entry-Operator
000381               And Tbl-Sch-Date (Schedule-Index) = Day-MMDDYYYY
000382               And Tbl-Sch-Removed (Schedule-Index) = Space
000383             Perform Show-One-Shift
000384     End-Search
000385     Move Panel-Line-Work To Week-Panel-Line (Day-Sub)
000386     .
000387 Show-One-Shift.
000388     Move Tbl-Sch-Start (Schedule-Index) To Pnl-Start Time-Work
000389     Compute Start-Minutes = Time-Work-HH * 60 + Time-Work-MI
000390     Move Tbl-Sch-End (Schedule-Index) To Pnl-End Time-Work
000391     Compute End-Minutes = Time-Work-HH * 60 + Time-Work-MI
000392     Compute Shift-Minutes = End-Minutes - Start-Minutes
000393     Add Shift-Minutes To Week-Minutes
000394     Move " - " To Pnl-Shift (5:3)
000395     Compute Pnl-Hours Rounded = Shift-Minutes / 60
000396     Move " Hrs" To Pnl-Shift (20:4)
000397     .
000398 Verify-Operator.
000399     Move Spaces To Operator-Valid-Flag Scan-Done-Flag
000400     If Entry-Operator = Spaces
000401        Move "Key the Operator Id first" To Error-Message
000402        Set Scan-Done To True
000403     Else
000404        Open Input Operator-File
000405        If Operator-File-Status Not = "00"
000406           Move "Operator File Not Available" To Error-Message
000407           Set Scan-Done To True
000408        End-If
000409        Perform Match-One-Operator Until Scan-Done
000410        If Operator-File-Status = "00" Or
000411           Operator-File-Status = "10"
000412           Close Operator-File
000413        End-If
000414        If Not Operator-Valid And Error-Message = Spaces
000415           Move "Operator Not On File" To Error-Message
000416        End-If
000417     End-If
000418     .
000419 Match-One-Operator.
000420     Read Operator-File
000421          At End Set Scan-Done To True
000422          Not At End
000423             If Oper-Id = Entry-Operator
000424                Set Operator-Valid To True
000425                Set Scan-Done To True
000426             End-If
000427     End-Read
000428     .
000429 Load-Schedule-Table.
000430     Move Spaces To Scan-Done-Flag
000431     Open Input Shift-Schedule-File
000432     If Shift-Schedule-Success
000433        Perform Load-One-Shift Until Scan-Done
000434        Close Shift-Schedule-File
000435     End-If
000436     .
000437 Load-One-Shift.
000438     Read Shift-Schedule-File
000439          At End Set Scan-Done To True
000440          Not At End
000441             If Schedule-Count < 2000
000442                Add 1 To Schedule-Count
000443                Move Sch-Operator To
000444                     Tbl-Sch-Operator (Schedule-Count)
000445                Move Sch-Date To Tbl-Sch-Date (Schedule-Count)
000446                Move Sch-Start To Tbl-Sch-Start (Schedule-Count)
000447                Move Sch-End To Tbl-Sch-End (Schedule-Count)
000448                Move Sch-Entered-By To
000449                     Tbl-Sch-Entered-By (Schedule-Count)
000450                Move Space To Tbl-Sch-Removed (Schedule-Count)
000451             End-If
000452     End-Read
000453     .
000454 Write-Back-Schedule.
000455     Open Output Shift-Schedule-File
000456     Perform Write-Back-One-Shift
000457             Varying Schedule-Index From 1 By 1
000458             Until Schedule-Index > Schedule-Count
000459     Close Shift-Schedule-File
000460     .
000461 Write-Back-One-Shift.
000462     If Tbl-Sch-Removed (Schedule-Index) = Space
000463        Move Spaces To Shift-Schedule-Record
000464        Move Tbl-Sch-Operator (Schedule-Index) To Sch-Operator
000465        Move Tbl-Sch-Date (Schedule-Index) To Sch-Date
000466        Move Tbl-Sch-Start (Schedule-Index) To Sch-Start
000467        Move Tbl-Sch-End (Schedule-Index) To Sch-End
000468        Move Tbl-Sch-Entered-By (Schedule-Index) To Sch-Entered-By
000469        Write Shift-Schedule-Record
000470     End-If
000471     .
000472 Load-Current-Operator.
000473     Open Input Current-Operator-File
000474     If Current-Operator-Status = "00"
000475        Read Current-Operator-File
000476             At End Continue
000477             Not At End
000478                Move Curr-Oper-Id To Current-Operator
000479                Move Curr-Oper-Level To Current-Oper-Level
000480        End-Read
000481        Close Current-Operator-File
000482     End-If
000483     .
