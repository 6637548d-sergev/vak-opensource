000010 @OPTIONS MAIN,TEST
000020 Identification Division.
000030 Program-Id.  Chapt16q.
000031* Dealer Floor-Duty Shift Signup
000032* Replaces The Wall Calendar: The Front Desk Keys The Dealer,
000033* The Day And The Shift Block (HHMM To HHMM) Into DutySign.TXT,
000034* One Shift Per Dealer Per Day.  F3 Shows The Dealer's Signups
000035* For That Month Beside What The Booth Obliges And What The
000036* Time Clock Shows Worked (Chapt16s).  Chapt19f Credits Or
000037* Charges The Month On The Rent Invoice; Chapt16t Reports It
000038 Environment Division.
000039 Configuration Section.
000040 Special-Names.
000041       Crt Status Is Keyboard-Status
000042       Cursor Is Cursor-Position.
000043 Source-Computer.  IBM-PC.
000044 Object-Computer.  IBM-PC.
000045 Input-Output Section.
000046 File-Control.
000047     Select Optional Duty-Signup-File Assign To "DutySign.TXT"
000048         Organization Is Line Sequential
000049         File Status  Is Duty-Signup-Status.
000050     Select Optional Dealer-File Assign To "Dealer.Dat"
000051            Organization Indexed
000052            Access Random
000053            Record Key Dealer-Number
000054            File Status Dealer-Status.
000055     Select Optional Current-Operator-File Assign To
000056                     "CurrOper.TXT"
000057         Organization Is Line Sequential
000058         File Status  Is Current-Operator-Status.
000059 Data Division.
000060 File Section.
000061 Fd  Duty-Signup-File.
000062 Copy "dutysign.cpy".
000063 Fd  Dealer-File.
000064 01  Dealer-Record.
000065     03  Dealer-Number       Pic X(8).
000066     03  Filler              Pic X(468).
000067 Fd  Current-Operator-File.
000068 01  Current-Operator-Record.
000069     03  Curr-Oper-Id        Pic X(4).
000070     03  Filler              Pic X.
000071     03  Curr-Oper-Level     Pic 9.
000072 Working-Storage Section.
000073 01  Keyboard-Status.
000074     03  Accept-Status Pic 9.
000075     03  Function-Key  Pic X.
000076         88  F1-Pressed Value X"01".
000077         88  F2-Pressed Value X"02".
000078         88  F3-Pressed Value X"03".
000079         88  F5-Pressed Value X"05".
000080     03  System-Use    Pic X.
000081 01  Cursor-Position.
000082     03  Cursor-Row    Pic 9(2) Value 1.
000083     03  Cursor-Column Pic 9(2) Value 1.
000084 01  Duty-Signup-Status     Pic XX Value Spaces.
000085     88  Duty-Signup-Success Value "00" Thru "09".
000086 01  Dealer-Status          Pic XX Value Spaces.
000087     88  Dealer-Success     Value "00" Thru "09".
000088 01  Current-Operator-Status Pic XX Value Spaces.
000089 01  Current-Operator       Pic X(4) Value Spaces.
000090 01  Current-Oper-Level     Pic 9 Value Zeros.
000091 01  Load-Done-Flag         Pic X Value Spaces.
000092     88  Load-Done          Value "Y".
000093 01  Dealer-Valid-Flag      Pic X Value Spaces.
000094     88  Dealer-Valid       Value "Y".
000095 01  Signup-Changed-Flag    Pic X Value Spaces.
000096     88  Signup-Changed     Value "Y".
000097 01  Error-Message          Pic X(60) Value Spaces.
000098 01  Date-Valid-Status      Pic X(40) Value Spaces.
000099 01  Shift-Month            Pic 9(6) Value Zeros.
000100 01  Work-Month             Pic 9(6) Value Zeros.
000101 01  Panel-Sub              Pic 99 Value Zeros.
000102 01  Signed-In-Month        Pic 99 Value Zeros.
000103 01  Signups-Added          Pic 9(4) Value Zeros.
000104 01  Signups-Changed        Pic 9(4) Value Zeros.
000105 01  Signups-Cancelled      Pic 9(4) Value Zeros.
000106 01  Work-Record.
000107     03  Entry-Dealer        Pic X(8).
000108     03  Entry-Date          Pic 9(8).
000109     03  Entry-Start         Pic 9(4).
000110     03  Entry-Start-X Redefines Entry-Start.
000111         05  Entry-Start-HH  Pic 99.
000112         05  Entry-Start-MI  Pic 99.
000113     03  Entry-End           Pic 9(4).
000114     03  Entry-End-X Redefines Entry-End.
000115         05  Entry-End-HH    Pic 99.
000116         05  Entry-End-MI    Pic 99.
000117* Returned By Chapt16s For The Month And Dealer
000118 01  Duty-Result.
000119     03  Duty-Shifts-Required    Pic 99.
000120     03  Duty-Shifts-Signed      Pic 99.
000121     03  Duty-Shifts-Worked      Pic 99.
000122     03  Duty-Credit-Per-Shift   Pic 9(3)v99.
000123     03  Duty-Missed-Charge      Pic 9(3)v99.
000124     03  Duty-Booth-Class        Pic X(2).
000125* Every Signup Is Held Here And Written Back On Exit; A
000126* Cancelled Signup Is Dropped At The Write Back
000127 01  Signup-Count           Pic 9(4) Value Zeros.
000128 01  Signup-Table-Area.
000129     03  Signup-Entry Occurs 0 To 3000 Times
000130             Depending On Signup-Count
000131             Indexed By Signup-Index.
000132         05  Tbl-Sign-Dealer     Pic X(8).
000133         05  Tbl-Sign-Date       Pic 9(8).
000134         05  Tbl-Sign-Start      Pic 9(4).
000135         05  Tbl-Sign-End        Pic 9(4).
000136         05  Tbl-Sign-Entered-By Pic X(4).
000137         05  Tbl-Sign-Cancelled  Pic X.
000138 01  Month-Panel-Area.
000139     03  Month-Panel-Line Pic X(60) Occurs 8 Times.
000140 01  Obligation-Line        Pic X(60) Value Spaces.
000141 01  Panel-Line-Work.
000142     03  Pnl-Date            Pic 99/99/9999.
000143     03  Filler              Pic X(3).
000144     03  Pnl-Start           Pic 9(4).
000145     03  Filler              Pic X(3) Value " - ".
000146     03  Pnl-End             Pic 9(4).
000147 01  Obligation-Line-Work.
000148     03  Filler              Pic X(6)  Value "Owes ".
000149     03  Obl-Required        Pic Z9.
000150     03  Filler              Pic X(11) Value " Shifts   ".
000151     03  Filler              Pic X(7)  Value "Signed".
000152     03  Obl-Signed          Pic Z9.
000153     03  Filler              Pic X(11) Value "   Worked ".
000154     03  Obl-Worked          Pic Z9.
000155 Screen Section.
000156 01  Signup-Screen
000157     Blank Screen, Auto
000158     Foreground-Color Is 7,
000159     Background-Color Is 1.
000160     03  Screen-Literal-Group.
000161         05  Line 01 Column 26 Value "Floor Duty Signup"
000162             Highlight Foreground-Color 4 Background-Color 1.
000163         05  Line 04 Column 01  Value "Dealer: ".
000164         05  Line 05 Column 01  Value "Duty Date: ".
000165         05  Line 06 Column 01  Value "Start (HHMM): ".
000166         05  Line 06 Column 22  Value "End (HHMM): ".
000167         05  Line 22 Column 01  Value
000168             "F1-Exit  F2-Sign Up  F3-Show Month  F5-Cancel".
000169     03  Required-Reverse-Group Reverse-Video Required.
000170         05  Line 4 Column 16 Pic X(8) Using Entry-Dealer.
000171         05  Line 5 Column 16 Pic 99/99/9999 Using Entry-Date.
000172     03  Reverse-Video-Group Reverse-Video.
000173         05  Line 6 Column 16 Pic 9(4) Using Entry-Start.
000174         05  Line 6 Column 34 Pic 9(4) Using Entry-End.
000175     03  Panel-Group.
000176         05  Line 09 Column 01 Pic X(60) From Obligation-Line.
000177         05  Line 10 Column 01 Pic X(60)
000178             From Month-Panel-Line (1).
000179         05  Line 11 Column 01 Pic X(60)
000180             From Month-Panel-Line (2).
000181         05  Line 12 Column 01 Pic X(60)
000182             From Month-Panel-Line (3).
000183         05  Line 13 Column 01 Pic X(60)
000184             From Month-Panel-Line (4).
000185         05  Line 14 Column 01 Pic X(60)
000186             From Month-Panel-Line (5).
000187         05  Line 15 Column 01 Pic X(60)
000188             From Month-Panel-Line (6).
000189         05  Line 16 Column 01 Pic X(60)
000190             From Month-Panel-Line (7).
000191         05  Line 17 Column 01 Pic X(60)
000192             From Month-Panel-Line (8).
000193     03  Blink-Group Highlight Blink.
000194         05  Line 20 Column 01 Pic X(60) From Error-Message.
000195 Procedure Division.
000196 Chapt16q-Start.
000197     Perform Load-Current-Operator
000198     Perform Load-Signup-Table
000199     Initialize Work-Record
000200     Move Spaces To Month-Panel-Area
000201     Perform Process-Screen Until F1-Pressed
000202     If Signup-Changed
000203        Perform Write-Back-Signups
000204     End-If
000205     Display "Signups Added     " Signups-Added
000206     Display "Signups Changed   " Signups-Changed
000207     Display "Signups Cancelled " Signups-Cancelled
000208     Stop Run
000209     .
000210 Process-Screen.
000211     Display Signup-Screen
000212     Accept Signup-Screen
000213     Move Spaces To Error-Message
000214     Evaluate True
000215        When F2-Pressed
000216           Perform Sign-Up-For-Duty
000217        When F3-Pressed
000218           Perform Check-Dealer-And-Date
000219           If Dealer-Valid
000220              Perform Show-The-Month
000221           End-If
000222        When F5-Pressed
000223           Perform Cancel-A-Signup
000224        When Other
000225           Continue
000226     End-Evaluate
000227     .
000228 Sign-Up-For-Duty.
000229     Evaluate True
000230        When Entry-Start-HH > 23 Or Entry-Start-MI > 59
000231           Move "Start must be a time of day, HHMM"
000232                To Error-Message
000233        When Entry-End-HH > 23 Or Entry-End-MI > 59
000234           Move "End must be a time of day, HHMM"
000235                To Error-Message
000236        When Entry-End Not > Entry-Start
000237           Move "A shift must end after it starts, same day"
000238                To Error-Message
000239        When Other
000240           Perform Check-Dealer-And-Date
000241           If Dealer-Valid
000242              Perform Store-The-Signup
000243              Perform Show-The-Month
000244           End-If
000245     End-Evaluate
000246     .
000247 Cancel-A-Signup.
000248     Perform Check-Dealer-And-Date
000249     If Dealer-Valid
000250        Perform Find-The-Signup
000251        If Signup-Index > Signup-Count
000252           Move "No Signup For That Dealer And Date"
000253                To Error-Message
000254        Else
000255           Move "Y" To Tbl-Sign-Cancelled (Signup-Index)
000256           Set Signup-Changed To True
000257           Add 1 To Signups-Cancelled
000258           Move "Signup Cancelled" To Error-Message
000259           Perform Show-The-Month
000260        End-If
000261     End-If
000262     .
000263 Check-Dealer-And-Date.
000264     Move Spaces To Dealer-Valid-Flag
000265     Call "Chapt23h" Using Entry-Date Date-Valid-Status
000266     If Date-Valid-Status Not = "Valid Date"
000267        Move "Duty Date is not a valid date" To Error-Message
000268     Else
000269        Open Input Dealer-File
000270        If Not Dealer-Success
000271           Move "Dealer File Not Available" To Error-Message
000272        Else
000273           Move Entry-Dealer To Dealer-Number
000274           Read Dealer-File
000275                Invalid Key
000276                   Move "Dealer Not On File" To Error-Message
000277                Not Invalid Key
000278                   Set Dealer-Valid To True
000279           End-Read
000280           Close Dealer-File
000281        End-If
000282     End-If
000283     .
000284 Find-The-Signup.
000285* Leaves Signup-Index Past The End When There Is No Signup
000286     Set Signup-Index To 1
000287     Search Signup-Entry
000288          At End
000289             Set Signup-Index To Signup-Count
000290             Set Signup-Index Up By 1
000291          When Tbl-Sign-Dealer (Signup-Index) = Entry-Dealer
000292               And Tbl-Sign-Date (Signup-Index) = Entry-Date
000293               And Tbl-Sign-Cancelled (Signup-Index) = Space
000294             Continue
000295     End-Search
000296     .
000297 Store-The-Signup.
000298     Perform Find-The-Signup
000299     If Signup-Index > Signup-Count
000300        If Signup-Count < 3000
000301           Add 1 To Signup-Count
000302           Set Signup-Index To Signup-Count
000303           Move Entry-Dealer To Tbl-Sign-Dealer (Signup-Index)
000304           Move Entry-Date To Tbl-Sign-Date (Signup-Index)
000305           Move Space To Tbl-Sign-Cancelled (Signup-Index)
000306           Add 1 To Signups-Added
000307           Move "Signed Up For Floor Duty" To Error-Message
000308        Else
000309           Move "Signup Table Full" To Error-Message
000310        End-If
000311     Else
000312        Add 1 To Signups-Changed
000313        Move "Duty Shift Changed" To Error-Message
000314     End-If
000315     If Signup-Index Not > Signup-Count
000316        Move Entry-Start To Tbl-Sign-Start (Signup-Index)
000317        Move Entry-End To Tbl-Sign-End (Signup-Index)
000318        Move Current-Operator To
000319             Tbl-Sign-Entered-By (Signup-Index)
000320        Set Signup-Changed To True
000321     End-If
000322     .
000323 Show-The-Month.
000324     Move Spaces To Month-Panel-Area
000325     Move Entry-Date (5:4) To Shift-Month (1:4)
000326     Move Entry-Date (1:2) To Shift-Month (5:2)
000327     Move Zeros To Panel-Sub Signed-In-Month
000328     Perform Show-One-Signup
000329             Varying Signup-Index From 1 By 1
000330             Until Signup-Index > Signup-Count
000331     Call "Chapt16s" Using Shift-Month Entry-Dealer Duty-Result
000332     Move Duty-Shifts-Required To Obl-Required
000333     Move Signed-In-Month To Obl-Signed
000334     Move Duty-Shifts-Worked To Obl-Worked
000335     Move Obligation-Line-Work To Obligation-Line
000336     .
000337 Show-One-Signup.
000338     If Tbl-Sign-Dealer (Signup-Index) = Entry-Dealer
000339        And Tbl-Sign-Cancelled (Signup-Index) = Space
000340        Move Tbl-Sign-Date (Signup-Index) (5:4) To
000341             Work-Month (1:4)
000342        Move Tbl-Sign-Date (Signup-Index) (1:2) To
000343             Work-Month (5:2)
000344        If Work-Month = Shift-Month
000345           Add 1 To Signed-In-Month
000346           If Panel-Sub < 8
000347              Add 1 To Panel-Sub
000348              Move Spaces To Panel-Line-Work
000349              Move " - " To Panel-Line-Work (18:3)
000350              Move Tbl-Sign-Date (Signup-Index) To Pnl-Date
000351              Move Tbl-Sign-Start (Signup-Index) To Pnl-Start
000352              Move Tbl-Sign-End (Signup-Index) To Pnl-End
000353              Move Panel-Line-Work To Month-Panel-Line (Panel-Sub)
000354           End-If
000355        End-If
000356     End-If
000357     .
000358 Load-Signup-Table.
000359     Move Spaces To Load-Done-Flag
000360     Open Input Duty-Signup-File
000361     If Duty-Signup-Success
000362        Perform Load-One-Signup Until Load-Done
000363        Close Duty-Signup-File
000364     End-If
000365     .
000366 Load-One-Signup.
000367     Read Duty-Signup-File
000368          At End Set Load-Done To True
000369          Not At End
000370             If Signup-Count < 3000
000371                Add 1 To Signup-Count
000372                Move Sign-Dealer To Tbl-Sign-Dealer (Signup-Count)
000373                Move Sign-Date To Tbl-Sign-Date (Signup-Count)
000374                Move Sign-Start To Tbl-Sign-Start (Signup-Count)
000375                Move Sign-End To Tbl-Sign-End (Signup-Count)
000376                Move Sign-Entered-By To
000377                     Tbl-Sign-Entered-By (Signup-Count)
000378                Move Space To Tbl-Sign-Cancelled (Signup-Count)
000379             End-If
000380     End-Read
000381     .
000382 Write-Back-Signups.
000383     Open Output Duty-Signup-File
000384     Perform Write-Back-One-Signup
000385             Varying Signup-Index From 1 By 1
000386             Until Signup-Index > Signup-Count
000387     Close Duty-Signup-File
000388     .
000389 Write-Back-One-Signup.
000390     If Tbl-Sign-Cancelled (Signup-Index) = Space
000391        Move Spaces To Duty-Signup-Record
000392        Move Tbl-Sign-Dealer (Signup-Index) To Sign-Dealer
000393        Move Tbl-Sign-Date (Signup-Index) To Sign-Date
000394        Move Tbl-Sign-Start (Signup-Index) To Sign-Start
000395        Move Tbl-Sign-End (Signup-Index) To Sign-End
000396        Move Tbl-Sign-Entered-By (Signup-Index) To Sign-Entered-By
000397        Write Duty-Signup-Record
000398     End-If
000399     .
000400 Load-Current-Operator.
000401     Open Input Current-Operator-File
000402     If Current-Operator-Status = "00"
000403        Read Current-Operator-File
000404             At End Continue
000405             Not At End
000406                Move Curr-Oper-Id To Current-Operator
000407                Move Curr-Oper-Level To Current-Oper-Level
000408        End-Read
000409        Close Current-Operator-File
000410     End-If
000411     .
