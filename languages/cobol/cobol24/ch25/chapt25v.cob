000010 @OPTIONS MAIN,TEST
000020 Identification Division.
000030 Program-Id.  Chapt25v.
000031* Shift Coverage Against Register Demand
000032* For The Week Starting On The Given Date, Counts The Staff The
000033* ShiftSch.TXT Plan Puts On The Floor In Each Hour And Sets It
000034* Against The Average Transactions For That Weekday And Hour
000035* From The Last Chapt20m Analysis (HourDmd.TXT).  One Staff Is
000036* Needed Per So Many Transactions An Hour - Ten Unless A Second
000037* Parameter Says Otherwise, E.g. "10182026 12".  An Hour Short
000038* Of That Prints As An Understaffed Peak; An Hour With More
000039* Than One On The Floor And More Than It Needs Prints As An
000040* Overstaffed Quiet Hour.  Hours With No Sales And No Staff
000041* Are Left Off
000042 Environment Division.
000043 Configuration Section.
000044 Source-Computer.  IBM-PC.
000045 Object-Computer.  IBM-PC.
000046 Input-Output  Section.
000047 File-Control.
000048     Select Report-File Assign To "RPT25V.SPL".
000049     Select Optional Hour-Demand-File Assign To "HourDmd.TXT"
000050         Organization Is Line Sequential
000051         File Status  Is Hour-Demand-Status.
000052     Select Optional Shift-Schedule-File Assign To "ShiftSch.TXT"
000053         Organization Is Line Sequential
000054         File Status  Is Shift-Schedule-Status.
000055 Data Division.
000056 File Section.
000057 Fd  Report-File.
000058 01  Report-Record Pic X(80).
000059 Fd  Hour-Demand-File.
000060 Copy "hourdmd.cpy".
000061 Fd  Shift-Schedule-File.
000062 Copy "shiftsch.cpy".
000063 Working-Storage Section.
000064 01  Hour-Demand-Status     Pic XX Value Spaces.
000065     88  Hour-Demand-Success Value "00" Thru "09".
000066 01  Shift-Schedule-Status  Pic XX Value Spaces.
000067     88  Shift-Schedule-Success Value "00" Thru "09".
000068 01  Done-Flag              Pic X Value Spaces.
000069     88  All-Done           Value "Y".
000070 01  Command-Line-Text      Pic X(40) Value Spaces.
000071 01  Week-Start-X           Pic X(8) Value Spaces.
000072 01  Per-Staff-X            Pic X(8) Value Spaces.
000073 01  Week-Start             Pic 9(8) Value Zeros.
000074 01  Week-YYYYMMDD          Pic 9(8) Value Zeros.
000075 01  Day-YYYYMMDD           Pic 9(8) Value Zeros.
000076 01  Day-MMDDYYYY           Pic 9(8) Value Zeros.
000077 01  Day-Integer            Pic 9(7) Value Zeros.
000078 01  Day-Offset             Pic S9(7) Value Zeros.
000079 01  Day-Sub                Pic 9 Value Zeros.
000080 01  Hour-Sub               Pic 99 Value Zeros.
000081 01  Hour-Begin             Pic 9(4) Value Zeros.
000082 01  Trans-Per-Staff        Pic 9(3) Value 10.
000083 01  Hour-Average           Pic 9(5)v99 Value Zeros.
000084 01  Staff-Needed           Pic 9(3) Value Zeros.
000085 01  Staff-Scheduled        Pic 9(3) Value Zeros.
000086 01  Demand-Loaded          Pic 9(3) Value Zeros.
000087 01  Shifts-In-Week         Pic 9(4) Value Zeros.
000088 01  Understaffed-Hours     Pic 9(4) Value Zeros.
000089 01  Overstaffed-Hours      Pic 9(4) Value Zeros.
000090 01  Demand-From-Date       Pic 9(8) Value Zeros.
000091 01  Demand-To-Date         Pic 9(8) Value Zeros.
000092 01  Weekday-Name-Table-Values.
000093     03  Filler Pic X(9) Value "Sunday".
000094     03  Filler Pic X(9) Value "Monday".
000095     03  Filler Pic X(9) Value "Tuesday".
000096     03  Filler Pic X(9) Value "Wednesday".
000097     03  Filler Pic X(9) Value "Thursday".
000098     03  Filler Pic X(9) Value "Friday".
000099     03  Filler Pic X(9) Value "Saturday".
000100 01  Weekday-Name-Table Redefines
000101         Weekday-Name-Table-Values.
000102     03  Table-Weekday-Name Pic X(9) Occurs 7 Times.
000103* Average Transactions By Weekday (1 = Sunday) And Hour
000104 01  Demand-Table-Area.
000105     03  Demand-Weekday Occurs 7 Times.
000106         05  Demand-Average    Pic 9(5)v99 Occurs 24 Times.
000107* Staff On The Floor By Day Of The Week Being Planned And Hour
000108 01  Coverage-Table-Area.
000109     03  Coverage-Day Occurs 7 Times.
000110         05  Coverage-Weekday  Pic 9.
000111         05  Coverage-Date     Pic 9(8).
000112         05  Coverage-Staff    Pic 9(3) Occurs 24 Times.
000113 01  Heading-Line-1.
000114     03  Filler      Pic X(12) Value "Created by:".
000115     03  Filler      Pic X(8)  Value "CHAPT25V".
000116     03  Filler      Pic X(2)  Value Spaces.
000117     03  Filler      Pic X(33) Value
000118         "Shift Coverage For Week Starting".
000119     03  Heading-Date Pic 99/99/9999.
000120     03  Filler      Pic X(5)  Value Spaces.
000121     03  Filler      Pic X(5)  Value "Page".
000122     03  Page-No     Pic Z(4)9 Value Zeros.
000123 01  Heading-Line-2.
000124     03  Filler      Pic X(12) Value "Demand From".
000125     03  Heading-From Pic 99/99/9999.
000126     03  Filler      Pic X(4)  Value " To ".
000127     03  Heading-To  Pic 99/99/9999.
000128     03  Filler      Pic X(17) Value "   One Staff Per".
000129     03  Heading-Per-Staff Pic ZZ9.
000130     03  Filler      Pic X(21) Value " Transactions An Hour".
000131 01  Day-Heading-Line.
000132     03  Day-Heading-Name    Pic X(10).
000133     03  Day-Heading-Date    Pic 99/99/9999.
000134 01  Column-Heading-Line.
000135     03  Filler      Pic X(16) Value "  Hour".
000136     03  Filler      Pic X(12) Value "Avg Trans".
000137     03  Filler      Pic X(8)  Value "Needed".
000138     03  Filler      Pic X(8)  Value "Sched".
000139 01  Detail-Line.
000140     03  Filler              Pic X(2)  Value Spaces.
000141     03  Det-Hour-Begin      Pic 99.
000142     03  Filler              Pic X(5)  Value ":00 -".
000143     03  Det-Hour-End        Pic 99.
000144     03  Filler              Pic X(3)  Value ":00".
000145     03  Filler              Pic X(2)  Value Spaces.
000146     03  Det-Average         Pic ZZ,ZZ9.99.
000147     03  Filler              Pic X(5)  Value Spaces.
000148     03  Det-Needed          Pic ZZ9.
000149     03  Filler              Pic X(5)  Value Spaces.
000150     03  Det-Scheduled       Pic ZZ9.
000151     03  Filler              Pic X(3)  Value Spaces.
000152     03  Det-Flag            Pic X(24).
000153 01  Total-Line.
000154     03  Total-Label         Pic X(30).
000155     03  Total-Count         Pic Z,ZZ9.
000156 01  Line-Count             Pic 99 Value 99.
000157 01  Page-Count             Pic 9(4) Value Zeros.
000158 01  Spool-Catalog-Name    Pic X(8) Value "CHAPT25V".
000159 01  Spool-Catalog-File    Pic X(12) Value "RPT25V.SPL".
000160 Procedure Division.
000161 Chapt25v-Start.
000162     Display "Begin Shift Coverage Chapt25v"
000163     Accept Command-Line-Text From Command-Line
000164     Unstring Command-Line-Text Delimited By All Space
000165              Into Week-Start-X Per-Staff-X
000166     End-Unstring
000167     If Week-Start-X Not Numeric
000168        Display "Give The Week Start Date MMDDYYYY"
000169        Stop Run
000170     End-If
000171     Move Week-Start-X To Week-Start
000172     If Per-Staff-X Not = Spaces
000173        Compute Trans-Per-Staff = Function Numval (Per-Staff-X)
000174     End-If
000175     If Trans-Per-Staff = Zeros
000176        Move 10 To Trans-Per-Staff
000177     End-If
000178     Initialize Demand-Table-Area Coverage-Table-Area
000179     Perform Load-Hour-Demand
000180     If Demand-Loaded = Zeros
000181        Display "No Hourly Demand On File - Run Chapt20m First"
000182        Stop Run
000183     End-If
000184     Perform Load-Week-Schedule
000185     Move Week-Start (5:4) To Week-YYYYMMDD (1:4)
000186     Move Week-Start (1:4) To Week-YYYYMMDD (5:4)
000187     Open Output Report-File
000188     Move Week-Start To Heading-Date
000189     Move Demand-From-Date To Heading-From
000190     Move Demand-To-Date To Heading-To
000191     Move Trans-Per-Staff To Heading-Per-Staff
000192     Perform Report-One-Day
000193             Varying Day-Sub From 1 By 1
000194             Until Day-Sub > 7
000195     Move "Shifts Scheduled In The Week" To Total-Label
000196     Move Shifts-In-Week To Total-Count
000197     Write Report-Record From Total-Line After 2
000198     Move "Understaffed Peak Hours" To Total-Label
000199     Move Understaffed-Hours To Total-Count
000200     Write Report-Record From Total-Line After 1
000201     Move "Overstaffed Quiet Hours" To Total-Label
000202     Move Overstaffed-Hours To Total-Count
000203     Write Report-Record From Total-Line After 1
000204     Close Report-File
000205     Call "Chapt25d" Using Spool-Catalog-Name
000206          Spool-Catalog-File Page-Count
000207     Display "Shifts Scheduled   " Shifts-In-Week
000208     Display "Understaffed Hours " Understaffed-Hours
000209     Display "Overstaffed Hours  " Overstaffed-Hours
000210     Stop Run
000211     .
000212 Load-Hour-Demand.
000213     Move Spaces To Done-Flag
000214     Open Input Hour-Demand-File
000215     If Hour-Demand-Success
000216        Perform Load-One-Hour-Demand Until All-Done
000217        Close Hour-Demand-File
000218     End-If
000219     .
000220 Load-One-Hour-Demand.
000221     Read Hour-Demand-File
000222          At End Set All-Done To True
000223          Not At End
000224             If Dmd-Weekday >= 1 And Dmd-Weekday <= 7
000225                And Dmd-Hour <= 23
000226                Move Dmd-Average To
000227                     Demand-Average (Dmd-Weekday, Dmd-Hour + 1)
000228                Move Dmd-From-Date To Demand-From-Date
000229                Move Dmd-To-Date To Demand-To-Date
000230                Add 1 To Demand-Loaded
000231             End-If
000232     End-Read
000233     .
000234 Load-Week-Schedule.
000235     Move Spaces To Done-Flag
000236     Open Input Shift-Schedule-File
000237     If Shift-Schedule-Success
000238        Perform Load-One-Shift Until All-Done
000239        Close Shift-Schedule-File
000240     End-If
000241     .
000242 Load-One-Shift.
000243     Read Shift-Schedule-File
000244          At End Set All-Done To True
000245          Not At End
000246             Call "Chapt23f" Using Week-Start Sch-Date Day-Offset
000247             If Day-Offset >= 0 And Day-Offset <= 6
000248                Add 1 To Shifts-In-Week
000249                Compute Day-Sub = Day-Offset + 1
000250                Perform Cover-One-Hour
000251                        Varying Hour-Sub From 1 By 1
000252                        Until Hour-Sub > 24
000253             End-If
000254     End-Read
000255     .
000256 Cover-One-Hour.
000257* Any Part Of The Hour On The Floor Counts As Covering It
000258     Compute Hour-Begin = (Hour-Sub - 1) * 100
000259     If Sch-Start < Hour-Begin + 100 And Sch-End > Hour-Begin
000260        Add 1 To Coverage-Staff (Day-Sub, Hour-Sub)
000261     End-If
000262     .
000263 Report-One-Day.
000264     Compute Day-Integer =
000265             Function Integer-Of-Date (Week-YYYYMMDD)
000266             + Day-Sub - 1
000267     Compute Day-YYYYMMDD = Function Date-Of-Integer (Day-Integer)
000268     Move Day-YYYYMMDD (5:4) To Day-MMDDYYYY (1:4)
000269     Move Day-YYYYMMDD (1:4) To Day-MMDDYYYY (5:4)
000270     Move Day-MMDDYYYY To Coverage-Date (Day-Sub)
000271     Compute Coverage-Weekday (Day-Sub) =
000272             Function Rem (Day-Integer 7) + 1
000273     If Line-Count > 30
000274        Perform Heading-Routine
000275     End-If
000276     Move Table-Weekday-Name (Coverage-Weekday (Day-Sub))
000277          To Day-Heading-Name
000278     Move Day-MMDDYYYY To Day-Heading-Date
000279     Write Report-Record From Day-Heading-Line After 2
000280     Write Report-Record From Column-Heading-Line After 1
000281     Add 3 To Line-Count
000282     Perform Report-One-Hour
000283             Varying Hour-Sub From 1 By 1
000284             Until Hour-Sub > 24
000285     .
000286 Report-One-Hour.
000287     Move Demand-Average (Coverage-Weekday (Day-Sub), Hour-Sub)
000288          To Hour-Average
000289     Move Coverage-Staff (Day-Sub, Hour-Sub) To Staff-Scheduled
000290     If Hour-Average > Zeros Or Staff-Scheduled > Zeros
000291        Perform Report-Hour-Line
000292     End-If
000293     .
000294 Report-Hour-Line.
000295     Move Zeros To Staff-Needed
000296     If Hour-Average > Zeros
000297        Divide Hour-Average By Trans-Per-Staff
000298               Giving Staff-Needed
000299        If Staff-Needed * Trans-Per-Staff < Hour-Average
000300           Add 1 To Staff-Needed
000301        End-If
000302     End-If
000303     Move Spaces To Det-Flag
000304     Evaluate True
000305        When Staff-Scheduled < Staff-Needed
000306           Move "UNDERSTAFFED PEAK" To Det-Flag
000307           Add 1 To Understaffed-Hours
000308        When Staff-Scheduled > Staff-Needed And
000309             Staff-Scheduled > 1
000310           Move "OVERSTAFFED QUIET HOUR" To Det-Flag
000311           Add 1 To Overstaffed-Hours
000312        When Other
000313           Continue
000314     End-Evaluate
000315     Compute Det-Hour-Begin = Hour-Sub - 1
000316     Move Hour-Sub To Det-Hour-End
000317     Move Hour-Average To Det-Average
000318     Move Staff-Needed To Det-Needed
000319     Move Staff-Scheduled To Det-Scheduled
000320     If Line-Count > 55
000321        Perform Heading-Routine
000322        Write Report-Record From Day-Heading-Line After 2
000323        Write Report-Record From Column-Heading-Line After 1
000324        Add 3 To Line-Count
000325     End-If
000326     Write Report-Record From Detail-Line After 1
000327     Add 1 To Line-Count
000328     .
000329 Heading-Routine.
000330     Add 1 To Page-Count
000331     Move Page-Count To Page-No
000332     If Page-Count = 1
000333        Write Report-Record From Heading-Line-1 After Zero
000334     Else
000335        Write Report-Record From Heading-Line-1 After Page
000336     End-If
000337     Write Report-Record From Heading-Line-2 After 1
000338     Move 2 To Line-Count
000339     .
