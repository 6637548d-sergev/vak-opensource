000010 Identification Division.
000020 Program-Id.  Chapt16s.
000030* Dealer Floor-Duty Obligation - Shared Subprogram
000031* For A Month (YYYYMM) And Dealer, Returns The Shifts The
000032* Dealer Owes, Has Signed Up For (DutySign.TXT) And Has Worked
000033* On The Chapt25n Time Clock (DutyClk.TXT), With The Agreed
000034* Credit Per Shift And Missed-Shift Charge.  The Obligation
000035* Comes From DutyRule.TXT: A Rule For The Booth's Rate Class
000036* Wins, Otherwise The Size Rule With The Largest Minimum
000037* Square Footage The Booth Reaches.  A Day Counts As A Shift
000038* Worked When The First Duty Punch In And The Last Punch Out
000039* Are At Least The Rule's Minimum Minutes Apart.  The Files
000040* Are Loaded On The First Call For Each Month
000041 Environment Division.
000042 Configuration Section.
000043 Source-Computer.  IBM-PC.
000044 Object-Computer.  IBM-PC.
000045 Input-Output  Section.
000046 File-Control.
000047     Select Optional Booth-File Assign To "Booth.Dat"
000048            Organization Relative
000049            Access Sequential
000050            Relative Key Booth-Number
000051            File Status Booth-Status.
000052     Select Optional Duty-Rule-File Assign To "DutyRule.TXT"
000053         Organization Is Line Sequential
000054         File Status  Is Duty-Rule-Status.
000055     Select Optional Duty-Signup-File Assign To "DutySign.TXT"
000056         Organization Is Line Sequential
000057         File Status  Is Duty-Signup-Status.
000058     Select Optional Duty-Clock-File Assign To "DutyClk.TXT"
000059         Organization Is Line Sequential
000060         File Status  Is Duty-Clock-Status.
000061 Data Division.
000062 File Section.
000063 Fd  Booth-File.
000064 01  Booth-Record.
000065     03  Occupying-Dealer-Number Pic X(8).
000066     03  Square-Footage          Pic 9(4).
000067     03  Monthly-Booth-Rate      Pic 9(4)v99.
000068     03  Booth-Zone              Pic X(4).
000069     03  Booth-Rate-Class        Pic X(2).
000070     03  Booth-Second-Dealer     Pic X(8).
000071     03  Booth-Split-Pct         Pic 9(2).
000072 Fd  Duty-Rule-File.
000073 01  Duty-Rule-Record.
000074     03  Rule-Class              Pic X(2).
000075     03  Filler                  Pic X.
000076     03  Rule-Min-Sqft           Pic 9(4).
000077     03  Filler                  Pic X.
000078     03  Rule-Shifts             Pic 99.
000079     03  Filler                  Pic X.
000080     03  Rule-Credit             Pic 9(3)v99.
000081     03  Filler                  Pic X.
000082     03  Rule-Missed-Charge      Pic 9(3)v99.
000083     03  Filler                  Pic X.
000084     03  Rule-Min-Minutes        Pic 9(3).
000085 Fd  Duty-Signup-File.
000086 Copy "dutysign.cpy".
000087 Fd  Duty-Clock-File.
000088 Copy "dutyclk.cpy".
000089 Working-Storage Section.
000090 01  Booth-Status           Pic XX Value Spaces.
000091     88  Booth-Success      Value "00" Thru "09".
000092 01  Duty-Rule-Status       Pic XX Value Spaces.
000093     88  Duty-Rule-Success  Value "00" Thru "09".
000094 01  Duty-Signup-Status     Pic XX Value Spaces.
000095     88  Duty-Signup-Success Value "00" Thru "09".
000096 01  Duty-Clock-Status      Pic XX Value Spaces.
000097     88  Duty-Clock-Success Value "00" Thru "09".
000098 01  Booth-Number           Pic 9(3) Value Zeros.
000099 01  Load-Done-Flag         Pic X Value Space.
000100     88  Load-Done          Value "Y".
000101 01  Standing-Loaded-Flag   Pic X Value Space.
000102     88  Standing-Loaded    Value "Y".
000103 01  Loaded-Month           Pic 9(6) Value Zeros.
000104 01  Work-Month             Pic 9(6) Value Zeros.
000105 01  Time-Work              Pic 9(6) Value Zeros.
000106 01  Time-Work-X Redefines Time-Work.
000107     03  Time-Work-HH       Pic 99.
000108     03  Time-Work-MI       Pic 99.
000109     03  Time-Work-SS       Pic 99.
000110 01  Punch-Minutes          Pic 9(4) Value Zeros.
000111 01  Dealer-Sqft            Pic 9(4) Value Zeros.
000112 01  Dealer-Class           Pic X(2) Value Spaces.
000113 01  Best-Rule-Sqft         Pic 9(4) Value Zeros.
000114 01  Rule-Found-Flag        Pic X Value Space.
000115     88  Rule-Found         Value "Y".
000116 01  Booth-Found-Flag       Pic X Value Space.
000117     88  Booth-Found        Value "Y".
000118 01  Min-Minutes            Pic 9(3) Value Zeros.
000119 01  Default-Min-Minutes    Pic 9(3) Value 120.
000120 01  Bd-Dealer-Work         Pic X(8) Value Spaces.
000121* Every Dealer Holding A Booth, Either As Occupant Or As The
000122* Second Dealer On A Shared Slot
000123 01  Booth-Dealer-Count     Pic 9(3) Value Zeros.
000124 01  Booth-Dealer-Table-Area.
000125     03  Booth-Dealer-Entry Occurs 0 To 500 Times
000126             Depending On Booth-Dealer-Count
000127             Indexed By Booth-Dealer-Index.
000128         05  Bd-Dealer           Pic X(8).
000129         05  Bd-Sqft             Pic 9(4).
000130         05  Bd-Class            Pic X(2).
000131 01  Rule-Count             Pic 9(3) Value Zeros.
000132 01  Rule-Table-Area.
000133     03  Rule-Entry Occurs 0 To 50 Times
000134             Depending On Rule-Count
000135             Indexed By Rule-Index.
000136         05  Rt-Class            Pic X(2).
000137         05  Rt-Min-Sqft         Pic 9(4).
000138         05  Rt-Shifts           Pic 99.
000139         05  Rt-Credit           Pic 9(3)v99.
000140         05  Rt-Missed-Charge    Pic 9(3)v99.
000141         05  Rt-Min-Minutes      Pic 9(3).
000142 01  Signup-Count           Pic 9(4) Value Zeros.
000143 01  Signup-Table-Area.
000144     03  Signup-Entry Occurs 0 To 1000 Times
000145             Depending On Signup-Count
000146             Indexed By Signup-Index.
000147         05  Su-Dealer           Pic X(8).
000148         05  Su-Shifts           Pic 99.
000149* One Entry Per Dealer Per Day On Duty In The Month
000150 01  Duty-Day-Count         Pic 9(4) Value Zeros.
000151 01  Duty-Day-Table-Area.
000152     03  Duty-Day-Entry Occurs 0 To 3000 Times
000153             Depending On Duty-Day-Count
000154             Indexed By Duty-Day-Index.
000155         05  Dd-Dealer           Pic X(8).
000156         05  Dd-Date             Pic 9(8).
000157         05  Dd-First-In         Pic 9(4).
000158         05  Dd-Last-Out         Pic 9(4).
000159 Linkage Section.
000160 01  Passed-Month           Pic 9(6).
000161 01  Passed-Dealer          Pic X(8).
000162 01  Duty-Result.
000163     03  Duty-Shifts-Required    Pic 99.
000164     03  Duty-Shifts-Signed      Pic 99.
000165     03  Duty-Shifts-Worked      Pic 99.
000166     03  Duty-Credit-Per-Shift   Pic 9(3)v99.
000167     03  Duty-Missed-Charge      Pic 9(3)v99.
000168     03  Duty-Booth-Class        Pic X(2).
000169 Procedure Division Using Passed-Month Passed-Dealer Duty-Result.
000170 Chapt16s-Start.
000171     If Not Standing-Loaded
000172        Perform Load-Booth-Dealers
000173        Perform Load-Duty-Rules
000174        Set Standing-Loaded To True
000175     End-If
000176     If Passed-Month Not = Loaded-Month
000177        Perform Load-Month-Duty
000178     End-If
000179     Initialize Duty-Result
000180     Perform Find-Dealer-Booth
000181     Move Default-Min-Minutes To Min-Minutes
000182     If Booth-Found
000183        Move Dealer-Class To Duty-Booth-Class
000184        Perform Find-Duty-Rule
000185     End-If
000186     Set Signup-Index To 1
000187     Search Signup-Entry
000188          At End
000189             Continue
000190          When Su-Dealer (Signup-Index) = Passed-Dealer
000191             Move Su-Shifts (Signup-Index) To Duty-Shifts-Signed
000192     End-Search
000193     Perform Count-One-Duty-Day
000194             Varying Duty-Day-Index From 1 By 1
000195             Until Duty-Day-Index > Duty-Day-Count
000196     Exit Program
000197     .
000198 Find-Dealer-Booth.
000199     Move Space To Booth-Found-Flag
000200     Set Booth-Dealer-Index To 1
000201     Search Booth-Dealer-Entry
000202          At End
000203             Continue
000204          When Bd-Dealer (Booth-Dealer-Index) = Passed-Dealer
000205             Set Booth-Found To True
000206             Move Bd-Sqft (Booth-Dealer-Index) To Dealer-Sqft
000207             Move Bd-Class (Booth-Dealer-Index) To Dealer-Class
000208     End-Search
000209     .
000210 Find-Duty-Rule.
000211     Move Space To Rule-Found-Flag
000212     If Dealer-Class Not = Spaces
000213        Set Rule-Index To 1
000214        Search Rule-Entry
000215             At End
000216                Continue
000217             When Rt-Class (Rule-Index) = Dealer-Class
000218                Perform Take-Duty-Rule
000219        End-Search
000220     End-If
000221     If Not Rule-Found
000222        Move Zeros To Best-Rule-Sqft
000223        Perform Check-One-Size-Rule
000224                Varying Rule-Index From 1 By 1
000225                Until Rule-Index > Rule-Count
000226     End-If
000227     .
000228 Check-One-Size-Rule.
000229     If Rt-Class (Rule-Index) = Spaces
000230        And Rt-Min-Sqft (Rule-Index) <= Dealer-Sqft
000231        And (Not Rule-Found
000232             Or Rt-Min-Sqft (Rule-Index) > Best-Rule-Sqft)
000233        Move Rt-Min-Sqft (Rule-Index) To Best-Rule-Sqft
000234        Perform Take-Duty-Rule
000235     End-If
000236     .
000237 Take-Duty-Rule.
000238     Set Rule-Found To True
000239     Move Rt-Shifts (Rule-Index) To Duty-Shifts-Required
000240     Move Rt-Credit (Rule-Index) To Duty-Credit-Per-Shift
000241     Move Rt-Missed-Charge (Rule-Index) To Duty-Missed-Charge
000242     If Rt-Min-Minutes (Rule-Index) > Zeros
000243        Move Rt-Min-Minutes (Rule-Index) To Min-Minutes
000244     Else
000245        Move Default-Min-Minutes To Min-Minutes
000246     End-If
000247     .
000248 Count-One-Duty-Day.
000249     If Dd-Dealer (Duty-Day-Index) = Passed-Dealer
000250        And Dd-Last-Out (Duty-Day-Index) >
000251            Dd-First-In (Duty-Day-Index)
000252        And Dd-Last-Out (Duty-Day-Index) -
000253            Dd-First-In (Duty-Day-Index) >= Min-Minutes
000254        And Duty-Shifts-Worked < 99
000255        Add 1 To Duty-Shifts-Worked
000256     End-If
000257     .
000258 Load-Booth-Dealers.
000259     Move Space To Load-Done-Flag
000260     Open Input Booth-File
000261     If Booth-Success
000262        Perform Load-One-Booth Until Load-Done
000263        Close Booth-File
000264     End-If
000265     .
000266 Load-One-Booth.
000267     Read Booth-File
000268          At End Set Load-Done To True
000269          Not At End
000270             If Occupying-Dealer-Number Not = Spaces
000271                Move Occupying-Dealer-Number To Bd-Dealer-Work
000272                Perform Add-Booth-Dealer
000273             End-If
000274             If Booth-Second-Dealer Not = Spaces
000275                Move Booth-Second-Dealer To Bd-Dealer-Work
000276                Perform Add-Booth-Dealer
000277             End-If
000278     End-Read
000279     .
000280 Add-Booth-Dealer.
000281* A Dealer Holding More Than One Booth Owes Duty On The
000282* Largest Of Them
000283     Set Booth-Dealer-Index To 1
000284     Search Booth-Dealer-Entry
000285          At End
000286             If Booth-Dealer-Count < 500
000287                Add 1 To Booth-Dealer-Count
000288                Set Booth-Dealer-Index To Booth-Dealer-Count
000289                Move Bd-Dealer-Work To
000290                     Bd-Dealer (Booth-Dealer-Index)
000291                Move Square-Footage To
000292                     Bd-Sqft (Booth-Dealer-Index)
000293                Move Booth-Rate-Class To
000294                     Bd-Class (Booth-Dealer-Index)
000295             End-If
000296          When Bd-Dealer (Booth-Dealer-Index) = Bd-Dealer-Work
000297             If Square-Footage > Bd-Sqft (Booth-Dealer-Index)
000298                Move Square-Footage To
000299                     Bd-Sqft (Booth-Dealer-Index)
000300                Move Booth-Rate-Class To
000301                     Bd-Class (Booth-Dealer-Index)
000302             End-If
000303     End-Search
000304     .
000305 Load-Duty-Rules.
000306     Move Space To Load-Done-Flag
000307     Open Input Duty-Rule-File
000308     If Duty-Rule-Success
000309        Perform Load-One-Rule Until Load-Done
000310        Close Duty-Rule-File
000311     End-If
000312     .
000313 Load-One-Rule.
000314     Read Duty-Rule-File
000315          At End Set Load-Done To True
000316          Not At End
000317             If Rule-Count < 50
000318                Add 1 To Rule-Count
000319                Move Rule-Class To Rt-Class (Rule-Count)
000320                Move Rule-Min-Sqft To Rt-Min-Sqft (Rule-Count)
000321                Move Rule-Shifts To Rt-Shifts (Rule-Count)
000322                Move Rule-Credit To Rt-Credit (Rule-Count)
000323                Move Rule-Missed-Charge To
000324                     Rt-Missed-Charge (Rule-Count)
000325                Move Rule-Min-Minutes To
000326                     Rt-Min-Minutes (Rule-Count)
000327             End-If
000328     End-Read
000329     .
000330 Load-Month-Duty.
000331     Move Passed-Month To Loaded-Month
000332     Move Zeros To Signup-Count Duty-Day-Count
000333     Move Space To Load-Done-Flag
000334     Open Input Duty-Signup-File
000335     If Duty-Signup-Success
000336        Perform Load-One-Signup Until Load-Done
000337        Close Duty-Signup-File
000338     End-If
000339     Move Space To Load-Done-Flag
000340     Open Input Duty-Clock-File
000341     If Duty-Clock-Success
000342        Perform Load-One-Duty-Punch Until Load-Done
000343        Close Duty-Clock-File
000344     End-If
000345     .
000346 Load-One-Signup.
000347     Read Duty-Signup-File
000348          At End Set Load-Done To True
000349          Not At End
000350             Move Sign-Date (5:4) To Work-Month (1:4)
000351             Move Sign-Date (1:2) To Work-Month (5:2)
000352             If Work-Month = Loaded-Month
000353                Perform Count-Signup
000354             End-If
000355     End-Read
000356     .
000357 Count-Signup.
000358     Set Signup-Index To 1
000359     Search Signup-Entry
000360          At End
000361             If Signup-Count < 1000
000362                Add 1 To Signup-Count
000363                Move Sign-Dealer To Su-Dealer (Signup-Count)
000364                Move 1 To Su-Shifts (Signup-Count)
000365             End-If
000366          When Su-Dealer (Signup-Index) = Sign-Dealer
000367             If Su-Shifts (Signup-Index) < 99
000368                Add 1 To Su-Shifts (Signup-Index)
000369             End-If
000370     End-Search
000371     .
000372 Load-One-Duty-Punch.
000373     Read Duty-Clock-File
000374          At End Set Load-Done To True
000375          Not At End
000376             Move Duty-Date (5:4) To Work-Month (1:4)
000377             Move Duty-Date (1:2) To Work-Month (5:2)
000378             If Work-Month = Loaded-Month
000379                Perform Post-Duty-Punch
000380             End-If
000381     End-Read
000382     .
000383 Post-Duty-Punch.
000384* Punches Arrive In Any Order (Corrections Are Keyed Late), So
000385* The Day Keeps The Earliest In And The Latest Out
000386     Move Duty-Time To Time-Work
000387     Compute Punch-Minutes = Time-Work-HH * 60 + Time-Work-MI
000388     Set Duty-Day-Index To 1
000389     Search Duty-Day-Entry
000390          At End
000391             If Duty-Day-Count < 3000
000392                Add 1 To Duty-Day-Count
000393                Set Duty-Day-Index To Duty-Day-Count
000394                Move Duty-Dealer To Dd-Dealer (Duty-Day-Index)
000395                Move Duty-Date To Dd-Date (Duty-Day-Index)
000396                Move 9999 To Dd-First-In (Duty-Day-Index)
000397                Move Zeros To Dd-Last-Out (Duty-Day-Index)
000398                Perform Post-Duty-Time
000399             End-If
000400          When Dd-Dealer (Duty-Day-Index) = Duty-Dealer
000401               And Dd-Date (Duty-Day-Index) = Duty-Date
000402             Perform Post-Duty-Time
000403     End-Search
000404     .
000405 Post-Duty-Time.
000406     If Duty-In
000407        If Punch-Minutes < Dd-First-In (Duty-Day-Index)
000408           Move Punch-Minutes To Dd-First-In (Duty-Day-Index)
000409        End-If
000410     Else
000411        If Punch-Minutes > Dd-Last-Out (Duty-Day-Index)
000412           Move Punch-Minutes To Dd-Last-Out (Duty-Day-Index)
000413        End-If
000414     End-If
000415     .
