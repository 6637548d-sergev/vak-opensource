000010 @OPTIONS MAIN,TEST
000020 Identification Division.
000030 Program-Id.  Chapt21t.
000031* Monthly Fixed Asset Depreciation
000032* Depreciates Every In-Service Chapt21s Asset Through The Run
000033* Month (YYYYMM Parameter, Default The Current Month) And
000034* Posts Each Asset's Charge To ExpLedg.TXT Under DEPR, Dated
000035* The Last Day Of The Month, So The Chapt20u P&L Carries It.
000036* Each Asset Remembers The Last Month Taken, So A Rerun Posts
000037* Nothing Twice And A Missed Month Is Caught Up.  Straight-
000038* Line Spreads Cost Less Salvage Evenly Over The Life; The
000039* Declining Method Is Double-Declining On Book Value, Never
000040* Below Salvage, With The Remainder Taken In The Last Month
000041 Environment Division.
000042 Configuration Section.
000043 Source-Computer.  IBM-PC.
000044 Object-Computer.  IBM-PC.
000045 Input-Output  Section.
000046 File-Control.
000047     Select Report-File Assign To "RPT21T.SPL".
000048     Select Fixed-Asset-File Assign To "FixAsset.Dat"
000049         Organization Indexed
000050         Access Sequential
000051         Record Key FA-Asset-Number
000052         File Status Fixed-Asset-Status.
000053     Select Optional Expense-File Assign To "ExpLedg.TXT"
000054         Organization Is Line Sequential
000055         File Status  Is Expense-Status.
000056     Select Optional Current-Operator-File Assign To
000057                     "CurrOper.TXT"
000058         Organization Is Line Sequential
000059         File Status  Is Current-Operator-Status.
000060 Data Division.
000061 File Section.
000062 Fd  Report-File.
000063 01  Report-Record Pic X(80).
000064 Fd  Fixed-Asset-File.
000065 Copy "fixasset.cpy".
000066 Fd  Expense-File.
000067 01  Expense-Record.
000068     03  Exp-Date            Pic 9(8).
000069     03  Filler              Pic X.
000070     03  Exp-Category        Pic X(4).
000071     03  Filler              Pic X.
000072     03  Exp-Description     Pic X(30).
000073     03  Filler              Pic X.
000074     03  Exp-Amount          Pic 9(6)v99.
000075     03  Filler              Pic X.
000076     03  Exp-Operator        Pic X(4).
000077 Fd  Current-Operator-File.
000078 01  Current-Operator-Record.
000079     03  Curr-Oper-Id        Pic X(4).
000080     03  Filler              Pic X.
000081     03  Curr-Oper-Level     Pic 9.
000082 Working-Storage Section.
000083 01  Fixed-Asset-Status     Pic XX Value Spaces.
000084     88  Fixed-Asset-Success Value "00" Thru "09".
000085 01  Expense-Status         Pic XX Value Spaces.
000086 01  Current-Operator-Status Pic XX Value Spaces.
000087 01  Current-Operator       Pic X(4) Value Spaces.
000088 01  Done-Flag              Pic X Value Spaces.
000089     88  All-Done           Value "Y".
000090 01  Run-Period-X           Pic X(6) Value Spaces.
000091 01  Run-Period             Redefines Run-Period-X.
000092     03  Run-YYYY           Pic 9(4).
000093     03  Run-MM             Pic 99.
000094 01  Run-Period-N           Redefines Run-Period-X Pic 9(6).
000095 01  Run-Index              Pic 9(6) Value Zeros.
000096 01  Acquired-Index         Pic 9(6) Value Zeros.
000097 01  Month-Index            Pic 9(6) Value Zeros.
000098 01  Month-Number           Pic 9(6) Value Zeros.
000099 01  Last-Period-Work.
000100     03  Last-YYYY          Pic 9(4).
000101     03  Last-MM            Pic 99.
000102 01  Last-Period-Work-N Redefines Last-Period-Work Pic 9(6).
000103 01  Depreciable-Remaining  Pic S9(7)v99 Value Zeros.
000104 01  Month-Amount           Pic S9(7)v99 Value Zeros.
000105 01  Asset-Period-Amount    Pic 9(7)v99 Value Zeros.
000106 01  Asset-Months-Taken     Pic 9(3) Value Zeros.
000107 01  Book-Value             Pic S9(7)v99 Value Zeros.
000108 01  Assets-Depreciated     Pic 9(5) Value Zeros.
000109 01  Total-Depreciation     Pic 9(9)v99 Value Zeros.
000110 01  Max-Day                Pic 99 Value Zeros.
000111 01  Leap-Quotient          Pic 9(4) Value Zeros.
000112 01  Leap-Remainder         Pic 9(3) Value Zeros.
000113 01  Cal-Date.
000114     03  Cal-MM             Pic 99.
000115     03  Cal-DD             Pic 99.
000116     03  Cal-YYYY           Pic 9(4).
000117 01  Cal-Date-N Redefines Cal-Date Pic 9(8).
000118 01  Date-And-Time-Area.
000119     03  Work-Date            Pic 9(6).
000120     03  Work-Date-X          Redefines Work-Date.
000121         05  Date-YY          Pic 99.
000122         05  Date-MM          Pic 99.
000123         05  Date-DD          Pic 99.
000124 01  Heading-Line-1.
000125     03  Filler      Pic X(12) Value "Created by:".
000126     03  Filler      Pic X(8)  Value "CHAPT21T".
000127     03  Filler      Pic X(8)  Value Spaces.
000128     03  Filler      Pic X(27)
000129         Value "Fixed Asset Depreciation".
000130     03  Heading-Period Pic 9999/99.
000131     03  Filler      Pic X(7)  Value Spaces.
000132     03  Filler      Pic X(5)  Value "Page".
000133     03  Page-No     Pic Z(4)9 Value Zeros.
000134 01  Heading-Line-2.
000135     03  Filler      Pic X(12) Value "Created on:".
000136     03  Date-MM     Pic 99.
000137     03  Filler      Pic X     Value "/".
000138     03  Date-DD     Pic 99.
000139     03  Filler      Pic X     Value "/".
000140     03  Date-YY     Pic 99.
000141 01  Heading-Line-3.
000142     03  Filler      Pic X(10) Value "Asset".
000143     03  Filler      Pic X(26) Value "Description".
000144     03  Filler      Pic X(4)  Value "M".
000145     03  Filler      Pic X(4)  Value "Mos".
000146     03  Filler      Pic X(12) Value "  This Run".
000147     03  Filler      Pic X(12) Value " Accumulated".
000148     03  Filler      Pic X(12) Value "  Book Value".
000149 01  Detail-Line.
000150     03  Detail-Asset        Pic X(8).
000151     03  Filler              Pic X(2)  Value Spaces.
000152     03  Detail-Description  Pic X(25).
000153     03  Filler              Pic X     Value Spaces.
000154     03  Detail-Method       Pic X.
000155     03  Filler              Pic X(2)  Value Spaces.
000156     03  Detail-Months       Pic ZZ9.
000157     03  Filler              Pic X(2)  Value Spaces.
000158     03  Detail-Amount       Pic ZZZ,ZZ9.99.
000159     03  Filler              Pic X(2)  Value Spaces.
000160     03  Detail-Accum        Pic Z,ZZZ,ZZ9.99.
000161     03  Filler              Pic X(1)  Value Spaces.
000162     03  Detail-Book         Pic Z,ZZZ,ZZ9.99.
000163 01  Total-Line.
000164     03  Filler              Pic X(22) Value
000164         "Assets Depreciated:".
000165     03  Total-Assets        Pic ZZ,ZZ9.
000166     03  Filler              Pic X(22) Value
000167         "  Total Depreciation:".
000168     03  Total-Amount        Pic ZZZ,ZZZ,ZZ9.99.
000169 01  Line-Count           Pic 99          Value 99.
000170 01  Page-Count           Pic 9(4)        Value Zeros.
000171 01  Max-Lines            Pic 99          Value 60.
000172 01  Spool-Catalog-Name    Pic X(8) Value "CHAPT21T".
000173 01  Spool-Catalog-File    Pic X(12) Value "RPT21T.SPL".
000174 Procedure Division.
000175 Chapt21t-Start.
000176     Display "Begin Fixed Asset Depreciation Chapt21t"
000177     Accept Run-Period-X From Command-Line
000178     Accept Work-Date From Date
000179     If Run-Period-X = Spaces Or Run-Period-X Not Numeric
000180        Move 2000 To Run-YYYY
000181        Add Date-YY Of Work-Date-X To Run-YYYY
000182        Move Date-MM Of Work-Date-X To Run-MM
000183     End-If
000184     If Run-MM < 1 Or Run-MM > 12
000185        Display "Run Period Must Be YYYYMM"
000186        Stop Run
000187     End-If
000188     Compute Run-Index = Run-YYYY * 12 + Run-MM - 1
000189* The Month's Charge Is Dated Its Last Day
000190     Move Run-MM To Cal-MM
000191     Move Run-YYYY To Cal-YYYY
000192     Perform Set-Max-Day
000193     Move Max-Day To Cal-DD
000194     Perform Load-Current-Operator
000195     Open I-O Fixed-Asset-File
000196     If Not Fixed-Asset-Success
000197        Display "Unable To Open Fixed Asset File, Status "
000198                Fixed-Asset-Status
000199        Stop Run
000200     End-If
000201     Open Extend Expense-File
000202     Open Output Report-File
000203     Move Corresponding Work-Date-X To Heading-Line-2
000204     Move Run-Period-N To Heading-Period
000205     Perform Heading-Routine
000206     Perform Depreciate-One-Asset Until All-Done
000207     Move Assets-Depreciated To Total-Assets
000208     Move Total-Depreciation To Total-Amount
000209     Write Report-Record From Total-Line After 2
000210     Close Fixed-Asset-File
000211           Expense-File
000212           Report-File
000213     Call "Chapt25d" Using Spool-Catalog-Name
000214          Spool-Catalog-File Page-Count
000215     Display "Assets Depreciated " Assets-Depreciated
000216     Display "Total Depreciation " Total-Depreciation
000217     Stop Run
000218     .
000219 Depreciate-One-Asset.
000220     Read Fixed-Asset-File
000221          At End Set All-Done To True
000222          Not At End
000223             If FA-In-Service
000224                Perform Take-Asset-Depreciation
000225             End-If
000226     End-Read
000227     .
000228 Take-Asset-Depreciation.
000229* Depreciation Starts In The Month Acquired, Or The Month After
000230* The Last One Taken
000231     Compute Acquired-Index =
000232             FA-Acquired-YYYY * 12 + FA-Acquired-MM - 1
000233     If FA-Last-Period = Zeros
000234        Move Acquired-Index To Month-Index
000235     Else
000236        Move FA-Last-Period To Last-Period-Work-N
000237        Compute Month-Index = Last-YYYY * 12 + Last-MM
000238     End-If
000239     Move Zeros To Asset-Period-Amount Asset-Months-Taken
000240     If Month-Index Not > Run-Index
000241        Perform Depreciate-One-Month
000242                Until Month-Index > Run-Index
000243        Move Run-Period-N To FA-Last-Period
000244        Rewrite Fixed-Asset-Record
000245           Invalid Key
000246              Display "Rewrite Error On Asset " FA-Asset-Number
000247        End-Rewrite
000248        If Asset-Period-Amount > Zero
000249           Perform Post-Depreciation
000250           Perform Print-Detail-Line
000251        End-If
000252     End-If
000253     .
000254 Depreciate-One-Month.
000255     Compute Depreciable-Remaining =
000256             FA-Cost - FA-Salvage-Value - FA-Accum-Depreciation
000257     Compute Month-Number = Month-Index - Acquired-Index + 1
000258     If Depreciable-Remaining > Zero
000259        If FA-Declining-Balance
000260           Compute Month-Amount Rounded =
000261                   (FA-Cost - FA-Accum-Depreciation) * 2 /
000262                   FA-Life-Months
000263        Else
000264           Compute Month-Amount Rounded =
000265                   (FA-Cost - FA-Salvage-Value) / FA-Life-Months
000266        End-If
000267        If Month-Number Not < FA-Life-Months Or
000268           Month-Amount > Depreciable-Remaining
000269           Move Depreciable-Remaining To Month-Amount
000270        End-If
000271        Add Month-Amount To FA-Accum-Depreciation
000272                            Asset-Period-Amount
000273        Add 1 To Asset-Months-Taken
000274     End-If
000275     Add 1 To Month-Index
000276     .
000277 Post-Depreciation.
000278     Move Spaces To Expense-Record
000279     Move Cal-Date-N To Exp-Date
000280     Move "DEPR" To Exp-Category
000281     String "Depreciation " Delimited By Size
000282            FA-Asset-Number Delimited By Space
000283            Into Exp-Description
000284     End-String
000285     Move Asset-Period-Amount To Exp-Amount
000286     Move Current-Operator To Exp-Operator
000287     Write Expense-Record
000288     Add 1 To Assets-Depreciated
000289     Add Asset-Period-Amount To Total-Depreciation
000290     .
000291 Print-Detail-Line.
000292     If Line-Count >= Max-Lines
000293        Perform Heading-Routine
000294     End-If
000295     Compute Book-Value = FA-Cost - FA-Accum-Depreciation
000296     Move FA-Asset-Number To Detail-Asset
000297     Move FA-Description To Detail-Description
000298     Move FA-Method To Detail-Method
000299     Move Asset-Months-Taken To Detail-Months
000300     Move Asset-Period-Amount To Detail-Amount
000301     Move FA-Accum-Depreciation To Detail-Accum
000302     Move Book-Value To Detail-Book
000303     Write Report-Record From Detail-Line After 1
000304     Add 1 To Line-Count
000305     .
000306 Heading-Routine.
000307     Add 1 To Page-Count
000308     Move Page-Count To Page-No
000309     If Page-Count = 1
000310        Write Report-Record From Heading-Line-1 After Zero
000311     Else
000312        Write Report-Record From Heading-Line-1 After Page
000313     End-If
000314     Write Report-Record From Heading-Line-2 After 1
000315     Write Report-Record From Heading-Line-3 After 2
000316     Move 5 To Line-Count
000317     .
000318 Set-Max-Day.
000319     Evaluate Cal-MM
000320        When 4 When 6 When 9 When 11
000321           Move 30 To Max-Day
000322        When 2
000323           Move 28 To Max-Day
000324           Divide Cal-YYYY By 4 Giving Leap-Quotient
000325                  Remainder Leap-Remainder
000326           If Leap-Remainder = Zero
000327              Move 29 To Max-Day
000328              Divide Cal-YYYY By 100 Giving Leap-Quotient
000329                     Remainder Leap-Remainder
000330              If Leap-Remainder = Zero
000331                 Divide Cal-YYYY By 400 Giving Leap-Quotient
000332                        Remainder Leap-Remainder
000333                 If Leap-Remainder Not = Zero
000334                    Move 28 To Max-Day
000335                 End-If
000336              End-If
000337           End-If
000338        When Other
000339           Move 31 To Max-Day
000340     End-Evaluate
000341     .
000342 Load-Current-Operator.
000343     Open Input Current-Operator-File
000344     If Current-Operator-Status = "00"
000345        Read Current-Operator-File
000346             At End Continue
000347             Not At End
000348                Move Curr-Oper-Id To Current-Operator
000349        End-Read
000350        Close Current-Operator-File
000351     End-If
000352     .
