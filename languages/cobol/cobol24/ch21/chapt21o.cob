000010 @OPTIONS MAIN,TEST
000020 Identification Division.
000030 Program-Id.  Chapt21o.
000031* Thirteen-Week Cash Flow Forecast
000032* Projects Cash In And Cash Out Week By Week From Files The
000033* Store Already Keeps.  In: Open Rent Invoices, Each Dealer's
000034* Next Rent Due Rolled Forward Monthly, And Register Deposits
000035* At The Trailing SumHist.TXT Average For That Time Of Year.
000036* Out: The Pending Payout.TXT Run, The Dealers' Share Of The
000037* Projected Sales, Expenses At The ExpLedg.TXT Run Rate And
000038* Planned Spend From Budget.TXT.  The Owner Keys An Opening
000039* Bank Balance And A Minimum Cushion; Any Week Whose Running
000040* Balance Falls Under The Cushion Is Flagged
000041 Environment Division.
000042 Configuration Section.
000043 Source-Computer.  IBM-PC.
000044 Object-Computer.  IBM-PC.
000045 Input-Output  Section.
000046 File-Control.
000047     Select Report-File Assign To "RPT21O.SPL".
000048     Select Optional Rent-Invoice-File Assign To "RentInv.Dat"
000049            Organization Indexed
000050            Access Sequential
000051            Record Key Invoice-Number
000052            Alternate Record Key Invoice-Dealer
000053                With Duplicates
000054            File Status Rent-Invoice-Status.
000055     Select Dealer-File Assign To "Dealer.Dat"
000056            Organization Indexed
000057            Access Sequential
000058            Record Key Dealer-Number
000059            File Status Dealer-Status.
000060     Select Optional Summary-History-File Assign To "SumHist.TXT"
000061         Organization Is Line Sequential
000062         File Status  Is Summary-History-Status.
000063     Select Optional Payout-File Assign To "Payout.TXT"
000064         Organization Is Line Sequential
000065         File Status  Is Payout-Status.
000066     Select Optional Expense-File Assign To "ExpLedg.TXT"
000067         Organization Is Line Sequential
000068         File Status  Is Expense-Status.
000069     Select Optional Category-File Assign To "ExpCat.TXT"
000070         Organization Is Line Sequential
000071         File Status  Is Category-Status.
000072     Select Optional Budget-File Assign To "Budget.TXT"
000073         Organization Is Line Sequential
000074         File Status  Is Budget-Status.
000075 Data Division.
000076 File Section.
000077 Fd  Report-File.
000078 01  Report-Record Pic X(100).
000079 Fd  Rent-Invoice-File.
000080 01  Rent-Invoice-Record.
000081     03  Invoice-Number      Pic 9(6).
000082     03  Invoice-Dealer      Pic X(8).
000083     03  Invoice-Date        Pic 9(8).
000084     03  Invoice-Type        Pic X.
000085     03  Invoice-Amount      Pic S9(5)v99.
000086     03  Invoice-Paid-Amount Pic S9(5)v99.
000087     03  Invoice-Status-Code Pic X.
000088         88  Invoice-Open    Value "O".
000089     03  Filler              Pic X(10).
000090 Fd  Dealer-File.
000091 01  Dealer-Record.
000092     03  Dealer-Number         Pic X(8).
000093     03  Filler              Pic X(285).
000094     03  Start-Date          Pic 9(8).
000095     03  Last-Rent-Paid-Date Pic 9(8).
000096     03  Next-Rent-Due-Date  Pic 9(8).
000097     03  Rent-Amount         Pic 9(4)v99.
000098     03  Filler              Pic X(53).
000099     03  Filler              Pic X(60).
000100     03  Delinquency-Status  Pic X.
000101         88  Dlq-Terminated  Value "3".
000102     03  Filler              Pic X(39).
000103 Fd  Summary-History-File.
000104 01  Summary-History-Record.
000105     03  Sum-Month           Pic 9(6).
000106     03  Sum-Month-X Redefines Sum-Month.
000107         05  Sum-YYYY        Pic 9(4).
000108         05  Sum-MM          Pic 99.
000109     03  Filler              Pic X.
000110     03  Sum-Store           Pic X(4).
000111     03  Filler              Pic X.
000112     03  Sum-Dealer          Pic X(8).
000113     03  Filler              Pic X.
000114     03  Sum-Category        Pic X(4).
000115     03  Filler              Pic X.
000116     03  Sum-Units           Pic 9(5).
000117     03  Filler              Pic X.
000118     03  Sum-Sales           Pic S9(9)v99.
000119     03  Filler              Pic X.
000120     03  Sum-Commission      Pic S9(7)v99.
000121 Fd  Payout-File.
000122 01  Payout-Record.
000123     03  Payout-Dealer-Number   Pic X(8).
000124     03  Filler                 Pic X.
000125     03  Payout-Dealer-Name     Pic X(30).
000126     03  Filler                 Pic X.
000127     03  Payout-Qty             Pic 9(5).
000128     03  Filler                 Pic X.
000129     03  Payout-Sales-Amt       Pic S9(6)v99.
000130     03  Filler                 Pic X.
000131     03  Payout-Commission      Pic S9(5)v99.
000132     03  Filler                 Pic X.
000133     03  Payout-Net-Amount      Pic S9(6)v99.
000134 Fd  Expense-File.
000135 01  Expense-Record.
000136     03  Exp-Date            Pic 9(8).
000137     03  Filler              Pic X.
000138     03  Exp-Category        Pic X(4).
000139     03  Filler              Pic X.
000140     03  Exp-Description     Pic X(30).
000141     03  Filler              Pic X.
000142     03  Exp-Amount          Pic 9(6)v99.
000143     03  Filler              Pic X.
000144     03  Exp-Operator        Pic X(4).
000145 Fd  Category-File.
000146 01  Category-Record.
000147     03  Exp-Cat-Code        Pic X(4).
000148     03  Filler              Pic X.
000149     03  Exp-Cat-Name        Pic X(20).
000150 Fd  Budget-File.
000151 01  Budget-Record.
000152     03  Bud-Month           Pic 9(6).
000153     03  Bud-Month-X Redefines Bud-Month.
000154         05  Bud-YYYY        Pic 9(4).
000155         05  Bud-MM          Pic 99.
000156     03  Filler              Pic X.
000157     03  Bud-Store           Pic X(4).
000158     03  Filler              Pic X.
000159     03  Bud-Category        Pic X(4).
000160     03  Filler              Pic X.
000161     03  Bud-Sales           Pic S9(9)v99.
000162     03  Filler              Pic X.
000163     03  Bud-Commission      Pic S9(7)v99.
000164 Working-Storage Section.
000165 01  Rent-Invoice-Status     Pic XX Value Spaces.
000166     88  Rent-Invoice-Success Value "00" Thru "09".
000167 01  Dealer-Status           Pic XX Value Spaces.
000168     88  Dealer-Success      Value "00" Thru "09".
000169 01  Summary-History-Status  Pic XX Value Spaces.
000170     88  Summary-Success     Value "00" Thru "09".
000171 01  Payout-Status           Pic XX Value Spaces.
000172     88  Payout-Success      Value "00" Thru "09".
000173 01  Expense-Status          Pic XX Value Spaces.
000174     88  Expense-Success     Value "00" Thru "09".
000175 01  Category-Status         Pic XX Value Spaces.
000176 01  Budget-Status           Pic XX Value Spaces.
000177     88  Budget-Success      Value "00" Thru "09".
000178 01  Done-Flag               Pic X Value Spaces.
000179     88  All-Done            Value "Y".
000180 01  Roll-Done-Flag          Pic X Value Spaces.
000181     88  Roll-Done           Value "Y".
000182 01  Opening-Balance         Pic 9(7)v99 Value Zeros.
000183 01  Cushion-Amount          Pic 9(7)v99 Value Zeros.
000184 01  Running-Balance         Pic S9(9)v99 Value Zeros.
000185 01  Weeks-Below-Cushion     Pic 99 Value Zeros.
000186* Expenses Keyed Within This Many Days Set The Weekly Run Rate
000187 01  Run-Rate-Days           Pic 9(3) Value 91.
000188 01  Week-Sub                Pic 9(3) Value Zeros.
000189 01  Next-Week-Sub           Pic 9(3) Value Zeros.
000190 01  Cat-Sub                 Pic 9(3) Value Zeros.
000191 01  Day-Sub                 Pic 9(3) Value Zeros.
000192 01  Month-Slot              Pic S9(3) Value Zeros.
000193 01  Days-Out                Pic S9(7) Value Zeros.
000194 01  Days-Ago                Pic S9(7) Value Zeros.
000195 01  Open-Balance-Due        Pic S9(5)v99 Value Zeros.
000196 01  Pending-Payout-Total    Pic S9(9)v99 Value Zeros.
000197 01  Leap-Quotient           Pic 9(4) Value Zeros.
000198 01  Leap-Remainder          Pic 9(3) Value Zeros.
000199 01  Max-Day                 Pic 99 Value Zeros.
000200 01  Current-Month           Pic 9(6) Value Zeros.
000201 01  Current-Month-X Redefines Current-Month.
000202     03  Current-YYYY        Pic 9(4).
000203     03  Current-MM          Pic 99.
000204 01  Oldest-History-Month    Pic 9(6) Value Zeros.
000205 01  Date-And-Time-Area.
000206     03  Work-Date            Pic 9(6).
000207     03  Work-Date-X          Redefines Work-Date.
000208         05  Date-YY          Pic 99.
000209         05  Date-MM          Pic 99.
000210         05  Date-DD          Pic 99.
000211 01  Today-MMDDYYYY.
000212     03  Today-MM             Pic 99.
000213     03  Today-DD             Pic 99.
000214     03  Today-YYYY           Pic 9(4).
000215* Calendar Work Area For Stepping Week Starts And Rent Dates
000216 01  Cal-Date.
000217     03  Cal-MM               Pic 99.
000218     03  Cal-DD               Pic 99.
000219     03  Cal-YYYY             Pic 9(4).
000220 01  Cal-Date-N Redefines Cal-Date Pic 9(8).
000221 01  Week-Table.
000222     03  Week-Entry Occurs 13 Times.
000223         05  Week-Start-Date      Pic 9(8).
000224         05  Week-Month           Pic 99.
000225         05  Week-Month-Slot      Pic 9.
000226         05  Week-Days-In-Month   Pic 99.
000227         05  Week-Rent-In         Pic S9(7)v99.
000228         05  Week-Deposit-In      Pic S9(7)v99.
000229         05  Week-Payout-Out      Pic S9(7)v99.
000230         05  Week-Expense-Out     Pic S9(7)v99.
000231         05  Week-Dealer-Share    Pic S9(7)v99.
000232* Sales History By Calendar Month Over The Trailing Three Years;
000233* Year-Count Is The Number Of Those Months Actually On File
000234 01  History-Month-Table.
000235     03  History-Month-Entry Occurs 12 Times.
000236         05  History-Sales        Pic S9(11)v99.
000237         05  History-Commission   Pic S9(9)v99.
000238         05  History-Year-Count   Pic 9(3).
000239 01  Seen-Month-Count        Pic 9(3) Value Zeros.
000240 01  Seen-Month-Table.
000241     03  Seen-Month-Entry Occurs 0 To 60 Times
000242             Depending On Seen-Month-Count
000243             Indexed By Seen-Index.
000244         05  Seen-Month           Pic 9(6).
000245 01  Average-Month-Sales     Pic S9(9)v99 Value Zeros.
000246 01  Average-Month-Share     Pic S9(9)v99 Value Zeros.
000247* One Line Per Expense Category: The Trailing Run Rate, And The
000248* Planned Spend For Each Of The Months The Forecast Touches
000249 01  Expense-Cat-Count       Pic 9(3) Value Zeros.
000250 01  Expense-Cat-Table.
000251     03  Expense-Cat-Entry Occurs 0 To 50 Times
000252             Depending On Expense-Cat-Count
000253             Indexed By Expense-Cat-Index.
000254         05  Table-Cat-Code       Pic X(4).
000255         05  Table-Cat-Trailing   Pic S9(9)v99.
000256         05  Table-Cat-Budget-Month Occurs 4 Times.
000257             07  Table-Cat-Budget     Pic S9(9)v99.
000258             07  Table-Cat-Budgeted   Pic X.
000259 01  Heading-Line-1.
000260     03  Filler      Pic X(12) Value "Created by:".
000261     03  Filler      Pic X(8)  Value "CHAPT21O".
000262     03  Filler      Pic X(9)  Value Spaces.
000263     03  Filler      Pic X(40)
000264         Value "Thirteen-Week Cash Flow Forecast".
000265     03  Filler      Pic X(5)  Value "Page".
000266     03  Page-No     Pic Z(4)9 Value Zeros.
000267 01  Heading-Line-2.
000268     03  Filler      Pic X(12) Value "Created on:".
000269     03  Date-MM     Pic 99.
000270     03  Filler      Pic X     Value "/".
000271     03  Date-DD     Pic 99.
000272     03  Filler      Pic X     Value "/".
000273     03  Date-YY     Pic 99.
000274     03  Filler      Pic X(5)  Value Spaces.
000275     03  Filler      Pic X(17) Value "Opening Balance:".
000276     03  Heading-Opening Pic Z,ZZZ,ZZ9.99.
000277     03  Filler      Pic X(5)  Value Spaces.
000278     03  Filler      Pic X(9)  Value "Cushion:".
000279     03  Heading-Cushion Pic Z,ZZZ,ZZ9.99.
000280 01  Column-Heading.
000281     03  Filler      Pic X(5)  Value "Week".
000282     03  Filler      Pic X(12) Value "Starting".
000283     03  Filler      Pic X(12) Value "    Rent In".
000284     03  Filler      Pic X(12) Value "   Deposits".
000285     03  Filler      Pic X(12) Value "    Payouts".
000286     03  Filler      Pic X(12) Value "   Expenses".
000287     03  Filler      Pic X(12) Value "   Net Cash".
000288     03  Filler      Pic X(15) Value "       Balance".
000289     03  Filler      Pic X(6)  Value " Flag".
000290 01  Detail-Line.
000291     03  Filler              Pic X     Value Spaces.
000292     03  Detail-Week         Pic Z9.
000293     03  Filler              Pic X(2)  Value Spaces.
000294     03  Detail-Start        Pic 99/99/9999.
000295     03  Filler              Pic X(2)  Value Spaces.
000296     03  Detail-Rent         Pic ZZZ,ZZ9.99-.
000297     03  Filler              Pic X     Value Spaces.
000298     03  Detail-Deposit      Pic ZZZ,ZZ9.99-.
000299     03  Filler              Pic X     Value Spaces.
000300     03  Detail-Payout       Pic ZZZ,ZZ9.99-.
000301     03  Filler              Pic X     Value Spaces.
000302     03  Detail-Expense      Pic ZZZ,ZZ9.99-.
000303     03  Filler              Pic X     Value Spaces.
000304     03  Detail-Net          Pic ZZZ,ZZ9.99-.
000305     03  Filler              Pic X     Value Spaces.
000306     03  Detail-Balance      Pic ZZ,ZZZ,ZZ9.99-.
000307     03  Filler              Pic X     Value Spaces.
000308     03  Detail-Flag         Pic X(6).
000309 01  Week-Net-Amount         Pic S9(9)v99 Value Zeros.
000310 01  Total-Line.
000311     03  Filler              Pic X(17) Value "Thirteen Weeks".
000312     03  Total-Rent          Pic ZZZ,ZZ9.99-.
000313     03  Filler              Pic X     Value Spaces.
000314     03  Total-Deposit       Pic ZZZ,ZZ9.99-.
000315     03  Filler              Pic X     Value Spaces.
000316     03  Total-Payout        Pic ZZZ,ZZ9.99-.
000317     03  Filler              Pic X     Value Spaces.
000318     03  Total-Expense       Pic ZZZ,ZZ9.99-.
000319     03  Filler              Pic X     Value Spaces.
000320     03  Total-Net           Pic ZZZ,ZZ9.99-.
000321 01  Below-Line.
000322     03  Filler              Pic X(30)
000323         Value "Weeks Below Minimum Cushion:".
000324     03  Below-Count         Pic Z9.
000325 01  Grand-Totals.
000326     03  Grand-Rent          Pic S9(9)v99 Value Zeros.
000327     03  Grand-Deposit       Pic S9(9)v99 Value Zeros.
000328     03  Grand-Payout        Pic S9(9)v99 Value Zeros.
000329     03  Grand-Expense       Pic S9(9)v99 Value Zeros.
000330     03  Grand-Net           Pic S9(9)v99 Value Zeros.
000331 01  Line-Count           Pic 99          Value 99.
000332 01  Page-Count           Pic 9(4)        Value Zeros.
000333 01  Max-Lines            Pic 99          Value 60.
000334 01  Spool-Catalog-Name    Pic X(8) Value "CHAPT21O".
000335 01  Spool-Catalog-File    Pic X(12) Value "RPT21O.SPL".
000336 Procedure Division.
000337 Chapt21o-Start.
000338     Display "Begin Cash Flow Forecast Chapt21o"
000339     Display "Opening Bank Balance: "
000340     Accept Opening-Balance
000341     Display "Minimum Cash Cushion: "
000342     Accept Cushion-Amount
000343     Perform Fill-Initial-Headings
000344     Perform Build-Week-Table
000345     Perform Project-Open-Invoices
000346     Perform Project-Dealer-Rent
000347     Perform Load-Sales-History
000348     Perform Project-Deposits
000349             Varying Week-Sub From 1 By 1 Until Week-Sub > 13
000350     Perform Project-Pending-Payout
000351     Perform Load-Category-Table
000352     Perform Load-Expense-Run-Rate
000353     Perform Load-Planned-Spend
000354     Perform Project-Expenses
000355             Varying Week-Sub From 1 By 1 Until Week-Sub > 13
000356     Open Output Report-File
000357     Perform Heading-Routine
000358     Move Opening-Balance To Running-Balance
000359     Perform Print-One-Week
000360             Varying Week-Sub From 1 By 1 Until Week-Sub > 13
000361     Perform Print-Totals
000362     Close Report-File
000363     Call "Chapt25d" Using Spool-Catalog-Name
000364          Spool-Catalog-File Page-Count
000365     Display "Weeks Below Cushion " Weeks-Below-Cushion
000366     Stop Run
000367     .
000368 Build-Week-Table.
000369* Week 1 Starts Today; Each Later Week Starts Seven Days On
000370     Initialize Week-Table
000371     Move Today-MMDDYYYY To Cal-Date
000372     Perform Set-Up-One-Week
000373             Varying Week-Sub From 1 By 1 Until Week-Sub > 13
000374     .
000375 Set-Up-One-Week.
000376     Move Cal-Date-N To Week-Start-Date (Week-Sub)
000377     Move Cal-MM To Week-Month (Week-Sub)
000378     Perform Set-Month-Slot
000379     Move Month-Slot To Week-Month-Slot (Week-Sub)
000380     Perform Set-Max-Day
000381     Move Max-Day To Week-Days-In-Month (Week-Sub)
000382     Perform Advance-One-Day
000383             Varying Day-Sub From 1 By 1 Until Day-Sub > 7
000384     .
000385 Set-Month-Slot.
000386* Slot 1 Is This Month; Thirteen Weeks Can Reach Into Slot 4
000387     Compute Month-Slot =
000388             (Cal-YYYY - Today-YYYY) * 12 + Cal-MM - Today-MM + 1
000389     .
000390 Advance-One-Day.
000391     Perform Set-Max-Day
000392     Add 1 To Cal-DD
000393     If Cal-DD > Max-Day
000394        Move 1 To Cal-DD
000395        Add 1 To Cal-MM
000396        If Cal-MM > 12
000397           Move 1 To Cal-MM
000398           Add 1 To Cal-YYYY
000399        End-If
000400     End-If
000401     .
000402 Advance-One-Month.
000403     Add 1 To Cal-MM
000404     If Cal-MM > 12
000405        Move 1 To Cal-MM
000406        Add 1 To Cal-YYYY
000407     End-If
000408     Perform Set-Max-Day
000409     If Cal-DD > Max-Day
000410        Move Max-Day To Cal-DD
000411     End-If
000412     .
000413 Set-Max-Day.
000414     Evaluate Cal-MM
000415        When 4 When 6 When 9 When 11
000416           Move 30 To Max-Day
000417        When 2
000418           Move 28 To Max-Day
000419           Divide Cal-YYYY By 4 Giving Leap-Quotient
000420                  Remainder Leap-Remainder
000421           If Leap-Remainder = Zero
000422              Move 29 To Max-Day
000423              Divide Cal-YYYY By 100 Giving Leap-Quotient
000424                     Remainder Leap-Remainder
000425              If Leap-Remainder = Zero
000426                 Divide Cal-YYYY By 400 Giving Leap-Quotient
000427                        Remainder Leap-Remainder
000428                 If Leap-Remainder Not = Zero
000429                    Move 28 To Max-Day
000430                 End-If
000431              End-If
000432           End-If
000433        When Other
000434           Move 31 To Max-Day
000435     End-Evaluate
000436     .
000437 Find-Week-For-Date.
000438* Cal-Date In, Week-Sub Out; Anything Already Past Due Lands In
000439* Week 1 And Anything Past The Horizon Comes Back As Zero
000440     Call "Chapt23f" Using Today-MMDDYYYY Cal-Date Days-Out
000441     If Days-Out < Zero
000442        Move 1 To Week-Sub
000443     Else
000444        Compute Week-Sub = Days-Out / 7 + 1
000445        If Week-Sub > 13
000446           Move Zeros To Week-Sub
000447        End-If
000448     End-If
000449     .
000450 Project-Open-Invoices.
000451     Open Input Rent-Invoice-File
000452     If Rent-Invoice-Success
000453        Move Space To Done-Flag
000454        Perform Project-One-Invoice Until All-Done
000455        Close Rent-Invoice-File
000456     End-If
000457     .
000458 Project-One-Invoice.
000459     Read Rent-Invoice-File
000460          At End Set All-Done To True
000461          Not At End
000462             Compute Open-Balance-Due =
000463                     Invoice-Amount - Invoice-Paid-Amount
000464             If Invoice-Open And Open-Balance-Due > Zero
000465                Move Invoice-Date To Cal-Date-N
000466                Perform Find-Week-For-Date
000467                If Week-Sub > Zero
000468                   Add Open-Balance-Due To Week-Rent-In (Week-Sub)
000469                End-If
000470             End-If
000471     End-Read
000472     .
000473 Project-Dealer-Rent.
000474* Rent Not Yet Invoiced: The Monthly Billing Run Advances The
000475* Next Due Date As It Invoices, So Each Due Date From Here On
000476* Is New Money And Rolls Forward A Month At A Time
000477     Open Input Dealer-File
000478     If Dealer-Success
000479        Move Space To Done-Flag
000480        Perform Project-One-Dealer Until All-Done
000481        Close Dealer-File
000482     Else
000483        Display "Unable To Open Dealer File, Status "
000484                Dealer-Status
000485     End-If
000486     .
000487 Project-One-Dealer.
000488     Read Dealer-File
000489          At End Set All-Done To True
000490          Not At End
000491             If Rent-Amount > Zero And
000492                Next-Rent-Due-Date Numeric And
000493                Next-Rent-Due-Date > Zeros And
000494                Not Dlq-Terminated
000495                Move Next-Rent-Due-Date To Cal-Date-N
000496                Move Space To Roll-Done-Flag
000497                Perform Post-One-Rent-Due Until Roll-Done
000498             End-If
000499     End-Read
000500     .
000501 Post-One-Rent-Due.
000502     Perform Find-Week-For-Date
000503     If Week-Sub = Zero
000504        Set Roll-Done To True
000505     Else
000506        Add Rent-Amount To Week-Rent-In (Week-Sub)
000507        Perform Advance-One-Month
000508     End-If
000509     .
000510 Load-Sales-History.
000511* The Same Calendar Month Over The Last Three Completed Years
000512     Initialize History-Month-Table
000513     Move Today-YYYY To Current-YYYY
000514     Move Today-MM To Current-MM
000515     Compute Oldest-History-Month = Current-Month - 300
000516     Open Input Summary-History-File
000517     If Summary-Success
000518        Move Space To Done-Flag
000519        Perform Load-One-History-Row Until All-Done
000520        Close Summary-History-File
000521     End-If
000522     .
000523 Load-One-History-Row.
000524     Read Summary-History-File
000525          At End Set All-Done To True
000526          Not At End
000527             If Sum-Month < Current-Month And
000528                Sum-Month >= Oldest-History-Month And
000529                Sum-MM >= 1 And Sum-MM <= 12
000530                Perform Post-History-Row
000531             End-If
000532     End-Read
000533     .
000534 Post-History-Row.
000535     Add Sum-Sales To History-Sales (Sum-MM)
000536     Add Sum-Commission To History-Commission (Sum-MM)
000537     Set Seen-Index To 1
000538     Search Seen-Month-Entry
000539          At End
000540             If Seen-Month-Count < 60
000541                Add 1 To Seen-Month-Count
000542                Move Sum-Month To Seen-Month (Seen-Month-Count)
000543                Add 1 To History-Year-Count (Sum-MM)
000544             End-If
000545          When Seen-Month (Seen-Index) = Sum-Month
000546             Continue
000547     End-Search
000548     .
000549 Project-Deposits.
000550* A Week Deposits Its Share Of The Average Month's Sales; The
000551* Dealers' Share Of Those Sales Goes Out On The Following Week's
000552* Payout Run
000553     Move Week-Month (Week-Sub) To Cal-MM
000554     If History-Year-Count (Cal-MM) > Zero
000555        Compute Average-Month-Sales Rounded =
000556                History-Sales (Cal-MM) /
000557                History-Year-Count (Cal-MM)
000558        Compute Average-Month-Share Rounded =
000559                (History-Sales (Cal-MM) -
000560                 History-Commission (Cal-MM)) /
000561                History-Year-Count (Cal-MM)
000562        Compute Week-Deposit-In (Week-Sub) Rounded =
000563                Average-Month-Sales * 7 /
000564                Week-Days-In-Month (Week-Sub)
000565        Compute Week-Dealer-Share (Week-Sub) Rounded =
000566                Average-Month-Share * 7 /
000567                Week-Days-In-Month (Week-Sub)
000568        Compute Next-Week-Sub = Week-Sub + 1
000569        If Next-Week-Sub <= 13
000570           Add Week-Dealer-Share (Week-Sub) To
000571               Week-Payout-Out (Next-Week-Sub)
000572        End-If
000573     End-If
000574     .
000575 Project-Pending-Payout.
000576* Sales Already Posted But Not Yet Paid Wait On Payout.TXT For
000577* The Next Check Run, Which Falls In Week 1
000578     Open Input Payout-File
000579     If Payout-Success
000580        Move Space To Done-Flag
000581        Perform Add-One-Payout Until All-Done
000582        Close Payout-File
000583     End-If
000584     Add Pending-Payout-Total To Week-Payout-Out (1)
000585     .
000586 Add-One-Payout.
000587     Read Payout-File
000588          At End Set All-Done To True
000589          Not At End
000590             If Payout-Net-Amount > Zero
000591                Add Payout-Net-Amount To Pending-Payout-Total
000592             End-If
000593     End-Read
000594     .
000595 Load-Category-Table.
000596     Open Input Category-File
000597     If Category-Status Not = "00"
000598        Move "PAYR" To Exp-Cat-Code
000599        Perform Add-Expense-Category
000600        Move "UTIL" To Exp-Cat-Code
000601        Perform Add-Expense-Category
000602        Move "INSR" To Exp-Cat-Code
000603        Perform Add-Expense-Category
000604        Move "ADVT" To Exp-Cat-Code
000605        Perform Add-Expense-Category
000606        Move "MISC" To Exp-Cat-Code
000607        Perform Add-Expense-Category
000608     Else
000609        Move Space To Done-Flag
000610        Perform Load-One-Category Until All-Done
000611        Close Category-File
000612     End-If
000613     .
000614 Load-One-Category.
000615     Read Category-File
000616          At End Set All-Done To True
000617          Not At End
000618             Perform Add-Expense-Category
000619     End-Read
000620     .
000621 Add-Expense-Category.
000622     If Expense-Cat-Count < 50
000623        Add 1 To Expense-Cat-Count
000624        Move Exp-Cat-Code To Table-Cat-Code (Expense-Cat-Count)
000625        Move Zeros To Table-Cat-Trailing (Expense-Cat-Count)
000626        Perform Clear-Category-Budget
000627                Varying Month-Slot From 1 By 1
000628                Until Month-Slot > 4
000629     End-If
000630     .
000631 Clear-Category-Budget.
000632     Move Zeros To Table-Cat-Budget (Expense-Cat-Count Month-Slot)
000633     Move Space To
000634          Table-Cat-Budgeted (Expense-Cat-Count Month-Slot)
000635     .
000636 Find-Expense-Category.
000637* Exp-Cat-Code In, Cat-Sub Out (Zero When Not On The Table)
000638     Move Zeros To Cat-Sub
000639     Set Expense-Cat-Index To 1
000640     Search Expense-Cat-Entry
000641          At End
000642             Continue
000643          When Table-Cat-Code (Expense-Cat-Index) = Exp-Cat-Code
000644             Set Cat-Sub To Expense-Cat-Index
000645     End-Search
000646     .
000647 Load-Expense-Run-Rate.
000648     Open Input Expense-File
000649     If Expense-Success
000650        Move Space To Done-Flag
000651        Perform Load-One-Expense Until All-Done
000652        Close Expense-File
000653     End-If
000654     .
000655 Load-One-Expense.
000656     Read Expense-File
000657          At End Set All-Done To True
000658          Not At End
000659             Call "Chapt23f" Using Exp-Date Today-MMDDYYYY
000660                  Days-Ago
000661* Depreciation And Disposal Losses Never Leave The Bank, Nor
000661* Does The Bonus On Store Credit Payouts
000661             If Days-Ago >= Zero And Days-Ago < Run-Rate-Days
000661                And Exp-Category Not = "DEPR"
000661                And Exp-Category Not = "DISP"
000661                And Exp-Category Not = "PROM"
000662                Perform Post-Expense-Run-Rate
000663             End-If
000664     End-Read
000665     .
000666 Post-Expense-Run-Rate.
000667* Spending Under A Code Since Dropped From ExpCat.TXT Still Goes
000668* Out Of The Bank, So It Joins The Table Rather Than Vanishing
000669     Move Exp-Category To Exp-Cat-Code
000670     Perform Find-Expense-Category
000671     If Cat-Sub = Zero
000672        Perform Add-Expense-Category
000673        Move Expense-Cat-Count To Cat-Sub
000674     End-If
000675     If Cat-Sub > Zero
000676        Add Exp-Amount To Table-Cat-Trailing (Cat-Sub)
000677     End-If
000678     .
000679 Load-Planned-Spend.
000680* Budget Lines Keyed Under An Expense Category Carry Planned
000681* Spend In The Amount Column; Sales Category Lines Are Skipped
000682     Open Input Budget-File
000683     If Budget-Success
000684        Move Space To Done-Flag
000685        Perform Load-One-Budget-Line Until All-Done
000686        Close Budget-File
000687     End-If
000688     .
000689 Load-One-Budget-Line.
000690     Read Budget-File
000691          At End Set All-Done To True
000692          Not At End
000693             Move Bud-MM To Cal-MM
000694             Move Bud-YYYY To Cal-YYYY
000695             Perform Set-Month-Slot
000696             Move Bud-Category To Exp-Cat-Code
000697             Perform Find-Expense-Category
000698             If Month-Slot >= 1 And Month-Slot <= 4 And
000699                Cat-Sub > Zero
000700                Add Bud-Sales To
000701                    Table-Cat-Budget (Cat-Sub Month-Slot)
000702                Move "Y" To
000703                     Table-Cat-Budgeted (Cat-Sub Month-Slot)
000704             End-If
000705     End-Read
000706     .
000707 Project-Expenses.
000708     Move Week-Month-Slot (Week-Sub) To Month-Slot
000709     Perform Project-One-Category
000710             Varying Cat-Sub From 1 By 1
000711             Until Cat-Sub > Expense-Cat-Count
000712     .
000713 Project-One-Category.
000714* A Month The Owner Has Budgeted Replaces The Run Rate For That
000715* Category, So Planned Spend Is Not Counted On Top Of It
000716     If Table-Cat-Budgeted (Cat-Sub Month-Slot) = "Y"
000717        Compute Week-Expense-Out (Week-Sub) Rounded =
000718                Week-Expense-Out (Week-Sub) +
000719                Table-Cat-Budget (Cat-Sub Month-Slot) * 7 /
000720                Week-Days-In-Month (Week-Sub)
000721     Else
000722        Compute Week-Expense-Out (Week-Sub) Rounded =
000723                Week-Expense-Out (Week-Sub) +
000724                Table-Cat-Trailing (Cat-Sub) * 7 / Run-Rate-Days
000725     End-If
000726     .
000727 Print-One-Week.
000728     Compute Week-Net-Amount =
000729             Week-Rent-In (Week-Sub) +
000730             Week-Deposit-In (Week-Sub) -
000731             Week-Payout-Out (Week-Sub) -
000732             Week-Expense-Out (Week-Sub)
000733     Add Week-Net-Amount To Running-Balance
000734     Add Week-Rent-In (Week-Sub) To Grand-Rent
000735     Add Week-Deposit-In (Week-Sub) To Grand-Deposit
000736     Add Week-Payout-Out (Week-Sub) To Grand-Payout
000737     Add Week-Expense-Out (Week-Sub) To Grand-Expense
000738     Add Week-Net-Amount To Grand-Net
000739     Move Week-Sub To Detail-Week
000740     Move Week-Start-Date (Week-Sub) To Detail-Start
000741     Move Week-Rent-In (Week-Sub) To Detail-Rent
000742     Move Week-Deposit-In (Week-Sub) To Detail-Deposit
000743     Move Week-Payout-Out (Week-Sub) To Detail-Payout
000744     Move Week-Expense-Out (Week-Sub) To Detail-Expense
000745     Move Week-Net-Amount To Detail-Net
000746     Move Running-Balance To Detail-Balance
000747     If Running-Balance < Cushion-Amount
000748        Move "BELOW" To Detail-Flag
000749        Add 1 To Weeks-Below-Cushion
000750     Else
000751        Move Spaces To Detail-Flag
000752     End-If
000753     If Line-Count >= Max-Lines
000754        Perform Heading-Routine
000755     End-If
000756     Write Report-Record From Detail-Line After 1
000757     Add 1 To Line-Count
000758     .
000759 Print-Totals.
000760     Move Grand-Rent To Total-Rent
000761     Move Grand-Deposit To Total-Deposit
000762     Move Grand-Payout To Total-Payout
000763     Move Grand-Expense To Total-Expense
000764     Move Grand-Net To Total-Net
000765     Write Report-Record From Total-Line After 2
000766     Move Weeks-Below-Cushion To Below-Count
000767     Write Report-Record From Below-Line After 2
000768     .
000769 Heading-Routine.
000770     Add 1 To Page-Count
000771     Move Page-Count To Page-No
000772     If Page-Count = 1
000773        Write Report-Record From Heading-Line-1 After Zero
000774     Else
000775        Write Report-Record From Heading-Line-1 After Page
000776     End-If
000777     Write Report-Record From Heading-Line-2 After 1
000778     Write Report-Record From Column-Heading After 2
000779     Move 5 To Line-Count
000780     .
000781 Fill-Initial-Headings.
000782     Accept Work-Date From Date
000783     Move Corresponding Work-Date-X To Heading-Line-2
000784     Move Date-MM Of Work-Date-X To Today-MM
000785     Move Date-DD Of Work-Date-X To Today-DD
000786     Move 2000 To Today-YYYY
000787     Add Date-YY Of Work-Date-X To Today-YYYY
000788     Move Opening-Balance To Heading-Opening
000789     Move Cushion-Amount To Heading-Cushion
000790     .
