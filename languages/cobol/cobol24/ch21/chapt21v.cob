000010 @OPTIONS MAIN,TEST
000020 Identification Division.
000030 Program-Id.  Chapt21v.
000031* Month-End Volume Tier Commission True-Up
000032* The Daily Chapt18d And Chapt20x Runs Charge Each Sale At
000033* The Normal Rate.  At Month-End This Recomputes Each
000034* Dealer's Commission On The Whole Month's TransHist.TXT
000035* Sales Under The CommTier.TXT Volume Tiers - Each Slice Of
000036* Sales At Its Own Tier's Percent - And Posts The Difference
000037* To Commission-To-Date With A DlrChgHist.TXT Image.  The
000038* Adjustment Rows Go To CommAdj.TXT, Which Chapt19d Prints
000039* On The Statement And The Next Chapt20c Payout Settles.
000040* YYYYMM Parameter, Default The Current Month; A Month Is
000041* Trued Up Once Only
000042 Environment Division.
000043 Configuration Section.
000044 Source-Computer.  IBM-PC.
000045 Object-Computer.  IBM-PC.
000046 Input-Output  Section.
000047 File-Control.
000048     Select Report-File Assign To "RPT21V.SPL".
000049     Select Dealer-File Assign To "Dealer.Dat"
000050         Organization Indexed
000051         Access Sequential
000052         Record Key Dealer-Number
000053         File Status Dealer-Status.
000054     Select Optional Sales-Archive-File Assign To "TransHist.TXT"
000055         Organization Is Line Sequential
000056         File Status  Is Sales-Archive-Status.
000057     Select Optional Tier-File Assign To "CommTier.TXT"
000058         Organization Is Line Sequential
000059         File Status  Is Tier-Status.
000060     Select Optional Comm-Adjust-File Assign To "CommAdj.TXT"
000061         Organization Is Line Sequential
000062         File Status  Is Comm-Adjust-Status.
000063     Select Optional Comm-Adjust-Out-File Assign To "CommAdj.TXT"
000064         Organization Is Line Sequential
000065         File Status  Is Comm-Adjust-Out-Status.
000066     Select Optional Change-History-File Assign To
000067                     "DlrChgHist.TXT"
000068         Organization Is Line Sequential
000069         File Status  Is Change-History-Status.
000070     Select Optional Current-Operator-File Assign To
000071                     "CurrOper.TXT"
000072         Organization Is Line Sequential
000073         File Status  Is Current-Operator-Status.
000074 Data Division.
000075 File Section.
000076 Fd  Report-File.
000077 01  Report-Record Pic X(80).
000078 Fd  Dealer-File.
000079 01  Dealer-Record.
000080     03  Dealer-Number         Pic X(8).
000081     03  Dealer-Name.
000082         05  Last-Name   Pic X(25).
000083         05  First-Name  Pic X(15).
000084         05  Middle-Name Pic X(10).
000085     03  Filler              Pic X(235).
000086     03  Start-Date          Pic 9(8).
000087     03  Last-Rent-Paid-Date Pic 9(8).
000088     03  Next-Rent-Due-Date  Pic 9(8).
000089     03  Rent-Amount         Pic 9(4)v99.
000090     03  Consignment-Percent Pic 9(3).
000091     03  Last-Sold-Amount    Pic S9(7)v99.
000092     03  Last-Sold-Date      Pic 9(8).
000093     03  Sold-To-Date        Pic S9(7)v99.
000094     03  Commission-To-Date  Pic S9(7)v99.
000095     03  Filler              Pic X(115).
000096 Fd  Sales-Archive-File.
000097 01  Sales-Archive-Record.
000098     03  Arch-Date           Pic 9(8).
000099     03  Arch-Date-X Redefines Arch-Date.
000100         05  Arch-MM         Pic 99.
000101         05  Arch-DD         Pic 99.
000102         05  Arch-YYYY       Pic 9(4).
000103     03  Filler              Pic X.
000104     03  Arch-Store          Pic X(4).
000105     03  Filler              Pic X.
000106     03  Arch-Dealer         Pic X(8).
000107     03  Filler              Pic X.
000108     03  Arch-Category       Pic X(4).
000109     03  Filler              Pic X.
000110     03  Arch-Qty            Pic 9(3).
000111     03  Filler              Pic X.
000112     03  Arch-Amount         Pic S9(7)v99.
000113     03  Filler              Pic X.
000114     03  Arch-Commission     Pic S9(6)v99.
000115     03  Filler              Pic X.
000116     03  Arch-Item           Pic X(12).
000117 Fd  Tier-File.
000118 01  Tier-Record.
000119     03  Tier-Upper-Limit    Pic 9(7)v99.
000120     03  Filler              Pic X.
000121     03  Tier-Percent        Pic 9(3).
000122 Fd  Comm-Adjust-File.
000123 Copy "commadj.cpy".
000124 Fd  Comm-Adjust-Out-File.
000125 01  Comm-Adjust-Out-Record Pic X(63).
000126 Fd  Change-History-File.
000127 Copy "dlrchg.cpy".
000128 Fd  Current-Operator-File.
000129 01  Current-Operator-Record.
000130     03  Curr-Oper-Id        Pic X(4).
000131     03  Filler              Pic X.
000132     03  Curr-Oper-Level     Pic 9.
000133 Working-Storage Section.
000134 01  Dealer-Status          Pic XX Value Spaces.
000135     88  Dealer-Success     Value "00" Thru "09".
000136 01  Sales-Archive-Status   Pic XX Value Spaces.
000137 01  Tier-Status            Pic XX Value Spaces.
000138 01  Comm-Adjust-Status     Pic XX Value Spaces.
000139 01  Comm-Adjust-Out-Status Pic XX Value Spaces.
000140 01  Change-History-Status  Pic XX Value Spaces.
000141 01  Current-Operator-Status Pic XX Value Spaces.
000142 01  Current-Operator       Pic X(4) Value Spaces.
000143 01  Done-Flag              Pic X Value Spaces.
000144     88  All-Done           Value "Y".
000145 01  Archive-Done-Flag      Pic X Value Spaces.
000146     88  Archive-Done       Value "Y".
000147 01  Tiers-Done-Flag        Pic X Value Spaces.
000148     88  Tiers-Done         Value "Y".
000149 01  Adjust-Done-Flag       Pic X Value Spaces.
000150     88  Adjust-Done        Value "Y".
000151 01  Period-Posted-Flag     Pic X Value Spaces.
000152     88  Period-Already-Posted Value "Y".
000153 01  Run-Period-X           Pic X(6) Value Spaces.
000154 01  Run-Period             Redefines Run-Period-X.
000155     03  Run-YYYY           Pic 9(4).
000156     03  Run-MM             Pic 99.
000157 01  Run-Period-N           Redefines Run-Period-X Pic 9(6).
000158 01  Tier-Count             Pic 9(2) Value Zeros.
000159 01  Tier-Table-Area.
000160     03  Tier-Entry Occurs 0 To 10 Times
000161             Depending On Tier-Count
000162             Indexed By Tier-Index.
000163         05  Table-Tier-Limit    Pic 9(7)v99.
000164         05  Table-Tier-Percent  Pic 9(3).
000165 01  Tier-Floor             Pic 9(7)v99 Value Zeros.
000166 01  Tier-Portion           Pic S9(8)v99 Value Zeros.
000167 01  Tiered-Work            Pic S9(7)v9(4) Value Zeros.
000168 01  Month-Dealer-Count     Pic 9(3) Value Zeros.
000169 01  Month-Table-Area.
000170     03  Month-Entry Occurs 0 To 500 Times
000171             Depending On Month-Dealer-Count
000172             Indexed By Month-Index.
000173         05  Table-Month-Dealer  Pic X(8).
000174         05  Table-Month-Sales   Pic S9(8)v99.
000175         05  Table-Month-Charged Pic S9(7)v99.
000176 01  Dealer-Sales           Pic S9(8)v99 Value Zeros.
000177 01  Dealer-Charged         Pic S9(7)v99 Value Zeros.
000178 01  Dealer-Tiered          Pic S9(7)v99 Value Zeros.
000179 01  Dealer-Adjustment      Pic S9(7)v99 Value Zeros.
000180 01  Before-Image           Pic X(476) Value Spaces.
000181 01  Dealers-Reviewed       Pic 9(5) Value Zeros.
000182 01  Dealers-Adjusted       Pic 9(5) Value Zeros.
000183 01  Total-Sales            Pic S9(9)v99 Value Zeros.
000184 01  Total-Charged          Pic S9(8)v99 Value Zeros.
000185 01  Total-Tiered           Pic S9(8)v99 Value Zeros.
000186 01  Total-Adjustment       Pic S9(8)v99 Value Zeros.
000187 01  Today-MMDDYYYY.
000188     03  Today-MM           Pic 99.
000189     03  Today-DD           Pic 99.
000190     03  Today-YYYY         Pic 9(4).
000191 01  Today-MMDDYYYY-N Redefines Today-MMDDYYYY Pic 9(8).
000192 01  Hist-Work-Time         Pic 9(8) Value Zeros.
000193 01  Date-And-Time-Area.
000194     03  Work-Date            Pic 9(6).
000195     03  Work-Date-X          Redefines Work-Date.
000196         05  Date-YY          Pic 99.
000197         05  Date-MM          Pic 99.
000198         05  Date-DD          Pic 99.
000199 01  Heading-Line-1.
000200     03  Filler      Pic X(12) Value "Created by:".
000201     03  Filler      Pic X(8)  Value "CHAPT21V".
000202     03  Filler      Pic X(6)  Value Spaces.
000203     03  Filler      Pic X(30)
000204         Value "Volume Tier Commission True-Up".
000205     03  Heading-Period Pic 9999/99.
000206     03  Filler      Pic X(6)  Value Spaces.
000207     03  Filler      Pic X(5)  Value "Page".
000208     03  Page-No     Pic Z(4)9 Value Zeros.
000209 01  Heading-Line-2.
000210     03  Filler      Pic X(12) Value "Created on:".
000211     03  Date-MM     Pic 99.
000212     03  Filler      Pic X     Value "/".
000213     03  Date-DD     Pic 99.
000214     03  Filler      Pic X     Value "/".
000215     03  Date-YY     Pic 99.
000216 01  Heading-Line-3.
000217     03  Filler      Pic X(9)  Value "Dealer".
000218     03  Filler      Pic X(21) Value "Name".
000219     03  Filler      Pic X(14) Value "   Month Sales".
000220     03  Filler      Pic X(12) Value "     Charged".
000221     03  Filler      Pic X(12) Value "      Tiered".
000222     03  Filler      Pic X(12) Value "  Adjustment".
000223 01  Tier-Line.
000224     03  Filler              Pic X(14) Value "Tier: Sales To".
000225     03  Tier-Limit-Out      Pic Z,ZZZ,ZZ9.99.
000226     03  Filler              Pic X(4)  Value "  At".
000227     03  Tier-Percent-Out    Pic ZZ9.
000228     03  Filler              Pic X     Value "%".
000229 01  Detail-Line.
000230     03  Detail-Dealer       Pic X(8).
000231     03  Filler              Pic X     Value Spaces.
000232     03  Detail-Name         Pic X(20).
000233     03  Filler              Pic X     Value Spaces.
000234     03  Detail-Sales        Pic ZZ,ZZZ,ZZ9.99-.
000235     03  Filler              Pic X     Value Spaces.
000236     03  Detail-Charged      Pic ZZZ,ZZ9.99-.
000237     03  Filler              Pic X     Value Spaces.
000238     03  Detail-Tiered       Pic ZZZ,ZZ9.99-.
000239     03  Filler              Pic X     Value Spaces.
000240     03  Detail-Adjustment   Pic ZZZ,ZZ9.99-.
000241 01  Total-Line.
000242     03  Filler              Pic X(9)  Value "Totals".
000243     03  Total-Dealers-Out   Pic ZZ,ZZ9.
000244     03  Filler              Pic X(15) Value " Dealers".
000245     03  Total-Sales-Out     Pic ZZ,ZZZ,ZZ9.99-.
000246     03  Total-Charged-Out   Pic ZZZZ,ZZ9.99-.
000247     03  Total-Tiered-Out    Pic ZZZZ,ZZ9.99-.
000248     03  Total-Adjust-Out    Pic ZZZZ,ZZ9.99-.
000249 01  Line-Count           Pic 99          Value 99.
000250 01  Page-Count           Pic 9(4)        Value Zeros.
000251 01  Max-Lines            Pic 99          Value 60.
000252 01  Spool-Catalog-Name    Pic X(8) Value "CHAPT21V".
000253 01  Spool-Catalog-File    Pic X(12) Value "RPT21V.SPL".
000254 Procedure Division.
000255 Chapt21v-Start.
000256     Display "Begin Volume Tier Commission True-Up Chapt21v"
000257     Accept Run-Period-X From Command-Line
000258     Accept Work-Date From Date
000259     If Run-Period-X = Spaces Or Run-Period-X Not Numeric
000260        Move 2000 To Run-YYYY
000261        Add Date-YY Of Work-Date-X To Run-YYYY
000262        Move Date-MM Of Work-Date-X To Run-MM
000263     End-If
000264     If Run-MM < 1 Or Run-MM > 12
000265        Display "Run Period Must Be YYYYMM"
000266        Stop Run
000267     End-If
000268     Move Date-MM Of Work-Date-X To Today-MM
000269     Move Date-DD Of Work-Date-X To Today-DD
000270     Move 2000 To Today-YYYY
000271     Add Date-YY Of Work-Date-X To Today-YYYY
000272     Perform Check-Period-Posted
000273     If Period-Already-Posted
000274        Display "Period " Run-Period-X " Already Trued Up"
000275        Stop Run
000276     End-If
000277     Perform Load-Current-Operator
000278     Perform Load-Tier-Table
000279     Perform Load-Month-Sales
000280     Open I-O Dealer-File
000281     If Not Dealer-Success
000282        Display "Unable To Open Dealer File, Status "
000283                Dealer-Status
000284        Stop Run
000285     End-If
000286     Open Extend Comm-Adjust-Out-File
000287     Open Extend Change-History-File
000288     Open Output Report-File
000289     Move Corresponding Work-Date-X To Heading-Line-2
000290     Move Run-Period-N To Heading-Period
000291     Perform Heading-Routine
000292     Perform Print-Tier-Line
000293             Varying Tier-Index From 1 By 1
000294             Until Tier-Index > Tier-Count
000295     Write Report-Record From Heading-Line-3 After 2
000296     Add 3 To Line-Count
000297     Perform True-Up-One-Dealer Until All-Done
000298     Perform Print-Totals
000299     Close Dealer-File
000300           Comm-Adjust-Out-File
000301           Change-History-File
000302           Report-File
000303     Call "Chapt25d" Using Spool-Catalog-Name
000304          Spool-Catalog-File Page-Count
000305     Display "Dealers Reviewed   " Dealers-Reviewed
000306     Display "Dealers Adjusted   " Dealers-Adjusted
000307     Display "Net Adjustment     " Total-Adjustment
000308     Stop Run
000309     .
000310 Check-Period-Posted.
000311* A Month Already Carrying True-Up Rows Is Not Posted Again
000312     Open Input Comm-Adjust-File
000313     If Comm-Adjust-Status Not = "00"
000314        Set Adjust-Done To True
000315     End-If
000316     Perform Check-One-Adjustment Until Adjust-Done
000317     If Comm-Adjust-Status = "00" Or Comm-Adjust-Status = "10"
000318        Close Comm-Adjust-File
000319     End-If
000320     .
000321 Check-One-Adjustment.
000322     Read Comm-Adjust-File
000323          At End Set Adjust-Done To True
000324          Not At End
000325             If Comm-Adj-True-Up And
000326                Comm-Adj-Period = Run-Period-N
000327                Set Period-Already-Posted To True
000328                Set Adjust-Done To True
000329             End-If
000330     End-Read
000331     .
000332 Load-Tier-Table.
000333* Tiers Are Kept In Ascending Order Of Their Upper Limit; The
000334* Last Tier Covers Everything Above The One Before It.  With
000335* No Table On File The Store's Standard Schedule Applies
000336     Open Input Tier-File
000337     If Tier-Status Not = "00"
000338        Set Tiers-Done To True
000339     End-If
000340     Perform Load-One-Tier Until Tiers-Done
000341     If Tier-Status = "00" Or Tier-Status = "10"
000342        Close Tier-File
000343     End-If
000344     If Tier-Count = Zero
000345        Move 3 To Tier-Count
000346        Move 2000.00 To Table-Tier-Limit (1)
000347        Move 15 To Table-Tier-Percent (1)
000348        Move 5000.00 To Table-Tier-Limit (2)
000349        Move 12 To Table-Tier-Percent (2)
000350        Move 9999999.99 To Table-Tier-Limit (3)
000351        Move 10 To Table-Tier-Percent (3)
000352     End-If
000353     .
000354 Load-One-Tier.
000355     Read Tier-File
000356          At End Set Tiers-Done To True
000357          Not At End
000358             If Tier-Count < 10
000359                Perform Keep-One-Tier
000360             End-If
000361     End-Read
000362     .
000363 Keep-One-Tier.
000364     If Tier-Count > Zero
000365        If Tier-Upper-Limit Not > Table-Tier-Limit (Tier-Count)
000366           Display "CommTier.TXT Limits Must Ascend, At "
000367                   Tier-Upper-Limit
000368           Stop Run
000369        End-If
000370     End-If
000371     Add 1 To Tier-Count
000372     Move Tier-Upper-Limit To Table-Tier-Limit (Tier-Count)
000373     Move Tier-Percent To Table-Tier-Percent (Tier-Count)
000374     .
000375 Load-Month-Sales.
000376* The Month's Archive Rows, Net Of Voids, Summed By Dealer
000377* With The Commission Each Was Charged When It Posted
000378     Open Input Sales-Archive-File
000379     If Sales-Archive-Status Not = "00"
000380        Set Archive-Done To True
000381     End-If
000382     Perform Load-One-Sale Until Archive-Done
000383     If Sales-Archive-Status = "00" Or
000384        Sales-Archive-Status = "10"
000385        Close Sales-Archive-File
000386     End-If
000387     .
000388 Load-One-Sale.
000389     Read Sales-Archive-File
000390          At End Set Archive-Done To True
000391          Not At End
000392             If Arch-YYYY = Run-YYYY And Arch-MM = Run-MM
000393                And Arch-Dealer Not = "*STORE*"
000394                Perform Post-Sale-To-Table
000395             End-If
000396     End-Read
000397     .
000398 Post-Sale-To-Table.
000399     Set Month-Index To 1
000400     Search Month-Entry
000401          At End
000402             If Month-Dealer-Count < 500
000403                Add 1 To Month-Dealer-Count
000404                Move Arch-Dealer To
000405                     Table-Month-Dealer (Month-Dealer-Count)
000406                Move Arch-Amount To
000407                     Table-Month-Sales (Month-Dealer-Count)
000408                Move Arch-Commission To
000409                     Table-Month-Charged (Month-Dealer-Count)
000410             End-If
000411          When Table-Month-Dealer (Month-Index) = Arch-Dealer
000412             Add Arch-Amount To Table-Month-Sales (Month-Index)
000413             Add Arch-Commission To
000414                 Table-Month-Charged (Month-Index)
000415     End-Search
000416     .
000417 True-Up-One-Dealer.
000418     Read Dealer-File
000419          At End Set All-Done To True
000420          Not At End
000421             Perform Find-Dealer-Month
000422     End-Read
000423     .
000424 Find-Dealer-Month.
000425     Set Month-Index To 1
000426     Search Month-Entry
000427          At End
000428             Continue
000429          When Table-Month-Dealer (Month-Index) = Dealer-Number
000430             Move Table-Month-Sales (Month-Index) To Dealer-Sales
000431             Move Table-Month-Charged (Month-Index) To
000432                  Dealer-Charged
000433             If Dealer-Sales > Zero
000434                Perform Compute-Tiered-Commission
000435                Perform Post-Dealer-Adjustment
000436             End-If
000437     End-Search
000438     .
000439 Compute-Tiered-Commission.
000440     Move Zeros To Tiered-Work Tier-Floor
000441     Perform Apply-One-Tier
000442             Varying Tier-Index From 1 By 1
000443             Until Tier-Index > Tier-Count
000444     Compute Dealer-Tiered Rounded = Tiered-Work
000445     Compute Dealer-Adjustment = Dealer-Tiered - Dealer-Charged
000446     .
000447 Apply-One-Tier.
000448     If Dealer-Sales > Tier-Floor
000449        If Dealer-Sales > Table-Tier-Limit (Tier-Index)
000450           And Tier-Index < Tier-Count
000451           Compute Tier-Portion =
000452                   Table-Tier-Limit (Tier-Index) - Tier-Floor
000453        Else
000454           Compute Tier-Portion = Dealer-Sales - Tier-Floor
000455        End-If
000456        Compute Tiered-Work = Tiered-Work +
000457                Tier-Portion * Table-Tier-Percent (Tier-Index)
000458                / 100
000459     End-If
000460     Move Table-Tier-Limit (Tier-Index) To Tier-Floor
000461     .
000462 Post-Dealer-Adjustment.
000463     Add 1 To Dealers-Reviewed
000464     Add Dealer-Sales To Total-Sales
000465     Add Dealer-Charged To Total-Charged
000466     Add Dealer-Tiered To Total-Tiered
000467     If Dealer-Adjustment Not = Zero
000468        Move Dealer-Record To Before-Image
000469        Add Dealer-Adjustment To Commission-To-Date
000470        Rewrite Dealer-Record
000471        If Dealer-Success
000472           Add 1 To Dealers-Adjusted
000473           Add Dealer-Adjustment To Total-Adjustment
000474           Perform Write-Change-History
000475           Perform Write-Adjustment-Record
000476        Else
000477           Display "Dealer " Dealer-Number
000478                   " Not Adjusted, Status " Dealer-Status
000479           Move Zeros To Dealer-Adjustment
000480        End-If
000481     End-If
000482     Perform Print-Dealer-Line
000483     .
000484 Write-Change-History.
000485     Move Spaces To Change-History-Record
000486     Move Today-YYYY To Hist-Date (1:4)
000487     Move Today-MM To Hist-Date (5:2)
000488     Move Today-DD To Hist-Date (7:2)
000489     Accept Hist-Work-Time From Time
000490     Move Hist-Work-Time (1:6) To Hist-Time
000491     Move "CHAPT21V" To Hist-Program-Name
000492     Set Hist-Action-Change To True
000493     Move Dealer-Number To Hist-Dealer-Number
000494     Move Before-Image To Hist-Before-Image
000495     Move Dealer-Record To Hist-After-Image
000496     Move Current-Operator To Hist-Operator
000497     Write Change-History-Record
000498     .
000499 Write-Adjustment-Record.
000500     Move Spaces To Commission-Adjust-Record
000501     Move Dealer-Number To Comm-Adj-Dealer
000502     Move Today-MMDDYYYY-N To Comm-Adj-Date
000503     Set Comm-Adj-True-Up To True
000504     Move Run-Period-N To Comm-Adj-Period
000505     Move Dealer-Sales To Comm-Adj-Sales
000506     Move Dealer-Charged To Comm-Adj-Charged
000507     Move Dealer-Tiered To Comm-Adj-Tiered
000508     Move Dealer-Adjustment To Comm-Adj-Amount
000509     Write Comm-Adjust-Out-Record From Commission-Adjust-Record
000510     .
000511 Print-Dealer-Line.
000512     If Line-Count >= Max-Lines
000513        Perform Heading-Routine
000514        Write Report-Record From Heading-Line-3 After 2
000515        Add 2 To Line-Count
000516     End-If
000517     Move Dealer-Number To Detail-Dealer
000518     Move Last-Name To Detail-Name
000519     Move Dealer-Sales To Detail-Sales
000520     Move Dealer-Charged To Detail-Charged
000521     Move Dealer-Tiered To Detail-Tiered
000522     Move Dealer-Adjustment To Detail-Adjustment
000523     Write Report-Record From Detail-Line After 1
000524     Add 1 To Line-Count
000525     .
000526 Print-Tier-Line.
000527     Move Table-Tier-Limit (Tier-Index) To Tier-Limit-Out
000528     Move Table-Tier-Percent (Tier-Index) To Tier-Percent-Out
000529     Write Report-Record From Tier-Line After 1
000530     Add 1 To Line-Count
000531     .
000532 Print-Totals.
000533     Move Dealers-Reviewed To Total-Dealers-Out
000534     Move Total-Sales To Total-Sales-Out
000535     Move Total-Charged To Total-Charged-Out
000536     Move Total-Tiered To Total-Tiered-Out
000537     Move Total-Adjustment To Total-Adjust-Out
000538     Write Report-Record From Total-Line After 2
000539     .
000540 Load-Current-Operator.
000541     Open Input Current-Operator-File
000542     If Current-Operator-Status = "00"
000543        Read Current-Operator-File
000544             At End Continue
000545             Not At End
000546                Move Curr-Oper-Id To Current-Operator
000547        End-Read
000548        Close Current-Operator-File
000549     End-If
000550     .
000551 Heading-Routine.
000552     Add 1 To Page-Count
000553     Move Page-Count To Page-No
000554     If Page-Count = 1
000555        Write Report-Record From Heading-Line-1 After Zero
000556     Else
000557        Write Report-Record From Heading-Line-1 After Page
000558     End-If
000559     Write Report-Record From Heading-Line-2 After 1
000560     Move 3 To Line-Count
000561     .
