000010 @OPTIONS MAIN,TEST
000020 Identification Division.
000030 Program-Id.  Chapt25q.
000031* Operator Sales Incentive (Spiff) Log And Monthly Report
000032* Run Nightly Before The Transaction Update, This Logs Every
000033* Sale, Void And Return On The Day's Transaction File To
000034* SpiffLog.TXT Under The Operator Who Rang It, With The
000035* Store-Owned Flag From The Item Record.  Mode MONTH YYYYMM
000036* Prices The Month: Big-Ticket Sales Over The SpiffPar.TXT
000037* Threshold, Store-Owned Merchandise And Categories On The
000038* SpiffPromo.TXT Promotion List For The Month Earn The
000039* Per-Unit Incentive (The Best One Rule, Not All Three);
000040* Voids And Returns By The Same Operator Take It Back.  The
000041* Net Earned Releases To SpiffPay.TXT For The Chapt25o
000042* Payroll Export To Pay With The Next Week's Hours
000043 Environment Division.
000044 Configuration Section.
000045 Source-Computer.  IBM-PC.
000046 Object-Computer.  IBM-PC.
000047 Input-Output  Section.
000048 File-Control.
000049     Select Report-File Assign To "RPT25Q.SPL".
000050     Select Optional Trans-File Assign To WS-Trans-File
000051         Organization Is Line Sequential
000052         File Status  Is Trans-File-Status.
000053     Select Optional Item-File Assign To "Item.Dat"
000054         Organization Indexed
000055         Access Random
000056         Record Key Item-Number Of Item-Record
000057         Alternate Record Key Item-Dealer-Number
000058             With Duplicates
000059         File Status Item-Status.
000060     Select Optional Spiff-Log-File Assign To "SpiffLog.TXT"
000061         Organization Is Line Sequential
000062         File Status  Is Spiff-Log-Status.
000063     Select Optional Spiff-Parm-File Assign To "SpiffPar.TXT"
000064         Organization Is Line Sequential
000065         File Status  Is Spiff-Parm-Status.
000066     Select Optional Spiff-Promo-File Assign To "SpiffPromo.TXT"
000067         Organization Is Line Sequential
000068         File Status  Is Spiff-Promo-Status.
000069     Select Optional Spiff-Pay-File Assign To "SpiffPay.TXT"
000070         Organization Is Line Sequential
000071         File Status  Is Spiff-Pay-Status.
000072     Select Optional Spiff-Paid-File Assign To "SpiffPaid.TXT"
000073         Organization Is Line Sequential
000074         File Status  Is Spiff-Paid-Status.
000075 Data Division.
000076 File Section.
000077 Fd  Report-File.
000078 01  Report-Record Pic X(80).
000079 Fd  Trans-File.
000080 01  Trans-Record.
000081     03  Transaction-Date   Pic  9(8).
000082     03  Transaction-Type   Pic  X(4).
000083     03  Transaction-Dealer Pic  X(8).
000084     03  Transaction-Price  Pic S9(7)v99.
000085     03  Transaction-Qty    Pic  9(3).
000086     03  Transaction-Class  Pic  X.
000087     03  Item-Number        Pic  X(12).
000088     03  Store-Number       Pic  X(4).
000089     03  Receipt-Number     Pic  9(6).
000090     03  Trans-Customer     Pic  X(8).
000091     03  Tender-Type        Pic  X.
000092     03  Trans-Time         Pic  9(6).
000093     03  Trans-Operator     Pic  X(4).
000094     03  Filler             Pic  X(26).
000095     03  Ticket-Number      Pic  9(6).
000096     03  Ticket-Rec-Type    Pic  X.
000097         88  Ticket-Header   Value "H".
000098     03  Filler             Pic  X(3).
000099 01  Trans-Trailer-Record Redefines Trans-Record.
000100     03  Trailer-Marker         Pic X(8).
000101         88  Trans-Trailer      Value "TRAILER1".
000102     03  Filler                 Pic X(102).
000103 Fd  Item-File.
000104 01  Item-Record.
000105     03  Item-Number         Pic X(12).
000106     03  Item-Dealer-Number  Pic X(8).
000107     03  Item-Description    Pic X(40).
000108     03  Item-Tag-Price      Pic 9(5)v99.
000109     03  Item-Date-Consigned Pic 9(8).
000110     03  Item-Status-Code    Pic X.
000111     03  Item-Ownership      Pic X.
000112     03  Filler              Pic X(39).
000113 Fd  Spiff-Log-File.
000114 01  Spiff-Log-Record.
000115     03  Spf-Date            Pic 9(8).
000116     03  Filler              Pic X.
000117     03  Spf-Operator        Pic X(4).
000118     03  Filler              Pic X.
000119     03  Spf-Receipt         Pic 9(6).
000120     03  Filler              Pic X.
000121     03  Spf-Item            Pic X(12).
000122     03  Filler              Pic X.
000123     03  Spf-Category        Pic X(4).
000124     03  Filler              Pic X.
000125     03  Spf-Qty             Pic 9(3).
000126     03  Filler              Pic X.
000127     03  Spf-Unit-Price      Pic 9(7)v99.
000128     03  Filler              Pic X.
000129     03  Spf-Class           Pic X.
000130         88  Spf-Deduction   Value "V" "R".
000131     03  Filler              Pic X.
000132     03  Spf-Ownership       Pic X.
000133         88  Spf-Store-Owned Value "S".
000134 Fd  Spiff-Parm-File.
000135 01  Spiff-Parm-Record.
000136     03  Parm-Big-Threshold  Pic 9(5)v99.
000137     03  Filler              Pic X.
000138     03  Parm-Big-Amount     Pic 9(3)v99.
000139     03  Filler              Pic X.
000140     03  Parm-Store-Amount   Pic 9(3)v99.
000141     03  Filler              Pic X.
000142     03  Parm-Promo-Amount   Pic 9(3)v99.
000143 Fd  Spiff-Promo-File.
000144 01  Spiff-Promo-Record.
000145     03  Promo-Month         Pic 9(6).
000146     03  Filler              Pic X.
000147     03  Promo-Category      Pic X(4).
000148 Fd  Spiff-Pay-File.
000149 01  Spiff-Pay-Record.
000150     03  Pay-Month           Pic 9(6).
000151     03  Filler              Pic X.
000152     03  Pay-Operator        Pic X(4).
000153     03  Filler              Pic X.
000154     03  Pay-Amount          Pic 9(5)v99.
000155     03  Filler              Pic X.
000156     03  Pay-Status          Pic X.
000157         88  Pay-Open        Value "O".
000158         88  Pay-Paid        Value "P".
000159     03  Filler              Pic X.
000160     03  Pay-Week            Pic 9(8).
000161 Fd  Spiff-Paid-File.
000162 01  Spiff-Paid-Record.
000163     03  Paid-Month          Pic 9(6).
000164     03  Filler              Pic X(24).
000165 Working-Storage Section.
000166 01  WS-Trans-File          Pic X(40) Value "Trans.Txt".
000167 01  WS-Env-Override        Pic X(40) Value Spaces.
000168 01  Trans-File-Status      Pic XX Value Spaces.
000169     88  Trans-File-Success Value "00" Thru "09".
000170 01  Item-Status            Pic XX Value Spaces.
000171     88  Item-Success       Value "00" Thru "09".
000172 01  Spiff-Log-Status       Pic XX Value Spaces.
000173     88  Spiff-Log-Success  Value "00" Thru "09".
000174 01  Spiff-Parm-Status      Pic XX Value Spaces.
000175 01  Spiff-Promo-Status     Pic XX Value Spaces.
000176 01  Spiff-Pay-Status       Pic XX Value Spaces.
000177     88  Spiff-Pay-Success  Value "00" Thru "09".
000178 01  Spiff-Paid-Status      Pic XX Value Spaces.
000179     88  Spiff-Paid-Success Value "00" Thru "09".
000180 01  Done-Flag              Pic X Value Spaces.
000181     88  All-Done           Value "Y".
000182 01  Run-Mode               Pic X(16) Value Spaces.
000183 01  Mode-Word              Pic X(8) Value Spaces.
000184     88  Month-Mode         Value "MONTH".
000185 01  Arg-Word               Pic X(8) Value Spaces.
000186 01  Target-Month           Pic 9(6) Value Zeros.
000187 01  Target-Month-X Redefines Target-Month.
000188     03  Target-YYYY        Pic 9(4).
000189     03  Target-MM          Pic 99.
000190* Incentive Rules; SpiffPar.TXT Overrides These Defaults
000191 01  Big-Ticket-Threshold   Pic 9(5)v99 Value 500.00.
000192 01  Big-Ticket-Amount      Pic 9(3)v99 Value 5.00.
000193 01  Store-Owned-Amount     Pic 9(3)v99 Value 2.00.
000194 01  Promo-Amount           Pic 9(3)v99 Value 1.00.
000195 01  Unit-Incentive         Pic 9(3)v99 Value Zeros.
000196 01  Line-Incentive         Pic 9(5)v99 Value Zeros.
000197 01  Line-Amount            Pic 9(8)v99 Value Zeros.
000198 01  Promo-Count            Pic 9(2) Value Zeros.
000199 01  Promo-Table-Area.
000200     03  Promo-Entry Occurs 0 To 50 Times
000201             Depending On Promo-Count
000202             Indexed By Promo-Index.
000203         05  Tbl-Promo-Category  Pic X(4).
000204 01  Promo-Flag             Pic X Value Space.
000205     88  Promo-Category-Sale Value "Y".
000206* Dates Already On The Log, So A Rerun Of The Nightly Step
000207* Cannot Log The Same Day Twice
000208 01  Logged-Date-Count      Pic 9(3) Value Zeros.
000209 01  Logged-Date-Area.
000210     03  Logged-Date-Entry Occurs 0 To 400 Times
000211             Depending On Logged-Date-Count
000212             Indexed By Logged-Index.
000213         05  Tbl-Logged-Date     Pic 9(8).
000214 01  Already-Logged-Flag    Pic X Value Space.
000215     88  Date-Already-Logged Value "Y".
000216 01  Lines-Logged           Pic 9(5) Value Zeros.
000217 01  Lines-Skipped          Pic 9(5) Value Zeros.
000218 01  Oper-Count             Pic 9(2) Value Zeros.
000219 01  Oper-Table-Area.
000220     03  Oper-Entry Occurs 0 To 50 Times
000221             Depending On Oper-Count
000222             Indexed By Oper-Index.
000223         05  Tbl-Operator        Pic X(4).
000224         05  Tbl-Qual-Count      Pic 9(5).
000225         05  Tbl-Qual-Amount     Pic 9(8)v99.
000226         05  Tbl-Qual-Incentive  Pic 9(6)v99.
000227         05  Tbl-Deduct-Count    Pic 9(5).
000228         05  Tbl-Deduct-Amount   Pic 9(8)v99.
000229         05  Tbl-Deduct-Incentive Pic 9(6)v99.
000230 01  Net-Incentive          Pic S9(6)v99 Value Zeros.
000231 01  Total-Incentive        Pic S9(7)v99 Value Zeros.
000232 01  Month-Released-Flag    Pic X Value Space.
000233     88  Month-Already-Released Value "Y".
000234 01  Operators-Released     Pic 9(3) Value Zeros.
000235 01  Heading-Line-1.
000236     03  Filler      Pic X(12) Value "Created by:".
000237     03  Filler      Pic X(8)  Value "CHAPT25Q".
000238     03  Filler      Pic X(26)
000239         Value "  Sales Incentive For".
000240     03  Heading-Month Pic 9(6).
000241     03  Filler      Pic X(4)  Value Spaces.
000242     03  Filler      Pic X(5)  Value "Page".
000243     03  Page-No     Pic Z(4)9 Value Zeros.
000244 01  Rule-Line.
000245     03  Filler              Pic X(16) Value "Big Ticket Over".
000246     03  Rule-Threshold      Pic ZZ,ZZ9.99.
000247     03  Filler              Pic X(6)  Value " Pays".
000248     03  Rule-Big            Pic ZZ9.99.
000249     03  Filler              Pic X(19)
000250         Value "   Store-Owned Pays".
000251     03  Rule-Store          Pic ZZ9.99.
000252     03  Filler              Pic X(13) Value "   Promo Pays".
000253     03  Rule-Promo          Pic ZZ9.99.
000254 01  Heading-Line-3.
000255     03  Filler      Pic X(6)  Value "Oper".
000256     03  Filler      Pic X(24)
000257         Value "Qual  Qualifying Sales".
000258     03  Filler      Pic X(24)
000259         Value "Dedn   Voids/Returns".
000260     03  Filler      Pic X(12) Value "   Incentive".
000261 01  Detail-Line.
000262     03  Detail-Operator     Pic X(4).
000263     03  Filler              Pic X(2)  Value Spaces.
000264     03  Detail-Qual-Count   Pic ZZZZ9.
000265     03  Filler              Pic X(2)  Value Spaces.
000266     03  Detail-Qual-Amount  Pic ZZ,ZZZ,ZZ9.99.
000267     03  Filler              Pic X(4)  Value Spaces.
000268     03  Detail-Dedn-Count   Pic ZZZZ9.
000269     03  Filler              Pic X(2)  Value Spaces.
000270     03  Detail-Dedn-Amount  Pic ZZ,ZZZ,ZZ9.99.
000271     03  Filler              Pic X(2)  Value Spaces.
000272     03  Detail-Incentive    Pic ZZ,ZZ9.99-.
000273 01  Total-Line.
000274     03  Filler              Pic X(56)
000275         Value "Total Incentive Earned".
000276     03  Total-Incentive-Edit Pic Z,ZZZ,ZZ9.99-.
000277 01  Release-Line.
000278     03  Release-Text        Pic X(60) Value Spaces.
000279 01  Line-Count           Pic 99          Value 99.
000280 01  Page-Count           Pic 9(4)        Value Zeros.
000281 01  Max-Lines            Pic 99          Value 60.
000282 01  Spool-Catalog-Name    Pic X(8) Value "CHAPT25Q".
000283 01  Spool-Catalog-File    Pic X(12) Value "RPT25Q.SPL".
000284 Procedure Division.
000285 Chapt25q-Start.
000286     Display "Begin Sales Incentive Chapt25q"
000287     Perform Get-File-Parameters
000288     Accept Run-Mode From Command-Line
000289     Inspect Run-Mode Converting
000290             "abcdefghijklmnopqrstuvwxyz" To
000291             "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
000292     Unstring Run-Mode Delimited By All Space
000293         Into Mode-Word Arg-Word
000294     End-Unstring
000295     If Month-Mode
000296        If Arg-Word (1:6) Numeric
000297           Move Arg-Word (1:6) To Target-Month
000298        End-If
000299        Perform Price-The-Month
000300     Else
000301        Perform Log-The-Day
000302     End-If
000303     Goback
000304     .
000305 Log-The-Day.
000306     Perform Load-Logged-Dates
000307     Open Input Trans-File
000308     If Not Trans-File-Success
000309        Display "Unable To Open Transaction File, Status "
000310                Trans-File-Status
000311        Goback
000312     End-If
000313     Open Input Item-File
000314     Open Extend Spiff-Log-File
000315     Move Spaces To Done-Flag
000316     Perform Log-One-Transaction Until All-Done
000317     Close Trans-File
000318           Spiff-Log-File
000319     If Item-Success
000320        Close Item-File
000321     End-If
000322     Display "Sales Lines Logged  " Lines-Logged
000323     If Lines-Skipped > Zeros
000324        Display "Already Logged, Skipped " Lines-Skipped
000325     End-If
000326     .
000327 Load-Logged-Dates.
000328     Open Input Spiff-Log-File
000329     If Spiff-Log-Success
000330        Perform Load-One-Logged-Date Until All-Done
000331        Close Spiff-Log-File
000332     End-If
000333     Move Spaces To Done-Flag
000334     .
000335 Load-One-Logged-Date.
000336     Read Spiff-Log-File
000337          At End Set All-Done To True
000338          Not At End
000339             Set Logged-Index To 1
000340             Search Logged-Date-Entry
000341                  At End
000342                     If Logged-Date-Count < 400
000343                        Add 1 To Logged-Date-Count
000344                        Move Spf-Date To
000345                             Tbl-Logged-Date (Logged-Date-Count)
000346                     End-If
000347                  When Tbl-Logged-Date (Logged-Index) = Spf-Date
000348                     Continue
000349             End-Search
000350     End-Read
000351     .
000352 Log-One-Transaction.
000353* Gift Certificates Are Not Merchandise And Ticket Headers
000354* Carry No Sale Of Their Own
000355     Read Trans-File
000356          At End Set All-Done To True
000357          Not At End
000358             If Not Trans-Trailer And Not Ticket-Header
000359                And Trans-Operator Not = Spaces
000360                And Transaction-Type Not = "GCIS"
000361                And Transaction-Type Not = "GCRD"
000362                Perform Check-Date-Logged
000363                If Date-Already-Logged
000364                   Add 1 To Lines-Skipped
000365                Else
000366                   Perform Write-Spiff-Log
000367                End-If
000368             End-If
000369     End-Read
000370     .
000371 Check-Date-Logged.
000372     Move Space To Already-Logged-Flag
000373     Set Logged-Index To 1
000374     Search Logged-Date-Entry
000375          At End
000376             Continue
000377          When Tbl-Logged-Date (Logged-Index) = Transaction-Date
000378             Set Date-Already-Logged To True
000379     End-Search
000380     .
000381 Write-Spiff-Log.
000382     Move Spaces To Spiff-Log-Record
000383     Move Transaction-Date To Spf-Date
000384     Move Trans-Operator To Spf-Operator
000385     Move Receipt-Number To Spf-Receipt
000386     Move Item-Number Of Trans-Record To Spf-Item
000387     Move Transaction-Type To Spf-Category
000388     Move Transaction-Qty To Spf-Qty
000389     Move Transaction-Price To Spf-Unit-Price
000390     Move Transaction-Class To Spf-Class
000391     If Item-Success And Item-Number Of Trans-Record Not = Spaces
000392        Move Item-Number Of Trans-Record To
000393             Item-Number Of Item-Record
000394        Read Item-File
000395             Invalid Key
000396                Continue
000397             Not Invalid Key
000398                Move Item-Ownership To Spf-Ownership
000399        End-Read
000400     End-If
000401     Write Spiff-Log-Record
000402     Add 1 To Lines-Logged
000403     .
000404 Price-The-Month.
000405     If Target-Month = Zeros
000406        Display "Usage: MONTH YYYYMM"
000407        Goback
000408     End-If
000409     Perform Load-Spiff-Parameters
000410     Perform Load-Promo-Table
000411     Open Input Spiff-Log-File
000412     If Not Spiff-Log-Success
000413        Display "No Sales Incentive Log On File"
000414        Goback
000415     End-If
000416     Move Spaces To Done-Flag
000417     Perform Price-One-Log-Line Until All-Done
000418     Close Spiff-Log-File
000419     Perform Check-Month-Released
000420     Open Output Report-File
000421     If Not Month-Already-Released
000422        Open Extend Spiff-Pay-File
000423     End-If
000424     Move Target-Month To Heading-Month
000425     Perform Heading-Routine
000426     Perform Print-One-Operator
000427             Varying Oper-Index From 1 By 1
000428             Until Oper-Index > Oper-Count
000429     Move Total-Incentive To Total-Incentive-Edit
000430     Write Report-Record From Total-Line After 2
000431     If Month-Already-Released
000432        Move "Month Already Released - Not Released Again"
000433             To Release-Text
000434     Else
000435        Close Spiff-Pay-File
000436        Move "Net Incentive Released To Payroll (SpiffPay.TXT)"
000437             To Release-Text
000438     End-If
000439     Write Report-Record From Release-Line After 2
000440     Close Report-File
000441     Call "Chapt25d" Using Spool-Catalog-Name
000442          Spool-Catalog-File Page-Count
000443     Display "Operators Reported  " Oper-Count
000444     Display "Operators Released  " Operators-Released
000445     .
000446 Price-One-Log-Line.
000447     Read Spiff-Log-File
000448          At End Set All-Done To True
000449          Not At End
000450             If Spf-Date (5:4) = Target-Month (1:4) And
000451                Spf-Date (1:2) = Target-Month (5:2)
000452                Perform Figure-Unit-Incentive
000453                If Unit-Incentive > Zeros
000454                   Perform Post-To-Operator
000455                End-If
000456             End-If
000457     End-Read
000458     .
000459 Figure-Unit-Incentive.
000460* A Sale That Meets More Than One Rule Earns The Best One
000461     Move Zeros To Unit-Incentive
000462     Move Space To Promo-Flag
000463     Set Promo-Index To 1
000464     Search Promo-Entry
000465          At End
000466             Continue
000467          When Tbl-Promo-Category (Promo-Index) = Spf-Category
000468             Set Promo-Category-Sale To True
000469     End-Search
000470     If Spf-Unit-Price > Big-Ticket-Threshold And
000471        Big-Ticket-Amount > Unit-Incentive
000472        Move Big-Ticket-Amount To Unit-Incentive
000473     End-If
000474     If Spf-Store-Owned And
000475        Store-Owned-Amount > Unit-Incentive
000476        Move Store-Owned-Amount To Unit-Incentive
000477     End-If
000478     If Promo-Category-Sale And
000479        Promo-Amount > Unit-Incentive
000480        Move Promo-Amount To Unit-Incentive
000481     End-If
000482     .
000483 Post-To-Operator.
000484     Compute Line-Amount = Spf-Unit-Price * Spf-Qty
000485     Compute Line-Incentive = Unit-Incentive * Spf-Qty
000486     Set Oper-Index To 1
000487     Search Oper-Entry
000488          At End
000489             If Oper-Count < 50
000490                Add 1 To Oper-Count
000491                Set Oper-Index To Oper-Count
000492                Move Spf-Operator To Tbl-Operator (Oper-Index)
000493                Move Zeros To Tbl-Qual-Count (Oper-Index)
000494                              Tbl-Qual-Amount (Oper-Index)
000495                              Tbl-Qual-Incentive (Oper-Index)
000496                              Tbl-Deduct-Count (Oper-Index)
000497                              Tbl-Deduct-Amount (Oper-Index)
000498                              Tbl-Deduct-Incentive (Oper-Index)
000499                Perform Add-Line-To-Operator
000500             End-If
000501          When Tbl-Operator (Oper-Index) = Spf-Operator
000502             Perform Add-Line-To-Operator
000503     End-Search
000504     .
000505 Add-Line-To-Operator.
000506     If Spf-Deduction
000507        Add 1 To Tbl-Deduct-Count (Oper-Index)
000508        Add Line-Amount To Tbl-Deduct-Amount (Oper-Index)
000509        Add Line-Incentive To Tbl-Deduct-Incentive (Oper-Index)
000510     Else
000511        Add 1 To Tbl-Qual-Count (Oper-Index)
000512        Add Line-Amount To Tbl-Qual-Amount (Oper-Index)
000513        Add Line-Incentive To Tbl-Qual-Incentive (Oper-Index)
000514     End-If
000515     .
000516 Print-One-Operator.
000517     Compute Net-Incentive =
000518             Tbl-Qual-Incentive (Oper-Index) -
000519             Tbl-Deduct-Incentive (Oper-Index)
000520     Add Net-Incentive To Total-Incentive
000521     Move Tbl-Operator (Oper-Index) To Detail-Operator
000522     Move Tbl-Qual-Count (Oper-Index) To Detail-Qual-Count
000523     Move Tbl-Qual-Amount (Oper-Index) To Detail-Qual-Amount
000524     Move Tbl-Deduct-Count (Oper-Index) To Detail-Dedn-Count
000525     Move Tbl-Deduct-Amount (Oper-Index) To Detail-Dedn-Amount
000526     Move Net-Incentive To Detail-Incentive
000527     If Line-Count >= Max-Lines
000528        Perform Heading-Routine
000529     End-If
000530     Write Report-Record From Detail-Line After 1
000531     Add 1 To Line-Count
000532* Deductions Beyond What Was Earned Do Not Carry Into Pay
000533     If Net-Incentive > Zeros And Not Month-Already-Released
000534        Move Spaces To Spiff-Pay-Record
000535        Move Target-Month To Pay-Month
000536        Move Tbl-Operator (Oper-Index) To Pay-Operator
000537        Move Net-Incentive To Pay-Amount
000538        Set Pay-Open To True
000539        Move Zeros To Pay-Week
000540        Write Spiff-Pay-Record
000541        Add 1 To Operators-Released
000542     End-If
000543     .
000544 Check-Month-Released.
000545     Move Space To Month-Released-Flag
000546     Move Spaces To Done-Flag
000547     Open Input Spiff-Pay-File
000548     If Spiff-Pay-Success
000549        Perform Check-One-Release Until All-Done
000550        Close Spiff-Pay-File
000551     End-If
000552* Once Chapt25o Pays It, The Release Moves To The Paid History
000553     Move Spaces To Done-Flag
000554     Open Input Spiff-Paid-File
000555     If Spiff-Paid-Success
000556        Perform Check-One-Paid Until All-Done
000557        Close Spiff-Paid-File
000558     End-If
000559     .
000560 Check-One-Paid.
000561     Read Spiff-Paid-File
000562          At End Set All-Done To True
000563          Not At End
000564             If Paid-Month = Target-Month
000565                Set Month-Already-Released To True
000566             End-If
000567     End-Read
000568     .
000569 Check-One-Release.
000570     Read Spiff-Pay-File
000571          At End Set All-Done To True
000572          Not At End
000573             If Pay-Month = Target-Month
000574                Set Month-Already-Released To True
000575             End-If
000576     End-Read
000577     .
000578 Load-Spiff-Parameters.
000579     Open Input Spiff-Parm-File
000580     If Spiff-Parm-Status = "00"
000581        Read Spiff-Parm-File
000582             At End Continue
000583             Not At End
000584                Move Parm-Big-Threshold To Big-Ticket-Threshold
000585                Move Parm-Big-Amount To Big-Ticket-Amount
000586                Move Parm-Store-Amount To Store-Owned-Amount
000587                Move Parm-Promo-Amount To Promo-Amount
000588        End-Read
000589        Close Spiff-Parm-File
000590     End-If
000591     .
000592 Load-Promo-Table.
000593     Move Spaces To Done-Flag
000594     Open Input Spiff-Promo-File
000595     If Spiff-Promo-Status = "00"
000596        Perform Load-One-Promo Until All-Done
000597        Close Spiff-Promo-File
000598     End-If
000599     Move Spaces To Done-Flag
000600     .
000601 Load-One-Promo.
000602     Read Spiff-Promo-File
000603          At End Set All-Done To True
000604          Not At End
000605             If Promo-Month = Target-Month And Promo-Count < 50
000606                Add 1 To Promo-Count
000607                Move Promo-Category To
000608                     Tbl-Promo-Category (Promo-Count)
000609             End-If
000610     End-Read
000611     .
000612 Heading-Routine.
000613     Add 1 To Page-Count
000614     Move Page-Count To Page-No
000615     If Page-Count = 1
000616        Write Report-Record From Heading-Line-1 After Zero
000617     Else
000618        Write Report-Record From Heading-Line-1 After Page
000619     End-If
000620     Move Big-Ticket-Threshold To Rule-Threshold
000621     Move Big-Ticket-Amount To Rule-Big
000622     Move Store-Owned-Amount To Rule-Store
000623     Move Promo-Amount To Rule-Promo
000624     Write Report-Record From Rule-Line After 2
000625     Write Report-Record From Heading-Line-3 After 2
000626     Move 5 To Line-Count
000627     .
000628 Get-File-Parameters.
000629     Move Spaces To WS-Env-Override
000630     Accept WS-Env-Override From Environment "TRANS_FILE"
000631        On Exception
000632           Continue
000633     End-Accept
000634     If WS-Env-Override Not = Spaces
000635        Move WS-Env-Override To WS-Trans-File
000636     End-If
000637     .
