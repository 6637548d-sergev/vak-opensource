000010 @OPTIONS MAIN,TEST
000020 Identification Division.
000030 Program-Id.  Chapt24x.
000031* Customer Privacy Requests
000032* Logs A Customer's Request To See Or To Erase What We Hold
000033* About Them, Writes The Complete Export, And On An Approved
000034* Erasure Anonymizes The Customer Everywhere They Appear.
000035* The Name, Address And Phone Go; The Sales Stay, Carried
000036* Under A Tombstone Number, So Dealer Commission History And
000037* The Tax Records Still Add Up.  An Open Layaway, A House
000038* Account Or Returned-Check Balance, Goods Waiting For Pickup
000039* Or Sales Not Yet Through The Nightly Update Block The
000040* Erasure.  Every Request, Approval And Action Is Appended To
000041* PrivReq.TXT.  Command Line:
000042*     REQUEST EXPORT Customer  Or  REQUEST DELETE Customer
000043*     APPROVE Request  (Supervisor, Not The One Who Logged It)
000044*     EXPORT Request   (Supervisor - Writes PXnnnnnn.TXT)
000045*     DELETE Request   (Supervisor - Approved Requests Only)
000046* The Line Sequential Files Are Rewritten To .NEW Copies To
000047* Be Put In Place Of The Originals, As With Every Other Run
000048* That Rewrites One
000049 Environment Division.
000050 Configuration Section.
000051 Source-Computer.  IBM-PC.
000052 Object-Computer.  IBM-PC.
000053 Input-Output  Section.
000054 File-Control.
000055     Select Customer-File Assign To "Customer.Dat"
000056         Organization Indexed
000057         Access Dynamic
000058         Record Key Customer-Number
000059         Alternate Record Key Customer-Name
000060         File Status Customer-Status.
000061     Select Optional Sales-Archive-File Assign To "TransHist.TXT"
000062         Organization Is Line Sequential
000063         File Status  Is Sales-Archive-Status.
000064     Select Sales-Archive-Out-File Assign To "TransHist.NEW"
000065         Organization Is Line Sequential
000066         File Status  Is Sales-Archive-Out-Status.
000067     Select Optional Sales-History-File Assign To "SalesHst.Dat"
000068         Organization Indexed
000069         Access Dynamic
000070         Record Key SH-Key
000071         Alternate Record Key SH-Item
000072             With Duplicates
000073         Alternate Record Key SH-Customer
000074             With Duplicates
000075         Alternate Record Key SH-Receipt
000076             With Duplicates
000077         File Status Sales-History-Status.
000078     Select Optional Trans-File Assign To WS-Trans-File
000079         Organization Is Line Sequential
000080         File Status  Is Trans-File-Status.
000081     Select Optional Layaway-File Assign To "Layaway.Dat"
000082         Organization Indexed
000083         Access Dynamic
000084         Record Key Layaway-Number
000085         File Status Layaway-Status.
000086     Select Optional Layaway-Payment-File Assign To "LayPay.TXT"
000087         Organization Is Line Sequential
000088         File Status  Is Layaway-Payment-Status.
000089     Select Optional Want-List-File Assign To "WantList.TXT"
000090         Organization Is Line Sequential
000091         File Status  Is Want-List-Status.
000092     Select Want-List-Out-File Assign To "WantList.NEW"
000093         Organization Is Line Sequential
000094         File Status  Is Want-List-Out-Status.
000095     Select Optional House-Ledger-File Assign To "HseLedg.TXT"
000096         Organization Is Line Sequential
000097         File Status  Is House-Ledger-Status.
000098     Select House-Ledger-Out-File Assign To "HseLedg.NEW"
000099         Organization Is Line Sequential
000100         File Status  Is House-Ledger-Out-Status.
000101     Select Optional Corr-Queue-File Assign To "CorrQue.TXT"
000102         Organization Is Line Sequential
000103         File Status  Is Corr-Queue-Status.
000104     Select Corr-Queue-Out-File Assign To "CorrQue.NEW"
000105         Organization Is Line Sequential
000106         File Status  Is Corr-Queue-Out-Status.
000107     Select Optional Returned-Check-File Assign To "RetChk.Dat"
000108         Organization Indexed
000109         Access Dynamic
000110         Record Key Rc-Number
000111         Alternate Record Key Rc-Customer
000112             With Duplicates
000113         Alternate Record Key Rc-Account
000114             With Duplicates
000115         File Status Returned-Check-Status.
000116     Select Optional Pickup-File Assign To "Pickup.Dat"
000117         Organization Indexed
000118         Access Dynamic
000119         Record Key Pickup-Item
000120         File Status Pickup-Status.
000121     Select Optional Trade-Discount-File Assign To "TradeDsc.Dat"
000122         Organization Indexed
000123         Access Dynamic
000124         Record Key Trade-Customer
000125         File Status Trade-Discount-Status.
000126     Select Optional Privacy-Log-File Assign To "PrivReq.TXT"
000127         Organization Is Line Sequential
000128         File Status  Is Privacy-Log-Status.
000129     Select Export-File Assign To Export-Name
000130         Organization Is Line Sequential
000131         File Status  Is Export-Status.
000132     Select Optional Journal-File Assign To "Journal.TXT"
000133         Organization Is Line Sequential
000134         File Status  Is Journal-Status.
000135     Select Optional Current-Operator-File Assign To
000136                     "CurrOper.TXT"
000137         Organization Is Line Sequential
000138         File Status  Is Current-Operator-Status.
000139 Data Division.
000140 File Section.
000141 Fd  Customer-File.
000142 01  Customer-Record.
000143     03  Customer-Number       Pic X(8).
000144     03  Customer-Name.
000145         05  Last-Name   Pic X(25).
000146         05  First-Name  Pic X(15).
000147         05  Middle-Name Pic X(10).
000148     03  Address-Line-1      Pic X(50).
000149     03  Address-Line-2      Pic X(50).
000150     03  City                Pic X(40).
000151     03  State-Or-Country    Pic X(20).
000152     03  Postal-Code         Pic X(15).
000153     03  Home-Phone          Pic X(20).
000154     03  Mailing-List-Flag   Pic X.
000155         88  Off-Mailing-List Value "N".
000156     03  Loyalty-Points      Pic 9(7).
000157     03  House-Account-Flag  Pic X.
000158         88  House-Account-Approved Value "Y".
000159     03  House-Credit-Limit  Pic 9(5)v99.
000160     03  House-Hold-Flag     Pic X.
000161     03  Filler              Pic X(4).
000162 Fd  Sales-Archive-File.
000163 01  Sales-Archive-Record.
000164     03  Arch-Date           Pic 9(8).
000165     03  Filler              Pic X.
000166     03  Arch-Store          Pic X(4).
000167     03  Filler              Pic X.
000168     03  Arch-Dealer         Pic X(8).
000169     03  Filler              Pic X.
000170     03  Arch-Category       Pic X(4).
000171     03  Filler              Pic X.
000172     03  Arch-Qty            Pic 9(3).
000173     03  Filler              Pic X.
000174     03  Arch-Amount         Pic S9(7)v99.
000175     03  Filler              Pic X.
000176     03  Arch-Commission     Pic S9(6)v99.
000177     03  Filler              Pic X.
000178     03  Arch-Item           Pic X(12).
000179     03  Filler              Pic X.
000180     03  Arch-Receipt        Pic 9(6).
000181     03  Filler              Pic X.
000182     03  Arch-Customer       Pic X(8).
000183     03  Filler              Pic X.
000184     03  Arch-Tender         Pic X.
000185     03  Filler              Pic X.
000186     03  Arch-Operator       Pic X(4).
000187     03  Filler              Pic X.
000188     03  Arch-Class          Pic X.
000189     03  Filler              Pic X.
000190     03  Arch-Card-Fee       Pic S9(5)v99.
000191     03  Filler              Pic X.
000192     03  Arch-Exempt-Cert    Pic X(12).
000193 Fd  Sales-Archive-Out-File.
000194 01  Sales-Archive-Out-Record Pic X(109).
000195 Fd  Sales-History-File.
000196 Copy "salehist.cpy".
000197 Fd  Trans-File.
000198 01  Trans-Record.
000199     03  Transaction-Date   Pic  9(8).
000200     03  Transaction-Type   Pic  X(4).
000201     03  Transaction-Dealer Pic  X(8).
000202     03  Transaction-Price  Pic S9(7)v99.
000203     03  Transaction-Qty    Pic  9(3).
000204     03  Transaction-Class  Pic  X.
000205     03  Item-Number        Pic  X(12).
000206     03  Store-Number       Pic  X(4).
000207     03  Receipt-Number     Pic  9(6).
000208     03  Trans-Customer     Pic  X(8).
000209     03  Tender-Type        Pic  X.
000210     03  Trans-Time         Pic  9(6).
000211     03  Trans-Operator     Pic  X(4).
000212     03  Filler             Pic  X(26).
000213     03  Ticket-Number      Pic  9(6).
000214     03  Ticket-Rec-Type    Pic  X.
000215     03  Filler             Pic  X(3).
000216 01  Trans-Trailer-Record Redefines Trans-Record.
000217     03  Trailer-Marker         Pic X(8).
000218         88  Trans-Trailer      Value "TRAILER1".
000219     03  Filler                 Pic X(102).
000220 Fd  Layaway-File.
000221 01  Layaway-Record.
000222     03  Layaway-Number          Pic 9(6).
000223     03  Layaway-Item-Number     Pic X(12).
000224     03  Layaway-Dealer          Pic X(8).
000225     03  Layaway-Customer        Pic X(8).
000226     03  Layaway-Category        Pic X(4).
000227     03  Layaway-Date            Pic 9(8).
000228     03  Layaway-Total           Pic 9(5)v99.
000229     03  Layaway-Paid-To-Date    Pic 9(5)v99.
000230     03  Layaway-Last-Paid-Date  Pic 9(8).
000231     03  Layaway-Status-Code     Pic X.
000232         88  Layaway-Open        Value "O".
000233     03  Filler                  Pic X(10).
000234 Fd  Layaway-Payment-File.
000235 01  Layaway-Payment-Record.
000236     03  Lay-Pay-Layaway     Pic 9(6).
000237     03  Filler              Pic X.
000238     03  Lay-Pay-Date        Pic 9(8).
000239     03  Filler              Pic X.
000240     03  Lay-Pay-Amount      Pic 9(5)v99.
000241     03  Filler              Pic X.
000242     03  Lay-Pay-Operator    Pic X(4).
000243 Fd  Want-List-File.
000244 01  Want-List-Record.
000245     03  Want-Customer       Pic X(8).
000246     03  Filler              Pic X.
000247     03  Want-Category       Pic X(4).
000248     03  Filler              Pic X.
000249     03  Want-Keywords       Pic X(20).
000250     03  Filler              Pic X.
000251     03  Want-Date           Pic 9(8).
000252     03  Filler              Pic X.
000253     03  Want-Status-Code    Pic X.
000254 Fd  Want-List-Out-File.
000255 01  Want-List-Out-Record   Pic X(45).
000256 Fd  House-Ledger-File.
000257 Copy "hseledg.cpy".
000258 Fd  House-Ledger-Out-File.
000259 01  House-Ledger-Out-Record Pic X(49).
000260 Fd  Corr-Queue-File.
000261 Copy "corrq.cpy".
000262 Fd  Corr-Queue-Out-File.
000263 01  Corr-Queue-Out-Record  Pic X(40).
000264 Fd  Returned-Check-File.
000265 Copy "retchk.cpy".
000266 Fd  Pickup-File.
000267 Copy "pickup.cpy".
000268 Fd  Trade-Discount-File.
000269 Copy "tradedsc.cpy".
000270 Fd  Privacy-Log-File.
000271 Copy "privreq.cpy".
000272 Fd  Export-File.
000273 01  Export-Record          Pic X(132).
000274 Fd  Journal-File.
000275 01  Journal-Record.
000276     03  Jrn-Date            Pic 9(8).
000277     03  Filler              Pic X.
000278     03  Jrn-Time            Pic 9(6).
000279     03  Filler              Pic X.
000280     03  Jrn-Program         Pic X(8).
000281     03  Filler              Pic X.
000282     03  Jrn-File-Id         Pic X(8).
000283     03  Filler              Pic X.
000284     03  Jrn-Action          Pic X.
000285     03  Filler              Pic X.
000286     03  Jrn-Key             Pic X(12).
000287     03  Filler              Pic X.
000288     03  Jrn-Image           Pic X(476).
000289 Fd  Current-Operator-File.
000290 01  Current-Operator-Record.
000291     03  Curr-Oper-Id        Pic X(4).
000292     03  Filler              Pic X.
000293     03  Curr-Oper-Level     Pic 9.
000294 Working-Storage Section.
000295 01  Customer-Status        Pic XX Value Spaces.
000296     88  Customer-Success   Value "00" Thru "09".
000297 01  Sales-Archive-Status   Pic XX Value Spaces.
000298     88  Sales-Archive-Success Value "00" Thru "09".
000299 01  Sales-Archive-Out-Status Pic XX Value Spaces.
000300 01  Sales-History-Status   Pic XX Value Spaces.
000301     88  Sales-History-Success Value "00" Thru "09".
000302 01  WS-Trans-File          Pic X(40) Value "Trans.Txt".
000303 01  WS-Env-Override        Pic X(40) Value Spaces.
000304 01  Trans-File-Status      Pic XX Value Spaces.
000305     88  Trans-File-Success Value "00" Thru "09".
000306 01  Layaway-Status         Pic XX Value Spaces.
000307     88  Layaway-Success    Value "00" Thru "09".
000308 01  Layaway-Payment-Status Pic XX Value Spaces.
000309     88  Layaway-Payment-Success Value "00" Thru "09".
000310 01  Want-List-Status       Pic XX Value Spaces.
000311     88  Want-List-Success  Value "00" Thru "09".
000312 01  Want-List-Out-Status   Pic XX Value Spaces.
000313 01  House-Ledger-Status    Pic XX Value Spaces.
000314     88  House-Ledger-Success Value "00" Thru "09".
000315 01  House-Ledger-Out-Status Pic XX Value Spaces.
000316 01  Corr-Queue-Status      Pic XX Value Spaces.
000317     88  Corr-Queue-Success Value "00" Thru "09".
000318 01  Corr-Queue-Out-Status  Pic XX Value Spaces.
000319 01  Returned-Check-Status  Pic XX Value Spaces.
000320     88  Returned-Check-Success Value "00" Thru "09".
000321 01  Pickup-Status          Pic XX Value Spaces.
000322     88  Pickup-Success     Value "00" Thru "09".
000323 01  Trade-Discount-Status  Pic XX Value Spaces.
000324     88  Trade-Discount-Success Value "00" Thru "09".
000325 01  Privacy-Log-Status     Pic XX Value Spaces.
000326     88  Privacy-Log-Success Value "00" Thru "09".
000327 01  Export-Status          Pic XX Value Spaces.
000328 01  Export-Name.
000329     03  Filler              Pic XX Value "PX".
000330     03  Export-Name-Request Pic 9(6) Value Zeros.
000331     03  Filler              Pic X(4) Value ".TXT".
000332 01  Journal-Status         Pic XX Value Spaces.
000333 01  Journal-Stamp-Date     Pic 9(6) Value Zeros.
000334 01  Journal-Stamp-Time     Pic 9(8) Value Zeros.
000335 01  Journal-Program-Id     Pic X(8) Value "CHAPT24X".
000336 01  Current-Operator-Status Pic XX Value Spaces.
000337 01  Current-Operator       Pic X(4) Value Spaces.
000338 01  Current-Oper-Level     Pic 9 Value Zeros.
000339 01  Command-Line-In        Pic X(40) Value Spaces.
000340 01  Command-Action         Pic X(8) Value Spaces.
000341 01  Command-Word-2         Pic X(8) Value Spaces.
000342 01  Command-Word-3         Pic X(8) Value Spaces.
000343 01  Lower-Case-Letters     Pic X(26)
000344     Value "abcdefghijklmnopqrstuvwxyz".
000345 01  Upper-Case-Letters     Pic X(26)
000346     Value "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
000347 01  Request-Number         Pic 9(6) Value Zeros.
000348 01  Request-Type           Pic X(4) Value Spaces.
000349     88  Request-Export     Value "REQE".
000350     88  Request-Delete     Value "REQD".
000351 01  Request-Customer       Pic X(8) Value Spaces.
000352 01  Request-Operator       Pic X(4) Value Spaces.
000353 01  Request-Found-Flag     Pic X Value Spaces.
000354     88  Request-Found      Value "Y".
000355 01  Request-Approved-Flag  Pic X Value Spaces.
000356     88  Request-Approved   Value "Y".
000357 01  Request-Closed-Flag    Pic X Value Spaces.
000358     88  Request-Closed     Value "Y".
000359 01  Highest-Request        Pic 9(6) Value Zeros.
000360 01  Highest-Tombstone      Pic 9(4) Value Zeros.
000361* Tombstone Numbers Run ANON0001 Upward; The Customer Record
000362* Written Under One Reserves It Against A Later Erasure
000363 01  Tombstone-Number.
000364     03  Filler              Pic X(4) Value "ANON".
000365     03  Tombstone-Sequence  Pic 9(4) Value Zeros.
000366 01  Tombstone-Written-Flag Pic X Value Spaces.
000367     88  Tombstone-Written  Value "Y".
000368 01  Log-Action             Pic X(4) Value Spaces.
000369 01  Log-Count              Pic 9(7) Value Zeros.
000370 01  Log-Note               Pic X(40) Value Spaces.
000371 01  Block-Count            Pic 9(3) Value Zeros.
000372 01  Rows-Changed           Pic 9(7) Value Zeros.
000373 01  Export-Lines           Pic 9(7) Value Zeros.
000374 01  Section-Lines          Pic 9(5) Value Zeros.
000375 01  Points-Forfeited       Pic 9(7) Value Zeros.
000376 01  House-Balance          Pic S9(7)v99 Value Zeros.
000377 01  Scan-Done-Flag         Pic X Value Spaces.
000378     88  Scan-Done          Value "Y".
000379* The Customer's Layaway Numbers, So The Payments On LayPay.TXT,
000380* Which Carry Only The Layaway Number, Can Be Picked Out
000381 01  Layaway-List-Count     Pic 9(3) Value Zeros.
000382 01  Layaway-List-Max       Pic 9(3) Value 100.
000383 01  Layaway-List-Area.
000384     03  Layaway-List-Entry Occurs 100 Times
000385             Indexed By Layaway-List-Index.
000386         05  Layaway-List-Number Pic 9(6).
000387 01  Date-And-Time-Area.
000388     03  Work-Date           Pic 9(6).
000389     03  Work-Date-X         Redefines Work-Date.
000390         05  Date-YY         Pic 99.
000391         05  Date-MM         Pic 99.
000392         05  Date-DD         Pic 99.
000393     03  Work-Time           Pic 9(8).
000394 01  Today-MMDDYYYY.
000395     03  Today-MM            Pic 99.
000396     03  Today-DD            Pic 99.
000397     03  Today-YYYY          Pic 9(4).
000398 01  Today-MMDDYYYY-N Redefines Today-MMDDYYYY Pic 9(8).
000399* Export Layouts - Plain Lines The Customer Can Read
000400 01  Export-Title-Line.
000401     03  Filler              Pic X(36)
000402         Value "Customer Data Export - Request".
000403     03  Title-Request       Pic 9(6).
000404     03  Filler              Pic X(10) Value "  Produced".
000405     03  Title-Date          Pic 99/99/9999.
000406 01  Export-Section-Line.
000407     03  Filler              Pic X(4) Value "--- ".
000408     03  Section-Name        Pic X(60).
000409 01  Export-Label-Line.
000410     03  Filler              Pic X(2) Value Spaces.
000411     03  Export-Label        Pic X(22).
000412     03  Export-Value        Pic X(60).
000413 01  Export-None-Line.
000414     03  Filler              Pic X(2) Value Spaces.
000415     03  Filler              Pic X(20) Value "None On File".
000416 01  Purchase-Line.
000417     03  Filler              Pic X(2) Value Spaces.
000418     03  Purchase-Date       Pic 99/99/9999.
000419     03  Filler              Pic X(10) Value "  Receipt".
000420     03  Purchase-Receipt    Pic 9(6).
000421     03  Filler              Pic X(7) Value "  Item".
000422     03  Purchase-Item       Pic X(12).
000423     03  Filler              Pic X(2) Value Spaces.
000424     03  Purchase-Category   Pic X(4).
000425     03  Filler              Pic X(9) Value "  Dealer".
000426     03  Purchase-Dealer     Pic X(8).
000427     03  Filler              Pic X(2) Value Spaces.
000428     03  Purchase-Amount     Pic $,$$$,$$9.99-.
000429     03  Filler              Pic X(9) Value "  Tender".
000430     03  Purchase-Tender     Pic X.
000431 01  Layaway-Line.
000432     03  Filler              Pic X(2) Value Spaces.
000433     03  Filler              Pic X(8) Value "Layaway".
000434     03  Layaway-Line-Number Pic 9(6).
000435     03  Filler              Pic X(7) Value "  Item".
000436     03  Layaway-Line-Item   Pic X(12).
000437     03  Filler              Pic X(9) Value "  Opened".
000438     03  Layaway-Line-Date   Pic 99/99/9999.
000439     03  Filler              Pic X(8) Value "  Total".
000440     03  Layaway-Line-Total  Pic $$$,$$9.99.
000441     03  Filler              Pic X(7) Value "  Paid".
000442     03  Layaway-Line-Paid   Pic $$$,$$9.99.
000443     03  Filler              Pic X(9) Value "  Status".
000444     03  Layaway-Line-Status Pic X.
000445 01  Payment-Line.
000446     03  Filler              Pic X(4) Value Spaces.
000447     03  Filler              Pic X(16) Value "Payment Layaway".
000448     03  Payment-Line-Layaway Pic 9(6).
000449     03  Filler              Pic X(2) Value Spaces.
000450     03  Payment-Line-Date   Pic 99/99/9999.
000451     03  Filler              Pic X(2) Value Spaces.
000452     03  Payment-Line-Amount Pic $$$,$$9.99.
000453 01  Want-Line.
000454     03  Filler              Pic X(2) Value Spaces.
000455     03  Want-Line-Date      Pic 99/99/9999.
000456     03  Filler              Pic X(11) Value "  Category".
000457     03  Want-Line-Category  Pic X(4).
000458     03  Filler              Pic X(2) Value Spaces.
000459     03  Want-Line-Keywords  Pic X(20).
000460     03  Filler              Pic X(9) Value "  Status".
000461     03  Want-Line-Status    Pic X.
000462 01  House-Line.
000463     03  Filler              Pic X(2) Value Spaces.
000464     03  House-Line-Date     Pic 99/99/9999.
000465     03  Filler              Pic X(7) Value "  Type".
000466     03  House-Line-Type     Pic X.
000467     03  Filler              Pic X(2) Value Spaces.
000468     03  House-Line-Amount   Pic $,$$$,$$9.99.
000469     03  Filler              Pic X(6) Value "  Ref".
000470     03  House-Line-Reference Pic X(12).
000471 01  Corr-Line.
000472     03  Filler              Pic X(2) Value Spaces.
000473     03  Corr-Line-Date      Pic 99/99/9999.
000474     03  Filler              Pic X(11) Value "  Document".
000475     03  Corr-Line-Type      Pic X(4).
000476     03  Filler              Pic X(9) Value "  Status".
000477     03  Corr-Line-Status    Pic X.
000478     03  Filler              Pic X(2) Value Spaces.
000479     03  Corr-Line-Status-Date Pic 99/99/9999.
000480 01  Check-Line.
000481     03  Filler              Pic X(2) Value Spaces.
000482     03  Filler              Pic X(6) Value "Case".
000483     03  Check-Line-Number   Pic 9(6).
000484     03  Filler              Pic X(7) Value "  Sold".
000485     03  Check-Line-Date     Pic 99/99/9999.
000486     03  Filler              Pic X(8) Value "  Check".
000487     03  Check-Line-Check    Pic X(10).
000488     03  Filler              Pic X(10) Value "  Account".
000489     03  Check-Line-Account  Pic X(17).
000490     03  Filler              Pic X(2) Value Spaces.
000491     03  Check-Line-Amount   Pic $$$,$$9.99.
000492     03  Filler              Pic X(9) Value "  Status".
000493     03  Check-Line-Status   Pic X.
000494 01  Pickup-Line.
000495     03  Filler              Pic X(2) Value Spaces.
000496     03  Filler              Pic X(6) Value "Item".
000497     03  Pickup-Line-Item    Pic X(12).
000498     03  Filler              Pic X(10) Value "  Receipt".
000499     03  Pickup-Line-Receipt Pic 9(6).
000500     03  Filler              Pic X(7) Value "  Sold".
000501     03  Pickup-Line-Date    Pic 99/99/9999.
000502     03  Filler              Pic X(9) Value "  Status".
000503     03  Pickup-Line-Status  Pic X.
000504     03  Filler              Pic X(15) Value "  Collected By".
000505     03  Pickup-Line-By      Pic X(30).
000506 01  Edit-Amount            Pic $,$$$,$$9.99-.
000507 01  Edit-Points            Pic Z,ZZZ,ZZ9.
000508 01  Edit-Percent           Pic Z9.
000509 01  Edit-Date              Pic 99/99/9999.
000510 Procedure Division.
000511 Chapt24x-Start.
000512     Display "Begin Customer Privacy Requests Chapt24x"
000513     Perform Load-Current-Operator
000514     Perform Get-File-Parameters
000515     Accept Command-Line-In From Command-Line
000516     Inspect Command-Line-In
000517             Converting Lower-Case-Letters To Upper-Case-Letters
000518     Unstring Command-Line-In Delimited By All Space
000519         Into Command-Action Command-Word-2 Command-Word-3
000520     End-Unstring
000521     Accept Work-Date From Date
000522     Move Date-MM To Today-MM
000523     Move Date-DD To Today-DD
000524     Move 2000 To Today-YYYY
000525     Add Date-YY To Today-YYYY
000526     Perform Scan-Privacy-Log
000527     Evaluate Command-Action
000528        When "REQUEST"
000529             Perform Log-New-Request
000530        When "APPROVE"
000531             Perform Approve-Request
000532        When "EXPORT"
000533             Perform Export-Request
000534        When "DELETE"
000535             Perform Delete-Request
000536        When Other
000537             Display "Usage: REQUEST EXPORT|DELETE Customer"
000538             Display "       APPROVE|EXPORT|DELETE Request"
000539     End-Evaluate
000540     Stop Run
000541     .
000542 Scan-Privacy-Log.
000543* One Pass Over The Whole Log Gives The Next Request Number,
000544* The Last Tombstone Used, And Where The Request Named On The
000545* Command Line Stands
000546     If Command-Action Not = "REQUEST"
000547        Move Function Numval (Command-Word-2) To Request-Number
000548     End-If
000549     Move Spaces To Scan-Done-Flag
000550     Open Input Privacy-Log-File
000551     If Not Privacy-Log-Success
000552        Set Scan-Done To True
000553     End-If
000554     Perform Scan-One-Log-Row Until Scan-Done
000555     If Privacy-Log-Success Or Privacy-Log-Status = "10"
000556        Close Privacy-Log-File
000557     End-If
000558     .
000559 Scan-One-Log-Row.
000560     Read Privacy-Log-File
000561          At End Set Scan-Done To True
000562          Not At End
000563             If Priv-Request > Highest-Request
000564                Move Priv-Request To Highest-Request
000565             End-If
000566             If Priv-Tombstone (1:4) = "ANON"
000567                And Priv-Tombstone (5:4) Numeric
000568                And Priv-Tombstone (5:4) > Highest-Tombstone
000569                Move Priv-Tombstone (5:4) To Highest-Tombstone
000570             End-If
000571             If Priv-Request = Request-Number
000572                And Request-Number > Zero
000573                Perform Note-Request-State
000574             End-If
000575     End-Read
000576     .
000577 Note-Request-State.
000578     Evaluate True
000579        When Priv-Export-Request
000580        When Priv-Delete-Request
000581             Set Request-Found To True
000582             Move Priv-Action To Request-Type
000583             Move Priv-Customer To Request-Customer
000584             Move Priv-Operator To Request-Operator
000585        When Priv-Approved
000586             Set Request-Approved To True
000587        When Priv-Closed
000588             Set Request-Closed To True
000589        When Priv-Exported
000590             If Request-Export
000591                Set Request-Closed To True
000592             End-If
000593     End-Evaluate
000594     .
000595 Log-New-Request.
000596* Anyone At The Counter May Take The Request; Acting On It Is
000597* Kept For A Supervisor
000598     Evaluate Command-Word-2
000599        When "EXPORT"
000600             Move "REQE" To Log-Action
000601        When "DELETE"
000602             Move "REQD" To Log-Action
000603        When Other
000604             Display "Usage: REQUEST EXPORT|DELETE Customer"
000605             Stop Run
000606     End-Evaluate
000607     If Command-Word-3 = Spaces
000608        Display "Usage: REQUEST EXPORT|DELETE Customer"
000609        Stop Run
000610     End-If
000611     Open Input Customer-File
000612     If Not Customer-Success
000613        Display "Unable To Open Customer File, Status "
000614                Customer-Status
000615        Stop Run
000616     End-If
000617     Move Command-Word-3 To Customer-Number
000618     Read Customer-File
000619          Invalid Key
000620             Display "Customer " Command-Word-3 " Not On File"
000621             Close Customer-File
000622             Stop Run
000623     End-Read
000624     Close Customer-File
000625     Add 1 Highest-Request Giving Request-Number
000626     Move Command-Word-3 To Request-Customer
000627     Move Zeros To Log-Count
000628     Move Spaces To Log-Note
000629     Perform Write-Privacy-Log
000630     Display "Privacy Request " Request-Number " Logged For "
000631             Request-Customer
000632     If Log-Action = "REQD"
000633        Display "Deletion Needs A Supervisor's APPROVE Before "
000634                "It Can Run"
000635     End-If
000636     .
000637 Approve-Request.
000638     Perform Require-Supervisor
000639     If Not Request-Found
000640        Display "Request " Request-Number " Not Found"
000641        Stop Run
000642     End-If
000643     If Not Request-Delete
000644        Display "Only A Deletion Request Needs Approval"
000645        Stop Run
000646     End-If
000647     If Request-Closed Or Request-Approved
000648        Display "Request " Request-Number " Already "
000649                "Approved Or Completed"
000650        Stop Run
000651     End-If
000652* Two People On Every Erasure: The One Who Took It Down Does
000653* Not Sign It Off
000654     If Request-Operator = Current-Operator
000655        Display "The Operator Who Logged The Request "
000656                "Cannot Approve It"
000657        Stop Run
000658     End-If
000659     Move "APPR" To Log-Action
000660     Move Zeros To Log-Count
000661     Move Spaces To Log-Note
000662     Perform Write-Privacy-Log
000663     Display "Request " Request-Number " Approved"
000664     .
000665 Require-Supervisor.
000666     If Current-Oper-Level < 5
000667        Display "Supervisor Authorization Required"
000668        Stop Run
000669     End-If
000670     .
000671 Check-Request-Open.
000672     If Not Request-Found
000673        Display "Request " Request-Number " Not Found"
000674        Stop Run
000675     End-If
000676     If Request-Closed
000677        Display "Request " Request-Number " Already Completed"
000678        Stop Run
000679     End-If
000680     .
000681*****************************************************************
000682* Export: Everything Held Under The Customer's Number          *
000683*****************************************************************
000684 Export-Request.
000685     Perform Require-Supervisor
000686     Perform Check-Request-Open
000687     Open Input Customer-File
000688     If Not Customer-Success
000689        Display "Unable To Open Customer File, Status "
000690                Customer-Status
000691        Stop Run
000692     End-If
000693     Move Request-Customer To Customer-Number
000694     Read Customer-File
000695          Invalid Key
000696             Display "Customer " Request-Customer " Not On File"
000697             Close Customer-File
000698             Stop Run
000699     End-Read
000700     Close Customer-File
000701     Move Request-Number To Export-Name-Request
000702     Open Output Export-File
000703     If Export-Status Not = "00"
000704        Display "Unable To Open " Export-Name ", Status "
000705                Export-Status
000706        Stop Run
000707     End-If
000708     Move Request-Number To Title-Request
000709     Move Today-MMDDYYYY-N To Title-Date
000710     Write Export-Record From Export-Title-Line
000711     Add 1 To Export-Lines
000712     Perform Export-Customer-Record
000713     Perform Export-Purchases
000714     Perform Export-Today-Purchases
000715     Perform Export-Layaways
000716     Perform Export-Layaway-Payments
000717     Perform Export-Wants
000718     Perform Export-House-Ledger
000719     Perform Export-Correspondence
000720     Perform Export-Returned-Checks
000721     Perform Export-Pickups
000722     Perform Export-Trade-Discount
000723     Close Export-File
000724     Move "EXPT" To Log-Action
000725     Move Export-Lines To Log-Count
000726     Move Export-Name To Log-Note
000727     Perform Write-Privacy-Log
000728     Display "Export Written To " Export-Name ", " Export-Lines
000729             " Lines"
000730     .
000731 Write-Section-Heading.
000732     Move Spaces To Export-Record
000733     Write Export-Record
000734     Write Export-Record From Export-Section-Line
000735     Add 2 To Export-Lines
000736     Move Zeros To Section-Lines
000737     .
000738 Write-Section-Line.
000739     Write Export-Record
000740     Add 1 To Export-Lines
000741     Add 1 To Section-Lines
000742     .
000743 Write-None-If-Empty.
000744     If Section-Lines = Zero
000745        Write Export-Record From Export-None-Line
000746        Add 1 To Export-Lines
000747     End-If
000748     .
000749 Write-Label-Line.
000750     Move Export-Label-Line To Export-Record
000751     Perform Write-Section-Line
000752     .
000753 Export-Customer-Record.
000754     Move "Customer Record" To Section-Name
000755     Perform Write-Section-Heading
000756     Move "Customer Number" To Export-Label
000757     Move Customer-Number To Export-Value
000758     Perform Write-Label-Line
000759     Move "Name" To Export-Label
000760     Move Spaces To Export-Value
000761     String First-Name Delimited By "  "
000762            " " Delimited By Size
000763            Middle-Name Delimited By "  "
000764            " " Delimited By Size
000765            Last-Name Delimited By "  "
000766            Into Export-Value
000767     End-String
000768     Perform Write-Label-Line
000769     Move "Address" To Export-Label
000770     Move Address-Line-1 To Export-Value
000771     Perform Write-Label-Line
000772     Move Spaces To Export-Label
000773     Move Address-Line-2 To Export-Value
000774     Perform Write-Label-Line
000775     Move "City" To Export-Label
000776     Move City To Export-Value
000777     Perform Write-Label-Line
000778     Move "State Or Country" To Export-Label
000779     Move State-Or-Country To Export-Value
000780     Perform Write-Label-Line
000781     Move "Postal Code" To Export-Label
000782     Move Postal-Code To Export-Value
000783     Perform Write-Label-Line
000784     Move "Phone" To Export-Label
000785     Move Home-Phone To Export-Value
000786     Perform Write-Label-Line
000787     Move "On Mailing List" To Export-Label
000788     If Off-Mailing-List
000789        Move "No" To Export-Value
000790     Else
000791        Move "Yes" To Export-Value
000792     End-If
000793     Perform Write-Label-Line
000794     Move "Loyalty Points" To Export-Label
000795     Move Zeros To Edit-Points
000796     If Loyalty-Points Numeric
000797        Move Loyalty-Points To Edit-Points
000798     End-If
000799     Move Edit-Points To Export-Value
000800     Perform Write-Label-Line
000801     Move "House Account" To Export-Label
000802     If House-Account-Approved
000803        Move Spaces To Export-Value
000804        Move Zeros To Edit-Amount
000805        If House-Credit-Limit Numeric
000806           Move House-Credit-Limit To Edit-Amount
000807        End-If
000808        String "Approved, Credit Limit " Delimited By Size
000809               Edit-Amount Delimited By Size
000810               Into Export-Value
000811        End-String
000812     Else
000813        Move "None" To Export-Value
000814     End-If
000815     Perform Write-Label-Line
000816     .
000817 Export-Purchases.
000818     Move "Purchases (Sales History Archive)" To Section-Name
000819     Perform Write-Section-Heading
000820     Move Spaces To Scan-Done-Flag
000821     Open Input Sales-Archive-File
000822     If Not Sales-Archive-Success
000823        Set Scan-Done To True
000824     End-If
000825     Perform Export-One-Purchase Until Scan-Done
000826     If Sales-Archive-Success Or Sales-Archive-Status = "10"
000827        Close Sales-Archive-File
000828     End-If
000829     Perform Write-None-If-Empty
000830     .
000831 Export-One-Purchase.
000832     Read Sales-Archive-File
000833          At End Set Scan-Done To True
000834          Not At End
000835             If Arch-Customer = Request-Customer
000836                Move Arch-Date To Purchase-Date
000837                Move Arch-Receipt To Purchase-Receipt
000838                Move Arch-Item To Purchase-Item
000839                Move Arch-Category To Purchase-Category
000840                Move Arch-Dealer To Purchase-Dealer
000841                Move Arch-Amount To Purchase-Amount
000842                Move Arch-Tender To Purchase-Tender
000843                Move Purchase-Line To Export-Record
000844                Perform Write-Section-Line
000845             End-If
000846     End-Read
000847     .
000848 Export-Today-Purchases.
000849     Move "Purchases Today, Not Yet Posted" To Section-Name
000850     Perform Write-Section-Heading
000851     Move Spaces To Scan-Done-Flag
000852     Open Input Trans-File
000853     If Not Trans-File-Success
000854        Set Scan-Done To True
000855     End-If
000856     Perform Export-One-Today-Purchase Until Scan-Done
000857     If Trans-File-Success Or Trans-File-Status = "10"
000858        Close Trans-File
000859     End-If
000860     Perform Write-None-If-Empty
000861     .
000862 Export-One-Today-Purchase.
000863     Read Trans-File
000864          At End Set Scan-Done To True
000865          Not At End
000866             If Not Trans-Trailer
000867                And Trans-Customer = Request-Customer
000868                Move Transaction-Date To Purchase-Date
000869                Move Receipt-Number To Purchase-Receipt
000870                Move Item-Number To Purchase-Item
000871                Move Transaction-Type To Purchase-Category
000872                Move Transaction-Dealer To Purchase-Dealer
000873                Move Transaction-Price To Purchase-Amount
000874                Move Tender-Type To Purchase-Tender
000875                Move Purchase-Line To Export-Record
000876                Perform Write-Section-Line
000877             End-If
000878     End-Read
000879     .
000880 Export-Layaways.
000881     Move "Layaways" To Section-Name
000882     Perform Write-Section-Heading
000883     Move Spaces To Scan-Done-Flag
000884     Open Input Layaway-File
000885     If Not Layaway-Success
000886        Set Scan-Done To True
000887     End-If
000888     Perform Export-One-Layaway Until Scan-Done
000889     If Layaway-Success Or Layaway-Status = "10"
000890        Close Layaway-File
000891     End-If
000892     Perform Write-None-If-Empty
000893     .
000894 Export-One-Layaway.
000895     Read Layaway-File Next Record
000896          At End Set Scan-Done To True
000897          Not At End
000898             If Layaway-Customer = Request-Customer
000899                Move Layaway-Number To Layaway-Line-Number
000900                Move Layaway-Item-Number To Layaway-Line-Item
000901                Move Layaway-Date To Layaway-Line-Date
000902                Move Layaway-Total To Layaway-Line-Total
000903                Move Layaway-Paid-To-Date To Layaway-Line-Paid
000904                Move Layaway-Status-Code To Layaway-Line-Status
000905                Move Layaway-Line To Export-Record
000906                Perform Write-Section-Line
000907                If Layaway-List-Count < Layaway-List-Max
000908                   Add 1 To Layaway-List-Count
000909                   Move Layaway-Number To
000910                        Layaway-List-Number (Layaway-List-Count)
000911                End-If
000912             End-If
000913     End-Read
000914     .
000915 Export-Layaway-Payments.
000916     Move "Layaway Payments" To Section-Name
000917     Perform Write-Section-Heading
000918     Move Spaces To Scan-Done-Flag
000919     If Layaway-List-Count = Zero
000920        Set Scan-Done To True
000921     Else
000922        Open Input Layaway-Payment-File
000923        If Not Layaway-Payment-Success
000924           Set Scan-Done To True
000925        End-If
000926     End-If
000927     Perform Export-One-Layaway-Payment Until Scan-Done
000928     If Layaway-Payment-Success Or Layaway-Payment-Status = "10"
000929        Close Layaway-Payment-File
000930     End-If
000931     Perform Write-None-If-Empty
000932     .
000933 Export-One-Layaway-Payment.
000934     Read Layaway-Payment-File
000935          At End Set Scan-Done To True
000936          Not At End
000937             Set Layaway-List-Index To 1
000938             Search Layaway-List-Entry
000939                At End Continue
000940                When Layaway-List-Index > Layaway-List-Count
000941                     Continue
000942                When Layaway-List-Number (Layaway-List-Index) =
000943                     Lay-Pay-Layaway
000944                     Move Lay-Pay-Layaway To Payment-Line-Layaway
000945                     Move Lay-Pay-Date To Payment-Line-Date
000946                     Move Lay-Pay-Amount To Payment-Line-Amount
000947                     Move Payment-Line To Export-Record
000948                     Perform Write-Section-Line
000949             End-Search
000950     End-Read
000951     .
000952 Export-Wants.
000953     Move "Want List" To Section-Name
000954     Perform Write-Section-Heading
000955     Move Spaces To Scan-Done-Flag
000956     Open Input Want-List-File
000957     If Not Want-List-Success
000958        Set Scan-Done To True
000959     End-If
000960     Perform Export-One-Want Until Scan-Done
000961     If Want-List-Success Or Want-List-Status = "10"
000962        Close Want-List-File
000963     End-If
000964     Perform Write-None-If-Empty
000965     .
000966 Export-One-Want.
000967     Read Want-List-File
000968          At End Set Scan-Done To True
000969          Not At End
000970             If Want-Customer = Request-Customer
000971                Move Want-Date To Want-Line-Date
000972                Move Want-Category To Want-Line-Category
000973                Move Want-Keywords To Want-Line-Keywords
000974                Move Want-Status-Code To Want-Line-Status
000975                Move Want-Line To Export-Record
000976                Perform Write-Section-Line
000977             End-If
000978     End-Read
000979     .
000980 Export-House-Ledger.
000981     Move "House Account Ledger" To Section-Name
000982     Perform Write-Section-Heading
000983     Perform Total-House-Ledger
000984     If Section-Lines > Zero
000985        Move "Balance Owed" To Export-Label
000986        Move House-Balance To Edit-Amount
000987        Move Edit-Amount To Export-Value
000988        Perform Write-Label-Line
000989     End-If
000990     Perform Write-None-If-Empty
000991     .
000992 Total-House-Ledger.
000993* Also The Balance Check Before An Erasure; The Ledger Lines
000994* Only Go To The Export When One Is Open
000995     Move Zeros To House-Balance
000996     Move Spaces To Scan-Done-Flag
000997     Open Input House-Ledger-File
000998     If Not House-Ledger-Success
000999        Set Scan-Done To True
001000     End-If
001001     Perform Total-One-House-Entry Until Scan-Done
001002     If House-Ledger-Success Or House-Ledger-Status = "10"
001003        Close House-Ledger-File
001004     End-If
001005     .
001006 Total-One-House-Entry.
001007     Read House-Ledger-File
001008          At End Set Scan-Done To True
001009          Not At End
001010             If Hse-Customer = Request-Customer
001011                If Hse-Charge
001012                   Add Hse-Amount To House-Balance
001013                Else
001014                   Subtract Hse-Amount From House-Balance
001015                End-If
001016                If Command-Action = "EXPORT"
001017                   Move Hse-Date To House-Line-Date
001018                   Move Hse-Type To House-Line-Type
001019                   Move Hse-Amount To House-Line-Amount
001020                   Move Hse-Reference To House-Line-Reference
001021                   Move House-Line To Export-Record
001022                   Perform Write-Section-Line
001023                End-If
001024             End-If
001025     End-Read
001026     .
001027 Export-Correspondence.
001028     Move "Correspondence Sent Or Queued" To Section-Name
001029     Perform Write-Section-Heading
001030     Move Spaces To Scan-Done-Flag
001031     Open Input Corr-Queue-File
001032     If Not Corr-Queue-Success
001033        Set Scan-Done To True
001034     End-If
001035     Perform Export-One-Correspondence Until Scan-Done
001036     If Corr-Queue-Success Or Corr-Queue-Status = "10"
001037        Close Corr-Queue-File
001038     End-If
001039     Perform Write-None-If-Empty
001040     .
001041 Export-One-Correspondence.
001042     Read Corr-Queue-File
001043          At End Set Scan-Done To True
001044          Not At End
001045             If Corr-Dealer = Request-Customer
001046                And (Corr-Pickup-Notice Or Corr-Returned-Check)
001047                Move Corr-Date To Corr-Line-Date
001048                Move Corr-Doc-Type To Corr-Line-Type
001049                Move Corr-Status-Code To Corr-Line-Status
001050                Move Corr-Status-Date To Corr-Line-Status-Date
001051                Move Corr-Line To Export-Record
001052                Perform Write-Section-Line
001053             End-If
001054     End-Read
001055     .
001056 Export-Returned-Checks.
001057     Move "Returned Checks" To Section-Name
001058     Perform Write-Section-Heading
001059     Move Spaces To Scan-Done-Flag
001060     Open Input Returned-Check-File
001061     If Returned-Check-Success
001062        Move Request-Customer To Rc-Customer
001063        Start Returned-Check-File Key = Rc-Customer
001064              Invalid Key Set Scan-Done To True
001065        End-Start
001066     Else
001067        Set Scan-Done To True
001068     End-If
001069     Perform Export-One-Returned-Check Until Scan-Done
001070     If Returned-Check-Success Or Returned-Check-Status = "10"
001071        Or Returned-Check-Status = "23"
001072        Close Returned-Check-File
001073     End-If
001074     Perform Write-None-If-Empty
001075     .
001076 Export-One-Returned-Check.
001077     Read Returned-Check-File Next Record
001078          At End Set Scan-Done To True
001079          Not At End
001080             If Rc-Customer Not = Request-Customer
001081                Set Scan-Done To True
001082             Else
001083                Move Rc-Number To Check-Line-Number
001084                Move Rc-Sale-Date To Check-Line-Date
001085                Move Rc-Check-Number To Check-Line-Check
001086                Move Rc-Account To Check-Line-Account
001087                Move Rc-Check-Amount To Check-Line-Amount
001088                Move Rc-Status-Code To Check-Line-Status
001089                Move Check-Line To Export-Record
001090                Perform Write-Section-Line
001091             End-If
001092     End-Read
001093     .
001094 Export-Pickups.
001095     Move "Goods Held For Pickup" To Section-Name
001096     Perform Write-Section-Heading
001097     Move Spaces To Scan-Done-Flag
001098     Open Input Pickup-File
001099     If Not Pickup-Success
001100        Set Scan-Done To True
001101     End-If
001102     Perform Export-One-Pickup Until Scan-Done
001103     If Pickup-Success Or Pickup-Status = "10"
001104        Close Pickup-File
001105     End-If
001106     Perform Write-None-If-Empty
001107     .
001108 Export-One-Pickup.
001109     Read Pickup-File Next Record
001110          At End Set Scan-Done To True
001111          Not At End
001112             If Pickup-Customer = Request-Customer
001113                Move Pickup-Item To Pickup-Line-Item
001114                Move Pickup-Receipt To Pickup-Line-Receipt
001115                Move Pickup-Sale-Date To Pickup-Line-Date
001116                Move Pickup-Status-Code To Pickup-Line-Status
001117                Move Pickup-Collected-By To Pickup-Line-By
001118                Move Pickup-Line To Export-Record
001119                Perform Write-Section-Line
001120             End-If
001121     End-Read
001122     .
001123 Export-Trade-Discount.
001124     Move "Trade Discount" To Section-Name
001125     Perform Write-Section-Heading
001126     Open Input Trade-Discount-File
001127     If Trade-Discount-Success
001128        Move Request-Customer To Trade-Customer
001129        Read Trade-Discount-File
001130             Invalid Key Continue
001131             Not Invalid Key
001132                Perform Export-Trade-Discount-Lines
001133        End-Read
001134     End-If
001135     If Trade-Discount-Success Or Trade-Discount-Status = "10"
001136        Or Trade-Discount-Status = "23"
001137        Close Trade-Discount-File
001138     End-If
001139     Perform Write-None-If-Empty
001140     .
001141 Export-Trade-Discount-Lines.
001142     Move "Class" To Export-Label
001143     Move Trade-Class To Export-Value
001144     Perform Write-Label-Line
001145     Move "Percent" To Export-Label
001146     Move Trade-Percent To Edit-Percent
001147     Move Edit-Percent To Export-Value
001148     Perform Write-Label-Line
001149     Move "Expires" To Export-Label
001150     Move Trade-Expiry-Date To Edit-Date
001151     Move Edit-Date To Export-Value
001152     Perform Write-Label-Line
001153     Move "Reference" To Export-Label
001154     Move Trade-Reference To Export-Value
001155     Perform Write-Label-Line
001156     .
001157*****************************************************************
001158* Delete: Blocks First, Then Anonymize File By File            *
001159*****************************************************************
001160 Delete-Request.
001161     Perform Require-Supervisor
001162     Perform Check-Request-Open
001163     If Not Request-Delete
001164        Display "Request " Request-Number
001165                " Is Not A Deletion Request"
001166        Stop Run
001167     End-If
001168     If Not Request-Approved
001169        Display "Request " Request-Number
001170                " Has Not Been Approved"
001171        Stop Run
001172     End-If
001173     Open I-O Customer-File
001174     If Not Customer-Success
001175        Display "Unable To Open Customer File, Status "
001176                Customer-Status
001177        Stop Run
001178     End-If
001179     Move Request-Customer To Customer-Number
001180     Read Customer-File
001181          Invalid Key
001182             Display "Customer " Request-Customer " Not On File"
001183             Close Customer-File
001184             Stop Run
001185     End-Read
001186     Perform Check-Open-Layaways
001187     Perform Check-House-Balance
001188     Perform Check-Returned-Checks
001189     Perform Check-Waiting-Pickups
001190     Perform Check-Unposted-Sales
001191     If Block-Count > Zero
001192        Close Customer-File
001193        Display "Erasure Blocked - " Block-Count
001194                " Reason(s) Logged To PrivReq.TXT"
001195        Stop Run
001196     End-If
001197     Open Extend Journal-File
001198     Perform Write-Tombstone-Customer
001199     Perform Delete-Original-Customer
001200     Close Customer-File
001201           Journal-File
001202     Perform Anonymize-Sales-Archive
001203     Perform Anonymize-Sales-History
001204     Perform Anonymize-Layaways
001205     Perform Anonymize-Wants
001206     Perform Anonymize-House-Ledger
001207     Perform Anonymize-Correspondence
001208     Perform Anonymize-Returned-Checks
001209     Perform Anonymize-Pickups
001210     Perform Anonymize-Trade-Discount
001211     Move "CLOS" To Log-Action
001212     Move Zeros To Log-Count
001213     Move "Customer Anonymized" To Log-Note
001214     Perform Write-Privacy-Log
001215     Display "Customer " Request-Customer " Anonymized As "
001216             Tombstone-Number
001217     Display "Put TransHist.NEW, WantList.NEW, HseLedg.NEW And "
001218             "CorrQue.NEW In Place"
001219     .
001220 Log-Block.
001221     Add 1 To Block-Count
001222     Move "BLCK" To Log-Action
001223     Perform Write-Privacy-Log
001224     Display "Blocked: " Log-Note
001225     .
001226 Check-Open-Layaways.
001227     Move Zeros To Log-Count
001228     Move Spaces To Scan-Done-Flag
001229     Open Input Layaway-File
001230     If Not Layaway-Success
001231        Set Scan-Done To True
001232     End-If
001233     Perform Check-One-Layaway Until Scan-Done
001234     If Layaway-Success Or Layaway-Status = "10"
001235        Close Layaway-File
001236     End-If
001237     If Log-Count > Zero
001238        Move "Open Layaway" To Log-Note
001239        Perform Log-Block
001240     End-If
001241     .
001242 Check-One-Layaway.
001243     Read Layaway-File Next Record
001244          At End Set Scan-Done To True
001245          Not At End
001246             If Layaway-Customer = Request-Customer
001247                And Layaway-Open
001248                Add 1 To Log-Count
001249             End-If
001250     End-Read
001251     .
001252 Check-House-Balance.
001253     Perform Total-House-Ledger
001254     If House-Balance Not = Zero
001255        Move Zeros To Log-Count
001256        Move House-Balance To Edit-Amount
001257        Move Spaces To Log-Note
001258        String "House Account Balance " Delimited By Size
001259               Edit-Amount Delimited By Size
001260               Into Log-Note
001261        End-String
001262        Perform Log-Block
001263     End-If
001264     .
001265 Check-Returned-Checks.
001266     Move Zeros To Log-Count
001267     Move Spaces To Scan-Done-Flag
001268     Open Input Returned-Check-File
001269     If Returned-Check-Success
001270        Move Request-Customer To Rc-Customer
001271        Start Returned-Check-File Key = Rc-Customer
001272              Invalid Key Set Scan-Done To True
001273        End-Start
001274     Else
001275        Set Scan-Done To True
001276     End-If
001277     Perform Check-One-Returned-Check Until Scan-Done
001278     If Returned-Check-Success Or Returned-Check-Status = "10"
001279        Or Returned-Check-Status = "23"
001280        Close Returned-Check-File
001281     End-If
001282     If Log-Count > Zero
001283        Move "Returned Check Still Owed" To Log-Note
001284        Perform Log-Block
001285     End-If
001286     .
001287 Check-One-Returned-Check.
001288     Read Returned-Check-File Next Record
001289          At End Set Scan-Done To True
001290          Not At End
001291             If Rc-Customer Not = Request-Customer
001292                Set Scan-Done To True
001293             Else
001294                If Rc-Debt-Outstanding
001295                   Add 1 To Log-Count
001296                End-If
001297             End-If
001298     End-Read
001299     .
001300 Check-Waiting-Pickups.
001301     Move Zeros To Log-Count
001302     Move Spaces To Scan-Done-Flag
001303     Open Input Pickup-File
001304     If Not Pickup-Success
001305        Set Scan-Done To True
001306     End-If
001307     Perform Check-One-Pickup Until Scan-Done
001308     If Pickup-Success Or Pickup-Status = "10"
001309        Close Pickup-File
001310     End-If
001311     If Log-Count > Zero
001312        Move "Goods Waiting For Pickup" To Log-Note
001313        Perform Log-Block
001314     End-If
001315     .
001316 Check-One-Pickup.
001317     Read Pickup-File Next Record
001318          At End Set Scan-Done To True
001319          Not At End
001320             If Pickup-Customer = Request-Customer
001321                And Pickup-Waiting
001322                Add 1 To Log-Count
001323             End-If
001324     End-Read
001325     .
001326 Check-Unposted-Sales.
001327* Today's Sales Reach TransHist.TXT Only In The Nightly Update,
001328* So An Erasure Today Would Leave Them Under The Real Number
001329     Move Zeros To Log-Count
001330     Move Spaces To Scan-Done-Flag
001331     Open Input Trans-File
001332     If Not Trans-File-Success
001333        Set Scan-Done To True
001334     End-If
001335     Perform Check-One-Unposted-Sale Until Scan-Done
001336     If Trans-File-Success Or Trans-File-Status = "10"
001337        Close Trans-File
001338     End-If
001339     If Log-Count > Zero
001340        Move "Sales Not Yet Through Nightly Update" To Log-Note
001341        Perform Log-Block
001342     End-If
001343     .
001344 Check-One-Unposted-Sale.
001345     Read Trans-File
001346          At End Set Scan-Done To True
001347          Not At End
001348             If Not Trans-Trailer
001349                And Trans-Customer = Request-Customer
001350                Add 1 To Log-Count
001351             End-If
001352     End-Read
001353     .
001354 Write-Tombstone-Customer.
001355* The Customer Record Is Re-Keyed Under The Tombstone With
001356* Nothing Personal Left On It; The Tombstone Also Goes In The
001357* First Name So The Name Key Stays Unique
001358     If Loyalty-Points Numeric
001359        Move Loyalty-Points To Points-Forfeited
001360     End-If
001361     Move Highest-Tombstone To Tombstone-Sequence
001362     Perform Try-One-Tombstone Until Tombstone-Written
001363     Move "ANON" To Log-Action
001364     Move Points-Forfeited To Log-Count
001365     Move "Customer.Dat - Points Forfeited" To Log-Note
001366     Perform Write-Privacy-Log
001367     .
001368 Try-One-Tombstone.
001369     Add 1 To Tombstone-Sequence
001370     Move Spaces To Customer-Record
001371     Move Tombstone-Number To Customer-Number
001372     Move "ANONYMIZED" To Last-Name
001373     Move Tombstone-Number To First-Name
001374     Move "N" To Mailing-List-Flag
001375     Move Zeros To Loyalty-Points
001376                   House-Credit-Limit
001377     Move "N" To House-Account-Flag
001378     Write Customer-Record
001379           Invalid Key Continue
001380           Not Invalid Key
001381              Set Tombstone-Written To True
001382              Move Spaces To Journal-Record
001383              Move "CUSTOMER" To Jrn-File-Id
001384              Move "W" To Jrn-Action
001385              Move Customer-Number To Jrn-Key
001386              Move Customer-Record To Jrn-Image
001387              Perform Write-Journal-Record
001388     End-Write
001389     If Not Tombstone-Written And Customer-Status Not = "22"
001390        Display "Unable To Write Tombstone Customer, Status "
001391                Customer-Status
001392        Stop Run
001393     End-If
001394     .
001395 Delete-Original-Customer.
001396     Move Request-Customer To Customer-Number
001397     Read Customer-File
001398          Invalid Key
001399             Continue
001400          Not Invalid Key
001401* Only The Key Goes To The Journal - A Before-Image Would Keep
001402* Exactly What The Customer Asked Us To Erase
001403             Move Spaces To Journal-Record
001404             Move "CUSTOMER" To Jrn-File-Id
001405             Move "D" To Jrn-Action
001406             Move Customer-Number To Jrn-Key
001407             Move Customer-Number To Jrn-Image
001408             Perform Write-Journal-Record
001409             Delete Customer-File
001410     End-Read
001411     .
001412 Log-Anonymized-File.
001413     Move "ANON" To Log-Action
001414     Move Rows-Changed To Log-Count
001415     Perform Write-Privacy-Log
001416     Display Log-Note " " Rows-Changed
001417     Move Zeros To Rows-Changed
001418     .
001419 Anonymize-Sales-Archive.
001420* The Sale Stays Exactly As Posted - Only The Customer Number
001421* Changes - So Commission And Tax Figures Are Untouched
001422     Move Spaces To Scan-Done-Flag
001423     Open Input Sales-Archive-File
001424     If Not Sales-Archive-Success
001425        Set Scan-Done To True
001426     Else
001427        Open Output Sales-Archive-Out-File
001428     End-If
001429     Perform Anonymize-One-Sale Until Scan-Done
001430     If Sales-Archive-Success Or Sales-Archive-Status = "10"
001431        Close Sales-Archive-File
001432              Sales-Archive-Out-File
001433     End-If
001434     Move "TransHist.NEW - Sales Repointed" To Log-Note
001435     Perform Log-Anonymized-File
001436     .
001437 Anonymize-One-Sale.
001438     Read Sales-Archive-File
001439          At End Set Scan-Done To True
001440          Not At End
001441             If Arch-Customer = Request-Customer
001442                Move Tombstone-Number To Arch-Customer
001443                Add 1 To Rows-Changed
001444             End-If
001445             Write Sales-Archive-Out-Record From
001446                   Sales-Archive-Record
001447     End-Read
001448     .
001449 Anonymize-Sales-History.
001450* Each Pass Starts Again On The Customer Key, Because The Row
001451* Just Rewritten Has Moved Away From It
001452     Move Spaces To Scan-Done-Flag
001453     Open I-O Sales-History-File
001454     If Not Sales-History-Success
001455        Set Scan-Done To True
001456     End-If
001457     Perform Anonymize-One-Sales-History Until Scan-Done
001458     If Sales-History-Success Or Sales-History-Status = "10"
001459        Or Sales-History-Status = "23"
001460        Close Sales-History-File
001461     End-If
001462     Move "SalesHst.Dat - Sales Repointed" To Log-Note
001463     Perform Log-Anonymized-File
001464     .
001465 Anonymize-One-Sales-History.
001466     Move Request-Customer To SH-Customer
001467     Start Sales-History-File Key = SH-Customer
001468           Invalid Key Set Scan-Done To True
001469     End-Start
001470     If Not Scan-Done
001471        Read Sales-History-File Next Record
001472             At End Set Scan-Done To True
001473             Not At End
001474                If SH-Customer Not = Request-Customer
001475                   Set Scan-Done To True
001476                Else
001477                   Move Tombstone-Number To SH-Customer
001478                   Rewrite Sales-History-Record
001479                   Add 1 To Rows-Changed
001480                End-If
001481        End-Read
001482     End-If
001483     .
001484 Anonymize-Layaways.
001485     Move Spaces To Scan-Done-Flag
001486     Open I-O Layaway-File
001487     If Not Layaway-Success
001488        Set Scan-Done To True
001489     End-If
001490     Perform Anonymize-One-Layaway Until Scan-Done
001491     If Layaway-Success Or Layaway-Status = "10"
001492        Close Layaway-File
001493     End-If
001494     Move "Layaway.Dat - Layaways Repointed" To Log-Note
001495     Perform Log-Anonymized-File
001496     .
001497 Anonymize-One-Layaway.
001498     Read Layaway-File Next Record
001499          At End Set Scan-Done To True
001500          Not At End
001501             If Layaway-Customer = Request-Customer
001502                Move Tombstone-Number To Layaway-Customer
001503                Rewrite Layaway-Record
001504                Add 1 To Rows-Changed
001505             End-If
001506     End-Read
001507     .
001508 Anonymize-Wants.
001509* A Want List Is Nothing But The Customer's Interests, With No
001510* Money On It, So Those Rows Are Dropped Rather Than Repointed
001511     Move Spaces To Scan-Done-Flag
001512     Open Input Want-List-File
001513     If Not Want-List-Success
001514        Set Scan-Done To True
001515     Else
001516        Open Output Want-List-Out-File
001517     End-If
001518     Perform Anonymize-One-Want Until Scan-Done
001519     If Want-List-Success Or Want-List-Status = "10"
001520        Close Want-List-File
001521              Want-List-Out-File
001522     End-If
001523     Move "WantList.NEW - Wants Dropped" To Log-Note
001524     Perform Log-Anonymized-File
001525     .
001526 Anonymize-One-Want.
001527     Read Want-List-File
001528          At End Set Scan-Done To True
001529          Not At End
001530             If Want-Customer = Request-Customer
001531                Add 1 To Rows-Changed
001532             Else
001533                Write Want-List-Out-Record From Want-List-Record
001534             End-If
001535     End-Read
001536     .
001537 Anonymize-House-Ledger.
001538     Move Spaces To Scan-Done-Flag
001539     Open Input House-Ledger-File
001540     If Not House-Ledger-Success
001541        Set Scan-Done To True
001542     Else
001543        Open Output House-Ledger-Out-File
001544     End-If
001545     Perform Anonymize-One-House-Entry Until Scan-Done
001546     If House-Ledger-Success Or House-Ledger-Status = "10"
001547        Close House-Ledger-File
001548              House-Ledger-Out-File
001549     End-If
001550     Move "HseLedg.NEW - Ledger Repointed" To Log-Note
001551     Perform Log-Anonymized-File
001552     .
001553 Anonymize-One-House-Entry.
001554     Read House-Ledger-File
001555          At End Set Scan-Done To True
001556          Not At End
001557             If Hse-Customer = Request-Customer
001558                Move Tombstone-Number To Hse-Customer
001559                Add 1 To Rows-Changed
001560             End-If
001561             Write House-Ledger-Out-Record From
001562                   House-Ledger-Record
001563     End-Read
001564     .
001565 Anonymize-Correspondence.
001566* Only Pickup Notices And Returned-Check Letters Carry A
001567* Customer Number; Every Other Piece Is To A Dealer
001568     Move Spaces To Scan-Done-Flag
001569     Open Input Corr-Queue-File
001570     If Not Corr-Queue-Success
001571        Set Scan-Done To True
001572     Else
001573        Open Output Corr-Queue-Out-File
001574     End-If
001575     Perform Anonymize-One-Correspondence Until Scan-Done
001576     If Corr-Queue-Success Or Corr-Queue-Status = "10"
001577        Close Corr-Queue-File
001578              Corr-Queue-Out-File
001579     End-If
001580     Move "CorrQue.NEW - Letters Repointed" To Log-Note
001581     Perform Log-Anonymized-File
001582     .
001583 Anonymize-One-Correspondence.
001584     Read Corr-Queue-File
001585          At End Set Scan-Done To True
001586          Not At End
001587             If Corr-Dealer = Request-Customer
001588                And (Corr-Pickup-Notice Or Corr-Returned-Check)
001589                Move Tombstone-Number To Corr-Dealer
001590                Add 1 To Rows-Changed
001591             End-If
001592             Write Corr-Queue-Out-Record From Corr-Queue-Record
001593     End-Read
001594     .
001595 Anonymize-Returned-Checks.
001596* Every Case Left Is Cleared - One Still Owed Blocked The Run
001597     Move Spaces To Scan-Done-Flag
001598     Open I-O Returned-Check-File
001599     If Not Returned-Check-Success
001600        Set Scan-Done To True
001601     End-If
001602     Perform Anonymize-One-Returned-Check Until Scan-Done
001603     If Returned-Check-Success Or Returned-Check-Status = "10"
001604        Or Returned-Check-Status = "23"
001605        Close Returned-Check-File
001606     End-If
001607     Move "RetChk.Dat - Cases Repointed" To Log-Note
001608     Perform Log-Anonymized-File
001609     .
001610 Anonymize-One-Returned-Check.
001611     Move Request-Customer To Rc-Customer
001612     Start Returned-Check-File Key = Rc-Customer
001613           Invalid Key Set Scan-Done To True
001614     End-Start
001615     If Not Scan-Done
001616        Read Returned-Check-File Next Record
001617             At End Set Scan-Done To True
001618             Not At End
001619                If Rc-Customer Not = Request-Customer
001620                   Set Scan-Done To True
001621                Else
001622                   Move Tombstone-Number To Rc-Customer
001623                   Rewrite Returned-Check-Record
001624                   Add 1 To Rows-Changed
001625                End-If
001626        End-Read
001627     End-If
001628     .
001629 Anonymize-Pickups.
001630     Move Spaces To Scan-Done-Flag
001631     Open I-O Pickup-File
001632     If Not Pickup-Success
001633        Set Scan-Done To True
001634     End-If
001635     Perform Anonymize-One-Pickup Until Scan-Done
001636     If Pickup-Success Or Pickup-Status = "10"
001637        Close Pickup-File
001638     End-If
001639     Move "Pickup.Dat - Pickups Repointed" To Log-Note
001640     Perform Log-Anonymized-File
001641     .
001642 Anonymize-One-Pickup.
001643     Read Pickup-File Next Record
001644          At End Set Scan-Done To True
001645          Not At End
001646             If Pickup-Customer = Request-Customer
001647                Move Tombstone-Number To Pickup-Customer
001648                Move Spaces To Pickup-Collected-By
001649                Rewrite Pickup-Record
001650                Add 1 To Rows-Changed
001651             End-If
001652     End-Read
001653     .
001654 Anonymize-Trade-Discount.
001655     Open I-O Trade-Discount-File
001656     If Trade-Discount-Success
001657        Move Request-Customer To Trade-Customer
001658        Read Trade-Discount-File
001659             Invalid Key Continue
001660             Not Invalid Key
001661                Delete Trade-Discount-File
001662                Add 1 To Rows-Changed
001663        End-Read
001664     End-If
001665     If Trade-Discount-Success Or Trade-Discount-Status = "10"
001666        Or Trade-Discount-Status = "23"
001667        Close Trade-Discount-File
001668     End-If
001669     Move "TradeDsc.Dat - Discount Removed" To Log-Note
001670     Perform Log-Anonymized-File
001671     .
001672 Write-Privacy-Log.
001673     Open Extend Privacy-Log-File
001674     Accept Work-Time From Time
001675     Move Spaces To Privacy-Log-Record
001676     Move Request-Number To Priv-Request
001677     Move Today-MMDDYYYY-N To Priv-Date
001678     Move Work-Time (1:6) To Priv-Time
001679     Move Current-Operator To Priv-Operator
001680     Move Request-Customer To Priv-Customer
001681     Move Log-Action To Priv-Action
001682     If Tombstone-Sequence > Zero
001683        Move Tombstone-Number To Priv-Tombstone
001684     End-If
001685     Move Log-Count To Priv-Count
001686     Move Log-Note To Priv-Note
001687     Write Privacy-Log-Record
001688     Close Privacy-Log-File
001689     .
001690 Write-Journal-Record.
001691* Write-Ahead Journal: Every Indexed-File Update Lands Here
001692* First So A Mid-Day Failure Replays Forward From The Backup
001693     Accept Journal-Stamp-Date From Date
001694     Accept Journal-Stamp-Time From Time
001695     Move 20 To Jrn-Date (1:2)
001696     Move Journal-Stamp-Date To Jrn-Date (3:6)
001697     Move Journal-Stamp-Time (1:6) To Jrn-Time
001698     Move Journal-Program-Id To Jrn-Program
001699     Write Journal-Record
001700     .
001701 Get-File-Parameters.
001702     Move Spaces To WS-Env-Override
001703     Accept WS-Env-Override From Environment "TRANS_FILE"
001704        On Exception
001705           Continue
001706     End-Accept
001707     If WS-Env-Override Not = Spaces
001708        Move WS-Env-Override To WS-Trans-File
001709     End-If
001710     .
001711 Load-Current-Operator.
001712     Open Input Current-Operator-File
001713     If Current-Operator-Status = "00"
001714        Read Current-Operator-File
001715             At End Continue
001716             Not At End
001717                Move Curr-Oper-Id To Current-Operator
001718                Move Curr-Oper-Level To Current-Oper-Level
001719        End-Read
001720        Close Current-Operator-File
001721     End-If
001722     .
