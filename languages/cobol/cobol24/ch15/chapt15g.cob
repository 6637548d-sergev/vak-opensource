000010 @OPTIONS MAIN,TEST
000020 Identification Division.
000030 Program-Id.  Chapt15g.
000031* Silent Auction Close And Results
000032* Run After An Event's Posted Close Time, With The Event Code
000033* On The Command Line (Blank Closes Every Event Whose Lots
000034* Are Past Their Close).  Each Lot With A Bid At Or Above The
000035* Dealer's Reserve Is Released Into The Transaction File As
000036* An Ordinary Sale To The Winning Customer At The Winning Bid,
000037* So The Nightly Update, Commission And Payout Treat It Like
000038* Any Other Sale; Lots That Miss The Reserve Or Draw No Bid
000039* Go Back On The Floor.  Prints The Results For The Dealers
000040* And Writes AuctNote.TXT, The Call List For Winners And
000041* Underbidders
000042 Environment Division.
000043 Configuration Section.
000044 Source-Computer.  IBM-PC.
000045 Object-Computer.  IBM-PC.
000046 Input-Output  Section.
000047 File-Control.
000048     Select Report-File Assign To "RPT15G.SPL".
000049     Select Auction-File Assign To "AuctItem.Dat"
000050         Organization Indexed
000051         Access Dynamic
000052         Record Key Auction-Key
000053         Alternate Record Key Auction-Item-Number
000054             With Duplicates
000055         File Status Auction-Status.
000056     Select Optional Item-File Assign To WS-Item-File
000057         Organization Indexed
000058         Access Dynamic
000059         Record Key Item-Number Of Item-Record
000060         Alternate Record Key Item-Dealer-Number Of Item-Record
000061             With Duplicates
000062         File Status Item-Status.
000063     Select Optional Customer-File Assign To WS-Customer-File
000064         Organization Indexed
000065         Access Random
000066         Record Key Customer-Number Of Customer-Record
000067         File Status Customer-Status.
000068     Select Optional Trans-File Assign To WS-Trans-File
000069         Organization Is Line Sequential
000070         File Status  Is Trans-File-Status.
000071     Select Optional Auction-Bid-File Assign To "AuctBid.TXT"
000072         Organization Is Line Sequential
000073         File Status  Is Auction-Bid-Status.
000074     Select Optional Notify-File Assign To "AuctNote.TXT"
000075         Organization Is Line Sequential
000076         File Status  Is Notify-Status.
000077     Select Optional Current-Operator-File Assign To
000078                     "CurrOper.TXT"
000079         Organization Is Line Sequential
000080         File Status  Is Current-Operator-Status.
000081 Data Division.
000082 File Section.
000083 Fd  Report-File.
000084 01  Report-Record Pic X(80).
000085 Fd  Auction-File.
000086 Copy "auction.cpy".
000087 Fd  Item-File.
000088 01  Item-Record.
000089     03  Item-Number                 Pic X(12).
000090     03  Item-Dealer-Number          Pic X(8).
000091     03  Item-Description            Pic X(40).
000092     03  Item-Tag-Price              Pic 9(5)v99.
000093     03  Item-Date-Consigned         Pic 9(8).
000094     03  Item-Status-Code            Pic X Value "A".
000095         88  Item-Available  Value "A".
000096         88  Item-In-Auction Value "U".
000097     03  Filler                      Pic X(10).
000098     03  Item-Category               Pic X(4).
000099     03  Filler                      Pic X(26).
000100 Fd  Customer-File.
000101 01  Customer-Record.
000102     03  Customer-Number     Pic X(8).
000103     03  Customer-Name.
000104         05  Last-Name       Pic X(25).
000105         05  First-Name      Pic X(15).
000106         05  Middle-Name     Pic X(10).
000107     03  Filler              Pic X(175).
000108     03  Home-Phone          Pic X(20).
000109     03  Filler              Pic X(21).
000110 Fd  Trans-File.
000111 01  Trans-Record.
000112     03  Transaction-Date   Pic  9(8).
000113     03  Transaction-Type   Pic  X(4).
000114     03  Transaction-Dealer Pic  X(8).
000115     03  Transaction-Price  Pic S9(7)v99.
000116     03  Transaction-Qty    Pic  9(3).
000117     03  Transaction-Class  Pic  X.
000118     03  Item-Number        Pic  X(12).
000119     03  Store-Number       Pic  X(4).
000120     03  Receipt-Number     Pic  9(6).
000121     03  Trans-Customer     Pic  X(8).
000122     03  Tender-Type        Pic  X.
000123     03  Trans-Time         Pic  9(6).
000124     03  Trans-Operator     Pic  X(4).
000125     03  Trans-Offer        Pic  9(6).
000126     03  Event-Code         Pic  X(4).
000127     03  Filler             Pic  X(16).
000128     03  Ticket-Number      Pic  9(6).
000129     03  Ticket-Rec-Type    Pic  X.
000130     03  Filler             Pic  X(3).
000131 01  Trans-Trailer-Record Redefines Trans-Record.
000132     03  Trailer-Marker         Pic X(8).
000133         88  Trans-Trailer      Value "TRAILER1".
000134     03  Trailer-Record-Count   Pic 9(7).
000135     03  Trailer-Total-Price    Pic S9(9)v99.
000136     03  Filler                 Pic X(84).
000137 Fd  Auction-Bid-File.
000138 Copy "auctbid.cpy".
000139 Fd  Notify-File.
000140 01  Notify-Record.
000141     03  Note-Event          Pic X(4).
000142     03  Filler              Pic X.
000143     03  Note-Item           Pic X(12).
000144     03  Filler              Pic X.
000145     03  Note-Customer       Pic X(8).
000146     03  Filler              Pic X.
000147     03  Note-Type           Pic X.
000148         88  Note-Winner     Value "W".
000149         88  Note-Outbid     Value "U".
000150         88  Note-Reserve-Not-Met Value "R".
000151     03  Filler              Pic X.
000152     03  Note-Name           Pic X(41).
000153     03  Filler              Pic X.
000154     03  Note-Phone          Pic X(20).
000155     03  Filler              Pic X.
000156     03  Note-Their-Bid      Pic 9(5)v99.
000157     03  Filler              Pic X.
000158     03  Note-Winning-Bid    Pic 9(5)v99.
000159     03  Filler              Pic X.
000160     03  Note-Description    Pic X(40).
000161 Fd  Current-Operator-File.
000162 01  Current-Operator-Record.
000163     03  Curr-Oper-Id        Pic X(4).
000164     03  Filler              Pic X.
000165     03  Curr-Oper-Level     Pic 9.
000166 Working-Storage Section.
000167 01  WS-Item-File           Pic X(40) Value "Item.Dat".
000168 01  WS-Customer-File       Pic X(40) Value "Customer.Dat".
000169 01  WS-Trans-File          Pic X(40) Value "Trans.Txt".
000170 01  WS-Env-Override        Pic X(40) Value Spaces.
000171 01  Auction-Status         Pic XX Value Spaces.
000172     88  Auction-Success    Value "00" Thru "09".
000173 01  Item-Status            Pic XX Value Spaces.
000174     88  Item-Success       Value "00" Thru "09".
000175 01  Customer-Status        Pic XX Value Spaces.
000176     88  Customer-Success   Value "00" Thru "09".
000177 01  Trans-File-Status      Pic XX Value Spaces.
000178     88  Trans-File-Success Value "00" Thru "09".
000179 01  Auction-Bid-Status     Pic XX Value Spaces.
000180 01  Notify-Status          Pic XX Value Spaces.
000181 01  Current-Operator-Status Pic XX Value Spaces.
000182 01  Current-Operator       Pic X(4) Value Spaces.
000183 01  Run-Event              Pic X(4) Value Spaces.
000184 01  Done-Flag              Pic X Value Spaces.
000185     88  All-Done           Value "Y".
000186 01  Bid-Done-Flag          Pic X Value Spaces.
000187     88  Bid-Done           Value "Y".
000188 01  Batch-Record-Count     Pic 9(7) Value Zeros.
000189 01  Batch-Total-Price      Pic S9(9)v99 Value Zeros.
000190 01  Lots-Closed            Pic 9(5) Value Zeros.
000191 01  Lots-Sold              Pic 9(5) Value Zeros.
000192 01  Lots-Not-Sold          Pic 9(5) Value Zeros.
000193 01  Notices-Written        Pic 9(5) Value Zeros.
000194 01  Result-Text            Pic X(6) Value Spaces.
000195 01  Notice-Customer        Pic X(8) Value Spaces.
000196 01  Notice-Type            Pic X Value Spaces.
000197 01  Notice-Bid             Pic 9(5)v99 Value Zeros.
000198* Each Bidder's Best Bid On Each Lot, From The Bid History
000199 01  Bidder-Count           Pic 9(4) Value Zeros.
000200 01  Bidder-Max             Pic 9(4) Value 2000.
000201 01  Bidder-Sub             Pic 9(4) Value Zeros.
000202 01  Bidder-Found-Flag      Pic X Value Space.
000203     88  Bidder-Found       Value "Y".
000204 01  Bidder-Table-Area.
000205     03  Bidder-Entry Occurs 2000 Times.
000206         05  Bidder-Event        Pic X(4).
000207         05  Bidder-Item         Pic X(12).
000208         05  Bidder-Customer     Pic X(8).
000209         05  Bidder-Best-Bid     Pic 9(5)v99.
000210 01  Date-And-Time-Area.
000211     03  Work-Date           Pic 9(6).
000212     03  Work-Date-X         Redefines Work-Date.
000213         05  Date-YY         Pic 99.
000214         05  Date-MM         Pic 99.
000215         05  Date-DD         Pic 99.
000216     03  Work-Time           Pic 9(8).
000217 01  Today-MMDDYYYY.
000218     03  Today-MM            Pic 99.
000219     03  Today-DD            Pic 99.
000220     03  Today-YYYY          Pic 9(4).
000221 01  Today-MMDDYYYY-N Redefines Today-MMDDYYYY Pic 9(8).
000222 01  Close-Date-Work.
000223     03  Close-MM            Pic 99.
000224     03  Close-DD            Pic 99.
000225     03  Close-YYYY          Pic 9(4).
000226 01  Close-Date-Work-N Redefines Close-Date-Work Pic 9(8).
000227 01  Close-Stamp.
000228     03  Close-Stamp-YYYY    Pic 9(4).
000229     03  Close-Stamp-MM      Pic 99.
000230     03  Close-Stamp-DD      Pic 99.
000231     03  Close-Stamp-HHMM    Pic 9(4).
000232 01  Close-Stamp-N Redefines Close-Stamp Pic 9(12).
000233 01  Now-Stamp.
000234     03  Now-Stamp-YYYY      Pic 9(4).
000235     03  Now-Stamp-MM        Pic 99.
000236     03  Now-Stamp-DD        Pic 99.
000237     03  Now-Stamp-HHMM      Pic 9(4).
000238 01  Now-Stamp-N Redefines Now-Stamp Pic 9(12).
000239 01  Line-Count             Pic 99 Value 99.
000240 01  Page-Count             Pic 9(4) Value Zeros.
000241 01  Max-Lines              Pic 99 Value 60.
000242 01  Heading-Line-1.
000243     03  Filler      Pic X(12) Value "Created by:".
000244     03  Filler      Pic X(8)  Value "CHAPT15G".
000245     03  Filler      Pic X(9)  Value Spaces.
000246     03  Filler      Pic X(34)
000247         Value "Silent Auction Results".
000248     03  Filler      Pic X(5)  Value "Page".
000249     03  Page-No     Pic Z(4)9 Value Zeros.
000250 01  Heading-Line-2.
000251     03  Filler      Pic X(12) Value "Created on:".
000252     03  Date-MM     Pic 99.
000253     03  Filler      Pic X     Value "/".
000254     03  Date-DD     Pic 99.
000255     03  Filler      Pic X     Value "/".
000256     03  Date-YY     Pic 99.
000257 01  Heading-Line-3.
000258     03  Filler      Pic X(9)  Value "Dealer".
000259     03  Filler      Pic X(13) Value "Item".
000260     03  Filler      Pic X(19) Value "Description".
000261     03  Filler      Pic X(10) Value "  Reserve".
000262     03  Filler      Pic X(10) Value " High Bid".
000263     03  Filler      Pic X(4)  Value "Bid".
000264     03  Filler      Pic X(9)  Value "Winner".
000265     03  Filler      Pic X(6)  Value "Result".
000266 01  Detail-Line.
000267     03  Detail-Dealer       Pic X(8).
000268     03  Filler              Pic X     Value Spaces.
000269     03  Detail-Item         Pic X(12).
000270     03  Filler              Pic X     Value Spaces.
000271     03  Detail-Description  Pic X(18).
000272     03  Filler              Pic X     Value Spaces.
000273     03  Detail-Reserve      Pic ZZ,ZZZ.99.
000274     03  Filler              Pic X     Value Spaces.
000275     03  Detail-High-Bid     Pic ZZ,ZZZ.99.
000276     03  Filler              Pic X     Value Spaces.
000277     03  Detail-Bid-Count    Pic ZZ9.
000278     03  Filler              Pic X     Value Spaces.
000279     03  Detail-Winner       Pic X(8).
000280     03  Filler              Pic X     Value Spaces.
000281     03  Detail-Result       Pic X(6).
000282 01  Total-Line-1.
000283     03  Filler              Pic X(16) Value "Lots Closed:".
000284     03  Total-Closed        Pic ZZ,ZZ9.
000285     03  Filler              Pic X(12) Value "    Sold:".
000286     03  Total-Sold          Pic ZZ,ZZ9.
000287     03  Filler              Pic X(16) Value "    Not Sold:".
000288     03  Total-Not-Sold      Pic ZZ,ZZ9.
000289 01  Total-Line-2.
000290     03  Filler              Pic X(28)
000291         Value "Winning Bids Released:".
000292     03  Total-Released      Pic ZZZ,ZZZ,ZZ9.99-.
000293 01  Spool-Catalog-Name    Pic X(8) Value "CHAPT15G".
000294 01  Spool-Catalog-File    Pic X(12) Value "RPT15G.SPL".
000295 Procedure Division.
000296 Chapt15g-Start.
000297     Display "Begin Silent Auction Close Chapt15g"
000298     Accept Run-Event From Command-Line
000299     Inspect Run-Event Converting
000300             "abcdefghijklmnopqrstuvwxyz" To
000301             "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
000302     Perform Get-File-Parameters
000303     Perform Load-Current-Operator
000304     Perform Set-Now-Stamp
000305     Open I-O Auction-File
000306     If Not Auction-Success
000307        Display "Unable To Open Auction File, Status "
000308                Auction-Status
000309        Stop Run
000310     End-If
000311     Perform Load-Bidder-Table
000312     Open I-O Item-File
000313     Open Input Customer-File
000314     Open Extend Trans-File
000315     Open Output Notify-File
000316     Open Output Report-File
000317     Perform Start-At-First-Lot
000318     Perform Check-One-Lot Until All-Done
000319     Perform Print-Totals
000320     If Batch-Record-Count > Zero
000321        Perform Write-Trailer-Record
000322     End-If
000323     Close Auction-File
000324           Trans-File
000325           Notify-File
000326           Report-File
000327     If Item-Success
000328        Close Item-File
000329     End-If
000330     If Customer-Success
000331        Close Customer-File
000332     End-If
000333     Call "Chapt25d" Using Spool-Catalog-Name
000334          Spool-Catalog-File Page-Count
000335     Display "Auction Lots Closed " Lots-Closed
000336             " Sold " Lots-Sold
000337     Stop Run
000338     .
000339 Start-At-First-Lot.
000340     Move Run-Event To Auction-Event
000341     Move Low-Values To Auction-Item-Number
000342     Start Auction-File Key Not Less Than Auction-Key
000343        Invalid Key
000344           Set All-Done To True
000345     End-Start
000346     .
000347 Check-One-Lot.
000348     Read Auction-File Next Record
000349          At End Set All-Done To True
000350          Not At End
000351             If Run-Event Not = Spaces And
000352                Auction-Event Not = Run-Event
000353                Set All-Done To True
000354             Else
000355                If Auction-Open
000356                   Perform Check-Lot-Closed
000357                End-If
000358             End-If
000359     End-Read
000360     .
000361 Check-Lot-Closed.
000362     Move Auction-Close-Date To Close-Date-Work-N
000363     Move Close-YYYY To Close-Stamp-YYYY
000364     Move Close-MM To Close-Stamp-MM
000365     Move Close-DD To Close-Stamp-DD
000366     Move Auction-Close-Time To Close-Stamp-HHMM
000367* A Lot Still Inside Its Posted Time Keeps Taking Bids
000368     If Close-Stamp-N Not > Now-Stamp-N
000369        Perform Close-The-Lot
000370     End-If
000371     .
000372 Close-The-Lot.
000373     Add 1 To Lots-Closed
000374     Move Today-MMDDYYYY-N To Auction-Closed-Date
000375     Evaluate True
000376        When Auction-Bid-Count = Zeros
000377             Set Auction-No-Sale To True
000378             Move "NO BID" To Result-Text
000379        When Auction-High-Bid < Auction-Reserve
000380             Set Auction-No-Sale To True
000381             Move "NO RES" To Result-Text
000382        When Other
000383             Set Auction-Won To True
000384             Move "SOLD" To Result-Text
000385     End-Evaluate
000386     Rewrite Auction-Record
000387        Invalid Key
000388           Display "Rewrite Error On Lot " Auction-Key
000389     End-Rewrite
000390     If Auction-Won
000391        Add 1 To Lots-Sold
000392        Perform Release-Winning-Sale
000393        Move Auction-High-Bidder To Notice-Customer
000394        Move "W" To Notice-Type
000395        Move Auction-High-Bid To Notice-Bid
000396        Perform Write-Notice
000397     Else
000398        Add 1 To Lots-Not-Sold
000399        Perform Release-Item-To-Floor
000400        If Auction-Bid-Count > Zeros
000401           Move Auction-High-Bidder To Notice-Customer
000402           Move "R" To Notice-Type
000403           Move Auction-High-Bid To Notice-Bid
000404           Perform Write-Notice
000405        End-If
000406     End-If
000407     Perform Notify-Underbidders
000408             Varying Bidder-Sub From 1 By 1
000409             Until Bidder-Sub > Bidder-Count
000410     Perform Print-Lot-Line
000411     .
000412 Release-Winning-Sale.
000413* The Same Standalone Sale Line A Layaway Payoff Releases:
000414* Category As The Type, Numeric Ticket And Offer Zeroed
000415     Move Spaces To Trans-Record
000416     Move Today-MMDDYYYY-N To Transaction-Date
000417     Move Auction-Category To Transaction-Type
000418     Move Auction-Dealer To Transaction-Dealer
000419     Move Auction-High-Bid To Transaction-Price
000420     Move 1 To Transaction-Qty
000421     Move Space To Transaction-Class
000422     Move Auction-Item-Number To Item-Number Of Trans-Record
000423     Move "0001" To Store-Number
000424     Move Zeros To Receipt-Number
000425                   Trans-Offer
000426                   Ticket-Number
000427     Move Space To Ticket-Rec-Type
000428     Move Auction-High-Bidder To Trans-Customer
000429     Move "C" To Tender-Type
000430     Move Current-Operator To Trans-Operator
000431     Move Work-Time (1:6) To Trans-Time
000432     Write Trans-Record
000433     Add 1 To Batch-Record-Count
000434     Add Transaction-Price To Batch-Total-Price
000435     .
000436 Release-Item-To-Floor.
000437     If Item-Success
000438        Move Auction-Item-Number To Item-Number Of Item-Record
000439        Read Item-File
000440             Invalid Key Continue
000441             Not Invalid Key
000442                If Item-In-Auction
000443                   Set Item-Available To True
000444                   Rewrite Item-Record
000445                End-If
000446        End-Read
000447     End-If
000448     .
000449 Notify-Underbidders.
000450     If Bidder-Event (Bidder-Sub) = Auction-Event And
000451        Bidder-Item (Bidder-Sub) = Auction-Item-Number And
000452        Bidder-Customer (Bidder-Sub) Not = Auction-High-Bidder
000453        Move Bidder-Customer (Bidder-Sub) To Notice-Customer
000454        Move "U" To Notice-Type
000455        Move Bidder-Best-Bid (Bidder-Sub) To Notice-Bid
000456        Perform Write-Notice
000457     End-If
000458     .
000459 Write-Notice.
000460     Move Spaces To Notify-Record
000461     Move Notice-Customer To Note-Customer
000462     Move Notice-Type To Note-Type
000463     Move Notice-Bid To Note-Their-Bid
000464     Move Auction-Event To Note-Event
000465     Move Auction-Item-Number To Note-Item
000466     Move Auction-Description To Note-Description
000467     If Auction-Won
000468        Move Auction-High-Bid To Note-Winning-Bid
000469     Else
000470        Move Zeros To Note-Winning-Bid
000471     End-If
000472     If Customer-Success
000473        Move Note-Customer To Customer-Number Of Customer-Record
000474        Read Customer-File
000475             Invalid Key
000476                Move "CUSTOMER NOT ON FILE" To Note-Name
000477             Not Invalid Key
000478                String First-Name Delimited By Space
000479                       " "        Delimited By Size
000480                       Last-Name  Delimited By Space
000481                       Into Note-Name
000482                End-String
000483                Move Home-Phone To Note-Phone
000484        End-Read
000485     End-If
000486     Write Notify-Record
000487     Add 1 To Notices-Written
000488     .
000489 Print-Lot-Line.
000490     If Line-Count >= Max-Lines
000491        Perform Heading-Routine
000492     End-If
000493     Move Auction-Dealer To Detail-Dealer
000494     Move Auction-Item-Number To Detail-Item
000495     Move Auction-Description To Detail-Description
000496     Move Auction-Reserve To Detail-Reserve
000497     Move Auction-High-Bid To Detail-High-Bid
000498     Move Auction-Bid-Count To Detail-Bid-Count
000499     Move Auction-High-Bidder To Detail-Winner
000500     If Not Auction-Won
000501        Move Spaces To Detail-Winner
000502     End-If
000503     Move Result-Text To Detail-Result
000504     Write Report-Record From Detail-Line After 1
000505     Add 1 To Line-Count
000506     .
000507 Print-Totals.
000508     If Line-Count >= Max-Lines
000509        Perform Heading-Routine
000510     End-If
000511     Move Lots-Closed To Total-Closed
000512     Move Lots-Sold To Total-Sold
000513     Move Lots-Not-Sold To Total-Not-Sold
000514     Write Report-Record From Total-Line-1 After 2
000515     Move Batch-Total-Price To Total-Released
000516     Write Report-Record From Total-Line-2 After 1
000517     .
000518 Heading-Routine.
000519     Add 1 To Page-Count
000520     Move Page-Count To Page-No
000521     If Page-Count = 1
000522        Write Report-Record From Heading-Line-1 After Zero
000523     Else
000524        Write Report-Record From Heading-Line-1 After Page
000525     End-If
000526     Write Report-Record From Heading-Line-2 After 1
000527     Write Report-Record From Heading-Line-3 After 2
000528     Move 4 To Line-Count
000529     .
000530 Load-Bidder-Table.
000531     Open Input Auction-Bid-File
000532     If Auction-Bid-Status = "00"
000533        Perform Load-One-Bid Until Bid-Done
000534        Close Auction-Bid-File
000535     End-If
000536     .
000537 Load-One-Bid.
000538     Read Auction-Bid-File
000539          At End Set Bid-Done To True
000540          Not At End
000541             If Run-Event = Spaces Or Bid-Event = Run-Event
000542                Perform Post-Bid-To-Table
000543             End-If
000544     End-Read
000545     .
000546 Post-Bid-To-Table.
000547     Move Space To Bidder-Found-Flag
000548     Perform Match-Bidder-Entry
000549             Varying Bidder-Sub From 1 By 1
000550             Until Bidder-Sub > Bidder-Count Or Bidder-Found
000551     If Not Bidder-Found And Bidder-Count < Bidder-Max
000552        Add 1 To Bidder-Count
000553        Move Bid-Event To Bidder-Event (Bidder-Count)
000554        Move Bid-Item-Number To Bidder-Item (Bidder-Count)
000555        Move Bid-Customer To Bidder-Customer (Bidder-Count)
000556        Move Bid-Amount To Bidder-Best-Bid (Bidder-Count)
000557     End-If
000558     .
000559 Match-Bidder-Entry.
000560     If Bidder-Event (Bidder-Sub) = Bid-Event And
000561        Bidder-Item (Bidder-Sub) = Bid-Item-Number And
000562        Bidder-Customer (Bidder-Sub) = Bid-Customer
000563        Set Bidder-Found To True
000564        If Bid-Amount > Bidder-Best-Bid (Bidder-Sub)
000565           Move Bid-Amount To Bidder-Best-Bid (Bidder-Sub)
000566        End-If
000567     End-If
000568     .
000569 Write-Trailer-Record.
000570     Move Spaces To Trans-Trailer-Record
000571     Set Trans-Trailer To True
000572     Move Batch-Record-Count To Trailer-Record-Count
000573     Move Batch-Total-Price To Trailer-Total-Price
000574     Write Trans-Record
000575     .
000576 Set-Now-Stamp.
000577     Accept Work-Date From Date
000578     Accept Work-Time From Time
000579     Move Corresponding Work-Date-X To Heading-Line-2
000580     Move Date-MM Of Work-Date-X To Today-MM
000581     Move Date-DD Of Work-Date-X To Today-DD
000582     Move 2000 To Today-YYYY
000583     Add Date-YY Of Work-Date-X To Today-YYYY
000584     Move Today-YYYY To Now-Stamp-YYYY
000585     Move Today-MM To Now-Stamp-MM
000586     Move Today-DD To Now-Stamp-DD
000587     Move Work-Time (1:4) To Now-Stamp-HHMM
000588     .
000589 Load-Current-Operator.
000590     Open Input Current-Operator-File
000591     If Current-Operator-Status = "00"
000592        Read Current-Operator-File
000593             At End Continue
000594             Not At End
000595                Move Curr-Oper-Id To Current-Operator
000596        End-Read
000597        Close Current-Operator-File
000598     End-If
000599     .
000600 Get-File-Parameters.
000601     Move Spaces To WS-Env-Override
000602     Accept WS-Env-Override From Environment "TRANS_FILE"
000603        On Exception
000604           Continue
000605     End-Accept
000606     If WS-Env-Override Not = Spaces
000607        Move WS-Env-Override To WS-Trans-File
000608     End-If
000609     Move Spaces To WS-Env-Override
000610     Accept WS-Env-Override From Environment "ITEM_FILE"
000611        On Exception
000612           Continue
000613     End-Accept
000614     If WS-Env-Override Not = Spaces
000615        Move WS-Env-Override To WS-Item-File
000616     End-If
000617     Move Spaces To WS-Env-Override
000618     Accept WS-Env-Override From Environment "CUSTOMER_FILE"
000619        On Exception
000620           Continue
000621     End-Accept
000622     If WS-Env-Override Not = Spaces
000623        Move WS-Env-Override To WS-Customer-File
000624     End-If
000625     .
