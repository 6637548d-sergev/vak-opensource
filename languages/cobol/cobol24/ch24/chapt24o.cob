000010 @OPTIONS MAIN,TEST
000020 Identification Division.
000030 Program-Id.  Chapt24o.
000031* Untagged-Sale Research And Item Matching
000032* Walks The Chapt18d Untagged-Sale Queue One Sale At A Time,
000033* Listing The Dealer's Available Items Whose Tag Price Is
000034* Closest To The Price The Customer Quoted.  The Clerk Picks
000035* The Item (Or Keys Its Number), The Item Is Marked Sold And
000036* The Sale Is Released Back Into The Transaction File With The
000037* Item Number As Its Own Proven Batch, The Way Chapt18k
000038* Releases Suspects.  A Supervisor May Release A Sale The Floor
000039* Cannot Match.  Unworked Sales Carry Forward To UntagQ.NEW
000040 Environment Division.
000041 Configuration Section.
000042 Special-Names.
000043       Crt Status Is Keyboard-Status
000044       Cursor Is Cursor-Position.
000045 Source-Computer.  IBM-PC.
000046 Object-Computer.  IBM-PC.
000047 Input-Output  Section.
000048 File-Control.
000049     Select Optional Untagged-Queue-File Assign To "UntagQ.TXT"
000050         Organization Is Line Sequential
000051         File Status  Is Untagged-Queue-Status.
000052     Select Untagged-Out-File Assign To "UntagQ.NEW"
000053         Organization Is Line Sequential
000054         File Status  Is Untagged-Out-Status.
000055     Select Optional Trans-File Assign To WS-Trans-File
000056         Organization Is Line Sequential
000057         File Status  Is Trans-File-Status.
000058     Select Optional Match-Log-File Assign To "UntagLog.TXT"
000059         Organization Is Line Sequential
000060         File Status  Is Match-Log-Status.
000061     Select Item-File Assign To "Item.Dat"
000062         Organization Indexed
000063         Access Dynamic
000064         Record Key Item-Number Of Item-Record
000065         Alternate Record Key Item-Dealer-Number
000066             With Duplicates
000067         File Status Item-Status.
000068     Select Optional Dealer-File Assign To "Dealer.Dat"
000069         Organization Indexed
000070         Access Random
000071         Record Key Dealer-Number
000072         File Status Dealer-Status.
000073     Select Optional Current-Operator-File Assign To
000074                     "CurrOper.TXT"
000075         Organization Is Line Sequential
000076         File Status  Is Current-Operator-Status.
000077 Data Division.
000078 File Section.
000079 Fd  Untagged-Queue-File.
000080 Copy "untagq.cpy".
000081 Fd  Untagged-Out-File.
000082 01  Untagged-Out-Record    Pic X(119).
000083 Fd  Trans-File.
000084 01  Trans-Record.
000085     03  Transaction-Date   Pic  9(8).
000086     03  Transaction-Type   Pic  X(4).
000087     03  Transaction-Dealer Pic  X(8).
000088     03  Transaction-Price  Pic S9(7)v99.
000089     03  Transaction-Qty    Pic  9(3).
000090     03  Transaction-Class  Pic  X.
000091     03  Item-Number        Pic  X(12).
000092     03  Store-Number       Pic  X(4).
000093     03  Receipt-Number     Pic  9(6).
000094     03  Trans-Customer     Pic  X(8).
000095     03  Tender-Type        Pic  X.
000096     03  Trans-Time         Pic  9(6).
000097     03  Trans-Operator     Pic  X(4).
000098     03  Trans-Offer        Pic  9(6).
000099     03  Event-Code         Pic  X(4).
000100     03  Filler             Pic  X(16).
000101     03  Ticket-Number      Pic  9(6).
000102     03  Ticket-Rec-Type    Pic  X.
000103     03  Release-Flag       Pic  X.
000104     03  Filler             Pic  X(2).
000105 01  Trans-Trailer-Record Redefines Trans-Record.
000106     03  Trailer-Marker         Pic X(8).
000107     03  Trailer-Record-Count   Pic 9(7).
000108     03  Trailer-Total-Price    Pic S9(9)v99.
000109     03  Filler                 Pic X(84).
000110 Fd  Match-Log-File.
000111 01  Match-Log-Record.
000112     03  Log-Date            Pic 9(8).
000113     03  Filler              Pic X.
000114     03  Log-Operator        Pic X(4).
000115     03  Filler              Pic X.
000116     03  Log-Decision        Pic X(8).
000117     03  Filler              Pic X.
000118     03  Log-Item            Pic X(12).
000119     03  Filler              Pic X.
000120     03  Log-Trans-Data      Pic X(110).
000121 Fd  Item-File.
000122 01  Item-Record.
000123     03  Item-Number                 Pic X(12).
000124     03  Item-Dealer-Number          Pic X(8).
000125     03  Item-Description            Pic X(40).
000126     03  Item-Tag-Price              Pic 9(5)v99.
000127     03  Item-Date-Consigned         Pic 9(8).
000128     03  Item-Status-Code            Pic X.
000129         88  Item-Available  Value "A".
000130         88  Item-Sold       Value "S".
000131     03  Filler                      Pic X(40).
000132 Fd  Dealer-File.
000133 01  Dealer-Record.
000134     03  Dealer-Number       Pic X(8).
000135     03  Dealer-Name.
000136         05  Last-Name   Pic X(25).
000137         05  First-Name  Pic X(15).
000138         05  Middle-Name Pic X(10).
000139     03  Filler              Pic X(418).
000140 Fd  Current-Operator-File.
000141 01  Current-Operator-Record.
000142     03  Curr-Oper-Id        Pic X(4).
000143     03  Filler              Pic X.
000144     03  Curr-Oper-Level     Pic 9.
000145 Working-Storage Section.
000146 01  Keyboard-Status.
000147     03  Accept-Status Pic 9.
000148     03  Function-Key  Pic X.
000149         88  F1-Pressed Value X"01".
000150         88  F2-Pressed Value X"02".
000151         88  F5-Pressed Value X"05".
000152         88  F6-Pressed Value X"06".
000153     03  System-Use    Pic X.
000154 01  Cursor-Position.
000155     03  Cursor-Row    Pic 9(2) Value 1.
000156     03  Cursor-Column Pic 9(2) Value 1.
000157 01  WS-Trans-File          Pic X(40) Value "Trans.Txt".
000158 01  Untagged-Queue-Status  Pic XX Value Spaces.
000159     88  Untagged-Queue-Success Value "00" Thru "09".
000160 01  Untagged-Out-Status    Pic XX Value Spaces.
000161 01  Trans-File-Status      Pic XX Value Spaces.
000162 01  Match-Log-Status       Pic XX Value Spaces.
000163 01  Item-Status            Pic XX Value Spaces.
000164     88  Item-Success       Value "00" Thru "09".
000165 01  Dealer-Status          Pic XX Value Spaces.
000166     88  Dealer-Success     Value "00" Thru "09".
000167 01  Current-Operator-Status Pic XX Value Spaces.
000168 01  Current-Operator       Pic X(4) Value Spaces.
000169 01  Current-Oper-Level     Pic 9 Value Zeros.
000170 01  Sale-Loaded-Flag       Pic X Value Spaces.
000171     88  Sale-Loaded        Value "Y".
000172 01  File-Done-Flag         Pic X Value Spaces.
000173     88  File-Done          Value "Y".
000174 01  Item-Scan-Done-Flag    Pic X Value Spaces.
000175     88  Item-Scan-Done     Value "Y".
000176 01  Item-Chosen-Flag       Pic X Value Spaces.
000177     88  Item-Chosen        Value "Y".
000178 01  Matched-Count          Pic 9(5) Value Zeros.
000179 01  Unmatched-Released     Pic 9(5) Value Zeros.
000180 01  Carried-Count          Pic 9(5) Value Zeros.
000181 01  Release-Batch-Count    Pic 9(7) Value Zeros.
000182 01  Release-Batch-Total    Pic S9(9)v99 Value Zeros.
000183 01  Decision-Work          Pic X(8) Value Spaces.
000184 01  Matched-Item           Pic X(12) Value Spaces.
000185 01  Error-Message          Pic X(60) Value Spaces.
000186* Items Tagged Within This Percentage Of The Quoted Price, Or
000187* Within The Minimum Dollar Band On Cheap Items, Are Listed
000188 01  Match-Tolerance-Pct    Pic 9(3) Value 25.
000189 01  Minimum-Tolerance      Pic 9(3)v99 Value 5.00.
000190 01  Tolerance-Amount       Pic 9(7)v99 Value Zeros.
000191 01  Unit-Quoted-Price      Pic 9(7)v99 Value Zeros.
000192 01  Price-Difference       Pic S9(7)v99 Value Zeros.
000193* The Ten Closest Items, Nearest Price First
000194 01  Candidate-Count        Pic 9(2) Value Zeros.
000195 01  Candidate-Slot         Pic 9(2) Value Zeros.
000196 01  Candidate-Table-Area.
000197     03  Candidate-Entry Occurs 10 Times.
000198         05  Cand-Item          Pic X(12).
000199         05  Cand-Description   Pic X(30).
000200         05  Cand-Tag-Price     Pic 9(5)v99.
000201         05  Cand-Consigned     Pic 9(8).
000202         05  Cand-Difference    Pic 9(7)v99.
000203 01  Candidate-Line-Area.
000204     03  Candidate-Line Pic X(77) Occurs 10 Times.
000205 01  Candidate-Work.
000206     03  Work-Choice         Pic Z9.
000207     03  Filler              Pic X(2) Value Spaces.
000208     03  Work-Item           Pic X(12).
000209     03  Filler              Pic X Value Space.
000210     03  Work-Description    Pic X(30).
000211     03  Filler              Pic X Value Space.
000212     03  Work-Tag-Price      Pic ZZ,ZZ9.99.
000213     03  Filler              Pic X Value Space.
000214     03  Work-Consigned      Pic 99/99/9999.
000215     03  Filler              Pic X Value Space.
000216     03  Work-Difference     Pic Z,ZZ9.99.
000217 01  Work-Record.
000218     03  Entry-Choice        Pic 9(2).
000219     03  Entry-Item          Pic X(12).
000220 01  Show-Price             Pic ZZ,ZZZ.99- Value Zeros.
000221 01  Show-Qty               Pic ZZ9 Value Zeros.
000222 01  Dealer-Name-Display    Pic X(40) Value Spaces.
000223 01  Date-And-Time-Area.
000224     03  Work-Date           Pic 9(6).
000225     03  Work-Date-X         Redefines Work-Date.
000226         05  Date-YY         Pic 99.
000227         05  Date-MM         Pic 99.
000228         05  Date-DD         Pic 99.
000229     03  Work-Time           Pic 9(8).
000230 01  Today-MMDDYYYY.
000231     03  Today-MM            Pic 99.
000232     03  Today-DD            Pic 99.
000233     03  Today-YYYY          Pic 9(4).
000234 01  Today-MMDDYYYY-N Redefines Today-MMDDYYYY Pic 9(8).
000235 Screen Section.
000236 01  Research-Screen
000237     Blank Screen, Auto
000238     Foreground-Color Is 7,
000239     Background-Color Is 1.
000240     03  Screen-Literal-Group.
000241         05  Line 01 Column 30 Value "Darlene's Treasures"
000242             Highlight Foreground-Color 4 Background-Color 1.
000243         05  Line 03 Column 25 Value "Untagged Sale Research"
000244             Highlight.
000245         05  Line 04 Column 01  Value "Sold: ".
000246         05  Line 04 Column 20  Value "Queued: ".
000247         05  Line 04 Column 40  Value "Receipt: ".
000248         05  Line 05 Column 01  Value "Dealer: ".
000249         05  Line 06 Column 01  Value "Category: ".
000250         05  Line 06 Column 20  Value "Quoted Price: ".
000251         05  Line 06 Column 47  Value "Qty: ".
000252         05  Line 08 Column 01  Value
000253             "No  Item         Description".
000254         05  Line 08 Column 49  Value
000255             "Tag Price Consigned    Off By".
000256         05  Line 19 Column 01  Value "Pick No: ".
000257         05  Line 19 Column 15  Value "Or Item Number: ".
000258         05  Line 22 Column 01  Value
000259             "F1-Exit  F2-Skip  F5-Match Item".
000260         05  Line 23 Column 01  Value
000261             "F6-Release Unmatched (Supervisor)".
000262     03  Display-Group.
000263         05  Line 04 Column 07 Pic 99/99/9999 From Untag-Date.
000264         05  Line 04 Column 28 Pic 99/99/9999
000265             From Untag-Queued-Date.
000266         05  Line 04 Column 49 Pic 9(6) From Untag-Receipt.
000267         05  Line 05 Column 09 Pic X(8) From Untag-Dealer.
000268         05  Line 05 Column 18 Pic X(40)
000269             From Dealer-Name-Display.
000270         05  Line 06 Column 11 Pic X(4) From Untag-Type.
000271         05  Line 06 Column 34 Pic X(11) From Show-Price.
000272         05  Line 06 Column 52 Pic ZZ9 From Show-Qty.
000273         05  Line 09 Column 01 Pic X(77) From Candidate-Line (1).
000274         05  Line 10 Column 01 Pic X(77) From Candidate-Line (2).
000275         05  Line 11 Column 01 Pic X(77) From Candidate-Line (3).
000276         05  Line 12 Column 01 Pic X(77) From Candidate-Line (4).
000277         05  Line 13 Column 01 Pic X(77) From Candidate-Line (5).
000278         05  Line 14 Column 01 Pic X(77) From Candidate-Line (6).
000279         05  Line 15 Column 01 Pic X(77) From Candidate-Line (7).
000280         05  Line 16 Column 01 Pic X(77) From Candidate-Line (8).
000281         05  Line 17 Column 01 Pic X(77) From Candidate-Line (9).
000282         05  Line 18 Column 01 Pic X(77)
000283             From Candidate-Line (10).
000284     03  Reverse-Video-Group Reverse-Video.
000285         05  Line 19 Column 10 Pic Z9 Using Entry-Choice.
000286         05  Line 19 Column 31 Pic X(12) Using Entry-Item.
000287     03  Highlight-Display Highlight.
000288         05  Line 20 Column 01 Pic X(60) From Error-Message
000289             Foreground-Color 5 Background-Color 1.
000290 Procedure Division.
000291 Chapt24o-Start.
000292     Perform Load-Current-Operator
000293     Open Input Untagged-Queue-File
000294     If Not Untagged-Queue-Success
000295        Display "No Untagged Sales To Research"
000296        Stop Run
000297     End-If
000298     Open I-O Item-File
000299     If Not Item-Success
000300        Display "Unable To Open Item File, Status "
000301                Item-Status
000302        Close Untagged-Queue-File
000303        Stop Run
000304     End-If
000305     Open Input Dealer-File
000306     Open Output Untagged-Out-File
000307     Open Extend Trans-File
000308                 Match-Log-File
000309     Accept Work-Date From Date
000310     Move Date-MM To Today-MM
000311     Move Date-DD To Today-DD
000312     Move 2000 To Today-YYYY
000313     Add Date-YY To Today-YYYY
000314     Perform Read-Next-Sale
000315     Perform Research-One-Sale Until F1-Pressed Or File-Done
000316     If Sale-Loaded
000317        Perform Carry-Forward
000318     End-If
000319     Perform Drain-One-Sale Until File-Done
000320     If Release-Batch-Count > Zero
000321        Perform Write-Release-Trailer
000322     End-If
000323     Close Untagged-Queue-File
000324           Untagged-Out-File
000325           Trans-File
000326           Match-Log-File
000327           Item-File
000328     If Dealer-Success
000329        Close Dealer-File
000330     End-If
000331     Display "Sales Matched      " Matched-Count
000332     Display "Released Unmatched " Unmatched-Released
000333     Display "Carried Forward    " Carried-Count
000334     Display "Open Queue Written To UntagQ.NEW"
000335     Stop Run
000336     .
000337 Research-One-Sale.
000338     Display Research-Screen
000339     Accept Research-Screen
000340     Move Spaces To Error-Message
000341     Evaluate True
000342        When F5-Pressed
000343             Perform Choose-Matched-Item
000344             If Item-Chosen
000345                Perform Match-Sale
000346                Perform Read-Next-Sale
000347             End-If
000348        When F6-Pressed
000349             If Current-Oper-Level < 5
000350                Move "Supervisor Authorization Required"
000351                     To Error-Message
000352             Else
000353                Perform Release-Unmatched
000354                Perform Read-Next-Sale
000355             End-If
000356        When F2-Pressed
000357             Perform Carry-Forward
000358             Perform Read-Next-Sale
000359        When Other
000360             Continue
000361     End-Evaluate
000362     .
000363 Read-Next-Sale.
000364     Move Spaces To Sale-Loaded-Flag
000365     Initialize Work-Record
000366     Read Untagged-Queue-File
000367          At End Set File-Done To True
000368          Not At End
000369             Set Sale-Loaded To True
000370             Move Untag-Price To Show-Price
000371             Move Untag-Qty To Show-Qty
000372             Perform Get-Dealer-Name
000373             Perform Find-Candidates
000374     End-Read
000375     Move "1910" To Cursor-Position
000376     .
000377 Get-Dealer-Name.
000378     Move Spaces To Dealer-Name-Display
000379     If Dealer-Success
000380        Move Untag-Dealer To Dealer-Number
000381        Read Dealer-File
000382             Invalid Key
000383                Move "** Dealer Not On File **"
000384                     To Dealer-Name-Display
000385             Not Invalid Key
000386                String First-Name Delimited By Space
000387                       " "        Delimited By Size
000388                       Last-Name  Delimited By Space
000389                       Into Dealer-Name-Display
000390                End-String
000391        End-Read
000392     End-If
000393     .
000394 Find-Candidates.
000395* The Quoted Price Is For The Whole Line; Tags Are Per Piece
000396     Move Zeros To Candidate-Count
000397     Move Spaces To Candidate-Line-Area
000398     If Untag-Qty > 1
000399        Compute Unit-Quoted-Price Rounded =
000400                Untag-Price / Untag-Qty
000401     Else
000402        Move Untag-Price To Unit-Quoted-Price
000403     End-If
000404     Compute Tolerance-Amount Rounded =
000405             Unit-Quoted-Price * Match-Tolerance-Pct / 100
000406     If Tolerance-Amount < Minimum-Tolerance
000407        Move Minimum-Tolerance To Tolerance-Amount
000408     End-If
000409     Move Spaces To Item-Scan-Done-Flag
000410     Move Untag-Dealer To Item-Dealer-Number
000411     Start Item-File Key = Item-Dealer-Number
000412        Invalid Key
000413           Set Item-Scan-Done To True
000414     End-Start
000415     Perform Check-One-Item Until Item-Scan-Done
000416     Perform Build-Candidate-Line
000417             Varying Candidate-Slot From 1 By 1
000418             Until Candidate-Slot > Candidate-Count
000419     If Candidate-Count = Zero
000420        Move "No Available Items Near The Quoted Price"
000421             To Error-Message
000422     End-If
000423     .
000424 Check-One-Item.
000425     Read Item-File Next Record
000426          At End Set Item-Scan-Done To True
000427          Not At End
000428             If Item-Dealer-Number Not = Untag-Dealer
000429                Set Item-Scan-Done To True
000430             Else
000431                If Item-Available
000432                   Compute Price-Difference =
000433                           Item-Tag-Price - Unit-Quoted-Price
000434                   If Price-Difference < Zero
000435                      Multiply -1 By Price-Difference
000436                   End-If
000437                   If Price-Difference <= Tolerance-Amount
000438                      Perform Insert-Candidate
000439                   End-If
000440                End-If
000441             End-If
000442     End-Read
000443     .
000444 Insert-Candidate.
000445* Keeps The Table In Nearest-Price Order; Once Ten Are Held
000446* A New Item Must Beat The Farthest To Get In
000447     If Candidate-Count < 10
000448        Add 1 To Candidate-Count
000449        Move Candidate-Count To Candidate-Slot
000450     Else
000451        If Price-Difference < Cand-Difference (10)
000452           Move 10 To Candidate-Slot
000453        Else
000454           Move Zeros To Candidate-Slot
000455        End-If
000456     End-If
000457     If Candidate-Slot > Zero
000458        Perform Shift-Candidate-Down
000459                Until Candidate-Slot = 1 Or
000460                      Cand-Difference (Candidate-Slot - 1) <=
000461                      Price-Difference
000462        Move Item-Number Of Item-Record To
000463             Cand-Item (Candidate-Slot)
000464        Move Item-Description To Cand-Description (Candidate-Slot)
000465        Move Item-Tag-Price To Cand-Tag-Price (Candidate-Slot)
000466        Move Item-Date-Consigned To
000466             Cand-Consigned (Candidate-Slot)
000467        Move Price-Difference To Cand-Difference (Candidate-Slot)
000468     End-If
000469     .
000470 Shift-Candidate-Down.
000471     Move Candidate-Entry (Candidate-Slot - 1) To
000472          Candidate-Entry (Candidate-Slot)
000473     Subtract 1 From Candidate-Slot
000474     .
000475 Build-Candidate-Line.
000476     Move Candidate-Slot To Work-Choice
000477     Move Cand-Item (Candidate-Slot) To Work-Item
000478     Move Cand-Description (Candidate-Slot) To Work-Description
000479     Move Cand-Tag-Price (Candidate-Slot) To Work-Tag-Price
000480     Move Cand-Consigned (Candidate-Slot) To Work-Consigned
000481     Move Cand-Difference (Candidate-Slot) To Work-Difference
000482     Move Candidate-Work To Candidate-Line (Candidate-Slot)
000483     .
000484 Choose-Matched-Item.
000485* A Keyed Item Number Wins Over The Pick Number, So The Clerk
000486* Can Attach An Item Outside The Price Band
000487     Move Spaces To Item-Chosen-Flag Matched-Item
000488     Evaluate True
000489        When Entry-Item Not = Spaces
000490           Move Entry-Item To Matched-Item
000491        When Entry-Choice > Zero And
000492             Entry-Choice <= Candidate-Count
000493           Move Cand-Item (Entry-Choice) To Matched-Item
000494        When Other
000495           Move "Key A Pick Number Or An Item Number"
000496                To Error-Message
000497           Move "1910" To Cursor-Position
000498     End-Evaluate
000499     If Matched-Item Not = Spaces
000500        Move Matched-Item To Item-Number Of Item-Record
000501        Read Item-File
000502             Invalid Key
000503                Move "Item Not On File" To Error-Message
000504                Move "1931" To Cursor-Position
000505             Not Invalid Key
000506                Evaluate True
000507                   When Item-Dealer-Number Not = Untag-Dealer
000508                      Move "Item Belongs To Another Dealer"
000509                           To Error-Message
000510                      Move "1931" To Cursor-Position
000511                   When Not Item-Available
000512                      Move "Item Is Not Available"
000513                           To Error-Message
000514                      Move "1931" To Cursor-Position
000515                   When Other
000516                      Set Item-Chosen To True
000517                End-Evaluate
000518        End-Read
000519     End-If
000520     .
000521 Match-Sale.
000522* The Item Flips Sold Now So It Cannot Be Matched Twice; The
000523* Released Sale Carries Its Number Into The Chapt18d Posting
000524     Set Item-Sold To True
000525     Rewrite Item-Record
000526        Invalid Key
000527           Display "Item Rewrite Error, Status " Item-Status
000528     End-Rewrite
000529     Move Untag-Trans-Data To Trans-Record
000530     Move Matched-Item To Item-Number Of Trans-Record
000531     Perform Release-Sale
000532     Add 1 To Matched-Count
000533     Move "MATCHED" To Decision-Work
000534     Perform Write-Match-Log
000535     .
000536 Release-Unmatched.
000537     Move Untag-Trans-Data To Trans-Record
000538     Move Spaces To Matched-Item
000539     Perform Release-Sale
000540     Add 1 To Unmatched-Released
000541     Move "NOMATCH" To Decision-Work
000542     Perform Write-Match-Log
000543     .
000544 Release-Sale.
000545* The Release Flag Keeps Chapt18d From Queueing An Unmatched
000546* Release Again; The Batch Has No Ticket Header, So The Old
000547* Ticket Number Is Cleared As Chapt18k Does
000548     Move "R" To Release-Flag
000549     Move Zeros To Ticket-Number
000550     Move Space To Ticket-Rec-Type
000551     Write Trans-Record
000552     Add 1 To Release-Batch-Count
000553     Add Untag-Price To Release-Batch-Total
000554     .
000555 Carry-Forward.
000556     Write Untagged-Out-Record From Untagged-Sale-Record
000557     Add 1 To Carried-Count
000558     .
000559 Drain-One-Sale.
000560     Read Untagged-Queue-File
000561          At End Set File-Done To True
000562          Not At End
000563             Perform Carry-Forward
000564     End-Read
000565     .
000566 Write-Release-Trailer.
000567     Move Spaces To Trans-Record
000568     Move "TRAILER1" To Trailer-Marker
000569     Move Release-Batch-Count To Trailer-Record-Count
000570     Move Release-Batch-Total To Trailer-Total-Price
000571     Write Trans-Record
000572     .
000573 Write-Match-Log.
000574     Move Spaces To Match-Log-Record
000575     Move Today-MMDDYYYY-N To Log-Date
000576     Move Current-Operator To Log-Operator
000577     Move Decision-Work To Log-Decision
000578     Move Matched-Item To Log-Item
000579     Move Untag-Trans-Data To Log-Trans-Data
000580     Write Match-Log-Record
000581     .
000582 Load-Current-Operator.
000583     Open Input Current-Operator-File
000584     If Current-Operator-Status = "00"
000585        Read Current-Operator-File
000586             At End Continue
000587             Not At End
000588                Move Curr-Oper-Id To Current-Operator
000589                Move Curr-Oper-Level To Current-Oper-Level
000590        End-Read
000591        Close Current-Operator-File
000592     End-If
000593     .
