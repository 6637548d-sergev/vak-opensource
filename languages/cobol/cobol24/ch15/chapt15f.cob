000010 @OPTIONS MAIN,TEST
000020 Identification Division.
000030 Program-Id.  Chapt15f.
000031* Silent Auction Enrollment And Bid Entry
000032* Replaces The Paper Bid Sheets.  A Better Piece Is Enrolled
000033* In An Auction Event With Its Opening Bid, The Dealer's
000034* Reserve, The Bid Increment And The Close Date And Time; The
000035* Item Comes Off The Floor (Status U) While The Lot Is Open.
000036* Bids Are Taken Against A Customer Number With The Increment
000037* Enforced, And Every Accepted Bid Is Kept In AuctBid.TXT.
000038* Chapt15g Closes The Event And Releases The Winning Sales
000039 Environment Division.
000040 Configuration Section.
000041 Source-Computer.  IBM-PC.
000042 Object-Computer.  IBM-PC.
000043 Special-Names.
000044     Crt Status Is Keyboard-Status
000045     Cursor Is Cursor-Position.
000046 Input-Output  Section.
000047 File-Control.
000048     Select Optional Auction-File Assign To "AuctItem.Dat"
000049         Organization Indexed
000050         Access Dynamic
000051         Record Key Auction-Key
000052         Alternate Record Key Auction-Item-Number
000053             With Duplicates
000054            Lock Mode Is Manual With Lock On Record
000055         File Status Auction-Status.
000056     Select Optional Item-File Assign To WS-Item-File
000057         Organization Indexed
000058         Access Dynamic
000059         Record Key Item-Number Of Item-Record
000060         Alternate Record Key Item-Dealer-Number Of Item-Record
000061             With Duplicates
000062            Lock Mode Is Manual With Lock On Record
000063         File Status Item-Status.
000064     Select Optional Customer-File Assign To WS-Customer-File
000065         Organization Indexed
000066         Access Random
000067         Record Key Customer-Number Of Customer-Record
000068         File Status Customer-Status.
000069     Select Optional Auction-Bid-File Assign To "AuctBid.TXT"
000070         Organization Is Line Sequential
000071         File Status  Is Auction-Bid-Status.
000072     Select Optional Quiesce-File Assign To "Quiesce.TXT"
000073         Organization Is Line Sequential
000074         File Status  Is Quiesce-File-Status.
000075     Select Optional Online-Use-File Assign To "OnlUse.TXT"
000076         Organization Is Line Sequential
000077         File Status  Is Online-Use-Status.
000078     Select Optional Current-Operator-File Assign To
000079                     "CurrOper.TXT"
000080         Organization Is Line Sequential
000081         File Status  Is Current-Operator-Status.
000082 Data Division.
000083 File Section.
000084 Fd  Auction-File.
000085 Copy "auction.cpy".
000086 Fd  Item-File.
000087 01  Item-Record.
000088     03  Item-Number                 Pic X(12).
000089     03  Item-Dealer-Number          Pic X(8).
000090     03  Item-Description            Pic X(40).
000091     03  Item-Tag-Price              Pic 9(5)v99.
000092     03  Item-Date-Consigned         Pic 9(8).
000093     03  Item-Status-Code            Pic X Value "A".
000094         88  Item-Available  Value "A".
000095         88  Item-In-Auction Value "U".
000096     03  Filler                      Pic X(10).
000097     03  Item-Category               Pic X(4).
000098     03  Filler                      Pic X(26).
000099 Fd  Customer-File.
000100 01  Customer-Record.
000101     03  Customer-Number     Pic X(8).
000102     03  Customer-Name.
000103         05  Last-Name       Pic X(25).
000104         05  First-Name      Pic X(15).
000105         05  Middle-Name     Pic X(10).
000106     03  Filler              Pic X(216).
000107 Fd  Auction-Bid-File.
000108 Copy "auctbid.cpy".
000109 Fd  Quiesce-File.
000110 01  Quiesce-Record          Pic X(8).
000111 Fd  Online-Use-File.
000112 01  Online-Use-Record.
000113     03  Use-Action          Pic X(5).
000114     03  Filler              Pic X.
000115     03  Use-Program         Pic X(8).
000116     03  Filler              Pic X.
000117     03  Use-Stamp           Pic 9(14).
000118 Fd  Current-Operator-File.
000119 01  Current-Operator-Record.
000120     03  Curr-Oper-Id        Pic X(4).
000121     03  Filler              Pic X.
000122     03  Curr-Oper-Level     Pic 9.
000123 Working-Storage Section.
000124 01  Current-Operator-Status Pic XX Value Spaces.
000125 01  Current-Operator       Pic X(4) Value Spaces.
000126 01  Quiesce-File-Status    Pic XX Value Spaces.
000127 01  Online-Use-Status      Pic XX Value Spaces.
000128 01  Quiesce-Active-Flag    Pic X Value Space.
000129     88  Quiesce-Active     Value "Y".
000130 01  Online-Stamp-Date      Pic 9(6) Value Zeros.
000131 01  Online-Stamp-Time      Pic 9(8) Value Zeros.
000132 01  Keyboard-Status.
000133     03  Accept-Status Pic 9.
000134     03  Function-Key  Pic X.
000135         88  F1-Pressed Value X"01".
000136         88  F2-Pressed Value X"02".
000137         88  F3-Pressed Value X"03".
000138         88  F4-Pressed Value X"04".
000139         88  F5-Pressed Value X"05".
000140         88  F6-Pressed Value X"06".
000141     03  System-Use    Pic X.
000142 01  Cursor-Position.
000143     03  Cursor-Row    Pic 9(2) Value 1.
000144     03  Cursor-Column Pic 9(2) Value 1.
000145 01  WS-Item-File           Pic X(40) Value "Item.Dat".
000146 01  WS-Customer-File       Pic X(40) Value "Customer.Dat".
000147 01  WS-Env-Override        Pic X(40) Value Spaces.
000148 01  Auction-Status         Pic XX Value Spaces.
000149     88  Auction-Success    Value "00" Thru "09".
000150 01  Item-Status            Pic XX Value Spaces.
000151     88  Item-Success       Value "00" Thru "09".
000152 01  Customer-Status        Pic XX Value Spaces.
000153     88  Customer-Success   Value "00" Thru "09".
000154 01  Auction-Bid-Status     Pic XX Value Spaces.
000155 01  Error-Message          Pic X(60) Value Spaces.
000156 01  Found-Flag             Pic X Value Spaces.
000157     88  Lot-Found          Value "Y".
000158* Used When The Increment Is Left Blank At Enrollment
000159 01  Default-Increment      Pic 9(3)v99 Value 5.00.
000160 01  Bid-Customer-Entry     Pic X(8) Value Spaces.
000161 01  Bid-Amount-Entry       Pic 9(5)v99 Value Zeros.
000162 01  Bidder-Name            Pic X(41) Value Spaces.
000163 01  Minimum-Next-Bid       Pic 9(5)v99 Value Zeros.
000164 01  Item-Tag-Display       Pic 9(5)v99 Value Zeros.
000165 01  Days-To-Close          Pic S9(7) Value Zeros.
000166 01  Date-And-Time-Area.
000167     03  Work-Date           Pic 9(6).
000168     03  Work-Date-X         Redefines Work-Date.
000169         05  Date-YY         Pic 99.
000170         05  Date-MM         Pic 99.
000171         05  Date-DD         Pic 99.
000172     03  Work-Time           Pic 9(8).
000173 01  Today-MMDDYYYY.
000174     03  Today-MM            Pic 99.
000175     03  Today-DD            Pic 99.
000176     03  Today-YYYY          Pic 9(4).
000177 01  Today-MMDDYYYY-N Redefines Today-MMDDYYYY Pic 9(8).
000178* Close And Current Moments As YYYYMMDDHHMM So They Compare
000179 01  Close-Date-Work.
000180     03  Close-MM            Pic 99.
000181     03  Close-DD            Pic 99.
000182     03  Close-YYYY          Pic 9(4).
000183 01  Close-Date-Work-N Redefines Close-Date-Work Pic 9(8).
000184 01  Close-Stamp.
000185     03  Close-Stamp-YYYY    Pic 9(4).
000186     03  Close-Stamp-MM      Pic 99.
000187     03  Close-Stamp-DD      Pic 99.
000188     03  Close-Stamp-HHMM    Pic 9(4).
000189 01  Close-Stamp-N Redefines Close-Stamp Pic 9(12).
000190 01  Now-Stamp.
000191     03  Now-Stamp-YYYY      Pic 9(4).
000192     03  Now-Stamp-MM        Pic 99.
000193     03  Now-Stamp-DD        Pic 99.
000194     03  Now-Stamp-HHMM      Pic 9(4).
000195 01  Now-Stamp-N Redefines Now-Stamp Pic 9(12).
000196 Screen Section.
000197 01  Data-Entry-Screen
000198     Blank Screen, Auto
000199     Foreground-Color Is 7,
000200     Background-Color Is 1.
000201*
000202     03  Screen-Literal-Group.
000203         05  Line 01 Column 30 Value "Darlene's Treasures"
000204             Highlight Foreground-Color 4 Background-Color 1.
000205         05  Line 03 Column 25
000206             Value "Silent Auction Lots And Bids" Highlight.
000207         05  Line 4  Column 01  Value "Event Code: ".
000208         05  Line 4  Column 30  Value "Item Number: ".
000209         05  Line 5  Column 01  Value "Description: ".
000210         05  Line 6  Column 01  Value "Dealer: ".
000211         05  Line 6  Column 30  Value "Category: ".
000212         05  Line 6  Column 50  Value "Tag Price: ".
000213         05  Line 8  Column 01  Value "Opening Bid: ".
000214         05  Line 8  Column 30  Value "Reserve: ".
000215         05  Line 8  Column 50  Value "Increment: ".
000216         05  Line 9  Column 01  Value "Close Date: ".
000217         05  Line 9  Column 30  Value "Close Time: ".
000218         05  Line 9  Column 50  Value "(MMDDYYYY / HHMM)".
000219         05  Line 11 Column 01  Value "High Bid: ".
000220         05  Line 11 Column 30  Value "High Bidder: ".
000221         05  Line 11 Column 55  Value "Bids: ".
000222         05  Line 11 Column 66  Value "Status: ".
000223         05  Line 12 Column 01  Value "Next Minimum Bid: ".
000224         05  Line 14 Column 01  Value "Bidder Customer: ".
000225         05  Line 14 Column 30  Value "Bid Amount: ".
000226         05  Line 15 Column 01  Value "Bidder Name: ".
000227         05  Line 17 Column 01  Value
000228             "Reserve Of Zero Means No Reserve.  Status: O Open, W
000229-            " Won, N Not Sold, X Withdrawn".
000230         05  Line 22 Column 01  Value
000231             "F1-Exit  F2-Enroll Lot  F3-Find Lot  F4-Clear".
000232         05  Line 23 Column 01  Value
000233             "F5-Record Bid  F6-Withdraw Lot".
000234     03  Reverse-Video-Group Reverse-Video.
000235         05  Line 4  Column 13 Pic X(4)  Using Auction-Event.
000236         05  Line 4  Column 43 Pic X(12)
000237             Using Auction-Item-Number.
000238         05  Line 5  Column 14 Pic X(40)
000239             From Auction-Description.
000240         05  Line 6  Column 09 Pic X(8)  From Auction-Dealer.
000241         05  Line 6  Column 40 Pic X(4)  From Auction-Category.
000242         05  Line 6  Column 61 Pic ZZ,ZZZ.99
000243             From Item-Tag-Display Blank When Zero.
000244         05  Line 8  Column 14 Pic ZZ,ZZZ.99
000245             Using Auction-Opening-Bid Blank When Zero.
000246         05  Line 8  Column 39 Pic ZZ,ZZZ.99
000247             Using Auction-Reserve Blank When Zero.
000248         05  Line 8  Column 61 Pic ZZZ.99
000249             Using Auction-Increment Blank When Zero.
000250         05  Line 9  Column 13 Pic 9(8)
000251             Using Auction-Close-Date Blank When Zero.
000252         05  Line 9  Column 42 Pic 9(4)
000253             Using Auction-Close-Time.
000254         05  Line 11 Column 11 Pic ZZ,ZZZ.99
000255             From Auction-High-Bid Blank When Zero.
000256         05  Line 11 Column 43 Pic X(8)
000257             From Auction-High-Bidder.
000258         05  Line 11 Column 61 Pic ZZ9
000259             From Auction-Bid-Count.
000260         05  Line 11 Column 74 Pic X
000261             From Auction-Status-Code.
000262         05  Line 12 Column 19 Pic ZZ,ZZZ.99
000263             From Minimum-Next-Bid Blank When Zero.
000264         05  Line 14 Column 18 Pic X(8)
000265             Using Bid-Customer-Entry.
000266         05  Line 14 Column 42 Pic ZZ,ZZZ.99
000267             Using Bid-Amount-Entry Blank When Zero.
000268         05  Line 15 Column 14 Pic X(41)
000269             From Bidder-Name.
000270     03  Highlight-Display Highlight.
000271         05  Line 20 Column 01 Pic X(60) From Error-Message
000272             Foreground-Color 5 Background-Color 1.
000273 Procedure Division.
000274 Chapt15f-Start.
000275     Perform Check-Quiesce-And-Register
000276     If Quiesce-Active
000277        Stop Run
000278     End-If
000279     Perform Load-Current-Operator
000280     Perform Get-File-Parameters
000281     Perform Open-Files
000282     Perform Clear-Screen
000283     Perform Process-Screen Until F1-Pressed
000284     Perform Close-Files
000285     Perform Mark-Online-Close
000286     Stop Run
000287     .
000288 Process-Screen.
000289     Display Data-Entry-Screen
000290     Accept Data-Entry-Screen
000291     Move Spaces To Error-Message
000292     Inspect Auction-Event Converting
000293             "abcdefghijklmnopqrstuvwxyz" To
000294             "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
000295     Evaluate True
000296        When F2-Pressed
000297             Perform Enroll-Lot
000298        When F3-Pressed
000299             Perform Find-Lot
000300        When F4-Pressed
000301             Perform Clear-Screen
000302        When F5-Pressed
000303             Perform Record-Bid
000304        When F6-Pressed
000305             Perform Withdraw-Lot
000306        When Other
000307             Continue
000308     End-Evaluate
000309     .
000310 Enroll-Lot.
000311     Evaluate True
000312        When Auction-Event = Spaces
000313             Move "Event Code is required" To Error-Message
000314             Move "0413" To Cursor-Position
000315        When Auction-Item-Number = Spaces
000316             Move "Item Number is required" To Error-Message
000317             Move "0443" To Cursor-Position
000318        When Auction-Opening-Bid Not > Zero
000319             Move "An Opening Bid is required" To Error-Message
000320             Move "0814" To Cursor-Position
000321        When Auction-Reserve > Zero And
000322             Auction-Reserve < Auction-Opening-Bid
000323             Move "Reserve Cannot Be Below The Opening Bid"
000324                  To Error-Message
000325             Move "0839" To Cursor-Position
000326        When Other
000327             Perform Validate-Close-Moment
000328             If Error-Message = Spaces
000329                Perform Enroll-Available-Item
000330             End-If
000331     End-Evaluate
000332     .
000333 Validate-Close-Moment.
000334     Move Auction-Close-Date To Close-Date-Work-N
000335     Evaluate True
000336        When Close-MM < 1 Or Close-MM > 12 Or
000337             Close-DD < 1 Or Close-DD > 31 Or
000338             Close-YYYY < 2000
000339             Move "Close Date Must Be A Valid MMDDYYYY Date"
000340                  To Error-Message
000341             Move "0913" To Cursor-Position
000342        When Auction-Close-Time (1:2) > "23" Or
000343             Auction-Close-Time (3:2) > "59"
000344             Move "Close Time Must Be HHMM On The 24-Hour Clock"
000345                  To Error-Message
000346             Move "0942" To Cursor-Position
000347        When Other
000348             Perform Set-Now-And-Close-Stamps
000349             If Close-Stamp-N Not > Now-Stamp-N
000350                Move "Close Date And Time Must Be In The Future"
000351                     To Error-Message
000352                Move "0913" To Cursor-Position
000353             End-If
000354     End-Evaluate
000355     .
000356 Enroll-Available-Item.
000357     Move Auction-Item-Number To Item-Number Of Item-Record
000358     Read Item-File
000359          Invalid Key
000360             Move "Item Not Found On Item File" To Error-Message
000361          Not Invalid Key
000362             If Not Item-Available
000363                Move "Item Is Not Available For The Auction"
000364                     To Error-Message
000365             Else
000366                Perform Write-New-Lot
000367             End-If
000368     End-Read
000369     .
000370 Write-New-Lot.
000371     Move Item-Dealer-Number To Auction-Dealer
000372     Move Item-Category To Auction-Category
000373     Move Item-Description To Auction-Description
000374     Move Item-Tag-Price To Item-Tag-Display
000375     If Auction-Increment = Zeros
000376        Move Default-Increment To Auction-Increment
000377     End-If
000378     Move Zeros To Auction-High-Bid Auction-Bid-Count
000379                   Auction-Closed-Date
000380     Move Spaces To Auction-High-Bidder
000381     Set Auction-Open To True
000382     Write Auction-Record
000383        Invalid Key
000384           Move "Item Is Already Enrolled In This Event"
000385                To Error-Message
000386        Not Invalid Key
000387* Off The Floor While The Bid Sheet Is Open
000388           Set Item-In-Auction To True
000389           Rewrite Item-Record
000390           Set Lot-Found To True
000391           Move Auction-Opening-Bid To Minimum-Next-Bid
000392           Move "Lot Enrolled, Item Held For The Auction"
000393                To Error-Message
000394     End-Write
000395     .
000396 Find-Lot.
000397     Move Spaces To Found-Flag Bidder-Name
000398     Move Zeros To Item-Tag-Display Minimum-Next-Bid
000399     Read Auction-File
000400          Invalid Key
000401             Move "Lot Not Found For This Event And Item"
000402                  To Error-Message
000403          Not Invalid Key
000404             Set Lot-Found To True
000405             Perform Show-Lot-Detail
000406     End-Read
000407     .
000408 Show-Lot-Detail.
000409     If Auction-Bid-Count = Zeros
000410        Move Auction-Opening-Bid To Minimum-Next-Bid
000411     Else
000412        Compute Minimum-Next-Bid =
000413                Auction-High-Bid + Auction-Increment
000414     End-If
000415     If Item-Success
000416        Move Auction-Item-Number To Item-Number Of Item-Record
000417        Read Item-File
000418             Invalid Key Continue
000419             Not Invalid Key
000420                Move Item-Tag-Price To Item-Tag-Display
000421        End-Read
000422     End-If
000423     .
000424 Record-Bid.
000425     Evaluate True
000426        When Not Lot-Found
000427             Move "Find the lot first (F3)" To Error-Message
000428        When Not Auction-Open
000429             Move "Bidding Is Closed On This Lot" To Error-Message
000430        When Bid-Customer-Entry = Spaces
000431             Move "Bidder Customer Number is required"
000432                  To Error-Message
000433             Move "1418" To Cursor-Position
000434        When Bid-Customer-Entry = Auction-High-Bidder
000435             Move "This Customer Already Holds The High Bid"
000436                  To Error-Message
000437             Move "1418" To Cursor-Position
000438        When Bid-Amount-Entry < Minimum-Next-Bid
000439             Move "Bid Is Below The Next Minimum Bid"
000440                  To Error-Message
000441             Move "1442" To Cursor-Position
000442        When Other
000443             Perform Set-Now-And-Close-Stamps
000444             If Now-Stamp-N Not < Close-Stamp-N
000445                Move "Bidding Closed At The Posted Close Time"
000446                     To Error-Message
000447             Else
000448                Perform Validate-Bidder
000449                If Error-Message = Spaces
000450                   Perform Accept-The-Bid
000451                End-If
000452             End-If
000453     End-Evaluate
000454     .
000455 Validate-Bidder.
000456     Move Spaces To Bidder-Name
000457     If Not Customer-Success
000458        Move "Customer File Not Available - No Bids Taken"
000459             To Error-Message
000460     Else
000461        Move Bid-Customer-Entry To
000462             Customer-Number Of Customer-Record
000463        Read Customer-File
000464             Invalid Key
000465                Move "Invalid Customer Number Entered"
000466                     To Error-Message
000467                Move "1418" To Cursor-Position
000468             Not Invalid Key
000469                String First-Name Delimited By Space
000470                       " "        Delimited By Size
000471                       Last-Name  Delimited By Space
000472                       Into Bidder-Name
000473                End-String
000474        End-Read
000475     End-If
000476     .
000477 Accept-The-Bid.
000478* Re-Read With The Lock So Two Clerks Cannot Both Take The
000479* Same Next Bid Off The Sheet
000480     Read Auction-File With Lock
000481          Invalid Key
000482             Move "Lot Not Found For This Event And Item"
000483                  To Error-Message
000484     End-Read
000485     If Error-Message = Spaces
000486        Perform Show-Lot-Detail
000487        If Bid-Amount-Entry < Minimum-Next-Bid
000488           Move "Outbid Meanwhile - Next Minimum Bid Has Risen"
000489                To Error-Message
000490           Unlock Auction-File
000491        Else
000492           Move Bid-Amount-Entry To Auction-High-Bid
000493           Move Bid-Customer-Entry To Auction-High-Bidder
000494           Add 1 To Auction-Bid-Count
000495           Rewrite Auction-Record
000496           Unlock Auction-File
000497           Perform Write-Bid-Row
000498           Perform Show-Lot-Detail
000499           Move Zeros To Bid-Amount-Entry
000500           Move Spaces To Bid-Customer-Entry
000501           Move "Bid Accepted" To Error-Message
000502        End-If
000503     End-If
000504     .
000505 Write-Bid-Row.
000506     Open Extend Auction-Bid-File
000507     Move Spaces To Auction-Bid-Record
000508     Move Auction-Event To Bid-Event
000509     Move Auction-Item-Number To Bid-Item-Number
000510     Move Bid-Customer-Entry To Bid-Customer
000511     Move Bid-Amount-Entry To Bid-Amount
000512     Move Today-MMDDYYYY-N To Bid-Date
000513     Move Work-Time (1:6) To Bid-Time
000514     Move Current-Operator To Bid-Operator
000515     Write Auction-Bid-Record
000516     Close Auction-Bid-File
000517     .
000518 Withdraw-Lot.
000519     Evaluate True
000520        When Not Lot-Found
000521             Move "Find the lot first (F3)" To Error-Message
000522        When Not Auction-Open
000523             Move "Lot Is Not Open" To Error-Message
000524        When Auction-Bid-Count > Zeros
000525             Move "Lot Has Bids - It Must Run To The Close"
000526                  To Error-Message
000527        When Other
000528             Set Auction-Withdrawn To True
000529             Perform Set-Today
000530             Move Today-MMDDYYYY-N To Auction-Closed-Date
000531             Rewrite Auction-Record
000532             Perform Release-Item-To-Floor
000533             Move "Lot Withdrawn, Item Back On The Floor"
000534                  To Error-Message
000535     End-Evaluate
000536     .
000537 Release-Item-To-Floor.
000538     If Item-Success
000539        Move Auction-Item-Number To Item-Number Of Item-Record
000540        Read Item-File
000541             Invalid Key Continue
000542             Not Invalid Key
000543                If Item-In-Auction
000544                   Set Item-Available To True
000545                   Rewrite Item-Record
000546                End-If
000547        End-Read
000548     End-If
000549     .
000550 Clear-Screen.
000551     Initialize Auction-Record
000552     Move Spaces To Found-Flag Bid-Customer-Entry Bidder-Name
000553     Move Zeros To Bid-Amount-Entry Minimum-Next-Bid
000554                   Item-Tag-Display
000555     Move 1 To Cursor-Row Cursor-Column
000556     .
000557 Set-Today.
000558     Accept Work-Date From Date
000559     Accept Work-Time From Time
000560     Move Date-MM To Today-MM
000561     Move Date-DD To Today-DD
000562     Move 2000 To Today-YYYY
000563     Add Date-YY To Today-YYYY
000564     .
000565 Set-Now-And-Close-Stamps.
000566     Perform Set-Today
000567     Move Today-YYYY To Now-Stamp-YYYY
000568     Move Today-MM To Now-Stamp-MM
000569     Move Today-DD To Now-Stamp-DD
000570     Move Work-Time (1:4) To Now-Stamp-HHMM
000571     Move Auction-Close-Date To Close-Date-Work-N
000572     Move Close-YYYY To Close-Stamp-YYYY
000573     Move Close-MM To Close-Stamp-MM
000574     Move Close-DD To Close-Stamp-DD
000575     Move Auction-Close-Time To Close-Stamp-HHMM
000576     .
000577 Open-Files.
000578     Open I-O Auction-File
000579     If Auction-Status = "35"
000580        Open Output Auction-File
000581        Close Auction-File
000582        Open I-O Auction-File
000583     End-If
000584     Open I-O Item-File
000585     Open Input Customer-File
000586     .
000587 Close-Files.
000588     Close Auction-File
000589     If Item-Success
000590        Close Item-File
000591     End-If
000592     If Customer-Success
000593        Close Customer-File
000594     End-If
000595     .
000596 Get-File-Parameters.
000597     Move Spaces To WS-Env-Override
000598     Accept WS-Env-Override From Environment "ITEM_FILE"
000599        On Exception
000600           Continue
000601     End-Accept
000602     If WS-Env-Override Not = Spaces
000603        Move WS-Env-Override To WS-Item-File
000604     End-If
000605     Move Spaces To WS-Env-Override
000606     Accept WS-Env-Override From Environment "CUSTOMER_FILE"
000607        On Exception
000608           Continue
000609     End-Accept
000610     If WS-Env-Override Not = Spaces
000611        Move WS-Env-Override To WS-Customer-File
000612     End-If
000613     .
000614 Check-Quiesce-And-Register.
000615* The Nightly Driver Sets The Quiesce Flag; Online Entry
000616* Stands Down While It Is Active
000617     Open Input Quiesce-File
000618     If Quiesce-File-Status = "00"
000619        Read Quiesce-File
000620             At End Continue
000621             Not At End
000622                If Quiesce-Record = "ACTIVE"
000623                   Set Quiesce-Active To True
000624                End-If
000625        End-Read
000626        Close Quiesce-File
000627     End-If
000628     If Quiesce-Active
000629        Display "Nightly Processing Is Running - Try Later"
000630     Else
000631        Open Extend Online-Use-File
000632        Move "OPEN" To Use-Action
000633        Move "CHAPT15F" To Use-Program
000634        Perform Stamp-Online-Use
000635     End-If
000636     .
000637 Mark-Online-Close.
000638     If Not Quiesce-Active
000639        Move "CLOSE" To Use-Action
000640        Perform Stamp-Online-Use
000641        Close Online-Use-File
000642     End-If
000643     .
000644 Stamp-Online-Use.
000645     Accept Online-Stamp-Date From Date
000646     Accept Online-Stamp-Time From Time
000647     Move Online-Stamp-Date To Use-Stamp (1:6)
000648     Move Online-Stamp-Time To Use-Stamp (7:8)
000649     Write Online-Use-Record
000650     .
000651 Load-Current-Operator.
000652* The Menu Records The Signed-On Operator In CurrOper.TXT
000653     Open Input Current-Operator-File
000654     If Current-Operator-Status = "00"
000655        Read Current-Operator-File
000656             At End Continue
000657             Not At End
000658                Move Curr-Oper-Id To Current-Operator
000659        End-Read
000660        Close Current-Operator-File
000661     End-If
000662     .
