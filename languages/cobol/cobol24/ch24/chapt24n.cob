000010 @OPTIONS MAIN,TEST
000020 Identification Division.
000030 Program-Id.  Chapt24n.
000031* Customer Purchase History Inquiry
000032* "I Bought The Matching Chair Here Last Spring": Call Up The
000033* Customer By Number Or By Name And Page Through Everything
000034* They Bought - The SalesHst.Dat Sales History Plus Today's
000035* Transaction File - Newest First, With The Receipt, Item,
000036* Dealer, Price And Tender.  Open Layaways, Open Want-List
000037* Entries And The Loyalty Points Balance Show Alongside
000038 Environment Division.
000039 Configuration Section.
000040 Special-Names.
000041       Crt Status Is Keyboard-Status
000042       Cursor Is Cursor-Position.
000043 Source-Computer.  IBM-PC.
000044 Object-Computer.  IBM-PC.
000045 Input-Output  Section.
000046 File-Control.
000047     Select Customer-File Assign To "Customer.Dat"
000048            Organization Indexed
000049            Access Dynamic
000050            Record Key Customer-Number
000051            Alternate Record Key Customer-Name
000052            File Status Customer-Status.
000053     Select Optional Item-File Assign To "Item.Dat"
000054            Organization Indexed
000055            Access Random
000056            Record Key Item-Number Of Item-Record
000057            Alternate Record Key Item-Dealer-Number
000058                With Duplicates
000059            File Status Item-Status.
000060     Select Optional Layaway-File Assign To "Layaway.Dat"
000061            Organization Indexed
000062            Access Dynamic
000063            Record Key Layaway-Number
000064            Alternate Record Key Layaway-Item-Number
000065                With Duplicates
000066            File Status Layaway-Status.
000067     Select Optional Sales-History-File Assign To "SalesHst.Dat"
000067            Organization Indexed
000067            Access Dynamic
000067            Record Key SH-Key
000067            Alternate Record Key SH-Item
000067                With Duplicates
000067            Alternate Record Key SH-Customer
000067                With Duplicates
000067            Alternate Record Key SH-Receipt
000067                With Duplicates
000067            File Status Sales-History-Status.
000070     Select Optional Trans-File Assign To WS-Trans-File
000071         Organization Is Line Sequential
000072         File Status  Is Trans-File-Status.
000073     Select Optional Want-List-File Assign To "WantList.TXT"
000074         Organization Is Line Sequential
000075         File Status  Is Want-List-Status.
000076 Data Division.
000077 File Section.
000078 Fd  Customer-File.
000079 01  Customer-Record.
000080     03  Customer-Number       Pic X(8).
000081     03  Customer-Name.
000082         05  Last-Name   Pic X(25).
000083         05  First-Name  Pic X(15).
000084         05  Middle-Name Pic X(10).
000085     03  Filler              Pic X(175).
000086     03  Home-Phone          Pic X(20).
000087     03  Mailing-List-Flag   Pic X.
000088     03  Loyalty-Points      Pic 9(7).
000089     03  Filler              Pic X(13).
000090 Fd  Item-File.
000091 01  Item-Record.
000092     03  Item-Number         Pic X(12).
000093     03  Item-Dealer-Number  Pic X(8).
000094     03  Item-Description    Pic X(40).
000095     03  Filler              Pic X(56).
000096 Fd  Layaway-File.
000097 01  Layaway-Record.
000098     03  Layaway-Number          Pic 9(6).
000099     03  Layaway-Item-Number     Pic X(12).
000100     03  Layaway-Dealer          Pic X(8).
000101     03  Layaway-Customer        Pic X(8).
000102     03  Layaway-Category        Pic X(4).
000103     03  Layaway-Date            Pic 9(8).
000104     03  Layaway-Total           Pic 9(5)v99.
000105     03  Layaway-Paid-To-Date    Pic 9(5)v99.
000106     03  Layaway-Last-Paid-Date  Pic 9(8).
000107     03  Layaway-Status-Code     Pic X.
000108         88  Layaway-Open        Value "O".
000109     03  Filler                  Pic X(10).
000110 Fd  Sales-History-File.
000110 Copy "salehist.cpy".
000137 Fd  Trans-File.
000138 01  Trans-Record.
000139     03  Transaction-Date   Pic  9(8).
000140     03  Transaction-Type   Pic  X(4).
000141     03  Transaction-Dealer Pic  X(8).
000142     03  Transaction-Price  Pic S9(7)v99.
000143     03  Transaction-Qty    Pic  9(3).
000144     03  Transaction-Class  Pic  X.
000145         88  Void-Transaction   Value "V".
000146         88  Return-Transaction Value "R".
000147     03  Item-Number        Pic  X(12).
000148     03  Store-Number       Pic  X(4).
000149     03  Receipt-Number     Pic  9(6).
000150     03  Trans-Customer     Pic  X(8).
000151     03  Tender-Type        Pic  X.
000152     03  Trans-Time         Pic  9(6).
000153     03  Trans-Operator     Pic  X(4).
000154     03  Filler             Pic  X(26).
000155     03  Ticket-Number      Pic  9(6).
000156     03  Ticket-Rec-Type    Pic  X.
000157         88  Ticket-Header   Value "H".
000158     03  Filler             Pic  X(3).
000159 01  Trans-Trailer-Record Redefines Trans-Record.
000160     03  Trailer-Marker         Pic X(8).
000161         88  Trans-Trailer      Value "TRAILER1".
000162     03  Filler                 Pic X(102).
000163 Fd  Want-List-File.
000164 01  Want-List-Record.
000165     03  Want-Customer       Pic X(8).
000166     03  Filler              Pic X.
000167     03  Want-Category       Pic X(4).
000168     03  Filler              Pic X.
000169     03  Want-Keywords       Pic X(20).
000170     03  Filler              Pic X.
000171     03  Want-Date           Pic 9(8).
000172     03  Filler              Pic X.
000173     03  Want-Status-Code    Pic X.
000174         88  Want-Open       Value "O".
000175 Working-Storage Section.
000176 01  Keyboard-Status.
000177     03  Accept-Status Pic 9.
000178     03  Function-Key  Pic X.
000179         88  F1-Pressed Value X"01".
000180         88  F2-Pressed Value X"02".
000181         88  F3-Pressed Value X"03".
000182         88  F4-Pressed Value X"04".
000183         88  F5-Pressed Value X"05".
000184         88  F6-Pressed Value X"06".
000185         88  F7-Pressed Value X"07".
000186     03  System-Use    Pic X.
000187 01  Cursor-Position.
000188     03  Cursor-Row    Pic 9(2) Value 1.
000189     03  Cursor-Column Pic 9(2) Value 1.
000190 01  WS-Trans-File          Pic X(40) Value "Trans.Txt".
000191 01  WS-Env-Override        Pic X(40) Value Spaces.
000192 01  Customer-Status        Pic XX Value Spaces.
000193     88  Customer-Success   Value "00" Thru "09".
000194 01  Item-Status            Pic XX Value Spaces.
000195     88  Item-Success       Value "00" Thru "09".
000196 01  Layaway-Status         Pic XX Value Spaces.
000197     88  Layaway-Success    Value "00" Thru "09".
000198 01  Sales-History-Status   Pic XX Value Spaces.
000199     88  Sales-History-Success Value "00" Thru "09".
000200 01  Trans-File-Status      Pic XX Value Spaces.
000201     88  Trans-File-Success Value "00" Thru "09".
000202 01  Want-List-Status       Pic XX Value Spaces.
000203     88  Want-List-Success  Value "00" Thru "09".
000204 01  Scan-Done-Flag         Pic X Value Spaces.
000205     88  Scan-Done          Value "Y".
000206 01  Customer-Found-Flag    Pic X Value Spaces.
000207     88  Customer-Found     Value "Y".
000208 01  Work-Record.
000209     03  Entry-Customer      Pic X(8).
000210     03  Entry-Last-Name     Pic X(25).
000211 01  Customer-Display-Name  Pic X(40) Value Spaces.
000212 01  Points-Display         Pic ZZZ,ZZZ,ZZ9 Value Zeros.
000213* One Entry Per Purchase Line, Oldest First As Read; The
000214* Screen Pages It From The Newest End
000215 01  Buy-Count              Pic 9(3) Value Zeros.
000216 01  Buy-Max                Pic 9(3) Value 300.
000217 01  Buy-Table-Area.
000218     03  Buy-Entry Occurs 300 Times.
000219         05  Buy-Date            Pic 9(8).
000220         05  Buy-Receipt         Pic 9(6).
000221         05  Buy-Item            Pic X(12).
000222         05  Buy-Category        Pic X(4).
000223         05  Buy-Dealer          Pic X(8).
000224         05  Buy-Amount          Pic S9(7)v99.
000225         05  Buy-Tender          Pic X.
000226         05  Buy-Source          Pic X.
000227 01  Line-Date              Pic 9(8) Value Zeros.
000228 01  Line-Receipt           Pic 9(6) Value Zeros.
000229 01  Line-Item              Pic X(12) Value Spaces.
000230 01  Line-Category          Pic X(4) Value Spaces.
000231 01  Line-Dealer            Pic X(8) Value Spaces.
000232 01  Line-Amount            Pic S9(7)v99 Value Zeros.
000233 01  Line-Tender            Pic X Value Space.
000234 01  Line-Source            Pic X Value Space.
000235 01  Top-Row                Pic 9(3) Value 1.
000236 01  Page-Row               Pic 9(2) Value Zeros.
000237 01  Buy-Row                Pic 9(3) Value Zeros.
000238 01  Result-Area.
000239     03  Result-Line Pic X(78) Occurs 10 Times.
000240 01  Result-Work.
000241     03  Result-Date         Pic 99/99/9999.
000242     03  Filler              Pic X Value Space.
000243     03  Result-Receipt      Pic Z(5)9.
000244     03  Filler              Pic X Value Space.
000245     03  Result-Description  Pic X(26).
000246     03  Filler              Pic X Value Space.
000247     03  Result-Dealer       Pic X(8).
000248     03  Filler              Pic X Value Space.
000249     03  Result-Amount       Pic ZZZ,ZZ9.99-.
000250     03  Filler              Pic X Value Space.
000251     03  Result-Tender       Pic X(6).
000252     03  Result-Source       Pic X(5).
000253 01  Layaway-Count          Pic 9(3) Value Zeros.
000254 01  Layaway-Balance        Pic S9(7)v99 Value Zeros.
000255 01  Layaway-Display.
000256     03  Filler              Pic X(15) Value "Open Layaways:".
000257     03  Layaway-Count-Edit  Pic ZZ9.
000258     03  Filler              Pic X(15) Value "  Balance Due:".
000259     03  Layaway-Balance-Edit Pic Z,ZZZ,ZZ9.99.
000260     03  Filler              Pic X(9)  Value "  Latest:".
000261     03  Layaway-Latest      Pic X(12).
000262 01  Layaway-Latest-Date    Pic 9(8) Value Zeros.
000263 01  Layaway-Display-Line   Pic X(78) Value Spaces.
000264 01  Want-Count             Pic 9(3) Value Zeros.
000265 01  Want-Display.
000266     03  Filler              Pic X(12) Value "Open Wants:".
000267     03  Want-Count-Edit     Pic ZZ9.
000268     03  Filler              Pic X(9)  Value "  Latest:".
000269     03  Want-Latest-Category Pic X(4).
000270     03  Filler              Pic X Value Space.
000271     03  Want-Latest-Keywords Pic X(20).
000272 01  Want-Display-Line      Pic X(78) Value Spaces.
000273 01  Error-Message          Pic X(60) Value Spaces.
000274 01  Customers-Viewed       Pic 9(5) Value Zeros.
000275 Screen Section.
000276 01  Data-Entry-Screen
000277     Blank Screen, Auto
000278     Foreground-Color Is 7,
000279     Background-Color Is 1.
000280     03  Screen-Literal-Group.
000281         05  Line 01 Column 30 Value "Darlene's Treasures"
000282             Highlight Foreground-Color 4 Background-Color 1.
000283         05  Line 02 Column 26 Value "Customer Purchase History"
000284             Highlight.
000285         05  Line 04 Column 01  Value "Customer: ".
000286         05  Line 04 Column 21  Value "Last Name: ".
000287         05  Line 05 Column 01  Value "Name: ".
000288         05  Line 05 Column 50  Value "Loyalty Points: ".
000289         05  Line 09 Column 01  Value
000290             "Date       Receipt Item".
000291         05  Line 09 Column 47  Value
000292             "Dealer          Price Tender".
000293         05  Line 22 Column 01  Value
000294             "F1-Exit  F2-Find Number  F3-Find Name  F4-Clear".
000295         05  Line 23 Column 01  Value
000296             "F5-Prior Page  F6-Next Page  F7-Next Name".
000297     03  Reverse-Video-Group Reverse-Video.
000298         05  Line 4 Column 11  Pic X(8) Using Entry-Customer.
000299         05  Line 4 Column 32  Pic X(25) Using Entry-Last-Name.
000300     03  Display-Only-Group.
000301         05  Line 05 Column 07 Pic X(40)
000302             From Customer-Display-Name.
000303         05  Line 05 Column 66 Pic X(11) From Points-Display.
000304         05  Line 06 Column 01 Pic X(78)
000305             From Layaway-Display-Line.
000306         05  Line 07 Column 01 Pic X(78) From Want-Display-Line.
000307         05  Line 10 Column 01 Pic X(78) From Result-Line (1).
000308         05  Line 11 Column 01 Pic X(78) From Result-Line (2).
000309         05  Line 12 Column 01 Pic X(78) From Result-Line (3).
000310         05  Line 13 Column 01 Pic X(78) From Result-Line (4).
000311         05  Line 14 Column 01 Pic X(78) From Result-Line (5).
000312         05  Line 15 Column 01 Pic X(78) From Result-Line (6).
000313         05  Line 16 Column 01 Pic X(78) From Result-Line (7).
000314         05  Line 17 Column 01 Pic X(78) From Result-Line (8).
000315         05  Line 18 Column 01 Pic X(78) From Result-Line (9).
000316         05  Line 19 Column 01 Pic X(78) From Result-Line (10).
000317     03  Blink-Group Highlight Blink.
000318         05  Line 20 Column 01 Pic X(60) From Error-Message.
000319 Procedure Division.
000320 Chapt24n-Start.
000321     Perform Get-File-Parameters
000322     Open Input Customer-File
000323     If Not Customer-Success
000324        Display "Unable To Open Customer File, Status "
000325                Customer-Status
000326        Stop Run
000327     End-If
000328     Open Input Item-File
000329                Layaway-File
000330     Initialize Work-Record
000331     Perform Clear-Customer
000332     Perform Process-Screen Until F1-Pressed
000333     Close Customer-File
000334     If Item-Success
000335        Close Item-File
000336     End-If
000337     If Layaway-Success
000338        Close Layaway-File
000339     End-If
000340     Display "Customers Viewed " Customers-Viewed
000341     Stop Run
000342     .
000343 Process-Screen.
000344     Display Data-Entry-Screen
000345     Accept Data-Entry-Screen
000346     Move Spaces To Error-Message
000347     Evaluate True
000348        When F2-Pressed
000349           Perform Find-By-Number
000350        When F3-Pressed
000351           Perform Find-By-Name
000352        When F4-Pressed
000353           Initialize Work-Record
000354           Perform Clear-Customer
000355           Move 1 To Cursor-Row Cursor-Column
000356        When F5-Pressed
000357           If Top-Row > 10
000358              Subtract 10 From Top-Row
000359           Else
000360              Move "Already At The Newest Purchases"
000361                   To Error-Message
000362           End-If
000363           Perform Fill-Result-Page
000364        When F6-Pressed
000365           If Top-Row + 10 <= Buy-Count
000366              Add 10 To Top-Row
000367           Else
000368              Move "No Older Purchases To Show" To Error-Message
000369           End-If
000370           Perform Fill-Result-Page
000371        When F7-Pressed
000372           Perform Next-By-Name
000373        When Other
000374           Continue
000375     End-Evaluate
000376     .
000377 Find-By-Number.
000378     Perform Clear-Customer
000379     If Entry-Customer = Spaces
000380        Move "Key The Customer Number" To Error-Message
000381     Else
000382        Move Entry-Customer To Customer-Number
000383        Read Customer-File
000384             Invalid Key
000385                Move "Customer Not On File" To Error-Message
000386             Not Invalid Key
000387                Perform Show-Customer
000388        End-Read
000389     End-If
000390     .
000391 Find-By-Name.
000392* Positions On The Customer-Name Alternate Key; F7 Walks On
000393* To The Next Customer In Name Order
000394     Perform Clear-Customer
000395     Inspect Entry-Last-Name Converting
000396             "abcdefghijklmnopqrstuvwxyz" To
000397             "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
000398     If Entry-Last-Name = Spaces
000399        Move "Key The Last Name" To Error-Message
000400     Else
000401        Move Spaces To Customer-Name
000402        Move Entry-Last-Name To Last-Name
000403        Start Customer-File Key Not < Customer-Name
000404           Invalid Key
000405              Move "No Customer At Or After That Name"
000406                   To Error-Message
000407           Not Invalid Key
000408              Perform Next-By-Name
000409        End-Start
000410     End-If
000411     .
000412 Next-By-Name.
000413     Perform Clear-Customer
000414     Read Customer-File Next Record
000415          At End
000416             Move "No More Customers In Name Order"
000417                  To Error-Message
000418          Not At End
000419             Move Customer-Number To Entry-Customer
000420             Perform Show-Customer
000421     End-Read
000422     .
000423 Show-Customer.
000424     Set Customer-Found To True
000425     Add 1 To Customers-Viewed
000426     Move Spaces To Customer-Display-Name
000427     String First-Name  Delimited By Space
000428            " "         Delimited By Size
000429            Middle-Name Delimited By Space
000430            " "         Delimited By Size
000431            Last-Name   Delimited By Space
000432            Into Customer-Display-Name
000433     End-String
000434     Move Loyalty-Points To Points-Display
000435     Perform Collect-Archive-Purchases
000436     Perform Collect-Today-Purchases
000437     Perform Total-Open-Layaways
000438     Perform Total-Open-Wants
000439     Move 1 To Top-Row
000440     Perform Fill-Result-Page
000441     If Buy-Count = Zeros
000442        Move "No Purchases On Record For This Customer"
000443             To Error-Message
000444     End-If
000445     If Buy-Count = Buy-Max
000446        Move "Showing The Most Recent 300 Purchase Lines"
000447             To Error-Message
000448     End-If
000449     .
000450 Collect-Archive-Purchases.
000450* Straight To The Customer's Rows On The Sales History Customer
000450* Key; Rows For One Customer Come Back In The Order Posted
000450     Move Spaces To Scan-Done-Flag
000450     Open Input Sales-History-File
000450     If Sales-History-Success
000450        Move Customer-Number To SH-Customer
000450        Start Sales-History-File Key = SH-Customer
000450              Invalid Key Set Scan-Done To True
000450        End-Start
000450     Else
000450        Set Scan-Done To True
000450     End-If
000450     Perform Check-One-Archive-Row Until Scan-Done
000450     If Sales-History-Success Or Sales-History-Status = "10"
000450        Close Sales-History-File
000450     End-If
000450     .
000450 Check-One-Archive-Row.
000450     Read Sales-History-File Next Record
000450          At End Set Scan-Done To True
000450          Not At End
000450             If SH-Customer Not = Customer-Number
000450                Set Scan-Done To True
000450             Else
000450                Move SH-Sale-Date To Line-Date
000450                Move SH-Receipt To Line-Receipt
000450                Move SH-Item To Line-Item
000450                Move SH-Category To Line-Category
000450                Move SH-Dealer To Line-Dealer
000450                Move SH-Amount To Line-Amount
000450                Move SH-Tender To Line-Tender
000450                Move Space To Line-Source
000450                Perform Add-Purchase-Line
000450             End-If
000450     End-Read
000450     .
000478 Collect-Today-Purchases.
000479* Today's Sales Have Not Been Through The Nightly Update Yet
000480     Move Spaces To Scan-Done-Flag
000481     Open Input Trans-File
000482     If Not Trans-File-Success
000483        Set Scan-Done To True
000484     End-If
000485     Perform Check-One-Trans-Row Until Scan-Done
000486     If Trans-File-Success Or Trans-File-Status = "10"
000487        Close Trans-File
000488     End-If
000489     .
000490 Check-One-Trans-Row.
000491     Read Trans-File
000492          At End Set Scan-Done To True
000493          Not At End
000494             If Not Trans-Trailer And Not Ticket-Header
000495                And Trans-Customer = Customer-Number
000496                Move Transaction-Date To Line-Date
000497                Move Receipt-Number To Line-Receipt
000498                Move Item-Number Of Trans-Record To Line-Item
000499                Move Transaction-Type To Line-Category
000500                Move Transaction-Dealer To Line-Dealer
000501                Compute Line-Amount =
000502                        Transaction-Qty * Transaction-Price
000503                If Void-Transaction Or Return-Transaction
000504                   Compute Line-Amount = Line-Amount * -1
000505                End-If
000506                Move Tender-Type To Line-Tender
000507                Move "T" To Line-Source
000508                Perform Add-Purchase-Line
000509             End-If
000510     End-Read
000511     .
000512 Add-Purchase-Line.
000513* A Jointly Owned Item Archives One Row Per Dealer Share; The
000514* Customer Bought One Item, So The Shares Fold Back Together
000515     If Buy-Count > Zeros And
000516        Line-Source = Space And
000517        Line-Item Not = Spaces And
000518        Buy-Item (Buy-Count) = Line-Item And
000519        Buy-Receipt (Buy-Count) = Line-Receipt And
000520        Buy-Date (Buy-Count) = Line-Date
000521        Add Line-Amount To Buy-Amount (Buy-Count)
000522     Else
000523        If Buy-Count = Buy-Max
000524           Perform Drop-Oldest-Purchase
000525        End-If
000526        Add 1 To Buy-Count
000527        Move Line-Date To Buy-Date (Buy-Count)
000528        Move Line-Receipt To Buy-Receipt (Buy-Count)
000529        Move Line-Item To Buy-Item (Buy-Count)
000530        Move Line-Category To Buy-Category (Buy-Count)
000531        Move Line-Dealer To Buy-Dealer (Buy-Count)
000532        Move Line-Amount To Buy-Amount (Buy-Count)
000533        Move Line-Tender To Buy-Tender (Buy-Count)
000534        Move Line-Source To Buy-Source (Buy-Count)
000535     End-If
000536     .
000537 Drop-Oldest-Purchase.
000538     Perform Shift-One-Purchase
000539             Varying Buy-Row From 1 By 1
000540             Until Buy-Row >= Buy-Count
000541     Subtract 1 From Buy-Count
000542     .
000543 Shift-One-Purchase.
000544     Move Buy-Entry (Buy-Row + 1) To Buy-Entry (Buy-Row)
000545     .
000546 Total-Open-Layaways.
000547* Layaway.Dat Is Keyed By Layaway And Item, Not Customer, So
000548* The Whole File Is Read
000549     Move Zeros To Layaway-Count Layaway-Balance
000550                   Layaway-Latest-Date
000551     Move Spaces To Layaway-Latest Scan-Done-Flag
000552     If Layaway-Success
000553        Move Zeros To Layaway-Number
000554        Start Layaway-File Key Not < Layaway-Number
000555           Invalid Key
000556              Set Scan-Done To True
000557        End-Start
000558        Perform Check-One-Layaway Until Scan-Done
000559     End-If
000560     Move Layaway-Count To Layaway-Count-Edit
000561     Move Layaway-Balance To Layaway-Balance-Edit
000562     Move Layaway-Display To Layaway-Display-Line
000563     .
000564 Check-One-Layaway.
000565     Read Layaway-File Next Record
000566          At End Set Scan-Done To True
000567          Not At End
000568             If Layaway-Customer = Customer-Number And
000569                Layaway-Open
000570                Add 1 To Layaway-Count
000571                Compute Layaway-Balance = Layaway-Balance +
000572                        Layaway-Total - Layaway-Paid-To-Date
000573                If Layaway-Date Not < Layaway-Latest-Date
000574                   Move Layaway-Date To Layaway-Latest-Date
000575                   Move Layaway-Item-Number To Layaway-Latest
000576                End-If
000577             End-If
000578     End-Read
000579     .
000580 Total-Open-Wants.
000581     Move Zeros To Want-Count
000582     Move Spaces To Want-Latest-Category Want-Latest-Keywords
000583                    Scan-Done-Flag
000584     Open Input Want-List-File
000585     If Not Want-List-Success
000586        Set Scan-Done To True
000587     End-If
000588     Perform Check-One-Want Until Scan-Done
000589     If Want-List-Success Or Want-List-Status = "10"
000590        Close Want-List-File
000591     End-If
000592     Move Want-Count To Want-Count-Edit
000593     Move Want-Display To Want-Display-Line
000594     .
000595 Check-One-Want.
000596     Read Want-List-File
000597          At End Set Scan-Done To True
000598          Not At End
000599             If Want-Customer = Customer-Number And Want-Open
000600                Add 1 To Want-Count
000601                Move Want-Category To Want-Latest-Category
000602                Move Want-Keywords To Want-Latest-Keywords
000603             End-If
000604     End-Read
000605     .
000606 Fill-Result-Page.
000607     Perform Fill-One-Result-Line
000608             Varying Page-Row From 1 By 1
000609             Until Page-Row > 10
000610     .
000611 Fill-One-Result-Line.
000612* Row 1 Of Page 1 Is The Newest Purchase
000613     Compute Buy-Row = Buy-Count - Top-Row - Page-Row + 2
000614     If Top-Row + Page-Row - 1 > Buy-Count
000615        Move Spaces To Result-Line (Page-Row)
000616     Else
000617        Move Buy-Date (Buy-Row) To Result-Date
000618        Move Buy-Receipt (Buy-Row) To Result-Receipt
000619        Move Spaces To Result-Description
000620        If Buy-Item (Buy-Row) = Spaces
000621           Move Buy-Category (Buy-Row) To Result-Description
000622        Else
000623           Move Buy-Item (Buy-Row) To Result-Description
000624           If Item-Success
000625              Move Buy-Item (Buy-Row)
000626                To Item-Number Of Item-Record
000627              Read Item-File
000628                   Invalid Key
000629                      Continue
000630                   Not Invalid Key
000631                      Move Item-Description To Result-Description
000632              End-Read
000633           End-If
000634        End-If
000635        Move Buy-Dealer (Buy-Row) To Result-Dealer
000636        Move Buy-Amount (Buy-Row) To Result-Amount
000637        Evaluate Buy-Tender (Buy-Row)
000638           When "K"
000639              Move "Check" To Result-Tender
000640           When "D"
000641              Move "Card" To Result-Tender
000642           When "L"
000643              Move "Points" To Result-Tender
000643           When "H"
000643              Move "House" To Result-Tender
000644           When Other
000645              Move "Cash" To Result-Tender
000646        End-Evaluate
000647        If Buy-Source (Buy-Row) = "T"
000648           Move "Today" To Result-Source
000649        Else
000650           Move Spaces To Result-Source
000651        End-If
000652        Move Result-Work To Result-Line (Page-Row)
000653     End-If
000654     .
000655 Clear-Customer.
000656     Move Spaces To Customer-Found-Flag Customer-Display-Name
000657                    Result-Area Layaway-Display-Line
000658                    Want-Display-Line
000659     Move Zeros To Buy-Count Points-Display
000660     Move 1 To Top-Row
000661     .
000662 Get-File-Parameters.
000663     Move Spaces To WS-Env-Override
000664     Accept WS-Env-Override From Environment "TRANS_FILE"
000665        On Exception
000666           Continue
000667     End-Accept
000668     If WS-Env-Override Not = Spaces
000669        Move WS-Env-Override To WS-Trans-File
000670     End-If
000671     .
