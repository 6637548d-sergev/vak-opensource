000010 @OPTIONS MAIN,TEST
000020 Identification Division.
000030 Program-Id.  Chapt24m.
000031* Sold-Price Comparables Inquiry
000032* "What Have Pieces Like This Actually Sold For Here?"  Key
000033* A Category And/Or Up To Two Description Keywords; The
000034* TransHist.TXT Sales Archive Is Matched Back To The Item
000035* Records And Every Matching Sale Lists With The Sale Date,
000036* Original Tag, Actual Price And Days From Consignment To
000037* Sale.  The Summary Carries The Median Sold Price And The
000038* Average Percent Below Tag, So New Consignments Get Priced
000039* Where They Will Sell Instead Of Waiting On A Markdown
000040 Environment Division.
000041 Configuration Section.
000042 Special-Names.
000043       Crt Status Is Keyboard-Status
000044       Cursor Is Cursor-Position.
000045 Source-Computer.  IBM-PC.
000046 Object-Computer.  IBM-PC.
000047 Input-Output  Section.
000048 File-Control.
000049     Select Optional Sales-Archive-File Assign To "TransHist.TXT"
000050         Organization Is Line Sequential
000051         File Status  Is Sales-Archive-Status.
000052     Select Optional Item-File Assign To "Item.Dat"
000053         Organization Indexed
000054         Access Random
000055         Record Key Item-Number
000056         Alternate Record Key Item-Dealer-Number
000057             With Duplicates
000058         File Status Item-Status.
000059     Select Optional Category-File Assign To "Category.TXT"
000060         Organization Is Line Sequential
000061         File Status  Is Category-Status.
000062 Data Division.
000063 File Section.
000064 Fd  Sales-Archive-File.
000065 01  Sales-Archive-Record.
000066     03  Arch-Date           Pic 9(8).
000067     03  Filler              Pic X.
000068     03  Arch-Store          Pic X(4).
000069     03  Filler              Pic X.
000070     03  Arch-Dealer         Pic X(8).
000071     03  Filler              Pic X.
000072     03  Arch-Category       Pic X(4).
000073     03  Filler              Pic X.
000074     03  Arch-Qty            Pic 9(3).
000075     03  Filler              Pic X.
000076     03  Arch-Amount         Pic S9(7)v99.
000077     03  Filler              Pic X.
000078     03  Arch-Commission     Pic S9(6)v99.
000079     03  Filler              Pic X.
000080     03  Arch-Item           Pic X(12).
000081 Fd  Item-File.
000082 01  Item-Record.
000083     03  Item-Number         Pic X(12).
000084     03  Item-Dealer-Number  Pic X(8).
000085     03  Item-Description    Pic X(40).
000086     03  Item-Tag-Price      Pic 9(5)v99.
000087     03  Item-Date-Consigned Pic 9(8).
000088     03  Filler              Pic X(41).
000089 Fd  Category-File.
000090 01  Category-Record.
000091     03  Category-Rec-Code         Pic X(4).
000092     03  Category-Rec-Price-Limit  Pic 9(5)V99.
000093 Working-Storage Section.
000094 01  Keyboard-Status.
000095     03  Accept-Status Pic 9.
000096     03  Function-Key  Pic X.
000097         88  F1-Pressed Value X"01".
000098         88  F2-Pressed Value X"02".
000099         88  F4-Pressed Value X"04".
000100         88  F5-Pressed Value X"05".
000101         88  F6-Pressed Value X"06".
000102     03  System-Use    Pic X.
000103 01  Cursor-Position.
000104     03  Cursor-Row    Pic 9(2) Value 1.
000105     03  Cursor-Column Pic 9(2) Value 1.
000106 01  Sales-Archive-Status   Pic XX Value Spaces.
000107     88  Sales-Archive-Success Value "00" Thru "09".
000108 01  Item-Status            Pic XX Value Spaces.
000109     88  Item-Success       Value "00" Thru "09".
000110 01  Category-Status        Pic XX Value Spaces.
000111 01  Category-Done-Flag     Pic X Value Spaces.
000112     88  Category-Done      Value "Y".
000113 01  Archive-Done-Flag      Pic X Value Spaces.
000114     88  Archive-Done       Value "Y".
000115 01  Category-Count         Pic 9(3) Value Zeros.
000116 01  Category-Table-Area.
000117     03  Category-Entry
000118             Occurs 1 To 50 Times Depending On Category-Count
000119             Indexed By Category-Index.
000120         05  Category-Code         Pic X(4).
000121         05  Category-Price-Limit  Pic 9(5)V99.
000122 01  Work-Record.
000123     03  Entry-Category      Pic X(4).
000124     03  Entry-Keyword-1     Pic X(15).
000125     03  Entry-Keyword-2     Pic X(15).
000126 01  Keyword-1-Length       Pic 9(2) Value Zeros.
000127 01  Keyword-2-Length       Pic 9(2) Value Zeros.
000128 01  Keyword-Hits           Pic 9(3) Value Zeros.
000129 01  Match-Flag             Pic X Value Spaces.
000130     88  Sale-Matches       Value "Y".
000131 01  Match-Description      Pic X(40) Value Spaces.
000132 01  Unit-Sold-Price        Pic S9(7)v99 Value Zeros.
000133 01  Days-To-Sell           Pic S9(7) Value Zeros.
000134* Every Matching Sale, And Its Sold Price Again In A Table
000135* Kept In Ascending Order For The Median
000136 01  Comp-Count             Pic 9(3) Value Zeros.
000137 01  Comp-Max               Pic 9(3) Value 500.
000138 01  Comp-Table-Area.
000139     03  Comp-Entry Occurs 500 Times.
000140         05  Comp-Date           Pic 9(8).
000141         05  Comp-Item           Pic X(12).
000142         05  Comp-Description    Pic X(22).
000143         05  Comp-Category       Pic X(4).
000144         05  Comp-Tag-Price      Pic 9(5)v99.
000145         05  Comp-Sold-Price     Pic S9(7)v99.
000146         05  Comp-Days           Pic S9(7).
000147 01  Sorted-Price-Area.
000148     03  Sorted-Price Pic S9(7)v99 Occurs 500 Times.
000149 01  Price-Slot             Pic 9(3) Value Zeros.
000150 01  Median-Slot            Pic 9(3) Value Zeros.
000151 01  Median-Price           Pic S9(7)v99 Value Zeros.
000152 01  Below-Tag-Count        Pic 9(3) Value Zeros.
000153 01  Below-Tag-Total        Pic S9(7)v9(4) Value Zeros.
000154 01  Below-Tag-Average      Pic S9(3)v9 Value Zeros.
000155 01  Top-Row                Pic 9(3) Value 1.
000156 01  Page-Row               Pic 9(2) Value Zeros.
000157 01  Comp-Row               Pic 9(3) Value Zeros.
000158 01  Result-Area.
000159     03  Result-Line Pic X(77) Occurs 10 Times.
000160 01  Result-Work.
000161     03  Result-Date         Pic 99/99/9999.
000162     03  Filler              Pic X Value Space.
000163     03  Result-Item         Pic X(12).
000164     03  Filler              Pic X Value Space.
000165     03  Result-Description  Pic X(22).
000166     03  Filler              Pic X Value Space.
000167     03  Result-Category     Pic X(4).
000168     03  Filler              Pic X Value Space.
000169     03  Result-Tag          Pic ZZ,ZZ9.99.
000170     03  Filler              Pic X Value Space.
000171     03  Result-Sold         Pic ZZ,ZZ9.99.
000172     03  Filler              Pic X Value Space.
000173     03  Result-Days         Pic ZZZ9.
000174 01  Summary-Line.
000175     03  Filler              Pic X(7)  Value "Sales: ".
000176     03  Summary-Count       Pic ZZ9.
000177     03  Filler              Pic X(16) Value "  Median Sold: ".
000178     03  Summary-Median      Pic ZZ,ZZ9.99.
000179     03  Filler              Pic X(24)
000180         Value "  Average Below Tag: ".
000181     03  Summary-Below-Tag   Pic ZZ9.9-.
000182     03  Filler              Pic X Value "%".
000183 01  Summary-Display        Pic X(70) Value Spaces.
000184 01  Error-Message          Pic X(60) Value Spaces.
000185 01  Inquiries-Made         Pic 9(5) Value Zeros.
000186 Screen Section.
000187 01  Data-Entry-Screen
000188     Blank Screen, Auto
000189     Foreground-Color Is 7,
000190     Background-Color Is 1.
000191     03  Screen-Literal-Group.
000192         05  Line 01 Column 30 Value "Darlene's Treasures"
000193             Highlight Foreground-Color 4 Background-Color 1.
000194         05  Line 03 Column 26 Value "Sold-Price Comparables"
000195             Highlight.
000196         05  Line 05 Column 01  Value "Category: ".
000197         05  Line 05 Column 18  Value "Keywords: ".
000198         05  Line 07 Column 01  Value
000199             "Sold       Item         Description".
000200         05  Line 07 Column 48  Value
000201             "Cat   Tag Price      Sold Days".
000202         05  Line 22 Column 01  Value
000203             "F1-Exit  F2-Search  F4-Clear".
000204         05  Line 23 Column 01  Value
000205             "F5-Prior Page  F6-Next Page".
000206     03  Reverse-Video-Group Reverse-Video.
000207         05  Line 5 Column 11  Pic X(4) Using Entry-Category.
000208         05  Line 5 Column 28  Pic X(15) Using Entry-Keyword-1.
000209         05  Line 5 Column 44  Pic X(15) Using Entry-Keyword-2.
000210     03  Display-Only-Group.
000211         05  Line 08 Column 01 Pic X(77) From Result-Line (1).
000212         05  Line 09 Column 01 Pic X(77) From Result-Line (2).
000213         05  Line 10 Column 01 Pic X(77) From Result-Line (3).
000214         05  Line 11 Column 01 Pic X(77) From Result-Line (4).
000215         05  Line 12 Column 01 Pic X(77) From Result-Line (5).
000216         05  Line 13 Column 01 Pic X(77) From Result-Line (6).
000217         05  Line 14 Column 01 Pic X(77) From Result-Line (7).
000218         05  Line 15 Column 01 Pic X(77) From Result-Line (8).
000219         05  Line 16 Column 01 Pic X(77) From Result-Line (9).
000220         05  Line 17 Column 01 Pic X(77) From Result-Line (10).
000221         05  Line 18 Column 01 Pic X(70) From Summary-Display
000222             Highlight.
000223     03  Blink-Group Highlight Blink.
000224         05  Line 20 Column 01 Pic X(60) From Error-Message.
000225 Procedure Division.
000226 Chapt24m-Start.
000227     Perform Load-Category-Table
000228     Open Input Item-File
000229     If Not Item-Success
000230        Display "Unable To Open Item File, Status "
000231                Item-Status
000232        Stop Run
000233     End-If
000234     Initialize Work-Record
000235     Perform Clear-Results
000236     Perform Process-Screen Until F1-Pressed
000237     Close Item-File
000238     Display "Comparables Inquiries " Inquiries-Made
000239     Stop Run
000240     .
000241 Process-Screen.
000242     Display Data-Entry-Screen
000243     Accept Data-Entry-Screen
000244     Move Spaces To Error-Message
000245     Evaluate True
000246        When F2-Pressed
000247           Perform Search-Comparables
000248        When F4-Pressed
000249           Initialize Work-Record
000250           Perform Clear-Results
000251           Move 1 To Cursor-Row Cursor-Column
000252        When F5-Pressed
000253           If Top-Row > 10
000254              Subtract 10 From Top-Row
000255           Else
000256              Move "Already At The First Page" To Error-Message
000257           End-If
000258           Perform Fill-Result-Page
000259        When F6-Pressed
000260           If Top-Row + 10 <= Comp-Count
000261              Add 10 To Top-Row
000262           Else
000263              Move "No More Sales To Show" To Error-Message
000264           End-If
000265           Perform Fill-Result-Page
000266        When Other
000267           Continue
000268     End-Evaluate
000269     .
000270 Search-Comparables.
000271     Inspect Work-Record Converting
000272             "abcdefghijklmnopqrstuvwxyz" To
000273             "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
000274     Move Zeros To Keyword-1-Length Keyword-2-Length
000275     Inspect Entry-Keyword-1 Tallying Keyword-1-Length
000276             For Characters Before Initial Space
000277     Inspect Entry-Keyword-2 Tallying Keyword-2-Length
000278             For Characters Before Initial Space
000279     Perform Clear-Results
000280     Evaluate True
000281        When Entry-Category = Spaces And
000282             Keyword-1-Length = Zeros And
000283             Keyword-2-Length = Zeros
000284           Move "Key A Category And/Or A Description Keyword"
000285                To Error-Message
000286        When Entry-Category Not = Spaces
000287           Set Category-Index To 1
000288           Search Category-Entry
000289                At End
000290                   Move "Category not on the category table"
000291                        To Error-Message
000292                When Category-Code (Category-Index) =
000293                     Entry-Category
000294                   Perform Scan-Sales-Archive
000295           End-Search
000296        When Other
000297           Perform Scan-Sales-Archive
000298     End-Evaluate
000299     .
000300 Scan-Sales-Archive.
000301     Add 1 To Inquiries-Made
000302     Move Spaces To Archive-Done-Flag
000303     Open Input Sales-Archive-File
000304     If Not Sales-Archive-Success
000305        Set Archive-Done To True
000306     End-If
000307     Perform Check-One-Sale Until Archive-Done
000308     If Sales-Archive-Success Or Sales-Archive-Status = "10"
000309        Close Sales-Archive-File
000310     End-If
000311     If Comp-Count = Zeros
000312        Move "No Matching Sales In The Sales History"
000313             To Error-Message
000314     Else
000315        Perform Build-Summary
000316        Perform Fill-Result-Page
000317        If Comp-Count = Comp-Max
000318           Move "Showing The First 500 Matches - Narrow It Down"
000319                To Error-Message
000320        End-If
000321     End-If
000322     .
000323 Check-One-Sale.
000324* Voids And Returns Archive Negative; Only Real Sales Of A
000325* Tagged Item Count As A Comparable
000326     Read Sales-Archive-File
000327          At End Set Archive-Done To True
000328          Not At End
000329             If Arch-Amount > Zero And
000330                Arch-Item Not = Spaces And
000331                (Entry-Category = Spaces Or
000332                 Arch-Category = Entry-Category)
000333                Perform Match-Sale-To-Item
000334             End-If
000335     End-Read
000336     .
000337 Match-Sale-To-Item.
000338     Move Arch-Item To Item-Number
000339     Read Item-File
000340          Invalid Key
000341             Continue
000342          Not Invalid Key
000343             Perform Check-Keywords
000344             If Sale-Matches
000345                Perform Add-Comparable
000346             End-If
000347     End-Read
000348     .
000349 Check-Keywords.
000350     Set Sale-Matches To True
000351     Move Item-Description To Match-Description
000352     Inspect Match-Description Converting
000353             "abcdefghijklmnopqrstuvwxyz" To
000354             "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
000355     If Keyword-1-Length > Zeros
000356        Move Zeros To Keyword-Hits
000357        Inspect Match-Description Tallying Keyword-Hits
000358                For All Entry-Keyword-1 (1:Keyword-1-Length)
000359        If Keyword-Hits = Zeros
000360           Move Spaces To Match-Flag
000361        End-If
000362     End-If
000363     If Keyword-2-Length > Zeros
000364        Move Zeros To Keyword-Hits
000365        Inspect Match-Description Tallying Keyword-Hits
000366                For All Entry-Keyword-2 (1:Keyword-2-Length)
000367        If Keyword-Hits = Zeros
000368           Move Spaces To Match-Flag
000369        End-If
000370     End-If
000371     .
000372 Add-Comparable.
000373     If Comp-Count < Comp-Max
000374        Add 1 To Comp-Count
000375        If Arch-Qty > 1
000376           Compute Unit-Sold-Price Rounded =
000377                   Arch-Amount / Arch-Qty
000378        Else
000379           Move Arch-Amount To Unit-Sold-Price
000380        End-If
000381        Move Zeros To Days-To-Sell
000382        If Item-Date-Consigned Numeric And
000383           Item-Date-Consigned > Zeros
000384           Call "Chapt23f" Using Item-Date-Consigned Arch-Date
000385                                 Days-To-Sell
000386        End-If
000387        Move Arch-Date To Comp-Date (Comp-Count)
000388        Move Item-Number To Comp-Item (Comp-Count)
000389        Move Item-Description To Comp-Description (Comp-Count)
000390        Move Arch-Category To Comp-Category (Comp-Count)
000391        Move Item-Tag-Price To Comp-Tag-Price (Comp-Count)
000392        Move Unit-Sold-Price To Comp-Sold-Price (Comp-Count)
000393        Move Days-To-Sell To Comp-Days (Comp-Count)
000394        Perform Insert-Sorted-Price
000395        If Item-Tag-Price > Zeros
000396           Add 1 To Below-Tag-Count
000397           Compute Below-Tag-Total = Below-Tag-Total +
000398                   (Item-Tag-Price - Unit-Sold-Price) * 100 /
000399                   Item-Tag-Price
000400        End-If
000401     End-If
000402     .
000403 Insert-Sorted-Price.
000404     Move Comp-Count To Price-Slot
000405     Perform Shift-Price-Up
000406             Until Price-Slot = 1 Or
000407                   Sorted-Price (Price-Slot - 1) <=
000408                   Unit-Sold-Price
000409     Move Unit-Sold-Price To Sorted-Price (Price-Slot)
000410     .
000411 Shift-Price-Up.
000412     Move Sorted-Price (Price-Slot - 1) To
000413          Sorted-Price (Price-Slot)
000414     Subtract 1 From Price-Slot
000415     .
000416 Build-Summary.
000417* Odd Count Takes The Middle Price, Even Count Averages The
000418* Two Middle Prices
000419     Divide Comp-Count By 2 Giving Median-Slot
000420     If Median-Slot * 2 = Comp-Count
000421        Compute Median-Price Rounded =
000422                (Sorted-Price (Median-Slot) +
000423                 Sorted-Price (Median-Slot + 1)) / 2
000424     Else
000425        Move Sorted-Price (Median-Slot + 1) To Median-Price
000426     End-If
000427     Move Zeros To Below-Tag-Average
000428     If Below-Tag-Count > Zeros
000429        Compute Below-Tag-Average Rounded =
000430                Below-Tag-Total / Below-Tag-Count
000431     End-If
000432     Move Comp-Count To Summary-Count
000433     Move Median-Price To Summary-Median
000434     Move Below-Tag-Average To Summary-Below-Tag
000435     Move Summary-Line To Summary-Display
000436     .
000437 Fill-Result-Page.
000438     Perform Fill-One-Result-Line
000439             Varying Page-Row From 1 By 1
000440             Until Page-Row > 10
000441     .
000442 Fill-One-Result-Line.
000443     Compute Comp-Row = Top-Row + Page-Row - 1
000444     If Comp-Row > Comp-Count
000445        Move Spaces To Result-Line (Page-Row)
000446     Else
000447        Move Comp-Date (Comp-Row) To Result-Date
000448        Move Comp-Item (Comp-Row) To Result-Item
000449        Move Comp-Description (Comp-Row) To Result-Description
000450        Move Comp-Category (Comp-Row) To Result-Category
000451        Move Comp-Tag-Price (Comp-Row) To Result-Tag
000452        Move Comp-Sold-Price (Comp-Row) To Result-Sold
000453        Move Comp-Days (Comp-Row) To Result-Days
000454        Move Result-Work To Result-Line (Page-Row)
000455     End-If
000456     .
000457 Clear-Results.
000458     Move Zeros To Comp-Count Below-Tag-Count Below-Tag-Total
000459     Move 1 To Top-Row
000460     Move Spaces To Result-Area Summary-Display
000461     .
000462 Load-Category-Table.
000463     Open Input Category-File
000464     If Category-Status Not = "00"
000465        Move "ANTI" To Category-Code (1)
000466        Move 5000.00 To Category-Price-Limit (1)
000467        Move "CRAF" To Category-Code (2)
000468        Move 500.00 To Category-Price-Limit (2)
000469        Move "HOLI" To Category-Code (3)
000470        Move 300.00 To Category-Price-Limit (3)
000471        Move "JEWL" To Category-Code (4)
000472        Move 2000.00 To Category-Price-Limit (4)
000473        Move "MISC" To Category-Code (5)
000474        Move 250.00 To Category-Price-Limit (5)
000475        Move "XMAS" To Category-Code (6)
000476        Move 300.00 To Category-Price-Limit (6)
000477        Move 6 To Category-Count
000478     Else
000479        Perform Load-One-Category Until Category-Done
000480        Close Category-File
000481     End-If
000482     .
000483 Load-One-Category.
000484     Read Category-File
000485          At End Set Category-Done To True
000486          Not At End
000487             If Category-Count < 50
000488                Add 1 To Category-Count
000489                Move Category-Rec-Code To
000490                     Category-Code (Category-Count)
000491                Move Category-Rec-Price-Limit To
000492                     Category-Price-Limit (Category-Count)
000493             End-If
000494     End-Read
000495     .
