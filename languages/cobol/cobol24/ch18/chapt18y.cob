000010 @OPTIONS MAIN,TEST
000020 Identification Division.
000030 Program-Id.  Chapt18y.
000031* Buy-From-Public Purchase Ticket Entry
000032* Estate Pieces Bought Outright From A Walk-In Seller: The
000033* Seller's Name, Address And Identification Are Taken Once
000034* Per Ticket, Then Each Item With The Price Paid.  Completing
000035* The Ticket Writes Each Item To Item.Dat As Store-Owned
000036* Stock At Its Acquisition Cost In Police-Hold Status (H),
000037* Records The Cash Paid-Out For The Drawer, Keeps The Ticket
000038* In BuyTkt.TXT For The Chapt18p Police Export, And Prints
000039* The Ticket For The Seller's Signature
000040 Environment Division.
000041 Configuration Section.
000042 Special-Names.
000043       Crt Status Is Keyboard-Status
000044       Cursor Is Cursor-Position.
000045 Source-Computer.  IBM-PC.
000046 Object-Computer.  IBM-PC.
000047 Input-Output Section.
000048 File-Control.
000049     Select Item-File Assign To "Item.Dat"
000050            Organization Indexed
000051            Access Dynamic
000052            Record Key Item-Number Of Item-Record
000053            Alternate Record Key Item-Dealer-Number
000054                With Duplicates
000055            Lock Mode Is Manual With Lock On Record
000056            File Status Item-Status.
000057     Select Dealer-File Assign To "Dealer.Dat"
000058            Organization Indexed
000059            Access Random
000060            Record Key Dealer-Number
000061            File Status Dealer-Status.
000062     Select Optional Category-File Assign To "Category.TXT"
000063         Organization Is Line Sequential
000064         File Status  Is Category-Status.
000065     Select Optional Buy-Parameter-File Assign To "BuyParm.TXT"
000066         Organization Is Line Sequential
000067         File Status  Is Buy-Parameter-Status.
000068     Select Optional Buy-Control-File Assign To "BuyCtl.TXT"
000069         Organization Is Line Sequential
000070         File Status  Is Buy-Control-Status.
000071     Select Optional Buy-Ticket-File Assign To "BuyTkt.TXT"
000072         Organization Is Line Sequential
000073         File Status  Is Buy-Ticket-Status.
000074     Select Optional Buy-Print-File Assign To "BuyRcpt.TXT"
000075         Organization Is Line Sequential
000076         File Status  Is Buy-Print-Status.
000077     Select Optional Paid-Out-File Assign To "PaidOut.TXT"
000078         Organization Is Line Sequential
000079         File Status  Is Paid-Out-Status.
000080     Select Optional Tag-Print-File Assign To "TagPrint.TXT"
000081         Organization Is Line Sequential
000082         File Status  Is Tag-Print-Status.
000083     Select Optional Journal-File Assign To "Journal.TXT"
000084         Organization Is Line Sequential
000085         File Status  Is Journal-Status.
000086     Select Optional Current-Operator-File Assign To
000087                     "CurrOper.TXT"
000088         Organization Is Line Sequential
000089         File Status  Is Current-Operator-Status.
000090     Select Optional Quiesce-File Assign To "Quiesce.TXT"
000091         Organization Is Line Sequential
000092         File Status  Is Quiesce-File-Status.
000093     Select Optional Online-Use-File Assign To "OnlUse.TXT"
000094         Organization Is Line Sequential
000095         File Status  Is Online-Use-Status.
000096 Data Division.
000097 File Section.
000098 Fd  Item-File.
000099 01  Item-Record.
000100     03  Item-Number         Pic X(12).
000101     03  Item-Dealer-Number  Pic X(8).
000102     03  Item-Description    Pic X(40).
000103     03  Item-Tag-Price      Pic 9(5)v99.
000104     03  Item-Date-Consigned Pic 9(8).
000105     03  Item-Status-Code    Pic X.
000106         88  Item-Police-Hold Value "H".
000107     03  Item-Ownership      Pic X.
000108         88  Store-Owned     Value "S".
000109     03  Item-Acquisition-Cost Pic 9(5)v99.
000110     03  Filler              Pic X(2).
000111     03  Item-Category       Pic X(4).
000112     03  Item-Second-Dealer  Pic X(8).
000113     03  Item-Second-Percent Pic 9(3).
000114     03  Item-Term-Days      Pic 9(3).
000115     03  Item-Location       Pic X(4).
000116     03  Filler              Pic X(8).
000117 Fd  Dealer-File.
000118 01  Dealer-Record.
000119     03  Dealer-Number       Pic X(8).
000120     03  Filler              Pic X(468).
000121 Fd  Category-File.
000122 01  Category-Record.
000123     03  Category-Rec-Code         Pic X(4).
000124     03  Category-Rec-Price-Limit  Pic 9(5)V99.
000125 Fd  Buy-Parameter-File.
000126 01  Buy-Parameter-Record.
000127     03  Buy-Parm-House-Dealer     Pic X(8).
000128     03  Filler                    Pic X.
000129     03  Buy-Parm-Hold-Days        Pic 9(3).
000130 Fd  Buy-Control-File.
000131 01  Buy-Control-Record.
000132     03  Control-Next-Buy    Pic 9(6).
000133 Fd  Buy-Ticket-File.
000134 Copy "buytkt.cpy".
000135 Fd  Buy-Print-File.
000136 01  Buy-Print-Record        Pic X(80).
000137 Fd  Paid-Out-File.
000138 Copy "paidout.cpy".
000139 Fd  Tag-Print-File.
000140 01  Tag-Print-Record.
000141     03  Tag-Item-Number     Pic X(12).
000142     03  Filler              Pic X.
000143     03  Tag-Description     Pic X(40).
000144     03  Filler              Pic X.
000145     03  Tag-Dealer          Pic X(8).
000146     03  Filler              Pic X.
000147     03  Tag-Price           Pic 9(5).99.
000148 Fd  Journal-File.
000149 01  Journal-Record.
000150     03  Jrn-Date            Pic 9(8).
000151     03  Filler              Pic X.
000152     03  Jrn-Time            Pic 9(6).
000153     03  Filler              Pic X.
000154     03  Jrn-Program         Pic X(8).
000155     03  Filler              Pic X.
000156     03  Jrn-File-Id         Pic X(8).
000157     03  Filler              Pic X.
000158     03  Jrn-Action          Pic X.
000159     03  Filler              Pic X.
000160     03  Jrn-Key             Pic X(12).
000161     03  Filler              Pic X.
000162     03  Jrn-Image           Pic X(476).
000163 Fd  Current-Operator-File.
000164 01  Current-Operator-Record.
000165     03  Curr-Oper-Id        Pic X(4).
000166     03  Filler              Pic X.
000167     03  Curr-Oper-Level     Pic 9.
000168 Fd  Quiesce-File.
000169 01  Quiesce-Record          Pic X(8).
000170 Fd  Online-Use-File.
000171 01  Online-Use-Record.
000172     03  Use-Action          Pic X(5).
000173     03  Filler              Pic X.
000174     03  Use-Program         Pic X(8).
000175     03  Filler              Pic X.
000176     03  Use-Stamp           Pic 9(14).
000177 Working-Storage Section.
000178 01  Quiesce-File-Status    Pic XX Value Spaces.
000179 01  Online-Use-Status      Pic XX Value Spaces.
000180 01  Quiesce-Active-Flag    Pic X Value Space.
000181     88  Quiesce-Active     Value "Y".
000182 01  Online-Stamp-Date      Pic 9(6) Value Zeros.
000183 01  Online-Stamp-Time      Pic 9(8) Value Zeros.
000184 01  Keyboard-Status.
000185     03  Accept-Status Pic 9.
000186     03  Function-Key  Pic X.
000187         88  F1-Pressed Value X"01".
000188         88  F2-Pressed Value X"02".
000189         88  F3-Pressed Value X"03".
000190         88  F4-Pressed Value X"04".
000191         88  F5-Pressed Value X"05".
000192     03  System-Use    Pic X.
000193 01  Cursor-Position.
000194     03  Cursor-Row    Pic 9(2) Value 1.
000195     03  Cursor-Column Pic 9(2) Value 1.
000196 01  Item-Status            Pic XX Value Spaces.
000197     88  Item-Success       Value "00".
000198 01  Dealer-Status          Pic XX Value Spaces.
000199     88  Dealer-Success     Value "00".
000200 01  Category-Status        Pic XX Value Spaces.
000201 01  Buy-Parameter-Status   Pic XX Value Spaces.
000202 01  Buy-Control-Status     Pic XX Value Spaces.
000203 01  Buy-Ticket-Status      Pic XX Value Spaces.
000204 01  Buy-Print-Status       Pic XX Value Spaces.
000205 01  Paid-Out-Status        Pic XX Value Spaces.
000206 01  Tag-Print-Status       Pic XX Value Spaces.
000207 01  Journal-Status         Pic XX Value Spaces.
000208 01  Journal-Stamp-Date     Pic 9(6) Value Zeros.
000209 01  Journal-Stamp-Time     Pic 9(8) Value Zeros.
000210 01  Journal-Program-Id     Pic X(8) Value "CHAPT18Y".
000211 01  Current-Operator-Status Pic XX Value Spaces.
000212 01  Current-Operator       Pic X(4) Value Spaces.
000212 Copy "termid.cpy".
000213 01  Category-Done-Flag     Pic X Value Spaces.
000214     88  Category-Done      Value "Y".
000215 01  Category-Count         Pic 9(3) Value Zeros.
000216 01  Category-Table-Area.
000217     03  Category-Entry
000218             Occurs 1 To 50 Times Depending On Category-Count
000219             Indexed By Category-Index.
000220         05  Category-Code         Pic X(4).
000221         05  Category-Price-Limit  Pic 9(5)V99.
000222* The Store's Own Dealer Account Carries Bought Stock, And
000223* The Municipality Sets The Hold; Both Come From BuyParm.TXT
000224 01  House-Dealer-Number    Pic X(8) Value "STORE".
000225 01  Police-Hold-Days       Pic 9(3) Value 15.
000226 01  Valid-Data-Flag        Pic X Value "Y".
000227     88  Valid-Data         Value "Y".
000228     88  Invalid-Data       Value "N".
000229 01  Seller-Work.
000230     03  Entry-Seller-Last   Pic X(25).
000231     03  Entry-Seller-First  Pic X(15).
000232     03  Entry-Seller-Address Pic X(50).
000233     03  Entry-Seller-City   Pic X(40).
000234     03  Entry-Seller-State  Pic X(20).
000235     03  Entry-Seller-Postal Pic X(15).
000236     03  Entry-Seller-Id-Type Pic X(4).
000237         88  Valid-Id-Type   Value "DL  " "ST  " "PP  " "MIL ".
000238     03  Entry-Seller-Id-Number Pic X(20).
000239 01  Item-Work.
000240     03  Entry-Item-Number   Pic X(12).
000241     03  Entry-Description   Pic X(40).
000242     03  Entry-Category      Pic X(4).
000243     03  Entry-Price-Paid    Pic 9(5)v99.
000244     03  Entry-Tag-Price     Pic 9(5)v99.
000245 01  Ticket-Count           Pic 9(3) Value Zeros.
000246 01  Ticket-Max             Pic 9(3) Value 50.
000247 01  Ticket-Sub             Pic 9(3) Value Zeros.
000248 01  Ticket-Total-Paid      Pic 9(7)v99 Value Zeros.
000249 01  Ticket-Written-Count   Pic 9(3) Value Zeros.
000250 01  Ticket-Written-Paid    Pic 9(7)v99 Value Zeros.
000251 01  Ticket-Table-Area.
000252     03  Ticket-Entry Occurs 50 Times.
000253         05  Ticket-Item          Pic X(12).
000254         05  Ticket-Description   Pic X(40).
000255         05  Ticket-Category      Pic X(4).
000256         05  Ticket-Price-Paid    Pic 9(5)v99.
000257         05  Ticket-Tag-Price     Pic 9(5)v99.
000258         05  Ticket-Written-Flag  Pic X.
000259             88  Ticket-Item-Written Value "Y".
000260 01  Duplicate-Flag         Pic X Value Space.
000261     88  Duplicate-On-Ticket Value "Y".
000262 01  Next-Buy-Number        Pic 9(6) Value Zeros.
000263* The Last Five Items Keyed Show On The Screen
000264 01  Show-Area.
000265     03  Show-Line Pic X(78) Occurs 5 Times.
000266 01  Show-Sub               Pic 9 Value Zeros.
000267 01  Show-Start             Pic 9(3) Value Zeros.
000268 01  Show-Work.
000269     03  Show-Item           Pic X(12).
000270     03  Filler              Pic X Value Space.
000271     03  Show-Description    Pic X(40).
000272     03  Filler              Pic X Value Space.
000273     03  Show-Category       Pic X(4).
000274     03  Filler              Pic X Value Space.
000275     03  Show-Paid           Pic ZZ,ZZ9.99.
000276     03  Filler              Pic X Value Space.
000277     03  Show-Tag            Pic ZZ,ZZ9.99.
000278 01  Count-Display          Pic ZZ9 Value Zeros.
000279 01  Total-Display          Pic Z,ZZZ,ZZ9.99 Value Zeros.
000280 01  Hold-Days-Display      Pic ZZ9 Value Zeros.
000281 01  Buy-Date-Area.
000282     03  Buy-Work-Date           Pic 9(6).
000283     03  Buy-Work-Date-X         Redefines Buy-Work-Date.
000284         05  Buy-YY              Pic 99.
000285         05  Buy-MM              Pic 99.
000286         05  Buy-DD              Pic 99.
000287     03  Buy-Work-Time           Pic 9(8).
000288 01  Buy-Today.
000289     03  Buy-Today-MM            Pic 99.
000290     03  Buy-Today-DD            Pic 99.
000291     03  Buy-Today-YYYY          Pic 9(4).
000292 01  Buy-Today-N Redefines Buy-Today Pic 9(8).
000293 01  Buy-Title-Line.
000294     03  Filler              Pic X(25)
000295         Value "Darlene's Treasures".
000296     03  Filler              Pic X(30)
000297         Value "Purchase From Public - Ticket".
000298     03  Filler              Pic X(6)  Value "No:".
000299     03  Buy-Title-Number    Pic 9(6).
000300 01  Buy-Seller-Line.
000301     03  Filler              Pic X(8)  Value "Seller:".
000302     03  Buy-Line-First      Pic X(15).
000303     03  Filler              Pic X     Value Spaces.
000304     03  Buy-Line-Last       Pic X(25).
000305     03  Filler              Pic X(9)  Value "   Date:".
000306     03  Buy-Line-Date       Pic 99/99/9999.
000307 01  Buy-Address-Line.
000308     03  Filler              Pic X(8)  Value Spaces.
000309     03  Buy-Line-Address    Pic X(50).
000310 01  Buy-City-Line.
000311     03  Filler              Pic X(8)  Value Spaces.
000312     03  Buy-Line-City       Pic X(30).
000313     03  Filler              Pic X     Value Spaces.
000314     03  Buy-Line-State      Pic X(20).
000315     03  Filler              Pic X     Value Spaces.
000316     03  Buy-Line-Postal     Pic X(15).
000317 01  Buy-Id-Line.
000318     03  Filler              Pic X(13) Value "Identified:".
000319     03  Buy-Line-Id-Type    Pic X(4).
000320     03  Filler              Pic X     Value Spaces.
000321     03  Buy-Line-Id-Number  Pic X(20).
000322 01  Buy-Column-Line.
000323     03  Filler              Pic X(14) Value "Item Number".
000324     03  Filler              Pic X(36) Value "Description".
000325     03  Filler              Pic X(6)  Value "Cat".
000326     03  Filler              Pic X(11) Value " Price Paid".
000327 01  Buy-Item-Line.
000328     03  Buy-Line-Item       Pic X(12).
000329     03  Filler              Pic X(2)  Value Spaces.
000330     03  Buy-Line-Desc       Pic X(34).
000331     03  Filler              Pic X(2)  Value Spaces.
000332     03  Buy-Line-Cat        Pic X(4).
000333     03  Filler              Pic X(2)  Value Spaces.
000334     03  Buy-Line-Paid       Pic ZZ,ZZZ.99.
000335 01  Buy-Total-Line.
000336     03  Filler              Pic X(16) Value "Items Bought:".
000337     03  Buy-Line-Count      Pic ZZ9.
000338     03  Filler              Pic X(21)
000339         Value "      Total Paid Out:".
000340     03  Buy-Line-Total      Pic Z,ZZZ,ZZZ.99.
000341 01  Buy-Certify-Line-1.
000342     03  Filler              Pic X(40)
000343         Value "I Certify That I Am The Lawful Owner Of ".
000344     03  Filler              Pic X(40)
000345         Value "The Items Listed Above, That I Have The".
000346 01  Buy-Certify-Line-2.
000347     03  Filler              Pic X(40)
000348         Value "Right To Sell Them, And That I Received ".
000349     03  Filler              Pic X(40)
000350         Value "The Total Shown In Full Payment.".
000351 01  Buy-Hold-Line.
000352     03  Filler              Pic X(35)
000353         Value "Held For Police Inspection For".
000354     03  Buy-Line-Hold-Days  Pic ZZ9.
000355     03  Filler              Pic X(30)
000356         Value " Days Before Sale".
000357 01  Buy-Seller-Sign-Line.
000358     03  Filler              Pic X(19) Value "Seller Signature:".
000359     03  Filler              Pic X(30)
000360         Value "______________________________".
000361     03  Filler              Pic X(7)  Value "  Date:".
000362     03  Filler              Pic X(12) Value "____________".
000363 01  Buy-Clerk-Sign-Line.
000364     03  Filler              Pic X(19) Value "Clerk Signature:".
000365     03  Filler              Pic X(30)
000366         Value "______________________________".
000367     03  Filler              Pic X(9)  Value "  Clerk:".
000368     03  Buy-Line-Clerk      Pic X(4).
000369 01  Buy-Done-Message.
000370     03  Filler              Pic X(11) Value "Buy Ticket".
000371     03  Buy-Msg-Number      Pic 9(6).
000372     03  Filler              Pic X(16) Value " Done - Pay Out".
000373     03  Buy-Msg-Total       Pic Z,ZZZ,ZZ9.99.
000374 01  Error-Message          Pic X(60) Value Spaces.
000375 Screen Section.
000376 01  Data-Entry-Screen
000377     Blank Screen, Auto
000378     Foreground-Color Is 7,
000379     Background-Color Is 1.
000380*
000381     03  Screen-Literal-Group.
000382         05  Line 01 Column 30 Value "Darlene's Treasures"
000383             Highlight Foreground-Color 4 Background-Color 1.
000384         05  Line 02 Column 26 Value "Purchase From Public Ticket"
000385             Highlight.
000386         05  Line 04 Column 01  Value "Seller Last: ".
000387         05  Line 04 Column 42  Value "First: ".
000388         05  Line 05 Column 01  Value "Address: ".
000389         05  Line 06 Column 01  Value "City: ".
000390         05  Line 06 Column 48  Value "State: ".
000391         05  Line 07 Column 01  Value "Postal: ".
000392         05  Line 07 Column 27  Value "ID Type: ".
000393         05  Line 07 Column 42  Value "ID Number: ".
000394         05  Line 08 Column 01  Value
000395             "ID Types: DL-Driver License  ST-State ID  PP-Passpo
000396-            "rt  MIL-Military".
000397         05  Line 10 Column 01  Value "Item Number: ".
000398         05  Line 10 Column 30  Value "Category: ".
000399         05  Line 11 Column 01  Value "Description: ".
000400         05  Line 12 Column 01  Value "Price Paid: ".
000401         05  Line 12 Column 30  Value "Tag Price: ".
000402         05  Line 19 Column 01  Value "Items: ".
000403         05  Line 19 Column 14  Value "Total Paid: ".
000404         05  Line 19 Column 42  Value "Police Hold Days: ".
000405         05  Line 22 Column 01  Value
000406             "F1-Exit  F2-Add Item  F3-Remove Last Item  F4-Comple
000407-            "te Ticket".
000408         05  Line 23 Column 01  Value "F5-Clear Ticket".
000409*
000410     03  Reverse-Video-Group Reverse-Video.
000411         05  Line 4  Column 14 Pic X(25) Using Entry-Seller-Last.
000412         05  Line 4  Column 49 Pic X(15)
000413             Using Entry-Seller-First.
000414         05  Line 5  Column 11 Pic X(50)
000415             Using Entry-Seller-Address.
000416         05  Line 6  Column 07 Pic X(40) Using Entry-Seller-City.
000417         05  Line 6  Column 55 Pic X(20)
000418             Using Entry-Seller-State.
000419         05  Line 7  Column 09 Pic X(15)
000420             Using Entry-Seller-Postal.
000421         05  Line 7  Column 36 Pic X(4)
000422             Using Entry-Seller-Id-Type.
000423         05  Line 7  Column 53 Pic X(20)
000424             Using Entry-Seller-Id-Number.
000425         05  Line 10 Column 14 Pic X(12) Using Entry-Item-Number.
000426         05  Line 10 Column 40 Pic X(4)  Using Entry-Category.
000427         05  Line 11 Column 14 Pic X(40) Using Entry-Description.
000428         05  Line 12 Column 13 Pic ZZZZ9.99
000429             Using Entry-Price-Paid Blank When Zero.
000430         05  Line 12 Column 41 Pic ZZZZ9.99
000431             Using Entry-Tag-Price Blank When Zero.
000432     03  Display-Only-Group.
000433         05  Line 14 Column 01 Pic X(78) From Show-Line (1).
000434         05  Line 15 Column 01 Pic X(78) From Show-Line (2).
000435         05  Line 16 Column 01 Pic X(78) From Show-Line (3).
000436         05  Line 17 Column 01 Pic X(78) From Show-Line (4).
000437         05  Line 18 Column 01 Pic X(78) From Show-Line (5).
000438         05  Line 19 Column 08 Pic ZZ9 From Count-Display.
000439         05  Line 19 Column 26 Pic X(12) From Total-Display.
000440         05  Line 19 Column 60 Pic ZZ9 From Hold-Days-Display.
000441     03  Blink-Group Highlight Blink.
000442         05  Line 20 Column 01 Pic X(60) From Error-Message.
000443*
000444 Procedure Division.
000445 Chapt18y-Start.
000446     Perform Check-Quiesce-And-Register
000447     If Quiesce-Active
000448        Stop Run
000449     End-If
000450     Perform Load-Current-Operator
000450     Set Term-Start-Up To True
000450     Call "Chapt23v" Using Terminal-Identity-Area
000451     Perform Load-Buy-Parameters
000452     Perform Load-Category-Table
000453     Perform Open-File
000454     If Item-Success And Dealer-Success
000455        Perform Verify-House-Dealer
000456        Initialize Seller-Work Item-Work
000457        Perform Clear-Ticket
000458        Perform Process-Screen Until F1-Pressed
000459* A Ticket Left Open At Exit Was Never Paid; Nothing Is Saved
000460        If Ticket-Count > Zeros
000461           Display "Open Buy Ticket Abandoned - Nothing Paid"
000462        End-If
000463     Else
000464        Display "Unable To Open Item Or Dealer File, Status "
000465                Item-Status " " Dealer-Status
000466     End-If
000467     Perform Close-File
000468     Perform Mark-Online-Close
000469     Stop Run
000470     .
000471 Process-Screen.
000472     Perform Display-And-Accept
000473     Evaluate True
000474        When F2-Pressed
000475           Perform Add-Ticket-Item
000476        When F3-Pressed
000477           If Ticket-Count = Zeros
000478              Move "No Items On This Ticket" To Error-Message
000479           Else
000480              Subtract Ticket-Price-Paid (Ticket-Count)
000481                  From Ticket-Total-Paid
000482              Subtract 1 From Ticket-Count
000483              Perform Refresh-Show-Lines
000484              Move "Last Item Removed" To Error-Message
000485           End-If
000486        When F4-Pressed
000487           Perform Complete-Ticket
000488        When F5-Pressed
000489           Initialize Seller-Work Item-Work
000490           Perform Clear-Ticket
000491           Move 1 To Cursor-Row Cursor-Column
000492           Move "Ticket Cleared - Nothing Paid" To Error-Message
000493        When Other
000494           Continue
000495     End-Evaluate
000496     .
000497 Add-Ticket-Item.
000498     Perform Validate-Item
000499     If Valid-Data
000500        Add 1 To Ticket-Count
000501        Move Entry-Item-Number To Ticket-Item (Ticket-Count)
000502        Move Entry-Description To
000503             Ticket-Description (Ticket-Count)
000504        Move Entry-Category To Ticket-Category (Ticket-Count)
000505        Move Entry-Price-Paid To Ticket-Price-Paid (Ticket-Count)
000506        Move Entry-Tag-Price To Ticket-Tag-Price (Ticket-Count)
000507        Move Space To Ticket-Written-Flag (Ticket-Count)
000508        Add Entry-Price-Paid To Ticket-Total-Paid
000509        Perform Refresh-Show-Lines
000510        Initialize Item-Work
000511        Move 10 To Cursor-Row
000512        Move 14 To Cursor-Column
000513     End-If
000514     .
000515 Validate-Item.
000516     Set Valid-Data To True
000517     Inspect Entry-Category Converting
000518             "abcdefghijklmnopqrstuvwxyz" To
000519             "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
000520     Evaluate True
000521        When Ticket-Count = Ticket-Max
000522           Move "Ticket Is Full - Complete It And Start Another"
000523                To Error-Message
000524           Set Invalid-Data To True
000525        When Entry-Item-Number = Spaces
000526           Move "Item Number is required" To Error-Message
000527           Set Invalid-Data To True
000528        When Entry-Description = Spaces
000529           Move "Description is required for the police report"
000530                To Error-Message
000531           Set Invalid-Data To True
000532        When Entry-Price-Paid Not > Zero
000533           Move "Price Paid must be greater than zero"
000534                To Error-Message
000535           Set Invalid-Data To True
000536        When Entry-Tag-Price Not > Zero
000537           Move "Tag Price must be greater than zero"
000538                To Error-Message
000539           Set Invalid-Data To True
000540        When Other
000541           Perform Verify-Category
000542           If Valid-Data
000543              Perform Verify-Item-Is-New
000544           End-If
000545     End-Evaluate
000546     .
000547 Verify-Category.
000548     Set Category-Index To 1
000549     Search Category-Entry
000550          At End
000551             Move "Category not on the category table"
000552                  To Error-Message
000553             Set Invalid-Data To True
000554          When Category-Code (Category-Index) = Entry-Category
000555* A Category Price Limit Of Zero Means Unlimited
000556             If Category-Price-Limit (Category-Index) > Zero
000557                And Entry-Tag-Price >
000558                    Category-Price-Limit (Category-Index)
000559                Move "Price exceeds the category limit"
000560                     To Error-Message
000561                Set Invalid-Data To True
000562             End-If
000563     End-Search
000564     .
000565 Verify-Item-Is-New.
000566     Move Space To Duplicate-Flag
000567     Perform Check-Ticket-Duplicate
000568             Varying Ticket-Sub From 1 By 1
000569             Until Ticket-Sub > Ticket-Count
000570     If Duplicate-On-Ticket
000571        Move "Item Number Already On This Ticket"
000572             To Error-Message
000573        Set Invalid-Data To True
000574     Else
000575        Move Entry-Item-Number To Item-Number Of Item-Record
000576        Read Item-File
000577             Invalid Key
000578                Continue
000579             Not Invalid Key
000580                Move "Item Number Already On File"
000581                     To Error-Message
000582                Set Invalid-Data To True
000583        End-Read
000584     End-If
000585     .
000586 Check-Ticket-Duplicate.
000587     If Ticket-Item (Ticket-Sub) = Entry-Item-Number
000588        Set Duplicate-On-Ticket To True
000589     End-If
000590     .
000591 Validate-Seller.
000592* The Ordinance Wants The Seller Identified On Every Ticket
000593     Set Valid-Data To True
000594     Inspect Entry-Seller-Id-Type Converting
000595             "abcdefghijklmnopqrstuvwxyz" To
000596             "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
000597     Evaluate True
000598        When Ticket-Count = Zeros
000599           Move "Add At Least One Item Before Completing"
000600                To Error-Message
000601           Set Invalid-Data To True
000602        When Entry-Seller-Last = Spaces Or
000603             Entry-Seller-First = Spaces
000604           Move "Seller First And Last Name are required"
000605                To Error-Message
000606           Set Invalid-Data To True
000607        When Entry-Seller-Address = Spaces Or
000608             Entry-Seller-City = Spaces
000609           Move "Seller Address And City are required"
000610                To Error-Message
000611           Set Invalid-Data To True
000612        When Not Valid-Id-Type
000613           Move "ID Type must be DL, ST, PP or MIL"
000614                To Error-Message
000615           Set Invalid-Data To True
000616        When Entry-Seller-Id-Number = Spaces
000617           Move "ID Number is required" To Error-Message
000618           Set Invalid-Data To True
000619        When Other
000620           Continue
000621     End-Evaluate
000622     .
000623 Complete-Ticket.
000624     Perform Validate-Seller
000625     If Valid-Data
000626        Perform Get-Next-Buy-Number
000627        Accept Buy-Work-Date From Date
000628        Accept Buy-Work-Time From Time
000629        Move Buy-MM To Buy-Today-MM
000630        Move Buy-DD To Buy-Today-DD
000631        Move 2000 To Buy-Today-YYYY
000632        Add Buy-YY To Buy-Today-YYYY
000633        Move Zeros To Ticket-Written-Count Ticket-Written-Paid
000634        Perform Write-One-Bought-Item
000635                Varying Ticket-Sub From 1 By 1
000636                Until Ticket-Sub > Ticket-Count
000637        If Ticket-Written-Count > Zeros
000638           Perform Write-Buy-History
000639           Perform Write-Paid-Out
000640           Perform Print-Buy-Ticket
000641           Move Next-Buy-Number To Buy-Msg-Number
000642           Move Ticket-Written-Paid To Buy-Msg-Total
000643           Move Buy-Done-Message To Error-Message
000644           Initialize Seller-Work
000645        Else
000646           Move "No Items Could Be Written - Nothing Paid"
000647                To Error-Message
000648        End-If
000649        Perform Clear-Ticket
000650        Initialize Item-Work
000651        Move 1 To Cursor-Row Cursor-Column
000652     End-If
000653     .
000654 Write-One-Bought-Item.
000655* Bought Stock Is Store-Owned At What We Paid, And Sits In
000656* Police Hold Until The Ordinance Period Runs Out
000657     Move Spaces To Item-Record
000658     Move Ticket-Item (Ticket-Sub) To Item-Number Of Item-Record
000659     Move House-Dealer-Number To Item-Dealer-Number
000660     Move Ticket-Description (Ticket-Sub) To Item-Description
000661     Move Ticket-Tag-Price (Ticket-Sub) To Item-Tag-Price
000662     Move Buy-Today-N To Item-Date-Consigned
000663     Set Item-Police-Hold To True
000664     Set Store-Owned To True
000665     Move Ticket-Price-Paid (Ticket-Sub) To Item-Acquisition-Cost
000666     Move Ticket-Category (Ticket-Sub) To Item-Category
000667     Move Zeros To Item-Second-Percent Item-Term-Days
000668     Move Spaces To Journal-Record
000669     Move "ITEM" To Jrn-File-Id
000670     Move "W" To Jrn-Action
000671     Move Item-Number Of Item-Record To Jrn-Key
000672     Move Item-Record To Jrn-Image
000673     Write Item-Record
000674          Invalid Key
000675             Continue
000676          Not Invalid Key
000677             Perform Write-Journal-Record
000678             Perform Write-Tag-Record
000679             Set Ticket-Item-Written (Ticket-Sub) To True
000680             Add 1 To Ticket-Written-Count
000681             Add Ticket-Price-Paid (Ticket-Sub)
000682                 To Ticket-Written-Paid
000683     End-Write
000684     .
000685 Write-Buy-History.
000686     Move Spaces To Buy-Ticket-Record
000687     Move Next-Buy-Number To Buy-Ticket-Number
000688     Set Buy-Header To True
000689     Move Buy-Today-N To Buy-Date
000690     Move Buy-Work-Time (1:6) To Buy-Time
000691     Move Current-Operator To Buy-Clerk
000692     Move Entry-Seller-Last To Seller-Last-Name
000693     Move Entry-Seller-First To Seller-First-Name
000694     Move Entry-Seller-Address To Seller-Address
000695     Move Entry-Seller-City To Seller-City
000696     Move Entry-Seller-State To Seller-State
000697     Move Entry-Seller-Postal To Seller-Postal
000698     Move Entry-Seller-Id-Type To Seller-Id-Type
000699     Move Entry-Seller-Id-Number To Seller-Id-Number
000700     Write Buy-Ticket-Record
000701     Perform Write-Buy-Detail
000702             Varying Ticket-Sub From 1 By 1
000703             Until Ticket-Sub > Ticket-Count
000704     Move Spaces To Buy-Header-Data
000705     Set Buy-Trailer To True
000706     Move Ticket-Written-Count To Buy-Item-Count
000707     Move Ticket-Written-Paid To Buy-Total-Paid
000708     Write Buy-Ticket-Record
000709     .
000710 Write-Buy-Detail.
000711     If Ticket-Item-Written (Ticket-Sub)
000712        Move Spaces To Buy-Header-Data
000713        Set Buy-Detail To True
000714        Move Ticket-Item (Ticket-Sub) To Buy-Item-Number
000715        Move Ticket-Description (Ticket-Sub) To Buy-Description
000716        Move Ticket-Category (Ticket-Sub) To Buy-Category
000717        Move Ticket-Price-Paid (Ticket-Sub) To Buy-Price-Paid
000718        Move Ticket-Tag-Price (Ticket-Sub) To Buy-Tag-Price
000719        Write Buy-Ticket-Record
000720     End-If
000721     .
000722 Write-Paid-Out.
000723* The Cash Handed Across The Counter Comes Out Of The Drawer;
000724* The Register Close Takes It Off The Expected Cash
000725     Move Spaces To Paid-Out-Record
000726     Move Buy-Today-N To Paid-Date
000727     Move Buy-Work-Time (1:6) To Paid-Time
000728     Move Current-Operator To Paid-Operator
000728     Move Term-Id To Paid-Terminal
000729     Set Paid-Buy-Ticket To True
000730     Move Ticket-Written-Paid To Paid-Amount
000731     Move Next-Buy-Number To Paid-Reference
000732     String Entry-Seller-First Delimited By Space
000733            " "                Delimited By Size
000734            Entry-Seller-Last  Delimited By Space
000735            Into Paid-Payee
000736     End-String
000737     Write Paid-Out-Record
000738     .
000739 Print-Buy-Ticket.
000740     Move Next-Buy-Number To Buy-Title-Number
000741     Write Buy-Print-Record From Buy-Title-Line After Page
000742     Move Entry-Seller-First To Buy-Line-First
000743     Move Entry-Seller-Last To Buy-Line-Last
000744     Move Buy-Today-N To Buy-Line-Date
000745     Write Buy-Print-Record From Buy-Seller-Line After 2
000746     Move Entry-Seller-Address To Buy-Line-Address
000747     Write Buy-Print-Record From Buy-Address-Line After 1
000748     Move Entry-Seller-City To Buy-Line-City
000749     Move Entry-Seller-State To Buy-Line-State
000750     Move Entry-Seller-Postal To Buy-Line-Postal
000751     Write Buy-Print-Record From Buy-City-Line After 1
000752     Move Entry-Seller-Id-Type To Buy-Line-Id-Type
000753     Move Entry-Seller-Id-Number To Buy-Line-Id-Number
000754     Write Buy-Print-Record From Buy-Id-Line After 1
000755     Write Buy-Print-Record From Buy-Column-Line After 2
000756     Perform Print-Buy-Item
000757             Varying Ticket-Sub From 1 By 1
000758             Until Ticket-Sub > Ticket-Count
000759     Move Ticket-Written-Count To Buy-Line-Count
000760     Move Ticket-Written-Paid To Buy-Line-Total
000761     Write Buy-Print-Record From Buy-Total-Line After 2
000762     Move Police-Hold-Days To Buy-Line-Hold-Days
000763     Write Buy-Print-Record From Buy-Hold-Line After 1
000764     Write Buy-Print-Record From Buy-Certify-Line-1 After 2
000765     Write Buy-Print-Record From Buy-Certify-Line-2 After 1
000766     Write Buy-Print-Record From Buy-Seller-Sign-Line After 3
000767     Move Current-Operator To Buy-Line-Clerk
000768     Write Buy-Print-Record From Buy-Clerk-Sign-Line After 3
000769     .
000770 Print-Buy-Item.
000771     If Ticket-Item-Written (Ticket-Sub)
000772        Move Ticket-Item (Ticket-Sub) To Buy-Line-Item
000773        Move Ticket-Description (Ticket-Sub) To Buy-Line-Desc
000774        Move Ticket-Category (Ticket-Sub) To Buy-Line-Cat
000775        Move Ticket-Price-Paid (Ticket-Sub) To Buy-Line-Paid
000776        Write Buy-Print-Record From Buy-Item-Line After 1
000777     End-If
000778     .
000779 Refresh-Show-Lines.
000780     Move Spaces To Show-Area
000781     If Ticket-Count > 5
000782        Compute Show-Start = Ticket-Count - 4
000783     Else
000784        Move 1 To Show-Start
000785     End-If
000786     Move Zeros To Show-Sub
000787     Perform Fill-One-Show-Line
000788             Varying Ticket-Sub From Show-Start By 1
000789             Until Ticket-Sub > Ticket-Count
000790     Move Ticket-Count To Count-Display
000791     Move Ticket-Total-Paid To Total-Display
000792     .
000793 Fill-One-Show-Line.
000794     Add 1 To Show-Sub
000795     Move Ticket-Item (Ticket-Sub) To Show-Item
000796     Move Ticket-Description (Ticket-Sub) To Show-Description
000797     Move Ticket-Category (Ticket-Sub) To Show-Category
000798     Move Ticket-Price-Paid (Ticket-Sub) To Show-Paid
000799     Move Ticket-Tag-Price (Ticket-Sub) To Show-Tag
000800     Move Show-Work To Show-Line (Show-Sub)
000801     .
000802 Clear-Ticket.
000803     Move Zeros To Ticket-Count Ticket-Total-Paid
000804     Perform Refresh-Show-Lines
000805     Move Police-Hold-Days To Hold-Days-Display
000806     .
000807 Get-Next-Buy-Number.
000808     Move 1 To Next-Buy-Number
000809     Open Input Buy-Control-File
000810     If Buy-Control-Status = "00"
000811        Read Buy-Control-File
000812             At End Continue
000813             Not At End
000814                Move Control-Next-Buy To Next-Buy-Number
000815        End-Read
000816        Close Buy-Control-File
000817     End-If
000818     Open Output Buy-Control-File
000819     Compute Control-Next-Buy = Next-Buy-Number + 1
000820     Write Buy-Control-Record
000821     Close Buy-Control-File
000822     .
000823 Load-Buy-Parameters.
000824     Open Input Buy-Parameter-File
000825     If Buy-Parameter-Status = "00"
000826        Read Buy-Parameter-File
000827             At End Continue
000828             Not At End
000829                If Buy-Parm-House-Dealer Not = Spaces
000830                   Move Buy-Parm-House-Dealer
000831                        To House-Dealer-Number
000832                End-If
000833                If Buy-Parm-Hold-Days Numeric
000834                   Move Buy-Parm-Hold-Days To Police-Hold-Days
000835                End-If
000836        End-Read
000837        Close Buy-Parameter-File
000838     End-If
000839     .
000840 Verify-House-Dealer.
000841* The Register And The Nightly Update Both Want The Owning
000842* Dealer On File, So Bought Stock Cannot Go In Without It
000843     Move House-Dealer-Number To Dealer-Number
000844     Read Dealer-File
000845          Invalid Key
000846             Display "House Dealer " House-Dealer-Number
000847                     " Is Not On The Dealer File"
000848             Move "01" To Item-Status
000849             Set F1-Pressed To True
000850     End-Read
000851     .
000852 Load-Category-Table.
000853     Open Input Category-File
000854     If Category-Status Not = "00"
000855        Move "ANTI" To Category-Code (1)
000856        Move 5000.00 To Category-Price-Limit (1)
000857        Move "CRAF" To Category-Code (2)
000858        Move 500.00 To Category-Price-Limit (2)
000859        Move "HOLI" To Category-Code (3)
000860        Move 300.00 To Category-Price-Limit (3)
000861        Move "JEWL" To Category-Code (4)
000862        Move 2000.00 To Category-Price-Limit (4)
000863        Move "MISC" To Category-Code (5)
000864        Move 250.00 To Category-Price-Limit (5)
000865        Move "XMAS" To Category-Code (6)
000866        Move 300.00 To Category-Price-Limit (6)
000867        Move 6 To Category-Count
000868     Else
000869        Perform Load-One-Category Until Category-Done
000870        Close Category-File
000871     End-If
000872     .
000873 Load-One-Category.
000874     Read Category-File
000875          At End Set Category-Done To True
000876          Not At End
000877             If Category-Count < 50
000878                Add 1 To Category-Count
000879                Move Category-Rec-Code To
000880                     Category-Code (Category-Count)
000881                Move Category-Rec-Price-Limit To
000882                     Category-Price-Limit (Category-Count)
000883             End-If
000884     End-Read
000885     .
000886 Write-Journal-Record.
000887     Accept Journal-Stamp-Date From Date
000888     Accept Journal-Stamp-Time From Time
000889     Move 20 To Jrn-Date (1:2)
000890     Move Journal-Stamp-Date To Jrn-Date (3:6)
000891     Move Journal-Stamp-Time (1:6) To Jrn-Time
000892     Move Journal-Program-Id To Jrn-Program
000893     Write Journal-Record
000894     .
000895 Write-Tag-Record.
000896     Move Spaces To Tag-Print-Record
000897     Move Item-Number Of Item-Record To Tag-Item-Number
000898     Move Item-Description To Tag-Description
000899     Move Item-Dealer-Number To Tag-Dealer
000900     Move Item-Tag-Price To Tag-Price
000901     Write Tag-Print-Record
000902     .
000903 Load-Current-Operator.
000904     Open Input Current-Operator-File
000905     If Current-Operator-Status = "00"
000906        Read Current-Operator-File
000907             At End Continue
000908             Not At End
000909                Move Curr-Oper-Id To Current-Operator
000910        End-Read
000911        Close Current-Operator-File
000912     End-If
000913     .
000914 Display-And-Accept.
000915     Display Data-Entry-Screen
000916     Accept Data-Entry-Screen
000917     Move Spaces To Error-Message
000918     .
000919 Open-File.
000920     Open I-O Item-File
000921     Open Input Dealer-File
000922     Open Extend Buy-Ticket-File
000923     Open Extend Buy-Print-File
000924     Open Extend Paid-Out-File
000925     Open Extend Tag-Print-File
000926     Open Extend Journal-File
000927     .
000928 Close-File.
000929     Close Item-File Dealer-File
000930           Buy-Ticket-File
000931           Buy-Print-File
000932           Paid-Out-File
000933           Tag-Print-File
000934           Journal-File
000935     .
000936 Check-Quiesce-And-Register.
000937* The Nightly Driver Sets The Quiesce Flag; Online Entry
000938* Stands Down While It Is Active
000939     Open Input Quiesce-File
000940     If Quiesce-File-Status = "00"
000941        Read Quiesce-File
000942             At End Continue
000943             Not At End
000944                If Quiesce-Record = "ACTIVE"
000945                   Set Quiesce-Active To True
000946                End-If
000947        End-Read
000948        Close Quiesce-File
000949     End-If
000950     If Quiesce-Active
000951        Display "Nightly Processing Is Running - Try Later"
000952     Else
000953        Open Extend Online-Use-File
000954        Move "OPEN" To Use-Action
000955        Move "CHAPT18Y" To Use-Program
000956        Perform Stamp-Online-Use
000957     End-If
000958     .
000959 Mark-Online-Close.
000960     If Not Quiesce-Active
000961        Move "CLOSE" To Use-Action
000962        Perform Stamp-Online-Use
000963        Close Online-Use-File
000964     End-If
000965     .
000966 Stamp-Online-Use.
000967     Accept Online-Stamp-Date From Date
000968     Accept Online-Stamp-Time From Time
000969     Move Online-Stamp-Date To Use-Stamp (1:6)
000970     Move Online-Stamp-Time To Use-Stamp (7:8)
000971     Write Online-Use-Record
000972     .
