000010 @OPTIONS MAIN,TEST
000020 Identification Division.
000030 Program-Id.  Chapt23k.
000031* Inter-Store Transfer Out
000032* A Dealer With Booths In Two Of Our Stores Sends Stock
000033* Across Without Retiring It.  Key The Receiving Store, Then
000034* Scan Each Item: It Goes To Status T, In Transit, Which
000035* Neither Register Will Sell, And Is Logged To ItemXfer.TXT
000036* Under One Manifest Number Per Destination.  Chapt23l
000037* Prints The Manifest, Chapt23m Receives The Item
000038 Environment Division.
000039 Configuration Section.
000040 Special-Names.
000041       Crt Status Is Keyboard-Status
000042       Cursor Is Cursor-Position.
000043 Source-Computer.  IBM-PC.
000044 Object-Computer.  IBM-PC.
000045 Input-Output Section.
000046 File-Control.
000047     Select Item-File Assign To "Item.Dat"
000048            Organization Indexed
000049            Access Dynamic
000050            Record Key Item-Number
000051            Alternate Record Key Item-Dealer-Number
000052                With Duplicates
000053            File Status Item-Status.
000054     Select Optional Item-Transfer-File Assign To "ItemXfer.TXT"
000055         Organization Is Line Sequential
000056         File Status  Is Item-Transfer-Status.
000057     Select Optional Transfer-Control-File Assign To
000058                     "XferCtl.TXT"
000059         Organization Is Line Sequential
000060         File Status  Is Transfer-Control-Status.
000061     Select Optional Journal-File Assign To "Journal.TXT"
000062         Organization Is Line Sequential
000063         File Status  Is Journal-Status.
000064     Select Optional Current-Operator-File Assign To
000065                     "CurrOper.TXT"
000066         Organization Is Line Sequential
000067         File Status  Is Current-Operator-Status.
000068     Select Optional Quiesce-File Assign To "Quiesce.TXT"
000069         Organization Is Line Sequential
000070         File Status  Is Quiesce-File-Status.
000071     Select Optional Online-Use-File Assign To "OnlUse.TXT"
000072         Organization Is Line Sequential
000073         File Status  Is Online-Use-Status.
000074 Data Division.
000075 File Section.
000076 Fd  Item-File.
000077 01  Item-Record.
000078     03  Item-Number         Pic X(12).
000079     03  Item-Dealer-Number  Pic X(8).
000080     03  Item-Description    Pic X(40).
000081     03  Item-Tag-Price      Pic 9(5)v99.
000082     03  Item-Date-Consigned Pic 9(8).
000083     03  Item-Status-Code    Pic X.
000084         88  Item-Available  Value "A".
000085         88  Item-In-Transit Value "T".
000086     03  Filler              Pic X(10).
000087     03  Item-Category       Pic X(4).
000088     03  Filler              Pic X(14).
000089     03  Item-Location       Pic X(4).
000090* Blank Store Is The Original Store, 0001
000091     03  Item-Store-Number   Pic X(4).
000092     03  Item-Transfer-Store Pic X(4).
000093 Fd  Item-Transfer-File.
000094 Copy "itemxfer.cpy".
000095 Fd  Transfer-Control-File.
000096 01  Transfer-Control-Record.
000097     03  Control-Next-Manifest Pic 9(6).
000098 Fd  Journal-File.
000099 01  Journal-Record.
000100     03  Jrn-Date            Pic 9(8).
000101     03  Filler              Pic X.
000102     03  Jrn-Time            Pic 9(6).
000103     03  Filler              Pic X.
000104     03  Jrn-Program         Pic X(8).
000105     03  Filler              Pic X.
000106     03  Jrn-File-Id         Pic X(8).
000107     03  Filler              Pic X.
000108     03  Jrn-Action          Pic X.
000109     03  Filler              Pic X.
000110     03  Jrn-Key             Pic X(12).
000111     03  Filler              Pic X.
000112     03  Jrn-Image           Pic X(476).
000113 Fd  Current-Operator-File.
000114 01  Current-Operator-Record.
000115     03  Curr-Oper-Id        Pic X(4).
000116     03  Filler              Pic X.
000117     03  Curr-Oper-Level     Pic 9.
000118 Fd  Quiesce-File.
000119 01  Quiesce-Record          Pic X(8).
000120 Fd  Online-Use-File.
000121 01  Online-Use-Record.
000122     03  Use-Action          Pic X(5).
000123     03  Filler              Pic X.
000124     03  Use-Program         Pic X(8).
000125     03  Filler              Pic X.
000126     03  Use-Stamp           Pic 9(14).
000127 Working-Storage Section.
000128 01  Quiesce-File-Status    Pic XX Value Spaces.
000129 01  Online-Use-Status      Pic XX Value Spaces.
000130 01  Quiesce-Active-Flag    Pic X Value Space.
000131     88  Quiesce-Active     Value "Y".
000132 01  Online-Stamp-Date      Pic 9(6) Value Zeros.
000133 01  Online-Stamp-Time      Pic 9(8) Value Zeros.
000134 01  Keyboard-Status.
000135     03  Accept-Status Pic 9.
000136     03  Function-Key  Pic X.
000137         88  F1-Pressed Value X"01".
000138         88  F2-Pressed Value X"02".
000139         88  F4-Pressed Value X"04".
000140     03  System-Use    Pic X.
000141 01  Cursor-Position.
000142     03  Cursor-Row    Pic 9(2) Value 1.
000143     03  Cursor-Column Pic 9(2) Value 1.
000144 01  Item-Status            Pic XX Value Spaces.
000145     88  Item-Success       Value "00" Thru "09".
000146 01  Item-Transfer-Status   Pic XX Value Spaces.
000147 01  Transfer-Control-Status Pic XX Value Spaces.
000148 01  Journal-Status         Pic XX Value Spaces.
000149 01  Journal-Stamp-Date     Pic 9(6) Value Zeros.
000150 01  Journal-Stamp-Time     Pic 9(8) Value Zeros.
000151 01  Journal-Program-Id     Pic X(8) Value "CHAPT23K".
000152 01  Current-Operator-Status Pic XX Value Spaces.
000153 01  Current-Operator       Pic X(4) Value Spaces.
000154 01  Error-Message          Pic X(60) Value Spaces.
000155 01  Items-Sent             Pic 9(5) Value Zeros.
000156 01  From-Store             Pic X(4) Value Spaces.
000157 01  Manifest-Number        Pic 9(6) Value Zeros.
000158 01  Manifest-Store         Pic X(4) Value Spaces.
000159 01  Manifest-Items         Pic 9(5) Value Zeros.
000160 01  Work-Record.
000161     03  Entry-To-Store      Pic X(4).
000162     03  Entry-Item-Number   Pic X(12).
000163 01  Item-Desc-Display      Pic X(40) Value Spaces.
000164 01  Store-Display          Pic X(4) Value Spaces.
000165 01  Location-Display       Pic X(4) Value Spaces.
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
000178 Screen Section.
000179 01  Data-Entry-Screen
000180     Blank Screen, Auto
000181     Foreground-Color Is 7,
000182     Background-Color Is 1.
000183     03  Screen-Literal-Group.
000184         05  Line 01 Column 30 Value "Darlene's Treasures"
000185             Highlight Foreground-Color 4 Background-Color 1.
000186         05  Line 03 Column 26 Value "Inter-Store Transfer Out"
000187             Highlight.
000188         05  Line 05 Column 01  Value "To Store: ".
000189         05  Line 05 Column 30  Value "Manifest: ".
000190         05  Line 05 Column 50  Value "Items: ".
000191         05  Line 07 Column 01  Value "Item Number: ".
000192         05  Line 08 Column 01  Value "Description: ".
000193         05  Line 09 Column 01  Value "From Store: ".
000194         05  Line 09 Column 30  Value "Location: ".
000195         05  Line 22 Column 01  Value
000196             "F1-Exit  F2-Send  F4-Clear".
000197     03  Required-Reverse-Group Reverse-Video Required.
000198         05  Line 5 Column 15  Pic X(4) Using Entry-To-Store.
000199         05  Line 7 Column 15  Pic X(12) Using Entry-Item-Number.
000200     03  Display-Only-Group.
000201         05  Line 5 Column 40 Pic 9(6) From Manifest-Number.
000202         05  Line 5 Column 57 Pic ZZ,ZZ9 From Manifest-Items.
000203         05  Line 8 Column 15 Pic X(40) From Item-Desc-Display.
000204         05  Line 9 Column 15 Pic X(4) From Store-Display.
000205         05  Line 9 Column 40 Pic X(4) From Location-Display.
000206     03  Blink-Group Highlight Blink.
000207         05  Line 20 Column 01 Pic X(60) From Error-Message.
000208 Procedure Division.
000209 Chapt23k-Start.
000210     Perform Check-Quiesce-And-Register
000211     If Quiesce-Active
000212        Stop Run
000213     End-If
000214     Perform Load-Current-Operator
000215     Accept Work-Date From Date
000216     Move Date-MM To Today-MM
000217     Move Date-DD To Today-DD
000218     Move 2000 To Today-YYYY
000219     Add Date-YY To Today-YYYY
000220     Open I-O Item-File
000221     Open Extend Item-Transfer-File
000222                 Journal-File
000223     Initialize Work-Record
000224     Perform Process-Screen Until F1-Pressed
000225     Close Item-Transfer-File
000226           Journal-File
000227     If Item-Success
000228        Close Item-File
000229     End-If
000230     Perform Mark-Online-Close
000231     Display "Items Sent " Items-Sent
000232     Stop Run
000233     .
000234 Process-Screen.
000235     Display Data-Entry-Screen
000236     Accept Data-Entry-Screen
000237     Move Spaces To Error-Message
000238     Evaluate True
000239        When F2-Pressed
000240           Perform Send-The-Item
000241        When F4-Pressed
000242           Initialize Work-Record
000243           Move Spaces To Item-Desc-Display Store-Display
000244                          Location-Display
000245        When Other
000246           Continue
000247     End-Evaluate
000248     .
000249 Send-The-Item.
000250     Inspect Entry-To-Store Converting
000251             "abcdefghijklmnopqrstuvwxyz" To
000252             "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
000253     Evaluate True
000254        When Entry-To-Store = Spaces
000255           Move "Receiving Store is required" To Error-Message
000256        When Entry-Item-Number = Spaces
000257           Move "Item Number is required" To Error-Message
000258        When Other
000259           Perform Read-And-Send
000260     End-Evaluate
000261     .
000262 Read-And-Send.
000263     Move Entry-Item-Number To Item-Number
000264     Read Item-File
000265          Invalid Key
000266             Move "Item Number not found on Item File"
000267                  To Error-Message
000268          Not Invalid Key
000269             Move Item-Description To Item-Desc-Display
000270             Move Item-Location To Location-Display
000271             Move Item-Store-Number To From-Store
000272             If From-Store = Spaces
000273                Move "0001" To From-Store
000274             End-If
000275             Move From-Store To Store-Display
000276             Evaluate True
000277                When Item-In-Transit
000278                   Move "Item Is Already In Transit"
000279                        To Error-Message
000280                When Not Item-Available
000281                   Move "Only An Available Item Can Be Sent"
000282                        To Error-Message
000283                When From-Store = Entry-To-Store
000284                   Move "Item Is Already At That Store"
000285                        To Error-Message
000286                When Other
000287                   Perform Mark-In-Transit
000288             End-Evaluate
000289     End-Read
000290     .
000291* Only The Status, Store And Destination Change - The
000292* Consigned Date Rides Along So Markdown And Term Aging
000293* Carry On At The Receiving Store
000294 Mark-In-Transit.
000295     If Manifest-Number = Zero Or
000296        Entry-To-Store Not = Manifest-Store
000297        Perform Get-Next-Manifest-Number
000298        Move Entry-To-Store To Manifest-Store
000299        Move Zeros To Manifest-Items
000300     End-If
000301     Set Item-In-Transit To True
000302     Move From-Store To Item-Store-Number
000303     Move Entry-To-Store To Item-Transfer-Store
000304     Perform Journal-Item-Rewrite
000305     Rewrite Item-Record
000306     Perform Write-Transfer-Log
000307     Add 1 To Items-Sent Manifest-Items
000308     Move Spaces To Entry-Item-Number
000309     Move "0715" To Cursor-Position
000310     Move "Item In Transit - Scan The Next" To Error-Message
000311     .
000312 Get-Next-Manifest-Number.
000313     Move 1 To Manifest-Number
000314     Open Input Transfer-Control-File
000315     If Transfer-Control-Status = "00"
000316        Read Transfer-Control-File
000317             At End Continue
000318             Not At End
000319                Move Control-Next-Manifest To Manifest-Number
000320        End-Read
000321        Close Transfer-Control-File
000322     End-If
000323     Open Output Transfer-Control-File
000324     Compute Control-Next-Manifest = Manifest-Number + 1
000325     Write Transfer-Control-Record
000326     Close Transfer-Control-File
000327     .
000328 Write-Transfer-Log.
000329     Accept Work-Time From Time
000330     Move Spaces To Item-Transfer-Record
000331     Move Today-MMDDYYYY-N To Xfer-Date
000332     Move Work-Time (1:6) To Xfer-Time
000333     Set Xfer-Sent-Out To True
000334     Move Manifest-Number To Xfer-Manifest
000335     Move Item-Number To Xfer-Item
000336     Move From-Store To Xfer-From-Store
000337     Move Entry-To-Store To Xfer-To-Store
000338     Move Item-Location To Xfer-Location
000339     Move Current-Operator To Xfer-Operator
000340     Move Item-Dealer-Number To Xfer-Dealer
000341     Write Item-Transfer-Record
000342     .
000343 Journal-Item-Rewrite.
000344     Move Spaces To Journal-Record
000345     Move "ITEM" To Jrn-File-Id
000346     Move "R" To Jrn-Action
000347     Move Item-Number To Jrn-Key
000348     Move Item-Record To Jrn-Image
000349     Perform Write-Journal-Record
000350     .
000351 Write-Journal-Record.
000352     Accept Journal-Stamp-Date From Date
000353     Accept Journal-Stamp-Time From Time
000354     Move 20 To Jrn-Date (1:2)
000355     Move Journal-Stamp-Date To Jrn-Date (3:6)
000356     Move Journal-Stamp-Time (1:6) To Jrn-Time
000357     Move Journal-Program-Id To Jrn-Program
000358     Write Journal-Record
000359     .
000360 Load-Current-Operator.
000361     Open Input Current-Operator-File
000362     If Current-Operator-Status = "00"
000363        Read Current-Operator-File
000364             At End Continue
000365             Not At End
000366                Move Curr-Oper-Id To Current-Operator
000367        End-Read
000368        Close Current-Operator-File
000369     End-If
000370     .
000371 Check-Quiesce-And-Register.
000372     Open Input Quiesce-File
000373     If Quiesce-File-Status = "00"
000374        Read Quiesce-File
000375             At End Continue
000376             Not At End
000377                If Quiesce-Record = "ACTIVE"
000378                   Set Quiesce-Active To True
000379                End-If
000380        End-Read
000381        Close Quiesce-File
000382     End-If
000383     If Quiesce-Active
000384        Display "Nightly Processing Is Running - Try Later"
000385     Else
000386        Open Extend Online-Use-File
000387        Move "OPEN" To Use-Action
000388        Move "CHAPT23K" To Use-Program
000389        Perform Stamp-Online-Use
000390     End-If
000391     .
000392 Mark-Online-Close.
000393     If Not Quiesce-Active
000394        Move "CLOSE" To Use-Action
000395        Perform Stamp-Online-Use
000396        Close Online-Use-File
000397     End-If
000398     .
000399 Stamp-Online-Use.
000400     Accept Online-Stamp-Date From Date
000401     Accept Online-Stamp-Time From Time
000402     Move Online-Stamp-Date To Use-Stamp (1:6)
000403     Move Online-Stamp-Time To Use-Stamp (7:8)
000404     Write Online-Use-Record
000405     .
