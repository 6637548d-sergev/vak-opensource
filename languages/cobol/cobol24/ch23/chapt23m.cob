000010 @OPTIONS MAIN,TEST
000020 Identification Division.
000030 Program-Id.  Chapt23m.
000031* Inter-Store Transfer In
000032* The Receiving Store Scans Each Item Off The Truck And Keys
000033* Its New Floor Location.  The Item Is Assigned To This
000034* Store, Made Available For Sale Again And The Receipt Is
000035* Logged To ItemXfer.TXT.  The Consigned Date Is Untouched.
000036* When STORE_NUMBER Is Set Only Items Bound For That Store
000037* Can Be Received Here
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
000057     Select Optional Journal-File Assign To "Journal.TXT"
000058         Organization Is Line Sequential
000059         File Status  Is Journal-Status.
000060     Select Optional Current-Operator-File Assign To
000061                     "CurrOper.TXT"
000062         Organization Is Line Sequential
000063         File Status  Is Current-Operator-Status.
000064     Select Optional Quiesce-File Assign To "Quiesce.TXT"
000065         Organization Is Line Sequential
000066         File Status  Is Quiesce-File-Status.
000067     Select Optional Online-Use-File Assign To "OnlUse.TXT"
000068         Organization Is Line Sequential
000069         File Status  Is Online-Use-Status.
000070 Data Division.
000071 File Section.
000072 Fd  Item-File.
000073 01  Item-Record.
000074     03  Item-Number         Pic X(12).
000075     03  Item-Dealer-Number  Pic X(8).
000076     03  Item-Description    Pic X(40).
000077     03  Item-Tag-Price      Pic 9(5)v99.
000078     03  Item-Date-Consigned Pic 9(8).
000079     03  Item-Status-Code    Pic X.
000080         88  Item-Available  Value "A".
000081         88  Item-In-Transit Value "T".
000082     03  Filler              Pic X(10).
000083     03  Item-Category       Pic X(4).
000084     03  Filler              Pic X(14).
000085     03  Item-Location       Pic X(4).
000086     03  Item-Store-Number   Pic X(4).
000087     03  Item-Transfer-Store Pic X(4).
000088 Fd  Item-Transfer-File.
000089 Copy "itemxfer.cpy".
000090 Fd  Journal-File.
000091 01  Journal-Record.
000092     03  Jrn-Date            Pic 9(8).
000093     03  Filler              Pic X.
000094     03  Jrn-Time            Pic 9(6).
000095     03  Filler              Pic X.
000096     03  Jrn-Program         Pic X(8).
000097     03  Filler              Pic X.
000098     03  Jrn-File-Id         Pic X(8).
000099     03  Filler              Pic X.
000100     03  Jrn-Action          Pic X.
000101     03  Filler              Pic X.
000102     03  Jrn-Key             Pic X(12).
000103     03  Filler              Pic X.
000104     03  Jrn-Image           Pic X(476).
000105 Fd  Current-Operator-File.
000106 01  Current-Operator-Record.
000107     03  Curr-Oper-Id        Pic X(4).
000108     03  Filler              Pic X.
000109     03  Curr-Oper-Level     Pic 9.
000110 Fd  Quiesce-File.
000111 01  Quiesce-Record          Pic X(8).
000112 Fd  Online-Use-File.
000113 01  Online-Use-Record.
000114     03  Use-Action          Pic X(5).
000115     03  Filler              Pic X.
000116     03  Use-Program         Pic X(8).
000117     03  Filler              Pic X.
000118     03  Use-Stamp           Pic 9(14).
000119 Working-Storage Section.
000120 01  Quiesce-File-Status    Pic XX Value Spaces.
000121 01  Online-Use-Status      Pic XX Value Spaces.
000122 01  Quiesce-Active-Flag    Pic X Value Space.
000123     88  Quiesce-Active     Value "Y".
000124 01  Online-Stamp-Date      Pic 9(6) Value Zeros.
000125 01  Online-Stamp-Time      Pic 9(8) Value Zeros.
000126 01  Keyboard-Status.
000127     03  Accept-Status Pic 9.
000128     03  Function-Key  Pic X.
000129         88  F1-Pressed Value X"01".
000130         88  F2-Pressed Value X"02".
000131         88  F4-Pressed Value X"04".
000132     03  System-Use    Pic X.
000133 01  Cursor-Position.
000134     03  Cursor-Row    Pic 9(2) Value 1.
000135     03  Cursor-Column Pic 9(2) Value 1.
000136 01  Item-Status            Pic XX Value Spaces.
000137     88  Item-Success       Value "00" Thru "09".
000138 01  Item-Transfer-Status   Pic XX Value Spaces.
000139 01  Journal-Status         Pic XX Value Spaces.
000140 01  Journal-Stamp-Date     Pic 9(6) Value Zeros.
000141 01  Journal-Stamp-Time     Pic 9(8) Value Zeros.
000142 01  Journal-Program-Id     Pic X(8) Value "CHAPT23M".
000143 01  Current-Operator-Status Pic XX Value Spaces.
000144 01  Current-Operator       Pic X(4) Value Spaces.
000145 01  Error-Message          Pic X(60) Value Spaces.
000146 01  Items-Received         Pic 9(5) Value Zeros.
000147 01  This-Store             Pic X(4) Value Spaces.
000148 01  From-Store             Pic X(4) Value Spaces.
000149 01  Work-Record.
000150     03  Entry-Item-Number   Pic X(12).
000151     03  Entry-New-Location  Pic X(4).
000152 01  Item-Desc-Display      Pic X(40) Value Spaces.
000153 01  From-Store-Display     Pic X(4) Value Spaces.
000154 01  To-Store-Display       Pic X(4) Value Spaces.
000155 01  Date-And-Time-Area.
000156     03  Work-Date           Pic 9(6).
000157     03  Work-Date-X         Redefines Work-Date.
000158         05  Date-YY         Pic 99.
000159         05  Date-MM         Pic 99.
000160         05  Date-DD         Pic 99.
000161     03  Work-Time           Pic 9(8).
000162 01  Today-MMDDYYYY.
000163     03  Today-MM            Pic 99.
000164     03  Today-DD            Pic 99.
000165     03  Today-YYYY          Pic 9(4).
000166 01  Today-MMDDYYYY-N Redefines Today-MMDDYYYY Pic 9(8).
000167 Screen Section.
000168 01  Data-Entry-Screen
000169     Blank Screen, Auto
000170     Foreground-Color Is 7,
000171     Background-Color Is 1.
000172     03  Screen-Literal-Group.
000173         05  Line 01 Column 30 Value "Darlene's Treasures"
000174             Highlight Foreground-Color 4 Background-Color 1.
000175         05  Line 03 Column 27 Value "Inter-Store Transfer In"
000176             Highlight.
000177         05  Line 05 Column 01  Value "Item Number: ".
000178         05  Line 06 Column 01  Value "Description: ".
000179         05  Line 07 Column 01  Value "From Store: ".
000180         05  Line 07 Column 30  Value "To Store: ".
000181         05  Line 09 Column 01  Value "New Location: ".
000182         05  Line 22 Column 01  Value
000183             "F1-Exit  F2-Receive  F4-Clear".
000184     03  Required-Reverse-Group Reverse-Video Required.
000185         05  Line 5 Column 15  Pic X(12) Using Entry-Item-Number.
000186     03  Reverse-Video-Group Reverse-Video.
000187         05  Line 9 Column 15  Pic X(4)
000188             Using Entry-New-Location.
000189     03  Display-Only-Group.
000190         05  Line 6 Column 15 Pic X(40) From Item-Desc-Display.
000191         05  Line 7 Column 15 Pic X(4) From From-Store-Display.
000192         05  Line 7 Column 40 Pic X(4) From To-Store-Display.
000193     03  Blink-Group Highlight Blink.
000194         05  Line 20 Column 01 Pic X(60) From Error-Message.
000195 Procedure Division.
000196 Chapt23m-Start.
000197     Perform Check-Quiesce-And-Register
000198     If Quiesce-Active
000199        Stop Run
000200     End-If
000201     Perform Load-Current-Operator
000202     Accept This-Store From Environment "STORE_NUMBER"
000203        On Exception
000204           Continue
000205     End-Accept
000206     Accept Work-Date From Date
000207     Move Date-MM To Today-MM
000208     Move Date-DD To Today-DD
000209     Move 2000 To Today-YYYY
000210     Add Date-YY To Today-YYYY
000211     Open I-O Item-File
000212     Open Extend Item-Transfer-File
000213                 Journal-File
000214     Initialize Work-Record
000215     Perform Process-Screen Until F1-Pressed
000216     Close Item-Transfer-File
000217           Journal-File
000218     If Item-Success
000219        Close Item-File
000220     End-If
000221     Perform Mark-Online-Close
000222     Display "Items Received " Items-Received
000223     Stop Run
000224     .
000225 Process-Screen.
000226     Display Data-Entry-Screen
000227     Accept Data-Entry-Screen
000228     Move Spaces To Error-Message
000229     Evaluate True
000230        When F2-Pressed
000231           Perform Receive-The-Item
000232        When F4-Pressed
000233           Initialize Work-Record
000234           Move Spaces To Item-Desc-Display From-Store-Display
000235                          To-Store-Display
000236        When Other
000237           Continue
000238     End-Evaluate
000239     .
000240 Receive-The-Item.
000241     Inspect Entry-New-Location Converting
000242             "abcdefghijklmnopqrstuvwxyz" To
000243             "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
000244     Evaluate True
000245        When Entry-Item-Number = Spaces
000246           Move "Item Number is required" To Error-Message
000247        When Entry-New-Location = Spaces
000248           Move "New Location is required" To Error-Message
000249        When Other
000250           Perform Read-And-Receive
000251     End-Evaluate
000252     .
000253 Read-And-Receive.
000254     Move Entry-Item-Number To Item-Number
000255     Read Item-File
000256          Invalid Key
000257             Move "Item Number not found on Item File"
000258                  To Error-Message
000259          Not Invalid Key
000260             Move Item-Description To Item-Desc-Display
000261             Move Item-Store-Number To From-Store
000262             If From-Store = Spaces
000263                Move "0001" To From-Store
000264             End-If
000265             Move From-Store To From-Store-Display
000266             Move Item-Transfer-Store To To-Store-Display
000267             Evaluate True
000268                When Not Item-In-Transit
000269                   Move "Item Is Not In Transit" To Error-Message
000270                When This-Store Not = Spaces And
000271                     This-Store Not = Item-Transfer-Store
000272                   Move "Item Is Bound For Another Store"
000273                        To Error-Message
000274                When Other
000275                   Perform Assign-To-This-Store
000276             End-Evaluate
000277     End-Read
000278     .
000279* The Item Joins The Receiving Store At Its New Location;
000280* The Consigned Date Is Left Alone So Aging Carries On
000281 Assign-To-This-Store.
000282     Set Item-Available To True
000283     Move Item-Transfer-Store To Item-Store-Number
000284     Move Spaces To Item-Transfer-Store
000285     Move Entry-New-Location To Item-Location
000286     Perform Journal-Item-Rewrite
000287     Rewrite Item-Record
000288     Perform Write-Transfer-Log
000289     Add 1 To Items-Received
000290     Initialize Work-Record
000291     Move "0515" To Cursor-Position
000292     Move "Item Received - Scan The Next" To Error-Message
000293     .
000294 Write-Transfer-Log.
000295     Accept Work-Time From Time
000296     Move Spaces To Item-Transfer-Record
000297     Move Today-MMDDYYYY-N To Xfer-Date
000298     Move Work-Time (1:6) To Xfer-Time
000299     Set Xfer-Received To True
000300     Move Zeros To Xfer-Manifest
000301     Move Item-Number To Xfer-Item
000302     Move From-Store To Xfer-From-Store
000303     Move Item-Store-Number To Xfer-To-Store
000304     Move Item-Location To Xfer-Location
000305     Move Current-Operator To Xfer-Operator
000306     Move Item-Dealer-Number To Xfer-Dealer
000307     Write Item-Transfer-Record
000308     .
000309 Journal-Item-Rewrite.
000310     Move Spaces To Journal-Record
000311     Move "ITEM" To Jrn-File-Id
000312     Move "R" To Jrn-Action
000313     Move Item-Number To Jrn-Key
000314     Move Item-Record To Jrn-Image
000315     Perform Write-Journal-Record
000316     .
000317 Write-Journal-Record.
000318     Accept Journal-Stamp-Date From Date
000319     Accept Journal-Stamp-Time From Time
000320     Move 20 To Jrn-Date (1:2)
000321     Move Journal-Stamp-Date To Jrn-Date (3:6)
000322     Move Journal-Stamp-Time (1:6) To Jrn-Time
000323     Move Journal-Program-Id To Jrn-Program
000324     Write Journal-Record
000325     .
000326 Load-Current-Operator.
000327     Open Input Current-Operator-File
000328     If Current-Operator-Status = "00"
000329        Read Current-Operator-File
000330             At End Continue
000331             Not At End
000332                Move Curr-Oper-Id To Current-Operator
000333        End-Read
000334        Close Current-Operator-File
000335     End-If
000336     .
000337 Check-Quiesce-And-Register.
000338     Open Input Quiesce-File
000339     If Quiesce-File-Status = "00"
000340        Read Quiesce-File
000341             At End Continue
000342             Not At End
000343                If Quiesce-Record = "ACTIVE"
000344                   Set Quiesce-Active To True
000345                End-If
000346        End-Read
000347        Close Quiesce-File
000348     End-If
000349     If Quiesce-Active
000350        Display "Nightly Processing Is Running - Try Later"
000351     Else
000352        Open Extend Online-Use-File
000353        Move "OPEN" To Use-Action
000354        Move "CHAPT23M" To Use-Program
000355        Perform Stamp-Online-Use
000356     End-If
000357     .
000358 Mark-Online-Close.
000359     If Not Quiesce-Active
000360        Move "CLOSE" To Use-Action
000361        Perform Stamp-Online-Use
000362        Close Online-Use-File
000363     End-If
000364     .
000365 Stamp-Online-Use.
000366     Accept Online-Stamp-Date From Date
000367     Accept Online-Stamp-Time From Time
000368     Move Online-Stamp-Date To Use-Stamp (1:6)
000369     Move Online-Stamp-Time To Use-Stamp (7:8)
000370     Write Online-Use-Record
000371     .
