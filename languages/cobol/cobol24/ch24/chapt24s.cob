000010 @OPTIONS MAIN,TEST
000020 Identification Division.
000030 Program-Id.  Chapt24s.
000031* Sold Furniture Pickup Confirmation
000032* Scan The Tag Of A Paid Piece As It Goes Out The Door, Key
000033* Who Collected It, And The Awaiting-Pickup Record Closes
000034* With The Date, Time And The Releasing Operator - The Answer
000035* When A Customer Later Disputes What They Took Home
000036 Environment Division.
000037 Configuration Section.
000038 Special-Names.
000039       Crt Status Is Keyboard-Status
000040       Cursor Is Cursor-Position.
000041 Source-Computer.  IBM-PC.
000042 Object-Computer.  IBM-PC.
000043 Input-Output Section.
000044 File-Control.
000045     Select Optional Pickup-File Assign To "Pickup.Dat"
000046         Organization Indexed
000047         Access Random
000048         Record Key Pickup-Item
000049         File Status Pickup-Status.
000050     Select Optional Item-File Assign To "Item.Dat"
000051         Organization Indexed
000052         Access Random
000053         Record Key Item-Number
000054         File Status Item-Status.
000055     Select Optional Customer-File Assign To "Customer.Dat"
000056         Organization Indexed
000057         Access Random
000058         Record Key Customer-Number
000059         Alternate Record Key Customer-Name
000060         File Status Customer-Status.
000061     Select Optional Current-Operator-File Assign To
000062                     "CurrOper.TXT"
000063         Organization Is Line Sequential
000064         File Status  Is Current-Operator-Status.
000065 Data Division.
000066 File Section.
000067 Fd  Pickup-File.
000068 Copy "pickup.cpy".
000069 Fd  Item-File.
000070 01  Item-Record.
000071     03  Item-Number         Pic X(12).
000072     03  Item-Dealer-Number  Pic X(8).
000073     03  Item-Description    Pic X(40).
000074     03  Item-Tag-Price      Pic 9(5)v99.
000075     03  Item-Date-Consigned Pic 9(8).
000076     03  Item-Status-Code    Pic X.
000077     03  Filler              Pic X(10).
000078     03  Item-Category       Pic X(4).
000079     03  Filler              Pic X(14).
000080     03  Item-Location       Pic X(4).
000081     03  Filler              Pic X(8).
000082 Fd  Customer-File.
000083 01  Customer-Record.
000084     03  Customer-Number       Pic X(8).
000085     03  Customer-Name.
000086         05  Last-Name   Pic X(25).
000087         05  First-Name  Pic X(15).
000088         05  Middle-Name Pic X(10).
000089     03  Filler              Pic X(175).
000090     03  Home-Phone          Pic X(20).
000091     03  Mailing-List-Flag   Pic X.
000092     03  Loyalty-Points      Pic 9(7).
000093     03  Filler              Pic X(13).
000094 Fd  Current-Operator-File.
000095 01  Current-Operator-Record.
000096     03  Curr-Oper-Id        Pic X(4).
000097     03  Filler              Pic X.
000098     03  Curr-Oper-Level     Pic 9.
000099 Working-Storage Section.
000100 01  Keyboard-Status.
000101     03  Accept-Status Pic 9.
000102     03  Function-Key  Pic X.
000103         88  F1-Pressed Value X"01".
000104         88  F2-Pressed Value X"02".
000105         88  F3-Pressed Value X"03".
000106         88  F4-Pressed Value X"04".
000107     03  System-Use    Pic X.
000108 01  Cursor-Position.
000109     03  Cursor-Row    Pic 9(2) Value 1.
000110     03  Cursor-Column Pic 9(2) Value 1.
000111 01  Pickup-Status          Pic XX Value Spaces.
000112     88  Pickup-Success     Value "00" Thru "09".
000113 01  Item-Status            Pic XX Value Spaces.
000114     88  Item-Success       Value "00" Thru "09".
000115 01  Customer-Status        Pic XX Value Spaces.
000116     88  Customer-Success   Value "00" Thru "09".
000117 01  Current-Operator-Status Pic XX Value Spaces.
000118 01  Current-Operator       Pic X(4) Value Spaces.
000119 01  Error-Message          Pic X(60) Value Spaces.
000120 01  Found-Flag             Pic X Value Spaces.
000121     88  Pickup-Found       Value "Y".
000122 01  Saved-Item             Pic X(12) Value Spaces.
000123 01  Formatted-Name         Pic X(40) Value Spaces.
000124 01  Location-Display       Pic X(4) Value Spaces.
000125 01  Description-Display    Pic X(40) Value Spaces.
000126 01  Status-Name            Pic X(12) Value Spaces.
000127 01  Days-Waiting           Pic S9(7) Value Zeros.
000128 01  Days-Waiting-Edit      Pic Z(5)9- Value Zeros.
000129 01  Pickups-Confirmed      Pic 9(5) Value Zeros.
000130 01  Entry-Time-Work        Pic 9(8) Value Zeros.
000131 01  Date-And-Time-Area.
000132     03  Work-Date            Pic 9(6).
000133     03  Work-Date-X          Redefines Work-Date.
000134         05  Date-YY          Pic 99.
000135         05  Date-MM          Pic 99.
000136         05  Date-DD          Pic 99.
000137 01  Today-MMDDYYYY.
000138     03  Today-MM            Pic 99.
000139     03  Today-DD            Pic 99.
000140     03  Today-YYYY          Pic 9(4).
000141 01  Today-MMDDYYYY-N Redefines Today-MMDDYYYY Pic 9(8).
000142 01  Lower-Case-Letters     Pic X(26)
000143     Value "abcdefghijklmnopqrstuvwxyz".
000144 01  Upper-Case-Letters     Pic X(26)
000145     Value "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
000146 Screen Section.
000147 01  Data-Entry-Screen
000148     Blank Screen, Auto
000149     Foreground-Color Is 7,
000150     Background-Color Is 1.
000151     03  Screen-Literal-Group.
000152         05  Line 01 Column 30 Value "Darlene's Treasures"
000153             Highlight Foreground-Color 4 Background-Color 1.
000154         05  Line 03 Column 25 Value
000155             "Sold Furniture Pickup Confirmation"
000156             Highlight.
000157         05  Line 05 Column 01  Value "Item Number: ".
000158         05  Line 06 Column 01  Value "Description: ".
000159         05  Line 07 Column 01  Value "Location: ".
000160         05  Line 08 Column 01  Value "Dealer: ".
000161         05  Line 09 Column 01  Value "Customer: ".
000162         05  Line 10 Column 01  Value "Receipt: ".
000163         05  Line 11 Column 01  Value "Sold: ".
000164         05  Line 11 Column 30  Value "Promised: ".
000165         05  Line 12 Column 01  Value "Status: ".
000166         05  Line 12 Column 30  Value "Days Past Promise: ".
000167         05  Line 14 Column 01  Value "Collected By: ".
000168         05  Line 15 Column 01  Value "Collected On: ".
000169         05  Line 15 Column 30  Value "Released By: ".
000170         05  Line 22 Column 01  Value
000171             "F1-Exit  F2-Confirm Pickup  F3-Find  F4-Clear".
000172     03  Required-Reverse-Group Reverse-Video Required.
000173         05  Line 05 Column 15  Pic X(12) Using Pickup-Item.
000174     03  Reverse-Video-Group Reverse-Video.
000175         05  Line 14 Column 15  Pic X(30)
000176             Using Pickup-Collected-By.
000177     03  Display-Only-Group.
000178         05  Line 06 Column 15  Pic X(40)
000179             From Description-Display.
000180         05  Line 07 Column 15  Pic X(4) From Location-Display.
000181         05  Line 08 Column 15  Pic X(8) From Pickup-Dealer.
000182         05  Line 09 Column 15  Pic X(8) From Pickup-Customer.
000183         05  Line 09 Column 25  Pic X(40) From Formatted-Name.
000184         05  Line 10 Column 15  Pic Z(5)9 From Pickup-Receipt.
000185         05  Line 11 Column 15  Pic 99/99/9999
000186             From Pickup-Sale-Date Blank When Zero.
000187         05  Line 11 Column 40  Pic 99/99/9999
000188             From Pickup-Promised-Date Blank When Zero.
000189         05  Line 12 Column 15  Pic X(12) From Status-Name.
000190         05  Line 12 Column 49  Pic X(7) From Days-Waiting-Edit.
000191         05  Line 15 Column 15  Pic 99/99/9999
000192             From Pickup-Collected-Date Blank When Zero.
000193         05  Line 15 Column 43  Pic X(4) From Pickup-Released-By.
000194     03  Blink-Group Highlight Blink.
000195         05  Line 20 Column 01 Pic X(60) From Error-Message.
000196 Procedure Division.
000197 Chapt24s-Start.
000198     Perform Load-Current-Operator
000199     Accept Work-Date From Date
000200     Move Date-MM Of Work-Date-X To Today-MM
000201     Move Date-DD Of Work-Date-X To Today-DD
000202     Move 2000 To Today-YYYY
000203     Add Date-YY Of Work-Date-X To Today-YYYY
000204     Open I-O Pickup-File
000205     If Not Pickup-Success
000206        Display "Unable To Open Pickup File, Status "
000207                Pickup-Status
000208        Stop Run
000209     End-If
000210     Open Input Item-File
000211                Customer-File
000212     Perform Clear-Screen
000213     Perform Process-Screen Until F1-Pressed
000214     Close Pickup-File
000215     If Item-Success
000216        Close Item-File
000217     End-If
000218     If Customer-Success
000219        Close Customer-File
000220     End-If
000221     Display "Pickups Confirmed " Pickups-Confirmed
000222     Stop Run
000223     .
000224 Process-Screen.
000225     Display Data-Entry-Screen
000226     Accept Data-Entry-Screen
000227     Move Spaces To Error-Message
000228     Inspect Pickup-Item Converting
000229             Lower-Case-Letters To Upper-Case-Letters
000230     Evaluate True
000231        When F2-Pressed
000232           Perform Confirm-Pickup
000233        When F3-Pressed
000234           Perform Find-Pickup
000235        When F4-Pressed
000236           Perform Clear-Screen
000237        When Other
000238           Continue
000239     End-Evaluate
000240     .
000241 Find-Pickup.
000242     Move Spaces To Found-Flag
000243     Read Pickup-File
000244          Invalid Key
000245             Move "No Pickup On File For This Item"
000246                  To Error-Message
000247             Move Pickup-Item To Saved-Item
000248             Perform Clear-Screen
000249             Move Saved-Item To Pickup-Item
000250             Move Spaces To Saved-Item
000251          Not Invalid Key
000252             Set Pickup-Found To True
000253             Move Pickup-Item To Saved-Item
000254             Perform Show-Pickup-Details
000255             If Pickup-Waiting
000256                Move "1415" To Cursor-Position
000257             End-If
000258     End-Read
000259     .
000260 Confirm-Pickup.
000261     Evaluate True
000262        When Not Pickup-Found Or Pickup-Item Not = Saved-Item
000263           Move "Find the item first (F3)" To Error-Message
000264        When Not Pickup-Waiting
000265           Move "This Piece Is Not Awaiting Pickup"
000266                To Error-Message
000267        When Pickup-Collected-By = Spaces
000268           Move "Key Who Is Collecting The Piece"
000269                To Error-Message
000270           Move "1415" To Cursor-Position
000271        When Other
000272           Set Pickup-Collected To True
000273           Move Today-MMDDYYYY-N To Pickup-Collected-Date
000274           Accept Entry-Time-Work From Time
000275           Move Entry-Time-Work (1:6) To Pickup-Collected-Time
000276           Move Current-Operator To Pickup-Released-By
000277           Rewrite Pickup-Record
000278              Invalid Key
000279                 Move "Pickup Record Not Found"
000280                      To Error-Message
000281              Not Invalid Key
000282                 Add 1 To Pickups-Confirmed
000283                 Perform Show-Pickup-Details
000284                 Move "Pickup Confirmed" To Error-Message
000285           End-Rewrite
000286     End-Evaluate
000287     .
000288 Show-Pickup-Details.
000289     Move Spaces To Formatted-Name Location-Display
000290                   Description-Display
000291     If Item-Success
000292        Move Pickup-Item To Item-Number
000293        Read Item-File
000294             Invalid Key
000295                Continue
000296             Not Invalid Key
000297                Move Item-Location To Location-Display
000298                Move Item-Description To Description-Display
000299        End-Read
000300     End-If
000301     If Customer-Success
000302        Move Pickup-Customer To Customer-Number
000303        Read Customer-File
000304             Invalid Key
000305                Continue
000306             Not Invalid Key
000307                String First-Name  Delimited By Space
000308                       " "         Delimited By Size
000309                       Middle-Name Delimited By Space
000310                       " "         Delimited By Size
000311                       Last-Name   Delimited By Space
000312                       Into Formatted-Name
000313                End-String
000314        End-Read
000315     End-If
000316     Evaluate True
000317        When Pickup-Waiting
000318           Move "Awaiting" To Status-Name
000319        When Pickup-Collected
000320           Move "Collected" To Status-Name
000321        When Pickup-Abandoned
000322           Move "Abandoned" To Status-Name
000323        When Other
000324           Move Spaces To Status-Name
000325     End-Evaluate
000326     Move Zeros To Days-Waiting-Edit
000327     If Pickup-Waiting And Pickup-Promised-Date > Zero
000328        Call "Chapt23f" Using Pickup-Promised-Date
000329             Today-MMDDYYYY Days-Waiting
000330        Move Days-Waiting To Days-Waiting-Edit
000331     End-If
000332     .
000333 Clear-Screen.
000334     Initialize Pickup-Record
000335     Move Spaces To Found-Flag Saved-Item Formatted-Name
000336                   Location-Display Description-Display
000337                   Status-Name
000338     Move Zeros To Days-Waiting-Edit
000339     Move "0515" To Cursor-Position
000340     .
000341 Load-Current-Operator.
000342     Open Input Current-Operator-File
000343     If Current-Operator-Status = "00"
000344        Read Current-Operator-File
000345             At End Continue
000346             Not At End
000347                Move Curr-Oper-Id To Current-Operator
000348        End-Read
000349        Close Current-Operator-File
000350     End-If
000351     .
