000010 @OPTIONS MAIN,TEST
000020 Identification Division.
000030 Program-Id.  Chapt16h.
000031* Locked Showcase Key Checkout And Return
000032* The Case Keys Change Hands All Day Now That Jewelry And
000033* Small Silver Live In The Locked Cases.  Whoever Is Signed On
000034* Takes A Key By Case Location Or Key Number And Returns It
000035* Here, Time Stamped; A Dealer Restocking Their Own Case Is
000036* Recorded Against Their Dealer Number.  Every Hand-Off Goes
000037* To KeyLog.TXT For The Chapt16i End-Of-Day Report
000038 Environment Division.
000039 Configuration Section.
000040 Special-Names.
000041       Crt Status Is Keyboard-Status
000042       Cursor Is Cursor-Position.
000043 Source-Computer.  IBM-PC.
000044 Object-Computer.  IBM-PC.
000045 Input-Output Section.
000046 File-Control.
000047     Select Optional Key-Case-File Assign To "KeyCase.Dat"
000048            Organization Indexed
000049            Access Dynamic
000050            Record Key Case-Location
000051            Alternate Record Key Case-Key-Number
000052            File Status Key-Case-Status.
000053     Select Optional Key-Log-File Assign To "KeyLog.TXT"
000054         Organization Is Line Sequential
000055         File Status  Is Key-Log-Status.
000056     Select Dealer-File Assign To "Dealer.Dat"
000057            Organization Indexed
000058            Access Random
000059            Record Key Dealer-Number
000060            File Status Dealer-Status.
000061     Select Optional Current-Operator-File Assign To
000062                     "CurrOper.TXT"
000063         Organization Is Line Sequential
000064         File Status  Is Current-Operator-Status.
000065     Select Optional Quiesce-File Assign To "Quiesce.TXT"
000066         Organization Is Line Sequential
000067         File Status  Is Quiesce-File-Status.
000068     Select Optional Online-Use-File Assign To "OnlUse.TXT"
000069         Organization Is Line Sequential
000070         File Status  Is Online-Use-Status.
000071 Data Division.
000072 File Section.
000073 Fd  Key-Case-File.
000074 Copy "keycase.cpy".
000075 Fd  Key-Log-File.
000076 Copy "keylog.cpy".
000077 Fd  Dealer-File.
000078 01  Dealer-Record.
000079     03  Dealer-Number       Pic X(8).
000080     03  Filler              Pic X(367).
000081     03  Active-Status       Pic X.
000082         88  Dealer-Inactive Value "I".
000083     03  Filler              Pic X(100).
000084 Fd  Current-Operator-File.
000085 01  Current-Operator-Record.
000086     03  Curr-Oper-Id        Pic X(4).
000087     03  Filler              Pic X.
000088     03  Curr-Oper-Level     Pic 9.
000089 Fd  Quiesce-File.
000090 01  Quiesce-Record          Pic X(8).
000091 Fd  Online-Use-File.
000092 01  Online-Use-Record.
000093     03  Use-Action          Pic X(5).
000094     03  Filler              Pic X.
000095     03  Use-Program         Pic X(8).
000096     03  Filler              Pic X.
000097     03  Use-Stamp           Pic 9(14).
000098 Working-Storage Section.
000099 01  Quiesce-File-Status    Pic XX Value Spaces.
000100 01  Online-Use-Status      Pic XX Value Spaces.
000101 01  Quiesce-Active-Flag    Pic X Value Space.
000102     88  Quiesce-Active     Value "Y".
000103 01  Online-Stamp-Date      Pic 9(6) Value Zeros.
000104 01  Online-Stamp-Time      Pic 9(8) Value Zeros.
000105 01  Keyboard-Status.
000106     03  Accept-Status Pic 9.
000107     03  Function-Key  Pic X.
000108         88  F1-Pressed Value X"01".
000109         88  F2-Pressed Value X"02".
000110         88  F3-Pressed Value X"03".
000111         88  F4-Pressed Value X"04".
000112         88  F5-Pressed Value X"05".
000113         88  F6-Pressed Value X"06".
000114     03  System-Use    Pic X.
000115 01  Cursor-Position.
000116     03  Cursor-Row    Pic 9(2) Value 1.
000117     03  Cursor-Column Pic 9(2) Value 1.
000118 01  Key-Case-Status        Pic XX Value Spaces.
000119 01  Key-Log-Status         Pic XX Value Spaces.
000120 01  Dealer-Status          Pic XX Value Spaces.
000121     88  Dealer-Success     Value "00" Thru "09".
000122 01  Current-Operator-Status Pic XX Value Spaces.
000123 01  Current-Operator       Pic X(4) Value Spaces.
000124 01  Error-Message          Pic X(60) Value Spaces.
000125 01  Case-Found-Flag        Pic X Value Spaces.
000126     88  Case-Found         Value "Y".
000127 01  Keys-Checked-Out       Pic 9(5) Value Zeros.
000128 01  Keys-Returned          Pic 9(5) Value Zeros.
000129 01  Key-Action             Pic X Value Space.
000130 01  Work-Record.
000131     03  Entry-Case          Pic X(4).
000132     03  Entry-Key           Pic X(6).
000133     03  Entry-Dealer        Pic X(8).
000134     03  Entry-Description   Pic X(30).
000135 01  Case-Desc-Display      Pic X(30) Value Spaces.
000136 01  Key-Status-Display     Pic X(50) Value Spaces.
000137 01  Out-Date-Edit          Pic 99/99/9999.
000138 01  Out-Time-Edit.
000139     03  Out-Time-HH         Pic 99.
000140     03  Filler              Pic X Value ":".
000141     03  Out-Time-MM         Pic 99.
000142 01  Date-And-Time-Area.
000143     03  Work-Date           Pic 9(6).
000144     03  Work-Date-X         Redefines Work-Date.
000145         05  Date-YY         Pic 99.
000146         05  Date-MM         Pic 99.
000147         05  Date-DD         Pic 99.
000148     03  Work-Time           Pic 9(8).
000149 01  Today-MMDDYYYY.
000150     03  Today-MM            Pic 99.
000151     03  Today-DD            Pic 99.
000152     03  Today-YYYY          Pic 9(4).
000153 01  Today-MMDDYYYY-N Redefines Today-MMDDYYYY Pic 9(8).
000154 01  Lower-Case-Letters     Pic X(26)
000155     Value "abcdefghijklmnopqrstuvwxyz".
000156 01  Upper-Case-Letters     Pic X(26)
000157     Value "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
000158 Screen Section.
000159 01  Data-Entry-Screen
000160     Blank Screen, Auto
000161     Foreground-Color Is 7,
000162     Background-Color Is 1.
000163     03  Screen-Literal-Group.
000164         05  Line 01 Column 30 Value "Darlene's Treasures"
000165             Highlight Foreground-Color 4 Background-Color 1.
000166         05  Line 03 Column 24 Value
000167             "Locked Case Key Checkout / Return" Highlight.
000168         05  Line 05 Column 01  Value "Case Location: ".
000169         05  Line 05 Column 30  Value "Or Key Number: ".
000170         05  Line 06 Column 01  Value "Case: ".
000171         05  Line 07 Column 01  Value "Key Status: ".
000172         05  Line 09 Column 01  Value "Restocking Dealer: ".
000173         05  Line 09 Column 30  Value
000174             "(Blank Unless A Dealer Takes The Key)".
000175         05  Line 11 Column 01  Value "New Case Desc: ".
000176         05  Line 11 Column 48  Value "(F5 Only)".
000177         05  Line 13 Column 01  Value "Signed On As: ".
000178         05  Line 22 Column 01  Value
000179             "F1-Exit  F2-Check Out  F3-Return  F4-Clear".
000180         05  Line 23 Column 01  Value
000181             "F5-Add Case  F6-Find".
000182     03  Reverse-Video-Group Reverse-Video.
000183         05  Line 05 Column 17  Pic X(4) Using Entry-Case.
000184         05  Line 05 Column 45  Pic X(6) Using Entry-Key.
000185         05  Line 09 Column 20  Pic X(8) Using Entry-Dealer.
000186         05  Line 11 Column 17  Pic X(30)
000187             Using Entry-Description.
000188     03  Display-Only-Group.
000189         05  Line 06 Column 17 Pic X(30) From Case-Desc-Display.
000190         05  Line 07 Column 17 Pic X(50)
000191             From Key-Status-Display.
000192         05  Line 13 Column 17 Pic X(4) From Current-Operator.
000193     03  Blink-Group Highlight Blink.
000194         05  Line 20 Column 01 Pic X(60) From Error-Message.
000195 Procedure Division.
000196 Chapt16h-Start.
000197     Perform Check-Quiesce-And-Register
000198     If Quiesce-Active
000199        Stop Run
000200     End-If
000201     Perform Load-Current-Operator
000202     Open I-O Key-Case-File
000203     If Key-Case-Status = "35"
000204        Open Output Key-Case-File
000205        Close Key-Case-File
000206        Open I-O Key-Case-File
000207     End-If
000208     Open Input Dealer-File
000209     Open Extend Key-Log-File
000210     Perform Clear-Screen
000211     Perform Process-Screen Until F1-Pressed
000212     Close Key-Case-File
000213           Key-Log-File
000214     If Dealer-Success
000215        Close Dealer-File
000216     End-If
000217     Perform Mark-Online-Close
000218     Display "Keys Checked Out " Keys-Checked-Out
000219     Display "Keys Returned    " Keys-Returned
000220     Stop Run
000221     .
000222 Process-Screen.
000223     Display Data-Entry-Screen
000224     Accept Data-Entry-Screen
000225     Move Spaces To Error-Message
000226     Inspect Entry-Case Converting
000227             Lower-Case-Letters To Upper-Case-Letters
000228     Inspect Entry-Key Converting
000229             Lower-Case-Letters To Upper-Case-Letters
000230     Inspect Entry-Dealer Converting
000231             Lower-Case-Letters To Upper-Case-Letters
000232     Evaluate True
000233        When F2-Pressed
000234           Perform Check-Out-Key
000235        When F3-Pressed
000236           Perform Return-Key
000237        When F4-Pressed
000238           Perform Clear-Screen
000239        When F5-Pressed
000240           Perform Add-Case
000241        When F6-Pressed
000242           Perform Find-Case
000243           If Case-Found
000244              Move "Case Found" To Error-Message
000245           End-If
000246        When Other
000247           Continue
000248     End-Evaluate
000249     .
000250 Find-Case.
000251* The Case Location Wins When Both Are Keyed; Otherwise The
000252* Number Stamped On The Key Finds Its Case
000253     Move Spaces To Case-Found-Flag Case-Desc-Display
000254                    Key-Status-Display
000255     Evaluate True
000256        When Entry-Case Not = Spaces
000257           Move Entry-Case To Case-Location
000258           Read Key-Case-File
000259              Invalid Key
000260                 Move "Case Not On File" To Error-Message
000261                 Move "0517" To Cursor-Position
000262              Not Invalid Key
000263                 Set Case-Found To True
000264           End-Read
000265        When Entry-Key Not = Spaces
000266           Move Entry-Key To Case-Key-Number
000267           Read Key-Case-File Key Case-Key-Number
000268              Invalid Key
000269                 Move "Key Number Not On File" To Error-Message
000270                 Move "0545" To Cursor-Position
000271              Not Invalid Key
000272                 Set Case-Found To True
000273           End-Read
000274        When Other
000275           Move "Case Location or Key Number is required"
000276                To Error-Message
000277           Move "0517" To Cursor-Position
000278     End-Evaluate
000279     If Case-Found
000280        Move Case-Location To Entry-Case
000281        Move Case-Key-Number To Entry-Key
000282        Move Case-Description To Case-Desc-Display
000283        Perform Show-Key-Status
000284     End-If
000285     .
000286 Show-Key-Status.
000287     Move Spaces To Key-Status-Display
000288     If Case-Key-Out
000289        Move Case-Out-Date To Out-Date-Edit
000290        Move Case-Out-Time (1:2) To Out-Time-HH
000291        Move Case-Out-Time (3:2) To Out-Time-MM
000292        String "OUT To " Case-Holder-Operator
000293               " " Case-Holder-Dealer
000294               " Since " Out-Date-Edit " " Out-Time-Edit
000295               Delimited By Size Into Key-Status-Display
000296        End-String
000297     Else
000298        Move "IN" To Key-Status-Display
000299     End-If
000300     .
000301 Check-Out-Key.
000302     Perform Find-Case
000303     Evaluate True
000304        When Not Case-Found
000305           Continue
000306        When Current-Operator = Spaces
000307           Move "No Operator Signed On - Sign On First"
000308                To Error-Message
000309        When Case-Key-Out
000310           Move "Key Is Already Out - Return It First"
000311                To Error-Message
000312        When Other
000313           Perform Verify-Restocking-Dealer
000314     End-Evaluate
000315     .
000316 Verify-Restocking-Dealer.
000317     If Entry-Dealer = Spaces
000318        Perform Record-Checkout
000319     Else
000320        Move Entry-Dealer To Dealer-Number
000321        Read Dealer-File
000322             Invalid Key
000323                Move "Restocking Dealer Not On File"
000324                     To Error-Message
000325                Move "0920" To Cursor-Position
000326             Not Invalid Key
000327                If Dealer-Inactive
000328                   Move "Restocking Dealer Is Inactive"
000329                        To Error-Message
000330                   Move "0920" To Cursor-Position
000331                Else
000332                   Perform Record-Checkout
000333                End-If
000334        End-Read
000335     End-If
000336     .
000337 Record-Checkout.
000338     Perform Set-Today-And-Time
000339     Set Case-Key-Out To True
000340     Move Current-Operator To Case-Holder-Operator
000341     Move Entry-Dealer To Case-Holder-Dealer
000342     Move Today-MMDDYYYY-N To Case-Out-Date
000343     Move Work-Time (1:6) To Case-Out-Time
000344     Rewrite Key-Case-Record
000345        Invalid Key
000346           Move "Case Not On File" To Error-Message
000347        Not Invalid Key
000348           Move "O" To Key-Action
000349           Perform Write-Key-Log
000350           Add 1 To Keys-Checked-Out
000351           Perform Show-Key-Status
000352           Move "Key Checked Out" To Error-Message
000353     End-Rewrite
000354     .
000355 Return-Key.
000356     Perform Find-Case
000357     Evaluate True
000358        When Not Case-Found
000359           Continue
000360        When Not Case-Key-Out
000361           Move "Key Is Not Checked Out" To Error-Message
000362        When Other
000363           Perform Record-Return
000364     End-Evaluate
000365     .
000366 Record-Return.
000367* The Log Keeps Who Had It; The Case Record Only Says Who
000368* Has It Now
000369     Perform Set-Today-And-Time
000370     Move Case-Holder-Dealer To Entry-Dealer
000371     Set Case-Key-In To True
000372     Move Spaces To Case-Holder-Operator Case-Holder-Dealer
000373     Move Zeros To Case-Out-Date Case-Out-Time
000374     Rewrite Key-Case-Record
000375        Invalid Key
000376           Move "Case Not On File" To Error-Message
000377        Not Invalid Key
000378           Move "R" To Key-Action
000379           Perform Write-Key-Log
000380           Add 1 To Keys-Returned
000381           Perform Show-Key-Status
000382           Move "Key Returned" To Error-Message
000383     End-Rewrite
000384     Move Spaces To Entry-Dealer
000385     .
000386 Add-Case.
000387     Evaluate True
000388        When Entry-Case = Spaces
000389           Move "Case Location is required" To Error-Message
000390           Move "0517" To Cursor-Position
000391        When Entry-Key = Spaces
000392           Move "Key Number is required" To Error-Message
000393           Move "0545" To Cursor-Position
000394        When Entry-Description = Spaces
000395           Move "New Case Description is required"
000396                To Error-Message
000397           Move "1117" To Cursor-Position
000398        When Other
000399           Move Spaces To Key-Case-Record
000400           Move Entry-Case To Case-Location
000401           Move Entry-Key To Case-Key-Number
000402           Move Entry-Description To Case-Description
000403           Set Case-Key-In To True
000404           Move Zeros To Case-Out-Date Case-Out-Time
000405           Write Key-Case-Record
000406              Invalid Key
000407                 Move "Case Or Key Number Already On File"
000408                      To Error-Message
000409              Not Invalid Key
000410                 Set Case-Found To True
000411                 Move Case-Description To Case-Desc-Display
000412                 Move Spaces To Entry-Description
000413                 Perform Show-Key-Status
000414                 Move "Case Added" To Error-Message
000415           End-Write
000416     End-Evaluate
000417     .
000418 Write-Key-Log.
000419     Move Spaces To Key-Log-Record
000420     Move Today-MMDDYYYY-N To Log-Date
000421     Move Work-Time (1:6) To Log-Time
000422     Move Case-Location To Log-Case-Location
000423     Move Case-Key-Number To Log-Key-Number
000424     Move Key-Action To Log-Action
000425     Move Current-Operator To Log-Operator
000426     Move Entry-Dealer To Log-Dealer
000427     Write Key-Log-Record
000428     .
000429 Set-Today-And-Time.
000430     Accept Work-Date From Date
000431     Accept Work-Time From Time
000432     Move Date-MM To Today-MM
000433     Move Date-DD To Today-DD
000434     Move 2000 To Today-YYYY
000435     Add Date-YY To Today-YYYY
000436     .
000437 Clear-Screen.
000438     Initialize Work-Record
000439     Move Spaces To Case-Found-Flag Case-Desc-Display
000440                    Key-Status-Display
000441     Move "0517" To Cursor-Position
000442     .
000443 Load-Current-Operator.
000444     Open Input Current-Operator-File
000445     If Current-Operator-Status = "00"
000446        Read Current-Operator-File
000447             At End Continue
000448             Not At End
000449                Move Curr-Oper-Id To Current-Operator
000450        End-Read
000451        Close Current-Operator-File
000452     End-If
000453     .
000454 Check-Quiesce-And-Register.
000455* The Nightly Driver Sets The Quiesce Flag; Online Entry
000456* Stands Down While It Is Active
000457     Open Input Quiesce-File
000458     If Quiesce-File-Status = "00"
000459        Read Quiesce-File
000460             At End Continue
000461             Not At End
000462                If Quiesce-Record = "ACTIVE"
000463                   Set Quiesce-Active To True
000464                End-If
000465        End-Read
000466        Close Quiesce-File
000467     End-If
000468     If Quiesce-Active
000469        Display "Nightly Processing Is Running - Try Later"
000470     Else
000471        Open Extend Online-Use-File
000472        Move "OPEN" To Use-Action
000473        Move "CHAPT16H" To Use-Program
000474        Perform Stamp-Online-Use
000475     End-If
000476     .
000477 Mark-Online-Close.
000478     If Not Quiesce-Active
000479        Move "CLOSE" To Use-Action
000480        Perform Stamp-Online-Use
000481        Close Online-Use-File
000482     End-If
000483     .
000484 Stamp-Online-Use.
000485     Accept Online-Stamp-Date From Date
000486     Accept Online-Stamp-Time From Time
000487     Move Online-Stamp-Date To Use-Stamp (1:6)
000488     Move Online-Stamp-Time To Use-Stamp (7:8)
000489     Write Online-Use-Record
000490     .
