000010 @OPTIONS MAIN,TEST
000020 Identification Division.
000030 Program-Id.  Chapt24q.
000031* Trade Discount Eligibility Maintenance
000032* Dealers Shopping Other Booths, Our Own Staff And
000033* Registered Interior Designers Are Keyed Here By Customer
000034* Number With Their Discount Class, Percentage, Optional
000035* Monthly Dollar Cap And Expiry.  Chapt18a/18b Apply The
000036* Discount When The Customer Is Keyed; Chapt24r Reports It
000037 Environment Division.
000038 Configuration Section.
000039 Special-Names.
000040       Crt Status Is Keyboard-Status
000041       Cursor Is Cursor-Position.
000042 Source-Computer.  IBM-PC.
000043 Object-Computer.  IBM-PC.
000044 Input-Output Section.
000045 File-Control.
000046     Select Optional Trade-Discount-File Assign To "TradeDsc.Dat"
000047         Organization Indexed
000048         Access Random
000049         Record Key Trade-Customer
000050         File Status Trade-Discount-Status.
000051     Select Customer-File Assign To "Customer.Dat"
000052         Organization Indexed
000053         Access Random
000054         Record Key Customer-Number
000055         Alternate Record Key Customer-Name
000056         File Status Customer-Status.
000057     Select Optional Current-Operator-File Assign To
000058                     "CurrOper.TXT"
000059         Organization Is Line Sequential
000060         File Status  Is Current-Operator-Status.
000061 Data Division.
000062 File Section.
000063 Fd  Trade-Discount-File.
000064 Copy "tradedsc.cpy".
000065 Fd  Customer-File.
000066 01  Customer-Record.
000067     03  Customer-Number       Pic X(8).
000068     03  Customer-Name.
000069         05  Last-Name   Pic X(25).
000070         05  First-Name  Pic X(15).
000071         05  Middle-Name Pic X(10).
000072     03  Filler              Pic X(175).
000073     03  Home-Phone          Pic X(20).
000074     03  Mailing-List-Flag   Pic X.
000075     03  Loyalty-Points      Pic 9(7).
000076     03  Filler              Pic X(13).
000077 Fd  Current-Operator-File.
000078 01  Current-Operator-Record.
000079     03  Curr-Oper-Id        Pic X(4).
000080     03  Filler              Pic X.
000081     03  Curr-Oper-Level     Pic 9.
000082 Working-Storage Section.
000083 01  Keyboard-Status.
000084     03  Accept-Status Pic 9.
000085     03  Function-Key  Pic X.
000086         88  F1-Pressed Value X"01".
000087         88  F2-Pressed Value X"02".
000088         88  F3-Pressed Value X"03".
000089         88  F4-Pressed Value X"04".
000090         88  F5-Pressed Value X"05".
000091         88  F6-Pressed Value X"06".
000092     03  System-Use    Pic X.
000093 01  Cursor-Position.
000094     03  Cursor-Row    Pic 9(2) Value 1.
000095     03  Cursor-Column Pic 9(2) Value 1.
000096 01  Trade-Discount-Status  Pic XX Value Spaces.
000097 01  Customer-Status        Pic XX Value Spaces.
000098     88  Customer-Success   Value "00" Thru "09".
000099 01  Current-Operator-Status Pic XX Value Spaces.
000100 01  Current-Operator       Pic X(4) Value Spaces.
000101 01  Error-Message          Pic X(60) Value Spaces.
000102 01  Found-Flag             Pic X Value Spaces.
000103     88  Eligibility-Found  Value "Y".
000104 01  Valid-Data-Flag        Pic X Value "Y".
000105     88  Valid-Data         Value "Y".
000106     88  Invalid-Data       Value "N".
000107 01  Customers-Added        Pic 9(5) Value Zeros.
000108 01  Customers-Changed      Pic 9(5) Value Zeros.
000109 01  Customers-Deleted      Pic 9(5) Value Zeros.
000110 01  Saved-Customer         Pic X(8) Value Spaces.
000111 01  Formatted-Name         Pic X(40) Value Spaces.
000112 01  Class-Description      Pic X(20) Value Spaces.
000113 01  Cal-Date.
000114     03  Cal-MM             Pic 99.
000115     03  Cal-DD             Pic 99.
000116     03  Cal-YYYY           Pic 9(4).
000117 01  Cal-Date-N Redefines Cal-Date Pic 9(8).
000118 01  Lower-Case-Letters     Pic X(26)
000119     Value "abcdefghijklmnopqrstuvwxyz".
000120 01  Upper-Case-Letters     Pic X(26)
000121     Value "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
000122 Screen Section.
000123 01  Data-Entry-Screen
000124     Blank Screen, Auto
000125     Foreground-Color Is 7,
000126     Background-Color Is 1.
000127     03  Screen-Literal-Group.
000128         05  Line 01 Column 30 Value "Darlene's Treasures"
000129             Highlight Foreground-Color 4 Background-Color 1.
000130         05  Line 03 Column 24 Value
000131             "Trade Discount Eligibility File"
000132             Highlight.
000133         05  Line 05 Column 01  Value "Customer Number: ".
000134         05  Line 07 Column 01  Value "Discount Class: ".
000135         05  Line 07 Column 30  Value
000136             "D Dealer, S Staff, I Interior Designer".
000137         05  Line 08 Column 01  Value "Discount Pct: ".
000138         05  Line 09 Column 01  Value "Monthly Cap: ".
000139         05  Line 09 Column 30  Value "Zero For No Cap".
000140         05  Line 10 Column 01  Value "Expires: ".
000141         05  Line 10 Column 30  Value "Zero For No Expiry".
000142         05  Line 11 Column 01  Value "Reference: ".
000143         05  Line 11 Column 40  Value
000144             "Dealer No, Employee Id, License".
000145         05  Line 13 Column 01  Value "Entered By: ".
000146         05  Line 22 Column 01  Value
000147             "F1-Exit  F2-Add  F3-Find  F4-Clear  F5-Change".
000148         05  Line 23 Column 01  Value
000149             "F6-Delete".
000150     03  Required-Reverse-Group Reverse-Video Required.
000151         05  Line 05 Column 18  Pic X(8) Using Trade-Customer.
000152     03  Reverse-Video-Group Reverse-Video.
000153         05  Line 07 Column 18  Pic X Using Trade-Class.
000154         05  Line 08 Column 18  Pic Z9 Using Trade-Percent.
000155         05  Line 09 Column 18  Pic ZZ,ZZZ.99
000156             Using Trade-Monthly-Cap.
000157         05  Line 10 Column 18  Pic 99/99/9999
000158             Using Trade-Expiry-Date.
000159         05  Line 11 Column 18  Pic X(20) Using Trade-Reference.
000160     03  Display-Only-Group.
000161         05  Line 05 Column 30  Pic X(40) From Formatted-Name.
000162         05  Line 07 Column 20  Pic X(9)
000163             From Class-Description.
000164         05  Line 13 Column 18  Pic X(4) From Trade-Entered-By.
000165     03  Blink-Group Highlight Blink.
000166         05  Line 20 Column 01 Pic X(60) From Error-Message.
000167 Procedure Division.
000168 Chapt24q-Start.
000169     Perform Load-Current-Operator
000170     Open Input Customer-File
000171     If Not Customer-Success
000172        Display "Unable To Open Customer File, Status "
000173                Customer-Status
000174        Stop Run
000175     End-If
000176     Open I-O Trade-Discount-File
000177     If Trade-Discount-Status = "35"
000178        Open Output Trade-Discount-File
000179        Close Trade-Discount-File
000180        Open I-O Trade-Discount-File
000181     End-If
000182     Perform Clear-Screen
000183     Perform Process-Screen Until F1-Pressed
000184     Close Trade-Discount-File
000185           Customer-File
000186     Display "Customers Added   " Customers-Added
000187     Display "Customers Changed " Customers-Changed
000188     Display "Customers Deleted " Customers-Deleted
000189     Stop Run
000190     .
000191 Process-Screen.
000192     Display Data-Entry-Screen
000193     Accept Data-Entry-Screen
000194     Move Spaces To Error-Message
000195     Inspect Trade-Customer Converting
000196             Lower-Case-Letters To Upper-Case-Letters
000197     Inspect Trade-Class Converting
000198             Lower-Case-Letters To Upper-Case-Letters
000199     Evaluate True
000200        When F2-Pressed
000201           Perform Add-Eligibility
000202        When F3-Pressed
000203           Perform Find-Eligibility
000204        When F4-Pressed
000205           Perform Clear-Screen
000206        When F5-Pressed
000207           Perform Change-Eligibility
000208        When F6-Pressed
000209           Perform Delete-Eligibility
000210        When Other
000211           Continue
000212     End-Evaluate
000213     Perform Show-Class-Description
000214     .
000215 Add-Eligibility.
000216     Perform Validate-Data
000217     If Valid-Data
000218        Move Current-Operator To Trade-Entered-By
000219        Write Trade-Discount-Record
000220           Invalid Key
000221              Move "Customer Already On File - Use F5 To Change"
000222                   To Error-Message
000223              Move "0518" To Cursor-Position
000224           Not Invalid Key
000225              Add 1 To Customers-Added
000226              Perform Save-Customer-Key
000227              Move "Eligibility Added" To Error-Message
000228        End-Write
000229     End-If
000230     .
000231 Find-Eligibility.
000232     Move Spaces To Found-Flag
000233     Perform Show-Customer-Name
000234     Read Trade-Discount-File
000235          Invalid Key
000236             Move "Customer Not Eligible - F2 To Add"
000237                  To Error-Message
000238             Move "0518" To Cursor-Position
000239             Move Trade-Customer To Saved-Customer
000240             Initialize Trade-Discount-Record
000241             Move Saved-Customer To Trade-Customer
000242             Move Spaces To Saved-Customer
000243          Not Invalid Key
000244             Perform Save-Customer-Key
000245     End-Read
000246     .
000247 Change-Eligibility.
000248     Evaluate True
000249        When Not Eligibility-Found Or
000250             Trade-Customer Not = Saved-Customer
000251           Move "Find the customer first (F3)" To Error-Message
000252        When Other
000253           Perform Validate-Data
000254           If Valid-Data
000255              Move Current-Operator To Trade-Entered-By
000256              Rewrite Trade-Discount-Record
000257                 Invalid Key
000258                    Move "Customer Not Found - Use F2 To Add"
000259                         To Error-Message
000260                 Not Invalid Key
000261                    Add 1 To Customers-Changed
000262                    Perform Save-Customer-Key
000263                    Move "Eligibility Changed" To Error-Message
000264              End-Rewrite
000265           End-If
000266     End-Evaluate
000267     .
000268 Delete-Eligibility.
000269     If Not Eligibility-Found Or
000270        Trade-Customer Not = Saved-Customer
000271        Move "Find the customer first (F3)" To Error-Message
000272     Else
000273        Delete Trade-Discount-File
000274           Invalid Key
000275              Move "Customer Not Found" To Error-Message
000276           Not Invalid Key
000277              Add 1 To Customers-Deleted
000278              Perform Clear-Screen
000279              Move "Eligibility Deleted" To Error-Message
000280        End-Delete
000281     End-If
000282     .
000283 Validate-Data.
000284     Set Valid-Data To True
000285     Perform Show-Customer-Name
000286     Evaluate True
000287        When Formatted-Name = Spaces
000288           Move "Customer Number is not on file" To Error-Message
000289           Move "0518" To Cursor-Position
000290           Set Invalid-Data To True
000291        When Not Trade-Class-Valid
000292           Move "Discount Class must be D, S or I"
000293                To Error-Message
000294           Move "0718" To Cursor-Position
000295           Set Invalid-Data To True
000296        When Trade-Percent = Zero Or Trade-Percent > 50
000297           Move "Discount Pct must be 1 to 50" To Error-Message
000298           Move "0818" To Cursor-Position
000299           Set Invalid-Data To True
000300        When Trade-Expiry-Date Not = Zero
000301           Perform Validate-Expiry-Date
000302        When Other
000303           Continue
000304     End-Evaluate
000305     .
000306 Validate-Expiry-Date.
000307     Move Trade-Expiry-Date To Cal-Date-N
000308     If Cal-MM < 1 Or Cal-MM > 12 Or
000309        Cal-DD < 1 Or Cal-DD > 31 Or Cal-YYYY < 1950
000310        Move "Expiry Date must be a valid date"
000311             To Error-Message
000312        Move "1018" To Cursor-Position
000313        Set Invalid-Data To True
000314     End-If
000315     .
000316 Show-Customer-Name.
000317     Move Spaces To Formatted-Name
000318     Move Trade-Customer To Customer-Number
000319     Read Customer-File
000320          Invalid Key
000321             Continue
000322          Not Invalid Key
000323             String First-Name  Delimited By Space
000324                    " "         Delimited By Size
000325                    Middle-Name Delimited By Space
000326                    " "         Delimited By Size
000327                    Last-Name   Delimited By Space
000328                    Into Formatted-Name
000329             End-String
000330     End-Read
000331     .
000332 Show-Class-Description.
000333     Evaluate True
000334        When Trade-Class-Dealer
000335           Move "Dealer" To Class-Description
000336        When Trade-Class-Staff
000337           Move "Staff" To Class-Description
000338        When Trade-Class-Designer
000339           Move "Designer" To Class-Description
000340        When Other
000341           Move Spaces To Class-Description
000342     End-Evaluate
000343     .
000344 Save-Customer-Key.
000345     Set Eligibility-Found To True
000346     Move Trade-Customer To Saved-Customer
000347     .
000348 Clear-Screen.
000349     Initialize Trade-Discount-Record
000350     Move Spaces To Found-Flag Saved-Customer Formatted-Name
000351     Move "0518" To Cursor-Position
000352     .
000353 Load-Current-Operator.
000354     Open Input Current-Operator-File
000355     If Current-Operator-Status = "00"
000356        Read Current-Operator-File
000357             At End Continue
000358             Not At End
000359                Move Curr-Oper-Id To Current-Operator
000360        End-Read
000361        Close Current-Operator-File
000362     End-If
000363     .
