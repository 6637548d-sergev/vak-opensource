000010 @OPTIONS MAIN,TEST
000020 Identification Division.
000030 Program-Id.  Chapt21p.
000031* Vendor Master Maintenance
000032* The Landlord, The Utilities, The Insurer And Everyone Else
000033* The Store Itself Owes: Remit-To Address, Payment Terms In
000034* Days, The 1099 Flag With TIN And W-9, And The ExpCat.TXT
000035* Category Their Bills Usually Post To.  Chapt21q Keys The
000036* Bills Against These Vendors And Chapt21r Pays Them
000037 Environment Division.
000038 Configuration Section.
000039 Special-Names.
000040       Crt Status Is Keyboard-Status
000041       Cursor Is Cursor-Position.
000042 Source-Computer.  IBM-PC.
000043 Object-Computer.  IBM-PC.
000044 Input-Output Section.
000045 File-Control.
000046     Select Optional Vendor-File Assign To "Vendor.Dat"
000047         Organization Indexed
000048         Access Random
000049         Record Key Vendor-Number
000050         File Status Vendor-Status.
000051     Select Optional Category-File Assign To "ExpCat.TXT"
000052         Organization Is Line Sequential
000053         File Status  Is Category-Status.
000054 Data Division.
000055 File Section.
000056 Fd  Vendor-File.
000057 Copy "vendor.cpy".
000058 Fd  Category-File.
000059 01  Category-Record.
000060     03  Exp-Cat-Code        Pic X(4).
000061     03  Filler              Pic X.
000062     03  Exp-Cat-Name        Pic X(20).
000063 Working-Storage Section.
000064 01  Keyboard-Status.
000065     03  Accept-Status Pic 9.
000066     03  Function-Key  Pic X.
000067         88  F1-Pressed Value X"01".
000068         88  F2-Pressed Value X"02".
000069         88  F3-Pressed Value X"03".
000070         88  F4-Pressed Value X"04".
000071         88  F5-Pressed Value X"05".
000072         88  F6-Pressed Value X"06".
000073     03  System-Use    Pic X.
000074 01  Cursor-Position.
000075     03  Cursor-Row    Pic 9(2) Value 1.
000076     03  Cursor-Column Pic 9(2) Value 1.
000077 01  Vendor-Status          Pic XX Value Spaces.
000078     88  Vendor-Success     Value "00" Thru "09".
000079 01  Category-Status        Pic XX Value Spaces.
000080 01  Category-Done-Flag     Pic X Value Spaces.
000081     88  Category-Done      Value "Y".
000082 01  Category-Count         Pic 9(2) Value Zeros.
000083 01  Category-Table-Area.
000084     03  Category-Entry Occurs 0 To 30 Times
000085             Depending On Category-Count
000086             Indexed By Category-Index.
000087         05  Table-Cat-Code  Pic X(4).
000088         05  Table-Cat-Name  Pic X(20).
000089 01  Category-Name-Display  Pic X(20) Value Spaces.
000090 01  Error-Message          Pic X(60) Value Spaces.
000091 01  Found-Flag             Pic X Value Spaces.
000092     88  Vendor-Found       Value "Y".
000093 01  Valid-Data-Flag        Pic X Value "Y".
000094     88  Valid-Data         Value "Y".
000095     88  Invalid-Data       Value "N".
000096 01  Vendors-Added          Pic 9(5) Value Zeros.
000097 01  Vendors-Changed        Pic 9(5) Value Zeros.
000098 01  Lower-Case-Letters     Pic X(26)
000099     Value "abcdefghijklmnopqrstuvwxyz".
000100 01  Upper-Case-Letters     Pic X(26)
000101     Value "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
000102 Screen Section.
000103 01  Data-Entry-Screen
000104     Blank Screen, Auto
000105     Foreground-Color Is 7,
000106     Background-Color Is 1.
000107     03  Screen-Literal-Group.
000108         05  Line 01 Column 30 Value "Darlene's Treasures"
000109             Highlight Foreground-Color 4 Background-Color 1.
000110         05  Line 03 Column 27 Value "Vendor Master Maintenance"
000111             Highlight.
000112         05  Line 05 Column 01  Value "Vendor Number: ".
000113         05  Line 06 Column 01  Value "Name: ".
000114         05  Line 07 Column 01  Value "Remit Address: ".
000115         05  Line 09 Column 01  Value "City: ".
000116         05  Line 10 Column 01  Value "State: ".
000117         05  Line 10 Column 40  Value "Postal Code: ".
000118         05  Line 11 Column 01  Value "Phone: ".
000119         05  Line 13 Column 01  Value "Terms (Days): ".
000120         05  Line 13 Column 30  Value "Expense Category: ".
000121         05  Line 14 Column 01  Value "1099 Vendor (Y/N): ".
000122         05  Line 14 Column 30  Value "Tax Id: ".
000123         05  Line 14 Column 50  Value "W-9 On File (Y/N): ".
000124         05  Line 16 Column 01  Value "Status: ".
000125         05  Line 16 Column 14  Value "A Active, I Inactive".
000126         05  Line 22 Column 01  Value
000127             "F1-Exit  F2-Add  F3-Find  F4-Clear  F5-Change".
000128         05  Line 23 Column 01  Value
000129             "F6-Inactivate".
000130     03  Required-Reverse-Group Reverse-Video Required.
000131         05  Line 05 Column 16  Pic X(8) Using Vendor-Number.
000132     03  Reverse-Video-Group Reverse-Video.
000133         05  Line 06 Column 16  Pic X(40) Using Vendor-Name.
000134         05  Line 07 Column 16  Pic X(50)
000135             Using Vendor-Remit-Address-1.
000136         05  Line 08 Column 16  Pic X(50)
000137             Using Vendor-Remit-Address-2.
000138         05  Line 09 Column 16  Pic X(40) Using Vendor-City.
000139         05  Line 10 Column 16  Pic X(20) Using Vendor-State.
000140         05  Line 10 Column 53  Pic X(15)
000141             Using Vendor-Postal-Code.
000142         05  Line 11 Column 16  Pic X(20) Using Vendor-Phone.
000143         05  Line 13 Column 16  Pic ZZ9
000144             Using Vendor-Terms-Days.
000145         05  Line 13 Column 48  Pic X(4)
000146             Using Vendor-Default-Category.
000147         05  Line 13 Column 54  Pic X(20)
000148             From Category-Name-Display.
000149         05  Line 14 Column 20  Pic X Using Vendor-1099-Flag.
000150         05  Line 14 Column 38  Pic X(9) Using Vendor-Tax-Id.
000151         05  Line 14 Column 69  Pic X Using Vendor-W9-Flag.
000152         05  Line 16 Column 09  Pic X
000153             Using Vendor-Status-Code.
000154     03  Blink-Group Highlight Blink.
000155         05  Line 20 Column 01 Pic X(60) From Error-Message.
000156 Procedure Division.
000157 Chapt21p-Start.
000158     Perform Load-Category-Table
000159     Open I-O Vendor-File
000160     If Vendor-Status = "35"
000161        Open Output Vendor-File
000162        Close Vendor-File
000163        Open I-O Vendor-File
000164     End-If
000165     Perform Clear-Screen
000166     Perform Process-Screen Until F1-Pressed
000167     Close Vendor-File
000168     Display "Vendors Added   " Vendors-Added
000169     Display "Vendors Changed " Vendors-Changed
000170     Stop Run
000171     .
000172 Process-Screen.
000173     Display Data-Entry-Screen
000174     Accept Data-Entry-Screen
000175     Move Spaces To Error-Message
000176     Inspect Vendor-Number Converting
000177             "abcdefghijklmnopqrstuvwxyz" To
000178             "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
000179     Evaluate True
000180        When F2-Pressed
000181           Perform Add-Vendor
000182        When F3-Pressed
000183           Perform Find-Vendor
000184        When F4-Pressed
000185           Perform Clear-Screen
000186        When F5-Pressed
000187           Perform Change-Vendor
000188        When F6-Pressed
000189           Perform Inactivate-Vendor
000190        When Other
000191           Continue
000192     End-Evaluate
000193     .
000194 Add-Vendor.
000195     If Vendor-Status-Code = Spaces
000196        Set Vendor-Active To True
000197     End-If
000198     Perform Validate-Data
000199     If Valid-Data
000200        Write Vendor-Record
000201           Invalid Key
000202              Move "Vendor Number Is Already On File"
000203                   To Error-Message
000204              Move "0516" To Cursor-Position
000205           Not Invalid Key
000206              Add 1 To Vendors-Added
000207              Set Vendor-Found To True
000208              Move "Vendor Added" To Error-Message
000209        End-Write
000210     End-If
000211     .
000212 Find-Vendor.
000213     Move Spaces To Found-Flag
000214     Read Vendor-File
000215          Invalid Key
000216             Move "Vendor Not Found" To Error-Message
000217             Move "0516" To Cursor-Position
000218          Not Invalid Key
000219             Set Vendor-Found To True
000220             Perform Show-Category-Name
000221     End-Read
000222     .
000223 Change-Vendor.
000224     If Not Vendor-Found
000225        Move "Find the vendor first (F3)" To Error-Message
000226     Else
000227        Perform Validate-Data
000228        If Valid-Data
000229           Rewrite Vendor-Record
000230              Invalid Key
000231                 Move "Vendor Not Found - Use F2 To Add"
000232                      To Error-Message
000233              Not Invalid Key
000234                 Add 1 To Vendors-Changed
000235                 Move "Vendor Changed" To Error-Message
000236           End-Rewrite
000237        End-If
000238     End-If
000239     .
000240 Inactivate-Vendor.
000241* Vendors Are Never Deleted: Their Paid Bills And 1099 History
000242* Still Point At Them.  Inactive Vendors Take No New Bills
000243     If Not Vendor-Found
000244        Move "Find the vendor first (F3)" To Error-Message
000245     Else
000246        Set Vendor-Inactive To True
000247        Rewrite Vendor-Record
000248           Invalid Key
000249              Move "Vendor Not Found" To Error-Message
000250           Not Invalid Key
000251              Add 1 To Vendors-Changed
000252              Move "Vendor Inactivated" To Error-Message
000253        End-Rewrite
000254     End-If
000255     .
000256 Validate-Data.
000257     Set Valid-Data To True
000258     Inspect Vendor-Default-Category Converting
000259             Lower-Case-Letters To Upper-Case-Letters
000260     Inspect Vendor-1099-Flag Converting
000261             Lower-Case-Letters To Upper-Case-Letters
000262     Inspect Vendor-W9-Flag Converting
000263             Lower-Case-Letters To Upper-Case-Letters
000264     Inspect Vendor-Status-Code Converting
000265             Lower-Case-Letters To Upper-Case-Letters
000266     If Vendor-1099-Flag = Space
000267        Move "N" To Vendor-1099-Flag
000268     End-If
000269     If Vendor-W9-Flag = Space
000270        Move "N" To Vendor-W9-Flag
000271     End-If
000272     Evaluate True
000273        When Vendor-Number = Spaces
000274           Move "Vendor Number is required" To Error-Message
000275           Move "0516" To Cursor-Position
000276           Set Invalid-Data To True
000277        When Vendor-Name = Spaces
000278           Move "Vendor Name is required" To Error-Message
000279           Move "0616" To Cursor-Position
000280           Set Invalid-Data To True
000281        When Vendor-Remit-Address-1 = Spaces
000282           Move "A Remit-To Address is required" To Error-Message
000283           Move "0716" To Cursor-Position
000284           Set Invalid-Data To True
000285        When Vendor-1099-Flag Not = "Y" And
000286             Vendor-1099-Flag Not = "N"
000287           Move "1099 Vendor must be Y or N" To Error-Message
000288           Move "1420" To Cursor-Position
000289           Set Invalid-Data To True
000290        When Vendor-W9-Flag Not = "Y" And
000291             Vendor-W9-Flag Not = "N"
000292           Move "W-9 On File must be Y or N" To Error-Message
000293           Move "1469" To Cursor-Position
000294           Set Invalid-Data To True
000295        When Vendor-Gets-1099 And Vendor-Tax-Id Not Numeric
000296           Move "A 1099 Vendor needs a nine-digit Tax Id"
000297                To Error-Message
000298           Move "1438" To Cursor-Position
000299           Set Invalid-Data To True
000300        When Not Vendor-Active And Not Vendor-Inactive
000301           Move "Status must be A or I" To Error-Message
000302           Move "1609" To Cursor-Position
000303           Set Invalid-Data To True
000304        When Vendor-Default-Category Not = Spaces
000305           Perform Verify-Category
000306        When Other
000307           Move Spaces To Category-Name-Display
000308     End-Evaluate
000309     .
000310 Verify-Category.
000311     Set Category-Index To 1
000312     Search Category-Entry
000313          At End
000314             Move "Category not on the expense table"
000315                  To Error-Message
000316             Move "1348" To Cursor-Position
000317             Set Invalid-Data To True
000318          When Table-Cat-Code (Category-Index) =
000319               Vendor-Default-Category
000320             Move Table-Cat-Name (Category-Index) To
000321                  Category-Name-Display
000322     End-Search
000323     .
000324 Show-Category-Name.
000325     Move Spaces To Category-Name-Display
000326     Set Category-Index To 1
000327     Search Category-Entry
000328          At End
000329             Continue
000330          When Table-Cat-Code (Category-Index) =
000331               Vendor-Default-Category
000332             Move Table-Cat-Name (Category-Index) To
000333                  Category-Name-Display
000334     End-Search
000335     .
000336 Clear-Screen.
000337     Initialize Vendor-Record
000338     Move Spaces To Found-Flag Category-Name-Display
000339     Move 1 To Cursor-Row Cursor-Column
000340     .
000341 Load-Category-Table.
000342     Open Input Category-File
000343     If Category-Status Not = "00"
000344        Move "PAYR" To Table-Cat-Code (1)
000345        Move "Payroll" To Table-Cat-Name (1)
000346        Move "UTIL" To Table-Cat-Code (2)
000347        Move "Utilities" To Table-Cat-Name (2)
000348        Move "INSR" To Table-Cat-Code (3)
000349        Move "Insurance" To Table-Cat-Name (3)
000350        Move "ADVT" To Table-Cat-Code (4)
000351        Move "Advertising" To Table-Cat-Name (4)
000352        Move "MISC" To Table-Cat-Code (5)
000353        Move "Miscellaneous" To Table-Cat-Name (5)
000354        Move 5 To Category-Count
000355     Else
000356        Perform Load-One-Category Until Category-Done
000357        Close Category-File
000358     End-If
000359     .
000360 Load-One-Category.
000361     Read Category-File
000362          At End Set Category-Done To True
000363          Not At End
000364             If Category-Count < 30
000365                Add 1 To Category-Count
000366                Move Exp-Cat-Code To
000367                     Table-Cat-Code (Category-Count)
000368                Move Exp-Cat-Name To
000369                     Table-Cat-Name (Category-Count)
000370             End-If
000371     End-Read
000372     .
