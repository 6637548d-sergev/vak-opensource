000010 @OPTIONS MAIN,TEST
000020 Identification Division.
000030 Program-Id.  Chapt21q.
000031* Accounts Payable Invoice Entry
000032* Store Bills Are Keyed When They Arrive Rather Than When
000033* The Check Is Written, So What The Store Owes Is On File.
000034* Each Bill Gets A Voucher Number From APCtl.TXT, A Due Date
000035* (Defaulted From The Vendor's Terms) And An ExpCat.TXT
000036* Category (Defaulted From The Vendor).  The Same Vendor
000037* Invoice Cannot Be Keyed Twice.  Chapt21r Pays Them
000038 Environment Division.
000039 Configuration Section.
000040 Special-Names.
000041       Crt Status Is Keyboard-Status
000042       Cursor Is Cursor-Position.
000043 Source-Computer.  IBM-PC.
000044 Object-Computer.  IBM-PC.
000045 Input-Output Section.
000046 File-Control.
000047     Select Optional AP-Invoice-File Assign To "APInv.Dat"
000048         Organization Indexed
000049         Access Dynamic
000050         Record Key AP-Voucher-Number
000051         Alternate Record Key AP-Vendor
000052             With Duplicates
000053         File Status AP-Invoice-Status.
000054     Select Optional Vendor-File Assign To "Vendor.Dat"
000055         Organization Indexed
000056         Access Random
000057         Record Key Vendor-Number
000058         File Status Vendor-Status.
000059     Select Optional AP-Control-File Assign To "APCtl.TXT"
000060         Organization Is Line Sequential
000061         File Status  Is AP-Control-Status.
000062     Select Optional Category-File Assign To "ExpCat.TXT"
000063         Organization Is Line Sequential
000064         File Status  Is Category-Status.
000065     Select Optional Current-Operator-File Assign To
000066                     "CurrOper.TXT"
000067         Organization Is Line Sequential
000068         File Status  Is Current-Operator-Status.
000069 Data Division.
000070 File Section.
000071 Fd  AP-Invoice-File.
000072 Copy "apinv.cpy".
000073 Fd  Vendor-File.
000074 Copy "vendor.cpy".
000075 Fd  AP-Control-File.
000076 01  AP-Control-Record.
000077     03  Control-Next-Voucher Pic 9(6).
000078 Fd  Category-File.
000079 01  Category-Record.
000080     03  Exp-Cat-Code        Pic X(4).
000081     03  Filler              Pic X.
000082     03  Exp-Cat-Name        Pic X(20).
000083 Fd  Current-Operator-File.
000084 01  Current-Operator-Record.
000085     03  Curr-Oper-Id        Pic X(4).
000086     03  Filler              Pic X.
000087     03  Curr-Oper-Level     Pic 9.
000088 Working-Storage Section.
000089 01  Keyboard-Status.
000090     03  Accept-Status Pic 9.
000091     03  Function-Key  Pic X.
000092         88  F1-Pressed Value X"01".
000093         88  F2-Pressed Value X"02".
000094         88  F3-Pressed Value X"03".
000095         88  F4-Pressed Value X"04".
000096         88  F5-Pressed Value X"05".
000097         88  F6-Pressed Value X"06".
000098     03  System-Use    Pic X.
000099 01  Cursor-Position.
000100     03  Cursor-Row    Pic 9(2) Value 1.
000101     03  Cursor-Column Pic 9(2) Value 1.
000102 01  AP-Invoice-Status      Pic XX Value Spaces.
000103     88  AP-Invoice-Success Value "00" Thru "09".
000104 01  Vendor-Status          Pic XX Value Spaces.
000105     88  Vendor-Success     Value "00" Thru "09".
000106 01  AP-Control-Status      Pic XX Value Spaces.
000107 01  Category-Status        Pic XX Value Spaces.
000108 01  Current-Operator-Status Pic XX Value Spaces.
000109 01  Current-Operator       Pic X(4) Value Spaces.
000110 01  Category-Done-Flag     Pic X Value Spaces.
000111     88  Category-Done      Value "Y".
000112 01  Category-Count         Pic 9(2) Value Zeros.
000113 01  Category-Table-Area.
000114     03  Category-Entry Occurs 0 To 30 Times
000115             Depending On Category-Count
000116             Indexed By Category-Index.
000117         05  Table-Cat-Code  Pic X(4).
000118         05  Table-Cat-Name  Pic X(20).
000119 01  Error-Message          Pic X(60) Value Spaces.
000120 01  Invoices-Entered       Pic 9(5) Value Zeros.
000121 01  Invoices-Voided        Pic 9(5) Value Zeros.
000122 01  Next-Voucher-Number    Pic 9(6) Value Zeros.
000123 01  Valid-Data-Flag        Pic X Value "Y".
000124     88  Valid-Data         Value "Y".
000125     88  Invalid-Data       Value "N".
000126 01  Vendor-Found-Flag      Pic X Value Spaces.
000127     88  Vendor-Found       Value "Y".
000128 01  Voucher-Found-Flag     Pic X Value Spaces.
000129     88  Voucher-Found      Value "Y".
000130 01  Duplicate-Flag         Pic X Value Spaces.
000131     88  Duplicate-Invoice  Value "Y".
000132 01  Scan-Done-Flag         Pic X Value Spaces.
000133     88  Scan-Done          Value "Y".
000134 01  Day-Sub                Pic 9(3) Value Zeros.
000135 01  Max-Day                Pic 99 Value Zeros.
000136 01  Leap-Quotient          Pic 9(4) Value Zeros.
000137 01  Leap-Remainder         Pic 9(3) Value Zeros.
000138 01  Cal-Date.
000139     03  Cal-MM             Pic 99.
000140     03  Cal-DD             Pic 99.
000141     03  Cal-YYYY           Pic 9(4).
000142 01  Cal-Date-N Redefines Cal-Date Pic 9(8).
000143 01  Work-Record.
000144     03  Entry-Voucher       Pic 9(6).
000145     03  Entry-Vendor        Pic X(8).
000146     03  Entry-Vendor-Name   Pic X(40).
000147     03  Entry-Vendor-Invoice Pic X(15).
000148     03  Entry-Invoice-Date  Pic 9(8).
000149     03  Entry-Due-Date      Pic 9(8).
000150     03  Entry-Category      Pic X(4).
000151     03  Entry-Description   Pic X(30).
000152     03  Entry-Amount        Pic 9(6)v99.
000153     03  Entry-Status        Pic X.
000154     03  Entry-Check-Number  Pic X(10).
000155 Screen Section.
000156 01  Data-Entry-Screen
000157     Blank Screen, Auto
000158     Foreground-Color Is 7,
000159     Background-Color Is 1.
000160     03  Screen-Literal-Group.
000161         05  Line 01 Column 30 Value "Darlene's Treasures"
000162             Highlight Foreground-Color 4 Background-Color 1.
000163         05  Line 03 Column 24 Value
000164             "Accounts Payable Invoice Entry" Highlight.
000165         05  Line 05 Column 01  Value "Voucher: ".
000166         05  Line 05 Column 30  Value "Status: ".
000167         05  Line 05 Column 45  Value "Check: ".
000168         05  Line 07 Column 01  Value "Vendor: ".
000169         05  Line 08 Column 01  Value "Vendor Invoice: ".
000170         05  Line 09 Column 01  Value "Invoice Date: ".
000171         05  Line 10 Column 01  Value "Due Date: ".
000172         05  Line 10 Column 30  Value
000173             "(Blank Uses The Vendor's Terms)".
000174         05  Line 11 Column 01  Value "Category: ".
000175         05  Line 12 Column 01  Value "Description: ".
000176         05  Line 13 Column 01  Value "Amount: ".
000177         05  Line 22 Column 01  Value
000178             "F1-Exit  F2-Save  F3-Find Vendor  F4-Clear".
000179         05  Line 23 Column 01  Value
000180             "F5-Find Voucher  F6-Void Voucher".
000181     03  Reverse-Video-Group Reverse-Video.
000182         05  Line 05 Column 10  Pic Z(5)9
000183             Using Entry-Voucher Blank When Zero.
000184         05  Line 05 Column 38  Pic X From Entry-Status.
000185         05  Line 05 Column 52  Pic X(10)
000186             From Entry-Check-Number.
000187         05  Line 07 Column 17  Pic X(8) Using Entry-Vendor.
000188         05  Line 07 Column 27  Pic X(40)
000189             From Entry-Vendor-Name.
000190         05  Line 08 Column 17  Pic X(15)
000191             Using Entry-Vendor-Invoice.
000192         05  Line 09 Column 17  Pic 99/99/9999
000193             Using Entry-Invoice-Date.
000194         05  Line 10 Column 17  Pic 99/99/9999
000195             Using Entry-Due-Date Blank When Zero.
000196         05  Line 11 Column 17  Pic X(4) Using Entry-Category.
000197         05  Line 12 Column 17  Pic X(30)
000198             Using Entry-Description.
000199         05  Line 13 Column 17  Pic ZZZZZ9.99
000200             Using Entry-Amount Blank When Zero.
000201     03  Blink-Group Highlight Blink.
000202         05  Line 20 Column 01 Pic X(60) From Error-Message.
000203 Procedure Division.
000204 Chapt21q-Start.
000205     Perform Load-Current-Operator
000206     Perform Load-Category-Table
000207     Open I-O AP-Invoice-File
000208     If AP-Invoice-Status = "35"
000209        Open Output AP-Invoice-File
000210        Close AP-Invoice-File
000211        Open I-O AP-Invoice-File
000212     End-If
000213     Open Input Vendor-File
000214     If Not Vendor-Success
000215        Display "Unable To Open Vendor File, Status "
000216                Vendor-Status
000217        Close AP-Invoice-File
000218        Stop Run
000219     End-If
000220     Initialize Work-Record
000221     Perform Process-Screen Until F1-Pressed
000222     Close AP-Invoice-File
000223           Vendor-File
000224     Display "AP Invoices Entered " Invoices-Entered
000225     Display "AP Invoices Voided  " Invoices-Voided
000226     Stop Run
000227     .
000228 Process-Screen.
000229     Display Data-Entry-Screen
000230     Accept Data-Entry-Screen
000231     Move Spaces To Error-Message
000232     Inspect Entry-Vendor Converting
000233             "abcdefghijklmnopqrstuvwxyz" To
000234             "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
000235     Inspect Entry-Category Converting
000236             "abcdefghijklmnopqrstuvwxyz" To
000237             "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
000238     Evaluate True
000239        When F2-Pressed
000240           Perform Save-Invoice
000241        When F3-Pressed
000242           Perform Find-Vendor
000243           If Vendor-Found And Entry-Category = Spaces
000244              Move Vendor-Default-Category To Entry-Category
000245           End-If
000246        When F4-Pressed
000247           Initialize Work-Record
000248           Move 1 To Cursor-Row Cursor-Column
000249        When F5-Pressed
000250           Perform Find-Voucher
000251        When F6-Pressed
000252           Perform Void-Voucher
000253        When Other
000254           Continue
000255     End-Evaluate
000256     .
000257 Save-Invoice.
000258     If Entry-Voucher Not = Zeros
000259        Move "Clear (F4) Before Keying A New Bill"
000260             To Error-Message
000261     Else
000262        Perform Validate-Data
000263        If Valid-Data
000264           Perform Write-AP-Invoice
000265        End-If
000266     End-If
000267     .
000268 Validate-Data.
000269     Set Valid-Data To True
000270     Perform Find-Vendor
000271     If Not Vendor-Found
000272        Set Invalid-Data To True
000273     Else
000274        If Entry-Category = Spaces
000275           Move Vendor-Default-Category To Entry-Category
000276        End-If
000277        Move Entry-Invoice-Date To Cal-Date-N
000278        Evaluate True
000279           When Vendor-Inactive
000280              Move "Vendor Is Inactive - No New Bills"
000281                   To Error-Message
000282              Move "0717" To Cursor-Position
000283              Set Invalid-Data To True
000284           When Entry-Vendor-Invoice = Spaces
000285              Move "Vendor Invoice Number is required"
000286                   To Error-Message
000287              Move "0817" To Cursor-Position
000288              Set Invalid-Data To True
000289           When Cal-MM < 1 Or Cal-MM > 12 Or
000290                Cal-DD < 1 Or Cal-DD > 31 Or Cal-YYYY < 2000
000291              Move "Invoice Date must be a valid date"
000292                   To Error-Message
000293              Move "0917" To Cursor-Position
000294              Set Invalid-Data To True
000295           When Entry-Amount Not > Zero
000296              Move "Amount must be greater than zero"
000297                   To Error-Message
000298              Move "1317" To Cursor-Position
000299              Set Invalid-Data To True
000300           When Entry-Description = Spaces
000301              Move "Description is required" To Error-Message
000302              Move "1217" To Cursor-Position
000303              Set Invalid-Data To True
000304           When Other
000305              Perform Verify-Category
000306              If Valid-Data
000307                 Perform Set-Due-Date
000308                 Perform Check-Duplicate-Invoice
000309              End-If
000310        End-Evaluate
000311     End-If
000312     .
000313 Find-Vendor.
000314     Move Spaces To Vendor-Found-Flag Entry-Vendor-Name
000315     Move Entry-Vendor To Vendor-Number
000316     Read Vendor-File
000317          Invalid Key
000318             Move "Vendor Not On File - Add It With Chapt21p"
000319                  To Error-Message
000320             Move "0717" To Cursor-Position
000321          Not Invalid Key
000322             Set Vendor-Found To True
000323             Move Vendor-Name To Entry-Vendor-Name
000324     End-Read
000325     .
000326 Verify-Category.
000327     Set Category-Index To 1
000328     Search Category-Entry
000329          At End
000330             Move "Category not on the expense table"
000331                  To Error-Message
000332             Move "1117" To Cursor-Position
000333             Set Invalid-Data To True
000334          When Table-Cat-Code (Category-Index) = Entry-Category
000335             Continue
000336     End-Search
000337     .
000338 Set-Due-Date.
000339* A Blank Due Date Runs The Vendor's Terms From The Invoice Date
000340     If Entry-Due-Date = Zeros
000341        Move Entry-Invoice-Date To Cal-Date-N
000342        Perform Advance-One-Day
000343                Varying Day-Sub From 1 By 1
000344                Until Day-Sub > Vendor-Terms-Days
000345        Move Cal-Date-N To Entry-Due-Date
000346     End-If
000347     .
000348 Advance-One-Day.
000349     Perform Set-Max-Day
000350     Add 1 To Cal-DD
000351     If Cal-DD > Max-Day
000352        Move 1 To Cal-DD
000353        Add 1 To Cal-MM
000354        If Cal-MM > 12
000355           Move 1 To Cal-MM
000356           Add 1 To Cal-YYYY
000357        End-If
000358     End-If
000359     .
000360 Set-Max-Day.
000361     Evaluate Cal-MM
000362        When 4 When 6 When 9 When 11
000363           Move 30 To Max-Day
000364        When 2
000365           Move 28 To Max-Day
000366           Divide Cal-YYYY By 4 Giving Leap-Quotient
000367                  Remainder Leap-Remainder
000368           If Leap-Remainder = Zero
000369              Move 29 To Max-Day
000370              Divide Cal-YYYY By 100 Giving Leap-Quotient
000371                     Remainder Leap-Remainder
000372              If Leap-Remainder = Zero
000373                 Divide Cal-YYYY By 400 Giving Leap-Quotient
000374                        Remainder Leap-Remainder
000375                 If Leap-Remainder Not = Zero
000376                    Move 28 To Max-Day
000377                 End-If
000378              End-If
000379           End-If
000380        When Other
000381           Move 31 To Max-Day
000382     End-Evaluate
000383     .
000384 Check-Duplicate-Invoice.
000385* Paying The Same Bill Twice Is The Classic Payables Leak; The
000386* Vendor's Own Invoice Number May Only Be Keyed Once
000387     Move Spaces To Duplicate-Flag Scan-Done-Flag
000388     Move Entry-Vendor To AP-Vendor
000389     Start AP-Invoice-File Key = AP-Vendor
000390        Invalid Key
000391           Set Scan-Done To True
000392     End-Start
000393     Perform Scan-Vendor-Invoice Until Scan-Done
000394     If Duplicate-Invoice
000395        Move "That Vendor Invoice Is Already On File"
000396             To Error-Message
000397        Move "0817" To Cursor-Position
000398        Set Invalid-Data To True
000399     End-If
000400     .
000401 Scan-Vendor-Invoice.
000402     Read AP-Invoice-File Next Record
000403          At End Set Scan-Done To True
000404          Not At End
000405             If AP-Vendor Not = Entry-Vendor
000406                Set Scan-Done To True
000407             Else
000408                If AP-Vendor-Invoice = Entry-Vendor-Invoice And
000409                   Not AP-Void
000410                   Set Duplicate-Invoice To True
000411                   Set Scan-Done To True
000412                End-If
000413             End-If
000414     End-Read
000415     .
000416 Write-AP-Invoice.
000417     Perform Get-Next-Voucher-Number
000418     Move Spaces To AP-Invoice-Record
000419     Move Next-Voucher-Number To AP-Voucher-Number
000420     Move Entry-Vendor To AP-Vendor
000421     Move Entry-Vendor-Invoice To AP-Vendor-Invoice
000422     Move Entry-Invoice-Date To AP-Invoice-Date
000423     Move Entry-Due-Date To AP-Due-Date
000424     Move Entry-Category To AP-Category
000425     Move Entry-Description To AP-Description
000426     Move Entry-Amount To AP-Amount
000427     Set AP-Open To True
000428     Move Zeros To AP-Paid-Date
000429     Move Current-Operator To AP-Entered-By
000430     Write AP-Invoice-Record
000431        Invalid Key
000432           Move "Voucher Number In Use - Check APCtl.TXT"
000433                To Error-Message
000434        Not Invalid Key
000435           Add 1 To Invoices-Entered
000436           Initialize Work-Record
000437           Move 1 To Cursor-Row Cursor-Column
000438           Move Spaces To Error-Message
000439           String "Bill Saved As Voucher " Delimited By Size
000440                  Next-Voucher-Number Delimited By Size
000441                  Into Error-Message
000442           End-String
000443     End-Write
000444     .
000445 Get-Next-Voucher-Number.
000446     Move 1 To Next-Voucher-Number
000447     Open Input AP-Control-File
000448     If AP-Control-Status = "00"
000449        Read AP-Control-File
000450             At End Continue
000451             Not At End
000452                Move Control-Next-Voucher To Next-Voucher-Number
000453        End-Read
000454        Close AP-Control-File
000455     End-If
000456     Open Output AP-Control-File
000457     Compute Control-Next-Voucher = Next-Voucher-Number + 1
000458     Write AP-Control-Record
000459     Close AP-Control-File
000460     .
000461 Find-Voucher.
000462     Move Spaces To Voucher-Found-Flag
000463     Move Entry-Voucher To AP-Voucher-Number
000464     Read AP-Invoice-File
000465          Invalid Key
000466             Move "Voucher Not Found" To Error-Message
000467             Move "0510" To Cursor-Position
000468          Not Invalid Key
000469             Set Voucher-Found To True
000470             Perform Show-Voucher
000471     End-Read
000472     .
000473 Show-Voucher.
000474     Move AP-Vendor To Entry-Vendor
000475     Move AP-Vendor-Invoice To Entry-Vendor-Invoice
000476     Move AP-Invoice-Date To Entry-Invoice-Date
000477     Move AP-Due-Date To Entry-Due-Date
000478     Move AP-Category To Entry-Category
000479     Move AP-Description To Entry-Description
000480     Move AP-Amount To Entry-Amount
000481     Move AP-Status-Code To Entry-Status
000482     Move AP-Check-Number To Entry-Check-Number
000483     Move Entry-Vendor To Vendor-Number
000484     Read Vendor-File
000485          Invalid Key
000486             Move Spaces To Entry-Vendor-Name
000487          Not Invalid Key
000488             Move Vendor-Name To Entry-Vendor-Name
000489     End-Read
000490     .
000491 Void-Voucher.
000492* Only An Unpaid Bill Can Be Voided; A Paid One Has A Check
000493     Perform Find-Voucher
000494     If Voucher-Found
000495        If Not AP-Open
000496           Move "Only An Open Voucher Can Be Voided"
000497                To Error-Message
000498        Else
000499           Set AP-Void To True
000500           Rewrite AP-Invoice-Record
000501              Invalid Key
000502                 Move "Voucher Not Found" To Error-Message
000503              Not Invalid Key
000504                 Add 1 To Invoices-Voided
000505                 Move AP-Status-Code To Entry-Status
000506                 Move "Voucher Voided" To Error-Message
000507           End-Rewrite
000508        End-If
000509     End-If
000510     .
000511 Load-Category-Table.
000512     Open Input Category-File
000513     If Category-Status Not = "00"
000514        Move "PAYR" To Table-Cat-Code (1)
000515        Move "Payroll" To Table-Cat-Name (1)
000516        Move "UTIL" To Table-Cat-Code (2)
000517        Move "Utilities" To Table-Cat-Name (2)
000518        Move "INSR" To Table-Cat-Code (3)
000519        Move "Insurance" To Table-Cat-Name (3)
000520        Move "ADVT" To Table-Cat-Code (4)
000521        Move "Advertising" To Table-Cat-Name (4)
000522        Move "MISC" To Table-Cat-Code (5)
000523        Move "Miscellaneous" To Table-Cat-Name (5)
000524        Move 5 To Category-Count
000525     Else
000526        Perform Load-One-Category Until Category-Done
000527        Close Category-File
000528     End-If
000529     .
000530 Load-One-Category.
000531     Read Category-File
000532          At End Set Category-Done To True
000533          Not At End
000534             If Category-Count < 30
000535                Add 1 To Category-Count
000536                Move Exp-Cat-Code To
000537                     Table-Cat-Code (Category-Count)
000538                Move Exp-Cat-Name To
000539                     Table-Cat-Name (Category-Count)
000540             End-If
000541     End-Read
000542     .
000543 Load-Current-Operator.
000544     Open Input Current-Operator-File
000545     If Current-Operator-Status = "00"
000546        Read Current-Operator-File
000547             At End Continue
000548             Not At End
000549                Move Curr-Oper-Id To Current-Operator
000550        End-Read
000551        Close Current-Operator-File
000552     End-If
000553     .
