000010 @OPTIONS MAIN,TEST
000020 Identification Division.
000030 Program-Id.  Chapt21y.
000031* Register Paid-Out And Petty Cash Voucher Entry
000032* Cash Handed Out Of The Drawer - Delivery Tips, Postage, Coffee
000033* For A Dealer Meeting - Is Keyed Here With A Reason Code, The
000034* Payee And The Approving Supervisor's Code.  Each Paid-Out
000035* Goes To PaidOut.TXT, Where The Chapt20g Close Takes It Off The
000036* Expected Cash Instead Of Charging It To The Cashier As Short,
000037* Posts To ExpLedg.TXT Under The Expense Category The Reason
000038* Carries On PoReason.TXT, And Prints A Numbered Voucher For
000039* The Payee's Signature.  Buys From The Public Are Not Keyed
000040* Here - The Chapt18y Buy Ticket Records Those
000041 Environment Division.
000042 Configuration Section.
000043 Special-Names.
000044       Crt Status Is Keyboard-Status
000045       Cursor Is Cursor-Position.
000046 Source-Computer.  IBM-PC.
000047 Object-Computer.  IBM-PC.
000048 Input-Output Section.
000049 File-Control.
000050     Select Optional Paid-Out-File Assign To "PaidOut.TXT"
000051         Organization Is Line Sequential
000052         File Status  Is Paid-Out-Status.
000053     Select Optional Expense-File Assign To "ExpLedg.TXT"
000054         Organization Is Line Sequential
000055         File Status  Is Expense-Status.
000056     Select Optional Reason-File Assign To "PoReason.TXT"
000057         Organization Is Line Sequential
000058         File Status  Is Reason-Status.
000059     Select Optional Voucher-Control-File Assign To "PoVchCtl.TXT"
000060         Organization Is Line Sequential
000061         File Status  Is Voucher-Control-Status.
000062     Select Optional Voucher-Print-File Assign To "PoVouch.TXT"
000063         Organization Is Line Sequential
000064         File Status  Is Voucher-Print-Status.
000065     Select Optional Operator-File Assign To "Operator.TXT"
000066         Organization Is Line Sequential
000067         File Status  Is Operator-File-Status.
000068     Select Optional Calendar-File Assign To "PostCal.TXT"
000069         Organization Is Line Sequential
000070         File Status  Is Calendar-Status.
000071     Select Optional Current-Operator-File Assign To
000072                     "CurrOper.TXT"
000073         Organization Is Line Sequential
000074         File Status  Is Current-Operator-Status.
000075 Data Division.
000076 File Section.
000077 Fd  Paid-Out-File.
000078 Copy "paidout.cpy".
000079 Fd  Expense-File.
000080 01  Expense-Record.
000081     03  Exp-Date            Pic 9(8).
000082     03  Filler              Pic X.
000083     03  Exp-Category        Pic X(4).
000084     03  Filler              Pic X.
000085     03  Exp-Description     Pic X(30).
000086     03  Filler              Pic X.
000087     03  Exp-Amount          Pic 9(6)v99.
000088     03  Filler              Pic X.
000089     03  Exp-Operator        Pic X(4).
000090 Fd  Reason-File.
000091 01  Reason-Record.
000092     03  Po-Reason-Code      Pic X(4).
000093     03  Filler              Pic X.
000094     03  Po-Reason-Category  Pic X(4).
000095     03  Filler              Pic X.
000096     03  Po-Reason-Name      Pic X(20).
000097 Fd  Voucher-Control-File.
000098 01  Voucher-Control-Record.
000099     03  Control-Next-Voucher Pic 9(6).
000100 Fd  Voucher-Print-File.
000101 01  Voucher-Print-Record    Pic X(80).
000102 Fd  Operator-File.
000103 01  Operator-Record.
000104     03  Oper-Id             Pic X(4).
000105     03  Filler              Pic X.
000106     03  Oper-Password       Pic X(8).
000107     03  Filler              Pic X.
000108     03  Oper-Level          Pic 9.
000109 Fd  Calendar-File.
000110 01  Calendar-Record.
000111     03  Cal-Period          Pic 9(6).
000112     03  Filler              Pic X.
000113     03  Cal-Status          Pic X.
000114 Fd  Current-Operator-File.
000115 01  Current-Operator-Record.
000116     03  Curr-Oper-Id        Pic X(4).
000117     03  Filler              Pic X.
000118     03  Curr-Oper-Level     Pic 9.
000119 Working-Storage Section.
000120 01  Keyboard-Status.
000121     03  Accept-Status Pic 9.
000122     03  Function-Key  Pic X.
000123         88  F1-Pressed Value X"01".
000124         88  F2-Pressed Value X"02".
000125         88  F4-Pressed Value X"04".
000126     03  System-Use    Pic X.
000127 01  Cursor-Position.
000128     03  Cursor-Row    Pic 9(2) Value 1.
000129     03  Cursor-Column Pic 9(2) Value 1.
000130 01  Paid-Out-Status        Pic XX Value Spaces.
000131 01  Expense-Status         Pic XX Value Spaces.
000132 01  Reason-Status          Pic XX Value Spaces.
000133 01  Voucher-Control-Status Pic XX Value Spaces.
000134 01  Voucher-Print-Status   Pic XX Value Spaces.
000135 01  Operator-File-Status   Pic XX Value Spaces.
000136 01  Calendar-Status        Pic XX Value Spaces.
000137 01  Current-Operator-Status Pic XX Value Spaces.
000138 01  Current-Operator       Pic X(4) Value Spaces.
000138 Copy "termid.cpy".
000139 01  Reason-Done-Flag       Pic X Value Spaces.
000140     88  Reason-Done        Value "Y".
000141 01  Calendar-Done-Flag     Pic X Value Spaces.
000142     88  Calendar-Done      Value "Y".
000143 01  Operator-Scan-Done-Flag Pic X Value Spaces.
000144     88  Operator-Scan-Done Value "Y".
000145 01  Reason-Count           Pic 9(2) Value Zeros.
000146 01  Reason-Table-Area.
000147     03  Reason-Entry Occurs 0 To 30 Times
000148             Depending On Reason-Count
000149             Indexed By Reason-Index.
000150         05  Table-Reason-Code     Pic X(4).
000151         05  Table-Reason-Category Pic X(4).
000152         05  Table-Reason-Name     Pic X(20).
000153 01  Closed-Period-Count    Pic 9(3) Value Zeros.
000154 01  Closed-Period-Table-Area.
000155     03  Closed-Period-Entry Occurs 0 To 120 Times
000156             Depending On Closed-Period-Count
000157             Indexed By Closed-Period-Index.
000158         05  Table-Closed-Period Pic 9(6).
000159 01  Entry-Period           Pic 9(6) Value Zeros.
000160 01  Period-Closed-Flag     Pic X Value Space.
000161     88  Entry-Period-Closed Value "Y".
000162 01  Error-Message          Pic X(60) Value Spaces.
000163 01  Paid-Outs-Posted       Pic 9(5) Value Zeros.
000164 01  Paid-Outs-Total        Pic 9(7)v99 Value Zeros.
000165 01  Next-Voucher-Number    Pic 9(6) Value 1.
000166 01  Approving-Supervisor   Pic X(4) Value Spaces.
000167 01  Found-Category         Pic X(4) Value Spaces.
000168 01  Found-Reason-Name      Pic X(20) Value Spaces.
000169 01  Valid-Data-Flag        Pic X Value "Y".
000170     88  Valid-Data         Value "Y".
000171     88  Invalid-Data       Value "N".
000172 01  Work-Time              Pic 9(8) Value Zeros.
000173 01  Date-And-Time-Area.
000174     03  Work-Date            Pic 9(6).
000175     03  Work-Date-X          Redefines Work-Date.
000176         05  Date-YY          Pic 99.
000177         05  Date-MM          Pic 99.
000178         05  Date-DD          Pic 99.
000179 01  Today-MMDDYYYY.
000180     03  Today-MM            Pic 99.
000181     03  Today-DD            Pic 99.
000182     03  Today-YYYY          Pic 9(4).
000183 01  Today-MMDDYYYY-N Redefines Today-MMDDYYYY Pic 9(8).
000184 01  Work-Record.
000185     03  Entry-Reason        Pic X(4).
000186     03  Entry-Amount        Pic 9(5)v99.
000187     03  Entry-Payee         Pic X(30).
000188     03  Supervisor-Code     Pic X(8).
000189 01  Voucher-Title-Line.
000190     03  Filler              Pic X(20)
000191         Value "Darlene's Treasures".
000192     03  Filler              Pic X(28)
000193         Value "PETTY CASH VOUCHER".
000194     03  Filler              Pic X(4)  Value "No.".
000195     03  Voucher-Edit-Number Pic 9(6).
000196 01  Voucher-Date-Line.
000197     03  Filler              Pic X(10) Value "Date:".
000198     03  Voucher-Edit-Date   Pic 99/99/9999.
000199     03  Filler              Pic X(5)  Value Spaces.
000200     03  Filler              Pic X(10) Value "Cashier:".
000201     03  Voucher-Edit-Oper   Pic X(4).
000202     03  Filler              Pic X(3)  Value Spaces.
000203     03  Filler              Pic X(10) Value "Approved:".
000204     03  Voucher-Edit-Supv   Pic X(4).
000204     03  Filler              Pic X(3)  Value Spaces.
000204     03  Filler              Pic X(10) Value "Terminal:".
000204     03  Voucher-Edit-Term   Pic X(2).
000205 01  Voucher-Payee-Line.
000206     03  Filler              Pic X(10) Value "Paid To:".
000207     03  Voucher-Edit-Payee  Pic X(30).
000208 01  Voucher-Reason-Line.
000209     03  Filler              Pic X(10) Value "For:".
000210     03  Voucher-Edit-Reason Pic X(4).
000211     03  Filler              Pic X     Value Spaces.
000212     03  Voucher-Edit-Name   Pic X(20).
000213     03  Filler              Pic X(5)  Value Spaces.
000214     03  Filler              Pic X(9)  Value "Expense:".
000215     03  Voucher-Edit-Cat    Pic X(4).
000216 01  Voucher-Amount-Line.
000217     03  Filler              Pic X(10) Value "Amount:".
000218     03  Voucher-Edit-Amount Pic $$,$$9.99.
000219 01  Voucher-Sign-Line.
000220     03  Filler              Pic X(41)
000221         Value "Received By: ____________________________".
000222 Screen Section.
000223 01  Data-Entry-Screen
000224     Blank Screen, Auto
000225     Foreground-Color Is 7,
000226     Background-Color Is 1.
000227     03  Screen-Literal-Group.
000228         05  Line 01 Column 30 Value "Darlene's Treasures"
000229             Highlight Foreground-Color 4 Background-Color 1.
000230         05  Line 03 Column 24 Value "Register Paid-Out Voucher"
000231             Highlight.
000232         05  Line 05 Column 01  Value "Reason Code: ".
000233         05  Line 06 Column 01  Value "Amount: ".
000234         05  Line 07 Column 01  Value "Paid To: ".
000235         05  Line 08 Column 01  Value "Supv Code: ".
000236         05  Line 22 Column 01  Value
000237             "F1-Exit  F2-Save  F4-Clear".
000238     03  Required-Reverse-Group Reverse-Video Required.
000239         05  Line 5 Column 15  Pic X(4) Using Entry-Reason.
000240         05  Line 6 Column 15  Pic ZZZZ9.99 Using Entry-Amount
000241             Blank When Zero.
000242         05  Line 7 Column 15  Pic X(30) Using Entry-Payee.
000243         05  Line 8 Column 15  Pic X(8) Using Supervisor-Code
000244             Secure.
000245     03  Blink-Group Highlight Blink.
000246         05  Line 20 Column 01 Pic X(60) From Error-Message.
000247 Procedure Division.
000248 Chapt21y-Start.
000249     Accept Work-Date From Date
000250     Move Date-MM Of Work-Date-X To Today-MM
000251     Move Date-DD Of Work-Date-X To Today-DD
000252     Move 2000 To Today-YYYY
000253     Add Date-YY Of Work-Date-X To Today-YYYY
000254     Perform Load-Current-Operator
000254     Set Term-Start-Up To True
000254     Call "Chapt23v" Using Terminal-Identity-Area
000255     Perform Load-Reason-Table
000256     Perform Load-Closed-Periods
000257     Perform Load-Voucher-Control
000258     Open Extend Paid-Out-File
000259                 Expense-File
000260                 Voucher-Print-File
000261     Initialize Work-Record
000262     Perform Process-Screen Until F1-Pressed
000263     Close Paid-Out-File
000264           Expense-File
000265           Voucher-Print-File
000266     Perform Save-Voucher-Control
000267     Display "Paid-Outs Posted " Paid-Outs-Posted
000268             " Total " Paid-Outs-Total
000269     Stop Run
000270     .
000271 Process-Screen.
000272     Display Data-Entry-Screen
000273     Accept Data-Entry-Screen
000274     Move Spaces To Error-Message
000275     Evaluate True
000276        When F2-Pressed
000277           Perform Save-Paid-Out
000278        When F4-Pressed
000279           Initialize Work-Record
000280        When Other
000281           Continue
000282     End-Evaluate
000283     .
000284 Save-Paid-Out.
000285     Perform Validate-Data
000286     If Valid-Data
000287        Perform Write-Paid-Out
000288        Perform Write-Expense
000289        Perform Print-Voucher
000290        Add 1 To Paid-Outs-Posted
000291        Add Entry-Amount To Paid-Outs-Total
000292        Add 1 To Next-Voucher-Number
000293        Initialize Work-Record
000294        Move 1 To Cursor-Row Cursor-Column
000295        Move "Paid-Out Posted - Voucher Printed" To Error-Message
000296     End-If
000297     .
000298 Validate-Data.
000299     Set Valid-Data To True
000300     Inspect Entry-Reason Converting
000301             "abcdefghijklmnopqrstuvwxyz" To
000302             "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
000303     Evaluate True
000304        When Entry-Reason = "BUYT"
000305           Move "Public Buys Go On The Chapt18y Buy Ticket"
000306                To Error-Message
000307           Set Invalid-Data To True
000308        When Entry-Amount Not > Zero
000309           Move "Amount must be greater than zero"
000310                To Error-Message
000311           Set Invalid-Data To True
000312        When Entry-Payee = Spaces
000313           Move "Payee is required" To Error-Message
000314           Set Invalid-Data To True
000315        When Other
000316           Perform Verify-Reason
000317           If Valid-Data
000318              Perform Verify-Supervisor
000319           End-If
000320           If Valid-Data
000321              Perform Verify-Period-Open
000322           End-If
000323     End-Evaluate
000324     .
000325 Verify-Reason.
000326     Set Reason-Index To 1
000327     Search Reason-Entry
000328          At End
000329             Move "Reason not on the paid-out reason table"
000330                  To Error-Message
000331             Set Invalid-Data To True
000332          When Table-Reason-Code (Reason-Index) = Entry-Reason
000333             Move Table-Reason-Category (Reason-Index)
000334                  To Found-Category
000335             Move Table-Reason-Name (Reason-Index)
000336                  To Found-Reason-Name
000337     End-Search
000338     .
000339 Verify-Supervisor.
000340* Every Paid-Out Needs A Level-5 Operator's Code, Looked Up The
000341* Way The Register's Below-Tag Override Is
000342     Move Space To Operator-Scan-Done-Flag
000343     Move Spaces To Approving-Supervisor
000344     Open Input Operator-File
000345     If Operator-File-Status Not = "00"
000346        Set Operator-Scan-Done To True
000347     End-If
000348     Perform Match-Supervisor-Code Until Operator-Scan-Done
000349     If Operator-File-Status = "00" Or
000350        Operator-File-Status = "10"
000351        Close Operator-File
000352     End-If
000353     If Approving-Supervisor = Spaces
000354        Move "Supervisor Code Not Recognized" To Error-Message
000355        Set Invalid-Data To True
000356     End-If
000357     .
000358 Match-Supervisor-Code.
000359     Read Operator-File
000360          At End Set Operator-Scan-Done To True
000361          Not At End
000362             If Oper-Password = Supervisor-Code And
000363                Oper-Level >= 5
000364                Move Oper-Id To Approving-Supervisor
000365                Set Operator-Scan-Done To True
000366             End-If
000367     End-Read
000368     .
000369 Verify-Period-Open.
000370* Same Rule The Expense Entry Enforces: Nothing Posts Into A
000371* Period The Accountant Already Closed
000372     Move Space To Period-Closed-Flag
000373     Move Today-YYYY To Entry-Period (1:4)
000374     Move Today-MM To Entry-Period (5:2)
000375     If Closed-Period-Count > Zero
000376        Set Closed-Period-Index To 1
000377        Search Closed-Period-Entry
000378             At End
000379                Continue
000380             When Table-Closed-Period (Closed-Period-Index) =
000381                  Entry-Period
000382                Set Entry-Period-Closed To True
000383        End-Search
000384     End-If
000385     If Entry-Period-Closed
000386        Move "Posting Period Is Closed" To Error-Message
000387        Set Invalid-Data To True
000388     End-If
000389     .
000390 Write-Paid-Out.
000391     Move Spaces To Paid-Out-Record
000392     Move Today-MMDDYYYY-N To Paid-Date
000393     Accept Work-Time From Time
000394     Move Work-Time (1:6) To Paid-Time
000395     Move Current-Operator To Paid-Operator
000395     Move Term-Id To Paid-Terminal
000396     Move Entry-Reason To Paid-Reason
000397     Move Entry-Amount To Paid-Amount
000398     Move Spaces To Paid-Reference
000399     String "PV" Next-Voucher-Number Delimited By Size
000400            Into Paid-Reference
000401     End-String
000402     Move Entry-Payee To Paid-Payee
000403     Move Approving-Supervisor To Paid-Approver
000404     Move Found-Category To Paid-Exp-Category
000405     Write Paid-Out-Record
000406     .
000407 Write-Expense.
000408     Move Spaces To Expense-Record
000409     Move Today-MMDDYYYY-N To Exp-Date
000410     Move Found-Category To Exp-Category
000411     Move Entry-Payee To Exp-Description
000412     Move Entry-Amount To Exp-Amount
000413     Move Current-Operator To Exp-Operator
000414     Write Expense-Record
000415     .
000416 Print-Voucher.
000417     Move Next-Voucher-Number To Voucher-Edit-Number
000418     Write Voucher-Print-Record From Voucher-Title-Line
000419     Move Today-MMDDYYYY-N To Voucher-Edit-Date
000420     Move Current-Operator To Voucher-Edit-Oper
000421     Move Approving-Supervisor To Voucher-Edit-Supv
000421     Move Term-Id To Voucher-Edit-Term
000422     Write Voucher-Print-Record From Voucher-Date-Line
000423     Move Entry-Payee To Voucher-Edit-Payee
000424     Write Voucher-Print-Record From Voucher-Payee-Line
000425     Move Entry-Reason To Voucher-Edit-Reason
000426     Move Found-Reason-Name To Voucher-Edit-Name
000427     Move Found-Category To Voucher-Edit-Cat
000428     Write Voucher-Print-Record From Voucher-Reason-Line
000429     Move Entry-Amount To Voucher-Edit-Amount
000430     Write Voucher-Print-Record From Voucher-Amount-Line
000431     Move Spaces To Voucher-Print-Record
000432     Write Voucher-Print-Record
000433     Write Voucher-Print-Record From Voucher-Sign-Line
000434     Move Spaces To Voucher-Print-Record
000435     Write Voucher-Print-Record
000436     .
000437 Load-Reason-Table.
000438     Open Input Reason-File
000439     If Reason-Status Not = "00"
000440        Move "TIPS" To Table-Reason-Code (1)
000441        Move "MISC" To Table-Reason-Category (1)
000442        Move "Delivery Tips" To Table-Reason-Name (1)
000443        Move "POST" To Table-Reason-Code (2)
000444        Move "POST" To Table-Reason-Category (2)
000445        Move "Postage" To Table-Reason-Name (2)
000446        Move "SUPP" To Table-Reason-Code (3)
000447        Move "SUPP" To Table-Reason-Category (3)
000448        Move "Store Supplies" To Table-Reason-Name (3)
000449        Move "MEET" To Table-Reason-Code (4)
000450        Move "MISC" To Table-Reason-Category (4)
000451        Move "Dealer Meeting" To Table-Reason-Name (4)
000452        Move "MISC" To Table-Reason-Code (5)
000453        Move "MISC" To Table-Reason-Category (5)
000454        Move "Miscellaneous" To Table-Reason-Name (5)
000455        Move 5 To Reason-Count
000456     Else
000457        Perform Load-One-Reason Until Reason-Done
000458        Close Reason-File
000459     End-If
000460     .
000461 Load-One-Reason.
000462     Read Reason-File
000463          At End Set Reason-Done To True
000464          Not At End
000465             If Reason-Count < 30
000466                Add 1 To Reason-Count
000467                Move Po-Reason-Code To
000468                     Table-Reason-Code (Reason-Count)
000469                Move Po-Reason-Category To
000470                     Table-Reason-Category (Reason-Count)
000471                Move Po-Reason-Name To
000472                     Table-Reason-Name (Reason-Count)
000473             End-If
000474     End-Read
000475     .
000476 Load-Closed-Periods.
000477     Open Input Calendar-File
000478     If Calendar-Status = "00"
000479        Perform Load-One-Period Until Calendar-Done
000480        Close Calendar-File
000481     End-If
000482     .
000483 Load-One-Period.
000484     Read Calendar-File
000485          At End Set Calendar-Done To True
000486          Not At End
000487             If Cal-Status = "C" And
000488                Closed-Period-Count < 120
000489                Add 1 To Closed-Period-Count
000490                Move Cal-Period To Table-Closed-Period
000491                     (Closed-Period-Count)
000492             End-If
000493     End-Read
000494     .
000495 Load-Voucher-Control.
000496     Open Input Voucher-Control-File
000497     If Voucher-Control-Status = "00"
000498        Read Voucher-Control-File
000499             At End Continue
000500             Not At End
000501                Move Control-Next-Voucher To Next-Voucher-Number
000502        End-Read
000503        Close Voucher-Control-File
000504     End-If
000505     .
000506 Save-Voucher-Control.
000507     Open Output Voucher-Control-File
000508     Move Next-Voucher-Number To Control-Next-Voucher
000509     Write Voucher-Control-Record
000510     Close Voucher-Control-File
000511     .
000512 Load-Current-Operator.
000513     Open Input Current-Operator-File
000514     If Current-Operator-Status = "00"
000515        Read Current-Operator-File
000516             At End Continue
000517             Not At End
000518                Move Curr-Oper-Id To Current-Operator
000519        End-Read
000520        Close Current-Operator-File
000521     End-If
000522     .
