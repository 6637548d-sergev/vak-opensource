000010 @OPTIONS MAIN,TEST
000020 Identification Division.
000030 Program-Id.  Chapt16l.
000031* House Account Payment Posting
000032* A Trade Customer Paying On Their House Account: The Clerk
000033* Keys The Customer, Sees The Balance Owed, And Posts The
000034* Cash Or Check Payment To HseLedg.TXT.  The Register Close
000035* And The Deposit Ticket Pick The Money Up From There.  Paid
000036* In Full Lifts A Past-Due Hold At Once; A Partial Payment
000037* Waits For The Next Chapt16n Past-Due Run To Re-Age It
000038 Environment Division.
000039 Configuration Section.
000040 Special-Names.
000041       Crt Status Is Keyboard-Status
000042       Cursor Is Cursor-Position.
000043 Source-Computer.  IBM-PC.
000044 Object-Computer.  IBM-PC.
000045 Input-Output Section.
000046 File-Control.
000047     Select Customer-File Assign To "Customer.Dat"
000048            Organization Indexed
000049            Access Random
000050            Record Key Customer-Number
000051            File Status Customer-Status.
000052     Select Optional House-Ledger-File Assign To "HseLedg.TXT"
000053         Organization Is Line Sequential
000054         File Status  Is House-Ledger-Status.
000055     Select Optional Journal-File Assign To "Journal.TXT"
000056         Organization Is Line Sequential
000057         File Status  Is Journal-Status.
000058     Select Optional Current-Operator-File Assign To
000059                     "CurrOper.TXT"
000060         Organization Is Line Sequential
000061         File Status  Is Current-Operator-Status.
000062 Data Division.
000063 File Section.
000064 Fd  Customer-File.
000065 01  Customer-Record.
000066     03  Customer-Number     Pic X(8).
000067     03  Customer-Name.
000068         05  Last-Name   Pic X(25).
000069         05  First-Name  Pic X(15).
000070         05  Middle-Name Pic X(10).
000071     03  Filler              Pic X(196).
000072     03  Loyalty-Points      Pic 9(7).
000073     03  House-Account-Flag  Pic X.
000074         88  House-Account-Approved Value "Y".
000075     03  House-Credit-Limit  Pic 9(5)v99.
000076     03  House-Hold-Flag     Pic X.
000077         88  Manager-Hold    Value "Y".
000078         88  Past-Due-Hold   Value "P".
000079     03  Filler              Pic X(4).
000080 Fd  House-Ledger-File.
000081 Copy "hseledg.cpy".
000082 Fd  Journal-File.
000083 01  Journal-Record.
000084     03  Jrn-Date            Pic 9(8).
000085     03  Filler              Pic X.
000086     03  Jrn-Time            Pic 9(6).
000087     03  Filler              Pic X.
000088     03  Jrn-Program         Pic X(8).
000089     03  Filler              Pic X.
000090     03  Jrn-File-Id         Pic X(8).
000091     03  Filler              Pic X.
000092     03  Jrn-Action          Pic X.
000093     03  Filler              Pic X.
000094     03  Jrn-Key             Pic X(12).
000095     03  Filler              Pic X.
000096     03  Jrn-Image           Pic X(476).
000097 Fd  Current-Operator-File.
000098 01  Current-Operator-Record.
000099     03  Curr-Oper-Id        Pic X(4).
000100     03  Filler              Pic X.
000101     03  Curr-Oper-Level     Pic 9.
000102 Working-Storage Section.
000103 01  Keyboard-Status.
000104     03  Accept-Status Pic 9.
000105     03  Function-Key  Pic X.
000106         88  F1-Pressed Value X"01".
000107         88  F2-Pressed Value X"02".
000108         88  F3-Pressed Value X"03".
000109         88  F4-Pressed Value X"04".
000110     03  System-Use    Pic X.
000111 01  Cursor-Position.
000112     03  Cursor-Row    Pic 9(2) Value 1.
000113     03  Cursor-Column Pic 9(2) Value 1.
000114 01  Customer-Status        Pic XX Value Spaces.
000115     88  Customer-Success   Value "00" Thru "09".
000116 01  House-Ledger-Status    Pic XX Value Spaces.
000117 01  House-Ledger-Done-Flag Pic X Value Space.
000118     88  House-Ledger-Done  Value "Y".
000119 01  Journal-Status         Pic XX Value Spaces.
000120 01  Journal-Stamp-Date     Pic 9(6) Value Zeros.
000121 01  Journal-Stamp-Time     Pic 9(8) Value Zeros.
000122 01  Journal-Program-Id     Pic X(8) Value "CHAPT16L".
000123 01  Current-Operator-Status Pic XX Value Spaces.
000124 01  Current-Operator       Pic X(4) Value Spaces.
000124 Copy "termid.cpy".
000125 01  Error-Message          Pic X(60) Value Spaces.
000126 01  Payments-Posted        Pic 9(4) Value Zeros.
000127 01  Payments-Total         Pic 9(7)v99 Value Zeros.
000128 01  House-Balance          Pic S9(7)v99 Value Zeros.
000129 01  Balance-Display        Pic ZZZ,ZZZ.99- Value Zeros.
000130 01  Name-Display           Pic X(40) Value Spaces.
000131 01  Hold-Display           Pic X(20) Value Spaces.
000132 01  Today-MMDDYYYY.
000133     03  Today-MM            Pic 99.
000134     03  Today-DD            Pic 99.
000135     03  Today-YYYY          Pic 9(4).
000136 01  Today-MMDDYYYY-N Redefines Today-MMDDYYYY Pic 9(8).
000137 01  Date-And-Time-Area.
000138     03  Work-Date            Pic 9(6).
000139     03  Work-Date-X          Redefines Work-Date.
000140         05  Date-YY          Pic 99.
000141         05  Date-MM          Pic 99.
000142         05  Date-DD          Pic 99.
000143 01  Work-Record.
000144     03  Entry-Customer      Pic X(8).
000145     03  Entry-Amount        Pic 9(5)v99.
000146     03  Entry-Tender        Pic X.
000147     03  Entry-Check         Pic X(10).
000148 Screen Section.
000149 01  Data-Entry-Screen
000150     Blank Screen, Auto
000151     Foreground-Color Is 7,
000152     Background-Color Is 1.
000153     03  Screen-Literal-Group.
000154         05  Line 01 Column 25 Value "House Account Payment"
000155             Highlight Foreground-Color 4 Background-Color 1.
000156         05  Line 04 Column 01  Value "Customer: ".
000157         05  Line 05 Column 01  Value "Name: ".
000158         05  Line 06 Column 01  Value "Balance Owed: ".
000159         05  Line 06 Column 30  Value "Hold: ".
000160         05  Line 08 Column 01  Value "Payment Amount: ".
000161         05  Line 09 Column 01  Value "Tender (C/K): ".
000162         05  Line 10 Column 01  Value "Check Number: ".
000163         05  Line 22 Column 01  Value
000164             "F1-Exit  F2-Post  F3-Show Balance  F4-Clear".
000165     03  Reverse-Video-Group Reverse-Video.
000166         05  Line 4  Column 11 Pic X(8) Using Entry-Customer.
000167         05  Line 8  Column 17 Pic ZZ,ZZ9.99 Using Entry-Amount.
000168         05  Line 9  Column 16 Pic X Using Entry-Tender.
000169         05  Line 10 Column 15 Pic X(10) Using Entry-Check.
000170     03  Display-Only-Group.
000171         05  Line 5  Column 11 Pic X(40) From Name-Display.
000172         05  Line 6  Column 15 Pic X(11) From Balance-Display.
000173         05  Line 6  Column 36 Pic X(20) From Hold-Display.
000174     03  Blink-Group Highlight Blink.
000175         05  Line 20 Column 01 Pic X(60) From Error-Message.
000176 Procedure Division.
000177 Chapt16l-Start.
000178     Perform Load-Current-Operator
000178     Set Term-Start-Up To True
000178     Call "Chapt23v" Using Terminal-Identity-Area
000179     Accept Work-Date From Date
000180     Move Date-MM Of Work-Date-X To Today-MM
000181     Move Date-DD Of Work-Date-X To Today-DD
000182     Move 2000 To Today-YYYY
000183     Add Date-YY Of Work-Date-X To Today-YYYY
000184     Open I-O Customer-File
000185     If Not Customer-Success
000186        Display "Unable To Open Customer File, Status "
000187                Customer-Status
000188        Stop Run
000189     End-If
000190     Open Extend Journal-File
000191     Initialize Work-Record
000192     Perform Process-Screen Until F1-Pressed
000193     Close Customer-File
000194           Journal-File
000195     Display "Payments Posted " Payments-Posted
000196             " Total " Payments-Total
000197     Stop Run
000198     .
000199 Process-Screen.
000200     Display Data-Entry-Screen
000201     Accept Data-Entry-Screen
000202     Move Spaces To Error-Message
000203     Evaluate True
000204        When F2-Pressed
000205           Perform Post-The-Payment
000206        When F3-Pressed
000207           Perform Show-The-Account
000208        When F4-Pressed
000209           Initialize Work-Record
000210           Move Spaces To Name-Display Hold-Display
000211           Move Zeros To Balance-Display
000212        When Other
000213           Continue
000214     End-Evaluate
000215     .
000216 Show-The-Account.
000217     If Entry-Customer = Spaces
000218        Move "Customer is required" To Error-Message
000219     Else
000220        Perform Read-The-Customer
000221     End-If
000222     .
000223 Read-The-Customer.
000224     Move Entry-Customer To Customer-Number
000225     Read Customer-File
000226          Invalid Key
000227             Move "Customer Not On File" To Error-Message
000228             Move Spaces To Name-Display Hold-Display
000229             Move Zeros To Balance-Display
000230          Not Invalid Key
000231             Perform Load-House-Balance
000232             Move Spaces To Name-Display
000233             String First-Name  Delimited By Space
000234                    " "         Delimited By Size
000235                    Last-Name   Delimited By Space
000236                    Into Name-Display
000237             End-String
000238             Move House-Balance To Balance-Display
000239             Evaluate True
000240                When Manager-Hold
000241                     Move "Manager Hold" To Hold-Display
000242                When Past-Due-Hold
000243                     Move "Past Due" To Hold-Display
000244                When Other
000245                     Move Spaces To Hold-Display
000246             End-Evaluate
000247     End-Read
000248     .
000249 Post-The-Payment.
000250     Inspect Entry-Tender Converting "ck" To "CK"
000251     Evaluate True
000252        When Entry-Customer = Spaces
000253           Move "Customer is required" To Error-Message
000254        When Entry-Amount = Zeros
000255           Move "Payment Amount is required" To Error-Message
000256        When Entry-Tender Not = "C" And Entry-Tender Not = "K"
000257           Move "Tender must be C Cash or K Check"
000258                To Error-Message
000259        When Entry-Tender = "K" And Entry-Check = Spaces
000260           Move "Check Number is required" To Error-Message
000261        When Other
000262           Perform Verify-And-Post
000263     End-Evaluate
000264     .
000265 Verify-And-Post.
000266     Perform Read-The-Customer
000267     If Error-Message = Spaces
000268        If Entry-Amount > House-Balance
000269           Move "Payment Exceeds The Balance Owed"
000270                To Error-Message
000271        Else
000272           Perform Write-The-Payment
000273        End-If
000274     End-If
000275     .
000276 Write-The-Payment.
000277     Move Spaces To House-Ledger-Record
000278     Move Entry-Customer To Hse-Customer
000279     Move Today-MMDDYYYY-N To Hse-Date
000280     Set Hse-Payment To True
000281     Move Entry-Amount To Hse-Amount
000282     If Entry-Tender = "K"
000283        Move Entry-Check To Hse-Reference
000284     Else
000285        Move "CASH" To Hse-Reference
000286     End-If
000287     Move Entry-Tender To Hse-Tender
000288     Move Current-Operator To Hse-Operator
000288     Move Term-Id To Hse-Terminal
000289     Open Extend House-Ledger-File
000290     Write House-Ledger-Record
000291     Close House-Ledger-File
000292     Add 1 To Payments-Posted
000293     Add Entry-Amount To Payments-Total
000294     Subtract Entry-Amount From House-Balance
000295     Move House-Balance To Balance-Display
000296     If House-Balance = Zero And Past-Due-Hold
000297        Move Space To House-Hold-Flag
000298        Perform Journal-Customer-Rewrite
000299        Rewrite Customer-Record
000300        Move Spaces To Hold-Display
000301        Move "Paid In Full - Past-Due Hold Lifted"
000302             To Error-Message
000303     Else
000304        Move "Payment Posted - New Balance Shown"
000305             To Error-Message
000306     End-If
000307     Move Zeros To Entry-Amount
000308     Move Spaces To Entry-Tender Entry-Check
000309     .
000310 Load-House-Balance.
000311     Move Zeros To House-Balance
000312     Move Space To House-Ledger-Done-Flag
000313     Open Input House-Ledger-File
000314     If House-Ledger-Status Not = "00"
000315        Set House-Ledger-Done To True
000316     End-If
000317     Perform Add-House-Ledger-Row Until House-Ledger-Done
000318     If House-Ledger-Status = "00" Or House-Ledger-Status = "10"
000319        Close House-Ledger-File
000320     End-If
000321     .
000322 Add-House-Ledger-Row.
000323     Read House-Ledger-File
000324          At End Set House-Ledger-Done To True
000325          Not At End
000326             If Hse-Customer = Entry-Customer
000327                If Hse-Charge
000328                   Add Hse-Amount To House-Balance
000329                Else
000330                   Subtract Hse-Amount From House-Balance
000331                End-If
000332             End-If
000333     End-Read
000334     .
000335 Journal-Customer-Rewrite.
000336     Move Spaces To Journal-Record
000337     Move "CUSTOMER" To Jrn-File-Id
000338     Move "R" To Jrn-Action
000339     Move Customer-Number To Jrn-Key
000340     Move Customer-Record To Jrn-Image
000341     Perform Write-Journal-Record
000342     .
000343 Write-Journal-Record.
000344* Write-Ahead Journal: Every Indexed-File Update Lands Here
000345* First So A Mid-Day Failure Replays Forward From The Backup
000346     Accept Journal-Stamp-Date From Date
000347     Accept Journal-Stamp-Time From Time
000348     Move 20 To Jrn-Date (1:2)
000349     Move Journal-Stamp-Date To Jrn-Date (3:6)
000350     Move Journal-Stamp-Time (1:6) To Jrn-Time
000351     Move Journal-Program-Id To Jrn-Program
000352     Write Journal-Record
000353     .
000354 Load-Current-Operator.
000355     Open Input Current-Operator-File
000356     If Current-Operator-Status = "00"
000357        Read Current-Operator-File
000358             At End Continue
000359             Not At End
000360                Move Curr-Oper-Id To Current-Operator
000361        End-Read
000362        Close Current-Operator-File
000363     End-If
000364     .
