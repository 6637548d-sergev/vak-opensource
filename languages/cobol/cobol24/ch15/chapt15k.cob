000010 @OPTIONS MAIN,TEST
000020 Identification Division.
000030 Program-Id.  Chapt15k.
000031* Returned Customer Check Entry And Collection
000032* A Register Check (Tender K) The Bank Sends Back Opens A Case
000033* Tied To The Original Receipt On SalesHst.Dat And The Check
000034* Writer's Customer Number, With The Bank's Return Reason And
000035* Our Returned-Check Fee.  Calls, Repayments And Write-Offs Are
000036* Logged Against The Case In RetChkLog.TXT; Chapt15l Sends The
000037* Collection Letters.  Until Check And Fee Are Paid In Full The
000038* Writer's Customer Number And Bank Account Stay On The Bad-Check
000039* List Chapt18a And Chapt18b Check Before Taking A Check
000040 Environment Division.
000041 Configuration Section.
000042 Special-Names.
000043       Crt Status Is Keyboard-Status
000044       Cursor Is Cursor-Position.
000045 Source-Computer.  IBM-PC.
000046 Object-Computer.  IBM-PC.
000047 Input-Output Section.
000048 File-Control.
000049     Select Returned-Check-File Assign To "RetChk.Dat"
000050            Organization Indexed
000051            Access Dynamic
000052            Record Key Rc-Number
000053            Alternate Record Key Rc-Customer
000054                With Duplicates
000055            Alternate Record Key Rc-Account
000056                With Duplicates
000057            File Status Returned-Check-Status.
000058     Select Optional Rc-Control-File Assign To "RetChkCt.TXT"
000059         Organization Is Line Sequential
000060         File Status  Is Rc-Control-Status.
000061     Select Optional Collection-Log-File Assign To "RetChkLog.TXT"
000062         Organization Is Line Sequential
000063         File Status  Is Collection-Log-Status.
000064     Select Optional Sales-History-File Assign To "SalesHst.Dat"
000064         Organization Indexed
000064         Access Dynamic
000064         Record Key SH-Key
000064         Alternate Record Key SH-Item
000064             With Duplicates
000064         Alternate Record Key SH-Customer
000064             With Duplicates
000064         Alternate Record Key SH-Receipt
000064             With Duplicates
000064         File Status Sales-History-Status.
000067     Select Optional Customer-File Assign To "Customer.Dat"
000068         Organization Indexed
000069         Access Random
000070         Record Key Customer-Number
000071         Alternate Record Key Customer-Name
000072         File Status Customer-Status.
000073     Select Optional Nsf-Fee-File Assign To "NsfFee.TXT"
000074         Organization Is Line Sequential
000075         File Status  Is Nsf-Fee-Status.
000076     Select Optional Current-Operator-File Assign To
000077                     "CurrOper.TXT"
000078         Organization Is Line Sequential
000079         File Status  Is Current-Operator-Status.
000080 Data Division.
000081 File Section.
000082 Fd  Returned-Check-File.
000083 Copy "retchk.cpy".
000084 Fd  Rc-Control-File.
000085 01  Rc-Control-Record.
000086     03  Control-Next-Rc     Pic 9(6).
000087 Fd  Collection-Log-File.
000088 Copy "rcklog.cpy".
000088 Fd  Sales-History-File.
000088 Copy "salehist.cpy".
000117 Fd  Customer-File.
000118 01  Customer-Record.
000119     03  Customer-Number     Pic X(8).
000120     03  Customer-Name.
000121         05  Last-Name   Pic X(25).
000122         05  First-Name  Pic X(15).
000123         05  Middle-Name Pic X(10).
000124     03  Filler              Pic X(216).
000125 Fd  Nsf-Fee-File.
000126 01  Nsf-Fee-Record.
000127     03  Fee-Amount-Value    Pic 9(3)v99.
000128 Fd  Current-Operator-File.
000129 01  Current-Operator-Record.
000130     03  Curr-Oper-Id        Pic X(4).
000131     03  Filler              Pic X.
000132     03  Curr-Oper-Level     Pic 9.
000133 Working-Storage Section.
000134 01  Keyboard-Status.
000135     03  Accept-Status Pic 9.
000136     03  Function-Key  Pic X.
000137         88  F1-Pressed Value X"01".
000138         88  F2-Pressed Value X"02".
000139         88  F3-Pressed Value X"03".
000140         88  F4-Pressed Value X"04".
000141         88  F5-Pressed Value X"05".
000142     03  System-Use    Pic X.
000143 01  Cursor-Position.
000144     03  Cursor-Row    Pic 9(2) Value 1.
000145     03  Cursor-Column Pic 9(2) Value 1.
000146 01  Returned-Check-Status  Pic XX Value Spaces.
000147     88  Returned-Check-Success Value "00" Thru "09".
000148 01  Rc-Control-Status      Pic XX Value Spaces.
000149     88  Rc-Control-Success Value "00" Thru "09".
000150 01  Collection-Log-Status  Pic XX Value Spaces.
000151 01  Sales-History-Status   Pic XX Value Spaces.
000151     88  Sales-History-Success Value "00" Thru "09".
000152 01  Customer-Status        Pic XX Value Spaces.
000153     88  Customer-Success   Value "00" Thru "09".
000154 01  Nsf-Fee-Status         Pic XX Value Spaces.
000155 01  Current-Operator-Status Pic XX Value Spaces.
000156 01  Current-Operator       Pic X(4) Value Spaces.
000157 01  Configured-Fee         Pic 9(3)v99 Value 25.00.
000158 01  Next-Rc-Number         Pic 9(6) Value 1.
000159 01  History-Done-Flag      Pic X Value Space.
000160     88  History-Done       Value "Y".
000161 01  Receipt-Found-Flag     Pic X Value Space.
000162     88  Receipt-Found      Value "Y".
000163 01  Receipt-Date           Pic 9(8) Value Zeros.
000164 01  Receipt-Customer       Pic X(8) Value Spaces.
000165 01  Receipt-Total          Pic S9(7)v99 Value Zeros.
000167 01  Balance-Due            Pic S9(6)v99 Value Zeros.
000168 01  Error-Message          Pic X(60) Value Spaces.
000169 01  Customer-Display       Pic X(30) Value Spaces.
000170 01  Status-Desc-Display    Pic X(12) Value Spaces.
000171 01  Valid-Data-Flag        Pic X Value "Y".
000172     88  Valid-Data         Value "Y".
000173     88  Invalid-Data       Value "N".
000174 01  Entry-Mode-Flag        Pic X Value "N".
000175     88  Update-Mode        Value "U".
000176     88  New-Mode           Value "N".
000177 01  Work-Record.
000178     03  Entry-Rc-Number     Pic 9(6).
000179     03  Entry-Receipt       Pic 9(6).
000180     03  Entry-Customer      Pic X(8).
000181     03  Entry-Check-Number  Pic X(10).
000182     03  Entry-Routing       Pic X(9).
000183     03  Entry-Account       Pic X(17).
000184     03  Entry-Check-Amount  Pic 9(5)v99.
000185     03  Entry-Reason        Pic X(4).
000186     03  Entry-Fee-Amount    Pic 9(3)v99.
000187     03  Entry-Return-Date   Pic 9(8).
000188     03  Entry-Action        Pic X.
000189         88  Action-Payment  Value "P".
000190         88  Action-Contact  Value "C".
000191         88  Action-Write-Off Value "W".
000192     03  Entry-Payment       Pic 9(5)v99.
000193     03  Entry-Note          Pic X(30).
000194 01  Show-Fields.
000195     03  Show-Sale-Date      Pic 9(8).
000196     03  Show-Paid           Pic 9(5)v99.
000197     03  Show-Balance        Pic S9(6)v99.
000198     03  Show-Letter-Step    Pic X.
000199     03  Show-Attempts       Pic 9(3).
000200 01  Date-And-Time-Area.
000201     03  Work-Date           Pic 9(6).
000202     03  Work-Date-X         Redefines Work-Date.
000203         05  Date-YY         Pic 99.
000204         05  Date-MM         Pic 99.
000205         05  Date-DD         Pic 99.
000206 01  Today-MMDDYYYY.
000207     03  Today-MM            Pic 99.
000208     03  Today-DD            Pic 99.
000209     03  Today-YYYY          Pic 9(4).
000210 01  Today-MMDDYYYY-N Redefines Today-MMDDYYYY Pic 9(8).
000211 Screen Section.
000212 01  Data-Entry-Screen
000213     Blank Screen, Auto
000214     Foreground-Color Is 7,
000215     Background-Color Is 1.
000216     03  Screen-Literal-Group.
000217         05  Line 01 Column 30 Value "Darlene's Treasures"
000218             Highlight Foreground-Color 4 Background-Color 1.
000219         05  Line 03 Column 26 Value "Returned Customer Checks"
000220             Highlight.
000221         05  Line 05 Column 01  Value "Case Number: ".
000222         05  Line 06 Column 01  Value "Receipt: ".
000223         05  Line 06 Column 25  Value "Sold: ".
000224         05  Line 07 Column 01  Value "Customer: ".
000225         05  Line 08 Column 01  Value "Check No: ".
000226         05  Line 08 Column 28  Value "Routing: ".
000227         05  Line 09 Column 01  Value "Account: ".
000228         05  Line 10 Column 01  Value "Check Amt: ".
000229         05  Line 10 Column 28  Value "Fee: ".
000230         05  Line 11 Column 01  Value "Bank Reason: ".
000231         05  Line 11 Column 28  Value "Returned: ".
000232         05  Line 13 Column 01  Value "Paid: ".
000233         05  Line 13 Column 22  Value "Owed: ".
000234         05  Line 13 Column 44  Value "Letter: ".
000235         05  Line 13 Column 56  Value "Tries: ".
000236         05  Line 14 Column 01  Value "Status: ".
000237         05  Line 16 Column 01  Value "Action (P/C/W): ".
000238         05  Line 16 Column 22  Value "Payment: ".
000239         05  Line 17 Column 01  Value "Note: ".
000240         05  Line 22 Column 01  Value
000241             "F1-Exit F2-Open F3-Find F4-Clear F5-Post Action".
000242     03  Reverse-Video-Group Reverse-Video.
000243         05  Line 5  Column 15 Pic 9(6) Using Entry-Rc-Number
000244             Blank When Zero.
000245         05  Line 6  Column 15 Pic 9(6) Using Entry-Receipt
000246             Blank When Zero.
000247         05  Line 7  Column 15 Pic X(8) Using Entry-Customer.
000248         05  Line 8  Column 15 Pic X(10) Using Entry-Check-Number.
000249         05  Line 8  Column 37 Pic X(9) Using Entry-Routing.
000250         05  Line 9  Column 15 Pic X(17) Using Entry-Account.
000251         05  Line 10 Column 15 Pic ZZZZ9.99
000252             Using Entry-Check-Amount Blank When Zero.
000253         05  Line 10 Column 37 Pic ZZ9.99 Using Entry-Fee-Amount
000254             Blank When Zero.
000255         05  Line 11 Column 15 Pic X(4) Using Entry-Reason.
000256         05  Line 11 Column 38 Pic 99/99/9999
000257             Using Entry-Return-Date Blank When Zero.
000258         05  Line 16 Column 18 Pic X Using Entry-Action.
000259         05  Line 16 Column 31 Pic ZZZZ9.99 Using Entry-Payment
000260             Blank When Zero.
000261         05  Line 17 Column 15 Pic X(30) Using Entry-Note.
000262     03  Display-Only-Group.
000263         05  Line 6  Column 31 Pic 99/99/9999
000264             From Show-Sale-Date Blank When Zero.
000265         05  Line 7  Column 25 Pic X(30) From Customer-Display.
000266         05  Line 13 Column 07 Pic ZZ,ZZ9.99 From Show-Paid.
000267         05  Line 13 Column 28 Pic ZZ,ZZ9.99- From Show-Balance.
000268         05  Line 13 Column 52 Pic X From Show-Letter-Step.
000269         05  Line 13 Column 63 Pic ZZ9 From Show-Attempts.
000270         05  Line 14 Column 15 Pic X(12) From Status-Desc-Display.
000271     03  Blink-Group Highlight Blink.
000272         05  Line 20 Column 01 Pic X(60) From Error-Message.
000273 Procedure Division.
000274 Chapt15k-Start.
000275     Accept Work-Date From Date
000276     Move Date-MM To Today-MM
000277     Move Date-DD To Today-DD
000278     Move 2000 To Today-YYYY
000279     Add Date-YY To Today-YYYY
000280     Perform Load-Current-Operator
000281     Perform Load-Configured-Fee
000282     Perform Open-Files
000283     Perform Clear-Screen-Fields
000284     Perform Process-Screen Until F1-Pressed
000285     Perform Close-Files
000286     Stop Run
000287     .
000288 Process-Screen.
000289     Display Data-Entry-Screen
000290     Accept Data-Entry-Screen
000291     Move Spaces To Error-Message
000292     Evaluate True
000293        When F2-Pressed
000294           Perform Open-Returned-Check
000295        When F3-Pressed
000296           Perform Find-Returned-Check
000297        When F5-Pressed
000298           Perform Post-Collection-Action
000299        When F4-Pressed
000300           Perform Clear-Screen-Fields
000301        When Other
000302           Continue
000303     End-Evaluate
000304     .
000305 Clear-Screen-Fields.
000306     Initialize Work-Record Show-Fields
000307     Move Spaces To Customer-Display Status-Desc-Display
000308     Set New-Mode To True
000309     .
000310 Find-Returned-Check.
000311     Move Entry-Rc-Number To Rc-Number
000312     Read Returned-Check-File
000313          Invalid Key
000314             Move "Returned Check Case Not Found" To Error-Message
000315             Set New-Mode To True
000316          Not Invalid Key
000317             Perform Show-Returned-Check
000318             Set Update-Mode To True
000319             If Rc-Cleared
000320                Move "Case Is Cleared - Paid In Full"
000321                     To Error-Message
000322             Else
000323                Move "Action: P Payment, C Contact, W Write-Off"
000324                     To Error-Message
000325             End-If
000326     End-Read
000327     .
000328 Show-Returned-Check.
000329     Move Rc-Receipt To Entry-Receipt
000330     Move Rc-Customer To Entry-Customer
000331     Move Rc-Check-Number To Entry-Check-Number
000332     Move Rc-Routing To Entry-Routing
000333     Move Rc-Account To Entry-Account
000334     Move Rc-Check-Amount To Entry-Check-Amount
000335     Move Rc-Fee-Amount To Entry-Fee-Amount
000336     Move Rc-Reason To Entry-Reason
000337     Move Rc-Return-Date To Entry-Return-Date
000338     Move Rc-Sale-Date To Show-Sale-Date
000339     Move Space To Entry-Action
000340     Move Zeros To Entry-Payment
000341     Move Spaces To Entry-Note
000342     Perform Show-Case-Balance
000343     Perform Show-Customer-Name
000344     .
000345 Show-Case-Balance.
000346     Compute Balance-Due = Rc-Check-Amount + Rc-Fee-Amount
000347                         - Rc-Paid-Amount
000348     Move Rc-Paid-Amount To Show-Paid
000349     Move Balance-Due To Show-Balance
000350     Move Rc-Letter-Step To Show-Letter-Step
000351     Move Rc-Attempt-Count To Show-Attempts
000352     Evaluate True
000353        When Rc-Open
000354           Move "Open" To Status-Desc-Display
000355        When Rc-Cleared
000356           Move "Cleared" To Status-Desc-Display
000357        When Rc-Written-Off
000358           Move "Written Off" To Status-Desc-Display
000359        When Other
000360           Move Spaces To Status-Desc-Display
000361     End-Evaluate
000362     .
000363 Show-Customer-Name.
000364     Move Spaces To Customer-Display
000365     If Customer-Success And Entry-Customer Not = Spaces
000366        Move Entry-Customer To Customer-Number
000367        Read Customer-File
000368             Invalid Key
000369                Continue
000370             Not Invalid Key
000371                String First-Name  Delimited By Space
000372                       " "         Delimited By Size
000373                       Last-Name   Delimited By Space
000374                       Into Customer-Display
000375                End-String
000376        End-Read
000377     End-If
000378     .
000379 Open-Returned-Check.
000380     Perform Validate-New-Case
000381     If Valid-Data
000382        Move Spaces To Returned-Check-Record
000383        Move Next-Rc-Number To Rc-Number
000384        Move Entry-Receipt To Rc-Receipt
000385        Move Entry-Customer To Rc-Customer
000386        Move Entry-Account To Rc-Account
000387        Move Entry-Routing To Rc-Routing
000388        Move Entry-Check-Number To Rc-Check-Number
000389        Move Receipt-Date To Rc-Sale-Date
000390        Move Entry-Return-Date To Rc-Return-Date
000391        Move Entry-Reason To Rc-Reason
000392        Move Entry-Check-Amount To Rc-Check-Amount
000393        Move Entry-Fee-Amount To Rc-Fee-Amount
000394        Move Zeros To Rc-Paid-Amount Rc-Letter-Date
000395                      Rc-Attempt-Count Rc-Attempt-Date
000396                      Rc-Cleared-Date
000397        Set Rc-Open To True
000398        Set Rc-No-Letter To True
000399        Write Returned-Check-Record
000400           Invalid Key
000401              Move "Returned Check Write Failed" To Error-Message
000402           Not Invalid Key
000403              Move Next-Rc-Number To Entry-Rc-Number
000404              Add 1 To Next-Rc-Number
000405              Move Spaces To Collection-Log-Record
000406              Set Clog-Opened To True
000407              Compute Clog-Amount =
000408                      Rc-Check-Amount + Rc-Fee-Amount
000409              Move Rc-Reason To Clog-Note
000410              Perform Write-Collection-Log
000411              Move Receipt-Date To Show-Sale-Date
000412              Perform Show-Case-Balance
000413              Perform Show-Customer-Name
000414              Set Update-Mode To True
000415              Move "Case Opened - Writer On The Bad-Check List"
000416                   To Error-Message
000417        End-Write
000418     End-If
000419     .
000420 Validate-New-Case.
000421     Set Valid-Data To True
000422     Evaluate True
000423        When Entry-Receipt = Zeros
000424           Move "Receipt Number is required" To Error-Message
000425           Set Invalid-Data To True
000426        When Entry-Account = Spaces
000427           Move "Bank Account Number from the check is required"
000428                To Error-Message
000429           Set Invalid-Data To True
000430        When Entry-Reason = Spaces
000431           Move "Bank Return Reason is required" To Error-Message
000432           Set Invalid-Data To True
000433        When Other
000434           Perform Find-Check-Receipt
000435           If Not Receipt-Found
000436              Move "No Check Sale With That Receipt In History"
000437                   To Error-Message
000438              Set Invalid-Data To True
000439           Else
000440              Perform Complete-Case-Details
000441           End-If
000442     End-Evaluate
000443     .
000444* The Check Covered The Whole Ticket, So Every Check-Tender
000445* Line Of The Receipt In The Sales History Adds Up To The Face
000446* Of The Check, Less Any Voided Lines
000447 Find-Check-Receipt.
000447* The Receipt's Rows Sit Together On The Receipt Key; A Voided
000447* Line Is Already Negative, So The Check Rows Simply Add Up
000447     Move Space To History-Done-Flag Receipt-Found-Flag
000447     Move Zeros To Receipt-Total Receipt-Date
000447     Move Spaces To Receipt-Customer
000447     Open Input Sales-History-File
000447     If Sales-History-Success
000447        Move Entry-Receipt To SH-Receipt
000447        Start Sales-History-File Key = SH-Receipt
000447              Invalid Key Set History-Done To True
000447        End-Start
000447        Perform Read-Receipt-Row Until History-Done
000447        Close Sales-History-File
000447     End-If
000447     .
000447 Read-Receipt-Row.
000447     Read Sales-History-File Next Record
000447          At End Set History-Done To True
000447          Not At End
000447             If SH-Receipt Not = Entry-Receipt
000447                Set History-Done To True
000447             Else
000447                If SH-Tender = "K"
000447                   Set Receipt-Found To True
000447                   Move SH-Sale-Date To Receipt-Date
000447                   Move SH-Customer To Receipt-Customer
000447                   Add SH-Amount To Receipt-Total
000447                End-If
000447             End-If
000447     End-Read
000447     .
000475 Complete-Case-Details.
000476     If Entry-Customer = Spaces
000477        Move Receipt-Customer To Entry-Customer
000478     End-If
000479     If Entry-Check-Amount = Zeros
000480        Move Receipt-Total To Entry-Check-Amount
000481     End-If
000482     If Entry-Fee-Amount = Zeros
000483        Move Configured-Fee To Entry-Fee-Amount
000484     End-If
000485     If Entry-Return-Date = Zeros
000486        Move Today-MMDDYYYY-N To Entry-Return-Date
000487     End-If
000488     If Entry-Customer Not = Spaces And Customer-Success
000489        Move Entry-Customer To Customer-Number
000490        Read Customer-File
000491             Invalid Key
000492                Move "Invalid Customer Number Entered"
000493                     To Error-Message
000494                Set Invalid-Data To True
000495        End-Read
000496     End-If
000497     .
000498 Post-Collection-Action.
000499     Evaluate True
000500        When Not Update-Mode
000501           Move "Find the case first (F3)" To Error-Message
000502        When Rc-Cleared
000503           Move "Case Is Cleared - Paid In Full" To Error-Message
000504        When Action-Payment And Entry-Payment = Zeros
000505           Move "Key the Payment Amount received"
000506                To Error-Message
000507        When Action-Payment
000508           Perform Post-Repayment
000509        When Action-Contact
000510           Add 1 To Rc-Attempt-Count
000511           Move Today-MMDDYYYY-N To Rc-Attempt-Date
000512           Rewrite Returned-Check-Record
000513           Move Spaces To Collection-Log-Record
000514           Set Clog-Contact To True
000515           Move Zeros To Clog-Amount
000516           Move Entry-Note To Clog-Note
000517           Perform Write-Collection-Log
000518           Move "Collection Attempt Logged" To Error-Message
000519        When Action-Write-Off And Rc-Written-Off
000520           Move "Case Is Already Written Off" To Error-Message
000521        When Action-Write-Off
000522           Set Rc-Written-Off To True
000523           Rewrite Returned-Check-Record
000524           Move Spaces To Collection-Log-Record
000525           Set Clog-Write-Off To True
000526           Move Balance-Due To Clog-Amount
000527           Move Entry-Note To Clog-Note
000528           Perform Write-Collection-Log
000529           Move "Written Off - Writer Stays On Bad-Check List"
000530                To Error-Message
000531        When Other
000532           Move "Action: P Payment, C Contact, W Write-Off"
000533                To Error-Message
000534     End-Evaluate
000535     Perform Show-Case-Balance
000536     Move Space To Entry-Action
000537     Move Zeros To Entry-Payment
000538     Move Spaces To Entry-Note
000539     .
000540* Repayment Must Be Cash Or Certified Funds; Once Check And Fee
000541* Are Covered The Case Clears And The Writer Comes Off The List
000542 Post-Repayment.
000543     Compute Balance-Due = Rc-Check-Amount + Rc-Fee-Amount
000544                         - Rc-Paid-Amount
000545     If Entry-Payment > Balance-Due
000546        Move "Payment is more than is owed" To Error-Message
000547     Else
000548        Add Entry-Payment To Rc-Paid-Amount
000549        Move Today-MMDDYYYY-N To Rc-Attempt-Date
000550        If Entry-Payment = Balance-Due
000551           Set Rc-Cleared To True
000552           Move Today-MMDDYYYY-N To Rc-Cleared-Date
000553        End-If
000554        Rewrite Returned-Check-Record
000555        Move Spaces To Collection-Log-Record
000556        Set Clog-Payment To True
000557        Move Entry-Payment To Clog-Amount
000558        Move Entry-Note To Clog-Note
000559        Perform Write-Collection-Log
000560        If Rc-Cleared
000561           Move "Paid In Full - Removed From Bad-Check List"
000562                To Error-Message
000563        Else
000564           Move "Partial Repayment Posted" To Error-Message
000565        End-If
000566     End-If
000567     .
000568 Write-Collection-Log.
000569     Move Today-MMDDYYYY-N To Clog-Date
000570     Move Rc-Number To Clog-Rc-Number
000571     Move Current-Operator To Clog-Operator
000572     Write Collection-Log-Record
000573     .
000574 Load-Configured-Fee.
000575     Open Input Nsf-Fee-File
000576     If Nsf-Fee-Status = "00"
000577        Read Nsf-Fee-File
000578             At End Continue
000579             Not At End
000580                Move Fee-Amount-Value To Configured-Fee
000581        End-Read
000582        Close Nsf-Fee-File
000583     End-If
000584     .
000585 Load-Current-Operator.
000586     Open Input Current-Operator-File
000587     If Current-Operator-Status = "00"
000588        Read Current-Operator-File
000589             At End Continue
000590             Not At End
000591                Move Curr-Oper-Id To Current-Operator
000592        End-Read
000593        Close Current-Operator-File
000594     End-If
000595     .
000596 Open-Files.
000597     Open I-O Returned-Check-File
000598     If Returned-Check-Status = "35"
000599        Open Output Returned-Check-File
000600        Close Returned-Check-File
000601        Open I-O Returned-Check-File
000602     End-If
000603     Open Input Customer-File
000604     Open Extend Collection-Log-File
000605     Open Input Rc-Control-File
000606     If Rc-Control-Success
000607        Read Rc-Control-File
000608             At End Continue
000609             Not At End
000610                Move Control-Next-Rc To Next-Rc-Number
000611        End-Read
000612     End-If
000613     Close Rc-Control-File
000614     .
000615 Close-Files.
000616     Close Returned-Check-File
000617           Collection-Log-File
000618     If Customer-Success
000619        Close Customer-File
000620     End-If
000621     Open Output Rc-Control-File
000622     Move Next-Rc-Number To Control-Next-Rc
000623     Write Rc-Control-Record
000624     Close Rc-Control-File
000625     .
