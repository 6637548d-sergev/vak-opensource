000010 @OPTIONS MAIN,TEST
000020 Identification Division.
000030 Program-Id.  Chapt15i.
000031* Card Chargeback Case Entry And Resolution
000032* A Case Opens From The Processor's Dispute Notice, Tied To The
000033* Original Sale By Receipt Number And The Settled CardBatch.TXT
000034* Entry, With The Response Due Date The Notice Gives.  The Case
000035* Moves Open, Represented, Then Won Or Lost.  A Lost Case Posts
000036* A Charge-Back To The Selling Dealer On The Receivable Ledger -
000037* The Same Ledger Chapt18d Posts Return Charge-Backs To - So
000038* Chapt20c Recovers It From The Next Payout, And Flags The Item
000039* So A Later Return Of It Is Caught By Chapt18d
000040 Environment Division.
000041 Configuration Section.
000042 Special-Names.
000043       Crt Status Is Keyboard-Status
000044       Cursor Is Cursor-Position.
000045 Source-Computer.  IBM-PC.
000046 Object-Computer.  IBM-PC.
000047 Input-Output Section.
000048 File-Control.
000049     Select Chargeback-File Assign To "ChgBack.Dat"
000050            Organization Indexed
000051            Access Dynamic
000052            Record Key Cb-Number
000053            Alternate Record Key Cb-Receipt
000054                With Duplicates
000055            File Status Chargeback-Status.
000056     Select Optional Cb-Control-File Assign To "CbCtl.TXT"
000057         Organization Is Line Sequential
000058         File Status  Is Cb-Control-Status.
000059     Select Optional Settlement-File Assign To "CardBatch.TXT"
000060         Organization Is Line Sequential
000061         File Status  Is Settlement-Status.
000062     Select Item-File Assign To "Item.Dat"
000063            Organization Indexed
000064            Access Dynamic
000065            Record Key Item-Number
000066            Alternate Record Key Item-Dealer-Number
000067                With Duplicates
000068            File Status Item-Status.
000069     Select Optional Receivable-File Assign To "RecvLedg.Dat"
000070            Organization Indexed
000071            Access Dynamic
000072            Record Key Recv-Number
000073            Alternate Record Key Recv-Dealer
000074                With Duplicates
000075            File Status Receivable-Status.
000076     Select Optional Recv-Control-File Assign To "RecvCtl.TXT"
000077         Organization Is Line Sequential
000078         File Status  Is Recv-Control-Status.
000079     Select Optional Journal-File Assign To "Journal.TXT"
000080         Organization Is Line Sequential
000081         File Status  Is Journal-Status.
000082     Select Optional Quiesce-File Assign To "Quiesce.TXT"
000083         Organization Is Line Sequential
000084         File Status  Is Quiesce-File-Status.
000085     Select Optional Online-Use-File Assign To "OnlUse.TXT"
000086         Organization Is Line Sequential
000087         File Status  Is Online-Use-Status.
000088 Data Division.
000089 File Section.
000090 Fd  Chargeback-File.
000091 Copy "chgback.cpy".
000092 Fd  Cb-Control-File.
000093 01  Cb-Control-Record.
000094     03  Control-Next-Cb     Pic 9(6).
000095 Fd  Settlement-File.
000096 01  Settlement-Record.
000097     03  Settle-Date         Pic 9(8).
000098     03  Filler              Pic X.
000099     03  Settle-Store        Pic X(4).
000100     03  Filler              Pic X.
000101     03  Settle-Receipt      Pic 9(6).
000102     03  Filler              Pic X.
000103     03  Settle-Amount       Pic S9(7)v99.
000104     03  Filler              Pic X.
000105     03  Settle-Dealer       Pic X(8).
000106 01  Settlement-Trailer Redefines Settlement-Record.
000107     03  Settle-Trailer-Marker  Pic X(8).
000108         88  Settle-Trailer     Value "SETTLE99".
000109     03  Filler                 Pic X(33).
000110 Fd  Item-File.
000111 01  Item-Record.
000112     03  Item-Number         Pic X(12).
000113     03  Item-Dealer-Number  Pic X(8).
000114     03  Item-Description    Pic X(40).
000115     03  Item-Tag-Price      Pic 9(5)v99.
000116     03  Item-Date-Consigned Pic 9(8).
000117     03  Item-Status-Code    Pic X.
000118     03  Item-Ownership      Pic X.
000119     03  Item-Acquisition-Cost Pic 9(5)v99.
000120     03  Item-Chargeback-Flag Pic X.
000121         88  Item-Charged-Back Value "C".
000122     03  Filler              Pic X.
000123     03  Filler              Pic X(30).
000124 Fd  Receivable-File.
000125 01  Receivable-Record.
000126     03  Recv-Number         Pic 9(8).
000127     03  Recv-Dealer         Pic X(8).
000128     03  Recv-Date           Pic 9(8).
000129     03  Recv-Item           Pic X(12).
000130     03  Recv-Amount         Pic 9(5)v99.
000131     03  Recv-Applied        Pic 9(5)v99.
000132     03  Recv-Status-Code    Pic X.
000133         88  Recv-Open       Value "O".
000134         88  Recv-Settled    Value "S".
000135     03  Recv-Source         Pic X(4).
000136     03  Filler              Pic X(10).
000137 Fd  Recv-Control-File.
000138 01  Recv-Control-Record.
000139     03  Control-Next-Recv   Pic 9(8).
000140 Fd  Journal-File.
000141 01  Journal-Record.
000142     03  Jrn-Date            Pic 9(8).
000143     03  Filler              Pic X.
000144     03  Jrn-Time            Pic 9(6).
000145     03  Filler              Pic X.
000146     03  Jrn-Program         Pic X(8).
000147     03  Filler              Pic X.
000148     03  Jrn-File-Id         Pic X(8).
000149     03  Filler              Pic X.
000150     03  Jrn-Action          Pic X.
000151     03  Filler              Pic X.
000152     03  Jrn-Key             Pic X(12).
000153     03  Filler              Pic X.
000154     03  Jrn-Image           Pic X(476).
000155 Fd  Quiesce-File.
000156 01  Quiesce-Record          Pic X(8).
000157 Fd  Online-Use-File.
000158 01  Online-Use-Record.
000159     03  Use-Action          Pic X(5).
000160     03  Filler              Pic X.
000161     03  Use-Program         Pic X(8).
000162     03  Filler              Pic X.
000163     03  Use-Stamp           Pic 9(14).
000164 Working-Storage Section.
000165 01  Quiesce-File-Status    Pic XX Value Spaces.
000166 01  Online-Use-Status      Pic XX Value Spaces.
000167 01  Quiesce-Active-Flag    Pic X Value Space.
000168     88  Quiesce-Active     Value "Y".
000169 01  Online-Stamp-Date      Pic 9(6) Value Zeros.
000170 01  Online-Stamp-Time      Pic 9(8) Value Zeros.
000171 01  Keyboard-Status.
000172     03  Accept-Status Pic 9.
000173     03  Function-Key  Pic X.
000174         88  F1-Pressed Value X"01".
000175         88  F2-Pressed Value X"02".
000176         88  F3-Pressed Value X"03".
000177         88  F4-Pressed Value X"04".
000178         88  F5-Pressed Value X"05".
000179     03  System-Use    Pic X.
000180 01  Cursor-Position.
000181     03  Cursor-Row    Pic 9(2) Value 1.
000182     03  Cursor-Column Pic 9(2) Value 1.
000183 01  Chargeback-Status      Pic XX Value Spaces.
000184     88  Chargeback-Success Value "00" Thru "09".
000185 01  Cb-Control-Status      Pic XX Value Spaces.
000186     88  Cb-Control-Success Value "00" Thru "09".
000187 01  Settlement-Status      Pic XX Value Spaces.
000188 01  Item-Status            Pic XX Value Spaces.
000189     88  Item-Success       Value "00" Thru "09".
000190 01  Receivable-Status      Pic XX Value Spaces.
000191     88  Receivable-Success Value "00" Thru "09".
000192 01  Recv-Control-Status    Pic XX Value Spaces.
000193     88  Recv-Control-Success Value "00" Thru "09".
000194 01  Journal-Status         Pic XX Value Spaces.
000195 01  Journal-Stamp-Date     Pic 9(6) Value Zeros.
000196 01  Journal-Stamp-Time     Pic 9(8) Value Zeros.
000197 01  Journal-Program-Id     Pic X(8) Value "CHAPT15I".
000198 01  Next-Cb-Number         Pic 9(6) Value 1.
000199 01  Next-Recv-Number       Pic 9(8) Value 1.
000200 01  Charge-Posted-Flag     Pic X Value Space.
000201     88  Charge-Posted      Value "Y".
000202 01  Batch-Scan-Flag        Pic X Value Space.
000203     88  Batch-Scan-Done    Value "Y".
000204 01  Batch-Found-Flag       Pic X Value Space.
000205     88  Batch-Entry-Found  Value "Y".
000206* The Processor Gives The Store Ten Days To Answer When The
000207* Notice Does Not Say Otherwise
000208 01  Default-Response-Days  Pic 9(3) Value 10.
000209 01  Notice-YYYYMMDD        Pic 9(8) Value Zeros.
000210 01  Due-YYYYMMDD           Pic 9(8) Value Zeros.
000211 01  Error-Message          Pic X(60) Value Spaces.
000212 01  Item-Desc-Display      Pic X(40) Value Spaces.
000213 01  Status-Desc-Display    Pic X(12) Value Spaces.
000214 01  Display-Sale-Date      Pic 9(8) Value Zeros.
000215 01  Display-Dealer         Pic X(8) Value Spaces.
000216 01  Batch-Store            Pic X(4) Value Spaces.
000217 01  Display-Sale-Amount    Pic S9(7)v99 Value Zeros.
000218 01  Valid-Data-Flag        Pic X Value "Y".
000219     88  Valid-Data         Value "Y".
000220     88  Invalid-Data       Value "N".
000221 01  Entry-Mode-Flag        Pic X Value "N".
000222     88  Update-Mode        Value "U".
000223     88  New-Mode           Value "N".
000224 01  Work-Record.
000225     03  Entry-Cb-Number     Pic 9(6).
000226     03  Entry-Receipt       Pic 9(6).
000227     03  Entry-Item-Number   Pic X(12).
000228     03  Entry-Amount        Pic 9(5)v99.
000229     03  Entry-Reason        Pic X(4).
000230     03  Entry-Notice-Date   Pic 9(8).
000231     03  Entry-Due-Date      Pic 9(8).
000232     03  Entry-Status        Pic X.
000233 01  Date-And-Time-Area.
000234     03  Work-Date           Pic 9(6).
000235     03  Work-Date-X         Redefines Work-Date.
000236         05  Date-YY         Pic 99.
000237         05  Date-MM         Pic 99.
000238         05  Date-DD         Pic 99.
000239 01  Today-MMDDYYYY.
000240     03  Today-MM            Pic 99.
000241     03  Today-DD            Pic 99.
000242     03  Today-YYYY          Pic 9(4).
000243 01  Today-MMDDYYYY-N Redefines Today-MMDDYYYY Pic 9(8).
000244 Screen Section.
000245 01  Data-Entry-Screen
000246     Blank Screen, Auto
000247     Foreground-Color Is 7,
000248     Background-Color Is 1.
000249     03  Screen-Literal-Group.
000250         05  Line 01 Column 30 Value "Darlene's Treasures"
000251             Highlight Foreground-Color 4 Background-Color 1.
000252         05  Line 03 Column 27 Value "Card Chargeback Cases"
000253             Highlight.
000254         05  Line 05 Column 01  Value "Case Number: ".
000255         05  Line 06 Column 01  Value "Receipt: ".
000256         05  Line 06 Column 25  Value "Sold: ".
000257         05  Line 06 Column 45  Value "Card Amt: ".
000258         05  Line 07 Column 01  Value "Item Number: ".
000259         05  Line 07 Column 30  Value "Dealer: ".
000260         05  Line 08 Column 01  Value "Item Desc: ".
000261         05  Line 10 Column 01  Value "Disputed Amt: ".
000262         05  Line 11 Column 01  Value "Reason Code: ".
000263         05  Line 12 Column 01  Value "Notice Date: ".
000264         05  Line 13 Column 01  Value "Response Due: ".
000265         05  Line 14 Column 01  Value "Status (O/R/W/L): ".
000266         05  Line 22 Column 01  Value
000267             "F1-Exit F2-Open Case F3-Find F4-Clear F5-Update".
000268     03  Reverse-Video-Group Reverse-Video.
000269         05  Line 5  Column 15 Pic 9(6) Using Entry-Cb-Number
000270             Blank When Zero.
000271         05  Line 6  Column 15 Pic 9(6) Using Entry-Receipt
000272             Blank When Zero.
000273         05  Line 7  Column 15 Pic X(12) Using Entry-Item-Number.
000274         05  Line 10 Column 15 Pic ZZZZ9.99 Using Entry-Amount
000275             Blank When Zero.
000276         05  Line 11 Column 15 Pic X(4) Using Entry-Reason.
000277         05  Line 12 Column 15 Pic 99/99/9999
000278             Using Entry-Notice-Date Blank When Zero.
000279         05  Line 13 Column 15 Pic 99/99/9999
000280             Using Entry-Due-Date Blank When Zero.
000281         05  Line 14 Column 20 Pic X Using Entry-Status.
000282     03  Display-Only-Group.
000283         05  Line 6  Column 31 Pic 99/99/9999
000284             From Display-Sale-Date Blank When Zero.
000285         05  Line 6  Column 55 Pic ZZZ,ZZ9.99-
000286             From Display-Sale-Amount Blank When Zero.
000287         05  Line 7  Column 38 Pic X(8) From Display-Dealer.
000288         05  Line 8  Column 15 Pic X(40) From Item-Desc-Display.
000289         05  Line 14 Column 23 Pic X(12) From Status-Desc-Display.
000290     03  Blink-Group Highlight Blink.
000291         05  Line 20 Column 01 Pic X(60) From Error-Message.
000292 Procedure Division.
000293 Chapt15i-Start.
000294     Perform Check-Quiesce-And-Register
000295     If Quiesce-Active
000296        Stop Run
000297     End-If
000298     Accept Work-Date From Date
000299     Move Date-MM To Today-MM
000300     Move Date-DD To Today-DD
000301     Move 2000 To Today-YYYY
000302     Add Date-YY To Today-YYYY
000303     Perform Open-Files
000304     Perform Clear-Screen-Fields
000305     Perform Process-Screen Until F1-Pressed
000306     Perform Close-Files
000307     Perform Mark-Online-Close
000308     Stop Run
000309     .
000310 Process-Screen.
000311     Display Data-Entry-Screen
000312     Accept Data-Entry-Screen
000313     Move Spaces To Error-Message
000314     Evaluate True
000315        When F2-Pressed
000316           Perform Open-Chargeback-Case
000317        When F3-Pressed
000318           Perform Find-Chargeback-Case
000319        When F5-Pressed
000320           Perform Update-Chargeback-Case
000321        When F4-Pressed
000322           Perform Clear-Screen-Fields
000323        When Other
000324           Continue
000325     End-Evaluate
000326     .
000327 Clear-Screen-Fields.
000328     Initialize Work-Record
000329     Move Spaces To Item-Desc-Display Status-Desc-Display
000330                    Display-Dealer
000331     Move Zeros To Display-Sale-Date Display-Sale-Amount
000332     Set New-Mode To True
000333     .
000334 Find-Chargeback-Case.
000335     Move Entry-Cb-Number To Cb-Number
000336     Read Chargeback-File
000337          Invalid Key
000338             Move "Chargeback Case Not Found" To Error-Message
000339             Set New-Mode To True
000340          Not Invalid Key
000341             Perform Show-Chargeback-Case
000342             Set Update-Mode To True
000343             If Cb-Active
000344                Move "Open Case - Key New Status, F5 Updates"
000345                     To Error-Message
000346             Else
000347                Move "Case Is Closed" To Error-Message
000348             End-If
000349     End-Read
000350     .
000351 Show-Chargeback-Case.
000352     Move Cb-Receipt To Entry-Receipt
000353     Move Cb-Item To Entry-Item-Number
000354     Move Cb-Amount To Entry-Amount
000355     Move Cb-Reason To Entry-Reason
000356     Move Cb-Notice-Date To Entry-Notice-Date
000357     Move Cb-Due-Date To Entry-Due-Date
000358     Move Cb-Status-Code To Entry-Status
000359     Move Cb-Sale-Date To Display-Sale-Date
000360     Move Cb-Sale-Amount To Display-Sale-Amount
000361     Move Cb-Dealer To Display-Dealer
000362     Perform Show-Status-Description
000363     Move Spaces To Item-Desc-Display
000364     If Cb-Item Not = Spaces
000365        Move Cb-Item To Item-Number
000366        Read Item-File
000367             Invalid Key
000368                Continue
000369             Not Invalid Key
000370                Move Item-Description To Item-Desc-Display
000371        End-Read
000372     End-If
000373     .
000374 Show-Status-Description.
000375     Evaluate True
000376        When Cb-Open
000377           Move "Open" To Status-Desc-Display
000378        When Cb-Represented
000379           Move "Represented" To Status-Desc-Display
000380        When Cb-Won
000381           Move "Won" To Status-Desc-Display
000382        When Cb-Lost
000383           Move "Lost" To Status-Desc-Display
000384        When Other
000385           Move Spaces To Status-Desc-Display
000386     End-Evaluate
000387     .
000388 Open-Chargeback-Case.
000389     Perform Validate-New-Case
000390     If Valid-Data
000391        Move Spaces To Chargeback-Record
000392        Move Next-Cb-Number To Cb-Number
000393        Move Entry-Receipt To Cb-Receipt
000394        Move Display-Sale-Date To Cb-Sale-Date
000395        Move Batch-Store To Cb-Store
000396        Move Display-Sale-Amount To Cb-Sale-Amount
000397        Move Display-Dealer To Cb-Dealer
000398        Move Entry-Item-Number To Cb-Item
000399        Move Entry-Amount To Cb-Amount
000400        Move Entry-Reason To Cb-Reason
000401        Move Entry-Notice-Date To Cb-Notice-Date
000402        Move Entry-Due-Date To Cb-Due-Date
000403        Set Cb-Open To True
000404        Move Zeros To Cb-Close-Date Cb-Recv-Number
000405        Write Chargeback-Record
000406           Invalid Key
000407              Move "Chargeback Case Write Failed" To Error-Message
000408           Not Invalid Key
000409              Move Next-Cb-Number To Entry-Cb-Number
000410              Add 1 To Next-Cb-Number
000411              Move Cb-Status-Code To Entry-Status
000412              Perform Show-Status-Description
000413              Set Update-Mode To True
000414              Move "Chargeback Case Opened" To Error-Message
000415        End-Write
000416     End-If
000417     .
000418 Validate-New-Case.
000419     Set Valid-Data To True
000420     Evaluate True
000421        When Entry-Receipt = Zeros
000422           Move "Receipt Number is required" To Error-Message
000423           Set Invalid-Data To True
000424        When Entry-Notice-Date = Zeros
000425           Move "Notice Date is required" To Error-Message
000426           Set Invalid-Data To True
000427        When Other
000428           Perform Find-Batch-Entry
000429           If Not Batch-Entry-Found
000430              Move "Receipt Not On The Card Settlement Batch"
000431                   To Error-Message
000432              Set Invalid-Data To True
000433           Else
000434              Perform Validate-Case-Details
000435           End-If
000436     End-Evaluate
000437     .
000438* The Settled Batch Entry Proves The Sale Went Through On A
000439* Card And Gives The Date, Store And Amount The Bank Holds
000440 Find-Batch-Entry.
000441     Move Space To Batch-Scan-Flag Batch-Found-Flag
000442     Open Input Settlement-File
000443     If Settlement-Status = "00"
000444        Perform Scan-One-Batch-Entry Until Batch-Scan-Done
000445        Close Settlement-File
000446     End-If
000447     .
000448 Scan-One-Batch-Entry.
000449     Read Settlement-File
000450          At End Set Batch-Scan-Done To True
000451          Not At End
000452             If Not Settle-Trailer And
000453                Settle-Receipt = Entry-Receipt
000454                Set Batch-Entry-Found To True
000455                Set Batch-Scan-Done To True
000456                Move Settle-Date To Display-Sale-Date
000457                Move Settle-Store To Batch-Store
000458                Move Settle-Amount To Display-Sale-Amount
000459                Move Settle-Dealer To Display-Dealer
000460             End-If
000461     End-Read
000462     .
000463 Validate-Case-Details.
000464     Move Spaces To Item-Desc-Display
000465* On A Receipt With Several Dealers' Pieces The Disputed Item
000466* Names The Dealer Who Answers For It
000467     If Entry-Item-Number Not = Spaces
000468        Move Entry-Item-Number To Item-Number
000469        Read Item-File
000470             Invalid Key
000471                Move "Item Number not found on Item File"
000472                     To Error-Message
000473                Set Invalid-Data To True
000474             Not Invalid Key
000475                Move Item-Description To Item-Desc-Display
000476                Move Item-Dealer-Number To Display-Dealer
000477        End-Read
000478     End-If
000479     If Valid-Data
000480        If Entry-Amount = Zeros
000481           Move Display-Sale-Amount To Entry-Amount
000482        End-If
000483        If Entry-Amount > Display-Sale-Amount
000484           Move "Disputed Amount exceeds the card sale"
000485                To Error-Message
000486           Set Invalid-Data To True
000487        End-If
000488     End-If
000489     If Valid-Data And Entry-Due-Date = Zeros
000490        Perform Default-Response-Due
000491     End-If
000492     .
000493 Default-Response-Due.
000494     Move Entry-Notice-Date (5:4) To Notice-YYYYMMDD (1:4)
000495     Move Entry-Notice-Date (1:4) To Notice-YYYYMMDD (5:4)
000496     Compute Due-YYYYMMDD = Function Date-Of-Integer
000497             (Function Integer-Of-Date (Notice-YYYYMMDD)
000498              + Default-Response-Days)
000499     Move Due-YYYYMMDD (5:4) To Entry-Due-Date (1:4)
000500     Move Due-YYYYMMDD (1:4) To Entry-Due-Date (5:4)
000501     .
000502 Update-Chargeback-Case.
000503     Evaluate True
000504        When Not Update-Mode
000505           Move "Find the case first (F3)" To Error-Message
000506        When Not Cb-Active
000507           Move "Case Is Closed" To Error-Message
000508        When Entry-Status Not = "O" And
000509             Entry-Status Not = "R" And
000510             Entry-Status Not = "W" And
000511             Entry-Status Not = "L"
000512           Move "Status: O Open, R Represented, W Won, L Lost"
000513                To Error-Message
000514        When Entry-Status = "L"
000515           Perform Close-Lost-Case
000516        When Other
000517           Move Entry-Status To Cb-Status-Code
000518           Move Entry-Due-Date To Cb-Due-Date
000519           Move Entry-Reason To Cb-Reason
000520           If Cb-Won
000521              Move Today-MMDDYYYY-N To Cb-Close-Date
000522           End-If
000523           Rewrite Chargeback-Record
000524           Perform Show-Status-Description
000525           Move "Chargeback Case Updated" To Error-Message
000526     End-Evaluate
000527     .
000528 Close-Lost-Case.
000529* The Charge Posts First - The Case Only Closes Lost Once The
000530* Receivable Is Really On File
000531     Perform Post-Charge-To-Dealer
000532     If Charge-Posted
000533        Move Recv-Number To Cb-Recv-Number
000534        Set Cb-Lost To True
000535        Move Today-MMDDYYYY-N To Cb-Close-Date
000536        Rewrite Chargeback-Record
000537        Perform Flag-The-Item
000538        Perform Show-Status-Description
000539        Move "Case Lost - Charge Posted To Dealer"
000540             To Error-Message
000541     End-If
000542     .
000543 Post-Charge-To-Dealer.
000544* The Charge Rides The Same Receivable Ledger As Return
000545* Charge-Backs, So Chapt20c Nets It From The Next Payout And
000546* The Chapt20n Aging Carries It Meanwhile
000547     Move Spaces To Receivable-Record
000548     Move Next-Recv-Number To Recv-Number
000549     Move Cb-Dealer To Recv-Dealer
000550     Move Today-MMDDYYYY-N To Recv-Date
000551     Move Cb-Item To Recv-Item
000552     Move Cb-Amount To Recv-Amount
000553     Move Zeros To Recv-Applied
000554     Set Recv-Open To True
000555     Move "CHBK" To Recv-Source
000556     Move Spaces To Journal-Record
000557     Move "RECVLEDG" To Jrn-File-Id
000558     Move "W" To Jrn-Action
000559     Move Recv-Number To Jrn-Key
000560     Move Receivable-Record To Jrn-Image
000561     Perform Write-Journal-Record
000562     Move Space To Charge-Posted-Flag
000563     Write Receivable-Record
000564        Invalid Key
000565           Move "Receivable Write Failed" To Error-Message
000566        Not Invalid Key
000567           Set Charge-Posted To True
000568           Add 1 To Next-Recv-Number
000569     End-Write
000570     .
000571* The Customer Already Has The Money Back From The Bank, So A
000572* Return Of The Same Piece Must Not Be Refunded Or Charged To
000573* The Dealer A Second Time
000574 Flag-The-Item.
000575     If Cb-Item Not = Spaces
000576        Move Cb-Item To Item-Number
000577        Read Item-File
000578             Invalid Key
000579                Continue
000580             Not Invalid Key
000581                Set Item-Charged-Back To True
000582                Move Spaces To Journal-Record
000583                Move "ITEM" To Jrn-File-Id
000584                Move "R" To Jrn-Action
000585                Move Item-Number To Jrn-Key
000586                Move Item-Record To Jrn-Image
000587                Perform Write-Journal-Record
000588                Rewrite Item-Record
000589        End-Read
000590     End-If
000591     .
000592 Write-Journal-Record.
000593* Write-Ahead Journal: Every Indexed-File Update Lands Here
000594* First So A Mid-Day Failure Replays Forward From The Backup
000595     Accept Journal-Stamp-Date From Date
000596     Accept Journal-Stamp-Time From Time
000597     Move 20 To Jrn-Date (1:2)
000598     Move Journal-Stamp-Date To Jrn-Date (3:6)
000599     Move Journal-Stamp-Time (1:6) To Jrn-Time
000600     Move Journal-Program-Id To Jrn-Program
000601     Write Journal-Record
000602     .
000603 Open-Files.
000604     Open I-O Chargeback-File
000605     If Chargeback-Status = "35"
000606        Open Output Chargeback-File
000607        Close Chargeback-File
000608        Open I-O Chargeback-File
000609     End-If
000610     Open I-O Item-File
000611     Open I-O Receivable-File
000612     If Receivable-Status = "35"
000613        Open Output Receivable-File
000614        Close Receivable-File
000615        Open I-O Receivable-File
000616     End-If
000617     Open Extend Journal-File
000618     Open Input Cb-Control-File
000619     If Cb-Control-Success
000620        Read Cb-Control-File
000621             At End Continue
000622             Not At End
000623                Move Control-Next-Cb To Next-Cb-Number
000624        End-Read
000625     End-If
000626     Close Cb-Control-File
000627     Open Input Recv-Control-File
000628     If Recv-Control-Success
000629        Read Recv-Control-File
000630             At End Continue
000631             Not At End
000632                Move Control-Next-Recv To Next-Recv-Number
000633        End-Read
000634     End-If
000635     Close Recv-Control-File
000636     .
000637 Close-Files.
000638     Close Chargeback-File
000639           Item-File
000640           Journal-File
000641     If Receivable-Success
000642        Close Receivable-File
000643     End-If
000644     Open Output Cb-Control-File
000645     Move Next-Cb-Number To Control-Next-Cb
000646     Write Cb-Control-Record
000647     Close Cb-Control-File
000648     Open Output Recv-Control-File
000649     Move Next-Recv-Number To Control-Next-Recv
000650     Write Recv-Control-Record
000651     Close Recv-Control-File
000652     .
000653 Check-Quiesce-And-Register.
000654* The Nightly Driver Sets The Quiesce Flag; Online Entry
000655* Stands Down While It Is Active
000656     Open Input Quiesce-File
000657     If Quiesce-File-Status = "00"
000658        Read Quiesce-File
000659             At End Continue
000660             Not At End
000661                If Quiesce-Record = "ACTIVE"
000662                   Set Quiesce-Active To True
000663                End-If
000664        End-Read
000665        Close Quiesce-File
000666     End-If
000667     If Quiesce-Active
000668        Display "Nightly Processing Is Running - Try Later"
000669     Else
000670        Open Extend Online-Use-File
000671        Move "OPEN" To Use-Action
000672        Move "CHAPT15I" To Use-Program
000673        Perform Stamp-Online-Use
000674     End-If
000675     .
000676 Mark-Online-Close.
000677     If Not Quiesce-Active
000678        Move "CLOSE" To Use-Action
000679        Perform Stamp-Online-Use
000680        Close Online-Use-File
000681     End-If
000682     .
000683 Stamp-Online-Use.
000684     Accept Online-Stamp-Date From Date
000685     Accept Online-Stamp-Time From Time
000686     Move Online-Stamp-Date To Use-Stamp (1:6)
000687     Move Online-Stamp-Time To Use-Stamp (7:8)
000688     Write Online-Use-Record
000689     .
