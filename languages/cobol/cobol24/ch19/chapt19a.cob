000010 @OPTIONS MAIN,TEST
000020 Identification Division.
000030 Program-Id.  Chapt19a.
000031* Dealer Insurance And Seller's Permit Maintenance
000032* The Lease Requires Each Dealer To Carry Liability Insurance
000033* Naming The Store And To Hold A Current Seller's Permit.  The
000034* Certificates Are Keyed Here By Dealer And Document Type;
000035* Chapt19z Lists Those Running Out And Sends The Lapse
000036* Letters.  Keying A Renewed Expiry Date Restarts The
000037* Reminder Clock
000038 Environment Division.
000039 Configuration Section.
000040 Special-Names.
000041       Crt Status Is Keyboard-Status
000042       Cursor Is Cursor-Position.
000043 Source-Computer.  IBM-PC.
000044 Object-Computer.  IBM-PC.
000045 Input-Output Section.
000046 File-Control.
000047     Select Optional Dealer-Document-File Assign To "DlrDoc.Dat"
000048         Organization Indexed
000049         Access Random
000050         Record Key Doc-Key
000051         File Status Dealer-Document-Status.
000052     Select Dealer-File Assign To "Dealer.Dat"
000053         Organization Indexed
000054         Access Random
000055         Record Key Dealer-Number
000056         Alternate Record Key Dealer-Name
000057         File Status Dealer-Status.
000058     Select Optional Current-Operator-File Assign To
000059                     "CurrOper.TXT"
000060         Organization Is Line Sequential
000061         File Status  Is Current-Operator-Status.
000062 Data Division.
000063 File Section.
000064 Fd  Dealer-Document-File.
000065 Copy "dlrdoc.cpy".
000066 Fd  Dealer-File.
000067 01  Dealer-Record.
000068     03  Dealer-Number       Pic X(8).
000069     03  Dealer-Name.
000070         05  Last-Name   Pic X(25).
000071         05  First-Name  Pic X(15).
000072         05  Middle-Name Pic X(10).
000073     03  Filler              Pic X(317).
000074     03  Active-Status       Pic X.
000075         88  Dealer-Inactive Value "I".
000076     03  Filler              Pic X(100).
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
000096 01  Dealer-Document-Status Pic XX Value Spaces.
000097 01  Dealer-Status          Pic XX Value Spaces.
000098     88  Dealer-Success     Value "00" Thru "09".
000099 01  Current-Operator-Status Pic XX Value Spaces.
000100 01  Current-Operator       Pic X(4) Value Spaces.
000101 01  Error-Message          Pic X(60) Value Spaces.
000102 01  Found-Flag             Pic X Value Spaces.
000103     88  Document-Found     Value "Y".
000104 01  Valid-Data-Flag        Pic X Value "Y".
000105     88  Valid-Data         Value "Y".
000106     88  Invalid-Data       Value "N".
000107 01  Documents-Added        Pic 9(5) Value Zeros.
000108 01  Documents-Changed      Pic 9(5) Value Zeros.
000109 01  Documents-Deleted      Pic 9(5) Value Zeros.
000110 01  Saved-Doc-Key          Pic X(12) Value Spaces.
000111 01  Saved-Expiry-Date      Pic 9(8) Value Zeros.
000112 01  Formatted-Name         Pic X(40) Value Spaces.
000113 01  Days-Covered           Pic S9(7) Value Zeros.
000114 01  Days-To-Expiry         Pic S9(7) Value Zeros.
000115 01  Days-To-Expiry-Edit    Pic Z(5)9- Value Zeros.
000116 01  Cal-Date.
000117     03  Cal-MM             Pic 99.
000118     03  Cal-DD             Pic 99.
000119     03  Cal-YYYY           Pic 9(4).
000120 01  Cal-Date-N Redefines Cal-Date Pic 9(8).
000121 01  Date-And-Time-Area.
000122     03  Work-Date            Pic 9(6).
000123     03  Work-Date-X          Redefines Work-Date.
000124         05  Date-YY          Pic 99.
000125         05  Date-MM          Pic 99.
000126         05  Date-DD          Pic 99.
000127 01  Today-MMDDYYYY.
000128     03  Today-MM            Pic 99.
000129     03  Today-DD            Pic 99.
000130     03  Today-YYYY          Pic 9(4).
000131 01  Today-MMDDYYYY-N Redefines Today-MMDDYYYY Pic 9(8).
000132 01  Lower-Case-Letters     Pic X(26)
000133     Value "abcdefghijklmnopqrstuvwxyz".
000134 01  Upper-Case-Letters     Pic X(26)
000135     Value "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
000136 Screen Section.
000137 01  Data-Entry-Screen
000138     Blank Screen, Auto
000139     Foreground-Color Is 7,
000140     Background-Color Is 1.
000141     03  Screen-Literal-Group.
000142         05  Line 01 Column 30 Value "Darlene's Treasures"
000143             Highlight Foreground-Color 4 Background-Color 1.
000144         05  Line 03 Column 20 Value
000145             "Dealer Insurance And Seller's Permit File"
000146             Highlight.
000147         05  Line 05 Column 01  Value "Dealer Number: ".
000148         05  Line 06 Column 01  Value "Document Type: ".
000149         05  Line 06 Column 30  Value
000150             "INSR Insurance, PRMT Seller's Permit".
000151         05  Line 08 Column 01  Value "Carrier/Issuer: ".
000152         05  Line 09 Column 01  Value "Policy/Permit: ".
000153         05  Line 10 Column 01  Value "Effective: ".
000154         05  Line 11 Column 01  Value "Expires: ".
000155         05  Line 11 Column 30  Value "Days Left: ".
000156         05  Line 12 Column 01  Value "Store Insured: ".
000157         05  Line 12 Column 20  Value
000158             "Y/N - Store Named As Additional Insured".
000159         05  Line 14 Column 01  Value "Last Reminder: ".
000160         05  Line 22 Column 01  Value
000161             "F1-Exit  F2-Add  F3-Find  F4-Clear  F5-Change".
000162         05  Line 23 Column 01  Value
000163             "F6-Delete".
000164     03  Required-Reverse-Group Reverse-Video Required.
000165         05  Line 05 Column 17  Pic X(8) Using Doc-Dealer.
000166         05  Line 06 Column 17  Pic X(4) Using Doc-Type.
000167     03  Reverse-Video-Group Reverse-Video.
000168         05  Line 08 Column 17  Pic X(40) Using Doc-Issuer.
000169         05  Line 09 Column 17  Pic X(20) Using Doc-Reference.
000170         05  Line 10 Column 17  Pic 99/99/9999
000171             Using Doc-Effective-Date.
000172         05  Line 11 Column 17  Pic 99/99/9999
000173             Using Doc-Expiry-Date.
000174         05  Line 12 Column 17  Pic X Using Doc-Store-Named.
000175     03  Display-Only-Group.
000176         05  Line 05 Column 30  Pic X(40) From Formatted-Name.
000177         05  Line 11 Column 41  Pic X(7)
000178             From Days-To-Expiry-Edit.
000179         05  Line 14 Column 17  Pic 99/99/9999
000180             From Doc-Last-Reminder-Date Blank When Zero.
000181     03  Blink-Group Highlight Blink.
000182         05  Line 20 Column 01 Pic X(60) From Error-Message.
000183 Procedure Division.
000184 Chapt19a-Start.
000185     Perform Load-Current-Operator
000186     Accept Work-Date From Date
000187     Move Date-MM Of Work-Date-X To Today-MM
000188     Move Date-DD Of Work-Date-X To Today-DD
000189     Move 2000 To Today-YYYY
000190     Add Date-YY Of Work-Date-X To Today-YYYY
000191     Open Input Dealer-File
000192     If Not Dealer-Success
000193        Display "Unable To Open Dealer File, Status "
000194                Dealer-Status
000195        Stop Run
000196     End-If
000197     Open I-O Dealer-Document-File
000198     If Dealer-Document-Status = "35"
000199        Open Output Dealer-Document-File
000200        Close Dealer-Document-File
000201        Open I-O Dealer-Document-File
000202     End-If
000203     Perform Clear-Screen
000204     Perform Process-Screen Until F1-Pressed
000205     Close Dealer-Document-File
000206           Dealer-File
000207     Display "Documents Added   " Documents-Added
000208     Display "Documents Changed " Documents-Changed
000209     Display "Documents Deleted " Documents-Deleted
000210     Stop Run
000211     .
000212 Process-Screen.
000213     Display Data-Entry-Screen
000214     Accept Data-Entry-Screen
000215     Move Spaces To Error-Message
000216     Inspect Doc-Key Converting
000217             Lower-Case-Letters To Upper-Case-Letters
000218     Inspect Doc-Store-Named Converting
000219             Lower-Case-Letters To Upper-Case-Letters
000220     Evaluate True
000221        When F2-Pressed
000222           Perform Add-Document
000223        When F3-Pressed
000224           Perform Find-Document
000225        When F4-Pressed
000226           Perform Clear-Screen
000227        When F5-Pressed
000228           Perform Change-Document
000229        When F6-Pressed
000230           Perform Delete-Document
000231        When Other
000232           Continue
000233     End-Evaluate
000234     .
000235 Add-Document.
000236     Move Zeros To Doc-Last-Reminder-Date
000237     Perform Validate-Data
000238     If Valid-Data
000239        Move Current-Operator To Doc-Entered-By
000240        Write Dealer-Document-Record
000241           Invalid Key
000242              Move "Document Already On File - Use F5 To Change"
000243                   To Error-Message
000244              Move "0617" To Cursor-Position
000245           Not Invalid Key
000246              Add 1 To Documents-Added
000247              Perform Save-Document-Key
000248              Move "Document Added" To Error-Message
000249        End-Write
000250     End-If
000251     Perform Compute-Days-To-Expiry
000252     .
000253 Find-Document.
000254     Move Spaces To Found-Flag
000255     Perform Show-Dealer-Name
000256     Read Dealer-Document-File
000257          Invalid Key
000258             Move "Document Not Found" To Error-Message
000259             Move "0617" To Cursor-Position
000260             Move Doc-Key To Saved-Doc-Key
000261             Initialize Dealer-Document-Record
000262             Move Saved-Doc-Key To Doc-Key
000263             Move Spaces To Saved-Doc-Key
000264          Not Invalid Key
000265             Perform Save-Document-Key
000266     End-Read
000267     Perform Compute-Days-To-Expiry
000268     .
000269 Change-Document.
000270     Evaluate True
000271        When Not Document-Found Or Doc-Key Not = Saved-Doc-Key
000272           Move "Find the document first (F3)" To Error-Message
000273        When Other
000274           Perform Validate-Data
000275           If Valid-Data
000276* A New Expiry Date Is A Renewal: The Lapse Letters Start Over
000277              If Doc-Expiry-Date Not = Saved-Expiry-Date
000278                 Move Zeros To Doc-Last-Reminder-Date
000279              End-If
000280              Move Current-Operator To Doc-Entered-By
000281              Rewrite Dealer-Document-Record
000282                 Invalid Key
000283                    Move "Document Not Found - Use F2 To Add"
000284                         To Error-Message
000285                 Not Invalid Key
000286                    Add 1 To Documents-Changed
000287                    Perform Save-Document-Key
000288                    Move "Document Changed" To Error-Message
000289              End-Rewrite
000290           End-If
000291     End-Evaluate
000292     Perform Compute-Days-To-Expiry
000293     .
000294 Delete-Document.
000295     If Not Document-Found Or Doc-Key Not = Saved-Doc-Key
000296        Move "Find the document first (F3)" To Error-Message
000297     Else
000298        Delete Dealer-Document-File
000299           Invalid Key
000300              Move "Document Not Found" To Error-Message
000301           Not Invalid Key
000302              Add 1 To Documents-Deleted
000303              Perform Clear-Screen
000304              Move "Document Deleted" To Error-Message
000305        End-Delete
000306     End-If
000307     .
000308 Validate-Data.
000309     Set Valid-Data To True
000310     Perform Show-Dealer-Name
000311     If Doc-Sellers-Permit
000312        Move Space To Doc-Store-Named
000313     End-If
000314     Evaluate True
000315        When Formatted-Name = Spaces
000316           Move "Dealer Number is not on file" To Error-Message
000317           Move "0517" To Cursor-Position
000318           Set Invalid-Data To True
000319        When Not Doc-Type-Valid
000320           Move "Document Type must be INSR or PRMT"
000321                To Error-Message
000322           Move "0617" To Cursor-Position
000323           Set Invalid-Data To True
000324        When Doc-Issuer = Spaces
000325           Move "Carrier or Issuer is required" To Error-Message
000326           Move "0817" To Cursor-Position
000327           Set Invalid-Data To True
000328        When Doc-Reference = Spaces
000329           Move "Policy or Permit Number is required"
000330                To Error-Message
000331           Move "0917" To Cursor-Position
000332           Set Invalid-Data To True
000333        When Doc-Insurance And
000334             Doc-Store-Named Not = "Y" And Not = "N"
000335           Move "Store Insured must be Y or N" To Error-Message
000336           Move "1217" To Cursor-Position
000337           Set Invalid-Data To True
000338        When Other
000339           Perform Validate-Dates
000340     End-Evaluate
000341     .
000342 Validate-Dates.
000343     Move Doc-Effective-Date To Cal-Date-N
000344     If Cal-MM < 1 Or Cal-MM > 12 Or
000345        Cal-DD < 1 Or Cal-DD > 31 Or Cal-YYYY < 1950
000346        Move "Effective Date must be a valid date"
000347             To Error-Message
000348        Move "1017" To Cursor-Position
000349        Set Invalid-Data To True
000350     Else
000351        Move Doc-Expiry-Date To Cal-Date-N
000352        If Cal-MM < 1 Or Cal-MM > 12 Or
000353           Cal-DD < 1 Or Cal-DD > 31 Or Cal-YYYY < 1950
000354           Move "Expiry Date must be a valid date"
000355                To Error-Message
000356           Move "1117" To Cursor-Position
000357           Set Invalid-Data To True
000358        Else
000359           Call "Chapt23f" Using Doc-Effective-Date
000360                                 Doc-Expiry-Date Days-Covered
000361           If Days-Covered Not > Zero
000362              Move "Expiry Date must be after the effective date"
000363                   To Error-Message
000364              Move "1117" To Cursor-Position
000365              Set Invalid-Data To True
000366           End-If
000367        End-If
000368     End-If
000369     .
000370 Show-Dealer-Name.
000371     Move Spaces To Formatted-Name
000372     Move Doc-Dealer To Dealer-Number
000373     Read Dealer-File
000374          Invalid Key
000375             Continue
000376          Not Invalid Key
000377             String First-Name  Delimited By Space
000378                    " "         Delimited By Size
000379                    Middle-Name Delimited By Space
000380                    " "         Delimited By Size
000381                    Last-Name   Delimited By Space
000382                    Into Formatted-Name
000383             End-String
000384     End-Read
000385     .
000386 Compute-Days-To-Expiry.
000387     Move Zeros To Days-To-Expiry-Edit
000388     If Doc-Expiry-Date > Zero
000389        Call "Chapt23f" Using Today-MMDDYYYY Doc-Expiry-Date
000390             Days-To-Expiry
000391        Move Days-To-Expiry To Days-To-Expiry-Edit
000392     End-If
000393     .
000394 Save-Document-Key.
000395     Set Document-Found To True
000396     Move Doc-Key To Saved-Doc-Key
000397     Move Doc-Expiry-Date To Saved-Expiry-Date
000398     .
000399 Clear-Screen.
000400     Initialize Dealer-Document-Record
000401     Move Spaces To Found-Flag Saved-Doc-Key Formatted-Name
000402     Move Zeros To Saved-Expiry-Date Days-To-Expiry-Edit
000403     Move "0517" To Cursor-Position
000404     .
000405 Load-Current-Operator.
000406     Open Input Current-Operator-File
000407     If Current-Operator-Status = "00"
000408        Read Current-Operator-File
000409             At End Continue
000410             Not At End
000411                Move Curr-Oper-Id To Current-Operator
000412        End-Read
000413        Close Current-Operator-File
000414     End-If
000415     .
