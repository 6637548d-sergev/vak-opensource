000010 @OPTIONS MAIN,TEST
000020 Identification Division.
000030 Program-Id.  Chapt16j.
000031* Booth Merchandising Inspection Entry
000032* The Monthly Floor Walk Off The Clipboard: By Booth Number,
000033* The Date, The Inspector, A Score Against Each Item Of The
000034* InspChk.TXT Checklist And The Findings.  Scores Start At
000035* Full Points So The Inspector Keys Only The Deductions.  An
000036* Inspection Under The Passing Percentage Queues A Notice On
000037* The Correspondence Flow And Lands In The Dealer's Contact Log
000038 Environment Division.
000039 Configuration Section.
000040 Special-Names.
000041       Crt Status Is Keyboard-Status
000042       Cursor Is Cursor-Position.
000043 Source-Computer.  IBM-PC.
000044 Object-Computer.  IBM-PC.
000045 Input-Output Section.
000046 File-Control.
000047     Select Booth-File Assign To "Booth.Dat"
000048            Organization Relative
000049            Access Random
000050            Relative Key Booth-Number
000051            File Status Booth-Status.
000052     Select Dealer-File Assign To "Dealer.Dat"
000053            Organization Indexed
000054            Access Random
000055            Record Key Dealer-Number
000056            File Status Dealer-Status.
000057     Select Optional Inspection-File Assign To "InspHist.TXT"
000058         Organization Is Line Sequential
000059         File Status  Is Inspection-Status.
000060     Select Optional Checklist-File Assign To "InspChk.TXT"
000061         Organization Is Line Sequential
000062         File Status  Is Checklist-Status.
000063     Select Optional Corr-Queue-File Assign To "CorrQue.TXT"
000064         Organization Is Line Sequential
000065         File Status  Is Corr-Queue-Status.
000066     Select Optional Notes-File Assign To "DlrNotes.TXT"
000067         Organization Is Line Sequential
000068         File Status  Is Notes-Status.
000069     Select Optional Current-Operator-File Assign To
000070                     "CurrOper.TXT"
000071         Organization Is Line Sequential
000072         File Status  Is Current-Operator-Status.
000073 Data Division.
000074 File Section.
000075 Fd  Booth-File.
000076 01  Booth-Record.
000077     03  Occupying-Dealer-Number Pic X(8).
000078     03  Square-Footage          Pic 9(4).
000079     03  Monthly-Booth-Rate      Pic 9(4)v99.
000080     03  Booth-Zone              Pic X(4).
000081     03  Booth-Rate-Class        Pic X(2).
000082     03  Booth-Second-Dealer     Pic X(8).
000083     03  Booth-Split-Pct         Pic 9(2).
000084 Fd  Dealer-File.
000085 01  Dealer-Record.
000086     03  Dealer-Number       Pic X(8).
000087     03  Dealer-Name.
000088         05  Last-Name   Pic X(25).
000089         05  First-Name  Pic X(15).
000090         05  Middle-Name Pic X(10).
000091     03  Filler              Pic X(354).
000092     03  Contact-Preference  Pic X.
000093     03  Filler              Pic X(63).
000094 Fd  Inspection-File.
000095 Copy "insphist.cpy".
000096 Fd  Checklist-File.
000097 01  Checklist-Record.
000098     03  Chk-Code            Pic X(4).
000099     03  Filler              Pic X.
000100     03  Chk-Name            Pic X(30).
000101     03  Filler              Pic X.
000102     03  Chk-Max-Points      Pic 9(2).
000103 Fd  Corr-Queue-File.
000104 Copy "corrq.cpy".
000105 Fd  Notes-File.
000106 01  Notes-Record.
000107     03  Note-Date           Pic 9(8).
000108     03  Filler              Pic X.
000109     03  Note-Time           Pic 9(6).
000110     03  Filler              Pic X.
000111     03  Note-Dealer         Pic X(8).
000112     03  Filler              Pic X.
000113     03  Note-Type           Pic X(4).
000114     03  Filler              Pic X.
000115     03  Note-Operator       Pic X(4).
000116     03  Filler              Pic X.
000117     03  Note-Text           Pic X(50).
000118 Fd  Current-Operator-File.
000119 01  Current-Operator-Record.
000120     03  Curr-Oper-Id        Pic X(4).
000121     03  Filler              Pic X.
000122     03  Curr-Oper-Level     Pic 9.
000123 Working-Storage Section.
000124 01  Keyboard-Status.
000125     03  Accept-Status Pic 9.
000126     03  Function-Key  Pic X.
000127         88  F1-Pressed Value X"01".
000128         88  F2-Pressed Value X"02".
000129         88  F3-Pressed Value X"03".
000130         88  F4-Pressed Value X"04".
000131     03  System-Use    Pic X.
000132 01  Cursor-Position.
000133     03  Cursor-Row    Pic 9(2) Value 1.
000134     03  Cursor-Column Pic 9(2) Value 1.
000135 01  Booth-Status           Pic XX Value Spaces.
000136     88  Booth-Success      Value "00" Thru "09".
000137 01  Booth-Number           Pic 9(3) Value Zeros.
000138 01  Dealer-Status          Pic XX Value Spaces.
000139     88  Dealer-Success     Value "00" Thru "09".
000140 01  Inspection-Status      Pic XX Value Spaces.
000141 01  Checklist-Status       Pic XX Value Spaces.
000142 01  Corr-Queue-Status      Pic XX Value Spaces.
000143 01  Notes-Status           Pic XX Value Spaces.
000144 01  Current-Operator-Status Pic XX Value Spaces.
000145 01  Current-Operator       Pic X(4) Value Spaces.
000146 01  Error-Message          Pic X(60) Value Spaces.
000147 01  Checklist-Done-Flag    Pic X Value Spaces.
000148     88  Checklist-Done     Value "Y".
000149 01  Booth-Found-Flag       Pic X Value Spaces.
000150     88  Booth-Found        Value "Y".
000151 01  Score-Error-Flag       Pic X Value Spaces.
000152     88  Score-Error        Value "Y".
000153* An Inspection Under This Percentage Of The Available Points
000154* Fails
000155 01  Passing-Percent        Pic 9(3) Value 70.
000156 01  Inspections-Saved      Pic 9(5) Value Zeros.
000157 01  Inspections-Failed     Pic 9(5) Value Zeros.
000158 01  Total-Points           Pic 9(3) Value Zeros.
000159 01  Total-Max-Points       Pic 9(3) Value Zeros.
000160 01  Score-Percent          Pic 9(3) Value Zeros.
000161 01  Score-Percent-Edit     Pic ZZ9.
000162 01  Passing-Percent-Edit   Pic ZZ9.
000163 01  Booth-Number-Edit      Pic 9(3).
000164 01  Checklist-Sub          Pic 9(2) Value Zeros.
000165 01  Checklist-Count        Pic 9(2) Value Zeros.
000166 01  Checklist-Table-Area.
000167     03  Checklist-Entry Occurs 10 Times.
000168         05  Table-Chk-Code      Pic X(4).
000169         05  Table-Chk-Name      Pic X(30).
000170         05  Table-Chk-Max       Pic 9(2).
000171         05  Table-Chk-Score     Pic 9(2).
000172 01  Work-Record.
000173     03  Entry-Booth         Pic 9(3).
000174     03  Entry-Date          Pic 9(8).
000175     03  Entry-Inspector     Pic X(20).
000176     03  Entry-Findings      Pic X(60).
000177 01  Dealer-Display         Pic X(8) Value Spaces.
000178 01  Dealer-Name-Display    Pic X(30) Value Spaces.
000179 01  Sqft-Display           Pic Z,ZZ9 Value Zeros.
000180 01  Cal-Date.
000181     03  Cal-MM             Pic 99.
000182     03  Cal-DD             Pic 99.
000183     03  Cal-YYYY           Pic 9(4).
000184 01  Cal-Date-N Redefines Cal-Date Pic 9(8).
000185 01  Date-And-Time-Area.
000186     03  Work-Date           Pic 9(6).
000187     03  Work-Date-X         Redefines Work-Date.
000188         05  Date-YY         Pic 99.
000189         05  Date-MM         Pic 99.
000190         05  Date-DD         Pic 99.
000191     03  Work-Time           Pic 9(8).
000192 01  Today-MMDDYYYY.
000193     03  Today-MM            Pic 99.
000194     03  Today-DD            Pic 99.
000195     03  Today-YYYY          Pic 9(4).
000196 01  Today-MMDDYYYY-N Redefines Today-MMDDYYYY Pic 9(8).
000197 Screen Section.
000198 01  Data-Entry-Screen
000199     Blank Screen, Auto
000200     Foreground-Color Is 7,
000201     Background-Color Is 1.
000202     03  Screen-Literal-Group.
000203         05  Line 01 Column 30 Value "Darlene's Treasures"
000204             Highlight Foreground-Color 4 Background-Color 1.
000205         05  Line 03 Column 24 Value
000206             "Booth Merchandising Inspection" Highlight.
000207         05  Line 04 Column 01  Value "Booth Number: ".
000208         05  Line 04 Column 20  Value "Dealer: ".
000209         05  Line 04 Column 68  Value "Sq Ft: ".
000210         05  Line 05 Column 01  Value "Inspected: ".
000211         05  Line 05 Column 26  Value "Inspector: ".
000212         05  Line 07 Column 01  Value "Item".
000213         05  Line 07 Column 07  Value "Checklist".
000214         05  Line 07 Column 40  Value "Max".
000215         05  Line 07 Column 47  Value "Score".
000216         05  Line 18 Column 01  Value "Findings: ".
000217         05  Line 22 Column 01  Value
000218             "F1-Exit  F2-Save  F3-Find Booth  F4-Clear".
000219     03  Required-Reverse-Group Reverse-Video Required.
000220         05  Line 04 Column 15  Pic 9(3) Using Entry-Booth
000221             Blank When Zero.
000222     03  Reverse-Video-Group Reverse-Video.
000223         05  Line 05 Column 12  Pic 99/99/9999
000224             Using Entry-Date.
000225         05  Line 05 Column 37  Pic X(20)
000226             Using Entry-Inspector.
000227         05  Line 18 Column 11  Pic X(60)
000228             Using Entry-Findings.
000229         05  Line 08 Column 48 Pic Z9
000230             Using Table-Chk-Score (1).
000231         05  Line 09 Column 48 Pic Z9
000232             Using Table-Chk-Score (2).
000233         05  Line 10 Column 48 Pic Z9
000234             Using Table-Chk-Score (3).
000235         05  Line 11 Column 48 Pic Z9
000236             Using Table-Chk-Score (4).
000237         05  Line 12 Column 48 Pic Z9
000238             Using Table-Chk-Score (5).
000239         05  Line 13 Column 48 Pic Z9
000240             Using Table-Chk-Score (6).
000241         05  Line 14 Column 48 Pic Z9
000242             Using Table-Chk-Score (7).
000243         05  Line 15 Column 48 Pic Z9
000244             Using Table-Chk-Score (8).
000245         05  Line 16 Column 48 Pic Z9
000246             Using Table-Chk-Score (9).
000247         05  Line 17 Column 48 Pic Z9
000248             Using Table-Chk-Score (10).
000249     03  Display-Only-Group.
000250         05  Line 04 Column 28 Pic X(8) From Dealer-Display.
000251         05  Line 04 Column 37 Pic X(30)
000252             From Dealer-Name-Display.
000253         05  Line 04 Column 75 Pic Z,ZZ9 From Sqft-Display.
000254         05  Line 08 Column 01 Pic X(4)
000255             From Table-Chk-Code (1).
000256         05  Line 08 Column 07 Pic X(30)
000257             From Table-Chk-Name (1).
000258         05  Line 08 Column 40 Pic Z9
000259             From Table-Chk-Max (1) Blank When Zero.
000260         05  Line 09 Column 01 Pic X(4)
000261             From Table-Chk-Code (2).
000262         05  Line 09 Column 07 Pic X(30)
000263             From Table-Chk-Name (2).
000264         05  Line 09 Column 40 Pic Z9
000265             From Table-Chk-Max (2) Blank When Zero.
000266         05  Line 10 Column 01 Pic X(4)
000267             From Table-Chk-Code (3).
000268         05  Line 10 Column 07 Pic X(30)
000269             From Table-Chk-Name (3).
000270         05  Line 10 Column 40 Pic Z9
000271             From Table-Chk-Max (3) Blank When Zero.
000272         05  Line 11 Column 01 Pic X(4)
000273             From Table-Chk-Code (4).
000274         05  Line 11 Column 07 Pic X(30)
000275             From Table-Chk-Name (4).
000276         05  Line 11 Column 40 Pic Z9
000277             From Table-Chk-Max (4) Blank When Zero.
000278         05  Line 12 Column 01 Pic X(4)
000279             From Table-Chk-Code (5).
000280         05  Line 12 Column 07 Pic X(30)
000281             From Table-Chk-Name (5).
000282         05  Line 12 Column 40 Pic Z9
000283             From Table-Chk-Max (5) Blank When Zero.
000284         05  Line 13 Column 01 Pic X(4)
000285             From Table-Chk-Code (6).
000286         05  Line 13 Column 07 Pic X(30)
000287             From Table-Chk-Name (6).
000288         05  Line 13 Column 40 Pic Z9
000289             From Table-Chk-Max (6) Blank When Zero.
000290         05  Line 14 Column 01 Pic X(4)
000291             From Table-Chk-Code (7).
000292         05  Line 14 Column 07 Pic X(30)
000293             From Table-Chk-Name (7).
000294         05  Line 14 Column 40 Pic Z9
000295             From Table-Chk-Max (7) Blank When Zero.
000296         05  Line 15 Column 01 Pic X(4)
000297             From Table-Chk-Code (8).
000298         05  Line 15 Column 07 Pic X(30)
000299             From Table-Chk-Name (8).
000300         05  Line 15 Column 40 Pic Z9
000301             From Table-Chk-Max (8) Blank When Zero.
000302         05  Line 16 Column 01 Pic X(4)
000303             From Table-Chk-Code (9).
000304         05  Line 16 Column 07 Pic X(30)
000305             From Table-Chk-Name (9).
000306         05  Line 16 Column 40 Pic Z9
000307             From Table-Chk-Max (9) Blank When Zero.
000308         05  Line 17 Column 01 Pic X(4)
000309             From Table-Chk-Code (10).
000310         05  Line 17 Column 07 Pic X(30)
000311             From Table-Chk-Name (10).
000312         05  Line 17 Column 40 Pic Z9
000313             From Table-Chk-Max (10) Blank When Zero.
000314     03  Blink-Group Highlight Blink.
000315         05  Line 20 Column 01 Pic X(60) From Error-Message.
000316 Procedure Division.
000317 Chapt16j-Start.
000318     Perform Load-Current-Operator
000319     Perform Load-Checklist-Table
000320     Accept Work-Date From Date
000321     Move Date-MM To Today-MM
000322     Move Date-DD To Today-DD
000323     Move 2000 To Today-YYYY
000324     Add Date-YY To Today-YYYY
000325     Open Input Booth-File
000326     If Not Booth-Success
000327        Display "Unable To Open Booth File, Status "
000328                Booth-Status
000329        Stop Run
000330     End-If
000331     Open Input Dealer-File
000332     Open Extend Inspection-File
000333                 Corr-Queue-File
000334                 Notes-File
000335     Perform Clear-Screen
000336     Perform Process-Screen Until F1-Pressed
000337     Close Booth-File
000338           Inspection-File
000339           Corr-Queue-File
000340           Notes-File
000341     If Dealer-Success
000342        Close Dealer-File
000343     End-If
000344     Display "Inspections Saved  " Inspections-Saved
000345     Display "Inspections Failed " Inspections-Failed
000346     Stop Run
000347     .
000348 Process-Screen.
000349     Display Data-Entry-Screen
000350     Accept Data-Entry-Screen
000351     Move Spaces To Error-Message
000352     Evaluate True
000353        When F2-Pressed
000354           Perform Save-Inspection
000355        When F3-Pressed
000356           Perform Find-Booth
000357        When F4-Pressed
000358           Perform Clear-Screen
000359        When Other
000360           Continue
000361     End-Evaluate
000362     .
000363 Find-Booth.
000364     Move Spaces To Booth-Found-Flag Dealer-Display
000365                    Dealer-Name-Display
000366     Move Zeros To Sqft-Display
000367     Move Entry-Booth To Booth-Number
000368     Read Booth-File
000369          Invalid Key
000370             Move "Booth Not On File" To Error-Message
000371             Move "0415" To Cursor-Position
000372          Not Invalid Key
000373             If Occupying-Dealer-Number = Spaces
000374                Move "Booth Is Vacant - Nothing To Inspect"
000375                     To Error-Message
000376                Move "0415" To Cursor-Position
000377             Else
000378                Set Booth-Found To True
000379                Move Occupying-Dealer-Number To Dealer-Display
000380                Move Square-Footage To Sqft-Display
000381                Perform Read-Booth-Dealer
000382             End-If
000383     End-Read
000384     .
000385 Read-Booth-Dealer.
000386     Move Space To Contact-Preference
000387     Move Occupying-Dealer-Number To Dealer-Number
000388     Read Dealer-File
000389          Invalid Key
000390             Move "** Not On File **" To Dealer-Name-Display
000391             Move Space To Contact-Preference
000392          Not Invalid Key
000393             String First-Name  Delimited By Space
000394                    " "         Delimited By Size
000395                    Last-Name   Delimited By Space
000396                    Into Dealer-Name-Display
000397             End-String
000398     End-Read
000399     .
000400 Save-Inspection.
000401     Perform Find-Booth
000402     Move Entry-Date To Cal-Date-N
000403     Move Spaces To Score-Error-Flag
000404     Perform Check-One-Score Varying Checklist-Sub From 1 By 1
000405             Until Checklist-Sub > Checklist-Count
000406     Evaluate True
000407        When Not Booth-Found
000408           Continue
000409        When Cal-MM < 1 Or Cal-MM > 12 Or
000410             Cal-DD < 1 Or Cal-DD > 31 Or Cal-YYYY < 2000
000411           Move "Inspection Date must be a valid date"
000412                To Error-Message
000413           Move "0512" To Cursor-Position
000414        When Entry-Inspector = Spaces
000415           Move "Inspector is required" To Error-Message
000416           Move "0537" To Cursor-Position
000417        When Checklist-Count = Zero
000418           Move "No Checklist Items Are Set Up" To Error-Message
000419        When Score-Error
000420           Move "A Score Is More Than The Item's Maximum"
000421                To Error-Message
000422        When Other
000423           Perform Write-Inspection
000424     End-Evaluate
000425     .
000426 Check-One-Score.
000427     If Table-Chk-Score (Checklist-Sub) >
000428        Table-Chk-Max (Checklist-Sub)
000429        Set Score-Error To True
000430        Compute Cursor-Row = Checklist-Sub + 7
000431        Move 48 To Cursor-Column
000432     End-If
000433     .
000434 Write-Inspection.
000435     Move Zeros To Total-Points Total-Max-Points
000436     Perform Write-One-Score Varying Checklist-Sub From 1 By 1
000437             Until Checklist-Sub > Checklist-Count
000438     Compute Score-Percent Rounded =
000439             Total-Points * 100 / Total-Max-Points
000440     If Entry-Findings Not = Spaces
000441        Perform Set-Inspection-Header
000442        Set Insp-Findings-Line To True
000443        Move Entry-Findings To Insp-Text
000444        Write Inspection-Record
000445     End-If
000446     Perform Set-Inspection-Header
000447     Set Insp-Result-Line To True
000448     Move Total-Points To Insp-Score
000449     Move Total-Max-Points To Insp-Max-Score
000450     If Score-Percent < Passing-Percent
000451        Set Insp-Failed To True
000452     Else
000453        Set Insp-Passed To True
000454     End-If
000455     Write Inspection-Record
000456     Add 1 To Inspections-Saved
000457     Move Score-Percent To Score-Percent-Edit
000458     If Insp-Failed
000459        Add 1 To Inspections-Failed
000460        Perform Queue-Inspection-Notice
000461        Perform Write-Dealer-Note
000462        String "Inspection FAILED At " Score-Percent-Edit
000463               "% - Notice Queued" Delimited By Size
000464               Into Error-Message
000465        End-String
000466     Else
000467        String "Inspection Passed At " Score-Percent-Edit
000468               "%" Delimited By Size
000469               Into Error-Message
000470        End-String
000471     End-If
000472     .
000473 Write-One-Score.
000474     Perform Set-Inspection-Header
000475     Set Insp-Score-Line To True
000476     Move Table-Chk-Code (Checklist-Sub) To Insp-Item-Code
000477     Move Table-Chk-Score (Checklist-Sub) To Insp-Score
000478     Move Table-Chk-Max (Checklist-Sub) To Insp-Max-Score
000479     Move Table-Chk-Name (Checklist-Sub) To Insp-Text
000480     Write Inspection-Record
000481     Add Table-Chk-Score (Checklist-Sub) To Total-Points
000482     Add Table-Chk-Max (Checklist-Sub) To Total-Max-Points
000483     .
000484 Set-Inspection-Header.
000485     Move Spaces To Inspection-Record
000486     Move Entry-Date To Insp-Date
000487     Move Entry-Booth To Insp-Booth
000488     Move Occupying-Dealer-Number To Insp-Dealer
000489     Move Entry-Inspector To Insp-Inspector
000490     Move Zeros To Insp-Score Insp-Max-Score
000491     .
000492 Queue-Inspection-Notice.
000493     Move Spaces To Corr-Queue-Record
000494     Move Today-MMDDYYYY-N To Corr-Date
000495     Set Corr-Inspection-Failed To True
000496     Move Occupying-Dealer-Number To Corr-Dealer
000497     Move Contact-Preference To Corr-Contact-Pref
000498     Set Corr-Queued To True
000499     Move Zeros To Corr-Status-Date
000500     Write Corr-Queue-Record
000501     .
000502 Write-Dealer-Note.
000503     Accept Work-Time From Time
000504     Move Entry-Booth To Booth-Number-Edit
000505     Move Passing-Percent To Passing-Percent-Edit
000506     Move Spaces To Notes-Record
000507     Move Today-MMDDYYYY-N To Note-Date
000508     Move Work-Time (1:6) To Note-Time
000509     Move Occupying-Dealer-Number To Note-Dealer
000510     Move "INSP" To Note-Type
000511     Move Current-Operator To Note-Operator
000512     String "Booth " Booth-Number-Edit
000513            " Inspection Failed " Score-Percent-Edit
000514            "% (Pass " Passing-Percent-Edit "%)"
000515            Delimited By Size Into Note-Text
000516     End-String
000517     Write Notes-Record
000518     .
000519 Clear-Screen.
000520* Every Item Starts At Full Points
000521     Initialize Work-Record
000522     Move Today-MMDDYYYY-N To Entry-Date
000523     Move Spaces To Booth-Found-Flag Dealer-Display
000524                    Dealer-Name-Display
000525     Move Zeros To Sqft-Display
000526     Perform Reset-One-Score Varying Checklist-Sub From 1 By 1
000527             Until Checklist-Sub > 10
000528     Move "0415" To Cursor-Position
000529     .
000530 Reset-One-Score.
000531     Move Table-Chk-Max (Checklist-Sub) To
000532          Table-Chk-Score (Checklist-Sub)
000533     .
000534 Load-Checklist-Table.
000535     Initialize Checklist-Table-Area
000536     Open Input Checklist-File
000537     If Checklist-Status Not = "00"
000538        Move "UNTG" To Table-Chk-Code (1)
000539        Move "Untagged Items" To Table-Chk-Name (1)
000540        Move "SHLF" To Table-Chk-Code (2)
000541        Move "Empty Shelves" To Table-Chk-Name (2)
000542        Move "AISL" To Table-Chk-Code (3)
000543        Move "Blocked Aisles" To Table-Chk-Name (3)
000544        Move "PROH" To Table-Chk-Code (4)
000545        Move "Prohibited Merchandise" To Table-Chk-Name (4)
000546        Move 10 To Table-Chk-Max (1) Table-Chk-Max (2)
000547                   Table-Chk-Max (3) Table-Chk-Max (4)
000548        Move 4 To Checklist-Count
000549     Else
000550        Perform Load-One-Checklist-Item Until Checklist-Done
000551        Close Checklist-File
000552     End-If
000553     .
000554 Load-One-Checklist-Item.
000555     Read Checklist-File
000556          At End Set Checklist-Done To True
000557          Not At End
000558             If Checklist-Count < 10 And Chk-Code Not = Spaces
000559                Add 1 To Checklist-Count
000560                Move Chk-Code To
000561                     Table-Chk-Code (Checklist-Count)
000562                Move Chk-Name To
000563                     Table-Chk-Name (Checklist-Count)
000564                Move Chk-Max-Points To
000565                     Table-Chk-Max (Checklist-Count)
000566             End-If
000567     End-Read
000568     .
000569 Load-Current-Operator.
000570     Open Input Current-Operator-File
000571     If Current-Operator-Status = "00"
000572        Read Current-Operator-File
000573             At End Continue
000574             Not At End
000575                Move Curr-Oper-Id To Current-Operator
000576        End-Read
000577        Close Current-Operator-File
000578     End-If
000579     .
