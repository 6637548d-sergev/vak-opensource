000010 @OPTIONS MAIN,TEST
000020 Identification Division.
000030 Program-Id.  Chapt21s.
000031* Fixed Asset Maintenance And Disposal
000032* Display Cases, Register Computers, Lighting And The Van Are
000033* Capitalized Here Instead Of Vanishing As A One-Time Expense.
000034* Chapt21t Depreciates Them Monthly To ExpLedg.TXT.  F6
000035* Disposes Of An Asset: The Loss Posts To ExpLedg.TXT Under
000036* DISP, And Every Disposal, Gain Or Loss, Is Journaled To
000037* FADisp.TXT Where Chapt20u Picks Up The Gains.  Run The
000038* Month's Chapt21t Depreciation Before Disposing
000039 Environment Division.
000040 Configuration Section.
000041 Special-Names.
000042       Crt Status Is Keyboard-Status
000043       Cursor Is Cursor-Position.
000044 Source-Computer.  IBM-PC.
000045 Object-Computer.  IBM-PC.
000046 Input-Output Section.
000047 File-Control.
000048     Select Optional Fixed-Asset-File Assign To "FixAsset.Dat"
000049         Organization Indexed
000050         Access Random
000051         Record Key FA-Asset-Number
000052         File Status Fixed-Asset-Status.
000053     Select Optional Disposal-File Assign To "FADisp.TXT"
000054         Organization Is Line Sequential
000055         File Status  Is Disposal-Status.
000056     Select Optional Expense-File Assign To "ExpLedg.TXT"
000057         Organization Is Line Sequential
000058         File Status  Is Expense-Status.
000059     Select Optional Current-Operator-File Assign To
000060                     "CurrOper.TXT"
000061         Organization Is Line Sequential
000062         File Status  Is Current-Operator-Status.
000063 Data Division.
000064 File Section.
000065 Fd  Fixed-Asset-File.
000066 Copy "fixasset.cpy".
000067 Fd  Disposal-File.
000068 01  Disposal-Record.
000069     03  Disp-Asset-Number   Pic X(8).
000070     03  Filler              Pic X.
000071     03  Disp-Date           Pic 9(8).
000072     03  Filler              Pic X.
000073     03  Disp-Cost           Pic 9(7)v99.
000074     03  Filler              Pic X.
000075     03  Disp-Accum-Depr     Pic 9(7)v99.
000076     03  Filler              Pic X.
000077     03  Disp-Proceeds       Pic 9(7)v99.
000078     03  Filler              Pic X.
000079     03  Disp-Gain-Loss      Pic S9(7)v99.
000080     03  Filler              Pic X.
000081     03  Disp-Operator       Pic X(4).
000082 Fd  Expense-File.
000083 01  Expense-Record.
000084     03  Exp-Date            Pic 9(8).
000085     03  Filler              Pic X.
000086     03  Exp-Category        Pic X(4).
000087     03  Filler              Pic X.
000088     03  Exp-Description     Pic X(30).
000089     03  Filler              Pic X.
000090     03  Exp-Amount          Pic 9(6)v99.
000091     03  Filler              Pic X.
000092     03  Exp-Operator        Pic X(4).
000093 Fd  Current-Operator-File.
000094 01  Current-Operator-Record.
000095     03  Curr-Oper-Id        Pic X(4).
000096     03  Filler              Pic X.
000097     03  Curr-Oper-Level     Pic 9.
000098 Working-Storage Section.
000099 01  Keyboard-Status.
000100     03  Accept-Status Pic 9.
000101     03  Function-Key  Pic X.
000102         88  F1-Pressed Value X"01".
000103         88  F2-Pressed Value X"02".
000104         88  F3-Pressed Value X"03".
000105         88  F4-Pressed Value X"04".
000106         88  F5-Pressed Value X"05".
000107         88  F6-Pressed Value X"06".
000108     03  System-Use    Pic X.
000109 01  Cursor-Position.
000110     03  Cursor-Row    Pic 9(2) Value 1.
000111     03  Cursor-Column Pic 9(2) Value 1.
000112 01  Fixed-Asset-Status     Pic XX Value Spaces.
000113 01  Disposal-Status        Pic XX Value Spaces.
000114 01  Expense-Status         Pic XX Value Spaces.
000115 01  Current-Operator-Status Pic XX Value Spaces.
000116 01  Current-Operator       Pic X(4) Value Spaces.
000117 01  Error-Message          Pic X(60) Value Spaces.
000118 01  Found-Flag             Pic X Value Spaces.
000119     88  Asset-Found        Value "Y".
000120 01  Valid-Data-Flag        Pic X Value "Y".
000121     88  Valid-Data         Value "Y".
000122     88  Invalid-Data       Value "N".
000123 01  Assets-Added           Pic 9(5) Value Zeros.
000124 01  Assets-Changed         Pic 9(5) Value Zeros.
000125 01  Assets-Disposed        Pic 9(5) Value Zeros.
000126 01  Book-Value             Pic S9(7)v99 Value Zeros.
000127 01  Gain-Loss-Amount       Pic S9(7)v99 Value Zeros.
000128 01  Loss-Amount            Pic 9(7)v99 Value Zeros.
000129 01  Days-Held              Pic S9(7) Value Zeros.
000130 01  Gain-Loss-Message.
000131     03  Gain-Loss-Text      Pic X(29).
000132     03  Gain-Loss-Edited    Pic Z,ZZZ,ZZ9.99.
000133 01  Saved-Asset-Terms.
000134     03  Saved-Acquired-Date Pic 9(8).
000135     03  Saved-Cost          Pic 9(7)v99.
000136     03  Saved-Salvage-Value Pic 9(7)v99.
000137     03  Saved-Method        Pic X.
000138     03  Saved-Life-Months   Pic 9(3).
000139 01  Current-Asset-Terms.
000140     03  Current-Acquired-Date Pic 9(8).
000141     03  Current-Cost        Pic 9(7)v99.
000142     03  Current-Salvage-Value Pic 9(7)v99.
000143     03  Current-Method      Pic X.
000144     03  Current-Life-Months Pic 9(3).
000145 01  Cal-Date.
000146     03  Cal-MM             Pic 99.
000147     03  Cal-DD             Pic 99.
000148     03  Cal-YYYY           Pic 9(4).
000149 01  Cal-Date-N Redefines Cal-Date Pic 9(8).
000150 01  Lower-Case-Letters     Pic X(26)
000151     Value "abcdefghijklmnopqrstuvwxyz".
000152 01  Upper-Case-Letters     Pic X(26)
000153     Value "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
000154 Screen Section.
000155 01  Data-Entry-Screen
000156     Blank Screen, Auto
000157     Foreground-Color Is 7,
000158     Background-Color Is 1.
000159     03  Screen-Literal-Group.
000160         05  Line 01 Column 30 Value "Darlene's Treasures"
000161             Highlight Foreground-Color 4 Background-Color 1.
000162         05  Line 03 Column 24 Value
000163             "Fixed Asset Maintenance And Disposal" Highlight.
000164         05  Line 05 Column 01  Value "Asset Number: ".
000165         05  Line 05 Column 30  Value "Status: ".
000166         05  Line 05 Column 41  Value "A In Service, D Disposed".
000167         05  Line 06 Column 01  Value "Description: ".
000168         05  Line 07 Column 01  Value "Location/Zone: ".
000169         05  Line 09 Column 01  Value "Acquired: ".
000170         05  Line 10 Column 01  Value "Cost: ".
000171         05  Line 10 Column 30  Value "Salvage Value: ".
000172         05  Line 11 Column 01  Value "Method: ".
000173         05  Line 11 Column 20  Value "S Straight-Line, ".
000174         05  Line 11 Column 37  Value "D Declining Balance".
000175         05  Line 12 Column 01  Value "Life (Months): ".
000176         05  Line 14 Column 01  Value "Accumulated: ".
000177         05  Line 14 Column 30  Value "Book Value: ".
000178         05  Line 14 Column 56  Value "Thru: ".
000179         05  Line 16 Column 01  Value "Disposal Date: ".
000180         05  Line 16 Column 30  Value "Proceeds: ".
000181         05  Line 22 Column 01  Value
000182             "F1-Exit  F2-Add  F3-Find  F4-Clear  F5-Change".
000183         05  Line 23 Column 01  Value
000184             "F6-Dispose".
000185     03  Required-Reverse-Group Reverse-Video Required.
000186         05  Line 05 Column 16  Pic X(8) Using FA-Asset-Number.
000187     03  Reverse-Video-Group Reverse-Video.
000188         05  Line 05 Column 38  Pic X From FA-Status-Code.
000189         05  Line 06 Column 16  Pic X(40) Using FA-Description.
000190         05  Line 07 Column 16  Pic X(10) Using FA-Location.
000191         05  Line 09 Column 16  Pic 99/99/9999
000192             Using FA-Acquired-Date.
000193         05  Line 10 Column 16  Pic Z(6)9.99
000194             Using FA-Cost Blank When Zero.
000195         05  Line 10 Column 45  Pic Z(6)9.99
000196             Using FA-Salvage-Value.
000197         05  Line 11 Column 16  Pic X Using FA-Method.
000198         05  Line 12 Column 16  Pic ZZ9
000199             Using FA-Life-Months Blank When Zero.
000200         05  Line 14 Column 16  Pic Z(6)9.99
000201             From FA-Accum-Depreciation.
000202         05  Line 14 Column 42  Pic Z(6)9.99-
000203             From Book-Value.
000204         05  Line 14 Column 62  Pic 9999/99
000205             From FA-Last-Period Blank When Zero.
000206         05  Line 16 Column 16  Pic 99/99/9999
000207             Using FA-Disposal-Date Blank When Zero.
000208         05  Line 16 Column 45  Pic Z(6)9.99
000209             Using FA-Disposal-Proceeds.
000210     03  Blink-Group Highlight Blink.
000211         05  Line 20 Column 01 Pic X(60) From Error-Message.
000212 Procedure Division.
000213 Chapt21s-Start.
000214     Perform Load-Current-Operator
000215     Open I-O Fixed-Asset-File
000216     If Fixed-Asset-Status = "35"
000217        Open Output Fixed-Asset-File
000218        Close Fixed-Asset-File
000219        Open I-O Fixed-Asset-File
000220     End-If
000221     Perform Clear-Screen
000222     Perform Process-Screen Until F1-Pressed
000223     Close Fixed-Asset-File
000224     Display "Assets Added    " Assets-Added
000225     Display "Assets Changed  " Assets-Changed
000226     Display "Assets Disposed " Assets-Disposed
000227     Stop Run
000228     .
000229 Process-Screen.
000230     Display Data-Entry-Screen
000231     Accept Data-Entry-Screen
000232     Move Spaces To Error-Message
000233     Inspect FA-Asset-Number Converting
000234             Lower-Case-Letters To Upper-Case-Letters
000235     Inspect FA-Location Converting
000236             Lower-Case-Letters To Upper-Case-Letters
000237     Inspect FA-Method Converting
000238             Lower-Case-Letters To Upper-Case-Letters
000239     Evaluate True
000240        When F2-Pressed
000241           Perform Add-Asset
000242        When F3-Pressed
000243           Perform Find-Asset
000244        When F4-Pressed
000245           Perform Clear-Screen
000246        When F5-Pressed
000247           Perform Change-Asset
000248        When F6-Pressed
000249           Perform Dispose-Asset
000250        When Other
000251           Continue
000252     End-Evaluate
000253     .
000254 Add-Asset.
000255     Set FA-In-Service To True
000256     Move Zeros To FA-Accum-Depreciation FA-Last-Period
000257                   FA-Disposal-Date FA-Disposal-Proceeds
000258     Perform Validate-Data
000259     If Valid-Data
000260        Write Fixed-Asset-Record
000261           Invalid Key
000262              Move "Asset Number Is Already On File"
000263                   To Error-Message
000264              Move "0516" To Cursor-Position
000265           Not Invalid Key
000266              Add 1 To Assets-Added
000267              Perform Save-Asset-Terms
000268              Set Asset-Found To True
000269              Move "Asset Added" To Error-Message
000270        End-Write
000271     End-If
000272     Perform Compute-Book-Value
000273     .
000274 Find-Asset.
000275     Move Spaces To Found-Flag
000276     Read Fixed-Asset-File
000277          Invalid Key
000278             Move "Asset Not Found" To Error-Message
000279             Move "0516" To Cursor-Position
000280             Initialize Fixed-Asset-Record
000281          Not Invalid Key
000282             Set Asset-Found To True
000283             Perform Save-Asset-Terms
000284     End-Read
000285     Perform Compute-Book-Value
000286     .
000287 Change-Asset.
000288* Once Depreciation Has Been Taken The Cost, Salvage, Method
000289* And Life Are Fixed - Changing Them Would Restate Periods
000290* Already On The P&L.  Description And Location May Change
000291     Move FA-Acquired-Date To Current-Acquired-Date
000292     Move FA-Cost To Current-Cost
000293     Move FA-Salvage-Value To Current-Salvage-Value
000294     Move FA-Method To Current-Method
000295     Move FA-Life-Months To Current-Life-Months
000296     Evaluate True
000297        When Not Asset-Found
000298           Move "Find the asset first (F3)" To Error-Message
000299        When FA-Disposed
000300           Move "A Disposed Asset Cannot Be Changed"
000301                To Error-Message
000302        When FA-Accum-Depreciation > Zero And
000303             Current-Asset-Terms Not = Saved-Asset-Terms
000304           Move "Depreciation Taken - Cost And Terms Are Locked"
000305                To Error-Message
000306           Move "1016" To Cursor-Position
000307        When Other
000308           Perform Validate-Data
000309           If Valid-Data
000310              Rewrite Fixed-Asset-Record
000311                 Invalid Key
000312                    Move "Asset Not Found - Use F2 To Add"
000313                         To Error-Message
000314                 Not Invalid Key
000315                    Add 1 To Assets-Changed
000316                    Perform Save-Asset-Terms
000317                    Move "Asset Changed" To Error-Message
000318              End-Rewrite
000319           End-If
000320     End-Evaluate
000321     Perform Compute-Book-Value
000322     .
000323 Dispose-Asset.
000324     Perform Compute-Book-Value
000325     Move FA-Disposal-Date To Cal-Date-N
000326     Evaluate True
000327        When Not Asset-Found
000328           Move "Find the asset first (F3)" To Error-Message
000329        When FA-Disposed
000330           Move "Asset Is Already Disposed" To Error-Message
000331        When Cal-MM < 1 Or Cal-MM > 12 Or
000332             Cal-DD < 1 Or Cal-DD > 31 Or Cal-YYYY < 2000
000333           Move "Disposal Date must be a valid date"
000334                To Error-Message
000335           Move "1616" To Cursor-Position
000336        When Other
000337           Call "Chapt23f" Using FA-Acquired-Date
000338                                 FA-Disposal-Date Days-Held
000339           If Days-Held < Zero
000340              Move "Disposal Date is before the acquired date"
000341                   To Error-Message
000342              Move "1616" To Cursor-Position
000343           Else
000344              Perform Book-The-Disposal
000345           End-If
000346     End-Evaluate
000347     .
000348 Book-The-Disposal.
000349* Proceeds Less Book Value Is The Gain (Or, Negative, The
000350* Loss).  A Scrapped Asset Is Simply Disposed With No Proceeds
000351     Compute Gain-Loss-Amount = FA-Disposal-Proceeds - Book-Value
000352     Set FA-Disposed To True
000353     Rewrite Fixed-Asset-Record
000354        Invalid Key
000355           Move "Asset Not Found" To Error-Message
000356           Move "A" To FA-Status-Code
000357        Not Invalid Key
000358           Add 1 To Assets-Disposed
000359           Perform Write-Disposal-Journal
000360           If Gain-Loss-Amount < Zero
000361              Perform Post-Disposal-Loss
000362              Move "Disposed - Loss Booked" To Gain-Loss-Text
000363           Else
000364              Move "Disposed - Gain Booked" To Gain-Loss-Text
000365           End-If
000366           Move Gain-Loss-Amount To Gain-Loss-Edited
000367           Move Gain-Loss-Message To Error-Message
000368     End-Rewrite
000369     .
000370 Write-Disposal-Journal.
000371     Open Extend Disposal-File
000372     Move Spaces To Disposal-Record
000373     Move FA-Asset-Number To Disp-Asset-Number
000374     Move FA-Disposal-Date To Disp-Date
000375     Move FA-Cost To Disp-Cost
000376     Move FA-Accum-Depreciation To Disp-Accum-Depr
000377     Move FA-Disposal-Proceeds To Disp-Proceeds
000378     Move Gain-Loss-Amount To Disp-Gain-Loss
000379     Move Current-Operator To Disp-Operator
000380     Write Disposal-Record
000381     Close Disposal-File
000382     .
000383 Post-Disposal-Loss.
000384     Compute Loss-Amount = Zero - Gain-Loss-Amount
000385     Open Extend Expense-File
000386     Move Spaces To Expense-Record
000387     Move FA-Disposal-Date To Exp-Date
000388     Move "DISP" To Exp-Category
000389     String "Loss On Disposal " Delimited By Size
000390            FA-Asset-Number Delimited By Space
000391            Into Exp-Description
000392     End-String
000393     Move Loss-Amount To Exp-Amount
000394     Move Current-Operator To Exp-Operator
000395     Write Expense-Record
000396     Close Expense-File
000397     .
000398 Validate-Data.
000399     Set Valid-Data To True
000400     Move FA-Acquired-Date To Cal-Date-N
000401     Evaluate True
000402        When FA-Asset-Number = Spaces
000403           Move "Asset Number is required" To Error-Message
000404           Move "0516" To Cursor-Position
000405           Set Invalid-Data To True
000406        When FA-Description = Spaces
000407           Move "Description is required" To Error-Message
000408           Move "0616" To Cursor-Position
000409           Set Invalid-Data To True
000410        When Cal-MM < 1 Or Cal-MM > 12 Or
000411             Cal-DD < 1 Or Cal-DD > 31 Or Cal-YYYY < 1950
000412           Move "Acquired Date must be a valid date"
000413                To Error-Message
000414           Move "0916" To Cursor-Position
000415           Set Invalid-Data To True
000416        When FA-Cost Not > Zero
000417           Move "Cost must be greater than zero" To Error-Message
000418           Move "1016" To Cursor-Position
000419           Set Invalid-Data To True
000420        When FA-Salvage-Value Not < FA-Cost
000421           Move "Salvage Value must be less than cost"
000422                To Error-Message
000423           Move "1045" To Cursor-Position
000424           Set Invalid-Data To True
000425        When Not FA-Straight-Line And Not FA-Declining-Balance
000426           Move "Method must be S or D" To Error-Message
000427           Move "1116" To Cursor-Position
000428           Set Invalid-Data To True
000429        When FA-Life-Months = Zero
000430           Move "Useful Life in months is required"
000431                To Error-Message
000432           Move "1216" To Cursor-Position
000433           Set Invalid-Data To True
000434        When Other
000435           Continue
000436     End-Evaluate
000437     .
000438 Save-Asset-Terms.
000439     Move FA-Acquired-Date To Saved-Acquired-Date
000440     Move FA-Cost To Saved-Cost
000441     Move FA-Salvage-Value To Saved-Salvage-Value
000442     Move FA-Method To Saved-Method
000443     Move FA-Life-Months To Saved-Life-Months
000444     .
000445 Compute-Book-Value.
000446     Compute Book-Value = FA-Cost - FA-Accum-Depreciation
000447     .
000448 Clear-Screen.
000449     Initialize Fixed-Asset-Record
000450     Initialize Saved-Asset-Terms
000451     Move Zeros To Book-Value
000452     Move Spaces To Found-Flag
000453     Move 1 To Cursor-Row Cursor-Column
000454     .
000455 Load-Current-Operator.
000456     Open Input Current-Operator-File
000457     If Current-Operator-Status = "00"
000458        Read Current-Operator-File
000459             At End Continue
000460             Not At End
000461                Move Curr-Oper-Id To Current-Operator
000462        End-Read
000463        Close Current-Operator-File
000464     End-If
000465     .
