000010 @OPTIONS MAIN,TEST
000020 Identification Division.
000030 Program-Id.  Chapt23j.
000031* Sales Tax Remittance Entry
000032* Records A Filed Sales Tax Return Against The Period And
000033* Jurisdiction Chapt23i Posted To The TaxRemit Ledger - The
000034* Amount Filed, The Date Paid And The State's Confirmation
000035* Number.  Any Difference From The Tax Collected Carries To
000036* The Next Period's Worksheet
000037 Environment Division.
000038 Configuration Section.
000039 Special-Names.
000040       Crt Status Is Keyboard-Status
000041       Cursor Is Cursor-Position.
000042 Source-Computer.  IBM-PC.
000043 Object-Computer.  IBM-PC.
000044 Input-Output Section.
000045 File-Control.
000046     Select Optional Tax-Remit-File Assign To "TaxRemit.Dat"
000047         Organization Indexed
000048         Access Random
000049         Record Key Remit-Key
000050         File Status Tax-Remit-Status.
000051     Select Optional Current-Operator-File Assign To
000052                     "CurrOper.TXT"
000053         Organization Is Line Sequential
000054         File Status  Is Current-Operator-Status.
000055 Data Division.
000056 File Section.
000057 Fd  Tax-Remit-File.
000058 Copy "taxremit.cpy".
000059 Fd  Current-Operator-File.
000060 01  Current-Operator-Record.
000061     03  Curr-Oper-Id        Pic X(4).
000062     03  Filler              Pic X.
000063     03  Curr-Oper-Level     Pic 9.
000064 Working-Storage Section.
000065 01  Keyboard-Status.
000066     03  Accept-Status Pic 9.
000067     03  Function-Key  Pic X.
000068         88  F1-Pressed Value X"01".
000069         88  F2-Pressed Value X"02".
000070         88  F3-Pressed Value X"03".
000071         88  F4-Pressed Value X"04".
000072         88  F5-Pressed Value X"05".
000073         88  F6-Pressed Value X"06".
000074     03  System-Use    Pic X.
000075 01  Cursor-Position.
000076     03  Cursor-Row    Pic 9(2) Value 1.
000077     03  Cursor-Column Pic 9(2) Value 1.
000078 01  Tax-Remit-Status       Pic XX Value Spaces.
000079     88  Tax-Remit-Success  Value "00" Thru "09".
000080 01  Current-Operator-Status Pic XX Value Spaces.
000081 01  Current-Operator       Pic X(4) Value Spaces.
000082 01  Error-Message          Pic X(60) Value Spaces.
000083 01  Found-Flag             Pic X Value Spaces.
000084     88  Remittance-Found   Value "Y".
000085 01  Valid-Data-Flag        Pic X Value "Y".
000086     88  Valid-Data         Value "Y".
000087     88  Invalid-Data       Value "N".
000088 01  Filings-Recorded       Pic 9(5) Value Zeros.
000089 01  Saved-Key              Pic X(26) Value Spaces.
000090 01  Filing-Difference      Pic S9(7)v99 Value Zeros.
000091 01  Status-Description     Pic X(20) Value Spaces.
000092 01  Lower-Case-Letters     Pic X(26)
000093     Value "abcdefghijklmnopqrstuvwxyz".
000094 01  Upper-Case-Letters     Pic X(26)
000095     Value "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
000096 Screen Section.
000097 01  Data-Entry-Screen
000098     Blank Screen, Auto
000099     Foreground-Color Is 7,
000100     Background-Color Is 1.
000101     03  Screen-Literal-Group.
000102         05  Line 01 Column 30 Value "Darlene's Treasures"
000103             Highlight Foreground-Color 4 Background-Color 1.
000104         05  Line 03 Column 26 Value
000105             "Sales Tax Remittance Ledger"
000106             Highlight.
000107         05  Line 05 Column 01  Value "Filing Period: ".
000108         05  Line 05 Column 30  Value "YYYYMM Or YYYYQn".
000109         05  Line 06 Column 01  Value "Jurisdiction: ".
000110         05  Line 08 Column 01  Value "Gross Sales: ".
000111         05  Line 09 Column 01  Value "Exempt Sales: ".
000112         05  Line 10 Column 01  Value "Taxable Sales: ".
000113         05  Line 11 Column 01  Value "Tax Collected: ".
000114         05  Line 12 Column 01  Value "Prior Balance: ".
000115         05  Line 13 Column 01  Value "Amount Due: ".
000116         05  Line 15 Column 01  Value "Amount Filed: ".
000117         05  Line 16 Column 01  Value "Date Paid: ".
000118         05  Line 17 Column 01  Value "Confirmation: ".
000119         05  Line 18 Column 01  Value "Carry Forward: ".
000120         05  Line 18 Column 40  Value "Entered By: ".
000121         05  Line 22 Column 01  Value
000122             "F1-Exit  F3-Find  F4-Clear  F5-Record Filing".
000123     03  Required-Reverse-Group Reverse-Video Required.
000124         05  Line 05 Column 18  Pic X(6) Using Remit-Period.
000125         05  Line 06 Column 18  Pic X(20) Using Remit-State.
000126     03  Reverse-Video-Group Reverse-Video.
000127         05  Line 15 Column 18  Pic ZZZ,ZZZ.99
000128             Using Remit-Filed-Amount.
000129         05  Line 16 Column 18  Pic 99/99/9999
000130             Using Remit-Paid-Date.
000131         05  Line 17 Column 18  Pic X(20)
000132             Using Remit-Confirmation.
000133     03  Display-Only-Group.
000134         05  Line 06 Column 40  Pic X(20)
000135             From Status-Description.
000136         05  Line 08 Column 18  Pic ZZZ,ZZZ,ZZZ.99-
000137             From Remit-Gross-Sales.
000138         05  Line 09 Column 18  Pic ZZZ,ZZZ,ZZZ.99-
000139             From Remit-Exempt-Sales.
000140         05  Line 10 Column 18  Pic ZZZ,ZZZ,ZZZ.99-
000141             From Remit-Taxable-Sales.
000142         05  Line 11 Column 18  Pic Z,ZZZ,ZZZ.99-
000143             From Remit-Collected.
000144         05  Line 12 Column 18  Pic Z,ZZZ,ZZZ.99-
000145             From Remit-Prior-Balance.
000146         05  Line 13 Column 18  Pic Z,ZZZ,ZZZ.99-
000147             From Remit-Amount-Due.
000148         05  Line 18 Column 18  Pic Z,ZZZ,ZZZ.99-
000149             From Filing-Difference.
000150         05  Line 18 Column 52  Pic X(4) From Remit-Entered-By.
000151     03  Blink-Group Highlight Blink.
000152         05  Line 20 Column 01 Pic X(60) From Error-Message.
000153 Procedure Division.
000154 Chapt23j-Start.
000155     Perform Load-Current-Operator
000156     Open I-O Tax-Remit-File
000157     If Not Tax-Remit-Success
000158        Display "Unable To Open Remittance Ledger, Status "
000159                Tax-Remit-Status
000160        Stop Run
000161     End-If
000162     Perform Clear-Screen
000163     Perform Process-Screen Until F1-Pressed
000164     Close Tax-Remit-File
000165     Display "Filings Recorded " Filings-Recorded
000166     Stop Run
000167     .
000168 Process-Screen.
000169     Display Data-Entry-Screen
000170     Accept Data-Entry-Screen
000171     Move Spaces To Error-Message
000172     Inspect Remit-Period Converting
000173             Lower-Case-Letters To Upper-Case-Letters
000174     Evaluate True
000175        When F3-Pressed
000176           Perform Find-Remittance
000177        When F4-Pressed
000178           Perform Clear-Screen
000179        When F5-Pressed
000180           Perform Record-Filing
000181        When Other
000182           Continue
000183     End-Evaluate
000184     Perform Show-Filing-Status
000185     .
000186 Find-Remittance.
000187     Move Spaces To Found-Flag
000188     Read Tax-Remit-File
000189          Invalid Key
000190             Move "No Worksheet For This Period And Jurisdiction"
000191                  To Error-Message
000192             Move "0518" To Cursor-Position
000193             Move Remit-Key To Saved-Key
000194             Initialize Tax-Remit-Record
000195             Move Saved-Key To Remit-Key
000196             Move Spaces To Saved-Key
000197          Not Invalid Key
000198             Set Remittance-Found To True
000199             Move Remit-Key To Saved-Key
000200             If Remit-Worksheet
000201                Move Remit-Amount-Due To Remit-Filed-Amount
000202             End-If
000203             Move "1518" To Cursor-Position
000204     End-Read
000205     .
000206* A Filing Already Recorded May Be Corrected - The Last
000207* Entry Stands
000208 Record-Filing.
000209     If Not Remittance-Found Or Remit-Key Not = Saved-Key
000210        Move "Find the period and jurisdiction first (F3)"
000211             To Error-Message
000212     Else
000213        Perform Validate-Data
000214        If Valid-Data
000215           Set Remit-Filed To True
000216           Move Current-Operator To Remit-Entered-By
000217           Rewrite Tax-Remit-Record
000218              Invalid Key
000219                 Move "Ledger Row Not Found" To Error-Message
000220              Not Invalid Key
000221                 Add 1 To Filings-Recorded
000222                 Move "Filing Recorded" To Error-Message
000223           End-Rewrite
000224        End-If
000225     End-If
000226     .
000227 Validate-Data.
000228     Set Valid-Data To True
000229     Evaluate True
000230        When Remit-Paid-MM < 1 Or Remit-Paid-MM > 12 Or
000231             Remit-Paid-DD < 1 Or Remit-Paid-DD > 31 Or
000232             Remit-Paid-YYYY < 1950
000233           Move "Date Paid must be a valid date" To Error-Message
000234           Move "1618" To Cursor-Position
000235           Set Invalid-Data To True
000236        When Remit-Confirmation = Spaces
000237           Move "Enter the state's confirmation number"
000238                To Error-Message
000239           Move "1718" To Cursor-Position
000240           Set Invalid-Data To True
000241        When Other
000242           Continue
000243     End-Evaluate
000244     .
000245* What Carries To The Next Worksheet - Amount Due Less Filed
000246 Show-Filing-Status.
000247     Evaluate True
000248        When Not Remittance-Found
000249           Move Spaces To Status-Description
000250           Move Zeros To Filing-Difference
000251        When Remit-Filed
000252           Move "Filed" To Status-Description
000253           Compute Filing-Difference =
000254                   Remit-Amount-Due - Remit-Filed-Amount
000255        When Other
000256           Move "Not Yet Filed" To Status-Description
000257           Move Remit-Amount-Due To Filing-Difference
000258     End-Evaluate
000259     .
000260 Clear-Screen.
000261     Initialize Tax-Remit-Record
000262     Move Spaces To Found-Flag Saved-Key
000263     Move "0518" To Cursor-Position
000264     .
000265 Load-Current-Operator.
000266     Open Input Current-Operator-File
000267     If Current-Operator-Status = "00"
000268        Read Current-Operator-File
000269             At End Continue
000270             Not At End
000271                Move Curr-Oper-Id To Current-Operator
000272        End-Read
000273        Close Current-Operator-File
000274     End-If
000275     .
