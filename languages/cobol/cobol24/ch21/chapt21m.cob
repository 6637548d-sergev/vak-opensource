000035* Before A Dealer Is Included.  The Filed Figures Save To
000036* Form1099.FIL; Mode CORR Compares The Current Extract To The
000037* Filed Copy And Builds Corrected Payee Records For Any
000038* Dealer Whose Figures Changed After The Original Filing.
000038* Vendor Rows On The Extract Validate Against Vendor.Dat
000038* A Dealer Paid Under Backup Withholding Files Even Without
000038* A TIN, With The Withheld Tax In Its Own Amount Field
000043 Environment Division.
000050 Configuration Section.
000055 Source-Computer.  IBM-PC.
000071         Access Random
000072         Record Key Dealer-Number
000073         File Status Dealer-Status.
000073     Select Optional Vendor-File Assign To "Vendor.Dat"
000073         Organization Indexed
000073         Access Random
000073         Record Key Vendor-Number
000073         File Status Vendor-Status.
000074     Select Optional Filed-Copy-File Assign To "Form1099.FIL"
000075         Organization Is Line Sequential
000076         File Status  Is Filed-Copy-Status.
000096     03  Form-1099-Postal-Code    Pic X(15).
000097     03  Filler                   Pic X.
000098     03  Form-1099-Taxable-Amount Pic S9(7)v99.
000098     03  Filler                   Pic X.
000098     03  Form-1099-Payee-Type     Pic X.
000098         88  Form-1099-Vendor     Value "V".
000098     03  Filler                   Pic X.
000098     03  Form-1099-Fed-Withheld   Pic S9(7)v99.
000099 Fd  Fire-File.
000100 01  Fire-Record                  Pic X(750).
000101 Fd  Dealer-File.
000106     03  W9-Status-Code      Pic X.
000107         88  W9-On-File      Value "Y".
000108     03  Filler              Pic X(53).
000108 Fd  Vendor-File.
000108 Copy "vendor.cpy".
000109 Fd  Filed-Copy-File.
000110 01  Filed-Copy-Record.
000111     03  Filed-Dealer        Pic X(8).
000112     03  Filler              Pic X.
000113     03  Filed-Amount        Pic S9(7)v99.
000113     03  Filler              Pic X.
000113     03  Filed-Type          Pic X.
000113     03  Filler              Pic X.
000113     03  Filed-Withheld      Pic S9(7)v99.
000114 Fd  Filed-Out-File.
000115 01  Filed-Out-Record.
000116     03  Filed-Out-Dealer    Pic X(8).
000117     03  Filler              Pic X.
000118     03  Filed-Out-Amount    Pic S9(7)v99.
000118     03  Filler              Pic X.
000118     03  Filed-Out-Type      Pic X.
000118     03  Filler              Pic X.
000118     03  Filed-Out-Withheld  Pic S9(7)v99.
000119 Working-Storage Section.
000120 01  Run-Mode               Pic X(8) Value Spaces.
000121     88  Correction-Mode    Value "CORR".
000124 01  Fire-Status            Pic XX Value Spaces.
000125 01  Dealer-Status          Pic XX Value Spaces.
000126     88  Dealer-Success     Value "00" Thru "09".
000126 01  Vendor-Status          Pic XX Value Spaces.
000126     88  Vendor-Success     Value "00" Thru "09".
000126 01  Payee-Tin              Pic X(9) Value Spaces.
000126 01  Payee-Type             Pic X Value Space.
000127 01  Filed-Copy-Status      Pic XX Value Spaces.
000128 01  Filed-Out-Status       Pic XX Value Spaces.
000129 01  Extract-Done-Flag      Pic X Value Spaces.
000142             Indexed By Filed-Index.
000143         05  Tbl-Filed-Dealer    Pic X(8).
000144         05  Tbl-Filed-Amount    Pic S9(7)v99.
000144         05  Tbl-Filed-Type      Pic X.
000144         05  Tbl-Filed-Withheld  Pic S9(7)v99.
000145 01  Filed-Amount-Work      Pic S9(7)v99 Value Zeros.
000146 01  Include-Flag           Pic X Value Space.
000147     88  Include-The-Payee  Value "Y".
000179     03  B-City              Pic X(40).
000180     03  B-State             Pic X(2).
000181     03  B-Postal            Pic X(9).
000181     03  B-Fed-Withheld      Pic 9(12).
000181     03  Filler              Pic X(570) Value Spaces.
000183 01  F-Record.
000184     03  Filler              Pic X Value "F".
000185     03  F-Payee-Count       Pic 9(8).
000209        Stop Run
000210     End-If
000211     Open Input Dealer-File
000211     Open Input Vendor-File
000212     Open Output Fire-File
000213     Perform Write-Leading-Records
000214     Perform Transmit-One-Payee Until Extract-Done
000218     If Dealer-Success
000219        Close Dealer-File
000220     End-If
000220     If Vendor-Success
000220        Close Vendor-File
000220     End-If
000221     If Not Correction-Mode
000222        Perform Save-Filed-Copy
000223     End-If
000256* Come From; Nothing Files Without A Nine-Digit TIN And A
000257* W-9 On File
000258     Move Space To Include-Flag
000258     Move Spaces To Payee-Tin
000258     If Form-1099-Vendor
000258        Move "V" To Payee-Type
000258        Move Zeros To Form-1099-Fed-Withheld
000258        Perform Validate-Vendor-Payee
000258     Else
000258        Move "D" To Payee-Type
000258        If Form-1099-Fed-Withheld Not Numeric
000258           Move Zeros To Form-1099-Fed-Withheld
000258        End-If
000258        Perform Validate-Dealer-Payee
000258     End-If
000258     .
000258 Validate-Dealer-Payee.
000259     Move Form-1099-Dealer-Number To Dealer-Number
000260     Read Dealer-File
000261          Invalid Key
000265          Not Invalid Key
000266             If Tax-Id Numeric And W9-On-File
000267                Set Include-The-Payee To True
000267                Move Tax-Id To Payee-Tin
000266             Else
000266* Backup Withholding Was Taken Precisely Because There Is No
000266* Valid TIN; That Payee Still Has To Be Reported
000266                If Form-1099-Fed-Withheld > Zero
000266                   Set Include-The-Payee To True
000266                   If Tax-Id Numeric
000266                      Move Tax-Id To Payee-Tin
000266                   End-If
000266                   Display "Dealer " Form-1099-Dealer-Number
000266                           " Filed Under Backup Withholding"
000266                Else
000266                   Add 1 To Payees-Excluded
000266                   Display "Dealer " Form-1099-Dealer-Number
000266                           " Missing TIN Or W-9 - Excluded"
000266                End-If
000272             End-If
000273     End-Read
000274     .
000274 Validate-Vendor-Payee.
000274     Move Form-1099-Dealer-Number To Vendor-Number
000274     Read Vendor-File
000274          Invalid Key
000274             Add 1 To Payees-Excluded
000274             Display "Vendor " Form-1099-Dealer-Number
000274                     " Not On File - Excluded"
000274          Not Invalid Key
000274             If Vendor-Tax-Id Numeric And Vendor-W9-On-File
000274                Set Include-The-Payee To True
000274                Move Vendor-Tax-Id To Payee-Tin
000274             Else
000274                Add 1 To Payees-Excluded
000274                Display "Vendor " Form-1099-Dealer-Number
000274                        " Missing TIN Or W-9 - Excluded"
000274             End-If
000274     End-Read
000274     .
000275 Check-For-Correction.
000276* Only Dealers Whose Figures Moved Since The Original Filing
000277* Get A Corrected Record
000283             Perform Write-B-Record
000284          When Tbl-Filed-Dealer (Filed-Index) =
000285               Form-1099-Dealer-Number
000285           And Tbl-Filed-Type (Filed-Index) = Payee-Type
000286             If Tbl-Filed-Amount (Filed-Index) Not =
000287                Form-1099-Taxable-Amount
000286                Or Tbl-Filed-Withheld (Filed-Index) Not =
000286                Form-1099-Fed-Withheld
000288                Move "G" To Correction-Flag
000289                Perform Write-B-Record
000290                Add 1 To Corrections-Written
000296     Move "B" To B-Record (1:1)
000297     Move Tax-Year To B-Tax-Year
000298     Move Correction-Flag To B-Correction-Ind
000299     Move Payee-Tin To B-Payee-Tin
000300     Move Form-1099-Dealer-Number To B-Payer-Account
000301* FIRE Money Amounts Carry Cents With No Decimal Point
000302     Compute B-Payment-Amount =
000303             Form-1099-Taxable-Amount * 100
000303     Compute B-Fed-Withheld =
000303             Form-1099-Fed-Withheld * 100
000304     Move Form-1099-Name To B-Payee-Name
000305     Move Form-1099-Address-1 To B-Address
000306     Move Form-1099-City To B-City
000332             Move Spaces To Filed-Out-Record
000333             Move Form-1099-Dealer-Number To Filed-Out-Dealer
000334             Move Form-1099-Taxable-Amount To Filed-Out-Amount
000334             If Form-1099-Fed-Withheld Numeric
000334                Move Form-1099-Fed-Withheld To Filed-Out-Withheld
000334             Else
000334                Move Zeros To Filed-Out-Withheld
000334             End-If
000334             If Form-1099-Vendor
000334                Move "V" To Filed-Out-Type
000334             Else
000334                Move "D" To Filed-Out-Type
000334             End-If
000335             Write Filed-Out-Record
000336     End-Read
000337     .
000355                     Tbl-Filed-Dealer (Filed-Count)
000356                Move Filed-Amount To
000357                     Tbl-Filed-Amount (Filed-Count)
000357                If Filed-Withheld Not Numeric
000357                   Move Zeros To Filed-Withheld
000357                End-If
000357                Move Filed-Withheld To
000357                     Tbl-Filed-Withheld (Filed-Count)
000357                If Filed-Type = "V"
000357                   Move "V" To Tbl-Filed-Type (Filed-Count)
000357                Else
000357                   Move "D" To Tbl-Filed-Type (Filed-Count)
000357                End-If
000358             End-If
000359     End-Read
000360     .
