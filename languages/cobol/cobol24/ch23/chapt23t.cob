000010 @OPTIONS MAIN,TEST
000020 Identification Division.
000030 Program-Id.  Chapt23t.
000031* Check Void And Reprint
000032* Voids Or Reprints One Check On The Chapt23s Check Register.
000033* A Reprint Spoils The Original And Draws The Next Number As
000034* Its Replacement; A Void Leaves The Payment Owed Again.  The
000035* Payment Ledger Of The Issuing Run Follows: For A Chapt20c
000036* Dealer Check PayHist.TXT Gets A Reversing Row (And The
000037* Replacement Row On A Reprint) And A Void Goes On PayHold.TXT
000037* For The Next Payout; For A Chapt25r Check Each Store's
000037* PayHist.TXT Gets The Same Rows For Its Share And A Void Is
000037* Carried On CorpCarry.TXT For The Next Corporate Run; For A
000037* Chapt20c Garnishment Agency Check The Remittance On
000037* GarnRem.TXT Is Reversed So The Next Run Sends It Again, Or
000037* Moved To The Replacement; For A Chapt21r Vendor Check
000039* VendPay.TXT Gets The Same Rows And The Bills Follow The New
000040* Number Or Reopen For The Next Check Run.  Parameters Are The
000041* Bank Account, The Check Number, R(eprint) Or V(oid) And A
000042* One Word Reason.  Supervisor Level Only
000043 Environment Division.
000044 Configuration Section.
000045 Source-Computer.  IBM-PC.
000046 Object-Computer.  IBM-PC.
000047 Input-Output  Section.
000048 File-Control.
000048     Select Optional Payment-History-File Assign To
000048                     History-File-Name
000050         Organization Is Line Sequential
000051         File Status  Is Pay-History-Status.
000051     Select Optional Store-Directory-File Assign To
000051                     "StoreDir.TXT"
000051         Organization Is Line Sequential
000051         File Status  Is Store-Directory-Status.
000051     Select Optional Corp-Carry-File Assign To "CorpCarry.TXT"
000051         Organization Is Line Sequential
000051         File Status  Is Corp-Carry-Status.
000051     Select Optional Garnishment-Remit-File Assign To
000051                     "GarnRem.TXT"
000051         Organization Is Line Sequential
000051         File Status  Is Garnishment-Remit-Status.
000052     Select Optional Pay-Hold-File Assign To "PayHold.TXT"
000053         Organization Is Line Sequential
000054         File Status  Is Pay-Hold-Status.
000055     Select Optional Vendor-Payment-File Assign To "VendPay.TXT"
000056         Organization Is Line Sequential
000057         File Status  Is Vendor-Payment-Status.
000058     Select AP-Invoice-File Assign To "APInv.Dat"
000059         Organization Indexed
000060         Access Dynamic
000061         Record Key AP-Voucher-Number
000062         Alternate Record Key AP-Vendor
000063             With Duplicates
000064         File Status AP-Invoice-Status.
000065     Select Optional Current-Operator-File Assign To
000066                     "CurrOper.TXT"
000067         Organization Is Line Sequential
000068         File Status  Is Current-Operator-Status.
000069 Data Division.
000070 File Section.
000071 Fd  Payment-History-File.
000072 01  Payment-History-Record.
000073     03  Hist-Dealer-Number     Pic X(8).
000074     03  Filler                 Pic X.
000075     03  Hist-Check-Number      Pic X(10).
000076     03  Filler                 Pic X.
000077     03  Hist-Payment-Date      Pic 9(8).
000078     03  Filler                 Pic X.
000079     03  Hist-Payment-Amount    Pic S9(6)v99.
000080     03  Filler                 Pic X.
000081     03  Hist-Cleared-Date      Pic X(8).
000082     03  Filler                 Pic X.
000083     03  Hist-Payment-Method    Pic X.
000083     03  Filler                 Pic X.
000083     03  Hist-Backup-Withheld   Pic S9(6)v99.
000084 Fd  Pay-Hold-File.
000085 01  Pay-Hold-Record.
000086     03  Hold-Dealer         Pic X(8).
000087     03  Filler              Pic X.
000088     03  Hold-Date           Pic 9(8).
000089     03  Filler              Pic X.
000090     03  Hold-Amount         Pic S9(6)v99.
000091     03  Filler              Pic X.
000092     03  Hold-Reason         Pic X(20).
000092 Fd  Store-Directory-File.
000092 01  Store-Directory-Record.
000092     03  Dir-Store-Number    Pic X(4).
000092     03  Filler              Pic X.
000092     03  Dir-Dealer-File     Pic X(40).
000092     03  Filler              Pic X.
000092     03  Dir-Balance-File    Pic X(40).
000092     03  Filler              Pic X.
000092     03  Dir-Data-Path       Pic X(40).
000092 Fd  Corp-Carry-File.
000092 01  Corp-Carry-Record.
000092     03  Carry-Dealer           Pic X(8).
000092     03  Filler                 Pic X.
000092     03  Carry-Store            Pic X(4).
000092     03  Filler                 Pic X.
000092     03  Carry-Since            Pic 9(8).
000092     03  Filler                 Pic X.
000092     03  Carry-Amount           Pic S9(7)v99.
000092     03  Filler                 Pic X.
000092     03  Carry-Reason           Pic X(20).
000092 Fd  Garnishment-Remit-File.
000092 Copy "garnrem.cpy".
000093 Fd  Vendor-Payment-File.
000094 Copy "vendpay.cpy".
000095 Fd  AP-Invoice-File.
000096 Copy "apinv.cpy".
000097 Fd  Current-Operator-File.
000098 01  Current-Operator-Record.
000099     03  Curr-Oper-Id        Pic X(4).
000100     03  Filler              Pic X.
000101     03  Curr-Oper-Level     Pic 9.
000102 Working-Storage Section.
000103 01  Pay-History-Status      Pic XX Value Spaces.
000104 01  Pay-Hold-Status         Pic XX Value Spaces.
000104 01  Store-Directory-Status  Pic XX Value Spaces.
000104     88  Store-Directory-Success Value "00" Thru "09".
000104 01  Corp-Carry-Status       Pic XX Value Spaces.
000104 01  Garnishment-Remit-Status Pic XX Value Spaces.
000104 01  History-File-Name       Pic X(60) Value "PayHist.TXT".
000105 01  Vendor-Payment-Status   Pic XX Value Spaces.
000106 01  AP-Invoice-Status       Pic XX Value Spaces.
000107     88  AP-Invoice-Success  Value "00" Thru "09".
000108 01  Current-Operator-Status Pic XX Value Spaces.
000109 01  Current-Operator        Pic X(4) Value Spaces.
000110 01  Current-Oper-Level      Pic 9 Value Zeros.
000111 01  Run-Parameters          Pic X(60) Value Spaces.
000112 01  Void-Account            Pic X(8) Value Spaces.
000113 01  Void-Check-Number       Pic 9(10) Value Zeros.
000114 01  Void-Action             Pic X Value Spaces.
000115     88  Reprint-Check       Value "R" "r".
000116     88  Void-Only           Value "V" "v".
000117 01  Void-Reason             Pic X(20) Value Spaces.
000118* Check Numbers As The Payment Ledgers Carry Them
000119 01  Old-Check-Text          Pic X(10) Value Spaces.
000120 01  New-Check-Text          Pic X(10) Value Spaces.
000121 01  Reversal-Amount         Pic S9(7)v99 Value Zeros.
000122 01  Bills-Done-Flag         Pic X Value Spaces.
000123     88  Bills-Done          Value "Y".
000124 01  Bills-Adjusted          Pic 9(5) Value Zeros.
000124 01  Directory-Done-Flag     Pic X Value Spaces.
000124     88  Directory-Done      Value "Y".
000124 01  History-Done-Flag       Pic X Value Spaces.
000124     88  History-Done        Value "Y".
000124 01  Store-Share             Pic S9(7)v99 Value Zeros.
000124 01  Shares-Found            Pic S9(7)v99 Value Zeros.
000124 01  Remit-Found-Flag        Pic X Value Spaces.
000124     88  Remit-Found         Value "Y".
000124 01  Found-Remit-Dealer      Pic X(8) Value Spaces.
000124 01  Found-Remit-Order       Pic X(15) Value Spaces.
000125 Copy "chkstk.cpy".
000126 01  Date-And-Time-Area.
000127     03  Work-Date            Pic 9(6).
000128     03  Work-Date-X          Redefines Work-Date.
000129         05  Date-YY          Pic 99.
000130         05  Date-MM          Pic 99.
000131         05  Date-DD          Pic 99.
000132 01  Today-MMDDYYYY.
000133     03  Today-MM             Pic 99.
000134     03  Today-DD             Pic 99.
000135     03  Today-YYYY           Pic 9(4).
000136 01  Today-MMDDYYYY-N Redefines Today-MMDDYYYY Pic 9(8).
000137 Procedure Division.
000138 Chapt23t-Start.
000139     Display "Begin Check Void And Reprint Chapt23t"
000140     Perform Load-Current-Operator
000141     If Current-Oper-Level < 5
000142        Display "Supervisor Authorization Required"
000143        Stop Run
000144     End-If
000145     Display "Account, Check Number, R Or V And Reason: "
000146     Accept Run-Parameters From Command-Line
000147     Unstring Run-Parameters Delimited By All Space
000148              Into Void-Account Void-Check-Number
000149                   Void-Action Void-Reason
000150     End-Unstring
000151     If Void-Account = Spaces Or Void-Check-Number = Zeros
000152        Or Not (Reprint-Check Or Void-Only)
000153        Display "Parameters: Account Check-Number R|V Reason"
000154        Stop Run
000155     End-If
000156     If Void-Reason = Spaces
000157        If Reprint-Check
000158           Move "REPRINTED" To Void-Reason
000159        Else
000160           Move "VOIDED" To Void-Reason
000161        End-If
000162     End-If
000163     Accept Work-Date From Date
000164     Move Date-MM To Today-MM
000165     Move Date-DD To Today-DD
000166     Move 2000 To Today-YYYY
000167     Add Date-YY To Today-YYYY
000168     Move Spaces To Check-Stock-Area
000169     Set Chk-Open-Run To True
000170     Move Void-Account To Chk-Account
000171     Move Zeros To Chk-Number
000172     Move "CHAPT23T" To Chk-Program
000173     Call "Chapt23s" Using Check-Stock-Area
000174     If Not Chk-Ok
000175        Display "Check Stock: " Chk-Message
000176        Stop Run
000177     End-If
000178     Move Void-Check-Number To Chk-Number Old-Check-Text
000179     Move Void-Reason To Chk-Reason
000180     If Reprint-Check
000181        Set Chk-Spoil To True
000182     Else
000183        Set Chk-Void To True
000184     End-If
000185     Call "Chapt23s" Using Check-Stock-Area
000186     If Chk-Ok
000187        Perform Adjust-Payment-Ledgers
000188     Else
000189        Display "Check " Void-Check-Number " - " Chk-Message
000190     End-If
000191     Set Chk-Close-Run To True
000192     Call "Chapt23s" Using Check-Stock-Area
000193     Display "Check Register: " Chk-Message
000194     Stop Run
000195     .
000196 Adjust-Payment-Ledgers.
000197     Move Chk-Replacement To New-Check-Text
000198     If Reprint-Check And Chk-Replacement > Zero
000199        Display "Check " Void-Check-Number " Spoiled, Reprint As "
000200                Chk-Replacement " For " Chk-Amount
000201     End-If
000202     If Void-Only
000203        Display "Check " Void-Check-Number " Voided"
000204     End-If
000205     Compute Reversal-Amount = Chk-Amount * -1
000205     Evaluate True
000205        When Chk-Payee-Type = "G"
000205             Perform Adjust-Garnish-Remittance
000205        When Chk-Issued-By = "CHAPT20C"
000208             Perform Adjust-Dealer-History
000208        When Chk-Issued-By = "CHAPT25R"
000208             Perform Adjust-Corporate-History
000208        When Chk-Issued-By = "CHAPT21R"
000210             Perform Adjust-Vendor-Payment
000210        When Chk-Issued-By = Spaces
000212             Display "Unused Check Spoiled, No Payment To Adjust"
000213        When Other
000214             Display "Check Issued By " Chk-Issued-By
000215                     " - Adjust Its Payment Records By Hand"
000216     End-Evaluate
000217     .
000218 Adjust-Dealer-History.
000219* The Reversing Row Carries VOIDED As Its Cleared Date So The
000220* Chapt20k Outstanding Register Retires Both It And The Original
000221     Open Extend Payment-History-File
000222     Move Spaces To Payment-History-Record
000223     Move Chk-Payee To Hist-Dealer-Number
000224     Move Old-Check-Text To Hist-Check-Number
000225     Move Today-MMDDYYYY-N To Hist-Payment-Date
000226     Move Reversal-Amount To Hist-Payment-Amount
000227     Move "VOIDED" To Hist-Cleared-Date
000228     Move "C" To Hist-Payment-Method
000228     Move Zeros To Hist-Backup-Withheld
000229     Write Payment-History-Record
000230     If Reprint-Check
000231        Move New-Check-Text To Hist-Check-Number
000232        Move Chk-Amount To Hist-Payment-Amount
000233        Move Spaces To Hist-Cleared-Date
000234        Write Payment-History-Record
000235     End-If
000236     Close Payment-History-File
000237* A Voided Payout Is Still Owed; Chapt20c Releases The Hold
000238* On Its Next Run Unless The Dealer Is Blocked By Then
000239     If Void-Only
000240        Open Extend Pay-Hold-File
000241        Move Spaces To Pay-Hold-Record
000242        Move Chk-Payee To Hold-Dealer
000243        Move Today-MMDDYYYY-N To Hold-Date
000244        Move Chk-Amount To Hold-Amount
000245        Move "VOIDED CHECK" To Hold-Reason
000246        Write Pay-Hold-Record
000247        Close Pay-Hold-File
000248        Display "Payout To Dealer " Chk-Payee
000249                " Held For The Next Payout Run"
000250     End-If
000251     .
000251 Adjust-Garnish-Remittance.
000251* An Agency Check Is Not A Dealer Payout, So Neither PayHist.TXT
000251* Nor PayHold.TXT Is Touched: Its R Row On GarnRem.TXT Is Reversed
000251* So The Order Owes It Again And The Next Chapt20c Run Sends It,
000251* And A Reprint Books It Again Under The Replacement Number
000251     Move Space To History-Done-Flag Remit-Found-Flag
000251     Open Input Garnishment-Remit-File
000251     If Garnishment-Remit-Status = "00"
000251        Perform Find-Remitted-Check Until History-Done
000251        Close Garnishment-Remit-File
000251     End-If
000251     If Remit-Found
000251        Open Extend Garnishment-Remit-File
000251        Move Spaces To Garnishment-Remit-Record
000251        Move Today-MMDDYYYY-N To Grem-Date
000251        Set Grem-Remitted To True
000251        Move Found-Remit-Dealer To Grem-Dealer
000251        Move Found-Remit-Order To Grem-Order-Number
000251        Move Reversal-Amount To Grem-Amount
000251        Move Zeros To Grem-Payout-Amount
000251        Move Old-Check-Text To Grem-Check-Number
000251        Move Chk-Payee To Grem-Agency-Code
000251        Write Garnishment-Remit-Record
000251        If Reprint-Check
000251           Move Chk-Amount To Grem-Amount
000251           Move New-Check-Text To Grem-Check-Number
000251           Write Garnishment-Remit-Record
000251        End-If
000251        Close Garnishment-Remit-File
000251        If Void-Only
000251           Display "Remittance On Order " Found-Remit-Order
000251                   " Owed Again For The Next Payout Run"
000251        End-If
000251     Else
000251        Display "No Remittance Found For Check " Void-Check-Number
000251                " - Adjust GarnRem.TXT By Hand"
000251     End-If
000251     .
000251 Find-Remitted-Check.
000251     Read Garnishment-Remit-File
000251          At End Set History-Done To True
000251          Not At End
000251             If Grem-Remitted And
000251                Grem-Check-Number = Old-Check-Text And
000251                Grem-Agency-Code = Chk-Payee And
000251                Grem-Amount > Zero
000251                Set Remit-Found To True
000251                Move Grem-Dealer To Found-Remit-Dealer
000251                Move Grem-Order-Number To Found-Remit-Order
000251             End-If
000251     End-Read
000251     .
000251 Adjust-Corporate-History.
000251* A Chapt25r Check Pays A Dealer's Shares At Several Stores: Each
000251* Store's Share Is Reversed On That Store's PayHist.TXT, And Is
000251* Booked Again Under The Replacement Number Or, On A Void, Carried
000251* On CorpCarry.TXT For The Next Chapt25r Run
000251     Move Zeros To Shares-Found
000251     Move Space To Directory-Done-Flag
000251     Open Input Store-Directory-File
000251     If Store-Directory-Success
000251        Perform Adjust-One-Store Until Directory-Done
000251        Close Store-Directory-File
000251     End-If
000251     Move "PayHist.TXT" To History-File-Name
000251     If Shares-Found Not = Chk-Amount
000251        Display "Check " Void-Check-Number " For " Chk-Amount
000251                " Found " Shares-Found " On The Store Histories"
000251                " - Adjust The Difference By Hand"
000251     End-If
000251     If Void-Only And Shares-Found > Zero
000251        Display "Payout To Dealer " Chk-Payee
000251                " Carried For The Next Corporate Payout Run"
000251     End-If
000251     .
000251 Adjust-One-Store.
000251     Read Store-Directory-File
000251          At End Set Directory-Done To True
000251          Not At End
000251             Perform Adjust-Store-Share
000251     End-Read
000251     .
000251 Adjust-Store-Share.
000251     Move Spaces To History-File-Name
000251     String Dir-Data-Path Delimited By Space
000251            "PayHist.TXT" Delimited By Size
000251            Into History-File-Name
000251     Move Zeros To Store-Share
000251     Move Space To History-Done-Flag
000251     Open Input Payment-History-File
000251     If Pay-History-Status = "00"
000251        Perform Add-One-Share-Row Until History-Done
000251        Close Payment-History-File
000251     End-If
000251     If Store-Share > Zero
000251        Perform Reverse-Store-Share
000251     End-If
000251     .
000251* An Earlier Reversal Under The Same Number Nets The Share Out
000251 Add-One-Share-Row.
000251     Read Payment-History-File
000251          At End Set History-Done To True
000251          Not At End
000251             If Hist-Dealer-Number = Chk-Payee And
000251                Hist-Check-Number = Old-Check-Text And
000251                Hist-Payment-Method = "C"
000251                Add Hist-Payment-Amount To Store-Share
000251             End-If
000251     End-Read
000251     .
000251 Reverse-Store-Share.
000251     Add Store-Share To Shares-Found
000251     Open Extend Payment-History-File
000251     Move Spaces To Payment-History-Record
000251     Move Chk-Payee To Hist-Dealer-Number
000251     Move Old-Check-Text To Hist-Check-Number
000251     Move Today-MMDDYYYY-N To Hist-Payment-Date
000251     Compute Hist-Payment-Amount = Store-Share * -1
000251     Move "VOIDED" To Hist-Cleared-Date
000251     Move "C" To Hist-Payment-Method
000251     Move Zeros To Hist-Backup-Withheld
000251     Write Payment-History-Record
000251     If Reprint-Check
000251        Move New-Check-Text To Hist-Check-Number
000251        Move Store-Share To Hist-Payment-Amount
000251        Move Spaces To Hist-Cleared-Date
000251        Write Payment-History-Record
000251     End-If
000251     Close Payment-History-File
000251     If Void-Only
000251        Open Extend Corp-Carry-File
000251        Move Spaces To Corp-Carry-Record
000251        Move Chk-Payee To Carry-Dealer
000251        Move Dir-Store-Number To Carry-Store
000251        Move Today-MMDDYYYY-N To Carry-Since
000251        Move Store-Share To Carry-Amount
000251        Move "VOIDED CHECK" To Carry-Reason
000251        Write Corp-Carry-Record
000251        Close Corp-Carry-File
000251     End-If
000251     .
000252 Adjust-Vendor-Payment.
000253     Open Extend Vendor-Payment-File
000254     Move Spaces To Vendor-Payment-Record
000255     Move Chk-Payee To Vend-Pay-Vendor
000256     Move Old-Check-Text To Vend-Pay-Check-Number
000257     Move Today-MMDDYYYY-N To Vend-Pay-Date
000258     Move Reversal-Amount To Vend-Pay-Amount
000259     Move "VOIDED" To Vend-Pay-Cleared-Date
000260     Move "C" To Vend-Pay-Method
000261     Write Vendor-Payment-Record
000262     If Reprint-Check
000263        Move New-Check-Text To Vend-Pay-Check-Number
000264        Move Chk-Amount To Vend-Pay-Amount
000265        Move Spaces To Vend-Pay-Cleared-Date
000266        Write Vendor-Payment-Record
000267     End-If
000268     Close Vendor-Payment-File
000269     Open I-O AP-Invoice-File
000270     If AP-Invoice-Success
000271        Move Chk-Payee To AP-Vendor
000272        Start AP-Invoice-File Key = AP-Vendor
000273           Invalid Key
000274              Set Bills-Done To True
000275        End-Start
000276        Perform Adjust-One-Bill Until Bills-Done
000277        Close AP-Invoice-File
000278     End-If
000279     Display "Bills Adjusted " Bills-Adjusted
000280     .
000281 Adjust-One-Bill.
000282* A Reprint Moves The Bills To The Replacement Number; A Void
000283* Reopens Them For The Next Chapt21r Run, Keeping The Paid
000284* Date So The Expense Is Not Posted A Second Time
000285     Read AP-Invoice-File Next Record
000286          At End Set Bills-Done To True
000287          Not At End
000288             If AP-Vendor Not = Chk-Payee
000289                Set Bills-Done To True
000290             Else
000291                If AP-Paid And AP-Check-Number = Old-Check-Text
000292                   Perform Rewrite-Adjusted-Bill
000293                End-If
000294             End-If
000295     End-Read
000296     .
000297 Rewrite-Adjusted-Bill.
000298     If Reprint-Check
000299        Move New-Check-Text To AP-Check-Number
000300     Else
000301        Set AP-Open To True
000302        Move Spaces To AP-Check-Number
000303     End-If
000304     Rewrite AP-Invoice-Record
000305        Invalid Key
000306           Display "Rewrite Error On Voucher " AP-Voucher-Number
000307        Not Invalid Key
000308           Add 1 To Bills-Adjusted
000309     End-Rewrite
000310     .
000311 Load-Current-Operator.
000312     Open Input Current-Operator-File
000313     If Current-Operator-Status = "00"
000314        Read Current-Operator-File
000315             At End Continue
000316             Not At End
000317                Move Curr-Oper-Id To Current-Operator
000318                Move Curr-Oper-Level To Current-Oper-Level
000319        End-Read
000320        Close Current-Operator-File
000321     End-If
000322     .
