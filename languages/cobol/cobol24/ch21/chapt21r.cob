000010 @OPTIONS MAIN,TEST
000020 Identification Division.
000030 Program-Id.  Chapt21r.
000031* Accounts Payable Check Run
000032* Weekly: Every Open Chapt21q Bill Due By The Cutoff Date Is
000033* Paid, One Check Per Vendor With A Stub Listing The Bills.
000034* Each Paid Bill Posts To ExpLedg.TXT Under Its Category So
000035* The Chapt20u P&L And Chapt20f GL Export Pick It Up, And Each
000036* Check Goes To VendPay.TXT For The Chapt20j Positive-Pay
000037* Export And The Chapt20d 1099 Extract.  Parameters Are The
000038* Cutoff Date (MMDDYYYY, Default Today) And The Starting
000039* Check Number
000040* Numbers Are Drawn From The Chapt23s Check Stock Control; The
000040* Starting Number Is Only Needed To Restart At A Given Check
000040 Environment Division.
000041 Configuration Section.
000042 Source-Computer.  IBM-PC.
000043 Object-Computer.  IBM-PC.
000044 Input-Output  Section.
000045 File-Control.
000046     Select Report-File Assign To "RPT21R.SPL".
000047     Select AP-Invoice-File Assign To "APInv.Dat"
000048         Organization Indexed
000049         Access Dynamic
000050         Record Key AP-Voucher-Number
000051         Alternate Record Key AP-Vendor
000052             With Duplicates
000053         File Status AP-Invoice-Status.
000054     Select Optional Vendor-File Assign To "Vendor.Dat"
000055         Organization Indexed
000056         Access Random
000057         Record Key Vendor-Number
000058         File Status Vendor-Status.
000059     Select Optional Vendor-Payment-File Assign To "VendPay.TXT"
000060         Organization Is Line Sequential
000061         File Status  Is Vendor-Payment-Status.
000062     Select Optional Expense-File Assign To "ExpLedg.TXT"
000063         Organization Is Line Sequential
000064         File Status  Is Expense-Status.
000065     Select Optional Current-Operator-File Assign To
000066                     "CurrOper.TXT"
000067         Organization Is Line Sequential
000068         File Status  Is Current-Operator-Status.
000069     Select Check-File Assign To Printer.
000070 Data Division.
000071 File Section.
000072 Fd  Report-File.
000073 01  Report-Record Pic X(80).
000074 Fd  AP-Invoice-File.
000075 Copy "apinv.cpy".
000076 Fd  Vendor-File.
000077 Copy "vendor.cpy".
000078 Fd  Vendor-Payment-File.
000079 Copy "vendpay.cpy".
000080 Fd  Expense-File.
000081 01  Expense-Record.
000082     03  Exp-Date            Pic 9(8).
000083     03  Filler              Pic X.
000084     03  Exp-Category        Pic X(4).
000085     03  Filler              Pic X.
000086     03  Exp-Description     Pic X(30).
000087     03  Filler              Pic X.
000088     03  Exp-Amount          Pic 9(6)v99.
000089     03  Filler              Pic X.
000090     03  Exp-Operator        Pic X(4).
000091 Fd  Current-Operator-File.
000092 01  Current-Operator-Record.
000093     03  Curr-Oper-Id        Pic X(4).
000094     03  Filler              Pic X.
000095     03  Curr-Oper-Level     Pic 9.
000096 Fd  Check-File.
000097 01  Check-Record            Pic X(132).
000098 Working-Storage Section.
000099 01  AP-Invoice-Status      Pic XX Value Spaces.
000100     88  AP-Invoice-Success Value "00" Thru "09".
000101 01  Vendor-Status          Pic XX Value Spaces.
000102     88  Vendor-Success     Value "00" Thru "09".
000103 01  Vendor-Payment-Status  Pic XX Value Spaces.
000104 01  Expense-Status         Pic XX Value Spaces.
000105 01  Current-Operator-Status Pic XX Value Spaces.
000106 01  Current-Operator       Pic X(4) Value Spaces.
000107 01  Done-Flag              Pic X Value Spaces.
000108     88  All-Done           Value "Y".
000109 01  Vendor-Payable-Flag    Pic X Value Spaces.
000110     88  Vendor-Payable     Value "Y".
000111 01  Run-Parameters         Pic X(40) Value Spaces.
000112 01  Cutoff-Date            Pic 9(8) Value Zeros.
000113 01  Next-Check-Number      Pic 9(10) Value Zeros.
000114 01  Current-Check-Number   Pic 9(10) Value Zeros.
000115 01  Days-Past-Due          Pic S9(7) Value Zeros.
000116 01  Save-Vendor            Pic X(8) Value Spaces.
000117 01  Vendor-Bill-Count      Pic 9(3) Value Zeros.
000118 01  Vendor-Check-Total     Pic 9(7)v99 Value Zeros.
000119 01  Checks-Issued          Pic 9(5) Value Zeros.
000120 01  Bills-Paid             Pic 9(5) Value Zeros.
000121 01  Bills-Held             Pic 9(5) Value Zeros.
000122 01  Run-Total-Paid         Pic 9(9)v99 Value Zeros.
000123 01  Check-Account-Env      Pic X(8) Value Spaces.
000123 Copy "chkstk.cpy".
000123 01  Date-And-Time-Area.
000124     03  Work-Date            Pic 9(6).
000125     03  Work-Date-X          Redefines Work-Date.
000126         05  Date-YY          Pic 99.
000127         05  Date-MM          Pic 99.
000128         05  Date-DD          Pic 99.
000129 01  Today-MMDDYYYY.
000130     03  Today-MM             Pic 99.
000131     03  Today-DD             Pic 99.
000132     03  Today-YYYY           Pic 9(4).
000133 01  Today-MMDDYYYY-N Redefines Today-MMDDYYYY Pic 9(8).
000134 01  Stub-Heading-1.
000135     03  Filler            Pic X(8)  Value "Vendor:".
000136     03  Stub-Vendor       Pic X(8).
000137     03  Filler            Pic X(2)  Value Spaces.
000138     03  Stub-Vendor-Name  Pic X(40).
000139     03  Filler            Pic X(8)  Value "Check:".
000140     03  Stub-Check        Pic 9(10).
000141     03  Filler            Pic X(8)  Value "  Date:".
000142     03  Stub-Date         Pic 99/99/9999.
000143 01  Stub-Heading-2.
000144     03  Filler            Pic X(9)  Value "Voucher".
000145     03  Filler            Pic X(17) Value "Your Invoice".
000146     03  Filler            Pic X(12) Value "Inv Date".
000147     03  Filler            Pic X(32) Value "Description".
000148     03  Filler            Pic X(10) Value "    Amount".
000149 01  Stub-Detail.
000150     03  Stub-Voucher      Pic 9(6).
000151     03  Filler            Pic X(3)  Value Spaces.
000152     03  Stub-Invoice      Pic X(15).
000153     03  Filler            Pic X(2)  Value Spaces.
000154     03  Stub-Inv-Date     Pic 99/99/9999.
000155     03  Filler            Pic X(2)  Value Spaces.
000156     03  Stub-Description  Pic X(30).
000157     03  Filler            Pic X(2)  Value Spaces.
000158     03  Stub-Amount       Pic ZZZ,ZZ9.99.
000159 01  Check-Face-1.
000160     03  Filler            Pic X(50) Value Spaces.
000161     03  Filler            Pic X(10) Value "Check No.".
000162     03  Face-Check        Pic 9(10).
000163     03  Filler            Pic X(4)  Value Spaces.
000164     03  Face-Date         Pic 99/99/9999.
000165 01  Check-Face-2.
000166     03  Filler            Pic X(22) Value "Pay To The Order Of:".
000167     03  Face-Payee        Pic X(40).
000168     03  Filler            Pic X(2)  Value Spaces.
000169     03  Face-Amount       Pic $**,***,**9.99.
000170 01  Check-Face-Address.
000171     03  Filler            Pic X(22) Value Spaces.
000172     03  Face-Address      Pic X(50).
000173 01  Heading-Line-1.
000174     03  Filler      Pic X(12) Value "Created by:".
000175     03  Filler      Pic X(8)  Value "CHAPT21R".
000176     03  Filler      Pic X(9)  Value Spaces.
000177     03  Filler      Pic X(31)
000178         Value "AP Check Register, Due By".
000179     03  Heading-Cutoff Pic 99/99/9999.
000180     03  Filler      Pic X(1)  Value Spaces.
000181     03  Filler      Pic X(5)  Value "Page".
000182     03  Page-No     Pic Z(4)9 Value Zeros.
000183 01  Heading-Line-2.
000184     03  Filler      Pic X(12) Value "Created on:".
000185     03  Date-MM     Pic 99.
000186     03  Filler      Pic X     Value "/".
000187     03  Date-DD     Pic 99.
000188     03  Filler      Pic X     Value "/".
000189     03  Date-YY     Pic 99.
000190 01  Heading-Line-3.
000191     03  Filler      Pic X(12) Value "Check".
000192     03  Filler      Pic X(10) Value "Vendor".
000193     03  Filler      Pic X(36) Value "Name".
000194     03  Filler      Pic X(7)  Value "Bills".
000195     03  Filler      Pic X(13) Value "       Amount".
000196 01  Detail-Line.
000197     03  Detail-Check        Pic 9(10).
000198     03  Filler              Pic X(2)  Value Spaces.
000199     03  Detail-Vendor       Pic X(8).
000200     03  Filler              Pic X(2)  Value Spaces.
000201     03  Detail-Name         Pic X(35).
000202     03  Filler              Pic X     Value Spaces.
000203     03  Detail-Bills        Pic ZZ9.
000204     03  Filler              Pic X(3)  Value Spaces.
000205     03  Detail-Amount       Pic Z,ZZZ,ZZ9.99.
000206 01  Total-Line.
000207     03  Filler              Pic X(16) Value "Checks Issued:".
000208     03  Total-Checks        Pic ZZ,ZZ9.
000209     03  Filler              Pic X(15) Value "  Bills Paid:".
000210     03  Total-Bills         Pic ZZ,ZZ9.
000211     03  Filler              Pic X(12) Value "  Total:".
000212     03  Total-Amount        Pic ZZZ,ZZZ,ZZ9.99.
000213 01  Held-Line.
000214     03  Filler              Pic X(40)
000215         Value "Bills Held - Vendor Not On File:".
000216     03  Total-Held          Pic ZZ,ZZ9.
000217 01  Line-Count           Pic 99          Value 99.
000218 01  Page-Count           Pic 9(4)        Value Zeros.
000219 01  Max-Lines            Pic 99          Value 60.
000220 01  Spool-Catalog-Name    Pic X(8) Value "CHAPT21R".
000221 01  Spool-Catalog-File    Pic X(12) Value "RPT21R.SPL".
000222 Procedure Division.
000223 Chapt21r-Start.
000224     Display "Begin AP Check Run Chapt21r"
000225     Display "Cutoff Date (MMDDYYYY) And Starting Check Number: "
000226     Accept Run-Parameters From Command-Line
000227     Unstring Run-Parameters Delimited By All Space
000228              Into Cutoff-Date Next-Check-Number
000229     End-Unstring
000230     Accept Work-Date From Date
000231     Move Date-MM Of Work-Date-X To Today-MM
000232     Move Date-DD Of Work-Date-X To Today-DD
000233     Move 2000 To Today-YYYY
000234     Add Date-YY Of Work-Date-X To Today-YYYY
000235     If Cutoff-Date = Zeros
000236        Move Today-MMDDYYYY-N To Cutoff-Date
000237     End-If
000238     Perform Open-Check-Stock
000241     Perform Load-Current-Operator
000242     Open I-O AP-Invoice-File
000243     If Not AP-Invoice-Success
000244        Display "Unable To Open AP Invoice File, Status "
000245                AP-Invoice-Status
000246        Stop Run
000247     End-If
000248     Open Input Vendor-File
000249     Open Extend Vendor-Payment-File
000250     Open Extend Expense-File
000251     Open Output Check-File
000252     Open Output Report-File
000253     Perform Fill-Initial-Headings
000254     Perform Heading-Routine
000255* Walking The Vendor Key Brings Each Vendor's Bills Together
000256     Move Low-Values To AP-Vendor
000257     Start AP-Invoice-File Key Not < AP-Vendor
000258        Invalid Key
000259           Set All-Done To True
000260     End-Start
000261     Perform Select-One-Bill Until All-Done
000262     Perform Finish-Vendor
000263     Perform Print-Totals
000264     Perform Close-Check-Stock
000264     Close AP-Invoice-File
000265           Vendor-Payment-File
000266           Expense-File
000267           Check-File
000268           Report-File
000269     If Vendor-Success
000270        Close Vendor-File
000271     End-If
000272     Call "Chapt25d" Using Spool-Catalog-Name
000273          Spool-Catalog-File Page-Count
000274     Display "AP Checks Issued " Checks-Issued
000275     Display "Bills Paid       " Bills-Paid
000276     Display "Next Check Number " Chk-Number
000277     Stop Run
000278     .
000279 Select-One-Bill.
000280     Read AP-Invoice-File Next Record
000281          At End Set All-Done To True
000282          Not At End
000283             If AP-Vendor Not = Save-Vendor
000284                Perform Finish-Vendor
000285                Perform Begin-Vendor
000286             End-If
000287             If AP-Open
000288                Perform Consider-One-Bill
000289             End-If
000290     End-Read
000291     .
000292 Begin-Vendor.
000293* An Inactive Vendor Takes No New Bills But Is Still Owed For
000294* The Ones Already Keyed; Only A Missing Vendor Holds Payment
000295     Move AP-Vendor To Save-Vendor
000296     Move Zeros To Vendor-Bill-Count Vendor-Check-Total
000297     Move Spaces To Vendor-Payable-Flag
000298     Move AP-Vendor To Vendor-Number
000299     Read Vendor-File
000300          Invalid Key
000301             Continue
000302          Not Invalid Key
000303             Set Vendor-Payable To True
000304     End-Read
000305     .
000306 Consider-One-Bill.
000307     Call "Chapt23f" Using AP-Due-Date Cutoff-Date Days-Past-Due
000308     If Days-Past-Due >= Zero
000308        If Vendor-Payable And Vendor-Bill-Count = Zero
000308           Perform Draw-Vendor-Check
000308        End-If
000309        If Vendor-Payable
000310           Perform Pay-One-Bill
000311        Else
000312           Add 1 To Bills-Held
000313           Display "Vendor " AP-Vendor " Not On File - Voucher "
000314                   AP-Voucher-Number " Held"
000315        End-If
000316     End-If
000317     .
000318 Pay-One-Bill.
000319     If Vendor-Bill-Count = Zero
000321        Perform Print-Stub-Heading
000322     End-If
000323     Add 1 To Vendor-Bill-Count Bills-Paid
000324     Add AP-Amount To Vendor-Check-Total
000325* A Bill Reopened When Its Check Was Voided Was Expensed The
000325* First Time It Was Paid And Keeps That Paid Date
000325     If AP-Paid-Date = Zeros
000325        Perform Post-Paid-Expense
000325     End-If
000325     Set AP-Paid To True
000326     Move Today-MMDDYYYY-N To AP-Paid-Date
000327     Move Current-Check-Number To AP-Check-Number
000328     Rewrite AP-Invoice-Record
000329        Invalid Key
000330           Display "Rewrite Error On Voucher " AP-Voucher-Number
000331     End-Rewrite
000333     Move AP-Voucher-Number To Stub-Voucher
000334     Move AP-Vendor-Invoice To Stub-Invoice
000335     Move AP-Invoice-Date To Stub-Inv-Date
000336     Move AP-Description To Stub-Description
000337     Move AP-Amount To Stub-Amount
000338     Write Check-Record From Stub-Detail After 1
000339     .
000340 Post-Paid-Expense.
000341* The Bill Becomes An Expense The Day It Is Paid, Exactly As If
000342* It Had Been Keyed Through Chapt21f
000343     Move Spaces To Expense-Record
000344     Move Today-MMDDYYYY-N To Exp-Date
000345     Move AP-Category To Exp-Category
000346     Move AP-Description To Exp-Description
000347     Move AP-Amount To Exp-Amount
000348     Move Current-Operator To Exp-Operator
000349     Write Expense-Record
000350     .
000351 Print-Stub-Heading.
000352     Move Vendor-Number To Stub-Vendor
000353     Move Vendor-Name To Stub-Vendor-Name
000354     Move Current-Check-Number To Stub-Check
000355     Move Today-MMDDYYYY-N To Stub-Date
000356     If Checks-Issued = Zero
000357        Write Check-Record From Stub-Heading-1 After Zero
000358     Else
000359        Write Check-Record From Stub-Heading-1 After Page
000360     End-If
000361     Write Check-Record From Stub-Heading-2 After 2
000362     .
000363 Finish-Vendor.
000364     If Vendor-Bill-Count > Zero
000365        Perform Print-Check-Face
000366        Perform Write-Vendor-Payment
000367        Perform Print-Register-Line
000368        Add 1 To Checks-Issued
000369        Perform Set-Vendor-Check-Amount
000370        Add Vendor-Check-Total To Run-Total-Paid
000371        Move Zeros To Vendor-Bill-Count
000372     End-If
000373     .
000374 Draw-Vendor-Check.
000374* The Number Is Drawn At The First Bill So The Stub Carries It;
000374* The Amount Goes On The Register Once The Stub Is Totalled
000374     Set Chk-Issue To True
000374     Move "V" To Chk-Payee-Type
000374     Move AP-Vendor To Chk-Payee
000374     Move Zeros To Chk-Amount
000374     Call "Chapt23s" Using Check-Stock-Area
000374     If Chk-Ok
000374        Move Chk-Number To Current-Check-Number
000374     Else
000374        Move Spaces To Vendor-Payable-Flag
000374        Display "Vendor " AP-Vendor " Bills Held - " Chk-Message
000374     End-If
000374     .
000374 Set-Vendor-Check-Amount.
000374     Set Chk-Set-Amount To True
000374     Move Current-Check-Number To Chk-Number
000374     Move Vendor-Check-Total To Chk-Amount
000374     Call "Chapt23s" Using Check-Stock-Area
000374     If Not Chk-Ok
000374        Display "Check " Current-Check-Number " - " Chk-Message
000374     End-If
000374     .
000374 Open-Check-Stock.
000374* The Check Stock Account Defaults To The Operating Account
000374     Move Spaces To Check-Account-Env
000374     Accept Check-Account-Env From Environment "CHECK_ACCOUNT"
000374        On Exception
000374           Continue
000374     End-Accept
000374     Move Spaces To Check-Stock-Area
000374     Set Chk-Open-Run To True
000374     Move "OPERATNG" To Chk-Account
000374     If Check-Account-Env Not = Spaces
000374        Move Check-Account-Env To Chk-Account
000374     End-If
000374     Move Next-Check-Number To Chk-Number
000374     Move "CHAPT21R" To Chk-Program
000374     Call "Chapt23s" Using Check-Stock-Area
000374     If Not Chk-Ok
000374        Display "Check Stock: " Chk-Message
000374        Stop Run
000374     End-If
000374     Display "First Check Number " Chk-Number
000374     .
000374 Close-Check-Stock.
000374     Set Chk-Close-Run To True
000374     Call "Chapt23s" Using Check-Stock-Area
000374     Display "Check Register: " Chk-Message
000374     .
000374 Print-Check-Face.
000375     Move Current-Check-Number To Face-Check
000376     Move Today-MMDDYYYY-N To Face-Date
000377     Move Vendor-Name To Face-Payee
000378     Move Vendor-Check-Total To Face-Amount
000379     Write Check-Record From Check-Face-1 After 3
000380     Write Check-Record From Check-Face-2 After 2
000381     Move Vendor-Remit-Address-1 To Face-Address
000382     Write Check-Record From Check-Face-Address After 2
000383     If Vendor-Remit-Address-2 Not = Spaces
000384        Move Vendor-Remit-Address-2 To Face-Address
000385        Write Check-Record From Check-Face-Address After 1
000386     End-If
000387     Move Spaces To Face-Address
000388     String Vendor-City Delimited By "  "
000389            " "  Delimited By Size
000390            Vendor-State Delimited By "  "
000391            " "  Delimited By Size
000392            Vendor-Postal-Code Delimited By "  "
000393            Into Face-Address
000394     End-String
000395     Write Check-Record From Check-Face-Address After 1
000396     Display "Issued Check " Current-Check-Number
000397             " To Vendor " Vendor-Number
000398             " For " Vendor-Check-Total
000399     .
000400 Write-Vendor-Payment.
000401     Move Spaces To Vendor-Payment-Record
000402     Move Vendor-Number To Vend-Pay-Vendor
000403     Move Current-Check-Number To Vend-Pay-Check-Number
000404     Move Today-MMDDYYYY-N To Vend-Pay-Date
000405     Move Vendor-Check-Total To Vend-Pay-Amount
000406     Move "C" To Vend-Pay-Method
000407     Write Vendor-Payment-Record
000408     .
000409 Print-Register-Line.
000410     If Line-Count >= Max-Lines
000411        Perform Heading-Routine
000412     End-If
000413     Move Current-Check-Number To Detail-Check
000414     Move Vendor-Number To Detail-Vendor
000415     Move Vendor-Name To Detail-Name
000416     Move Vendor-Bill-Count To Detail-Bills
000417     Move Vendor-Check-Total To Detail-Amount
000418     Write Report-Record From Detail-Line After 1
000419     Add 1 To Line-Count
000420     .
000421 Print-Totals.
000422     Move Checks-Issued To Total-Checks
000423     Move Bills-Paid To Total-Bills
000424     Move Run-Total-Paid To Total-Amount
000425     Write Report-Record From Total-Line After 2
000426     If Bills-Held > Zero
000427        Move Bills-Held To Total-Held
000428        Write Report-Record From Held-Line After 1
000429     End-If
000430     .
000431 Heading-Routine.
000432     Add 1 To Page-Count
000433     Move Page-Count To Page-No
000434     If Page-Count = 1
000435        Write Report-Record From Heading-Line-1 After Zero
000436     Else
000437        Write Report-Record From Heading-Line-1 After Page
000438     End-If
000439     Write Report-Record From Heading-Line-2 After 1
000440     Write Report-Record From Heading-Line-3 After 2
000441     Move 5 To Line-Count
000442     .
000443 Fill-Initial-Headings.
000444     Move Corresponding Work-Date-X To Heading-Line-2
000445     Move Cutoff-Date To Heading-Cutoff
000446     .
000447 Load-Current-Operator.
000448     Open Input Current-Operator-File
000449     If Current-Operator-Status = "00"
000450        Read Current-Operator-File
000451             At End Continue
000452             Not At End
000453                Move Curr-Oper-Id To Current-Operator
000454        End-Read
000455        Close Current-Operator-File
000456     End-If
000457     .
