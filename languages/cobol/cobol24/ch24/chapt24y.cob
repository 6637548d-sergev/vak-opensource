000010 @OPTIONS MAIN,TEST
000020 Identification Division.
000030 Program-Id.  Chapt24y.
000031* Dealer Annual Earnings Summary
000032* One Statement Per Dealer For Their Own Tax Return: Gross
000033* Sales By Month, Commission Withheld, Rent And Fees Paid,
000034* Card-Fee And Repair Charges, Incident Settlements,
000035* Advances, And Net Payouts, With Sales Less Commission Tied
000036* Back To What Chapt20d Reported On The 1099.  Each Statement
000037* Is Queued For The Mail-Merge PC And The Totals Are Written
000038* To EarnSum.TXT For The Chapt24c Kiosk.  The Tax Year Comes
000039* From The Command Line And Defaults To Last Year; EarnSum.TXT
000040* Holds The Latest Run
000041 Environment Division.
000042 Configuration Section.
000043 Source-Computer.  IBM-PC.
000044 Object-Computer.  IBM-PC.
000045 Input-Output  Section.
000046 File-Control.
000047     Select Report-File Assign To "RPT24Y.SPL".
000048     Select Dealer-File Assign To "Dealer.Dat"
000049         Organization Indexed
000050         Access Dynamic
000051         Record Key Dealer-Number
000052         File Status Dealer-Status.
000053     Select Optional Sales-Archive-File Assign To "TransHist.TXT"
000054         Organization Is Line Sequential
000055         File Status  Is Sales-Archive-Status.
000056     Select Optional Rent-Ledger-File Assign To "RentLedg.TXT"
000057         Organization Is Line Sequential
000058         File Status  Is Rent-Ledger-Status.
000059     Select Optional Rent-Invoice-File Assign To "RentInv.Dat"
000060         Organization Indexed
000061         Access Dynamic
000062         Record Key Invoice-Number
000063         Alternate Record Key Invoice-Dealer
000064             With Duplicates
000065         File Status Rent-Invoice-Status.
000066     Select Optional Receivable-File Assign To "RecvLedg.Dat"
000067         Organization Indexed
000068         Access Dynamic
000069         Record Key Recv-Number
000070         Alternate Record Key Recv-Dealer
000071             With Duplicates
000072         File Status Receivable-Status.
000073     Select Optional Payment-History-File Assign To "PayHist.TXT"
000074         Organization Is Line Sequential
000075         File Status  Is Pay-History-Status.
000076     Select Optional Advance-File Assign To "AdvLedg.TXT"
000077         Organization Is Line Sequential
000078         File Status  Is Advance-Status.
000079     Select Optional Form-1099-File Assign To "Form1099.TXT"
000080         Organization Is Line Sequential
000081         File Status  Is Form-1099-Status.
000082     Select Optional Corr-Queue-File Assign To "CorrQue.TXT"
000083         Organization Is Line Sequential
000084         File Status  Is Corr-Queue-Status.
000085     Select Earn-Summary-File Assign To "EarnSum.TXT"
000086         Organization Is Line Sequential
000087         File Status  Is Earn-Summary-Status.
000088 Data Division.
000089 File Section.
000090 Fd  Report-File.
000091 01  Report-Record Pic X(80).
000092 Fd  Dealer-File.
000093 01  Dealer-Record.
000094     03  Dealer-Number         Pic X(8).
000095     03  Dealer-Name.
000096         05  Last-Name   Pic X(25).
000097         05  First-Name  Pic X(15).
000098         05  Middle-Name Pic X(10).
000099     03  Address-Line-1      Pic X(50).
000100     03  Address-Line-2      Pic X(50).
000101     03  City                Pic X(40).
000102     03  State-Or-Country    Pic X(20).
000103     03  Postal-Code         Pic X(15).
000104     03  Filler              Pic X(60).
000105     03  Filler              Pic X(24).
000106     03  Filler              Pic X(9).
000107     03  Filler              Pic X(17).
000108     03  Sold-To-Date        Pic S9(7)v99.
000109     03  Commission-To-Date  Pic S9(7)v99.
000110     03  Filler              Pic X(15).
000111     03  Filler              Pic X(36).
000112     03  Contact-Preference  Pic X.
000113     03  Filler              Pic X(63).
000114 Fd  Sales-Archive-File.
000115 01  Sales-Archive-Record.
000116     03  Arch-Date           Pic 9(8).
000117     03  Arch-Date-X Redefines Arch-Date.
000118         05  Arch-MM         Pic 99.
000119         05  Arch-DD         Pic 99.
000120         05  Arch-YYYY       Pic 9(4).
000121     03  Filler              Pic X.
000122     03  Arch-Store          Pic X(4).
000123     03  Filler              Pic X.
000124     03  Arch-Dealer         Pic X(8).
000125     03  Filler              Pic X.
000126     03  Arch-Category       Pic X(4).
000127     03  Filler              Pic X.
000128     03  Arch-Qty            Pic 9(3).
000129     03  Filler              Pic X.
000130     03  Arch-Amount         Pic S9(7)v99.
000131     03  Filler              Pic X.
000132     03  Arch-Commission     Pic S9(6)v99.
000133     03  Filler              Pic X.
000134     03  Arch-Item           Pic X(12).
000135     03  Filler              Pic X.
000136     03  Arch-Receipt        Pic 9(6).
000137     03  Filler              Pic X.
000138     03  Arch-Customer       Pic X(8).
000139     03  Filler              Pic X.
000140     03  Arch-Tender         Pic X.
000141     03  Filler              Pic X.
000142     03  Arch-Operator       Pic X(4).
000143     03  Filler              Pic X.
000144     03  Arch-Class          Pic X.
000145     03  Filler              Pic X.
000146     03  Arch-Card-Fee       Pic S9(5)v99.
000147     03  Filler              Pic X.
000148     03  Arch-Exempt-Cert    Pic X(12).
000149 Fd  Rent-Ledger-File.
000150 01  Rent-Ledger-Record.
000151     03  Ledger-Date         Pic 9(8).
000152     03  Filler              Pic X.
000153     03  Ledger-Dealer       Pic X(8).
000154     03  Filler              Pic X.
000155     03  Ledger-Type         Pic X.
000156         88  Ledger-Payment  Value "P".
000157     03  Filler              Pic X.
000158     03  Ledger-Amount       Pic S9(5)v99.
000159     03  Filler              Pic X.
000160     03  Ledger-Invoice      Pic 9(6).
000161     03  Filler              Pic X.
000162     03  Ledger-Tender       Pic X.
000163     03  Filler              Pic X.
000164     03  Ledger-Operator     Pic X(4).
000165     03  Filler              Pic X.
000166     03  Ledger-Check-Number Pic X(10).
000167 Fd  Rent-Invoice-File.
000168 01  Rent-Invoice-Record.
000169     03  Invoice-Number      Pic 9(6).
000170     03  Invoice-Dealer      Pic X(8).
000171     03  Invoice-Date        Pic 9(8).
000172     03  Invoice-Type        Pic X.
000173         88  Invoice-Late-Fee Value "L".
000174         88  Invoice-Nsf-Fee  Value "N".
000175     03  Invoice-Amount      Pic S9(5)v99.
000176     03  Invoice-Paid-Amount Pic S9(5)v99.
000177     03  Invoice-Status-Code Pic X.
000178     03  Filler              Pic X(10).
000179 Fd  Receivable-File.
000180 01  Receivable-Record.
000181     03  Recv-Number         Pic 9(8).
000182     03  Recv-Dealer         Pic X(8).
000183     03  Recv-Date           Pic 9(8).
000184     03  Recv-Item           Pic X(12).
000185     03  Recv-Amount         Pic 9(5)v99.
000186     03  Recv-Applied        Pic 9(5)v99.
000187     03  Recv-Status-Code    Pic X.
000188     03  Recv-Source         Pic X(4).
000189         88  Recv-Repair     Value "WORK".
000190         88  Recv-Charge-Back Value "CHBK" "RTRN".
000191     03  Filler              Pic X(10).
000192 Fd  Payment-History-File.
000193 01  Payment-History-Record.
000194     03  Hist-Dealer-Number     Pic X(8).
000195     03  Filler                 Pic X.
000196     03  Hist-Check-Number      Pic X(10).
000197     03  Filler                 Pic X.
000198     03  Hist-Payment-Date      Pic 9(8).
000199     03  Filler                 Pic X.
000200     03  Hist-Payment-Amount    Pic S9(6)v99.
000201     03  Filler                 Pic X.
000202     03  Hist-Cleared-Date      Pic X(8).
000203     03  Filler                 Pic X.
000204     03  Hist-Payment-Method    Pic X.
000205         88  Hist-Settlement    Value "J".
000206         88  Hist-Advance       Value "V".
000207     03  Filler                 Pic X.
000208     03  Hist-Backup-Withheld   Pic S9(6)v99.
000209 Fd  Advance-File.
000210 01  Advance-Record.
000211     03  Adv-Dealer          Pic X(8).
000212     03  Filler              Pic X.
000213     03  Adv-Date            Pic 9(8).
000214     03  Filler              Pic X.
000215     03  Adv-Type            Pic X.
000216         88  Advance-Out     Value "A".
000217         88  Advance-Back    Value "R".
000218     03  Filler              Pic X.
000219     03  Adv-Amount          Pic 9(6)v99.
000220     03  Filler              Pic X.
000221     03  Adv-Operator        Pic X(4).
000222 Fd  Form-1099-File.
000223 01  Form-1099-Record.
000224     03  Form-1099-Dealer-Number  Pic X(8).
000225     03  Filler                   Pic X(232).
000226     03  Form-1099-Taxable-Amount Pic S9(7)v99.
000227     03  Filler                   Pic X.
000228     03  Form-1099-Payee-Type     Pic X.
000229         88  Form-1099-Dealer     Value "D" Space.
000230     03  Filler                   Pic X.
000231     03  Form-1099-Fed-Withheld   Pic S9(7)v99.
000232 Fd  Corr-Queue-File.
000233 Copy "corrq.cpy".
000234 Fd  Earn-Summary-File.
000235 Copy "earnsum.cpy".
000236 Working-Storage Section.
000237 01  Dealer-Status           Pic XX Value Zeros.
000238     88  Dealer-Success  Value "00" Thru "09".
000239 01  Sales-Archive-Status    Pic XX Value Spaces.
000240 01  Rent-Ledger-Status      Pic XX Value Spaces.
000241 01  Rent-Invoice-Status     Pic XX Value Spaces.
000242     88  Rent-Invoice-Success Value "00" Thru "09".
000243 01  Receivable-Status       Pic XX Value Spaces.
000244     88  Receivable-Success  Value "00" Thru "09".
000245 01  Pay-History-Status      Pic XX Value Spaces.
000246 01  Advance-Status          Pic XX Value Spaces.
000247 01  Form-1099-Status        Pic XX Value Spaces.
000248 01  Corr-Queue-Status       Pic XX Value Spaces.
000249 01  Earn-Summary-Status     Pic XX Value Spaces.
000250 01  Scan-Done-Flag          Pic X Value Spaces.
000251     88  Scan-Done           Value "Y".
000252 01  Dealer-Found-Flag       Pic X Value Spaces.
000253     88  Dealer-Found        Value "Y".
000254 01  Find-Dealer             Pic X(8) Value Spaces.
000255 01  Tax-Year                Pic 9(4) Value Zeros.
000256 01  Month-Sub               Pic 99 Value Zeros.
000257 01  Statements-Written      Pic 9(5) Value Zeros.
000258 01  Gross-Sales-Total       Pic S9(7)v99 Value Zeros.
000259 01  Sales-Less-Commission   Pic S9(7)v99 Value Zeros.
000260 01  Reported-Difference     Pic S9(7)v99 Value Zeros.
000261 01  Charges-Total           Pic S9(7)v99 Value Zeros.
000262 01  Activity-Total          Pic S9(8)v99 Value Zeros.
000263* Every Dealer On File, In Dealer Number Order, With The Year's
000264* Totals Gathered From Each Ledger In One Pass Apiece
000265 01  Earn-Count              Pic 9(4) Value Zeros.
000266 01  Earn-Table-Area.
000267     03  Earn-Entry Occurs 0 To 2000 Times
000268             Depending On Earn-Count
000269             Ascending Key Tbl-Dealer
000270             Indexed By Earn-Index.
000271         05  Tbl-Dealer          Pic X(8).
000272         05  Tbl-Month-Sales     Pic S9(7)v99 Occurs 12 Times.
000273         05  Tbl-Commission      Pic S9(7)v99.
000274         05  Tbl-Card-Fees       Pic S9(7)v99.
000275         05  Tbl-Rent-Paid       Pic S9(7)v99.
000276         05  Tbl-Late-Fees       Pic S9(7)v99.
000277         05  Tbl-Nsf-Fees        Pic S9(7)v99.
000278         05  Tbl-Repairs         Pic S9(7)v99.
000279         05  Tbl-Charge-Backs    Pic S9(7)v99.
000280         05  Tbl-Settlements     Pic S9(7)v99.
000281         05  Tbl-Advances        Pic S9(7)v99.
000282         05  Tbl-Recovered       Pic S9(7)v99.
000283         05  Tbl-Withheld        Pic S9(7)v99.
000284         05  Tbl-Net-Payouts     Pic S9(7)v99.
000285         05  Tbl-Reported-1099   Pic S9(7)v99.
000286 01  Month-Name-Values.
000287     03  Filler      Pic X(9) Value "January".
000288     03  Filler      Pic X(9) Value "February".
000289     03  Filler      Pic X(9) Value "March".
000290     03  Filler      Pic X(9) Value "April".
000291     03  Filler      Pic X(9) Value "May".
000292     03  Filler      Pic X(9) Value "June".
000293     03  Filler      Pic X(9) Value "July".
000294     03  Filler      Pic X(9) Value "August".
000295     03  Filler      Pic X(9) Value "September".
000296     03  Filler      Pic X(9) Value "October".
000297     03  Filler      Pic X(9) Value "November".
000298     03  Filler      Pic X(9) Value "December".
000299 01  Month-Name-Table Redefines Month-Name-Values.
000300     03  Month-Name  Pic X(9) Occurs 12 Times.
000301 01  Heading-Line-1.
000302     03  Filler      Pic X(12) Value "Created by:".
000303     03  Filler      Pic X(8)  Value "CHAPT24Y".
000304     03  Filler      Pic X(6)  Value Spaces.
000305     03  Filler      Pic X(32) Value
000306         "Dealer Annual Earnings Summary".
000307     03  Filler      Pic X(5)  Value Spaces.
000308     03  Filler      Pic X(5)  Value "Page".
000309     03  Page-No     Pic Z(4)9 Value Zeros.
000310 01  Heading-Line-2.
000311     03  Filler      Pic X(12) Value "Created on:".
000312     03  Date-MM     Pic 99.
000313     03  Filler      Pic X     Value "/".
000314     03  Date-DD     Pic 99.
000315     03  Filler      Pic X     Value "/".
000316     03  Date-YY     Pic 99.
000317     03  Filler      Pic X(11) Value Spaces.
000318     03  Filler      Pic X(10) Value "Tax Year:".
000319     03  Heading-Tax-Year Pic 9(4).
000320 01  Statement-Dealer-Line.
000321     03  Filler              Pic X(10) Value "Dealer:".
000322     03  St-Dealer-Number    Pic X(8).
000323     03  Filler              Pic X     Value Spaces.
000324     03  St-Dealer-Name      Pic X(50).
000325 01  Statement-Address-Line.
000326     03  Filler              Pic X(19) Value Spaces.
000327     03  St-Address          Pic X(60).
000328 01  Section-Line.
000329     03  Filler              Pic X(2)  Value Spaces.
000330     03  Section-Title       Pic X(50) Value Spaces.
000331 01  Detail-Line.
000332     03  Filler              Pic X(4)  Value Spaces.
000333     03  Detail-Label        Pic X(32) Value Spaces.
000334     03  Detail-Amount       Pic $$,$$$,$$9.99-.
000335 01  Closing-Line            Pic X(70) Value
000336     "  Keep This Statement With Your Tax Records".
000337 01  Page-Count           Pic 9(4)        Value Zeros.
000338 01  Date-And-Time-Area.
000339     03  Work-Date            Pic 9(6).
000340     03  Work-Date-X          Redefines Work-Date.
000341         05  Date-YY          Pic 99.
000342         05  Date-MM          Pic 99.
000343         05  Date-DD          Pic 99.
000344 01  Today-MMDDYYYY.
000345     03  Today-MM             Pic 99.
000346     03  Today-DD             Pic 99.
000347     03  Today-YYYY           Pic 9(4).
000348 01  Today-MMDDYYYY-N Redefines Today-MMDDYYYY Pic 9(8).
000349 01  Spool-Catalog-Name    Pic X(8) Value "CHAPT24Y".
000350 01  Spool-Catalog-File    Pic X(12) Value "RPT24Y.SPL".
000351 Procedure Division.
000352 Declaratives.
000353 Dealer-File-Error Section.
000354     Use After Standard Error Procedure On Dealer-File
000355     .
000356 Dealer-Error-Paragraph.
000357     Display "Error on Dealer File " Dealer-Status
000358     .
000359 End Declaratives.
000360 Chapt24y-Start.
000361     Display "Begin Process Chapt24y"
000362     Accept Tax-Year From Command-Line
000363     Perform Fill-Initial-Headings
000364     If Tax-Year = Zeros
000365        Compute Tax-Year = Today-YYYY - 1
000366     End-If
000367     Move Tax-Year To Heading-Tax-Year
000368     Open Input Dealer-File
000369     If Dealer-Success
000370        Perform Load-Dealer-Table
000371        Perform Gather-Sales
000372        Perform Gather-Rent-Payments
000373        Perform Gather-Receivables
000374        Perform Gather-Payment-History
000375        Perform Gather-Advances
000376        Perform Gather-Reported-1099
000377        Open Output Report-File
000378                    Earn-Summary-File
000379        Open Extend Corr-Queue-File
000380        Perform Print-One-Dealer Varying Earn-Index From 1 By 1
000381                Until Earn-Index > Earn-Count
000382        Close Report-File
000383              Earn-Summary-File
000384              Corr-Queue-File
000385        Close Dealer-File
000386        Display "Earnings Summaries Written " Statements-Written
000387        Call "Chapt25d" Using Spool-Catalog-Name
000388             Spool-Catalog-File Page-Count
000389     End-If
000390     Stop Run
000391     .
000392 Load-Dealer-Table.
000393     Move Spaces To Scan-Done-Flag
000394     Perform Load-One-Dealer Until Scan-Done
000395     .
000396 Load-One-Dealer.
000397     Read Dealer-File Next Record
000398          At End Set Scan-Done To True
000399          Not At End
000400             If Earn-Count < 2000
000401                Add 1 To Earn-Count
000402                Initialize Earn-Entry (Earn-Count)
000403                Move Dealer-Number To Tbl-Dealer (Earn-Count)
000404             End-If
000405     End-Read
000406     .
000407 Find-Dealer-Entry.
000408     Move Spaces To Dealer-Found-Flag
000409     If Earn-Count > Zeros
000410        Search All Earn-Entry
000411             At End Continue
000412             When Tbl-Dealer (Earn-Index) = Find-Dealer
000413                Set Dealer-Found To True
000414        End-Search
000415     End-If
000416     .
000417 Gather-Sales.
000418* Posted Sales From The Transaction Archive; Voids Carry A
000419* Negative Amount And Net Themselves Out
000420     Move Spaces To Scan-Done-Flag
000421     Open Input Sales-Archive-File
000422     If Sales-Archive-Status Not = "00"
000423        Set Scan-Done To True
000424     End-If
000425     Perform Gather-One-Sale Until Scan-Done
000426     If Sales-Archive-Status = "00" Or Sales-Archive-Status = "10"
000427        Close Sales-Archive-File
000428     End-If
000429     .
000430 Gather-One-Sale.
000431     Read Sales-Archive-File
000432          At End Set Scan-Done To True
000433          Not At End
000434             If Arch-YYYY = Tax-Year And
000435                Arch-MM > Zeros And Arch-MM < 13
000436                Move Arch-Dealer To Find-Dealer
000437                Perform Find-Dealer-Entry
000438                If Dealer-Found
000439                   Move Arch-MM To Month-Sub
000440                   Add Arch-Amount To
000441                       Tbl-Month-Sales (Earn-Index Month-Sub)
000442                   Add Arch-Commission To
000443                       Tbl-Commission (Earn-Index)
000444                   Add Arch-Card-Fee To Tbl-Card-Fees (Earn-Index)
000445                End-If
000446             End-If
000447     End-Read
000448     .
000449 Gather-Rent-Payments.
000450* A Payment Against A Late Or NSF Fee Invoice Is A Fee Paid;
000451* Everything Else Paid On The Ledger Is Booth Rent.  NSF
000452* Reversals Post As Negative Payments
000453     Move Spaces To Scan-Done-Flag
000454     Open Input Rent-Invoice-File
000455     Open Input Rent-Ledger-File
000456     If Rent-Ledger-Status Not = "00"
000457        Set Scan-Done To True
000458     End-If
000459     Perform Gather-One-Ledger-Row Until Scan-Done
000460     If Rent-Ledger-Status = "00" Or Rent-Ledger-Status = "10"
000461        Close Rent-Ledger-File
000462     End-If
000463     If Rent-Invoice-Success
000464        Close Rent-Invoice-File
000465     End-If
000466     .
000467 Gather-One-Ledger-Row.
000468     Read Rent-Ledger-File
000469          At End Set Scan-Done To True
000470          Not At End
000471             If Ledger-Payment And Ledger-Date (5:4) = Tax-Year
000472                Move Ledger-Dealer To Find-Dealer
000473                Perform Find-Dealer-Entry
000474                If Dealer-Found
000475                   Perform Post-Rent-Payment
000476                End-If
000477             End-If
000478     End-Read
000479     .
000480 Post-Rent-Payment.
000481     Move Space To Invoice-Type
000482     If Rent-Invoice-Success And Ledger-Invoice > Zeros
000483        Move Ledger-Invoice To Invoice-Number
000484        Read Rent-Invoice-File
000485             Invalid Key Move Space To Invoice-Type
000486        End-Read
000487     End-If
000488     Evaluate True
000489        When Invoice-Late-Fee
000490             Add Ledger-Amount To Tbl-Late-Fees (Earn-Index)
000491        When Invoice-Nsf-Fee
000492             Add Ledger-Amount To Tbl-Nsf-Fees (Earn-Index)
000493        When Other
000494             Add Ledger-Amount To Tbl-Rent-Paid (Earn-Index)
000495     End-Evaluate
000496     .
000497 Gather-Receivables.
000498* Repair Work Billed By Chapt14s And The Card Charge-Backs And
000499* Returns Recovered From The Dealer, By The Date Charged
000500     Move Spaces To Scan-Done-Flag
000501     Open Input Receivable-File
000502     If Not Receivable-Success
000503        Set Scan-Done To True
000504     End-If
000505     Perform Gather-One-Receivable Until Scan-Done
000506     If Receivable-Success
000507        Close Receivable-File
000508     End-If
000509     .
000510 Gather-One-Receivable.
000511     Read Receivable-File Next Record
000512          At End Set Scan-Done To True
000513          Not At End
000514             If Recv-Date (5:4) = Tax-Year
000515                Move Recv-Dealer To Find-Dealer
000516                Perform Find-Dealer-Entry
000517                If Dealer-Found
000518                   Evaluate True
000519                      When Recv-Repair
000520                           Add Recv-Amount To
000521                               Tbl-Repairs (Earn-Index)
000522                      When Recv-Charge-Back
000523                           Add Recv-Amount To
000524                               Tbl-Charge-Backs (Earn-Index)
000525                      When Other
000526                           Continue
000527                   End-Evaluate
000528                End-If
000529             End-If
000530     End-Read
000531     .
000532 Gather-Payment-History.
000533* Checks, ACH, Store Credit And Rent-Applied Payouts Are The
000534* Net Payouts; Settlements And Advances Are Shown On Their Own
000535     Move Spaces To Scan-Done-Flag
000536     Open Input Payment-History-File
000537     If Pay-History-Status Not = "00"
000538        Set Scan-Done To True
000539     End-If
000540     Perform Gather-One-Payment Until Scan-Done
000541     If Pay-History-Status = "00" Or Pay-History-Status = "10"
000542        Close Payment-History-File
000543     End-If
000544     .
000545 Gather-One-Payment.
000546     Read Payment-History-File
000547          At End Set Scan-Done To True
000548          Not At End
000549             If Hist-Payment-Date (5:4) = Tax-Year
000550                Move Hist-Dealer-Number To Find-Dealer
000551                Perform Find-Dealer-Entry
000552                If Dealer-Found
000553                   Perform Post-One-Payment
000554                End-If
000555             End-If
000556     End-Read
000557     .
000558 Post-One-Payment.
000559     Evaluate True
000560        When Hist-Settlement
000561             Add Hist-Payment-Amount To
000562                 Tbl-Settlements (Earn-Index)
000563        When Hist-Advance
000564             Continue
000565        When Other
000566             Add Hist-Payment-Amount To
000567                 Tbl-Net-Payouts (Earn-Index)
000568     End-Evaluate
000568* Rows Written Before Backup Withholding Carry Spaces There
000568     If Hist-Backup-Withheld Numeric
000568        Add Hist-Backup-Withheld To Tbl-Withheld (Earn-Index)
000568     End-If
000570     .
000571 Gather-Advances.
000572     Move Spaces To Scan-Done-Flag
000573     Open Input Advance-File
000574     If Advance-Status Not = "00"
000575        Set Scan-Done To True
000576     End-If
000577     Perform Gather-One-Advance Until Scan-Done
000578     If Advance-Status = "00" Or Advance-Status = "10"
000579        Close Advance-File
000580     End-If
000581     .
000582 Gather-One-Advance.
000583     Read Advance-File
000584          At End Set Scan-Done To True
000585          Not At End
000586             If Adv-Date (5:4) = Tax-Year
000587                Move Adv-Dealer To Find-Dealer
000588                Perform Find-Dealer-Entry
000589                If Dealer-Found
000590                   Evaluate True
000591                      When Advance-Out
000592                           Add Adv-Amount To
000593                               Tbl-Advances (Earn-Index)
000594                      When Advance-Back
000595                           Add Adv-Amount To
000596                               Tbl-Recovered (Earn-Index)
000597                      When Other
000598                           Continue
000599                   End-Evaluate
000600                End-If
000601             End-If
000602     End-Read
000603     .
000604 Gather-Reported-1099.
000605* The Chapt20d Extract Run In January For The Same Year
000606     Move Spaces To Scan-Done-Flag
000607     Open Input Form-1099-File
000608     If Form-1099-Status Not = "00"
000609        Set Scan-Done To True
000610     End-If
000611     Perform Gather-One-1099 Until Scan-Done
000612     If Form-1099-Status = "00" Or Form-1099-Status = "10"
000613        Close Form-1099-File
000614     End-If
000615     .
000616 Gather-One-1099.
000617     Read Form-1099-File
000618          At End Set Scan-Done To True
000619          Not At End
000620             If Form-1099-Dealer
000621                Move Form-1099-Dealer-Number To Find-Dealer
000622                Perform Find-Dealer-Entry
000623                If Dealer-Found
000624                   Add Form-1099-Taxable-Amount To
000625                       Tbl-Reported-1099 (Earn-Index)
000626                End-If
000627             End-If
000628     End-Read
000629     .
000630 Print-One-Dealer.
000631     Perform Compute-Dealer-Totals
000632     If Activity-Total Not = Zeros
000633        Move Tbl-Dealer (Earn-Index) To Dealer-Number
000634        Read Dealer-File
000635             Invalid Key Continue
000636             Not Invalid Key
000637                Perform Print-Statement
000638                Perform Write-Earn-Summary
000639                Perform Queue-Statement
000640                Add 1 To Statements-Written
000641        End-Read
000642     End-If
000643     .
000644 Compute-Dealer-Totals.
000645     Move Zeros To Gross-Sales-Total
000646     Perform Add-Month-Sales Varying Month-Sub From 1 By 1
000647             Until Month-Sub > 12
000648     Compute Sales-Less-Commission =
000649             Gross-Sales-Total - Tbl-Commission (Earn-Index)
000650     Compute Reported-Difference =
000651             Sales-Less-Commission
000652           - Tbl-Reported-1099 (Earn-Index)
000653     Compute Charges-Total =
000654             Tbl-Card-Fees (Earn-Index)
000655           + Tbl-Rent-Paid (Earn-Index)
000656           + Tbl-Late-Fees (Earn-Index)
000657           + Tbl-Nsf-Fees (Earn-Index)
000658           + Tbl-Repairs (Earn-Index)
000659           + Tbl-Charge-Backs (Earn-Index)
000660     Compute Activity-Total =
000661             Gross-Sales-Total + Charges-Total
000662           + Tbl-Settlements (Earn-Index)
000663           + Tbl-Advances (Earn-Index)
000664           + Tbl-Recovered (Earn-Index)
000665           + Tbl-Net-Payouts (Earn-Index)
000666           + Tbl-Reported-1099 (Earn-Index)
000667     .
000668 Add-Month-Sales.
000669     Add Tbl-Month-Sales (Earn-Index Month-Sub) To
000670         Gross-Sales-Total
000671     .
000672 Print-Statement.
000673     Perform Heading-Routine
000674     Move Dealer-Number To St-Dealer-Number
000675     Perform Format-Name
000676     Write Report-Record From Statement-Dealer-Line After 2
000677     Move Address-Line-1 To St-Address
000678     Write Report-Record From Statement-Address-Line After 1
000679     If Address-Line-2 Not = Spaces
000680        Move Address-Line-2 To St-Address
000681        Write Report-Record From Statement-Address-Line After 1
000682     End-If
000683     Move Spaces To St-Address
000684     String City             Delimited By "  "
000685            " "              Delimited By Size
000686            State-Or-Country Delimited By "  "
000687            " "              Delimited By Size
000688            Postal-Code      Delimited By "  "
000689            Into St-Address
000690     End-String
000691     Write Report-Record From Statement-Address-Line After 1
000692     Move "Gross Sales By Month" To Section-Title
000693     Write Report-Record From Section-Line After 2
000694     Perform Print-Month-Line Varying Month-Sub From 1 By 1
000695             Until Month-Sub > 12
000696     Move "Total Gross Sales" To Detail-Label
000697     Move Gross-Sales-Total To Detail-Amount
000698     Write Report-Record From Detail-Line After 2
000699     Move "Less Commission Withheld" To Detail-Label
000700     Move Tbl-Commission (Earn-Index) To Detail-Amount
000701     Write Report-Record From Detail-Line After 1
000702     Move "Sales Less Commission" To Detail-Label
000703     Move Sales-Less-Commission To Detail-Amount
000704     Write Report-Record From Detail-Line After 1
000705     Move "Reported On Your 1099" To Detail-Label
000706     Move Tbl-Reported-1099 (Earn-Index) To Detail-Amount
000707     Write Report-Record From Detail-Line After 1
000708     Move "Difference" To Detail-Label
000709     Move Reported-Difference To Detail-Amount
000710     Write Report-Record From Detail-Line After 1
000711     Move "Charges Paid To The Store" To Section-Title
000712     Write Report-Record From Section-Line After 2
000713     Move "Card Processing Fees" To Detail-Label
000714     Move Tbl-Card-Fees (Earn-Index) To Detail-Amount
000715     Write Report-Record From Detail-Line After 1
000716     Move "Booth Rent Paid" To Detail-Label
000717     Move Tbl-Rent-Paid (Earn-Index) To Detail-Amount
000718     Write Report-Record From Detail-Line After 1
000719     Move "Late Fees Paid" To Detail-Label
000720     Move Tbl-Late-Fees (Earn-Index) To Detail-Amount
000721     Write Report-Record From Detail-Line After 1
000722     Move "NSF Fees Paid" To Detail-Label
000723     Move Tbl-Nsf-Fees (Earn-Index) To Detail-Amount
000724     Write Report-Record From Detail-Line After 1
000725     Move "Repair Charges" To Detail-Label
000726     Move Tbl-Repairs (Earn-Index) To Detail-Amount
000727     Write Report-Record From Detail-Line After 1
000728     Move "Charge-Backs And Returns" To Detail-Label
000729     Move Tbl-Charge-Backs (Earn-Index) To Detail-Amount
000730     Write Report-Record From Detail-Line After 1
000731     Move "Total Charges" To Detail-Label
000732     Move Charges-Total To Detail-Amount
000733     Write Report-Record From Detail-Line After 1
000734     Move "Other Amounts" To Section-Title
000735     Write Report-Record From Section-Line After 2
000736     Move "Incident Settlements Received" To Detail-Label
000737     Move Tbl-Settlements (Earn-Index) To Detail-Amount
000738     Write Report-Record From Detail-Line After 1
000739     Move "Advances Taken" To Detail-Label
000740     Move Tbl-Advances (Earn-Index) To Detail-Amount
000741     Write Report-Record From Detail-Line After 1
000742     Move "Advances Recovered" To Detail-Label
000743     Move Tbl-Recovered (Earn-Index) To Detail-Amount
000744     Write Report-Record From Detail-Line After 1
000745     Move "Backup Withholding" To Detail-Label
000746     Move Tbl-Withheld (Earn-Index) To Detail-Amount
000747     Write Report-Record From Detail-Line After 1
000748     Move "Net Payouts Received" To Detail-Label
000749     Move Tbl-Net-Payouts (Earn-Index) To Detail-Amount
000750     Write Report-Record From Detail-Line After 2
000751     Write Report-Record From Closing-Line After 2
000752     .
000753 Print-Month-Line.
000754     Move Month-Name (Month-Sub) To Detail-Label
000755     Move Tbl-Month-Sales (Earn-Index Month-Sub) To Detail-Amount
000756     Write Report-Record From Detail-Line After 1
000757     .
000758 Write-Earn-Summary.
000759     Move Spaces To Earn-Summary-Record
000760     Move Tax-Year To Earn-Tax-Year
000761     Move Dealer-Number To Earn-Dealer
000762     Move Gross-Sales-Total To Earn-Gross-Sales
000763     Move Tbl-Commission (Earn-Index) To Earn-Commission
000764     Move Tbl-Card-Fees (Earn-Index) To Earn-Card-Fees
000765     Move Tbl-Rent-Paid (Earn-Index) To Earn-Rent-Paid
000766     Move Tbl-Late-Fees (Earn-Index) To Earn-Late-Fees
000767     Move Tbl-Nsf-Fees (Earn-Index) To Earn-Nsf-Fees
000768     Move Tbl-Repairs (Earn-Index) To Earn-Repairs
000769     Move Tbl-Charge-Backs (Earn-Index) To Earn-Charge-Backs
000770     Move Tbl-Settlements (Earn-Index) To Earn-Settlements
000771     Move Tbl-Advances (Earn-Index) To Earn-Advances
000772     Move Tbl-Recovered (Earn-Index) To Earn-Recovered
000773     Move Tbl-Withheld (Earn-Index) To Earn-Withheld
000774     Move Tbl-Net-Payouts (Earn-Index) To Earn-Net-Payouts
000775     Move Tbl-Reported-1099 (Earn-Index) To Earn-Reported-1099
000776     Write Earn-Summary-Record
000777     .
000778 Queue-Statement.
000779     Move Spaces To Corr-Queue-Record
000780     Move Today-MMDDYYYY-N To Corr-Date
000781     Move "EARN" To Corr-Doc-Type
000782     Move Dealer-Number To Corr-Dealer
000783     Move Contact-Preference To Corr-Contact-Pref
000784     Set Corr-Queued To True
000785     Move Zeros To Corr-Status-Date
000786     Write Corr-Queue-Record
000787     .
000788 Format-Name.
000789     Move Spaces To St-Dealer-Name
000790     String First-Name  Delimited By Space
000791            " "         Delimited By Size
000792            Middle-Name Delimited By Space
000793            " "         Delimited By Size
000794            Last-Name   Delimited By Space
000795            Into St-Dealer-Name
000796     End-String
000797     .
000798 Heading-Routine.
000799     Add 1 To Page-Count
000800     Move Page-Count To Page-No
000801     If Page-Count = 1
000802        Write Report-Record From Heading-Line-1 After Zero
000803     Else
000804        Write Report-Record From Heading-Line-1 After Page
000805     End-If
000806     Write Report-Record From Heading-Line-2 After 1
000807     .
000808 Fill-Initial-Headings.
000809     Accept Work-Date From Date
000810     Move Corresponding Work-Date-X To Heading-Line-2
000811     Move Date-MM Of Work-Date-X To Today-MM
000812     Move Date-DD Of Work-Date-X To Today-DD
000813     Move 2000 To Today-YYYY
000814     Add Date-YY Of Work-Date-X To Today-YYYY
000815     .
