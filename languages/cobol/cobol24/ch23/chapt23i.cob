000010 @OPTIONS MAIN,TEST
000020 Identification Division.
000030 Program-Id.  Chapt23i.
000031* Sales Tax Return Worksheet
000032* Accumulates A Filing Period's Sales From TransHist.TXT By
000033* Taxing Jurisdiction - Gross, Exempt (Resale Certificate)
000034* And Taxable Sales And The Tax Collected At The TaxRate.TXT
000035* Rate - And Prints Them Laid Out Like The State Return.
000036* Earlier Periods' Collected Less Remitted From The TaxRemit
000037* Ledger Carries Into The Amount Due, And The Period's
000038* Figures Are Posted To The Ledger For Chapt23j To Record
000039* The Filing.  Parameter Is YYYYMM For A Month Or YYYYQn For
000040* A Quarter, Defaulting To Last Month
000041 Environment Division.
000042 Configuration Section.
000043 Source-Computer.  IBM-PC.
000044 Object-Computer.  IBM-PC.
000045 Input-Output  Section.
000046 File-Control.
000047     Select Report-File Assign To "RPT23I.SPL".
000048     Select Optional Sales-Archive-File Assign To "TransHist.TXT"
000049         Organization Is Line Sequential
000050         File Status  Is Sales-Archive-Status.
000051     Select Optional Tax-Rate-File Assign To "TaxRate.TXT"
000052         Organization Is Line Sequential
000053         File Status  Is Tax-Rate-File-Status.
000054     Select Optional Dealer-File Assign To "Dealer.Dat"
000055         Organization Indexed
000056         Access Random
000057         Record Key Dealer-Number
000058         Alternate Record Key Dealer-Name
000059         File Status Dealer-Status.
000060     Select Optional Resale-Cert-File Assign To "ResaleCt.Dat"
000061         Organization Indexed
000062         Access Random
000063         Record Key Resale-Cert-Id
000064         File Status Resale-Cert-Status.
000065     Select Optional Tax-Remit-File Assign To "TaxRemit.Dat"
000066         Organization Indexed
000067         Access Dynamic
000068         Record Key Remit-Key
000069         File Status Tax-Remit-Status.
000070 Data Division.
000071 File Section.
000072 Fd  Report-File.
000073 01  Report-Record Pic X(100).
000074 Fd  Sales-Archive-File.
000075 01  Sales-Archive-Record.
000076     03  Arch-Date           Pic 9(8).
000077     03  Arch-Date-X Redefines Arch-Date.
000078         05  Arch-MM         Pic 99.
000079         05  Arch-DD         Pic 99.
000080         05  Arch-YYYY       Pic 9(4).
000081     03  Filler              Pic X.
000082     03  Arch-Store          Pic X(4).
000083     03  Filler              Pic X.
000084     03  Arch-Dealer         Pic X(8).
000085     03  Filler              Pic X.
000086     03  Arch-Category       Pic X(4).
000087     03  Filler              Pic X.
000088     03  Arch-Qty            Pic 9(3).
000089     03  Filler              Pic X.
000090     03  Arch-Amount         Pic S9(7)v99.
000091     03  Filler              Pic X.
000092     03  Arch-Commission     Pic S9(6)v99.
000093     03  Filler              Pic X.
000094     03  Arch-Item           Pic X(12).
000095     03  Filler              Pic X.
000096     03  Arch-Receipt        Pic 9(6).
000097     03  Filler              Pic X.
000098     03  Arch-Customer       Pic X(8).
000099     03  Filler              Pic X.
000100     03  Arch-Tender         Pic X.
000101     03  Filler              Pic X.
000102     03  Arch-Operator       Pic X(4).
000103     03  Filler              Pic X.
000104     03  Arch-Class          Pic X.
000105     03  Filler              Pic X.
000106     03  Arch-Card-Fee       Pic S9(5)v99.
000107     03  Filler              Pic X.
000108     03  Arch-Exempt-Cert    Pic X(12).
000109 Fd  Tax-Rate-File.
000110 01  Tax-Rate-Record.
000111     03  Tax-Rate-State      Pic X(20).
000112     03  Tax-Rate-Percent    Pic 9v999.
000113 Fd  Dealer-File.
000114 01  Dealer-Record.
000115     03  Dealer-Number       Pic X(8).
000116     03  Dealer-Name.
000117         05  Last-Name   Pic X(25).
000118         05  First-Name  Pic X(15).
000119         05  Middle-Name Pic X(10).
000120     03  Address-Line-1      Pic X(50).
000121     03  Address-Line-2      Pic X(50).
000122     03  City                Pic X(40).
000123     03  State-Or-Country    Pic X(20).
000124     03  Filler              Pic X(258).
000125 Fd  Resale-Cert-File.
000126 01  Resale-Cert-Record.
000127     03  Resale-Cert-Id      Pic X(12).
000128     03  Resale-Customer     Pic X(8).
000129     03  Resale-State        Pic X(20).
000130     03  Resale-Expiration   Pic 9(8).
000130     03  Filler              Pic X(10).
000131 Fd  Tax-Remit-File.
000132 Copy "taxremit.cpy".
000133 Working-Storage Section.
000134 01  Sales-Archive-Status   Pic XX Value Spaces.
000135 01  Tax-Rate-File-Status   Pic XX Value Spaces.
000136 01  Dealer-Status          Pic XX Value Spaces.
000137     88  Dealer-Success     Value "00" Thru "09".
000138 01  Resale-Cert-Status     Pic XX Value Spaces.
000139     88  Resale-Cert-Success Value "00" Thru "09".
000140 01  Tax-Remit-Status       Pic XX Value Spaces.
000141     88  Tax-Remit-Success  Value "00" Thru "09".
000142 01  Archive-Done-Flag      Pic X Value Spaces.
000143     88  Archive-Done       Value "Y".
000144 01  Tax-Rate-Done-Flag     Pic X Value Spaces.
000145     88  Tax-Rate-Done      Value "Y".
000146 01  Remit-Done-Flag        Pic X Value Spaces.
000147     88  Remit-Done         Value "Y".
000148 01  Run-Period-X           Pic X(6) Value Spaces.
000149 01  Run-Period             Redefines Run-Period-X.
000150     03  Run-YYYY           Pic 9(4).
000151     03  Run-MM             Pic 99.
000152     03  Run-Quarter-Area   Redefines Run-MM.
000153         05  Run-Quarter-Flag Pic X.
000154             88  Run-Quarterly Value "Q".
000155         05  Run-Quarter    Pic 9.
000156 01  Period-Start-Month     Pic 9(6) Value Zeros.
000157 01  Period-End-Month       Pic 9(6) Value Zeros.
000158 01  Arch-Month             Pic 9(6) Value Zeros.
000159 01  Store-State            Pic X(20) Value Spaces.
000160 01  Sale-State             Pic X(20) Value Spaces.
000161 01  Taxable-Sales          Pic S9(9)v99 Value Zeros.
000162 01  Tax-Collected          Pic S9(7)v99 Value Zeros.
000163 01  Amount-Due             Pic S9(7)v99 Value Zeros.
000164 01  Total-Gross            Pic S9(9)v99 Value Zeros.
000165 01  Total-Exempt           Pic S9(9)v99 Value Zeros.
000166 01  Total-Taxable          Pic S9(9)v99 Value Zeros.
000167 01  Total-Collected        Pic S9(8)v99 Value Zeros.
000168 01  Total-Prior            Pic S9(8)v99 Value Zeros.
000169 01  Total-Due              Pic S9(8)v99 Value Zeros.
000170 01  Sales-Read             Pic 9(7) Value Zeros.
000171 01  Jurisdictions-Filed    Pic 9(3) Value Zeros.
000172 01  Juris-Count            Pic 9(3) Value Zeros.
000173 01  Juris-Table-Area.
000174     03  Juris-Entry Occurs 0 To 60 Times
000175             Depending On Juris-Count
000176             Indexed By Juris-Index.
000177         05  Juris-State     Pic X(20).
000178         05  Juris-Rate      Pic 9v999.
000179         05  Juris-Gross     Pic S9(9)v99.
000180         05  Juris-Exempt    Pic S9(9)v99.
000181         05  Juris-Prior     Pic S9(7)v99.
000182 01  Cert-Count             Pic 9(3) Value Zeros.
000183 01  Cert-Table-Area.
000184     03  Cert-Entry Occurs 0 To 200 Times
000185             Depending On Cert-Count
000186             Indexed By Cert-Index.
000187         05  Cert-Id         Pic X(12).
000188         05  Cert-State      Pic X(20).
000189         05  Cert-Amount     Pic S9(9)v99.
000190 01  Date-And-Time-Area.
000191     03  Work-Date            Pic 9(6).
000192     03  Work-Date-X          Redefines Work-Date.
000193         05  Date-YY          Pic 99.
000194         05  Date-MM          Pic 99.
000195         05  Date-DD          Pic 99.
000196 01  Heading-Line-1.
000197     03  Filler      Pic X(12) Value "Created by:".
000198     03  Filler      Pic X(8)  Value "CHAPT23I".
000199     03  Filler      Pic X(10) Value Spaces.
000200     03  Filler      Pic X(31)
000201         Value "Sales Tax Return Worksheet".
000202     03  Heading-Period Pic X(6).
000203     03  Filler      Pic X(8)  Value Spaces.
000204     03  Filler      Pic X(5)  Value "Page".
000205     03  Page-No     Pic Z(4)9 Value Zeros.
000206 01  Heading-Line-2.
000207     03  Filler      Pic X(12) Value "Created on:".
000208     03  Date-MM     Pic 99.
000209     03  Filler      Pic X     Value "/".
000210     03  Date-DD     Pic 99.
000211     03  Filler      Pic X     Value "/".
000212     03  Date-YY     Pic 99.
000213     03  Filler      Pic X(15) Value Spaces.
000214     03  Filler      Pic X(13) Value "Months From".
000215     03  Heading-Start Pic 9999/99.
000216     03  Filler      Pic X(4)  Value " To".
000217     03  Heading-End Pic 9999/99.
000218 01  Jurisdiction-Line.
000219     03  Filler              Pic X(14) Value "Jurisdiction:".
000220     03  Juris-Line-State    Pic X(20).
000221 01  Return-Line.
000222     03  Filler              Pic X(2)  Value Spaces.
000223     03  Return-Line-No      Pic Z9.
000224     03  Filler              Pic X(2)  Value Spaces.
000225     03  Return-Line-Label   Pic X(40).
000226     03  Return-Line-Amount  Pic $$$$,$$$,$$9.99-.
000227 01  Return-Rate-Line.
000228     03  Filler              Pic X(2)  Value Spaces.
000229     03  Filler              Pic X(2)  Value " 4".
000230     03  Filler              Pic X(2)  Value Spaces.
000231     03  Filler              Pic X(40) Value "Tax Rate".
000232     03  Filler              Pic X(10) Value Spaces.
000233     03  Return-Rate         Pic 9.999.
000234 01  Filed-Line.
000235     03  Filler              Pic X(6)  Value Spaces.
000236     03  Filler              Pic X(10) Value "Filed".
000237     03  Filed-Date-Out      Pic 99/99/9999.
000238     03  Filler              Pic X(7)  Value "  Conf".
000239     03  Filed-Conf-Out      Pic X(20).
000240     03  Filed-Amount-Out    Pic $$$$,$$$,$$9.99-.
000241 01  Exempt-Heading-Line     Pic X(40)
000242     Value "Exempt Sales By Resale Certificate".
000243 01  Exempt-Column-Line.
000244     03  Filler              Pic X(14) Value "Certificate".
000245     03  Filler              Pic X(10) Value "Customer".
000246     03  Filler              Pic X(21) Value "Certificate State".
000247     03  Filler              Pic X(21) Value "Jurisdiction".
000248     03  Filler              Pic X(16) Value "          Amount".
000249 01  Exempt-Detail-Line.
000250     03  Exm-Detail-Cert     Pic X(12).
000251     03  Filler              Pic X(2)  Value Spaces.
000252     03  Exm-Detail-Customer Pic X(8).
000253     03  Filler              Pic X(2)  Value Spaces.
000254     03  Exm-Detail-Cert-State Pic X(20).
000255     03  Filler              Pic X     Value Spaces.
000256     03  Exm-Detail-State    Pic X(20).
000257     03  Filler              Pic X     Value Spaces.
000258     03  Exm-Detail-Amount   Pic $$$$,$$$,$$9.99-.
000259 01  Line-Count           Pic 99          Value 99.
000260 01  Page-Count           Pic 9(4)        Value Zeros.
000261 01  Max-Lines            Pic 99          Value 60.
000262 01  Spool-Catalog-Name    Pic X(8) Value "CHAPT23I".
000263 01  Spool-Catalog-File    Pic X(12) Value "RPT23I.SPL".
000264 Procedure Division.
000265 Chapt23i-Start.
000266     Display "Begin Sales Tax Return Worksheet Chapt23i"
000267     Accept Run-Period-X From Command-Line
000268     Accept Work-Date From Date
000269     Perform Set-Filing-Period
000270     Perform Load-Store-State
000271     Perform Load-Tax-Rate-Table
000272     Open Input Dealer-File
000273                Resale-Cert-File
000274     Open I-O Tax-Remit-File
000275     If Tax-Remit-Status = "35"
000276        Open Output Tax-Remit-File
000277        Close Tax-Remit-File
000278        Open I-O Tax-Remit-File
000279     End-If
000280     If Not Tax-Remit-Success
000281        Display "Unable To Open Remittance Ledger, Status "
000282                Tax-Remit-Status
000283        Stop Run
000284     End-If
000285     Perform Load-Prior-Balances
000286     Perform Accumulate-Period-Sales
000287     Open Output Report-File
000288     Move Corresponding Work-Date-X To Heading-Line-2
000289     Move Run-Period-X To Heading-Period
000290     Move Period-Start-Month To Heading-Start
000291     Move Period-End-Month To Heading-End
000292     Perform Heading-Routine
000293     Perform Print-One-Jurisdiction
000294             Varying Juris-Index From 1 By 1
000295             Until Juris-Index > Juris-Count
000296     Perform Print-Worksheet-Totals
000297     Perform Print-Exempt-Schedule
000298     Close Tax-Remit-File
000299           Report-File
000300     If Dealer-Success
000301        Close Dealer-File
000302     End-If
000303     If Resale-Cert-Success
000304        Close Resale-Cert-File
000305     End-If
000306     Call "Chapt25d" Using Spool-Catalog-Name
000307          Spool-Catalog-File Page-Count
000308     Display "Sales Read         " Sales-Read
000309     Display "Jurisdictions      " Jurisdictions-Filed
000310     Display "Total Amount Due   " Total-Due
000311     Stop Run
000312     .
000313* YYYYMM Is One Month, YYYYQn The Three Months Of Quarter n.
000314* No Parameter Means Last Month, The Usual Monthly Return
000315 Set-Filing-Period.
000316     If Run-Period-X = Spaces
000317        Move 2000 To Run-YYYY
000318        Add Date-YY Of Work-Date-X To Run-YYYY
000319        Move Date-MM Of Work-Date-X To Run-MM
000320        If Run-MM = 1
000321           Subtract 1 From Run-YYYY
000322           Move 12 To Run-MM
000323        Else
000324           Subtract 1 From Run-MM
000325        End-If
000326     End-If
000327     Evaluate True
000328        When Run-YYYY Not Numeric
000329           Perform Reject-Run-Period
000330        When Run-Quarterly
000331           If Run-Quarter Not Numeric Or
000332              Run-Quarter < 1 Or Run-Quarter > 4
000333              Perform Reject-Run-Period
000334           End-If
000335           Compute Period-Start-Month =
000336                   Run-YYYY * 100 + (Run-Quarter * 3) - 2
000337           Compute Period-End-Month =
000338                   Run-YYYY * 100 + (Run-Quarter * 3)
000339        When Run-MM Not Numeric Or Run-MM < 1 Or Run-MM > 12
000340           Perform Reject-Run-Period
000341        When Other
000342           Compute Period-Start-Month = Run-YYYY * 100 + Run-MM
000343           Move Period-Start-Month To Period-End-Month
000344     End-Evaluate
000345     .
000346 Reject-Run-Period.
000347     Display "Run Period Must Be YYYYMM Or YYYYQn"
000348     Stop Run
000349     .
000350* Store-Owned Sales Are Taxed Where The Store Is, The Same
000351* STORE_STATE Setting The Registers Use
000352 Load-Store-State.
000353     Move Spaces To Store-State
000354     Accept Store-State From Environment "STORE_STATE"
000355        On Exception
000356           Continue
000357     End-Accept
000358     If Store-State = Spaces
000359        Move "**UNKNOWN**" To Store-State
000360     End-If
000361     .
000362* Every Jurisdiction On TaxRate.TXT Is On The Worksheet In
000363* File Order; Others Found In The Sales Are Added At The End
000364 Load-Tax-Rate-Table.
000365     Open Input Tax-Rate-File
000366     If Tax-Rate-File-Status = "00"
000367        Perform Load-One-Tax-Rate Until Tax-Rate-Done
000368        Close Tax-Rate-File
000369     End-If
000370     .
000371 Load-One-Tax-Rate.
000372     Read Tax-Rate-File
000373          At End Set Tax-Rate-Done To True
000374          Not At End
000375             Move Tax-Rate-State To Sale-State
000376             Perform Find-Or-Add-Jurisdiction
000377             Move Tax-Rate-Percent To Juris-Rate (Juris-Index)
000378     End-Read
000379     .
000380 Find-Or-Add-Jurisdiction.
000381     Set Juris-Index To 1
000382     Search Juris-Entry
000383          At End
000384             If Juris-Count < 60
000385                Add 1 To Juris-Count
000386             End-If
000387             Set Juris-Index To Juris-Count
000388             Move Sale-State To Juris-State (Juris-Index)
000389             Move Zeros To Juris-Rate (Juris-Index)
000390                           Juris-Gross (Juris-Index)
000391                           Juris-Exempt (Juris-Index)
000392                           Juris-Prior (Juris-Index)
000393          When Juris-State (Juris-Index) = Sale-State
000394             Continue
000395     End-Search
000396     .
000397* Every Earlier Period's Tax Collected Less The Amount Filed
000398* Carries Forward, So An Under- Or Over-Payment Is Settled
000399* On The Next Return Instead Of Being Lost
000400 Load-Prior-Balances.
000401     Move Low-Values To Remit-Key
000402     Start Tax-Remit-File Key Not < Remit-Key
000403           Invalid Key Set Remit-Done To True
000404     End-Start
000405     Perform Load-One-Prior-Balance Until Remit-Done
000406     .
000407 Load-One-Prior-Balance.
000408     Read Tax-Remit-File Next
000409          At End Set Remit-Done To True
000410          Not At End
000411             If Remit-End-Month < Period-Start-Month
000412                Move Remit-State To Sale-State
000413                Perform Find-Or-Add-Jurisdiction
000414                Compute Juris-Prior (Juris-Index) =
000415                        Juris-Prior (Juris-Index) +
000416                        Remit-Collected - Remit-Filed-Amount
000417             End-If
000418     End-Read
000419     .
000420 Accumulate-Period-Sales.
000421     Open Input Sales-Archive-File
000422     If Sales-Archive-Status = "00"
000423        Perform Accumulate-One-Sale Until Archive-Done
000424        Close Sales-Archive-File
000425     End-If
000426     .
000427 Accumulate-One-Sale.
000428     Read Sales-Archive-File
000429          At End Set Archive-Done To True
000430          Not At End
000431             Compute Arch-Month = Arch-YYYY * 100 + Arch-MM
000432             If Arch-Month Not < Period-Start-Month And
000433                Arch-Month Not > Period-End-Month
000434                Perform Add-Sale-To-Jurisdiction
000435             End-If
000436     End-Read
000437     .
000438 Add-Sale-To-Jurisdiction.
000439     Add 1 To Sales-Read
000440     Perform Get-Sale-State
000441     Perform Find-Or-Add-Jurisdiction
000442     Add Arch-Amount To Juris-Gross (Juris-Index)
000443     If Arch-Exempt-Cert Not = Spaces
000444        Add Arch-Amount To Juris-Exempt (Juris-Index)
000445        Perform Add-Exempt-Certificate
000446     End-If
000447     .
000448* Dealer Sales Fall To The Dealer's State Or Country As On
000449* The Chapt20e Report; Store-Owned Stock To The Store's State
000450 Get-Sale-State.
000451     If Arch-Dealer = "*STORE*"
000452        Move Store-State To Sale-State
000453     Else
000454        Move "**UNKNOWN**" To Sale-State
000455        If Dealer-Success
000456           Move Arch-Dealer To Dealer-Number
000457           Read Dealer-File
000458                Invalid Key Continue
000459                Not Invalid Key
000460                   Move State-Or-Country To Sale-State
000461           End-Read
000462        End-If
000463     End-If
000464     .
000465 Add-Exempt-Certificate.
000466     Set Cert-Index To 1
000467     Search Cert-Entry
000468          At End
000469             If Cert-Count < 200
000470                Add 1 To Cert-Count
000471                Move Arch-Exempt-Cert To Cert-Id (Cert-Count)
000472                Move Sale-State To Cert-State (Cert-Count)
000473                Move Arch-Amount To Cert-Amount (Cert-Count)
000474             End-If
000475          When Cert-Id (Cert-Index) = Arch-Exempt-Cert And
000476               Cert-State (Cert-Index) = Sale-State
000477             Add Arch-Amount To Cert-Amount (Cert-Index)
000478     End-Search
000479     .
000480* A Jurisdiction With No Sales And Nothing Carried Is Left
000481* Off The Worksheet And The Ledger
000482 Print-One-Jurisdiction.
000483     If Juris-Gross (Juris-Index) Not = Zero Or
000484        Juris-Prior (Juris-Index) Not = Zero
000485        Perform Figure-Jurisdiction-Return
000486        Perform Post-Remittance-Ledger
000487        Perform Print-Jurisdiction-Return
000488     End-If
000489     .
000490 Figure-Jurisdiction-Return.
000491     Add 1 To Jurisdictions-Filed
000492     Compute Taxable-Sales = Juris-Gross (Juris-Index) -
000493             Juris-Exempt (Juris-Index)
000494     Compute Tax-Collected Rounded =
000495             Taxable-Sales * Juris-Rate (Juris-Index)
000496     Compute Amount-Due = Tax-Collected +
000497             Juris-Prior (Juris-Index)
000498     Add Juris-Gross (Juris-Index) To Total-Gross
000499     Add Juris-Exempt (Juris-Index) To Total-Exempt
000500     Add Taxable-Sales To Total-Taxable
000501     Add Tax-Collected To Total-Collected
000502     Add Juris-Prior (Juris-Index) To Total-Prior
000503     Add Amount-Due To Total-Due
000504     .
000505* A Rerun Refreshes The Period's Figures But Leaves Any
000506* Filing Already Recorded Against Them
000507 Post-Remittance-Ledger.
000508     Move Run-Period-X To Remit-Period
000509     Move Juris-State (Juris-Index) To Remit-State
000510     Read Tax-Remit-File
000511          Invalid Key
000512             Initialize Tax-Remit-Record
000513             Move Run-Period-X To Remit-Period
000514             Move Juris-State (Juris-Index) To Remit-State
000515             Set Remit-Worksheet To True
000516             Perform Move-Remittance-Figures
000517             Write Tax-Remit-Record
000518          Not Invalid Key
000519             Perform Move-Remittance-Figures
000520             Rewrite Tax-Remit-Record
000521     End-Read
000522     .
000523 Move-Remittance-Figures.
000524     Move Period-Start-Month To Remit-Start-Month
000525     Move Period-End-Month To Remit-End-Month
000526     Move Juris-Gross (Juris-Index) To Remit-Gross-Sales
000527     Move Juris-Exempt (Juris-Index) To Remit-Exempt-Sales
000528     Move Taxable-Sales To Remit-Taxable-Sales
000529     Move Juris-Rate (Juris-Index) To Remit-Tax-Rate
000530     Move Tax-Collected To Remit-Collected
000531     Move Juris-Prior (Juris-Index) To Remit-Prior-Balance
000532     Move Amount-Due To Remit-Amount-Due
000533     .
000534 Print-Jurisdiction-Return.
000535     If Line-Count > Max-Lines - 10
000536        Perform Heading-Routine
000537     End-If
000538     Move Juris-State (Juris-Index) To Juris-Line-State
000539     Write Report-Record From Jurisdiction-Line After 2
000540     Move 1 To Return-Line-No
000541     Move "Gross Sales" To Return-Line-Label
000542     Move Juris-Gross (Juris-Index) To Return-Line-Amount
000543     Write Report-Record From Return-Line After 1
000544     Move 2 To Return-Line-No
000545     Move "Less Exempt Sales For Resale" To Return-Line-Label
000546     Move Juris-Exempt (Juris-Index) To Return-Line-Amount
000547     Write Report-Record From Return-Line After 1
000548     Move 3 To Return-Line-No
000549     Move "Taxable Sales" To Return-Line-Label
000550     Move Taxable-Sales To Return-Line-Amount
000551     Write Report-Record From Return-Line After 1
000552     Move Juris-Rate (Juris-Index) To Return-Rate
000553     Write Report-Record From Return-Rate-Line After 1
000554     Move 5 To Return-Line-No
000555     Move "Tax Collected" To Return-Line-Label
000556     Move Tax-Collected To Return-Line-Amount
000557     Write Report-Record From Return-Line After 1
000558     Move 6 To Return-Line-No
000559     Move "Prior Periods Under (Over) Remitted" To
000560          Return-Line-Label
000561     Move Juris-Prior (Juris-Index) To Return-Line-Amount
000562     Write Report-Record From Return-Line After 1
000563     Move 7 To Return-Line-No
000564     Move "Amount Due With This Return" To Return-Line-Label
000565     Move Amount-Due To Return-Line-Amount
000566     Write Report-Record From Return-Line After 1
000567     Add 9 To Line-Count
000568     If Remit-Filed
000569        Move Remit-Paid-Date To Filed-Date-Out
000570        Move Remit-Confirmation To Filed-Conf-Out
000571        Move Remit-Filed-Amount To Filed-Amount-Out
000572        Write Report-Record From Filed-Line After 1
000573        Add 1 To Line-Count
000574     End-If
000575     .
000576 Print-Worksheet-Totals.
000577     If Line-Count > Max-Lines - 10
000578        Perform Heading-Routine
000579     End-If
000580     Move "*** All Jurisdictions" To Juris-Line-State
000581     Write Report-Record From Jurisdiction-Line After 2
000582     Move 1 To Return-Line-No
000583     Move "Gross Sales" To Return-Line-Label
000584     Move Total-Gross To Return-Line-Amount
000585     Write Report-Record From Return-Line After 1
000586     Move 2 To Return-Line-No
000587     Move "Less Exempt Sales For Resale" To Return-Line-Label
000588     Move Total-Exempt To Return-Line-Amount
000589     Write Report-Record From Return-Line After 1
000590     Move 3 To Return-Line-No
000591     Move "Taxable Sales" To Return-Line-Label
000592     Move Total-Taxable To Return-Line-Amount
000593     Write Report-Record From Return-Line After 1
000594     Move 5 To Return-Line-No
000595     Move "Tax Collected" To Return-Line-Label
000596     Move Total-Collected To Return-Line-Amount
000597     Write Report-Record From Return-Line After 1
000598     Move 6 To Return-Line-No
000599     Move "Prior Periods Under (Over) Remitted" To
000600          Return-Line-Label
000601     Move Total-Prior To Return-Line-Amount
000602     Write Report-Record From Return-Line After 1
000603     Move 7 To Return-Line-No
000604     Move "Amount Due" To Return-Line-Label
000605     Move Total-Due To Return-Line-Amount
000606     Write Report-Record From Return-Line After 1
000607     Add 8 To Line-Count
000608     .
000609* The Auditor's Schedule Of Exempt Sales, With The Customer
000610* And State Each Certificate Is Registered To On ResaleCt.Dat
000611 Print-Exempt-Schedule.
000612     If Line-Count > Max-Lines - 5
000613        Perform Heading-Routine
000614     End-If
000615     Write Report-Record From Exempt-Heading-Line After 3
000616     Write Report-Record From Exempt-Column-Line After 2
000617     Add 5 To Line-Count
000618     Perform Print-One-Certificate Varying Cert-Index From 1 By 1
000619             Until Cert-Index > Cert-Count
000620     Move "*** Exempt Total" To Exm-Detail-Cert
000621     Move Spaces To Exm-Detail-Customer Exm-Detail-Cert-State
000622                    Exm-Detail-State
000623     Move Total-Exempt To Exm-Detail-Amount
000624     Write Report-Record From Exempt-Detail-Line After 2
000625     .
000626 Print-One-Certificate.
000627     If Line-Count >= Max-Lines
000628        Perform Heading-Routine
000629     End-If
000630     Move Cert-Id (Cert-Index) To Exm-Detail-Cert
000631     Move "** Not On File **" To Exm-Detail-Cert-State
000632     Move Spaces To Exm-Detail-Customer
000633     If Resale-Cert-Success
000634        Move Cert-Id (Cert-Index) To Resale-Cert-Id
000635        Read Resale-Cert-File
000636             Invalid Key Continue
000637             Not Invalid Key
000638                Move Resale-Customer To Exm-Detail-Customer
000639                Move Resale-State To Exm-Detail-Cert-State
000640        End-Read
000641     End-If
000642     Move Cert-State (Cert-Index) To Exm-Detail-State
000643     Move Cert-Amount (Cert-Index) To Exm-Detail-Amount
000644     Write Report-Record From Exempt-Detail-Line After 1
000645     Add 1 To Line-Count
000646     .
000647 Heading-Routine.
000648     Add 1 To Page-Count
000649     Move Page-Count To Page-No
000650     If Page-Count = 1
000651        Write Report-Record From Heading-Line-1 After Zero
000652     Else
000653        Write Report-Record From Heading-Line-1 After Page
000654     End-If
000655     Write Report-Record From Heading-Line-2 After 1
000656     Move 3 To Line-Count
000657     .
