000010 @OPTIONS MAIN,TEST
000020 Identification Division.
000030 Program-Id.  Chapt21w.
000031* Card Fee Recovery Report
000032* For The Month (YYYYMM Parameter, Default The Current
000033* Month) Lists Each Dealer's Card-Tendered Sales And The
000034* Card Fee Chapt18d Passed Back To Them, Then Sets The Total
000035* Recovered Against What The Processor Actually Charged On
000036* The Acknowledged Receipts Chapt20i Logged To ProcFee.TXT.
000037* The Difference Is The Card Cost The Store Still Absorbs
000038 Environment Division.
000039 Configuration Section.
000040 Source-Computer.  IBM-PC.
000041 Object-Computer.  IBM-PC.
000042 Input-Output  Section.
000043 File-Control.
000044     Select Report-File Assign To "RPT21W.SPL".
000045     Select Optional Sales-Archive-File Assign To "TransHist.TXT"
000046         Organization Is Line Sequential
000047         File Status  Is Sales-Archive-Status.
000048     Select Optional Proc-Fee-File Assign To "ProcFee.TXT"
000049         Organization Is Line Sequential
000050         File Status  Is Proc-Fee-Status.
000051     Select Sort-File Assign To Sort-Work.
000052 Data Division.
000053 File Section.
000054 Fd  Report-File.
000055 01  Report-Record Pic X(80).
000056 Fd  Sales-Archive-File.
000057 01  Sales-Archive-Record.
000058     03  Arch-Date           Pic 9(8).
000059     03  Arch-Date-X Redefines Arch-Date.
000060         05  Arch-MM         Pic 99.
000061         05  Arch-DD         Pic 99.
000062         05  Arch-YYYY       Pic 9(4).
000063     03  Filler              Pic X.
000064     03  Arch-Store          Pic X(4).
000065     03  Filler              Pic X.
000066     03  Arch-Dealer         Pic X(8).
000067     03  Filler              Pic X.
000068     03  Arch-Category       Pic X(4).
000069     03  Filler              Pic X.
000070     03  Arch-Qty            Pic 9(3).
000071     03  Filler              Pic X.
000072     03  Arch-Amount         Pic S9(7)v99.
000073     03  Filler              Pic X.
000074     03  Arch-Commission     Pic S9(6)v99.
000075     03  Filler              Pic X.
000076     03  Arch-Item           Pic X(12).
000077     03  Filler              Pic X.
000078     03  Arch-Receipt        Pic 9(6).
000079     03  Filler              Pic X.
000080     03  Arch-Customer       Pic X(8).
000081     03  Filler              Pic X.
000082     03  Arch-Tender         Pic X.
000083         88  Arch-Tender-Card Value "D".
000084     03  Filler              Pic X.
000085     03  Arch-Operator       Pic X(4).
000086     03  Filler              Pic X.
000087     03  Arch-Class          Pic X.
000088     03  Filler              Pic X.
000089     03  Arch-Card-Fee       Pic S9(5)v99.
000090 Fd  Proc-Fee-File.
000091 01  Proc-Fee-Record.
000092     03  Proc-Fee-Date       Pic 9(8).
000093     03  Proc-Fee-Date-X Redefines Proc-Fee-Date.
000094         05  Proc-Fee-MM     Pic 99.
000095         05  Proc-Fee-DD     Pic 99.
000096         05  Proc-Fee-YYYY   Pic 9(4).
000097     03  Filler              Pic X.
000098     03  Proc-Fee-Receipt    Pic 9(6).
000099     03  Filler              Pic X.
000100     03  Proc-Fee-Sale-Amt   Pic S9(7)v99.
000101     03  Filler              Pic X.
000102     03  Proc-Fee-Amount     Pic S9(5)v99.
000103 Sd  Sort-File.
000104 01  Sort-Record.
000105     03  Sort-Dealer         Pic X(8).
000106     03  Sort-Amount         Pic S9(7)v99.
000107     03  Sort-Card-Fee       Pic S9(5)v99.
000108 Working-Storage Section.
000109 01  Sales-Archive-Status   Pic XX Value Spaces.
000110 01  Proc-Fee-Status        Pic XX Value Spaces.
000111 01  Archive-Done-Flag      Pic X Value Spaces.
000112     88  Archive-Done       Value "Y".
000113 01  Proc-Fee-Done-Flag     Pic X Value Spaces.
000114     88  Proc-Fee-Done      Value "Y".
000115 01  Done-Flag              Pic X Value Spaces.
000116     88  All-Done           Value "Y".
000117 01  Run-Period-X           Pic X(6) Value Spaces.
000118 01  Run-Period             Redefines Run-Period-X.
000119     03  Run-YYYY           Pic 9(4).
000120     03  Run-MM             Pic 99.
000121 01  Run-Period-N           Redefines Run-Period-X Pic 9(6).
000122 01  Save-Dealer            Pic X(8) Value High-Values.
000123 01  Dealer-Card-Sales      Pic S9(8)v99 Value Zeros.
000124 01  Dealer-Fee-Recovered   Pic S9(7)v99 Value Zeros.
000125 01  Dealer-Lines           Pic 9(5) Value Zeros.
000126 01  Dealers-Charged        Pic 9(5) Value Zeros.
000127 01  Total-Dealer-Sales     Pic S9(9)v99 Value Zeros.
000128 01  Total-Recovered        Pic S9(8)v99 Value Zeros.
000129 01  Store-Card-Sales       Pic S9(9)v99 Value Zeros.
000130 01  Processor-Receipts     Pic 9(6) Value Zeros.
000131 01  Processor-Volume       Pic S9(9)v99 Value Zeros.
000132 01  Processor-Fees         Pic S9(8)v99 Value Zeros.
000133 01  Fees-Absorbed          Pic S9(8)v99 Value Zeros.
000134 01  Recovery-Percent       Pic S9(5)v9 Value Zeros.
000135 01  Date-And-Time-Area.
000136     03  Work-Date            Pic 9(6).
000137     03  Work-Date-X          Redefines Work-Date.
000138         05  Date-YY          Pic 99.
000139         05  Date-MM          Pic 99.
000140         05  Date-DD          Pic 99.
000141 01  Heading-Line-1.
000142     03  Filler      Pic X(12) Value "Created by:".
000143     03  Filler      Pic X(8)  Value "CHAPT21W".
000144     03  Filler      Pic X(10) Value Spaces.
000145     03  Filler      Pic X(26)
000146         Value "Card Fee Recovery Report".
000147     03  Heading-Period Pic 9999/99.
000148     03  Filler      Pic X(7)  Value Spaces.
000149     03  Filler      Pic X(5)  Value "Page".
000150     03  Page-No     Pic Z(4)9 Value Zeros.
000151 01  Heading-Line-2.
000152     03  Filler      Pic X(12) Value "Created on:".
000153     03  Date-MM     Pic 99.
000154     03  Filler      Pic X     Value "/".
000155     03  Date-DD     Pic 99.
000156     03  Filler      Pic X     Value "/".
000157     03  Date-YY     Pic 99.
000158 01  Heading-Line-3.
000159     03  Filler      Pic X(12) Value "Dealer".
000160     03  Filler      Pic X(10) Value "     Lines".
000161     03  Filler      Pic X(18) Value "        Card Sales".
000162     03  Filler      Pic X(18) Value "     Fee Recovered".
000163 01  Detail-Line.
000164     03  Detail-Dealer       Pic X(8).
000165     03  Filler              Pic X(6)  Value Spaces.
000166     03  Detail-Lines        Pic ZZ,ZZ9.
000167     03  Filler              Pic X(3)  Value Spaces.
000168     03  Detail-Sales        Pic ZZ,ZZZ,ZZ9.99-.
000169     03  Filler              Pic X(5)  Value Spaces.
000170     03  Detail-Recovered    Pic Z,ZZZ,ZZ9.99-.
000171 01  Summary-Line.
000172     03  Summary-Label       Pic X(40).
000173     03  Summary-Amount      Pic ZZZ,ZZZ,ZZ9.99-.
000174 01  Summary-Count-Line.
000175     03  Summary-Count-Label Pic X(40).
000176     03  Summary-Count       Pic Z(10)9.
000177 01  Percent-Line.
000178     03  Filler              Pic X(40)
000179         Value "Share Of Processor Fees Recovered".
000180     03  Percent-Out         Pic Z(9)9.9-.
000181     03  Filler              Pic X     Value "%".
000182 01  Line-Count           Pic 99          Value 99.
000183 01  Page-Count           Pic 9(4)        Value Zeros.
000184 01  Max-Lines            Pic 99          Value 60.
000185 01  Spool-Catalog-Name    Pic X(8) Value "CHAPT21W".
000186 01  Spool-Catalog-File    Pic X(12) Value "RPT21W.SPL".
000187 Procedure Division.
000188 Chapt21w-Start.
000189     Display "Begin Card Fee Recovery Report Chapt21w"
000190     Accept Run-Period-X From Command-Line
000191     Accept Work-Date From Date
000192     If Run-Period-X = Spaces Or Run-Period-X Not Numeric
000193        Move 2000 To Run-YYYY
000194        Add Date-YY Of Work-Date-X To Run-YYYY
000195        Move Date-MM Of Work-Date-X To Run-MM
000196     End-If
000197     If Run-MM < 1 Or Run-MM > 12
000198        Display "Run Period Must Be YYYYMM"
000199        Stop Run
000200     End-If
000201     Open Output Report-File
000202     Move Corresponding Work-Date-X To Heading-Line-2
000203     Move Run-Period-N To Heading-Period
000204     Perform Heading-Routine
000205     Sort Sort-File Ascending Key Sort-Dealer
000206          Input Procedure Sort-Card-Sales-In
000207          Output Procedure Print-Dealer-Recovery
000208     Perform Sum-Processor-Fees
000209     Perform Print-Comparison
000210     Close Report-File
000211     Call "Chapt25d" Using Spool-Catalog-Name
000212          Spool-Catalog-File Page-Count
000213     Display "Fees Recovered     " Total-Recovered
000214     Display "Processor Fees     " Processor-Fees
000215     Stop Run
000216     .
000217 Sort-Card-Sales-In.
000218     Open Input Sales-Archive-File
000219     If Sales-Archive-Status Not = "00"
000220        Set Archive-Done To True
000221     End-If
000222     Perform Release-One-Card-Sale Until Archive-Done
000223     If Sales-Archive-Status = "00" Or
000224        Sales-Archive-Status = "10"
000225        Close Sales-Archive-File
000226     End-If
000227     .
000228 Release-One-Card-Sale.
000229     Read Sales-Archive-File
000230          At End Set Archive-Done To True
000231          Not At End
000232             If Arch-YYYY = Run-YYYY And Arch-MM = Run-MM
000233                And Arch-Tender-Card
000234                Perform Release-Card-Sale
000235             End-If
000236     End-Read
000237     .
000238 Release-Card-Sale.
000239* Store-Owned Sales Take A Processor Fee Too, But There Is
000240* No Dealer To Pass It Back To
000241     If Arch-Dealer = "*STORE*"
000242        Add Arch-Amount To Store-Card-Sales
000243     Else
000244        Move Arch-Dealer To Sort-Dealer
000245        Move Arch-Amount To Sort-Amount
000246* Rows Archived Before The Pass-Back Began Carry No Fee
000247        If Arch-Card-Fee Numeric
000248           Move Arch-Card-Fee To Sort-Card-Fee
000249        Else
000250           Move Zeros To Sort-Card-Fee
000251        End-If
000252        Release Sort-Record
000253     End-If
000254     .
000255 Print-Dealer-Recovery.
000256     Write Report-Record From Heading-Line-3 After 2
000257     Add 2 To Line-Count
000258     Perform Return-One-Card-Sale Until All-Done
000259     If Save-Dealer Not = High-Values
000260        Perform Print-Dealer-Line
000261     End-If
000262     .
000263 Return-One-Card-Sale.
000264     Return Sort-File
000265            At End Set All-Done To True
000266            Not At End
000267               Perform Accumulate-Card-Sale
000268     End-Return
000269     .
000270 Accumulate-Card-Sale.
000271     If Sort-Dealer Not = Save-Dealer
000272        If Save-Dealer Not = High-Values
000273           Perform Print-Dealer-Line
000274        End-If
000275        Move Sort-Dealer To Save-Dealer
000276        Move Zeros To Dealer-Card-Sales Dealer-Fee-Recovered
000277                      Dealer-Lines
000278     End-If
000279     Add 1 To Dealer-Lines
000280     Add Sort-Amount To Dealer-Card-Sales
000281     Add Sort-Card-Fee To Dealer-Fee-Recovered
000282     .
000283 Print-Dealer-Line.
000284     If Line-Count >= Max-Lines
000285        Perform Heading-Routine
000286        Write Report-Record From Heading-Line-3 After 2
000287        Add 2 To Line-Count
000288     End-If
000289     Move Save-Dealer To Detail-Dealer
000290     Move Dealer-Lines To Detail-Lines
000291     Move Dealer-Card-Sales To Detail-Sales
000292     Move Dealer-Fee-Recovered To Detail-Recovered
000293     Write Report-Record From Detail-Line After 1
000294     Add 1 To Line-Count
000295     Add 1 To Dealers-Charged
000296     Add Dealer-Card-Sales To Total-Dealer-Sales
000297     Add Dealer-Fee-Recovered To Total-Recovered
000298     .
000299 Sum-Processor-Fees.
000300     Open Input Proc-Fee-File
000301     If Proc-Fee-Status Not = "00"
000302        Set Proc-Fee-Done To True
000303     End-If
000304     Perform Sum-One-Processor-Fee Until Proc-Fee-Done
000305     If Proc-Fee-Status = "00" Or Proc-Fee-Status = "10"
000306        Close Proc-Fee-File
000307     End-If
000308     .
000309 Sum-One-Processor-Fee.
000310     Read Proc-Fee-File
000311          At End Set Proc-Fee-Done To True
000312          Not At End
000313             If Proc-Fee-YYYY = Run-YYYY And
000314                Proc-Fee-MM = Run-MM
000315                Add 1 To Processor-Receipts
000316                Add Proc-Fee-Sale-Amt To Processor-Volume
000317                Add Proc-Fee-Amount To Processor-Fees
000318             End-If
000319     End-Read
000320     .
000321 Print-Comparison.
000322     If Line-Count >= Max-Lines - 12
000323        Perform Heading-Routine
000324     End-If
000325     Move "Dealers Charged A Card Fee" To Summary-Count-Label
000326     Move Dealers-Charged To Summary-Count
000327     Write Report-Record From Summary-Count-Line After 2
000328     Move "Dealer Card Sales" To Summary-Label
000329     Move Total-Dealer-Sales To Summary-Amount
000330     Write Report-Record From Summary-Line After 1
000331     Move "Store-Owned Card Sales" To Summary-Label
000332     Move Store-Card-Sales To Summary-Amount
000333     Write Report-Record From Summary-Line After 1
000334     Move "Receipts Acknowledged By Processor"
000335          To Summary-Count-Label
000336     Move Processor-Receipts To Summary-Count
000337     Write Report-Record From Summary-Count-Line After 2
000338     Move "Volume Acknowledged By Processor" To Summary-Label
000339     Move Processor-Volume To Summary-Amount
000340     Write Report-Record From Summary-Line After 1
000341     Move "Processor Fees Charged" To Summary-Label
000342     Move Processor-Fees To Summary-Amount
000343     Write Report-Record From Summary-Line After 1
000344     Move "Card Fees Recovered From Dealers" To Summary-Label
000345     Move Total-Recovered To Summary-Amount
000346     Write Report-Record From Summary-Line After 1
000347     Compute Fees-Absorbed = Processor-Fees - Total-Recovered
000348     Move "Card Fees Absorbed By The Store" To Summary-Label
000349     Move Fees-Absorbed To Summary-Amount
000350     Write Report-Record From Summary-Line After 1
000351     If Processor-Fees Not = Zero
000352        Compute Recovery-Percent Rounded =
000353                Total-Recovered * 100 / Processor-Fees
000354        Move Recovery-Percent To Percent-Out
000355        Write Report-Record From Percent-Line After 1
000356     End-If
000357     .
000358 Heading-Routine.
000359     Add 1 To Page-Count
000360     Move Page-Count To Page-No
000361     If Page-Count = 1
000362        Write Report-Record From Heading-Line-1 After Zero
000363     Else
000364        Write Report-Record From Heading-Line-1 After Page
000365     End-If
000366     Write Report-Record From Heading-Line-2 After 1
000367     Move 3 To Line-Count
000368     .
