000010 @OPTIONS MAIN,TEST
000020 Identification Division.
000030 Program-Id.  Chapt24w.
000031* Backup Withholding Liability Report
000032* The Month's Chapt20c Backup Withholding From BkupWH.TXT,
000033* By Dealer With Their Year-To-Date Withheld, Totalled For
000034* The Federal Tax Deposit.  Parameter Is The Month, YYYYMM,
000035* Defaulting To The Current Month
000036 Environment Division.
000037 Configuration Section.
000038 Source-Computer.  IBM-PC.
000039 Object-Computer.  IBM-PC.
000040 Input-Output  Section.
000041 File-Control.
000042     Select Report-File Assign To "RPT24W.SPL".
000043     Select Optional Backup-Withholding-File Assign To
000044                     "BkupWH.TXT"
000045            Organization Is Line Sequential
000046            File Status  Is Backup-Withholding-Status.
000047     Select Optional Dealer-File Assign To "Dealer.Dat"
000048         Organization Indexed
000049         Access Random
000050         Record Key Dealer-Number
000051         Alternate Record Key Dealer-Name
000052         File Status Dealer-Status.
000053     Select Sort-File Assign To Sort-Work.
000054 Data Division.
000055 File Section.
000056 Fd  Report-File.
000057 01  Report-Record Pic X(100).
000058 Fd  Backup-Withholding-File.
000059 Copy "bkupwh.cpy".
000060 Fd  Dealer-File.
000061 01  Dealer-Record.
000062     03  Dealer-Number       Pic X(8).
000063     03  Dealer-Name.
000064         05  Last-Name   Pic X(25).
000065         05  First-Name  Pic X(15).
000066         05  Middle-Name Pic X(10).
000067     03  Filler              Pic X(418).
000068 Sd  Sort-File.
000069 01  Sort-Record.
000070     03  Sort-Dealer         Pic X(8).
000071     03  Sort-Date           Pic 9(8).
000072     03  Sort-Method         Pic X.
000073     03  Sort-Gross          Pic S9(6)v99.
000074     03  Sort-Rate           Pic 9(2)v99.
000075     03  Sort-Withheld       Pic S9(6)v99.
000076 Working-Storage Section.
000077 01  Backup-Withholding-Status Pic XX Value Spaces.
000078 01  Dealer-Status          Pic XX Value Spaces.
000079     88  Dealer-Success     Value "00" Thru "09".
000080 01  Withheld-Done-Flag     Pic X Value Spaces.
000081     88  Withheld-Done      Value "Y".
000082 01  Done-Flag              Pic X Value Spaces.
000083     88  All-Done           Value "Y".
000084 01  Run-Period-X           Pic X(6) Value Spaces.
000085 01  Run-Period             Redefines Run-Period-X.
000086     03  Run-YYYY           Pic 9(4).
000087     03  Run-MM             Pic 99.
000088 01  Run-Period-N           Redefines Run-Period-X Pic 9(6).
000089 01  Save-Dealer            Pic X(8) Value High-Values.
000090 01  Dealer-Month-Withheld  Pic S9(7)v99 Value Zeros.
000091 01  Dealer-Year-Withheld   Pic S9(7)v99 Value Zeros.
000092 01  Total-Gross            Pic S9(8)v99 Value Zeros.
000093 01  Total-Withheld         Pic S9(8)v99 Value Zeros.
000094 01  Payments-Listed        Pic 9(5) Value Zeros.
000095 01  Dealers-Listed         Pic 9(5) Value Zeros.
000096 01  Formatted-Name         Pic X(30) Value Spaces.
000097 01  Year-Count             Pic 9(3) Value Zeros.
000098 01  Year-Table-Area.
000099     03  Year-Entry Occurs 0 To 500 Times
000100             Depending On Year-Count
000101             Indexed By Year-Index.
000102         05  Year-Dealer     Pic X(8).
000103         05  Year-Withheld   Pic S9(7)v99.
000104 01  Date-And-Time-Area.
000105     03  Work-Date            Pic 9(6).
000106     03  Work-Date-X          Redefines Work-Date.
000107         05  Date-YY          Pic 99.
000108         05  Date-MM          Pic 99.
000109         05  Date-DD          Pic 99.
000110 01  Heading-Line-1.
000111     03  Filler      Pic X(12) Value "Created by:".
000112     03  Filler      Pic X(8)  Value "CHAPT24W".
000113     03  Filler      Pic X(10) Value Spaces.
000114     03  Filler      Pic X(31)
000115         Value "Backup Withholding Liability".
000116     03  Heading-Period Pic 9999/99.
000117     03  Filler      Pic X(7)  Value Spaces.
000118     03  Filler      Pic X(5)  Value "Page".
000119     03  Page-No     Pic Z(4)9 Value Zeros.
000120 01  Heading-Line-2.
000121     03  Filler      Pic X(12) Value "Created on:".
000122     03  Date-MM     Pic 99.
000123     03  Filler      Pic X     Value "/".
000124     03  Date-DD     Pic 99.
000125     03  Filler      Pic X     Value "/".
000126     03  Date-YY     Pic 99.
000127 01  Heading-Line-3.
000128     03  Filler      Pic X(9)  Value "Dealer".
000129     03  Filler      Pic X(26) Value "Name".
000130     03  Filler      Pic X(11) Value "Paid".
000131     03  Filler      Pic X(4)  Value "How".
000132     03  Filler      Pic X(12) Value "       Gross".
000133     03  Filler      Pic X(7)  Value "  Rate".
000134     03  Filler      Pic X(12) Value "    Withheld".
000135 01  Detail-Line.
000136     03  Detail-Dealer       Pic X(8).
000137     03  Filler              Pic X     Value Spaces.
000138     03  Detail-Name         Pic X(25).
000139     03  Filler              Pic X     Value Spaces.
000140     03  Detail-Date         Pic 99/99/9999.
000141     03  Filler              Pic X(2)  Value Spaces.
000142     03  Detail-Method       Pic X.
000143     03  Filler              Pic X(2)  Value Spaces.
000144     03  Detail-Gross        Pic ZZZ,ZZZ.99-.
000145     03  Filler              Pic X(2)  Value Spaces.
000146     03  Detail-Rate         Pic Z9.99.
000147     03  Filler              Pic X     Value Spaces.
000148     03  Detail-Withheld     Pic ZZZ,ZZZ.99-.
000149 01  Dealer-Total-Line.
000150     03  Filler              Pic X(9)  Value Spaces.
000151     03  Filler              Pic X(22) Value
000152         "Dealer Month Withheld".
000153     03  Dealer-Month-Out    Pic ZZ,ZZZ,ZZZ.99-.
000154     03  Filler              Pic X(16) Value "   Year To Date".
000155     03  Dealer-Year-Out     Pic ZZ,ZZZ,ZZZ.99-.
000156 01  Total-Line.
000157     03  Total-Label         Pic X(40).
000158     03  Total-Amount        Pic ZZ,ZZZ,ZZZ.99-.
000159 01  Count-Line.
000160     03  Count-Label         Pic X(40).
000161     03  Count-Out           Pic ZZ,ZZ9.
000162 01  Line-Count           Pic 99          Value 99.
000163 01  Page-Count           Pic 9(4)        Value Zeros.
000164 01  Max-Lines            Pic 99          Value 60.
000165 01  Spool-Catalog-Name    Pic X(8) Value "CHAPT24W".
000166 01  Spool-Catalog-File    Pic X(12) Value "RPT24W.SPL".
000167 Procedure Division.
000168 Chapt24w-Start.
000169     Display "Begin Backup Withholding Liability Chapt24w"
000170     Accept Run-Period-X From Command-Line
000171     Accept Work-Date From Date
000172     If Run-Period-X = Spaces Or Run-Period-X Not Numeric
000173        Move 2000 To Run-YYYY
000174        Add Date-YY Of Work-Date-X To Run-YYYY
000175        Move Date-MM Of Work-Date-X To Run-MM
000176     End-If
000177     If Run-MM < 1 Or Run-MM > 12
000178        Display "Run Period Must Be YYYYMM"
000179        Stop Run
000180     End-If
000181     Open Input Dealer-File
000182     Open Output Report-File
000183     Move Corresponding Work-Date-X To Heading-Line-2
000184     Move Run-Period-N To Heading-Period
000185     Perform Heading-Routine
000186     Sort Sort-File Ascending Key Sort-Dealer Sort-Date
000187          Input Procedure Select-Month-Withholding
000188          Output Procedure Print-Month-Withholding
000189     Perform Print-Totals
000190     If Dealer-Success
000191        Close Dealer-File
000192     End-If
000193     Close Report-File
000194     Call "Chapt25d" Using Spool-Catalog-Name
000195          Spool-Catalog-File Page-Count
000196     Display "Backup Withholding To Deposit " Total-Withheld
000197     Stop Run
000198     .
000199* The Month's Rows Go To The Sort; Every Row In The Year Up
000200* To The Month's End Counts Toward The Dealer's Year To Date
000201 Select-Month-Withholding.
000202     Open Input Backup-Withholding-File
000203     If Backup-Withholding-Status = "00"
000204        Perform Select-One-Withholding Until Withheld-Done
000205        Close Backup-Withholding-File
000206     End-If
000207     .
000208 Select-One-Withholding.
000209     Read Backup-Withholding-File
000210          At End Set Withheld-Done To True
000211          Not At End
000212             If BW-YYYY = Run-YYYY And BW-MM Not > Run-MM
000213                Perform Add-Year-Withholding
000214                If BW-MM = Run-MM
000215                   Perform Release-One-Withholding
000216                End-If
000217             End-If
000218     End-Read
000219     .
000220 Add-Year-Withholding.
000221     Set Year-Index To 1
000222     Search Year-Entry
000223          At End
000224             If Year-Count < 500
000225                Add 1 To Year-Count
000226                Move BW-Dealer To Year-Dealer (Year-Count)
000227                Move BW-Withheld-Amount To
000228                     Year-Withheld (Year-Count)
000229             End-If
000230          When Year-Dealer (Year-Index) = BW-Dealer
000231             Add BW-Withheld-Amount To Year-Withheld (Year-Index)
000232     End-Search
000233     .
000234 Release-One-Withholding.
000235     Move BW-Dealer To Sort-Dealer
000236     Move BW-Date To Sort-Date
000237     Move BW-Payment-Method To Sort-Method
000238     Move BW-Gross-Amount To Sort-Gross
000239     Move BW-Rate To Sort-Rate
000240     Move BW-Withheld-Amount To Sort-Withheld
000241     Release Sort-Record
000242     .
000243 Print-Month-Withholding.
000244     Perform Return-One-Withholding Until All-Done
000245     If Save-Dealer Not = High-Values
000246        Perform Print-Dealer-Total
000247     End-If
000248     .
000249 Return-One-Withholding.
000250     Return Sort-File
000251            At End Set All-Done To True
000252            Not At End
000253               Perform Print-One-Withholding
000254     End-Return
000255     .
000256 Print-One-Withholding.
000257     If Sort-Dealer Not = Save-Dealer
000258        If Save-Dealer Not = High-Values
000259           Perform Print-Dealer-Total
000260        End-If
000261        Move Sort-Dealer To Save-Dealer
000262        Move Zeros To Dealer-Month-Withheld
000263        Add 1 To Dealers-Listed
000264        Perform Format-Dealer-Name
000265     End-If
000266     If Line-Count >= Max-Lines
000267        Perform Heading-Routine
000268     End-If
000269     Move Sort-Dealer To Detail-Dealer
000270     Move Formatted-Name To Detail-Name
000271     Move Sort-Date To Detail-Date
000272     Move Sort-Method To Detail-Method
000273     Move Sort-Gross To Detail-Gross
000274     Move Sort-Rate To Detail-Rate
000275     Move Sort-Withheld To Detail-Withheld
000276     Write Report-Record From Detail-Line After 1
000277     Add 1 To Line-Count Payments-Listed
000278     Add Sort-Withheld To Dealer-Month-Withheld Total-Withheld
000279     Add Sort-Gross To Total-Gross
000280     .
000281 Print-Dealer-Total.
000282     Move Zeros To Dealer-Year-Withheld
000283     Set Year-Index To 1
000284     Search Year-Entry
000285          At End Continue
000286          When Year-Dealer (Year-Index) = Save-Dealer
000287             Move Year-Withheld (Year-Index) To
000288                  Dealer-Year-Withheld
000289     End-Search
000290     Move Dealer-Month-Withheld To Dealer-Month-Out
000291     Move Dealer-Year-Withheld To Dealer-Year-Out
000292     Write Report-Record From Dealer-Total-Line After 1
000293     Move Spaces To Report-Record
000294     Write Report-Record After 1
000295     Add 2 To Line-Count
000296     .
000297 Format-Dealer-Name.
000298     Move Spaces To Formatted-Name
000299     If Dealer-Success
000300        Move Sort-Dealer To Dealer-Number
000301        Read Dealer-File
000302             Invalid Key
000303                Move "** Not On File **" To Formatted-Name
000304             Not Invalid Key
000305                String First-Name Delimited By Space
000306                       " "        Delimited By Size
000307                       Last-Name  Delimited By Space
000308                       Into Formatted-Name
000309                End-String
000310        End-Read
000311     End-If
000312     .
000313 Print-Totals.
000314     If Line-Count >= Max-Lines - 5
000315        Perform Heading-Routine
000316     End-If
000317     Move "Payments With Backup Withholding" To Count-Label
000318     Move Payments-Listed To Count-Out
000319     Write Report-Record From Count-Line After 2
000320     Move "Dealers Withheld From" To Count-Label
000321     Move Dealers-Listed To Count-Out
000322     Write Report-Record From Count-Line After 1
000323     Move "Gross Payouts Subject To Withholding" To Total-Label
000324     Move Total-Gross To Total-Amount
000325     Write Report-Record From Total-Line After 1
000326     Move "Backup Withholding Due For Deposit" To Total-Label
000327     Move Total-Withheld To Total-Amount
000328     Write Report-Record From Total-Line After 2
000329     .
000330 Heading-Routine.
000331     Add 1 To Page-Count
000332     Move Page-Count To Page-No
000333     If Page-Count = 1
000334        Write Report-Record From Heading-Line-1 After Zero
000335     Else
000336        Write Report-Record From Heading-Line-1 After Page
000337     End-If
000338     Write Report-Record From Heading-Line-2 After 1
000339     Write Report-Record From Heading-Line-3 After 2
000340     Move 5 To Line-Count
000341     .
