000010 @OPTIONS MAIN,TEST
000020 Identification Division.
000030 Program-Id.  Chapt16w.
000031* Prepaid Rent Held - Liability Report
000032* For The Accountant: Each Dealer's Prepaid Rent From
000033* PrePaid.TXT For The Month - Opening Balance, Additions Paid
000034* In At Chapt19n, Applications To Invoices By Chapt19f,
000035* Move-Out Refunds From Chapt19k And The Closing Balance Still
000036* Owed Back In Rent.  The Optional Parameter Is The Through
000037* Date (MMDDYYYY), Default Today; The Month Runs From The
000038* First Of That Month To The Through Date
000039 Environment Division.
000040 Configuration Section.
000041 Source-Computer.  IBM-PC.
000042 Object-Computer.  IBM-PC.
000043 Input-Output  Section.
000044 File-Control.
000045     Select Report-File Assign To "RPT16W.SPL".
000046     Select Optional Prepaid-File Assign To "PrePaid.TXT"
000047         Organization Is Line Sequential
000048         File Status  Is Prepaid-Status.
000049     Select Sort-File Assign To Sort-Work.
000050 Data Division.
000051 File Section.
000052 Fd  Report-File.
000053 01  Report-Record Pic X(80).
000054 Fd  Prepaid-File.
000055 Copy "prepaid.cpy".
000056 Sd  Sort-File.
000057 01  Sort-Record.
000058     03  Sort-Dealer         Pic X(8).
000059     03  Sort-Date-Key       Pic 9(8).
000060     03  Sort-Type           Pic X.
000061         88  Sort-Added      Value "A".
000062         88  Sort-Applied    Value "P".
000063     03  Sort-Amount         Pic 9(6)v99.
000064 Working-Storage Section.
000065 01  Prepaid-Status          Pic XX Value Spaces.
000066 01  Prepaid-Done-Flag       Pic X Value Spaces.
000067     88  Prepaid-Done        Value "Y".
000068 01  Done-Flag               Pic X Value Spaces.
000069     88  All-Done            Value "Y".
000070 01  Through-Date            Pic 9(8) Value Zeros.
000071 01  Through-Key             Pic 9(8) Value Zeros.
000072 01  Period-Start-Key        Pic 9(8) Value Zeros.
000073 01  Current-Dealer          Pic X(8) Value Spaces.
000074 01  Dealer-Amounts.
000075     03  Opening-Balance     Pic S9(7)v99 Value Zeros.
000076     03  Period-Additions    Pic S9(7)v99 Value Zeros.
000077     03  Period-Applied      Pic S9(7)v99 Value Zeros.
000078     03  Period-Refunded     Pic S9(7)v99 Value Zeros.
000079     03  Closing-Balance     Pic S9(7)v99 Value Zeros.
000080 01  Report-Totals.
000081     03  Total-Opening       Pic S9(9)v99 Value Zeros.
000082     03  Total-Additions     Pic S9(9)v99 Value Zeros.
000083     03  Total-Applied       Pic S9(9)v99 Value Zeros.
000084     03  Total-Refunded      Pic S9(9)v99 Value Zeros.
000085     03  Total-Closing       Pic S9(9)v99 Value Zeros.
000086 01  Dealers-Listed          Pic 9(5) Value Zeros.
000087 01  Today-MMDDYYYY.
000088     03  Today-MM            Pic 99.
000089     03  Today-DD            Pic 99.
000090     03  Today-YYYY          Pic 9(4).
000091 01  Today-MMDDYYYY-N Redefines Today-MMDDYYYY Pic 9(8).
000092 01  Date-And-Time-Area.
000093     03  Work-Date            Pic 9(6).
000094     03  Work-Date-X          Redefines Work-Date.
000095         05  Date-YY          Pic 99.
000096         05  Date-MM          Pic 99.
000097         05  Date-DD          Pic 99.
000098 01  Heading-Line-1.
000099     03  Filler      Pic X(12) Value "Created by:".
000100     03  Filler      Pic X(8)  Value "CHAPT16W".
000101     03  Filler      Pic X(9)  Value Spaces.
000102     03  Filler      Pic X(30)
000103         Value "Prepaid Rent Held".
000104     03  Filler      Pic X(4)  Value Spaces.
000105     03  Filler      Pic X(5)  Value "Page".
000106     03  Page-No     Pic Z(4)9 Value Zeros.
000107 01  Heading-Line-2.
000108     03  Filler      Pic X(12) Value "Created on:".
000109     03  Date-MM     Pic 99.
000110     03  Filler      Pic X     Value "/".
000111     03  Date-DD     Pic 99.
000112     03  Filler      Pic X     Value "/".
000113     03  Date-YY     Pic 99.
000114     03  Filler      Pic X(14) Value Spaces.
000115     03  Filler      Pic X(8)  Value "Period:".
000116     03  Heading-From Pic 99/99/9999.
000117     03  Filler      Pic X(4)  Value " To ".
000118     03  Heading-To  Pic 99/99/9999.
000119 01  Column-Heading.
000120     03  Filler      Pic X(8)  Value "Dealer".
000121     03  Filler      Pic X(13) Value "      Opening".
000122     03  Filler      Pic X(13) Value "    Additions".
000123     03  Filler      Pic X(13) Value "      Applied".
000124     03  Filler      Pic X(13) Value "     Refunded".
000125     03  Filler      Pic X(13) Value "      Closing".
000126 01  Detail-Line.
000127     03  Detail-Dealer       Pic X(8).
000128     03  Filler              Pic X(2)  Value Spaces.
000129     03  Detail-Opening      Pic ZZZ,ZZ9.99-.
000130     03  Filler              Pic X(2)  Value Spaces.
000131     03  Detail-Additions    Pic ZZZ,ZZ9.99-.
000132     03  Filler              Pic X(2)  Value Spaces.
000133     03  Detail-Applied      Pic ZZZ,ZZ9.99-.
000134     03  Filler              Pic X(2)  Value Spaces.
000135     03  Detail-Refunded     Pic ZZZ,ZZ9.99-.
000136     03  Filler              Pic X(2)  Value Spaces.
000137     03  Detail-Closing      Pic ZZZ,ZZ9.99-.
000138 01  Total-Line.
000139     03  Filler              Pic X(8)  Value "Totals".
000140     03  Total-Opening-Edit  Pic Z,ZZZ,ZZ9.99-.
000141     03  Total-Additions-Edit Pic Z,ZZZ,ZZ9.99-.
000142     03  Total-Applied-Edit  Pic Z,ZZZ,ZZ9.99-.
000143     03  Total-Refunded-Edit Pic Z,ZZZ,ZZ9.99-.
000144     03  Total-Closing-Edit  Pic Z,ZZZ,ZZ9.99-.
000145 01  Count-Line.
000146     03  Filler              Pic X(14)
000147         Value "Dealers Listed".
000148     03  Filler              Pic X(2)  Value ": ".
000149     03  Count-Edit          Pic ZZ,ZZ9.
000150 01  Line-Count              Pic 99 Value 99.
000151 01  Page-Count              Pic 9(4) Value Zeros.
000152 01  Max-Lines               Pic 99 Value 60.
000153 01  Spool-Catalog-Name    Pic X(8) Value "CHAPT16W".
000154 01  Spool-Catalog-File    Pic X(12) Value "RPT16W.SPL".
000155 Procedure Division.
000156 Chapt16w-Start.
000157     Display "Begin Prepaid Rent Liability Report Chapt16w"
000158     Accept Work-Date From Date
000159     Move Corresponding Work-Date-X To Heading-Line-2
000160     Accept Through-Date From Command-Line
000161     If Through-Date = Zeros
000162        Move Date-MM Of Work-Date-X To Today-MM
000163        Move Date-DD Of Work-Date-X To Today-DD
000164        Move 2000 To Today-YYYY
000165        Add Date-YY Of Work-Date-X To Today-YYYY
000166        Move Today-MMDDYYYY-N To Through-Date
000167     End-If
000168     Move Through-Date (5:4) To Through-Key (1:4)
000169     Move Through-Date (1:4) To Through-Key (5:4)
000170     Move Through-Key To Period-Start-Key
000171     Move 01 To Period-Start-Key (7:2)
000172     Move Through-Date To Heading-To
000173     Move Through-Date To Heading-From
000174     Move 01 To Heading-From (4:2)
000175     Open Output Report-File
000176     Perform Heading-Routine
000177     Sort Sort-File Ascending Key Sort-Dealer Sort-Date-Key
000178          Input Procedure Sort-Prepaid-In
000179          Output Procedure Print-Dealers
000180     Move Total-Opening To Total-Opening-Edit
000181     Move Total-Additions To Total-Additions-Edit
000182     Move Total-Applied To Total-Applied-Edit
000183     Move Total-Refunded To Total-Refunded-Edit
000184     Move Total-Closing To Total-Closing-Edit
000185     Write Report-Record From Total-Line After 2
000186     Move Dealers-Listed To Count-Edit
000187     Write Report-Record From Count-Line After 2
000188     Close Report-File
000189     Call "Chapt25d" Using Spool-Catalog-Name
000190          Spool-Catalog-File Page-Count
000191     Display "Dealers Listed       " Dealers-Listed
000192     Display "Prepaid Rent Held    " Total-Closing
000193     Stop Run
000194     .
000195*****************************************************
000196* Every Row Up To The Through Date, By Dealer        *
000197*****************************************************
000198 Sort-Prepaid-In.
000199     Open Input Prepaid-File
000200     If Prepaid-Status Not = "00"
000201        Set Prepaid-Done To True
000202     End-If
000203     Perform Release-One-Row Until Prepaid-Done
000204     If Prepaid-Status = "00" Or Prepaid-Status = "10"
000205        Close Prepaid-File
000206     End-If
000207     .
000208 Release-One-Row.
000209     Read Prepaid-File
000210          At End Set Prepaid-Done To True
000211          Not At End
000212             Move Prepaid-Date (5:4) To Sort-Date-Key (1:4)
000213             Move Prepaid-Date (1:4) To Sort-Date-Key (5:4)
000214             If Sort-Date-Key Not > Through-Key
000215                Move Prepaid-Dealer To Sort-Dealer
000216                Move Prepaid-Type To Sort-Type
000217                Move Prepaid-Amount To Sort-Amount
000218                Release Sort-Record
000219             End-If
000220     End-Read
000221     .
000222*****************************************************
000223* One Line Per Dealer With A Balance Or Activity     *
000224*****************************************************
000225 Print-Dealers.
000226     Perform Return-Sorted-Row
000227     Perform Total-One-Dealer Until All-Done
000228     .
000229 Return-Sorted-Row.
000230     Return Sort-File
000231            At End Set All-Done To True
000232     End-Return
000233     .
000234 Total-One-Dealer.
000235     Move Sort-Dealer To Current-Dealer
000236     Move Zeros To Opening-Balance Period-Additions
000237                   Period-Applied Period-Refunded
000238     Perform Take-One-Row
000239        Until All-Done Or Sort-Dealer Not = Current-Dealer
000240     Compute Closing-Balance = Opening-Balance + Period-Additions
000241             - Period-Applied - Period-Refunded
000242     If Opening-Balance Not = Zero Or Period-Additions Not = Zero
000243        Or Period-Applied Not = Zero Or Period-Refunded Not = Zero
000244        Perform Print-Dealer-Line
000245     End-If
000246     .
000247 Take-One-Row.
000248     Evaluate True
000249        When Sort-Date-Key < Period-Start-Key And Sort-Added
000250             Add Sort-Amount To Opening-Balance
000251        When Sort-Date-Key < Period-Start-Key
000252             Subtract Sort-Amount From Opening-Balance
000253        When Sort-Added
000254             Add Sort-Amount To Period-Additions
000255        When Sort-Applied
000256             Add Sort-Amount To Period-Applied
000257        When Other
000258             Add Sort-Amount To Period-Refunded
000259     End-Evaluate
000260     Perform Return-Sorted-Row
000261     .
000262 Print-Dealer-Line.
000263     Add 1 To Dealers-Listed
000264     Add Opening-Balance To Total-Opening
000265     Add Period-Additions To Total-Additions
000266     Add Period-Applied To Total-Applied
000267     Add Period-Refunded To Total-Refunded
000268     Add Closing-Balance To Total-Closing
000269     Move Current-Dealer To Detail-Dealer
000270     Move Opening-Balance To Detail-Opening
000271     Move Period-Additions To Detail-Additions
000272     Move Period-Applied To Detail-Applied
000273     Move Period-Refunded To Detail-Refunded
000274     Move Closing-Balance To Detail-Closing
000275     If Line-Count >= Max-Lines
000276        Perform Heading-Routine
000277     End-If
000278     Write Report-Record From Detail-Line After 1
000279     Add 1 To Line-Count
000280     .
000281 Heading-Routine.
000282     Add 1 To Page-Count
000283     Move Page-Count To Page-No
000284     If Page-Count = 1
000285        Write Report-Record From Heading-Line-1 After Zero
000286     Else
000287        Write Report-Record From Heading-Line-1 After Page
000288     End-If
000289     Write Report-Record From Heading-Line-2 After 1
000290     Write Report-Record From Column-Heading After 2
000291     Move 5 To Line-Count
000292     .
