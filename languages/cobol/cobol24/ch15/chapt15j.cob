000010 @OPTIONS MAIN,TEST
000020 Identification Division.
000030 Program-Id.  Chapt15j.
000031* Card Chargeback Case Aging Report
000032* Lists Every Open Or Represented Case On ChgBack.Dat With Its
000033* Age Since The Processor's Notice And The Days Left To Answer,
000034* Flagging Cases Past Their Response Due Date, And Totals The
000035* Disputed Amounts By Age
000036 Environment Division.
000037 Configuration Section.
000038 Source-Computer.  IBM-PC.
000039 Object-Computer.  IBM-PC.
000040 Input-Output  Section.
000041 File-Control.
000042     Select Report-File Assign To "RPT15J.SPL".
000043     Select Optional Chargeback-File Assign To "ChgBack.Dat"
000044         Organization Indexed
000045         Access Dynamic
000046         Record Key Cb-Number
000047         Alternate Record Key Cb-Receipt
000048             With Duplicates
000049         File Status Chargeback-Status.
000050 Data Division.
000051 File Section.
000052 Fd  Report-File.
000053 01  Report-Record Pic X(80).
000054 Fd  Chargeback-File.
000055 Copy "chgback.cpy".
000056 Working-Storage Section.
000057 01  Chargeback-Status       Pic XX Value Spaces.
000058     88  Chargeback-Success  Value "00" Thru "09".
000059 01  Done-Flag               Pic X Value Spaces.
000060     88  All-Done            Value "Y".
000061 01  Open-Count              Pic 9(5) Value Zeros.
000062 01  Overdue-Count           Pic 9(5) Value Zeros.
000063 01  Total-Disputed          Pic S9(8)v99 Value Zeros.
000064 01  Days-Old                Pic S9(7).
000065 01  Days-To-Due             Pic S9(7).
000066 01  Aging-Buckets.
000067     03  Bucket-Current      Pic S9(8)v99 Value Zeros.
000068     03  Bucket-30           Pic S9(8)v99 Value Zeros.
000069     03  Bucket-60           Pic S9(8)v99 Value Zeros.
000070     03  Bucket-90           Pic S9(8)v99 Value Zeros.
000071 01  Today-MMDDYYYY.
000072     03  Today-MM            Pic 99.
000073     03  Today-DD            Pic 99.
000074     03  Today-YYYY          Pic 9(4).
000075 01  Today-MMDDYYYY-N Redefines Today-MMDDYYYY Pic 9(8).
000076 01  Line-Count              Pic 99 Value 99.
000077 01  Page-Count              Pic 9(4) Value Zeros.
000078 01  Max-Lines               Pic 99 Value 60.
000079 01  Date-And-Time-Area.
000080     03  Work-Date            Pic 9(6).
000081     03  Work-Date-X          Redefines Work-Date.
000082         05  Date-YY          Pic 99.
000083         05  Date-MM          Pic 99.
000084         05  Date-DD          Pic 99.
000085 01  Heading-Line-1.
000086     03  Filler      Pic X(12) Value "Created by:".
000087     03  Filler      Pic X(8)  Value "CHAPT15J".
000088     03  Filler      Pic X(9)  Value Spaces.
000089     03  Filler      Pic X(30)
000090         Value "Chargeback Case Aging".
000091     03  Filler      Pic X(4)  Value Spaces.
000092     03  Filler      Pic X(5)  Value "Page".
000093     03  Page-No     Pic Z(4)9 Value Zeros.
000094 01  Heading-Line-2.
000095     03  Filler      Pic X(12) Value "Created on:".
000096     03  Date-MM     Pic 99.
000097     03  Filler      Pic X     Value "/".
000098     03  Date-DD     Pic 99.
000099     03  Filler      Pic X     Value "/".
000100     03  Date-YY     Pic 99.
000101 01  Heading-Line-3.
000102     03  Filler      Pic X(7)  Value "Case".
000103     03  Filler      Pic X(8)  Value "Receipt".
000104     03  Filler      Pic X(9)  Value "Dealer".
000105     03  Filler      Pic X(11) Value "Notice".
000106     03  Filler      Pic X(11) Value "Due".
000107     03  Filler      Pic X(11) Value "  Disputed".
000108     03  Filler      Pic X(5)  Value " Age".
000109     03  Filler      Pic X(5)  Value " Left".
000110     03  Filler      Pic X(12) Value " Status".
000111 01  Detail-Line.
000112     03  Detail-Case         Pic 9(6).
000113     03  Filler              Pic X     Value Spaces.
000114     03  Detail-Receipt      Pic 9(6).
000115     03  Filler              Pic X(2)  Value Spaces.
000116     03  Detail-Dealer       Pic X(8).
000117     03  Filler              Pic X     Value Spaces.
000118     03  Detail-Notice       Pic 99/99/9999.
000119     03  Filler              Pic X     Value Spaces.
000120     03  Detail-Due          Pic 99/99/9999.
000121     03  Filler              Pic X     Value Spaces.
000122     03  Detail-Amount       Pic ZZ,ZZZ.99.
000123     03  Filler              Pic X     Value Spaces.
000124     03  Detail-Days         Pic ZZZ9.
000125     03  Filler              Pic X     Value Spaces.
000126     03  Detail-Left         Pic ZZZ9-.
000127     03  Filler              Pic X     Value Spaces.
000128     03  Detail-Status       Pic X(11).
000129 01  Bucket-Line.
000130     03  Filler              Pic X(10) Value "Current:".
000131     03  Bucket-Edit-Cur     Pic ZZZ,ZZ9.99-.
000132     03  Filler              Pic X(7)  Value "  30+:".
000133     03  Bucket-Edit-30      Pic ZZZ,ZZ9.99-.
000134     03  Filler              Pic X(7)  Value "  60+:".
000135     03  Bucket-Edit-60      Pic ZZZ,ZZ9.99-.
000136     03  Filler              Pic X(7)  Value "  90+:".
000137     03  Bucket-Edit-90      Pic ZZZ,ZZ9.99-.
000138 01  Total-Line.
000139     03  Filler              Pic X(22)
000140         Value "Open Chargeback Cases:".
000141     03  Total-Count         Pic ZZ,ZZ9.
000142     03  Filler              Pic X(12)
000143         Value "  Disputed:".
000144     03  Total-Amount        Pic Z,ZZZ,ZZZ.99-.
000145     03  Filler              Pic X(12)
000146         Value "  Past Due:".
000147     03  Total-Overdue       Pic ZZ,ZZ9.
000148 01  Spool-Catalog-Name    Pic X(8) Value "CHAPT15J".
000149 01  Spool-Catalog-File    Pic X(12) Value "RPT15J.SPL".
000150 Procedure Division.
000151 Chapt15j-Start.
000152     Display "Begin Chargeback Case Aging Chapt15j"
000153     Accept Work-Date From Date
000154     Move Corresponding Work-Date-X To Heading-Line-2
000155     Move Date-MM Of Work-Date-X To Today-MM
000156     Move Date-DD Of Work-Date-X To Today-DD
000157     Move 2000 To Today-YYYY
000158     Add Date-YY Of Work-Date-X To Today-YYYY
000159     Open Output Report-File
000160     Open Input Chargeback-File
000161     If Chargeback-Success
000162        Perform Heading-Routine
000163        Perform Age-One-Case Until All-Done
000164        Close Chargeback-File
000165     Else
000166        Display "Unable To Open Chargeback File, Status "
000167                Chargeback-Status
000168     End-If
000169     Move Bucket-Current To Bucket-Edit-Cur
000170     Move Bucket-30 To Bucket-Edit-30
000171     Move Bucket-60 To Bucket-Edit-60
000172     Move Bucket-90 To Bucket-Edit-90
000173     Write Report-Record From Bucket-Line After 2
000174     Move Open-Count To Total-Count
000175     Move Total-Disputed To Total-Amount
000176     Move Overdue-Count To Total-Overdue
000177     Write Report-Record From Total-Line After 1
000178     Close Report-File
000179     Call "Chapt25d" Using Spool-Catalog-Name
000180          Spool-Catalog-File Page-Count
000181     Display "Open Chargeback Cases " Open-Count
000182     Stop Run
000183     .
000184 Age-One-Case.
000185     Read Chargeback-File Next Record
000186          At End Set All-Done To True
000187          Not At End
000188             If Cb-Active
000189                Perform Report-One-Case
000190             End-If
000191     End-Read
000192     .
000193 Report-One-Case.
000194     Add 1 To Open-Count
000195     Add Cb-Amount To Total-Disputed
000196     Call "Chapt23f" Using Cb-Notice-Date Today-MMDDYYYY
000197          Days-Old
000198     Call "Chapt23f" Using Today-MMDDYYYY Cb-Due-Date
000199          Days-To-Due
000200     Evaluate True
000201        When Days-Old >= 90
000202             Add Cb-Amount To Bucket-90
000203        When Days-Old >= 60
000204             Add Cb-Amount To Bucket-60
000205        When Days-Old >= 30
000206             Add Cb-Amount To Bucket-30
000207        When Other
000208             Add Cb-Amount To Bucket-Current
000209     End-Evaluate
000210     Move Cb-Number To Detail-Case
000211     Move Cb-Receipt To Detail-Receipt
000212     Move Cb-Dealer To Detail-Dealer
000213     Move Cb-Notice-Date To Detail-Notice
000214     Move Cb-Due-Date To Detail-Due
000215     Move Cb-Amount To Detail-Amount
000216     Move Days-Old To Detail-Days
000217     Move Days-To-Due To Detail-Left
000218* A Case Nobody Answered By The Due Date Is Lost By Default
000219     Evaluate True
000220        When Cb-Open And Days-To-Due < Zero
000221             Add 1 To Overdue-Count
000222             Move "PAST DUE" To Detail-Status
000223        When Cb-Represented
000224             Move "Represented" To Detail-Status
000225        When Other
000226             Move "Open" To Detail-Status
000227     End-Evaluate
000228     If Line-Count >= Max-Lines
000229        Perform Heading-Routine
000230     End-If
000231     Write Report-Record From Detail-Line After 1
000232     Add 1 To Line-Count
000233     .
000234 Heading-Routine.
000235     Add 1 To Page-Count
000236     Move Page-Count To Page-No
000237     If Page-Count = 1
000238        Write Report-Record From Heading-Line-1 After Zero
000239     Else
000240        Write Report-Record From Heading-Line-1 After Page
000241     End-If
000242     Write Report-Record From Heading-Line-2 After 1
000243     Write Report-Record From Heading-Line-3 After 2
000244     Move 4 To Line-Count
000245     .
