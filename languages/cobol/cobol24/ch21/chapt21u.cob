000010 @OPTIONS MAIN,TEST
000020 Identification Division.
000030 Program-Id.  Chapt21u.
000031* Fixed Asset Register
000032* Every Chapt21s Asset With Its Cost, The Depreciation Chapt21t
000033* Has Taken And The Book Value Left.  Disposed Assets Print
000034* With Their Disposal Date And Proceeds But Stay Out Of The
000035* In-Service Totals
000036 Environment Division.
000037 Configuration Section.
000038 Source-Computer.  IBM-PC.
000039 Object-Computer.  IBM-PC.
000040 Input-Output  Section.
000041 File-Control.
000042     Select Report-File Assign To "RPT21U.SPL".
000043     Select Fixed-Asset-File Assign To "FixAsset.Dat"
000044         Organization Indexed
000045         Access Sequential
000046         Record Key FA-Asset-Number
000047         File Status Fixed-Asset-Status.
000048 Data Division.
000049 File Section.
000050 Fd  Report-File.
000051 01  Report-Record Pic X(100).
000052 Fd  Fixed-Asset-File.
000053 Copy "fixasset.cpy".
000054 Working-Storage Section.
000055 01  Fixed-Asset-Status     Pic XX Value Spaces.
000056     88  Fixed-Asset-Success Value "00" Thru "09".
000057 01  Done-Flag              Pic X Value Spaces.
000058     88  All-Done           Value "Y".
000059 01  Book-Value             Pic S9(7)v99 Value Zeros.
000060 01  Assets-In-Service      Pic 9(5) Value Zeros.
000061 01  Assets-Disposed        Pic 9(5) Value Zeros.
000062 01  Total-Cost             Pic 9(9)v99 Value Zeros.
000063 01  Total-Accumulated      Pic 9(9)v99 Value Zeros.
000064 01  Total-Book-Value       Pic S9(9)v99 Value Zeros.
000065 01  Date-And-Time-Area.
000066     03  Work-Date            Pic 9(6).
000067     03  Work-Date-X          Redefines Work-Date.
000068         05  Date-YY          Pic 99.
000069         05  Date-MM          Pic 99.
000070         05  Date-DD          Pic 99.
000071 01  Heading-Line-1.
000072     03  Filler      Pic X(12) Value "Created by:".
000073     03  Filler      Pic X(8)  Value "CHAPT21U".
000074     03  Filler      Pic X(22) Value Spaces.
000075     03  Filler      Pic X(40) Value "Fixed Asset Register".
000076     03  Filler      Pic X(5)  Value "Page".
000077     03  Page-No     Pic Z(4)9 Value Zeros.
000078 01  Heading-Line-2.
000079     03  Filler      Pic X(12) Value "Created on:".
000080     03  Date-MM     Pic 99.
000081     03  Filler      Pic X     Value "/".
000082     03  Date-DD     Pic 99.
000083     03  Filler      Pic X     Value "/".
000084     03  Date-YY     Pic 99.
000085 01  Heading-Line-3.
000086     03  Filler      Pic X(9)  Value "Asset".
000087     03  Filler      Pic X(26) Value "Description".
000088     03  Filler      Pic X(11) Value "Location".
000089     03  Filler      Pic X(11) Value "Acquired".
000090     03  Filler      Pic X(4)  Value "M".
000091     03  Filler      Pic X(13) Value "        Cost".
000092     03  Filler      Pic X(13) Value " Accumulated".
000093     03  Filler      Pic X(13) Value "  Book Value".
000094 01  Detail-Line.
000095     03  Detail-Asset        Pic X(8).
000096     03  Filler              Pic X     Value Spaces.
000097     03  Detail-Description  Pic X(25).
000098     03  Filler              Pic X     Value Spaces.
000099     03  Detail-Location     Pic X(10).
000100     03  Filler              Pic X     Value Spaces.
000101     03  Detail-Acquired     Pic 99/99/9999.
000102     03  Filler              Pic X     Value Spaces.
000103     03  Detail-Method       Pic X.
000104     03  Filler              Pic X(2)  Value Spaces.
000105     03  Detail-Cost         Pic Z,ZZZ,ZZ9.99.
000106     03  Filler              Pic X     Value Spaces.
000107     03  Detail-Accum        Pic Z,ZZZ,ZZ9.99.
000108     03  Filler              Pic X     Value Spaces.
000109     03  Detail-Book         Pic Z,ZZZ,ZZ9.99.
000110 01  Disposal-Line.
000111     03  Filler              Pic X(35) Value Spaces.
000112     03  Filler              Pic X(12) Value "Disposed".
000113     03  Disposal-Date-Out   Pic 99/99/9999.
000114     03  Filler              Pic X(13) Value "  Proceeds".
000115     03  Disposal-Proceeds-Out Pic Z,ZZZ,ZZ9.99.
000116 01  Total-Line.
000117     03  Filler              Pic X(22) Value
000118         "In-Service Totals".
000119     03  Total-In-Service    Pic ZZ,ZZ9.
000120     03  Filler              Pic X(30) Value " Assets".
000121     03  Total-Cost-Out      Pic ZZZ,ZZZ,ZZ9.99.
000122     03  Total-Accum-Out     Pic ZZZ,ZZZ,ZZ9.99.
000123     03  Total-Book-Out      Pic ZZZ,ZZZ,ZZ9.99.
000124 01  Disposed-Total-Line.
000125     03  Filler              Pic X(22) Value
000126         "Assets Disposed".
000127     03  Total-Disposed      Pic ZZ,ZZ9.
000128 01  Line-Count           Pic 99          Value 99.
000129 01  Page-Count           Pic 9(4)        Value Zeros.
000130 01  Max-Lines            Pic 99          Value 60.
000131 01  Spool-Catalog-Name    Pic X(8) Value "CHAPT21U".
000132 01  Spool-Catalog-File    Pic X(12) Value "RPT21U.SPL".
000133 Procedure Division.
000134 Chapt21u-Start.
000135     Display "Begin Fixed Asset Register Chapt21u"
000136     Open Input Fixed-Asset-File
000137     If Not Fixed-Asset-Success
000138        Display "Unable To Open Fixed Asset File, Status "
000139                Fixed-Asset-Status
000140        Stop Run
000141     End-If
000142     Open Output Report-File
000143     Accept Work-Date From Date
000144     Move Corresponding Work-Date-X To Heading-Line-2
000145     Perform Heading-Routine
000146     Perform List-One-Asset Until All-Done
000147     Perform Print-Totals
000148     Close Fixed-Asset-File
000149           Report-File
000150     Call "Chapt25d" Using Spool-Catalog-Name
000151          Spool-Catalog-File Page-Count
000152     Display "Fixed Asset Register Printed"
000153     Stop Run
000154     .
000155 List-One-Asset.
000156     Read Fixed-Asset-File
000157          At End Set All-Done To True
000158          Not At End
000159             Perform Print-Asset
000160     End-Read
000161     .
000162 Print-Asset.
000163     If Line-Count >= Max-Lines - 1
000164        Perform Heading-Routine
000165     End-If
000166     Compute Book-Value = FA-Cost - FA-Accum-Depreciation
000167     Move FA-Asset-Number To Detail-Asset
000168     Move FA-Description To Detail-Description
000169     Move FA-Location To Detail-Location
000170     Move FA-Acquired-Date To Detail-Acquired
000171     Move FA-Method To Detail-Method
000172     Move FA-Cost To Detail-Cost
000173     Move FA-Accum-Depreciation To Detail-Accum
000174     Move Book-Value To Detail-Book
000175     Write Report-Record From Detail-Line After 1
000176     Add 1 To Line-Count
000177     If FA-Disposed
000178        Move FA-Disposal-Date To Disposal-Date-Out
000179        Move FA-Disposal-Proceeds To Disposal-Proceeds-Out
000180        Write Report-Record From Disposal-Line After 1
000181        Add 1 To Line-Count Assets-Disposed
000182     Else
000183        Add 1 To Assets-In-Service
000184        Add FA-Cost To Total-Cost
000185        Add FA-Accum-Depreciation To Total-Accumulated
000186        Add Book-Value To Total-Book-Value
000187     End-If
000188     .
000189 Print-Totals.
000190     Move Assets-In-Service To Total-In-Service
000191     Move Total-Cost To Total-Cost-Out
000192     Move Total-Accumulated To Total-Accum-Out
000193     Move Total-Book-Value To Total-Book-Out
000194     Write Report-Record From Total-Line After 2
000195     Move Assets-Disposed To Total-Disposed
000196     Write Report-Record From Disposed-Total-Line After 1
000197     .
000198 Heading-Routine.
000199     Add 1 To Page-Count
000200     Move Page-Count To Page-No
000201     If Page-Count = 1
000202        Write Report-Record From Heading-Line-1 After Zero
000203     Else
000204        Write Report-Record From Heading-Line-1 After Page
000205     End-If
000206     Write Report-Record From Heading-Line-2 After 1
000207     Write Report-Record From Heading-Line-3 After 2
000208     Move 5 To Line-Count
000209     .
