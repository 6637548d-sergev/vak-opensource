000010 @OPTIONS MAIN,TEST
000020 Identification Division.
000030 Program-Id.  Chapt16t.
000031* Dealer Floor-Duty Report For The Month
000032* For The Month Given As YYYYMM (Last Month When None Is
000033* Given), Lists Each Booth Dealer's Floor-Duty Obligation
000034* Against The Shifts Signed Up For And Worked, As Chapt16s
000035* Counts Them, With The Credit And Missed-Shift Charge The
000036* Chapt19f Invoice Run Applies.  Walk-In And Short-Term
000037* Dealers Hold No Booth And Are Passed By
000038 Environment Division.
000039 Configuration Section.
000040 Source-Computer.  IBM-PC.
000041 Object-Computer.  IBM-PC.
000042 Input-Output  Section.
000043 File-Control.
000044     Select Report-File Assign To "RPT16T.SPL".
000045     Select Dealer-File Assign To "Dealer.Dat"
000046         Organization Indexed
000047         Access Sequential
000048         Record Key Dealer-Number
000049         File Status Dealer-Status.
000050 Data Division.
000051 File Section.
000052 Fd  Report-File.
000053 01  Report-Record Pic X(80).
000054 Fd  Dealer-File.
000055 01  Dealer-Record.
000056     03  Dealer-Number         Pic X(8).
000057     03  Dealer-Name.
000058         05  Last-Name   Pic X(25).
000059         05  First-Name  Pic X(15).
000060         05  Middle-Name Pic X(10).
000061     03  Filler              Pic X(382).
000062     03  Dealer-Type-Code    Pic X.
000063         88  Walk-In-Consignor Value "W".
000064         88  Short-Term-Dealer Value "S".
000065     03  Filler              Pic X(35).
000066 Working-Storage Section.
000067 01  Dealer-Status          Pic XX Value Zeros.
000068     88  Dealer-Success     Value "00" Thru "09".
000069 01  Done-Flag              Pic X Value Spaces.
000070     88  All-Done           Value "Y".
000071 01  Report-Month-X         Pic X(6) Value Spaces.
000072 01  Report-Month           Pic 9(6) Value Zeros.
000073 01  Report-Month-R Redefines Report-Month.
000074     03  Report-YYYY        Pic 9(4).
000075     03  Report-MM          Pic 99.
000076 01  Duty-Result.
000077     03  Duty-Shifts-Required    Pic 99.
000078     03  Duty-Shifts-Signed      Pic 99.
000079     03  Duty-Shifts-Worked      Pic 99.
000080     03  Duty-Credit-Per-Shift   Pic 9(3)v99.
000081     03  Duty-Missed-Charge      Pic 9(3)v99.
000082     03  Duty-Booth-Class        Pic X(2).
000083 01  Shifts-Credited        Pic 99 Value Zeros.
000084 01  Shifts-Missed          Pic 99 Value Zeros.
000085 01  Credit-Amount          Pic 9(5)v99 Value Zeros.
000086 01  Charge-Amount          Pic 9(5)v99 Value Zeros.
000087 01  Dealers-Listed         Pic 9(4) Value Zeros.
000088 01  Dealers-Short          Pic 9(4) Value Zeros.
000089 01  Total-Required         Pic 9(5) Value Zeros.
000090 01  Total-Worked           Pic 9(5) Value Zeros.
000091 01  Total-Credit           Pic 9(7)v99 Value Zeros.
000092 01  Total-Charge           Pic 9(7)v99 Value Zeros.
000093 01  Date-And-Time-Area.
000094     03  Work-Date            Pic 9(6).
000095     03  Work-Date-X          Redefines Work-Date.
000096         05  Date-YY          Pic 99.
000097         05  Date-MM          Pic 99.
000098         05  Date-DD          Pic 99.
000099 01  Heading-Line-1.
000100     03  Filler      Pic X(12) Value "Created by:".
000101     03  Filler      Pic X(8)  Value "CHAPT16T".
000102     03  Filler      Pic X(4)  Value Spaces.
000103     03  Filler      Pic X(26) Value "Floor Duty For The Month".
000104     03  Heading-MM  Pic 99.
000105     03  Filler      Pic X     Value "/".
000106     03  Heading-YYYY Pic 9(4).
000107     03  Filler      Pic X(8)  Value Spaces.
000108     03  Filler      Pic X(5)  Value "Page".
000109     03  Page-No     Pic Z(4)9 Value Zeros.
000110 01  Heading-Line-2.
000111     03  Filler      Pic X(9)  Value "Dealer".
000112     03  Filler      Pic X(22) Value "Name".
000113     03  Filler      Pic X(6)  Value "Class".
000114     03  Filler      Pic X(5)  Value "Owes".
000115     03  Filler      Pic X(5)  Value "Sign".
000116     03  Filler      Pic X(5)  Value "Work".
000117     03  Filler      Pic X(10) Value "   Credit".
000118     03  Filler      Pic X(10) Value "   Charge".
000119 01  Detail-Line.
000120     03  Detail-Dealer       Pic X(8).
000121     03  Filler              Pic X     Value Spaces.
000122     03  Detail-Name         Pic X(21).
000123     03  Filler              Pic X     Value Spaces.
000124     03  Detail-Class        Pic X(2).
000125     03  Filler              Pic X(4)  Value Spaces.
000126     03  Detail-Required     Pic Z9.
000127     03  Filler              Pic X(3)  Value Spaces.
000128     03  Detail-Signed       Pic Z9.
000129     03  Filler              Pic X(3)  Value Spaces.
000130     03  Detail-Worked       Pic Z9.
000131     03  Filler              Pic X     Value Spaces.
000132     03  Detail-Credit       Pic $$,$$9.99.
000133     03  Filler              Pic X     Value Spaces.
000134     03  Detail-Charge       Pic $$,$$9.99.
000135     03  Filler              Pic X     Value Spaces.
000136     03  Detail-Flag         Pic X(10).
000137 01  Total-Line.
000138     03  Filler              Pic X(37) Value "Totals".
000139     03  Total-Line-Required Pic ZZZ9.
000140     03  Filler              Pic X(6)  Value Spaces.
000141     03  Total-Line-Worked   Pic ZZZ9.
000142     03  Filler              Pic X     Value Spaces.
000143     03  Total-Line-Credit   Pic $$,$$9.99.
000144     03  Filler              Pic X     Value Spaces.
000145     03  Total-Line-Charge   Pic $$,$$9.99.
000146 01  Line-Count             Pic 99 Value 99.
000147 01  Page-Count             Pic 9(4) Value Zeros.
000148 01  Max-Lines              Pic 99 Value 60.
000149 01  Spool-Catalog-Name    Pic X(8) Value "CHAPT16T".
000150 01  Spool-Catalog-File    Pic X(12) Value "RPT16T.SPL".
000151 Procedure Division.
000152 Chapt16t-Start.
000153     Display "Begin Floor Duty Report Chapt16t"
000154     Accept Report-Month-X From Command-Line
000155     If Report-Month-X Numeric
000156        Move Report-Month-X To Report-Month
000157     Else
000158        Accept Work-Date From Date
000159        Move 2000 To Report-YYYY
000160        Add Date-YY To Report-YYYY
000161        Move Date-MM To Report-MM
000162        If Report-MM = 1
000163           Move 12 To Report-MM
000164           Subtract 1 From Report-YYYY
000165        Else
000166           Subtract 1 From Report-MM
000167        End-If
000168     End-If
000169     Open Input Dealer-File
000170     If Not Dealer-Success
000171        Display "Dealer File Not Available " Dealer-Status
000172        Stop Run
000173     End-If
000174     Open Output Report-File
000175     Move Report-MM To Heading-MM
000176     Move Report-YYYY To Heading-YYYY
000177     Perform Report-One-Dealer Until All-Done
000178     Move Total-Required To Total-Line-Required
000179     Move Total-Worked To Total-Line-Worked
000180     Move Total-Credit To Total-Line-Credit
000181     Move Total-Charge To Total-Line-Charge
000182     Write Report-Record From Total-Line After 2
000183     Close Report-File
000184           Dealer-File
000185     Call "Chapt25d" Using Spool-Catalog-Name
000186          Spool-Catalog-File Page-Count
000187     Display "Dealers Listed     " Dealers-Listed
000188     Display "Dealers Short      " Dealers-Short
000189     Stop Run
000190     .
000191 Report-One-Dealer.
000192     Read Dealer-File
000193          At End Set All-Done To True
000194          Not At End
000195             If Not Walk-In-Consignor And
000196                Not Short-Term-Dealer
000197                Call "Chapt16s" Using Report-Month Dealer-Number
000198                     Duty-Result
000199                If Duty-Shifts-Required > Zeros Or
000200                   Duty-Shifts-Signed > Zeros Or
000201                   Duty-Shifts-Worked > Zeros
000202                   Perform Print-Duty-Line
000203                End-If
000204             End-If
000205     End-Read
000206     .
000207 Print-Duty-Line.
000208* Credit Runs Only Up To The Shifts Owed, The Same As Chapt19f
000209     Move Duty-Shifts-Worked To Shifts-Credited
000210     If Shifts-Credited > Duty-Shifts-Required
000211        Move Duty-Shifts-Required To Shifts-Credited
000212     End-If
000213     Move Zeros To Shifts-Missed
000214     If Duty-Shifts-Worked < Duty-Shifts-Required
000215        Compute Shifts-Missed =
000216                Duty-Shifts-Required - Duty-Shifts-Worked
000217     End-If
000218     Compute Credit-Amount =
000219             Shifts-Credited * Duty-Credit-Per-Shift
000220     Compute Charge-Amount = Shifts-Missed * Duty-Missed-Charge
000221     Move Spaces To Detail-Flag
000222     Evaluate True
000223        When Shifts-Missed > Zeros
000224           Move "SHORT" To Detail-Flag
000225           Add 1 To Dealers-Short
000226        When Duty-Shifts-Worked > Duty-Shifts-Required
000227           Move "EXTRA" To Detail-Flag
000228        When Other
000229           Continue
000230     End-Evaluate
000231     Move Dealer-Number To Detail-Dealer
000232     Move Spaces To Detail-Name
000233     String First-Name  Delimited By Space
000234            " "         Delimited By Size
000235            Last-Name   Delimited By Space
000236            Into Detail-Name
000237     End-String
000238     Move Duty-Booth-Class To Detail-Class
000239     Move Duty-Shifts-Required To Detail-Required
000240     Move Duty-Shifts-Signed To Detail-Signed
000241     Move Duty-Shifts-Worked To Detail-Worked
000242     Move Credit-Amount To Detail-Credit
000243     Move Charge-Amount To Detail-Charge
000244     If Line-Count >= Max-Lines
000245        Perform Heading-Routine
000246     End-If
000247     Write Report-Record From Detail-Line After 1
000248     Add 1 To Line-Count
000249     Add 1 To Dealers-Listed
000250     Add Duty-Shifts-Required To Total-Required
000251     Add Duty-Shifts-Worked To Total-Worked
000252     Add Credit-Amount To Total-Credit
000253     Add Charge-Amount To Total-Charge
000254     .
000255 Heading-Routine.
000256     Add 1 To Page-Count
000257     Move Page-Count To Page-No
000258     If Page-Count = 1
000259        Write Report-Record From Heading-Line-1 After Zero
000260     Else
000261        Write Report-Record From Heading-Line-1 After Page
000262     End-If
000263     Write Report-Record From Heading-Line-2 After 2
000264     Move 4 To Line-Count
000265     .
