000010 @OPTIONS MAIN,TEST
000020 Identification Division.
000030 Program-Id.  Chapt15m.
000031* Outstanding Returned Check Aging Report
000032* Run Monthly.  Lists Every Returned Check Whose Debt Is Still
000033* Outstanding - Open Cases And Written-Off Cases Alike - With
000034* The Balance Owed (Check Plus Fee Less Repayments), Its Age
000035* Since The Bank Returned It And The Last Letter Sent, And Totals
000036* The Balances By Age
000037 Environment Division.
000038 Configuration Section.
000039 Source-Computer.  IBM-PC.
000040 Object-Computer.  IBM-PC.
000041 Input-Output  Section.
000042 File-Control.
000043     Select Report-File Assign To "RPT15M.SPL".
000044     Select Optional Returned-Check-File Assign To "RetChk.Dat"
000045         Organization Indexed
000046         Access Dynamic
000047         Record Key Rc-Number
000048         Alternate Record Key Rc-Customer
000049             With Duplicates
000050         Alternate Record Key Rc-Account
000051             With Duplicates
000052         File Status Returned-Check-Status.
000053 Data Division.
000054 File Section.
000055 Fd  Report-File.
000056 01  Report-Record Pic X(80).
000057 Fd  Returned-Check-File.
000058 Copy "retchk.cpy".
000059 Working-Storage Section.
000060 01  Returned-Check-Status   Pic XX Value Spaces.
000061     88  Returned-Check-Success Value "00" Thru "09".
000062 01  Done-Flag               Pic X Value Spaces.
000063     88  All-Done            Value "Y".
000064 01  Open-Count              Pic 9(5) Value Zeros.
000065 01  Written-Off-Count       Pic 9(5) Value Zeros.
000066 01  Total-Owed              Pic S9(8)v99 Value Zeros.
000067 01  Balance-Due             Pic S9(6)v99 Value Zeros.
000068 01  Days-Old                Pic S9(7).
000069 01  Aging-Buckets.
000070     03  Bucket-Current      Pic S9(8)v99 Value Zeros.
000071     03  Bucket-30           Pic S9(8)v99 Value Zeros.
000072     03  Bucket-60           Pic S9(8)v99 Value Zeros.
000073     03  Bucket-90           Pic S9(8)v99 Value Zeros.
000074 01  Today-MMDDYYYY.
000075     03  Today-MM            Pic 99.
000076     03  Today-DD            Pic 99.
000077     03  Today-YYYY          Pic 9(4).
000078 01  Today-MMDDYYYY-N Redefines Today-MMDDYYYY Pic 9(8).
000079 01  Line-Count              Pic 99 Value 99.
000080 01  Page-Count              Pic 9(4) Value Zeros.
000081 01  Max-Lines               Pic 99 Value 60.
000082 01  Date-And-Time-Area.
000083     03  Work-Date            Pic 9(6).
000084     03  Work-Date-X          Redefines Work-Date.
000085         05  Date-YY          Pic 99.
000086         05  Date-MM          Pic 99.
000087         05  Date-DD          Pic 99.
000088 01  Heading-Line-1.
000089     03  Filler      Pic X(12) Value "Created by:".
000090     03  Filler      Pic X(8)  Value "CHAPT15M".
000091     03  Filler      Pic X(9)  Value Spaces.
000092     03  Filler      Pic X(30)
000093         Value "Outstanding Returned Checks".
000094     03  Filler      Pic X(4)  Value Spaces.
000095     03  Filler      Pic X(5)  Value "Page".
000096     03  Page-No     Pic Z(4)9 Value Zeros.
000097 01  Heading-Line-2.
000098     03  Filler      Pic X(12) Value "Created on:".
000099     03  Date-MM     Pic 99.
000100     03  Filler      Pic X     Value "/".
000101     03  Date-DD     Pic 99.
000102     03  Filler      Pic X     Value "/".
000103     03  Date-YY     Pic 99.
000104 01  Heading-Line-3.
000105     03  Filler      Pic X(7)  Value "Case".
000106     03  Filler      Pic X(8)  Value "Receipt".
000107     03  Filler      Pic X(9)  Value "Customer".
000108     03  Filler      Pic X(11) Value "Returned".
000109     03  Filler      Pic X(5)  Value "Rsn".
000110     03  Filler      Pic X(11) Value "      Owed".
000111     03  Filler      Pic X(5)  Value " Age".
000112     03  Filler      Pic X(4)  Value " Ltr".
000113     03  Filler      Pic X(4)  Value " Tr".
000114     03  Filler      Pic X(12) Value " Status".
000115 01  Detail-Line.
000116     03  Detail-Case         Pic 9(6).
000117     03  Filler              Pic X     Value Spaces.
000118     03  Detail-Receipt      Pic 9(6).
000119     03  Filler              Pic X(2)  Value Spaces.
000120     03  Detail-Customer     Pic X(8).
000121     03  Filler              Pic X     Value Spaces.
000122     03  Detail-Returned     Pic 99/99/9999.
000123     03  Filler              Pic X     Value Spaces.
000124     03  Detail-Reason       Pic X(4).
000125     03  Filler              Pic X     Value Spaces.
000126     03  Detail-Amount       Pic ZZ,ZZZ.99.
000127     03  Filler              Pic X     Value Spaces.
000128     03  Detail-Days         Pic ZZZ9.
000129     03  Filler              Pic X(3)  Value Spaces.
000130     03  Detail-Letter       Pic X.
000131     03  Filler              Pic X     Value Spaces.
000132     03  Detail-Attempts     Pic ZZ9.
000133     03  Filler              Pic X     Value Spaces.
000134     03  Detail-Status       Pic X(11).
000135 01  Bucket-Line.
000136     03  Filler              Pic X(10) Value "Current:".
000137     03  Bucket-Edit-Cur     Pic ZZZ,ZZ9.99-.
000138     03  Filler              Pic X(7)  Value "  30+:".
000139     03  Bucket-Edit-30      Pic ZZZ,ZZ9.99-.
000140     03  Filler              Pic X(7)  Value "  60+:".
000141     03  Bucket-Edit-60      Pic ZZZ,ZZ9.99-.
000142     03  Filler              Pic X(7)  Value "  90+:".
000143     03  Bucket-Edit-90      Pic ZZZ,ZZ9.99-.
000144 01  Total-Line.
000145     03  Filler              Pic X(22)
000146         Value "Outstanding Checks:".
000147     03  Total-Count         Pic ZZ,ZZ9.
000148     03  Filler              Pic X(12)
000149         Value "  Owed:".
000150     03  Total-Amount        Pic Z,ZZZ,ZZZ.99-.
000151     03  Filler              Pic X(15)
000152         Value "  Written Off:".
000153     03  Total-Written-Off    Pic ZZ,ZZ9.
000154 01  Spool-Catalog-Name    Pic X(8) Value "CHAPT15M".
000155 01  Spool-Catalog-File    Pic X(12) Value "RPT15M.SPL".
000156 Procedure Division.
000157 Chapt15m-Start.
000158     Display "Begin Chargeback Case Aging Chapt15m"
000159     Accept Work-Date From Date
000160     Move Corresponding Work-Date-X To Heading-Line-2
000161     Move Date-MM Of Work-Date-X To Today-MM
000162     Move Date-DD Of Work-Date-X To Today-DD
000163     Move 2000 To Today-YYYY
000164     Add Date-YY Of Work-Date-X To Today-YYYY
000165     Open Output Report-File
000166     Open Input Returned-Check-File
000167     If Returned-Check-Success
000168        Perform Heading-Routine
000169        Perform Age-One-Check Until All-Done
000170        Close Returned-Check-File
000171     Else
000172        Display "Unable To Open Returned Check File, Status "
000173                Returned-Check-Status
000174     End-If
000175     Move Bucket-Current To Bucket-Edit-Cur
000176     Move Bucket-30 To Bucket-Edit-30
000177     Move Bucket-60 To Bucket-Edit-60
000178     Move Bucket-90 To Bucket-Edit-90
000179     Write Report-Record From Bucket-Line After 2
000180     Move Open-Count To Total-Count
000181     Move Total-Owed To Total-Amount
000182     Move Written-Off-Count To Total-Written-Off
000183     Write Report-Record From Total-Line After 1
000184     Close Report-File
000185     Call "Chapt25d" Using Spool-Catalog-Name
000186          Spool-Catalog-File Page-Count
000187     Display "Outstanding Returned Checks " Open-Count
000188     Stop Run
000189     .
000190 Age-One-Check.
000191     Read Returned-Check-File Next Record
000192          At End Set All-Done To True
000193          Not At End
000194             If Rc-Debt-Outstanding
000195                Perform Report-One-Check
000196             End-If
000197     End-Read
000198     .
000199 Report-One-Check.
000200     Compute Balance-Due = Rc-Check-Amount + Rc-Fee-Amount
000201                         - Rc-Paid-Amount
000202     Add 1 To Open-Count
000203     Add Balance-Due To Total-Owed
000204     Call "Chapt23f" Using Rc-Return-Date Today-MMDDYYYY
000205          Days-Old
000206     Evaluate True
000207        When Days-Old >= 90
000208             Add Balance-Due To Bucket-90
000209        When Days-Old >= 60
000210             Add Balance-Due To Bucket-60
000211        When Days-Old >= 30
000212             Add Balance-Due To Bucket-30
000213        When Other
000214             Add Balance-Due To Bucket-Current
000215     End-Evaluate
000216     Move Rc-Number To Detail-Case
000217     Move Rc-Receipt To Detail-Receipt
000218     Move Rc-Customer To Detail-Customer
000219     Move Rc-Return-Date To Detail-Returned
000220     Move Rc-Reason To Detail-Reason
000221     Move Balance-Due To Detail-Amount
000222     Move Days-Old To Detail-Days
000223     Move Rc-Letter-Step To Detail-Letter
000224     Move Rc-Attempt-Count To Detail-Attempts
000225     If Rc-Written-Off
000226        Add 1 To Written-Off-Count
000227        Move "Written Off" To Detail-Status
000228     Else
000229        Move "Open" To Detail-Status
000230     End-If
000231     If Line-Count >= Max-Lines
000232        Perform Heading-Routine
000233     End-If
000234     Write Report-Record From Detail-Line After 1
000235     Add 1 To Line-Count
000236     .
000237 Heading-Routine.
000238     Add 1 To Page-Count
000239     Move Page-Count To Page-No
000240     If Page-Count = 1
000241        Write Report-Record From Heading-Line-1 After Zero
000242     Else
000243        Write Report-Record From Heading-Line-1 After Page
000244     End-If
000245     Write Report-Record From Heading-Line-2 After 1
000246     Write Report-Record From Heading-Line-3 After 2
000247     Move 4 To Line-Count
000248     .
