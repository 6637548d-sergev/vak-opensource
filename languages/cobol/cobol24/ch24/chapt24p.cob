000010 @OPTIONS MAIN,TEST
000020 Identification Division.
000030 Program-Id.  Chapt24p.
000031* Unmatched Untagged Sales By Age
000032* Every Sale Still Waiting In The Untagged-Sale Queue Is Money
000033* The Dealer Has Not Been Paid And An Item That Still Looks
000034* Unsold: Each One Lists With Its Age From The Sale Date, And
000035* The Totals Break Out By Age Bracket So The Old Ones Get
000036* Worked First In Chapt24o
000037 Environment Division.
000038 Configuration Section.
000039 Source-Computer.  IBM-PC.
000040 Object-Computer.  IBM-PC.
000041 Input-Output  Section.
000042 File-Control.
000043     Select Report-File Assign To "RPT24P.SPL".
000044     Select Optional Untagged-Queue-File Assign To "UntagQ.TXT"
000045         Organization Is Line Sequential
000046         File Status  Is Untagged-Queue-Status.
000047 Data Division.
000048 File Section.
000049 Fd  Report-File.
000050 01  Report-Record Pic X(80).
000051 Fd  Untagged-Queue-File.
000052 Copy "untagq.cpy".
000053 Working-Storage Section.
000054 01  Untagged-Queue-Status  Pic XX Value Spaces.
000055     88  Untagged-Queue-Success Value "00" Thru "09".
000056 01  Done-Flag              Pic X Value Spaces.
000057     88  All-Done           Value "Y".
000058 01  Days-Waiting           Pic S9(7) Value Zeros.
000059 01  Bracket-Sub            Pic 9 Value Zeros.
000060* Upper Day Limit Of Each Age Bracket; The Last Takes The Rest
000061 01  Bracket-Limit-Values.
000062     03  Filler             Pic 9(5) Value 7.
000063     03  Filler             Pic 9(5) Value 30.
000064     03  Filler             Pic 9(5) Value 60.
000065     03  Filler             Pic 9(5) Value 99999.
000066 01  Bracket-Limit-Table Redefines Bracket-Limit-Values.
000067     03  Bracket-Limit      Pic 9(5) Occurs 4 Times.
000068 01  Bracket-Name-Values.
000069     03  Filler             Pic X(14) Value "0 - 7 Days".
000070     03  Filler             Pic X(14) Value "8 - 30 Days".
000071     03  Filler             Pic X(14) Value "31 - 60 Days".
000072     03  Filler             Pic X(14) Value "Over 60 Days".
000073 01  Bracket-Name-Table Redefines Bracket-Name-Values.
000074     03  Bracket-Name       Pic X(14) Occurs 4 Times.
000075 01  Bracket-Totals-Area.
000076     03  Bracket-Totals Occurs 4 Times.
000077         05  Bracket-Count  Pic 9(5).
000078         05  Bracket-Amount Pic S9(9)v99.
000079 01  Unmatched-Count        Pic 9(5) Value Zeros.
000080 01  Unmatched-Amount       Pic S9(9)v99 Value Zeros.
000081 01  Heading-Line-1.
000082     03  Filler      Pic X(12) Value "Created by:".
000083     03  Filler      Pic X(8)  Value "CHAPT24P".
000084     03  Filler      Pic X(6)  Value Spaces.
000085     03  Filler      Pic X(42)
000086         Value "Unmatched Untagged Sales By Age".
000087     03  Filler      Pic X(5)  Value "Page".
000088     03  Page-No     Pic Z(4)9 Value Zeros.
000089 01  Heading-Line-2.
000090     03  Filler      Pic X(12) Value "Created on:".
000091     03  Date-MM     Pic 99.
000092     03  Filler      Pic X     Value "/".
000093     03  Date-DD     Pic 99.
000094     03  Filler      Pic X     Value "/".
000095     03  Date-YY     Pic 99.
000096 01  Heading-Line-3.
000097     03  Filler      Pic X(10) Value "Dealer".
000098     03  Filler      Pic X(12) Value "Sold".
000099     03  Filler      Pic X(12) Value "Queued".
000100     03  Filler      Pic X(8)  Value "Receipt".
000101     03  Filler      Pic X(5)  Value "Cat".
000102     03  Filler      Pic X(5)  Value "Qty".
000103     03  Filler      Pic X(11) Value "     Price".
000104     03  Filler      Pic X(6)  Value "  Days".
000105 01  Detail-Line.
000106     03  Detail-Dealer       Pic X(8).
000107     03  Filler              Pic X(2)  Value Spaces.
000108     03  Detail-Sold         Pic 99/99/9999.
000109     03  Filler              Pic X(2)  Value Spaces.
000110     03  Detail-Queued       Pic 99/99/9999.
000111     03  Filler              Pic X(2)  Value Spaces.
000112     03  Detail-Receipt      Pic 9(6).
000113     03  Filler              Pic X(2)  Value Spaces.
000114     03  Detail-Category     Pic X(4).
000115     03  Filler              Pic X     Value Spaces.
000116     03  Detail-Qty          Pic ZZ9.
000117     03  Filler              Pic X     Value Spaces.
000118     03  Detail-Price        Pic ZZZ,ZZ9.99-.
000119     03  Filler              Pic X     Value Spaces.
000120     03  Detail-Days         Pic ZZZZ9.
000121 01  Bracket-Line.
000122     03  Filler              Pic X(4)  Value Spaces.
000123     03  Bracket-Name-Out    Pic X(14).
000124     03  Bracket-Count-Out   Pic ZZ,ZZ9.
000125     03  Filler              Pic X(7)  Value " Sales ".
000126     03  Bracket-Amount-Out  Pic ZZZ,ZZZ,ZZ9.99-.
000127 01  Total-Line.
000128     03  Filler              Pic X(18) Value "Total Unmatched".
000129     03  Total-Count-Out     Pic ZZ,ZZ9.
000130     03  Filler              Pic X(7)  Value " Sales ".
000131     03  Total-Amount-Out    Pic ZZZ,ZZZ,ZZ9.99-.
000132 01  Line-Count           Pic 99          Value 99.
000133 01  Page-Count           Pic 9(4)        Value Zeros.
000134 01  Max-Lines            Pic 99          Value 60.
000135 01  Date-And-Time-Area.
000136     03  Work-Date            Pic 9(6).
000137     03  Work-Date-X          Redefines Work-Date.
000138         05  Date-YY          Pic 99.
000139         05  Date-MM          Pic 99.
000140         05  Date-DD          Pic 99.
000141 01  Today-MMDDYYYY.
000142     03  Today-MM            Pic 99.
000143     03  Today-DD            Pic 99.
000144     03  Today-YYYY          Pic 9(4).
000145 01  Today-MMDDYYYY-N Redefines Today-MMDDYYYY Pic 9(8).
000146 01  Spool-Catalog-Name    Pic X(8) Value "CHAPT24P".
000147 01  Spool-Catalog-File    Pic X(12) Value "RPT24P.SPL".
000148 Procedure Division.
000149 Chapt24p-Start.
000150     Display "Begin Untagged Sale Aging Chapt24p"
000151     Accept Work-Date From Date
000152     Move Date-MM Of Work-Date-X To Today-MM
000153     Move Date-DD Of Work-Date-X To Today-DD
000154     Move 2000 To Today-YYYY
000155     Add Date-YY Of Work-Date-X To Today-YYYY
000156     Open Input Untagged-Queue-File
000157     If Not Untagged-Queue-Success
000158        Display "No Untagged Sales On The Queue"
000159        Stop Run
000160     End-If
000161     Initialize Bracket-Totals-Area
000162     Open Output Report-File
000163     Move Corresponding Work-Date-X To Heading-Line-2
000164     Perform Heading-Routine
000165     Perform Age-One-Sale Until All-Done
000166     Perform Print-Bracket-Totals
000167     Close Untagged-Queue-File
000168           Report-File
000169     Call "Chapt25d" Using Spool-Catalog-Name
000170          Spool-Catalog-File Page-Count
000171     Display "Unmatched Untagged Sales " Unmatched-Count
000172     Stop Run
000173     .
000174 Age-One-Sale.
000175     Read Untagged-Queue-File
000176          At End Set All-Done To True
000177          Not At End
000178             Perform Print-One-Sale
000179     End-Read
000180     .
000181 Print-One-Sale.
000182     Add 1 To Unmatched-Count
000183     Add Untag-Price To Unmatched-Amount
000184     Call "Chapt23f" Using Untag-Date Today-MMDDYYYY
000185          Days-Waiting
000186     If Days-Waiting < Zero
000187        Move Zeros To Days-Waiting
000188     End-If
000189     Move 1 To Bracket-Sub
000190     Perform Next-Bracket Until Days-Waiting <=
000191             Bracket-Limit (Bracket-Sub)
000192     Add 1 To Bracket-Count (Bracket-Sub)
000193     Add Untag-Price To Bracket-Amount (Bracket-Sub)
000194     Move Untag-Dealer To Detail-Dealer
000195     Move Untag-Date To Detail-Sold
000196     Move Untag-Queued-Date To Detail-Queued
000197     Move Untag-Receipt To Detail-Receipt
000198     Move Untag-Type To Detail-Category
000199     Move Untag-Qty To Detail-Qty
000200     Move Untag-Price To Detail-Price
000201     Move Days-Waiting To Detail-Days
000202     If Line-Count >= Max-Lines
000203        Perform Heading-Routine
000204     End-If
000205     Write Report-Record From Detail-Line After 1
000206     Add 1 To Line-Count
000207     .
000208 Next-Bracket.
000209     Add 1 To Bracket-Sub
000210     .
000211 Print-Bracket-Totals.
000212     If Line-Count >= Max-Lines - 6
000213        Perform Heading-Routine
000214     End-If
000215     Move Unmatched-Count To Total-Count-Out
000216     Move Unmatched-Amount To Total-Amount-Out
000217     Write Report-Record From Total-Line After 2
000218     Perform Print-One-Bracket Varying Bracket-Sub From 1 By 1
000219             Until Bracket-Sub > 4
000220     .
000221 Print-One-Bracket.
000222     Move Bracket-Name (Bracket-Sub) To Bracket-Name-Out
000223     Move Bracket-Count (Bracket-Sub) To Bracket-Count-Out
000224     Move Bracket-Amount (Bracket-Sub) To Bracket-Amount-Out
000225     Write Report-Record From Bracket-Line After 1
000226     .
000227 Heading-Routine.
000228     Add 1 To Page-Count
000229     Move Page-Count To Page-No
000230     If Page-Count = 1
000231        Write Report-Record From Heading-Line-1 After Zero
000232     Else
000233        Write Report-Record From Heading-Line-1 After Page
000234     End-If
000235     Write Report-Record From Heading-Line-2 After 1
000236     Write Report-Record From Heading-Line-3 After 2
000237     Move 5 To Line-Count
000238     .
