000010 @OPTIONS MAIN,TEST
000020 Identification Division.
000030 Program-Id.  Chapt16p.
000031* Dealer Specialty Directory
000032* The Printed Directory For Shoppers: Every Active Booth Dealer
000033* Who Agreed To Be Listed, Under Each Of Their Specialty Codes
000034* (Kept On The Chapt14b Screen In DlrSpec.Dat), With The Booth
000035* Number And Zone From Booth.Dat, Followed By An Alphabetical
000036* Index Of The Same Dealers.  Specialty Names Come From
000037* SpecTbl.TXT; A Category Code Used As A Specialty Prints As
000038* The Code.  A Dealer Without A Booth On File Is Left Out, As
000039* There Is Nowhere To Send The Shopper
000040 Environment Division.
000041 Configuration Section.
000042 Source-Computer.  IBM-PC.
000043 Object-Computer.  IBM-PC.
000044 Input-Output  Section.
000045 File-Control.
000046     Select Report-File Assign To "RPT16P.SPL".
000047     Select Optional Dealer-Specialty-File Assign To "DlrSpec.Dat"
000048         Organization Indexed
000049         Access Sequential
000050         Record Key Spec-Dealer-Number
000051         File Status Dealer-Specialty-Status.
000052     Select Dealer-File Assign To "Dealer.Dat"
000053         Organization Indexed
000054         Access Random
000055         Record Key Dealer-Number
000056         Alternate Record Key Dealer-Name
000057         File Status Dealer-Status.
000058     Select Optional Booth-File Assign To "Booth.Dat"
000059         Organization Relative
000060         Access Sequential
000061         Relative Key Booth-Number
000062         File Status Booth-Status.
000063     Select Optional Specialty-Table-File Assign To "SpecTbl.TXT"
000064         Organization Is Line Sequential
000065         File Status  Is Specialty-Table-Status.
000066     Select Directory-Sort-File Assign To Sort-Work.
000067     Select Index-Sort-File Assign To Sort-Work.
000068 Data Division.
000069 File Section.
000070 Fd  Report-File.
000071 01  Report-Record Pic X(80).
000072 Fd  Dealer-Specialty-File.
000073 Copy "dlrspec.cpy".
000074 Fd  Dealer-File.
000075 01  Dealer-Record.
000076     03  Dealer-Number         Pic X(8).
000077     03  Dealer-Name.
000078         05  Last-Name   Pic X(25).
000079         05  First-Name  Pic X(15).
000080         05  Middle-Name Pic X(10).
000081     03  Filler                Pic X(317).
000082     03  Active-Status         Pic X.
000083         88  Dealer-Inactive   Value "I".
000084     03  Filler                Pic X(64).
000085     03  Dealer-Type-Code      Pic X.
000086         88  Booth-Dealer      Value " " "B".
000087     03  Filler                Pic X(35).
000088 Fd  Booth-File.
000089 01  Booth-Record.
000090     03  Occupying-Dealer-Number Pic X(8).
000091     03  Square-Footage          Pic 9(4).
000092     03  Monthly-Booth-Rate      Pic 9(4)v99.
000093     03  Booth-Zone              Pic X(4).
000094     03  Booth-Rate-Class        Pic X(2).
000095     03  Booth-Second-Dealer     Pic X(8).
000096     03  Booth-Split-Pct         Pic 9(2).
000097 Fd  Specialty-Table-File.
000098 01  Specialty-Table-Record.
000099     03  Spty-Rec-Code       Pic X(4).
000100     03  Filler              Pic X.
000101     03  Spty-Rec-Name       Pic X(30).
000102 Sd  Directory-Sort-File.
000103 01  Directory-Sort-Record.
000104     03  Dsort-Specialty-Name Pic X(30).
000105     03  Dsort-Specialty-Code Pic X(4).
000106     03  Dsort-Last-Name      Pic X(25).
000107     03  Dsort-First-Name     Pic X(15).
000108     03  Dsort-Booth          Pic 99.
000109     03  Dsort-Zone           Pic X(4).
000110 Sd  Index-Sort-File.
000111 01  Index-Sort-Record.
000112     03  Isort-Last-Name      Pic X(25).
000113     03  Isort-First-Name     Pic X(15).
000114     03  Isort-Booth          Pic 99.
000115     03  Isort-Zone           Pic X(4).
000116 Working-Storage Section.
000117 01  Dealer-Specialty-Status Pic XX Value Spaces.
000118     88  Dealer-Specialty-Success Value "00" Thru "09".
000119 01  Dealer-Status          Pic XX Value Spaces.
000120     88  Dealer-Success     Value "00" Thru "09".
000121 01  Booth-Status           Pic XX Value Spaces.
000122 01  Specialty-Table-Status Pic XX Value Spaces.
000123 01  Booth-Number           Pic 99 Value Zeros.
000124 01  Done-Flag              Pic X Value Spaces.
000125     88  All-Done           Value "Y".
000126 01  Sort-Done-Flag         Pic X Value Spaces.
000127     88  Sort-Done          Value "Y".
000128 01  Qualify-Flag           Pic X Value Space.
000129     88  Dealer-Qualifies   Value "Y".
000130 01  Specialty-Sub          Pic 9 Value Zeros.
000131 01  Listed-Dealers         Pic 9(5) Value Zeros.
000132 01  Listing-Lines          Pic 9(5) Value Zeros.
000133 01  Found-Booth            Pic 99 Value Zeros.
000134 01  Found-Zone             Pic X(4) Value Spaces.
000135 01  Last-Specialty         Pic X(34) Value Spaces.
000136 01  Booth-Table-Count      Pic 9(3) Value Zeros.
000137 01  Booth-Table-Area.
000138     03  Booth-Table-Entry Occurs 0 To 200 Times
000139             Depending On Booth-Table-Count
000140             Indexed By Booth-Table-Index.
000141         05  Table-Booth-Dealer  Pic X(8).
000142         05  Table-Booth-Number  Pic 99.
000143         05  Table-Booth-Zone    Pic X(4).
000144 01  Specialty-Table-Count  Pic 9(3) Value Zeros.
000145 01  Specialty-Table-Area.
000146     03  Specialty-Table-Entry Occurs 0 To 200 Times
000147             Depending On Specialty-Table-Count
000148             Indexed By Specialty-Table-Index.
000149         05  Table-Specialty-Code Pic X(4).
000150         05  Table-Specialty-Name Pic X(30).
000151 01  Line-Count             Pic 99 Value 99.
000152 01  Page-Count             Pic 9(4) Value Zeros.
000153 01  Max-Lines              Pic 99 Value 58.
000154 01  Date-And-Time-Area.
000155     03  Work-Date            Pic 9(6).
000156     03  Work-Date-X          Redefines Work-Date.
000157         05  Date-YY          Pic 99.
000158         05  Date-MM          Pic 99.
000159         05  Date-DD          Pic 99.
000160 01  Heading-Line-1.
000161     03  Filler      Pic X(22) Value "Darlene's Treasures".
000162     03  Filler      Pic X(7)  Value Spaces.
000163     03  Heading-Title Pic X(30) Value Spaces.
000164     03  Filler      Pic X(5)  Value Spaces.
000165     03  Filler      Pic X(5)  Value "Page".
000166     03  Page-No     Pic Z(4)9 Value Zeros.
000167 01  Heading-Line-2.
000168     03  Filler      Pic X(12) Value "As Of:".
000169     03  Date-MM     Pic 99.
000170     03  Filler      Pic X     Value "/".
000171     03  Date-DD     Pic 99.
000172     03  Filler      Pic X     Value "/".
000173     03  Date-YY     Pic 99.
000174 01  Specialty-Line.
000175     03  Specialty-Line-Name Pic X(30).
000176 01  Directory-Line.
000177     03  Filler              Pic X(4)  Value Spaces.
000178     03  Directory-Name      Pic X(42).
000179     03  Filler              Pic X(6)  Value "Booth ".
000180     03  Directory-Booth     Pic Z9.
000181     03  Filler              Pic X(8)  Value "   Zone ".
000182     03  Directory-Zone      Pic X(4).
000183 01  Spool-Catalog-Name    Pic X(8) Value "CHAPT16P".
000184 01  Spool-Catalog-File    Pic X(12) Value "RPT16P.SPL".
000185 Procedure Division.
000186 Chapt16p-Start.
000187     Display "Begin Dealer Specialty Directory Chapt16p"
000188     Accept Work-Date From Date
000189     Move Corresponding Work-Date-X To Heading-Line-2
000190     Perform Load-Specialty-Table
000191     Perform Load-Booth-Table
000192     Open Input Dealer-File
000193     If Not Dealer-Success
000194        Display "Unable To Open Dealer File " Dealer-Status
000195        Stop Run
000196     End-If
000197     Open Output Report-File
000198     Move "Dealers By Specialty" To Heading-Title
000199     Sort Directory-Sort-File
000200          Ascending Key Dsort-Specialty-Name Dsort-Specialty-Code
000201                        Dsort-Last-Name Dsort-First-Name
000202          Input Procedure Release-Directory-Entries
000203          Output Procedure Print-By-Specialty
000204     Move "Dealer Index" To Heading-Title
000205     Move 99 To Line-Count
000206     Sort Index-Sort-File
000207          Ascending Key Isort-Last-Name Isort-First-Name
000208          Input Procedure Release-Index-Entries
000209          Output Procedure Print-Dealer-Index
000210     Close Dealer-File
000211           Report-File
000212     Call "Chapt25d" Using Spool-Catalog-Name
000213          Spool-Catalog-File Page-Count
000214     Display "Dealers Listed    " Listed-Dealers
000215     Display "Specialty Lines   " Listing-Lines
000216     Stop Run
000217     .
000218 Release-Directory-Entries.
000219     Move Space To Done-Flag
000220     Open Input Dealer-Specialty-File
000221     If Not Dealer-Specialty-Success
000222        Set All-Done To True
000223     End-If
000224     Perform Release-One-Dealer-Specialties Until All-Done
000225     If Dealer-Specialty-Success Or Dealer-Specialty-Status = "10"
000226        Close Dealer-Specialty-File
000227     End-If
000228     .
000229 Release-One-Dealer-Specialties.
000230     Read Dealer-Specialty-File
000231          At End Set All-Done To True
000232          Not At End
000233             Perform Qualify-The-Dealer
000234             If Dealer-Qualifies
000235                Perform Release-One-Specialty
000236                        Varying Specialty-Sub From 1 By 1
000237                        Until Specialty-Sub > 5
000238             End-If
000239     End-Read
000240     .
000241 Release-One-Specialty.
000242     If Spec-Code (Specialty-Sub) Not = Spaces
000243        Move Spaces To Directory-Sort-Record
000244        Move Spec-Code (Specialty-Sub) To Dsort-Specialty-Code
000245        Set Specialty-Table-Index To 1
000246        Search Specialty-Table-Entry
000247             At End
000248                Move Spec-Code (Specialty-Sub)
000249                     To Dsort-Specialty-Name
000250             When Table-Specialty-Code (Specialty-Table-Index) =
000251                  Spec-Code (Specialty-Sub)
000252                Move Table-Specialty-Name (Specialty-Table-Index)
000253                     To Dsort-Specialty-Name
000254        End-Search
000255        Move Last-Name To Dsort-Last-Name
000256        Move First-Name To Dsort-First-Name
000257        Move Found-Booth To Dsort-Booth
000258        Move Found-Zone To Dsort-Zone
000259        Release Directory-Sort-Record
000260        Add 1 To Listing-Lines
000261     End-If
000262     .
000263 Qualify-The-Dealer.
000264* Listed Only With The Dealer's Consent, While Active, Renting A
000265* Booth, And With That Booth On File
000266     Move Space To Qualify-Flag
000267     If Spec-Directory-Listed
000268        Move Spec-Dealer-Number To Dealer-Number
000269        Read Dealer-File
000270             Invalid Key
000271                Continue
000272             Not Invalid Key
000273                If Not Dealer-Inactive And Booth-Dealer
000274                   Perform Find-Dealer-Booth
000275                End-If
000276        End-Read
000277     End-If
000278     .
000279 Find-Dealer-Booth.
000280     Set Booth-Table-Index To 1
000281     Search Booth-Table-Entry
000282          At End
000283             Continue
000284          When Table-Booth-Dealer (Booth-Table-Index) =
000285               Spec-Dealer-Number
000286             Move Table-Booth-Number (Booth-Table-Index)
000287                  To Found-Booth
000288             Move Table-Booth-Zone (Booth-Table-Index)
000289                  To Found-Zone
000290             Set Dealer-Qualifies To True
000291     End-Search
000292     .
000293 Print-By-Specialty.
000294     Move Spaces To Last-Specialty
000295     Move Space To Sort-Done-Flag
000296     Perform Print-One-Directory-Line Until Sort-Done
000297     .
000298 Print-One-Directory-Line.
000299     Return Directory-Sort-File
000300            At End Set Sort-Done To True
000301            Not At End
000302               Perform Print-Directory-Entry
000303     End-Return
000304     .
000305 Print-Directory-Entry.
000306     If Line-Count >= Max-Lines
000307        Perform Heading-Routine
000308     End-If
000309     If Dsort-Specialty-Name (1:30) Not = Last-Specialty (1:30)
000310        Or Dsort-Specialty-Code Not = Last-Specialty (31:4)
000311        Move Dsort-Specialty-Name To Last-Specialty (1:30)
000312        Move Dsort-Specialty-Code To Last-Specialty (31:4)
000313        Move Dsort-Specialty-Name To Specialty-Line-Name
000314        Write Report-Record From Specialty-Line After 2
000315        Add 2 To Line-Count
000316     End-If
000317     Move Spaces To Directory-Name
000318     String Dsort-First-Name Delimited By Space
000319            " "              Delimited By Size
000320            Dsort-Last-Name  Delimited By "  "
000321            Into Directory-Name
000322     End-String
000323     Move Dsort-Booth To Directory-Booth
000324     Move Dsort-Zone To Directory-Zone
000325     Write Report-Record From Directory-Line After 1
000326     Add 1 To Line-Count
000327     .
000328 Release-Index-Entries.
000329     Move Space To Done-Flag
000330     Open Input Dealer-Specialty-File
000331     If Not Dealer-Specialty-Success
000332        Set All-Done To True
000333     End-If
000334     Perform Release-One-Index-Dealer Until All-Done
000335     If Dealer-Specialty-Success Or Dealer-Specialty-Status = "10"
000336        Close Dealer-Specialty-File
000337     End-If
000338     .
000339 Release-One-Index-Dealer.
000340     Read Dealer-Specialty-File
000341          At End Set All-Done To True
000342          Not At End
000343             Perform Qualify-The-Dealer
000344             If Dealer-Qualifies
000345                Move Spaces To Index-Sort-Record
000346                Move Last-Name To Isort-Last-Name
000347                Move First-Name To Isort-First-Name
000348                Move Found-Booth To Isort-Booth
000349                Move Found-Zone To Isort-Zone
000350                Release Index-Sort-Record
000351                Add 1 To Listed-Dealers
000352             End-If
000353     End-Read
000354     .
000355 Print-Dealer-Index.
000356     Move Space To Sort-Done-Flag
000357     Perform Print-One-Index-Line Until Sort-Done
000358     .
000359 Print-One-Index-Line.
000360     Return Index-Sort-File
000361            At End Set Sort-Done To True
000362            Not At End
000363               Perform Print-Index-Entry
000364     End-Return
000365     .
000366 Print-Index-Entry.
000367     If Line-Count >= Max-Lines
000368        Perform Heading-Routine
000369     End-If
000370     Move Spaces To Directory-Name
000371     String Isort-Last-Name  Delimited By "  "
000372            ", "             Delimited By Size
000373            Isort-First-Name Delimited By Space
000374            Into Directory-Name
000375     End-String
000376     Move Isort-Booth To Directory-Booth
000377     Move Isort-Zone To Directory-Zone
000378     Write Report-Record From Directory-Line After 1
000379     Add 1 To Line-Count
000380     .
000381 Load-Specialty-Table.
000382     Move Space To Done-Flag
000383     Open Input Specialty-Table-File
000384     If Specialty-Table-Status = "00"
000385        Perform Load-One-Specialty Until All-Done
000386        Close Specialty-Table-File
000387     End-If
000388     .
000389 Load-One-Specialty.
000390     Read Specialty-Table-File
000391          At End Set All-Done To True
000392          Not At End
000393             If Specialty-Table-Count < 200
000394                Add 1 To Specialty-Table-Count
000395                Move Spty-Rec-Code To
000396                     Table-Specialty-Code (Specialty-Table-Count)
000397                Move Spty-Rec-Name To
000398                     Table-Specialty-Name (Specialty-Table-Count)
000399             End-If
000400     End-Read
000401     .
000402 Load-Booth-Table.
000403* A Shared Booth Lists Both Its Dealers At The Same Booth
000404     Move Space To Done-Flag
000405     Open Input Booth-File
000406     If Booth-Status = "00"
000407        Perform Load-One-Booth Until All-Done
000408        Close Booth-File
000409     End-If
000410     .
000411 Load-One-Booth.
000412     Read Booth-File
000413          At End Set All-Done To True
000414          Not At End
000415             If Occupying-Dealer-Number Not = Spaces
000416                And Booth-Table-Count < 200
000417                Add 1 To Booth-Table-Count
000418                Move Occupying-Dealer-Number To
000419                     Table-Booth-Dealer (Booth-Table-Count)
000420                Move Booth-Number To
000421                     Table-Booth-Number (Booth-Table-Count)
000422                Move Booth-Zone To
000423                     Table-Booth-Zone (Booth-Table-Count)
000424             End-If
000425             If Booth-Second-Dealer Not = Spaces
000426                And Booth-Table-Count < 200
000427                Add 1 To Booth-Table-Count
000428                Move Booth-Second-Dealer To
000429                     Table-Booth-Dealer (Booth-Table-Count)
000430                Move Booth-Number To
000431                     Table-Booth-Number (Booth-Table-Count)
000432                Move Booth-Zone To
000433                     Table-Booth-Zone (Booth-Table-Count)
000434             End-If
000435     End-Read
000436     .
000437 Heading-Routine.
000438     Add 1 To Page-Count
000439     Move Page-Count To Page-No
000440     If Page-Count = 1
000441        Write Report-Record From Heading-Line-1 After Zero
000442     Else
000443        Write Report-Record From Heading-Line-1 After Page
000444     End-If
000445     Write Report-Record From Heading-Line-2 After 1
000446     Move 2 To Line-Count
000447     .
