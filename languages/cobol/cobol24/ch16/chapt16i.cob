000010 @OPTIONS MAIN,TEST
000020 Identification Division.
000030 Program-Id.  Chapt16i.
000031* End-Of-Day Locked Case Key Report
000032* Three Sections From The Chapt16h Key Records: Keys Still Out
000033* At Close And How Long They Have Been Gone, Every Key Hand-Off
000034* Returned Today With The Time It Was Out, And For Each Open
000035* Or Today's Incident On An Item Sitting In A Locked Case, Who
000036* Held That Case Key On The Incident Date
000037 Environment Division.
000038 Configuration Section.
000039 Source-Computer.  IBM-PC.
000040 Object-Computer.  IBM-PC.
000041 Input-Output  Section.
000042 File-Control.
000043     Select Report-File Assign To "RPT16I.SPL".
000044     Select Key-Case-File Assign To "KeyCase.Dat"
000045            Organization Indexed
000046            Access Dynamic
000047            Record Key Case-Location
000048            Alternate Record Key Case-Key-Number
000049            File Status Key-Case-Status.
000050     Select Optional Key-Log-File Assign To "KeyLog.TXT"
000051         Organization Is Line Sequential
000052         File Status  Is Key-Log-Status.
000053     Select Optional Incident-File Assign To "Incident.Dat"
000054            Organization Indexed
000055            Access Sequential
000056            Record Key Inc-Number
000057            Alternate Record Key Inc-Item-Number
000058                With Duplicates
000059            File Status Incident-Status.
000060     Select Optional Item-File Assign To "Item.Dat"
000061            Organization Indexed
000062            Access Random
000063            Record Key Item-Number
000064            Alternate Record Key Item-Dealer-Number
000065                With Duplicates
000066            File Status Item-Status.
000067 Data Division.
000068 File Section.
000069 Fd  Report-File.
000070 01  Report-Record Pic X(80).
000071 Fd  Key-Case-File.
000072 Copy "keycase.cpy".
000073 Fd  Key-Log-File.
000074 Copy "keylog.cpy".
000075 Fd  Incident-File.
000076 01  Incident-Record.
000077     03  Inc-Number          Pic 9(6).
000078     03  Inc-Item-Number     Pic X(12).
000079     03  Inc-Dealer          Pic X(8).
000080     03  Inc-Date            Pic 9(8).
000081     03  Inc-Type            Pic X.
000082     03  Inc-Reported-By     Pic X(20).
000083     03  Inc-Disposition     Pic X(20).
000084     03  Inc-Settle-Amount   Pic 9(5)v99.
000085     03  Inc-Settle-Method   Pic X.
000086     03  Inc-Status-Code     Pic X.
000087         88  Inc-Open        Value "O".
000088     03  Filler              Pic X(10).
000089 Fd  Item-File.
000090 01  Item-Record.
000091     03  Item-Number         Pic X(12).
000092     03  Item-Dealer-Number  Pic X(8).
000093     03  Item-Description    Pic X(40).
000094     03  Filler              Pic X(44).
000095     03  Item-Location       Pic X(4).
000096     03  Filler              Pic X(8).
000097 Working-Storage Section.
000098 01  Key-Case-Status        Pic XX Value Spaces.
000099     88  Key-Case-Success   Value "00" Thru "09".
000100 01  Key-Log-Status         Pic XX Value Spaces.
000101 01  Incident-Status        Pic XX Value Spaces.
000102     88  Incident-Success   Value "00" Thru "09".
000103 01  Item-Status            Pic XX Value Spaces.
000104     88  Item-Success       Value "00" Thru "09".
000105 01  Done-Flag              Pic X Value Spaces.
000106     88  All-Done           Value "Y".
000107 01  Log-Done-Flag          Pic X Value Spaces.
000108     88  Log-Done           Value "Y".
000109 01  Locked-Case-Flag       Pic X Value Spaces.
000110     88  In-Locked-Case     Value "Y".
000111 01  Keys-Still-Out         Pic 9(5) Value Zeros.
000112 01  Handoffs-Returned      Pic 9(5) Value Zeros.
000113 01  Incidents-Listed       Pic 9(5) Value Zeros.
000114 01  Holders-Found          Pic 9(5) Value Zeros.
000115 01  Incident-Case          Pic X(4) Value Spaces.
000116* One Open Checkout Per Case - A Key Is In One Hand At A Time
000117 01  Pending-Count          Pic 9(3) Value Zeros.
000118 01  Pending-Table-Area.
000119     03  Pending-Entry Occurs 0 To 100 Times
000120             Depending On Pending-Count
000121             Indexed By Pending-Index.
000122         05  Pending-Case        Pic X(4).
000123         05  Pending-Key         Pic X(6).
000124         05  Pending-Out-Date    Pic 9(8).
000125         05  Pending-Out-Time    Pic 9(6).
000126         05  Pending-Operator    Pic X(4).
000127         05  Pending-Dealer      Pic X(8).
000128         05  Pending-Open-Flag   Pic X.
000129             88  Pending-Open    Value "Y".
000130 01  Span-Work.
000131     03  Span-Start-Date     Pic 9(8).
000132     03  Span-Start-Time     Pic 9(6).
000133     03  Span-End-Date       Pic 9(8).
000134     03  Span-End-Time       Pic 9(6).
000135 01  Clock-Time             Pic 9(6).
000136 01  Clock-Time-X Redefines Clock-Time.
000137     03  Clock-HH            Pic 99.
000138     03  Clock-MM            Pic 99.
000139     03  Clock-SS            Pic 99.
000140 01  Span-Days              Pic S9(7) Value Zeros.
000141 01  Start-Minutes          Pic 9(5) Value Zeros.
000142 01  End-Minutes            Pic 9(5) Value Zeros.
000143 01  Elapsed-Minutes        Pic S9(9) Value Zeros.
000144 01  Elapsed-Hours          Pic 9(5) Value Zeros.
000145 01  Elapsed-Remainder      Pic 9(2) Value Zeros.
000146 01  Days-Before            Pic S9(7) Value Zeros.
000147 01  Days-After             Pic S9(7) Value Zeros.
000148 01  Heading-Line-1.
000149     03  Filler      Pic X(12) Value "Created by:".
000150     03  Filler      Pic X(8)  Value "CHAPT16I".
000151     03  Filler      Pic X(10) Value Spaces.
000152     03  Filler      Pic X(33)
000153         Value "Locked Case Key Control".
000154     03  Filler      Pic X(5)  Value "Page".
000155     03  Page-No     Pic Z(4)9 Value Zeros.
000156 01  Heading-Line-2.
000157     03  Filler      Pic X(12) Value "Created on:".
000158     03  Date-MM     Pic 99.
000159     03  Filler      Pic X     Value "/".
000160     03  Date-DD     Pic 99.
000161     03  Filler      Pic X     Value "/".
000162     03  Date-YY     Pic 99.
000163 01  Heading-Line-3.
000164     03  Filler      Pic X(6)  Value "Case".
000165     03  Filler      Pic X(8)  Value "Key".
000166     03  Filler      Pic X(6)  Value "Oper".
000167     03  Filler      Pic X(10) Value "Dealer".
000168     03  Filler      Pic X(18) Value "Out".
000169     03  Filler      Pic X(18) Value "Returned".
000170     03  Filler      Pic X(9)  Value "Time Out".
000171 01  Section-Line           Pic X(80) Value Spaces.
000172 01  Detail-Line.
000173     03  Detail-Case         Pic X(4).
000174     03  Filler              Pic X(2)  Value Spaces.
000175     03  Detail-Key          Pic X(6).
000176     03  Filler              Pic X(2)  Value Spaces.
000177     03  Detail-Operator     Pic X(4).
000178     03  Filler              Pic X(2)  Value Spaces.
000179     03  Detail-Dealer       Pic X(8).
000180     03  Filler              Pic X(2)  Value Spaces.
000181     03  Detail-Out-Date     Pic 99/99/9999.
000182     03  Filler              Pic X     Value Spaces.
000183     03  Detail-Out-Time.
000184         05  Detail-Out-HH   Pic 99.
000185         05  Filler          Pic X     Value ":".
000186         05  Detail-Out-MM   Pic 99.
000187     03  Filler              Pic X(2)  Value Spaces.
000188     03  Detail-In-Date      Pic 99/99/9999 Blank When Zero.
000189     03  Filler              Pic X     Value Spaces.
000190     03  Detail-In-Time      Pic X(5).
000191     03  Filler              Pic X(2)  Value Spaces.
000192     03  Detail-Hours        Pic ZZZ9.
000193     03  Filler              Pic X     Value ":".
000194     03  Detail-Minutes      Pic 99.
000195 01  In-Time-Work.
000196     03  In-Time-HH          Pic 99.
000197     03  Filler              Pic X     Value ":".
000198     03  In-Time-MM          Pic 99.
000199 01  Incident-Line.
000200     03  Filler              Pic X(9)  Value "Incident".
000201     03  Incident-Number-Out Pic 9(6).
000202     03  Filler              Pic X(7)  Value "  Item".
000203     03  Incident-Item-Out   Pic X(12).
000204     03  Filler              Pic X(7)  Value "  Case".
000205     03  Incident-Case-Out   Pic X(4).
000206     03  Filler              Pic X(7)  Value "  Date".
000207     03  Incident-Date-Out   Pic 99/99/9999.
000208     03  Filler              Pic X(7)  Value "  Type".
000209     03  Incident-Type-Out   Pic X.
000210 01  No-Holder-Line         Pic X(50)
000211     Value "  No Key Checkout On File For The Incident Date".
000212 01  Total-Line.
000213     03  Total-Label         Pic X(30).
000214     03  Total-Count         Pic ZZ,ZZ9.
000215 01  Line-Count           Pic 99          Value 99.
000216 01  Page-Count           Pic 9(4)        Value Zeros.
000217 01  Max-Lines            Pic 99          Value 60.
000218 01  Date-And-Time-Area.
000219     03  Work-Date            Pic 9(6).
000220     03  Work-Date-X          Redefines Work-Date.
000221         05  Date-YY          Pic 99.
000222         05  Date-MM          Pic 99.
000223         05  Date-DD          Pic 99.
000224     03  Work-Time            Pic 9(8).
000225 01  Today-MMDDYYYY.
000226     03  Today-MM            Pic 99.
000227     03  Today-DD            Pic 99.
000228     03  Today-YYYY          Pic 9(4).
000229 01  Today-MMDDYYYY-N Redefines Today-MMDDYYYY Pic 9(8).
000230 01  Now-Time               Pic 9(6) Value Zeros.
000231 01  Spool-Catalog-Name    Pic X(8) Value "CHAPT16I".
000232 01  Spool-Catalog-File    Pic X(12) Value "RPT16I.SPL".
000233 Procedure Division.
000234 Chapt16i-Start.
000235     Display "Begin Locked Case Key Report Chapt16i"
000236     Accept Work-Date From Date
000237     Accept Work-Time From Time
000238     Move Work-Time (1:6) To Now-Time
000239     Move Corresponding Work-Date-X To Heading-Line-2
000240     Move Date-MM Of Work-Date-X To Today-MM
000241     Move Date-DD Of Work-Date-X To Today-DD
000242     Move 2000 To Today-YYYY
000243     Add Date-YY Of Work-Date-X To Today-YYYY
000244     Open Input Key-Case-File
000245     If Not Key-Case-Success
000246        Display "Unable To Open Key Case File, Status "
000247                Key-Case-Status
000248        Stop Run
000249     End-If
000250     Open Output Report-File
000251     Perform Heading-Routine
000252     Perform List-Keys-Out
000253     Perform List-Todays-Handoffs
000254     Perform List-Incident-Holders
000255     Perform Print-Totals
000256     Close Key-Case-File
000257           Report-File
000258     Call "Chapt25d" Using Spool-Catalog-Name
000259          Spool-Catalog-File Page-Count
000260     Display "Keys Still Out      " Keys-Still-Out
000261     Display "Hand-Offs Returned  " Handoffs-Returned
000262     Display "Incidents Listed    " Incidents-Listed
000263     Stop Run
000264     .
000265 List-Keys-Out.
000266     Move "Keys Still Out At Close" To Section-Line
000267     Perform Write-Section-Line
000268     Move Spaces To Done-Flag
000269     Perform List-One-Key-Out Until All-Done
000270     .
000271 List-One-Key-Out.
000272     Read Key-Case-File Next Record
000273          At End Set All-Done To True
000274          Not At End
000275             If Case-Key-Out
000276                Add 1 To Keys-Still-Out
000277                Move Case-Location To Detail-Case
000278                Move Case-Key-Number To Detail-Key
000279                Move Case-Holder-Operator To Detail-Operator
000280                Move Case-Holder-Dealer To Detail-Dealer
000281                Move Case-Out-Date To Span-Start-Date
000282                Move Case-Out-Time To Span-Start-Time
000283                Perform Print-Still-Out-Line
000284             End-If
000285     End-Read
000286     .
000287 List-Todays-Handoffs.
000288* Each Return Logged Today Is Paired With The Checkout Before
000289* It For The Same Case
000290     Move "Key Hand-Offs Returned Today" To Section-Line
000291     Perform Write-Section-Line
000292     Move Zeros To Pending-Count
000293     Move Spaces To Log-Done-Flag
000294     Open Input Key-Log-File
000295     Perform Pair-One-Log-Record Until Log-Done
000296     Close Key-Log-File
000297     .
000298 Pair-One-Log-Record.
000299     Read Key-Log-File
000300          At End Set Log-Done To True
000301          Not At End
000302             Perform Find-Pending-Case
000303             Evaluate True
000304                When Log-Key-Checked-Out
000305                   Perform Hold-Pending-Checkout
000306                When Log-Key-Returned And
000307                     Pending-Open (Pending-Index) And
000308                     Log-Date = Today-MMDDYYYY-N
000309                   Add 1 To Handoffs-Returned
000310                   Perform Print-Pending-Returned
000311                   Move Space To Pending-Open-Flag (Pending-Index)
000312                When Log-Key-Returned
000313                   Move Space To Pending-Open-Flag (Pending-Index)
000314             End-Evaluate
000315     End-Read
000316     .
000317 Find-Pending-Case.
000318* Leaves Pending-Index On The Case's Slot, Adding One If New
000319     Set Pending-Index To 1
000320     Search Pending-Entry
000321        At End
000322           If Pending-Count < 100
000323              Add 1 To Pending-Count
000324           End-If
000325           Set Pending-Index To Pending-Count
000326           Move Log-Case-Location To Pending-Case (Pending-Index)
000327           Move Space To Pending-Open-Flag (Pending-Index)
000328        When Pending-Case (Pending-Index) = Log-Case-Location
000329           Continue
000330     End-Search
000331     .
000332 Hold-Pending-Checkout.
000333     Move Log-Key-Number To Pending-Key (Pending-Index)
000334     Move Log-Date To Pending-Out-Date (Pending-Index)
000335     Move Log-Time To Pending-Out-Time (Pending-Index)
000336     Move Log-Operator To Pending-Operator (Pending-Index)
000337     Move Log-Dealer To Pending-Dealer (Pending-Index)
000338     Set Pending-Open (Pending-Index) To True
000339     .
000340 Print-Pending-Returned.
000341     Move Pending-Case (Pending-Index) To Detail-Case
000342     Move Pending-Key (Pending-Index) To Detail-Key
000343     Move Pending-Operator (Pending-Index) To Detail-Operator
000344     Move Pending-Dealer (Pending-Index) To Detail-Dealer
000345     Move Pending-Out-Date (Pending-Index) To Span-Start-Date
000346     Move Pending-Out-Time (Pending-Index) To Span-Start-Time
000347     Move Log-Date To Span-End-Date
000348     Move Log-Time To Span-End-Time
000349     Perform Print-Span-Line
000350     .
000351 List-Incident-Holders.
000352* Open Incidents, Plus Any Logged Today, On Items Whose Floor
000353* Location Is One Of The Locked Cases
000354     Move "Incidents In Locked Cases - Key Holders That Day"
000355          To Section-Line
000356     Perform Write-Section-Line
000357     Open Input Incident-File
000358     Open Input Item-File
000359     If Incident-Success And Item-Success
000360        Move Spaces To Done-Flag
000361        Perform Check-One-Incident Until All-Done
000362     End-If
000363     If Incident-Success
000364        Close Incident-File
000365     End-If
000366     If Item-Success
000367        Close Item-File
000368     End-If
000369     .
000370 Check-One-Incident.
000371     Read Incident-File
000372          At End Set All-Done To True
000373          Not At End
000374             If Inc-Open Or Inc-Date = Today-MMDDYYYY-N
000375                Perform Check-Incident-Location
000376                If In-Locked-Case
000377                   Perform Print-Incident-Holders
000378                End-If
000379             End-If
000380     End-Read
000381     .
000382 Check-Incident-Location.
000383     Move Spaces To Locked-Case-Flag Incident-Case
000384     Move Inc-Item-Number To Item-Number
000385     Read Item-File
000386          Invalid Key
000387             Continue
000388          Not Invalid Key
000389             If Item-Location Not = Spaces
000390                Move Item-Location To Case-Location
000391                Read Key-Case-File
000392                     Invalid Key
000393                        Continue
000394                     Not Invalid Key
000395                        Set In-Locked-Case To True
000396                        Move Case-Location To Incident-Case
000397                End-Read
000398             End-If
000399     End-Read
000400     .
000401 Print-Incident-Holders.
000402     Add 1 To Incidents-Listed
000403     Move Inc-Number To Incident-Number-Out
000404     Move Inc-Item-Number To Incident-Item-Out
000405     Move Incident-Case To Incident-Case-Out
000406     Move Inc-Date To Incident-Date-Out
000407     Move Inc-Type To Incident-Type-Out
000408     If Line-Count >= Max-Lines - 2
000409        Perform Heading-Routine
000410     End-If
000411     Write Report-Record From Incident-Line After 2
000412     Add 2 To Line-Count
000413     Move Zeros To Holders-Found Pending-Count
000414     Move Spaces To Log-Done-Flag
000415     Open Input Key-Log-File
000416     Perform Scan-Log-For-Incident Until Log-Done
000417     Close Key-Log-File
000418* A Checkout Still Open At The End Of The Log Is The Key
000419* Still Out Now
000420     If Pending-Count > Zero
000421        Set Pending-Index To 1
000422        If Pending-Open (Pending-Index)
000423           Call "Chapt23f" Using Pending-Out-Date (Pending-Index)
000424                Inc-Date Days-Before
000425           If Days-Before Not < Zero
000426              Perform Print-Pending-Still-Out
000427           End-If
000428        End-If
000429     End-If
000430     If Holders-Found = Zero
000431        Write Report-Record From No-Holder-Line After 1
000432        Add 1 To Line-Count
000433     End-If
000434     .
000435 Scan-Log-For-Incident.
000436* Any Checkout Whose Out-To-Return Span Covers The Incident
000437* Date Is Listed - The Key Was In That Hand That Day
000438     Read Key-Log-File
000439          At End Set Log-Done To True
000440          Not At End
000441             If Log-Case-Location = Incident-Case
000442                Perform Find-Pending-Case
000443                If Log-Key-Checked-Out
000444                   Perform Hold-Pending-Checkout
000445                Else
000446                   If Pending-Open (Pending-Index)
000447                      Perform Check-Span-Covers-Incident
000448                   End-If
000449                   Move Space To
000450                        Pending-Open-Flag (Pending-Index)
000451                End-If
000452             End-If
000453     End-Read
000454     .
000455 Check-Span-Covers-Incident.
000456     Call "Chapt23f" Using Pending-Out-Date (Pending-Index)
000457          Inc-Date Days-Before
000458     Call "Chapt23f" Using Inc-Date Log-Date Days-After
000459     If Days-Before Not < Zero And Days-After Not < Zero
000460        Add 1 To Holders-Found
000461        Perform Print-Pending-Returned
000462     End-If
000463     .
000464 Print-Pending-Still-Out.
000465     Add 1 To Holders-Found
000466     Move Pending-Case (Pending-Index) To Detail-Case
000467     Move Pending-Key (Pending-Index) To Detail-Key
000468     Move Pending-Operator (Pending-Index) To Detail-Operator
000469     Move Pending-Dealer (Pending-Index) To Detail-Dealer
000470     Move Pending-Out-Date (Pending-Index) To Span-Start-Date
000471     Move Pending-Out-Time (Pending-Index) To Span-Start-Time
000472     Perform Print-Still-Out-Line
000473     .
000474 Print-Still-Out-Line.
000475     Move Today-MMDDYYYY-N To Span-End-Date
000476     Move Now-Time To Span-End-Time
000477     Perform Compute-Elapsed
000478     Move Zeros To Detail-In-Date
000479     Move "OUT" To Detail-In-Time
000480     Perform Write-Detail-Line
000481     .
000482 Print-Span-Line.
000483     Perform Compute-Elapsed
000484     Move Span-End-Date To Detail-In-Date
000485     Move Span-End-Time To Clock-Time
000486     Move Clock-HH To In-Time-HH
000487     Move Clock-MM To In-Time-MM
000488     Move In-Time-Work To Detail-In-Time
000489     Perform Write-Detail-Line
000490     .
000491 Compute-Elapsed.
000492* Whole Days Between The Dates Plus The Clock Difference,
000493* Shown As Hours And Minutes
000494     Call "Chapt23f" Using Span-Start-Date Span-End-Date
000495          Span-Days
000496     Move Span-Start-Time To Clock-Time
000497     Compute Start-Minutes = Clock-HH * 60 + Clock-MM
000498     Move Span-End-Time To Clock-Time
000499     Compute End-Minutes = Clock-HH * 60 + Clock-MM
000500     Compute Elapsed-Minutes =
000501             Span-Days * 1440 + End-Minutes - Start-Minutes
000502     If Elapsed-Minutes < Zero
000503        Move Zeros To Elapsed-Minutes
000504     End-If
000505     Divide Elapsed-Minutes By 60 Giving Elapsed-Hours
000506            Remainder Elapsed-Remainder
000507     Move Span-Start-Date To Detail-Out-Date
000508     Move Span-Start-Time To Clock-Time
000509     Move Clock-HH To Detail-Out-HH
000510     Move Clock-MM To Detail-Out-MM
000511     Move Elapsed-Hours To Detail-Hours
000512     Move Elapsed-Remainder To Detail-Minutes
000513     .
000514 Write-Detail-Line.
000515     If Line-Count >= Max-Lines
000516        Perform Heading-Routine
000517     End-If
000518     Write Report-Record From Detail-Line After 1
000519     Add 1 To Line-Count
000520     .
000521 Write-Section-Line.
000522     If Line-Count >= Max-Lines - 2
000523        Perform Heading-Routine
000524     End-If
000525     Write Report-Record From Section-Line After 2
000526     Add 2 To Line-Count
000527     .
000528 Print-Totals.
000529     Move "Keys Still Out" To Total-Label
000530     Move Keys-Still-Out To Total-Count
000531     Write Report-Record From Total-Line After 2
000532     Move "Hand-Offs Returned Today" To Total-Label
000533     Move Handoffs-Returned To Total-Count
000534     Write Report-Record From Total-Line After 1
000535     Move "Locked Case Incidents" To Total-Label
000536     Move Incidents-Listed To Total-Count
000537     Write Report-Record From Total-Line After 1
000538     .
000539 Heading-Routine.
000540     Add 1 To Page-Count
000541     Move Page-Count To Page-No
000542     If Page-Count = 1
000543        Write Report-Record From Heading-Line-1 After Zero
000544     Else
000545        Write Report-Record From Heading-Line-1 After Page
000546     End-If
000547     Write Report-Record From Heading-Line-2 After 1
000548     Write Report-Record From Heading-Line-3 After 2
000549     Move 5 To Line-Count
000550     .
