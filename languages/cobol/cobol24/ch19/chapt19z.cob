000010 @OPTIONS MAIN,TEST
000020 Identification Division.
000030 Program-Id.  Chapt19z.
000031* Weekly Dealer Insurance And Permit Expiry Report
000032* Lists Every Active Dealer's Insurance Certificate Or
000033* Seller's Permit Running Out In The Next Thirty Days, Then
000034* Those Already Lapsed.  A Lapsed Document Gets A Reminder
000035* Letter In DocNotic.TXT, Queued On The Correspondence Flow;
000036* The Letter Repeats Every Thirty Days Until Chapt19a Records
000037* The Renewal
000038 Environment Division.
000039 Configuration Section.
000040 Source-Computer.  IBM-PC.
000041 Object-Computer.  IBM-PC.
000042 Input-Output  Section.
000043 File-Control.
000044     Select Report-File Assign To "RPT19Z.SPL".
000045     Select Dealer-Document-File Assign To "DlrDoc.Dat"
000046         Organization Indexed
000047         Access Sequential
000048         Record Key Doc-Key
000049         File Status Dealer-Document-Status.
000050     Select Dealer-File Assign To "Dealer.Dat"
000051         Organization Indexed
000052         Access Random
000053         Record Key Dealer-Number
000054         Alternate Record Key Dealer-Name
000055         File Status Dealer-Status.
000056     Select Optional Corr-Queue-File Assign To "CorrQue.TXT"
000057         Organization Is Line Sequential
000058         File Status  Is Corr-Queue-Status.
000059     Select Notice-File Assign To "DocNotic.TXT"
000060         Organization Is Line Sequential
000061         File Status  Is Notice-Status.
000062 Data Division.
000063 File Section.
000064 Fd  Report-File.
000065 01  Report-Record Pic X(80).
000066 Fd  Dealer-Document-File.
000067 Copy "dlrdoc.cpy".
000068 Fd  Dealer-File.
000069 01  Dealer-Record.
000070     03  Dealer-Number       Pic X(8).
000071     03  Dealer-Name.
000072         05  Last-Name   Pic X(25).
000073         05  First-Name  Pic X(15).
000074         05  Middle-Name Pic X(10).
000075     03  Filler              Pic X(317).
000076     03  Active-Status       Pic X.
000077         88  Dealer-Inactive Value "I".
000078     03  Filler              Pic X(36).
000079     03  Contact-Preference  Pic X.
000080     03  Filler              Pic X(63).
000081 Fd  Corr-Queue-File.
000082 Copy "corrq.cpy".
000083 Fd  Notice-File.
000084 01  Notice-Record           Pic X(70).
000085 Working-Storage Section.
000086 01  Dealer-Document-Status Pic XX Value Spaces.
000087     88  Dealer-Document-Success Value "00" Thru "09".
000088 01  Dealer-Status          Pic XX Value Spaces.
000089     88  Dealer-Success     Value "00" Thru "09".
000090 01  Corr-Queue-Status      Pic XX Value Spaces.
000091 01  Notice-Status          Pic XX Value Spaces.
000092 01  Done-Flag              Pic X Value Spaces.
000093     88  All-Done           Value "Y".
000094 01  Dealer-Found-Flag      Pic X Value Spaces.
000095     88  Dealer-Found       Value "Y".
000096 01  Days-Left              Pic S9(7) Value Zeros.
000097 01  Days-Since-Reminder    Pic S9(7) Value Zeros.
000098 01  Reminder-Interval      Pic 9(3) Value 30.
000099 01  Warning-Window         Pic 9(3) Value 30.
000100 01  Documents-Expiring     Pic 9(5) Value Zeros.
000101 01  Documents-Lapsed       Pic 9(5) Value Zeros.
000102 01  Reminders-Sent         Pic 9(5) Value Zeros.
000103 01  Formatted-Name         Pic X(40) Value Spaces.
000104 01  Notice-Body-Line       Pic X(70) Value Spaces.
000105 01  Document-Description   Pic X(20) Value Spaces.
000106 01  Expiry-Edit            Pic 99/99/9999.
000107 01  Heading-Line-1.
000108     03  Filler      Pic X(12) Value "Created by:".
000109     03  Filler      Pic X(8)  Value "CHAPT19Z".
000110     03  Filler      Pic X(6)  Value Spaces.
000111     03  Filler      Pic X(37)
000112         Value "Dealer Insurance / Permit Expiry".
000113     03  Filler      Pic X(5)  Value "Page".
000114     03  Page-No     Pic Z(4)9 Value Zeros.
000115 01  Heading-Line-2.
000116     03  Filler      Pic X(12) Value "Created on:".
000117     03  Date-MM     Pic 99.
000118     03  Filler      Pic X     Value "/".
000119     03  Date-DD     Pic 99.
000120     03  Filler      Pic X     Value "/".
000121     03  Date-YY     Pic 99.
000122 01  Heading-Line-3.
000123     03  Filler      Pic X(10) Value "Dealer".
000124     03  Filler      Pic X(22) Value "Name".
000125     03  Filler      Pic X(6)  Value "Type".
000126     03  Filler      Pic X(21) Value "Policy/Permit".
000127     03  Filler      Pic X(11) Value "Expires".
000128     03  Filler      Pic X(10) Value " Days  Ltr".
000129 01  Section-Line           Pic X(80) Value Spaces.
000130 01  Detail-Line.
000131     03  Detail-Dealer       Pic X(8).
000132     03  Filler              Pic X(2)  Value Spaces.
000133     03  Detail-Name         Pic X(20).
000134     03  Filler              Pic X(2)  Value Spaces.
000135     03  Detail-Type         Pic X(4).
000136     03  Filler              Pic X(2)  Value Spaces.
000137     03  Detail-Reference    Pic X(20).
000138     03  Filler              Pic X     Value Spaces.
000139     03  Detail-Expiry       Pic 99/99/9999.
000140     03  Filler              Pic X     Value Spaces.
000141     03  Detail-Days         Pic ZZZZ9-.
000142     03  Filler              Pic X     Value Spaces.
000143     03  Detail-Letter       Pic X(3).
000144 01  Total-Line.
000145     03  Total-Label         Pic X(30).
000146     03  Total-Count         Pic ZZ,ZZ9.
000147 01  Line-Count           Pic 99          Value 99.
000148 01  Page-Count           Pic 9(4)        Value Zeros.
000149 01  Max-Lines            Pic 99          Value 60.
000150 01  Date-And-Time-Area.
000151     03  Work-Date            Pic 9(6).
000152     03  Work-Date-X          Redefines Work-Date.
000153         05  Date-YY          Pic 99.
000154         05  Date-MM          Pic 99.
000155         05  Date-DD          Pic 99.
000156 01  Today-MMDDYYYY.
000157     03  Today-MM            Pic 99.
000158     03  Today-DD            Pic 99.
000159     03  Today-YYYY          Pic 9(4).
000160 01  Today-MMDDYYYY-N Redefines Today-MMDDYYYY Pic 9(8).
000161 01  Spool-Catalog-Name    Pic X(8) Value "CHAPT19Z".
000162 01  Spool-Catalog-File    Pic X(12) Value "RPT19Z.SPL".
000163 Procedure Division.
000164 Chapt19z-Start.
000165     Display "Begin Insurance / Permit Expiry Chapt19z"
000166     Accept Work-Date From Date
000167     Move Corresponding Work-Date-X To Heading-Line-2
000168     Move Date-MM Of Work-Date-X To Today-MM
000169     Move Date-DD Of Work-Date-X To Today-DD
000170     Move 2000 To Today-YYYY
000171     Add Date-YY Of Work-Date-X To Today-YYYY
000172     Open Input Dealer-Document-File
000173     If Not Dealer-Document-Success
000174        Display "Unable To Open Dealer Document File, Status "
000175                Dealer-Document-Status
000176        Stop Run
000177     End-If
000178     Open Input Dealer-File
000179     If Not Dealer-Success
000180        Display "Unable To Open Dealer File, Status "
000181                Dealer-Status
000182        Close Dealer-Document-File
000183        Stop Run
000184     End-If
000185     Open Extend Corr-Queue-File
000186     Open Output Notice-File
000187                 Report-File
000188     Perform Heading-Routine
000189* First Pass: What Runs Out In The Coming Thirty Days
000190     Move "Expiring Within 30 Days" To Section-Line
000191     Perform Write-Section-Line
000192     Perform List-One-Expiring Until All-Done
000193     Close Dealer-Document-File
000194* Second Pass: What Has Already Lapsed - Opened For Update So
000195* The Reminder Date Can Be Stamped
000196     Open I-O Dealer-Document-File
000197     Move Spaces To Done-Flag
000198     Move "Already Lapsed" To Section-Line
000199     Perform Write-Section-Line
000200     Perform List-One-Lapsed Until All-Done
000201     Perform Print-Totals
000202     Close Dealer-Document-File
000203           Dealer-File
000204           Corr-Queue-File
000205           Notice-File
000206           Report-File
000207     Call "Chapt25d" Using Spool-Catalog-Name
000208          Spool-Catalog-File Page-Count
000209     Display "Documents Expiring  " Documents-Expiring
000210     Display "Documents Lapsed    " Documents-Lapsed
000211     Display "Reminders Sent      " Reminders-Sent
000212     Stop Run
000213     .
000214 List-One-Expiring.
000215     Read Dealer-Document-File
000216          At End Set All-Done To True
000217          Not At End
000218             Perform Read-Document-Dealer
000219             If Dealer-Found
000220                Call "Chapt23f" Using Today-MMDDYYYY
000221                     Doc-Expiry-Date Days-Left
000222                If Days-Left Not < Zero And
000223                   Days-Left Not > Warning-Window
000224                   Add 1 To Documents-Expiring
000225                   Move Spaces To Detail-Letter
000226                   Perform Print-Document
000227                End-If
000228             End-If
000229     End-Read
000230     .
000231 List-One-Lapsed.
000232     Read Dealer-Document-File
000233          At End Set All-Done To True
000234          Not At End
000235             Perform Read-Document-Dealer
000236             If Dealer-Found
000237                Call "Chapt23f" Using Today-MMDDYYYY
000238                     Doc-Expiry-Date Days-Left
000239                If Days-Left < Zero
000240                   Add 1 To Documents-Lapsed
000241                   Perform Consider-Reminder
000242                   Perform Print-Document
000243                End-If
000244             End-If
000245     End-Read
000246     .
000247 Read-Document-Dealer.
000248* Documents For Dealers Who Have Left Are Not Chased
000249     Move Spaces To Dealer-Found-Flag
000250     Move Doc-Dealer To Dealer-Number
000251     Read Dealer-File
000252          Invalid Key
000253             Continue
000254          Not Invalid Key
000255             If Not Dealer-Inactive
000256                Set Dealer-Found To True
000257             End-If
000258     End-Read
000259     .
000260 Consider-Reminder.
000261     Move Spaces To Detail-Letter
000262     If Doc-Last-Reminder-Date = Zeros
000263        Move Reminder-Interval To Days-Since-Reminder
000264     Else
000265        Call "Chapt23f" Using Doc-Last-Reminder-Date
000266             Today-MMDDYYYY Days-Since-Reminder
000267     End-If
000268     If Days-Since-Reminder Not < Reminder-Interval
000269        Perform Write-Lapse-Letter
000270        Perform Queue-Correspondence
000271        Move Today-MMDDYYYY-N To Doc-Last-Reminder-Date
000272        Rewrite Dealer-Document-Record
000273        Add 1 To Reminders-Sent
000274        Move "Yes" To Detail-Letter
000275     End-If
000276     .
000277 Write-Lapse-Letter.
000278     Perform Format-Name
000279     Write Notice-Record From Formatted-Name
000280     If Doc-Insurance
000281        Move "liability insurance" To Document-Description
000282     Else
000283        Move "seller's permit" To Document-Description
000284     End-If
000285     Move Doc-Expiry-Date To Expiry-Edit
000286     Move Spaces To Notice-Body-Line
000287     String "Our records show your " Delimited By Size
000288            Document-Description Delimited By "  "
000289            ", " Delimited By Size
000290            Doc-Reference Delimited By "  "
000291            "," Delimited By Size
000292            Into Notice-Body-Line
000293     End-String
000294     Write Notice-Record From Notice-Body-Line
000295     Move Spaces To Notice-Body-Line
000296     String "lapsed on " Expiry-Edit
000297            ".  Your lease requires it be kept current."
000298            Delimited By Size Into Notice-Body-Line
000299     End-String
000300     Write Notice-Record From Notice-Body-Line
000301     Move "Please bring the renewed document to the office."
000302          To Notice-Body-Line
000303     Write Notice-Record From Notice-Body-Line
000304     Move Spaces To Notice-Record
000305     Write Notice-Record
000306     .
000307 Queue-Correspondence.
000308     Move Spaces To Corr-Queue-Record
000309     Move Today-MMDDYYYY-N To Corr-Date
000310     Set Corr-Doc-Lapsed To True
000311     Move Dealer-Number To Corr-Dealer
000312     Move Contact-Preference To Corr-Contact-Pref
000313     Set Corr-Queued To True
000314     Move Zeros To Corr-Status-Date
000315     Write Corr-Queue-Record
000316     .
000317 Print-Document.
000318     Move Doc-Dealer To Detail-Dealer
000319     Move Last-Name To Detail-Name
000320     Move Doc-Type To Detail-Type
000321     Move Doc-Reference To Detail-Reference
000322     Move Doc-Expiry-Date To Detail-Expiry
000323     Move Days-Left To Detail-Days
000324     If Line-Count >= Max-Lines
000325        Perform Heading-Routine
000326     End-If
000327     Write Report-Record From Detail-Line After 1
000328     Add 1 To Line-Count
000329     .
000330 Write-Section-Line.
000331     If Line-Count >= Max-Lines - 2
000332        Perform Heading-Routine
000333     End-If
000334     Write Report-Record From Section-Line After 2
000335     Add 2 To Line-Count
000336     .
000337 Print-Totals.
000338     Move "Documents Expiring" To Total-Label
000339     Move Documents-Expiring To Total-Count
000340     Write Report-Record From Total-Line After 2
000341     Move "Documents Lapsed" To Total-Label
000342     Move Documents-Lapsed To Total-Count
000343     Write Report-Record From Total-Line After 1
000344     Move "Reminder Letters Queued" To Total-Label
000345     Move Reminders-Sent To Total-Count
000346     Write Report-Record From Total-Line After 1
000347     .
000348 Format-Name.
000349     Move Spaces To Formatted-Name
000350     String First-Name  Delimited By Space
000351            " "         Delimited By Size
000352            Middle-Name Delimited By Space
000353            " "         Delimited By Size
000354            Last-Name   Delimited By Space
000355            Into Formatted-Name
000356     End-String
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
000367     Write Report-Record From Heading-Line-3 After 2
000368     Move 5 To Line-Count
000369     .
