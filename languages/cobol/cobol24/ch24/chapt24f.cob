000034* Sees Matching Available Items With Description, Price And
000035* Floor Location - No Dealer Names, No Cost Data, And Only
000036* The Attendant Key Leaves The Panel
000036* A Specialty Code Sends The Shopper To The Booth Of Each Active
000036* Booth Dealer Listed Under It In The Specialty Directory, So A
000036* Booth Is Found Even When Its Items Are Not Entered One By One
000043 Environment Division.
000050 Configuration Section.
000051 Special-Names.
000067            Alternate Record Key Item-Dealer-Number
000068                With Duplicates
000069            File Status Item-Status.
000069     Select Optional Dealer-Specialty-File Assign To "DlrSpec.Dat"
000069            Organization Indexed
000069            Access Sequential
000069            Record Key Spec-Dealer-Number
000069            File Status Dealer-Specialty-Status.
000069     Select Dealer-File Assign To "Dealer.Dat"
000069            Organization Indexed
000069            Access Random
000069            Record Key Dealer-Number
000069            Alternate Record Key Dealer-Name
000069            File Status Dealer-Status.
000069     Select Optional Booth-File Assign To "Booth.Dat"
000069            Organization Relative
000069            Access Sequential
000069            Relative Key Booth-Number
000069            File Status Booth-Status.
000069     Select Optional Specialty-Table-File Assign To "SpecTbl.TXT"
000069            Organization Is Line Sequential
000069            File Status Is Specialty-Table-Status.
000070 Data Division.
000071 File Section.
000072 Fd  Item-File.
000083     03  Filler              Pic X(14).
000084     03  Item-Location       Pic X(4).
000085     03  Filler              Pic X(8).
000086 Fd  Dealer-Specialty-File.
000086 Copy "dlrspec.cpy".
000086 Fd  Dealer-File.
000086 01  Dealer-Record.
000086     03  Dealer-Number         Pic X(8).
000086     03  Dealer-Name.
000086         05  Last-Name   Pic X(25).
000086         05  First-Name  Pic X(15).
000086         05  Middle-Name Pic X(10).
000086     03  Filler                Pic X(317).
000086     03  Active-Status         Pic X.
000086         88  Dealer-Inactive   Value "I".
000086     03  Filler                Pic X(64).
000086     03  Dealer-Type-Code      Pic X.
000086         88  Booth-Dealer      Value " " "B".
000086     03  Filler                Pic X(35).
000086 Fd  Booth-File.
000086 01  Booth-Record.
000086     03  Occupying-Dealer-Number Pic X(8).
000086     03  Square-Footage          Pic 9(4).
000086     03  Monthly-Booth-Rate      Pic 9(4)v99.
000086     03  Booth-Zone              Pic X(4).
000086     03  Booth-Rate-Class        Pic X(2).
000086     03  Booth-Second-Dealer     Pic X(8).
000086     03  Booth-Split-Pct         Pic 9(2).
000086 Fd  Specialty-Table-File.
000086 01  Specialty-Table-Record.
000086     03  Spty-Rec-Code       Pic X(4).
000086     03  Filler              Pic X.
000086     03  Spty-Rec-Name       Pic X(30).
000086 Working-Storage Section.
000087 01  Keyboard-Status.
000088     03  Accept-Status Pic 9.
000095     03  Cursor-Column Pic 9(2) Value 1.
000096 01  Item-Status            Pic XX Value Spaces.
000097     88  Item-Success       Value "00" Thru "09".
000097 01  Dealer-Specialty-Status Pic XX Value Spaces.
000097     88  Dealer-Specialty-Success Value "00" Thru "09".
000097 01  Dealer-Status          Pic XX Value Spaces.
000097     88  Dealer-Success     Value "00" Thru "09".
000097 01  Booth-Status           Pic XX Value Spaces.
000097 01  Specialty-Table-Status Pic XX Value Spaces.
000097 01  Booth-Number           Pic 99 Value Zeros.
000097 01  Load-Done-Flag         Pic X Value Spaces.
000097     88  Load-Done          Value "Y".
000097 01  Specialty-Sub          Pic 9 Value Zeros.
000097 01  Holds-Specialty-Flag   Pic X Value Space.
000097     88  Holds-Specialty    Value "Y".
000097 01  Booth-Table-Count      Pic 9(3) Value Zeros.
000097 01  Booth-Table-Area.
000097     03  Booth-Table-Entry Occurs 0 To 200 Times
000097             Depending On Booth-Table-Count
000097             Indexed By Booth-Table-Index.
000097         05  Table-Booth-Dealer  Pic X(8).
000097         05  Table-Booth-Number  Pic 99.
000097         05  Table-Booth-Zone    Pic X(4).
000097 01  Specialty-Table-Count  Pic 9(3) Value Zeros.
000097 01  Specialty-Table-Area.
000097     03  Specialty-Table-Entry Occurs 0 To 200 Times
000097             Depending On Specialty-Table-Count
000097             Indexed By Specialty-Table-Index.
000097         05  Table-Specialty-Code Pic X(4).
000097         05  Table-Specialty-Name Pic X(30).
000097 01  Booth-Work.
000097     03  Work-Specialty-Name Pic X(30).
000097     03  Filler              Pic X(12) Value Spaces.
000097     03  Filler              Pic X(6)  Value "Booth ".
000097     03  Work-Booth          Pic Z9.
000097     03  Filler              Pic X(7)  Value "  Zone ".
000097     03  Work-Zone           Pic X(4).
000098 01  Scan-Done-Flag         Pic X Value Spaces.
000099     88  Scan-Done          Value "Y".
000100 01  Error-Message          Pic X(60) Value Spaces.
000116 01  Work-Record.
000117     03  Entry-Keyword       Pic X(20).
000118     03  Entry-Category      Pic X(4).
000118     03  Entry-Specialty     Pic X(4).
000119 Screen Section.
000120 01  Locator-Screen
000121     Blank Screen, Auto
000126             Highlight Foreground-Color 4 Background-Color 1.
000127         05  Line 03 Column 01  Value "Keyword: ".
000128         05  Line 03 Column 36  Value "Or Category: ".
000128         05  Line 04 Column 35  Value "Or Specialty: ".
000129         05  Line 22 Column 01  Value
000130             "F2-Search        (F1 Is The Attendant Key)".
000131     03  Reverse-Video-Group Reverse-Video.
000132         05  Line 3 Column 10 Pic X(20) Using Entry-Keyword.
000133         05  Line 3 Column 49 Pic X(4) Using Entry-Category.
000133         05  Line 4 Column 49 Pic X(4) Using Entry-Specialty.
000134     03  Result-Group.
000135         05  Line 06 Column 03 Pic X(70) From Result-Line (1).
000136         05  Line 07 Column 03 Pic X(70) From Result-Line (2).
000153        Display "Unable To Open Item File, Status " Item-Status
000154        Stop Run
000155     End-If
000156     Open Input Dealer-File
000156     If Not Dealer-Success
000156        Display "Unable To Open Dealer File, Status "
000156                Dealer-Status
000156        Stop Run
000156     End-If
000156     Perform Load-Specialty-Table
000156     Perform Load-Booth-Table
000156     Initialize Work-Record Result-Area
000157     Perform Process-Screen Until F1-Pressed
000158     Close Item-File
000158           Dealer-File
000159     Stop Run
000160     .
000161 Process-Screen.
000174     Inspect Entry-Keyword Converting
000175             "abcdefghijklmnopqrstuvwxyz" To
000176             "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
000176     Inspect Entry-Specialty Converting
000176             "abcdefghijklmnopqrstuvwxyz" To
000176             "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
000177     If Entry-Keyword = Spaces And Entry-Category = Spaces
000177        And Entry-Specialty = Spaces
000178        Move "Key A Word Or Pick A Category First"
000179             To Error-Message
000180     Else
000185           Invalid Key
000186              Set Scan-Done To True
000187        End-Start
000187* A Specialty Alone Goes Straight To The Booth Search
000187        If Entry-Keyword = Spaces And Entry-Category = Spaces
000187           Set Scan-Done To True
000187        End-If
000188        Perform Scan-One-Item Until Scan-Done
000188        If Entry-Specialty Not = Spaces And Result-Sub Not > 12
000188           Perform Search-By-Specialty
000188        End-If
000189        If Result-Sub = Zeros
000190           Move "Nothing Found - Ask At The Front Desk"
000191                To Error-Message
000254        Move Result-Work To Result-Line (Result-Sub)
000255     End-If
000256     .
000257 Search-By-Specialty.
000258* Only The Booth Is Shown, Never The Dealer, As With Items
000259     Move Space To Scan-Done-Flag
000260     Open Input Dealer-Specialty-File
000261     If Not Dealer-Specialty-Success
000262        Set Scan-Done To True
000263     End-If
000264     Perform Scan-One-Dealer-Specialty Until Scan-Done
000265     If Dealer-Specialty-Success
000266        Or Dealer-Specialty-Status = "10"
000267        Close Dealer-Specialty-File
000268     End-If
000269     .
000270 Scan-One-Dealer-Specialty.
000271     Read Dealer-Specialty-File
000272          At End Set Scan-Done To True
000273          Not At End
000274             If Spec-Directory-Listed
000275                Perform Check-Dealer-Specialty
000276             End-If
000277     End-Read
000278     .
000279 Check-Dealer-Specialty.
000280     Move Space To Holds-Specialty-Flag
000281     Perform Check-One-Specialty-Code
000282             Varying Specialty-Sub From 1 By 1
000283             Until Specialty-Sub > 5
000284     If Holds-Specialty
000285        Move Spec-Dealer-Number To Dealer-Number
000286        Read Dealer-File
000287             Invalid Key
000288                Continue
000289             Not Invalid Key
000290                If Not Dealer-Inactive And Booth-Dealer
000291                   Perform Show-Dealer-Booths
000292                End-If
000293        End-Read
000294     End-If
000295     .
000296 Check-One-Specialty-Code.
000297     If Spec-Code (Specialty-Sub) = Entry-Specialty
000298        Set Holds-Specialty To True
000299     End-If
000300     .
000301 Show-Dealer-Booths.
000302     Perform Check-One-Booth
000303             Varying Booth-Table-Index From 1 By 1
000304             Until Booth-Table-Index > Booth-Table-Count
000305             Or Scan-Done
000306     .
000307 Check-One-Booth.
000308     If Table-Booth-Dealer (Booth-Table-Index) =
000309        Spec-Dealer-Number
000310        Perform Show-One-Booth
000311     End-If
000312     .
000313 Show-One-Booth.
000314     Add 1 To Result-Sub
000315     If Result-Sub > 12
000316        Move "More Matches Than Fit - Try A Narrower Word"
000317             To Error-Message
000318        Set Scan-Done To True
000319     Else
000320        Set Specialty-Table-Index To 1
000321        Search Specialty-Table-Entry
000322             At End
000323                Move Entry-Specialty To Work-Specialty-Name
000324             When Table-Specialty-Code (Specialty-Table-Index) =
000325                  Entry-Specialty
000326                Move Table-Specialty-Name (Specialty-Table-Index)
000327                     To Work-Specialty-Name
000328        End-Search
000329        If Work-Specialty-Name = Spaces
000330           Move Entry-Specialty To Work-Specialty-Name
000331        End-If
000332        Move Table-Booth-Number (Booth-Table-Index) To Work-Booth
000333        Move Table-Booth-Zone (Booth-Table-Index) To Work-Zone
000334        Move Booth-Work To Result-Line (Result-Sub)
000335     End-If
000336     .
000337 Load-Specialty-Table.
000338     Move Space To Load-Done-Flag
000339     Open Input Specialty-Table-File
000340     If Specialty-Table-Status = "00"
000341        Perform Load-One-Specialty Until Load-Done
000342        Close Specialty-Table-File
000343     End-If
000344     .
000345 Load-One-Specialty.
000346     Read Specialty-Table-File
000347          At End Set Load-Done To True
000348          Not At End
000349             If Specialty-Table-Count < 200
000350                Add 1 To Specialty-Table-Count
000351                Move Spty-Rec-Code To
000352                     Table-Specialty-Code (Specialty-Table-Count)
000353                Move Spty-Rec-Name To
000354                     Table-Specialty-Name (Specialty-Table-Count)
000355             End-If
000356     End-Read
000357     .
000358 Load-Booth-Table.
000359* A Shared Booth Is Listed Under Both Of Its Dealers
000360     Move Space To Load-Done-Flag
000361     Open Input Booth-File
000362     If Booth-Status = "00"
000363        Perform Load-One-Booth Until Load-Done
000364        Close Booth-File
000365     End-If
000366     .
000367 Load-One-Booth.
000368     Read Booth-File
000369          At End Set Load-Done To True
000370          Not At End
000371             If Occupying-Dealer-Number Not = Spaces
000372                And Booth-Table-Count < 200
000373                Add 1 To Booth-Table-Count
000374                Move Occupying-Dealer-Number To
000375                     Table-Booth-Dealer (Booth-Table-Count)
000376                Move Booth-Number To
000377                     Table-Booth-Number (Booth-Table-Count)
000378                Move Booth-Zone To
000379                     Table-Booth-Zone (Booth-Table-Count)
000380             End-If
000381             If Booth-Second-Dealer Not = Spaces
000382                And Booth-Table-Count < 200
000383                Add 1 To Booth-Table-Count
000384                Move Booth-Second-Dealer To
000385                     Table-Booth-Dealer (Booth-Table-Count)
000386                Move Booth-Number To
000387                     Table-Booth-Number (Booth-Table-Count)
000388                Move Booth-Zone To
000389                     Table-Booth-Zone (Booth-Table-Count)
000390             End-If
000391     End-Read
000392     .
000393
