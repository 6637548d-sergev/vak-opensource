000010 @OPTIONS MAIN,TEST
000020 Identification Division.
000030 Program-Id.  Chapt15n.
000031* Restricted Person And Trespass List Maintenance
000032* Manager-Level Screen For The People Under A Police Trespass
000033* Order Or A Store Ban: Name, Customer Number If They Have One,
000034* A Description, The Photo Reference In The Office File, The
000035* Reason, The Date Of The Order And When It Expires (Blank For
000036* Never).  Chapt23u Checks The List For The Customer Screen
000037* And The Registers.  Entries Past Their Expiry Are Removed
000038* Each Time The Screen Is Started
000039 Environment Division.
000040 Configuration Section.
000041 Special-Names.
000042       Crt Status Is Keyboard-Status
000043       Cursor Is Cursor-Position.
000044 Source-Computer.  IBM-PC.
000045 Object-Computer.  IBM-PC.
000046 Input-Output Section.
000047 File-Control.
000048     Select Restricted-File Assign To "Restrict.Dat"
000049            Organization Indexed
000050            Access Dynamic
000051            Record Key Rp-Number
000052            File Status Restricted-Status.
000053     Select Optional Current-Operator-File Assign To
000054                     "CurrOper.TXT"
000055         Organization Is Line Sequential
000056         File Status  Is Current-Operator-Status.
000057 Data Division.
000058 File Section.
000059 Fd  Restricted-File.
000060 Copy "restrict.cpy".
000061 Fd  Current-Operator-File.
000062 01  Current-Operator-Record.
000063     03  Curr-Oper-Id        Pic X(4).
000064     03  Filler              Pic X.
000065     03  Curr-Oper-Level     Pic 9.
000066 Working-Storage Section.
000067 01  Keyboard-Status.
000068     03  Accept-Status Pic 9.
000069     03  Function-Key  Pic X.
000070         88  F1-Pressed Value X"01".
000071         88  F2-Pressed Value X"02".
000072         88  F3-Pressed Value X"03".
000073         88  F4-Pressed Value X"04".
000074         88  F5-Pressed Value X"05".
000075     03  System-Use    Pic X.
000076 01  Cursor-Position.
000077     03  Cursor-Row    Pic 9(2) Value 1.
000078     03  Cursor-Column Pic 9(2) Value 1.
000079 01  Restricted-Status      Pic XX Value Spaces.
000080     88  Restricted-Success Value "00" Thru "09".
000081 01  Current-Operator-Status Pic XX Value Spaces.
000082 01  Current-Operator       Pic X(4) Value Spaces.
000083 01  Current-Oper-Level     Pic 9 Value Zeros.
000084 01  Purge-Done-Flag        Pic X Value Space.
000085     88  Purge-Done         Value "Y".
000086 01  Purged-Count           Pic 9(5) Value Zeros.
000087 01  Date-Check-Area.
000088     03  Date-Check-Value    Pic 9(8).
000089     03  Date-Check-Value-X  Redefines Date-Check-Value.
000090         05  Date-Check-MM   Pic 9(2).
000091         05  Date-Check-DD   Pic 9(2).
000092         05  Date-Check-YYYY Pic 9(4).
000093 01  Date-Check-Max-Day      Pic 9(2).
000094 01  Date-Check-Flag         Pic X Value Spaces.
000095     88  Date-Check-Valid    Value "Y".
000096 01  Expiry-YYYYMMDD        Pic 9(8) Value Zeros.
000097 01  Today-YYYYMMDD         Pic 9(8) Value Zeros.
000098 01  Order-YYYYMMDD         Pic 9(8) Value Zeros.
000099 01  Error-Message          Pic X(60) Value Spaces.
000100 01  Valid-Data-Flag        Pic X Value "Y".
000101     88  Valid-Data         Value "Y".
000102     88  Invalid-Data       Value "N".
000103 01  Entry-Mode-Flag        Pic X Value "N".
000104     88  Update-Mode        Value "U".
000105     88  New-Mode           Value "N".
000106 01  Work-Record.
000107     03  Entry-Number        Pic X(6).
000108     03  Entry-Last-Name     Pic X(25).
000109     03  Entry-First-Name    Pic X(15).
000110     03  Entry-Customer      Pic X(8).
000111     03  Entry-Description   Pic X(40).
000112     03  Entry-Photo-Ref     Pic X(20).
000113     03  Entry-Reason        Pic X(30).
000114     03  Entry-Order-Date    Pic 9(8).
000115     03  Entry-Expiry-Date   Pic 9(8).
000116 01  Show-Entered-By        Pic X(4) Value Spaces.
000117 Screen Section.
000118 01  Data-Entry-Screen
000119     Blank Screen, Auto
000120     Foreground-Color Is 7,
000121     Background-Color Is 1.
000122     03  Screen-Literal-Group.
000123         05  Line 01 Column 30 Value "Darlene's Treasures"
000124             Highlight Foreground-Color 4 Background-Color 1.
000125         05  Line 03 Column 25 Value "Restricted Persons List"
000126             Highlight.
000127         05  Line 05 Column 01  Value "Entry Number: ".
000128         05  Line 06 Column 01  Value "Name, Last: ".
000129         05  Line 06 Column 41  Value "First: ".
000130         05  Line 07 Column 01  Value "Customer No: ".
000131         05  Line 08 Column 01  Value "Description: ".
000132         05  Line 09 Column 01  Value "Photo Ref: ".
000133         05  Line 10 Column 01  Value "Reason: ".
000134         05  Line 12 Column 01  Value "Order Date: ".
000135         05  Line 12 Column 28  Value "Expires: ".
000136         05  Line 12 Column 52  Value "Entered By: ".
000137         05  Line 22 Column 01  Value
000138             "F1-Exit  F2-Save  F3-Find  F4-Clear  F5-Delete".
000139     03  Required-Reverse-Group Reverse-Video Required.
000140         05  Line 5  Column 15 Pic X(6)  Using Entry-Number.
000141         05  Line 6  Column 15 Pic X(25) Using Entry-Last-Name.
000142     03  Reverse-Video-Group Reverse-Video.
000143         05  Line 6  Column 48 Pic X(15) Using Entry-First-Name.
000144         05  Line 7  Column 15 Pic X(8)  Using Entry-Customer.
000145         05  Line 8  Column 15 Pic X(40) Using Entry-Description.
000146         05  Line 9  Column 15 Pic X(20) Using Entry-Photo-Ref.
000147         05  Line 10 Column 15 Pic X(30) Using Entry-Reason.
000148         05  Line 12 Column 15 Pic 99/99/9999
000149             Using Entry-Order-Date Blank When Zero.
000150         05  Line 12 Column 37 Pic 99/99/9999
000151             Using Entry-Expiry-Date Blank When Zero.
000152     03  Display-Only-Group.
000153         05  Line 12 Column 64 Pic X(4) From Show-Entered-By.
000154     03  Blink-Group Highlight Blink.
000155         05  Line 20 Column 01 Pic X(60) From Error-Message.
000156 Procedure Division.
000157 Chapt15n-Start.
000158     Perform Load-Current-Operator
000159     If Current-Oper-Level < 5
000160        Display "Manager Authorization Required"
000161        Stop Run
000162     End-If
000163     Accept Today-YYYYMMDD From Date YYYYMMDD
000164     Perform Open-File
000165     If Restricted-Success
000166        Perform Purge-Expired-Entries
000167        Perform Clear-Screen-Fields
000168        If Purged-Count > Zeros
000169           Move "Expired Entries Removed From The List"
000170                To Error-Message
000171        End-If
000172        Perform Process-Screen Until F1-Pressed
000173        Close Restricted-File
000174     Else
000175        Display "Unable To Open Restricted File, Status "
000176                Restricted-Status
000177     End-If
000178     Stop Run
000179     .
000180 Process-Screen.
000181     Display Data-Entry-Screen
000182     Accept Data-Entry-Screen
000183     Move Spaces To Error-Message
000184     Evaluate True
000185        When F2-Pressed
000186           Perform Save-Record
000187        When F3-Pressed
000188           Perform Find-Record
000189        When F4-Pressed
000190           Perform Clear-Screen-Fields
000191        When F5-Pressed
000192           Perform Delete-Record
000193        When Other
000194           Continue
000195     End-Evaluate
000196     .
000197 Clear-Screen-Fields.
000198     Initialize Work-Record
000199     Move Spaces To Show-Entered-By
000200     Set New-Mode To True
000201     Move 1 To Cursor-Row
000202               Cursor-Column
000203     .
000204 Find-Record.
000205     Move Entry-Number To Rp-Number
000206     Read Restricted-File
000207          Invalid Key
000208             Move "Entry Not Found - Key The Details, Press F2"
000209                  To Error-Message
000210             Set New-Mode To True
000211          Not Invalid Key
000212             Move Rp-Last-Name To Entry-Last-Name
000213             Move Rp-First-Name To Entry-First-Name
000214             Move Rp-Customer-Number To Entry-Customer
000215             Move Rp-Description To Entry-Description
000216             Move Rp-Photo-Ref To Entry-Photo-Ref
000217             Move Rp-Reason To Entry-Reason
000218             Move Rp-Order-Date To Entry-Order-Date
000219             Move Rp-Expiry-Date To Entry-Expiry-Date
000220             Move Rp-Entered-By To Show-Entered-By
000221             Set Update-Mode To True
000222             Move "Entry Found, Change Fields, Press F2"
000223                  To Error-Message
000224     End-Read
000225     .
000226 Save-Record.
000227     Perform Validate-Data
000228     If Valid-Data
000229        If Update-Mode
000230           Move Entry-Number To Rp-Number
000231           Read Restricted-File
000232                Invalid Key
000233                   Set New-Mode To True
000234           End-Read
000235        End-If
000236        If New-Mode
000237           Move Spaces To Restricted-Person-Record
000238           Move Current-Operator To Rp-Entered-By
000239        End-If
000240        Move Entry-Number To Rp-Number
000241        Move Entry-Last-Name To Rp-Last-Name
000242        Move Entry-First-Name To Rp-First-Name
000243        Move Entry-Customer To Rp-Customer-Number
000244        Move Entry-Description To Rp-Description
000245        Move Entry-Photo-Ref To Rp-Photo-Ref
000246        Move Entry-Reason To Rp-Reason
000247        Move Entry-Order-Date To Rp-Order-Date
000248        Move Entry-Expiry-Date To Rp-Expiry-Date
000249        If Update-Mode
000250           Rewrite Restricted-Person-Record
000251        Else
000252           Write Restricted-Person-Record
000253        End-If
000254        If Restricted-Success
000255           Perform Clear-Screen-Fields
000256           Move "Entry Saved" To Error-Message
000257        Else
000258           Move "Entry Not Saved - Number May Already Be In Use"
000259                To Error-Message
000260        End-If
000261     End-If
000262     .
000263 Validate-Data.
000264     Set Valid-Data To True
000265     Inspect Entry-Last-Name Converting
000266             "abcdefghijklmnopqrstuvwxyz" To
000267             "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
000268     Inspect Entry-First-Name Converting
000269             "abcdefghijklmnopqrstuvwxyz" To
000270             "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
000271     Move Entry-Order-Date (5:4) To Order-YYYYMMDD (1:4)
000272     Move Entry-Order-Date (1:4) To Order-YYYYMMDD (5:4)
000273     Move Entry-Expiry-Date (5:4) To Expiry-YYYYMMDD (1:4)
000274     Move Entry-Expiry-Date (1:4) To Expiry-YYYYMMDD (5:4)
000275     Evaluate True
000276        When Entry-Number = Spaces
000277           Move "Entry Number is required" To Error-Message
000278           Set Invalid-Data To True
000279        When Entry-Last-Name = Spaces
000280           Move "Last Name is required" To Error-Message
000281           Set Invalid-Data To True
000282        When Entry-Reason = Spaces
000283           Move "Reason is required" To Error-Message
000284           Set Invalid-Data To True
000285        When Entry-Order-Date = Zeros
000286           Move "Order Date is required" To Error-Message
000287           Set Invalid-Data To True
000288        When Entry-Expiry-Date Not = Zeros And
000289             Expiry-YYYYMMDD < Order-YYYYMMDD
000290           Move "Expiry cannot be before the Order Date"
000291                To Error-Message
000292           Set Invalid-Data To True
000293        When Other
000294           Perform Validate-Entry-Dates
000295     End-Evaluate
000296     .
000297 Validate-Entry-Dates.
000298     Move Entry-Order-Date To Date-Check-Value
000299     Perform Check-Date-Validity
000300     If Not Date-Check-Valid
000301        Move "Order Date is not a valid calendar date"
000302             To Error-Message
000303        Set Invalid-Data To True
000304     End-If
000305     If Valid-Data And Entry-Expiry-Date Not = Zeros
000306        Move Entry-Expiry-Date To Date-Check-Value
000307        Perform Check-Date-Validity
000308        If Not Date-Check-Valid
000309           Move "Expiry Date is not a valid calendar date"
000310                To Error-Message
000311           Set Invalid-Data To True
000312        End-If
000313     End-If
000314     .
000315 Check-Date-Validity.
000316     Move Spaces To Date-Check-Flag
000317     If Date-Check-MM >= 1 And Date-Check-MM <= 12
000318        Evaluate Date-Check-MM
000319           When 4 When 6 When 9 When 11
000320              Move 30 To Date-Check-Max-Day
000321           When 2
000322              If Function Mod(Date-Check-YYYY, 4) = 0 And
000323                (Function Mod(Date-Check-YYYY, 100) Not = 0 Or
000324                 Function Mod(Date-Check-YYYY, 400) = 0)
000325                 Move 29 To Date-Check-Max-Day
000326              Else
000327                 Move 28 To Date-Check-Max-Day
000328              End-If
000329           When Other
000330              Move 31 To Date-Check-Max-Day
000331        End-Evaluate
000332        If Date-Check-DD >= 1 And
000333           Date-Check-DD <= Date-Check-Max-Day
000334           Set Date-Check-Valid To True
000335        End-If
000336     End-If
000337     .
000338 Delete-Record.
000339     If Not Update-Mode
000340        Move "Find an entry first (F3) before deleting"
000341             To Error-Message
000342     Else
000343        Move Entry-Number To Rp-Number
000344        Delete Restricted-File
000345           Invalid Key
000346              Move "Entry Not Found For Delete" To Error-Message
000347           Not Invalid Key
000348              Perform Clear-Screen-Fields
000349              Move "Entry Deleted" To Error-Message
000350        End-Delete
000351     End-If
000352     .
000353 Purge-Expired-Entries.
000354* An Order That Has Run Out Drops Off The List; Alerts Already
000355* Logged Against It Stay In RestrLog.TXT
000356     Move Space To Purge-Done-Flag
000357     Move Low-Values To Rp-Number
000358     Start Restricted-File Key Not Less Than Rp-Number
000359           Invalid Key Set Purge-Done To True
000360     End-Start
000361     Perform Purge-One-Entry Until Purge-Done
000362     .
000363 Purge-One-Entry.
000364     Read Restricted-File Next Record
000365          At End Set Purge-Done To True
000366          Not At End
000367             Move Rp-Expiry-Date (5:4) To Expiry-YYYYMMDD (1:4)
000368             Move Rp-Expiry-Date (1:4) To Expiry-YYYYMMDD (5:4)
000369             If Rp-Expiry-Date Not = Zeros
000370                And Expiry-YYYYMMDD < Today-YYYYMMDD
000371                Delete Restricted-File
000372                   Invalid Key Continue
000373                   Not Invalid Key Add 1 To Purged-Count
000374                End-Delete
000375             End-If
000376     End-Read
000377     .
000378 Open-File.
000379     Open I-O Restricted-File
000380     If Restricted-Status = "35"
000381        Open Output Restricted-File
000382        Close Restricted-File
000383        Open I-O Restricted-File
000384     End-If
000385     .
000386 Load-Current-Operator.
000387* The Menu Records The Signed-On Operator In CurrOper.TXT
000388     Open Input Current-Operator-File
000389     If Current-Operator-Status = "00"
000390        Read Current-Operator-File
000391             At End Continue
000392             Not At End
000393                Move Curr-Oper-Id To Current-Operator
000394                Move Curr-Oper-Level To Current-Oper-Level
000395        End-Read
000396        Close Current-Operator-File
000397     End-If
000398     .
