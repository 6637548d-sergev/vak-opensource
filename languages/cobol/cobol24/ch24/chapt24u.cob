000010 @OPTIONS MAIN,TEST
000020 Identification Division.
000030 Program-Id.  Chapt24u.
000031* Abandoned Pickup Processing
000032* A Paid Piece Still Waiting After Its Final Notice Plus The
000033* Grace Period In PickPol.TXT Is Declared Abandoned: The
000034* Pickup Record Is Closed And The Item Goes Back Into The
000035* Dealer's Available Inventory.  The Sale Itself Stands - The
000036* Customer Paid And The Dealer Keeps The Proceeds
000037 Environment Division.
000038 Configuration Section.
000039 Source-Computer.  IBM-PC.
000040 Object-Computer.  IBM-PC.
000041 Input-Output  Section.
000042 File-Control.
000043     Select Report-File Assign To "RPT24U.SPL".
000044     Select Pickup-File Assign To "Pickup.Dat"
000045         Organization Indexed
000046         Access Sequential
000047         Record Key Pickup-Item
000048         File Status Pickup-Status.
000049     Select Item-File Assign To "Item.Dat"
000050         Organization Indexed
000051         Access Random
000052         Record Key Item-Number
000053         File Status Item-Status.
000054     Select Optional Policy-File Assign To "PickPol.TXT"
000055         Organization Is Line Sequential
000056         File Status  Is Policy-Status.
000057 Data Division.
000058 File Section.
000059 Fd  Report-File.
000060 01  Report-Record Pic X(100).
000061 Fd  Pickup-File.
000062 Copy "pickup.cpy".
000063 Fd  Item-File.
000064 01  Item-Record.
000065     03  Item-Number         Pic X(12).
000066     03  Item-Dealer-Number  Pic X(8).
000067     03  Item-Description    Pic X(40).
000068     03  Item-Tag-Price      Pic 9(5)v99.
000069     03  Item-Date-Consigned Pic 9(8).
000070     03  Item-Status-Code    Pic X.
000071         88  Item-Available  Value "A".
000072         88  Item-Sold       Value "S".
000073     03  Filler              Pic X(10).
000074     03  Item-Category       Pic X(4).
000075     03  Filler              Pic X(14).
000076     03  Item-Location       Pic X(4).
000077     03  Filler              Pic X(8).
000078 Fd  Policy-File.
000079 01  Policy-Record.
000080     03  Policy-Abandon-Days Pic 9(3).
000081     03  Filler              Pic X.
000082     03  Policy-Grace-Days   Pic 9(3).
000083 Working-Storage Section.
000084 01  Pickup-Status          Pic XX Value Spaces.
000085     88  Pickup-Success     Value "00" Thru "09".
000086 01  Item-Status            Pic XX Value Spaces.
000087     88  Item-Success       Value "00" Thru "09".
000088 01  Policy-Status          Pic XX Value Spaces.
000089 01  Done-Flag              Pic X Value Spaces.
000090     88  All-Done           Value "Y".
000091 01  Abandon-Days           Pic 9(3) Value 30.
000092 01  Grace-Days             Pic 9(3) Value 14.
000093 01  Days-Since-Notice      Pic S9(7) Value Zeros.
000094 01  Item-Note              Pic X(24) Value Spaces.
000095 01  Pieces-Abandoned       Pic 9(5) Value Zeros.
000096 01  Pieces-Returned        Pic 9(5) Value Zeros.
000097 01  Date-And-Time-Area.
000098     03  Work-Date            Pic 9(6).
000099     03  Work-Date-X          Redefines Work-Date.
000100         05  Date-YY          Pic 99.
000101         05  Date-MM          Pic 99.
000102         05  Date-DD          Pic 99.
000103 01  Today-MMDDYYYY.
000104     03  Today-MM            Pic 99.
000105     03  Today-DD            Pic 99.
000106     03  Today-YYYY          Pic 9(4).
000107 01  Today-MMDDYYYY-N Redefines Today-MMDDYYYY Pic 9(8).
000108 01  Heading-Line-1.
000109     03  Filler      Pic X(12) Value "Created by:".
000110     03  Filler      Pic X(8)  Value "CHAPT24U".
000111     03  Filler      Pic X(22) Value Spaces.
000112     03  Filler      Pic X(48) Value "Abandoned Pickups".
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
000123     03  Filler      Pic X(13) Value "Item".
000124     03  Filler      Pic X(9)  Value "Dealer".
000125     03  Filler      Pic X(9)  Value "Customer".
000126     03  Filler      Pic X(7)  Value "Receipt".
000127     03  Filler      Pic X(11) Value "Sold".
000128     03  Filler      Pic X(11) Value "Noticed".
000129     03  Filler      Pic X(24) Value "Item File".
000130 01  Detail-Line.
000131     03  Detail-Item         Pic X(12).
000132     03  Filler              Pic X     Value Spaces.
000133     03  Detail-Dealer       Pic X(8).
000134     03  Filler              Pic X     Value Spaces.
000135     03  Detail-Customer     Pic X(8).
000136     03  Filler              Pic X     Value Spaces.
000137     03  Detail-Receipt      Pic Z(5)9.
000138     03  Filler              Pic X     Value Spaces.
000139     03  Detail-Sale-Date    Pic 99/99/9999.
000140     03  Filler              Pic X     Value Spaces.
000141     03  Detail-Notice-Date  Pic 99/99/9999.
000142     03  Filler              Pic X     Value Spaces.
000143     03  Detail-Note         Pic X(24).
000144 01  Total-Line.
000145     03  Total-Label         Pic X(36).
000146     03  Total-Count         Pic ZZ,ZZ9.
000147 01  Line-Count           Pic 99          Value 99.
000148 01  Page-Count           Pic 9(4)        Value Zeros.
000149 01  Max-Lines            Pic 99          Value 60.
000150 01  Spool-Catalog-Name    Pic X(8) Value "CHAPT24U".
000151 01  Spool-Catalog-File    Pic X(12) Value "RPT24U.SPL".
000152 Procedure Division.
000153 Chapt24u-Start.
000154     Display "Begin Abandoned Pickup Processing Chapt24u"
000155     Accept Work-Date From Date
000156     Move Date-MM Of Work-Date-X To Today-MM
000157     Move Date-DD Of Work-Date-X To Today-DD
000158     Move 2000 To Today-YYYY
000159     Add Date-YY Of Work-Date-X To Today-YYYY
000160     Perform Load-Pickup-Policy
000161     Open I-O Pickup-File
000162     If Not Pickup-Success
000163        Display "Unable To Open Pickup File, Status "
000164                Pickup-Status
000165        Stop Run
000166     End-If
000167     Open I-O Item-File
000168     If Not Item-Success
000169        Display "Unable To Open Item File, Status "
000170                Item-Status
000171        Close Pickup-File
000172        Stop Run
000173     End-If
000174     Open Output Report-File
000175     Move Corresponding Work-Date-X To Heading-Line-2
000176     Perform Heading-Routine
000177     Perform Check-One-Pickup Until All-Done
000178     Perform Print-Totals
000179     Close Pickup-File
000180           Item-File
000181           Report-File
000182     Call "Chapt25d" Using Spool-Catalog-Name
000183          Spool-Catalog-File Page-Count
000184     Display "Pieces Abandoned " Pieces-Abandoned
000185     Stop Run
000186     .
000187 Load-Pickup-Policy.
000188     Open Input Policy-File
000189     If Policy-Status = "00"
000190        Read Policy-File
000191             At End Continue
000192             Not At End
000193                If Policy-Abandon-Days Numeric
000194                   Move Policy-Abandon-Days To Abandon-Days
000195                End-If
000196                If Policy-Grace-Days Numeric
000197                   Move Policy-Grace-Days To Grace-Days
000198                End-If
000199        End-Read
000200        Close Policy-File
000201     End-If
000202     .
000203 Check-One-Pickup.
000204     Read Pickup-File
000205          At End Set All-Done To True
000206          Not At End
000207             If Pickup-Waiting And Pickup-Notice-Date > Zero
000208                Call "Chapt23f" Using Pickup-Notice-Date
000209                     Today-MMDDYYYY Days-Since-Notice
000210                If Days-Since-Notice > Grace-Days
000211                   Perform Abandon-Pickup
000212                End-If
000213             End-If
000214     End-Read
000215     .
000216 Abandon-Pickup.
000217     Move Pickup-Item To Item-Number
000218     Read Item-File
000219          Invalid Key
000220             Move "Not On Item File" To Item-Note
000221          Not Invalid Key
000222             Perform Return-Item-To-Inventory
000223     End-Read
000224     Set Pickup-Abandoned To True
000225     Move Today-MMDDYYYY-N To Pickup-Abandon-Date
000226     Rewrite Pickup-Record
000227     Add 1 To Pieces-Abandoned
000228     Perform Print-Abandoned-Piece
000229     .
000230* Only A Piece Still Marked Sold Goes Back On The Floor; One
000231* Already Moved On By A Return Or Hold Is Left Alone
000232 Return-Item-To-Inventory.
000233     If Item-Sold
000234        Set Item-Available To True
000235        Rewrite Item-Record
000236        Move "Returned To Inventory" To Item-Note
000237        Add 1 To Pieces-Returned
000238     Else
000239        Move Spaces To Item-Note
000240        String "Left At Status " Item-Status-Code
000241               Delimited By Size Into Item-Note
000242        End-String
000243     End-If
000244     .
000245 Print-Abandoned-Piece.
000246     If Line-Count >= Max-Lines
000247        Perform Heading-Routine
000248     End-If
000249     Move Pickup-Item To Detail-Item
000250     Move Pickup-Dealer To Detail-Dealer
000251     Move Pickup-Customer To Detail-Customer
000252     Move Pickup-Receipt To Detail-Receipt
000253     Move Pickup-Sale-Date To Detail-Sale-Date
000254     Move Pickup-Notice-Date To Detail-Notice-Date
000255     Move Item-Note To Detail-Note
000256     Write Report-Record From Detail-Line After 1
000257     Add 1 To Line-Count
000258     .
000259 Print-Totals.
000260     Move "Pieces Abandoned" To Total-Label
000261     Move Pieces-Abandoned To Total-Count
000262     Write Report-Record From Total-Line After 2
000263     Move "Returned To Dealer Inventory" To Total-Label
000264     Move Pieces-Returned To Total-Count
000265     Write Report-Record From Total-Line After 1
000266     .
000267 Heading-Routine.
000268     Add 1 To Page-Count
000269     Move Page-Count To Page-No
000270     If Page-Count = 1
000271        Write Report-Record From Heading-Line-1 After Zero
000272     Else
000273        Write Report-Record From Heading-Line-1 After Page
000274     End-If
000275     Write Report-Record From Heading-Line-2 After 1
000276     Write Report-Record From Heading-Line-3 After 2
000277     Move 5 To Line-Count
000278     .
