000010 @OPTIONS MAIN,TEST
000020 Identification Division.
000030 Program-Id.  Chapt18z.
000031* Police Hold Release
000032* Nightly Step: Items Bought From The Public Come In On Police
000033* Hold (Status H) From The Chapt18y Buy Ticket.  Once The
000034* BuyParm.TXT Hold Period Has Run Out Since The Purchase Date
000035* The Item Is Released To Available So The Register Will Sell
000036* It, And The Release List Goes To The Floor For Tagging Out
000037 Environment Division.
000038 Configuration Section.
000039 Source-Computer.  IBM-PC.
000040 Object-Computer.  IBM-PC.
000041 Input-Output  Section.
000042 File-Control.
000043     Select Report-File Assign To "RPT18Z.SPL".
000044     Select Item-File Assign To WS-Item-File
000045         Organization Indexed
000046         Access Dynamic
000047         Record Key Item-Number Of Item-Record
000048         Alternate Record Key Item-Dealer-Number Of Item-Record
000049             With Duplicates
000050         File Status Item-Status.
000051     Select Optional Buy-Parameter-File Assign To "BuyParm.TXT"
000052         Organization Is Line Sequential
000053         File Status  Is Buy-Parameter-Status.
000054 Data Division.
000055 File Section.
000056 Fd  Report-File.
000057 01  Report-Record Pic X(80).
000058 Fd  Item-File.
000059 01  Item-Record.
000060     03  Item-Number                 Pic X(12).
000061     03  Item-Dealer-Number          Pic X(8).
000062     03  Item-Description            Pic X(40).
000063     03  Item-Tag-Price              Pic 9(5)v99.
000064     03  Item-Date-Consigned         Pic 9(8).
000065     03  Item-Status-Code            Pic X.
000066         88  Item-Available  Value "A".
000067         88  Item-Police-Hold Value "H".
000068     03  Item-Ownership              Pic X.
000069     03  Item-Acquisition-Cost       Pic 9(5)v99.
000070     03  Filler                      Pic X(2).
000071     03  Item-Category               Pic X(4).
000072     03  Filler                      Pic X(26).
000073 Fd  Buy-Parameter-File.
000074 01  Buy-Parameter-Record.
000075     03  Buy-Parm-House-Dealer       Pic X(8).
000076     03  Filler                      Pic X.
000077     03  Buy-Parm-Hold-Days          Pic 9(3).
000078 Working-Storage Section.
000079 01  WS-Item-File            Pic X(40) Value "Item.Dat".
000080 01  WS-Env-Override         Pic X(40) Value Spaces.
000081 01  Item-Status             Pic XX Value Spaces.
000082     88  Item-Success        Value "00" Thru "09".
000083 01  Buy-Parameter-Status    Pic XX Value Spaces.
000084 01  Done-Flag               Pic X Value Spaces.
000085     88  All-Done            Value "Y".
000086 01  Police-Hold-Days        Pic 9(3) Value 15.
000087 01  Days-Since-Bought       Pic S9(7).
000088 01  Items-Released          Pic 9(5) Value Zeros.
000089 01  Items-Still-Held        Pic 9(5) Value Zeros.
000090 01  Line-Count              Pic 99 Value 99.
000091 01  Page-Count              Pic 9(4) Value Zeros.
000092 01  Max-Lines               Pic 99 Value 60.
000093 01  Date-And-Time-Area.
000094     03  Work-Date            Pic 9(6).
000095     03  Work-Date-X          Redefines Work-Date.
000096         05  Date-YY          Pic 99.
000097         05  Date-MM          Pic 99.
000098         05  Date-DD          Pic 99.
000099 01  Today-MMDDYYYY.
000100     03  Today-MM             Pic 99.
000101     03  Today-DD             Pic 99.
000102     03  Today-YYYY           Pic 9(4).
000103 01  Heading-Line-1.
000104     03  Filler      Pic X(12) Value "Created by:".
000105     03  Filler      Pic X(8)  Value "CHAPT18Z".
000106     03  Filler      Pic X(9)  Value Spaces.
000107     03  Filler      Pic X(34)
000108         Value "Police Hold Release List".
000109     03  Filler      Pic X(5)  Value "Page".
000110     03  Page-No     Pic Z(4)9 Value Zeros.
000111 01  Heading-Line-2.
000112     03  Filler      Pic X(12) Value "Created on:".
000113     03  Date-MM     Pic 99.
000114     03  Filler      Pic X     Value "/".
000115     03  Date-DD     Pic 99.
000116     03  Filler      Pic X     Value "/".
000117     03  Date-YY     Pic 99.
000118     03  Filler      Pic X(12) Value Spaces.
000119     03  Filler      Pic X(11) Value "Hold Days:".
000120     03  Heading-Hold-Days Pic ZZ9.
000121 01  Heading-Line-3.
000122     03  Filler      Pic X(14) Value "  Item Number".
000123     03  Filler      Pic X(36) Value "Description".
000124     03  Filler      Pic X(11) Value "  Tag Price".
000125     03  Filler      Pic X(12) Value "  Bought On".
000126 01  Detail-Line.
000127     03  Filler              Pic X(2)  Value Spaces.
000128     03  Detail-Item         Pic X(12).
000129     03  Filler              Pic X     Value Spaces.
000130     03  Detail-Description  Pic X(35).
000131     03  Filler              Pic X     Value Spaces.
000132     03  Detail-Price        Pic ZZ,ZZZ.99.
000133     03  Filler              Pic X(2)  Value Spaces.
000134     03  Detail-Bought       Pic 99/99/9999.
000135 01  Total-Line.
000136     03  Filler              Pic X(18) Value "Items Released:".
000137     03  Total-Released      Pic ZZ,ZZ9.
000138     03  Filler              Pic X(22)
000139         Value "    Still On Hold:".
000140     03  Total-Held          Pic ZZ,ZZ9.
000141 01  Spool-Catalog-Name    Pic X(8) Value "CHAPT18Z".
000142 01  Spool-Catalog-File    Pic X(12) Value "RPT18Z.SPL".
000143 Procedure Division.
000144 Chapt18z-Start.
000145     Display "Begin Police Hold Release Chapt18z"
000146     Perform Get-File-Parameters
000147     Perform Load-Buy-Parameters
000148     Accept Work-Date From Date
000149     Move Corresponding Work-Date-X To Heading-Line-2
000150     Move Date-MM Of Work-Date-X To Today-MM
000151     Move Date-DD Of Work-Date-X To Today-DD
000152     Move 2000 To Today-YYYY
000153     Add Date-YY Of Work-Date-X To Today-YYYY
000154     Move Police-Hold-Days To Heading-Hold-Days
000155     Open I-O Item-File
000156     If Not Item-Success
000157        Display "Unable To Open Item File, Status " Item-Status
000158        Goback
000159     End-If
000160     Open Output Report-File
000161     Perform Heading-Routine
000162     Perform Check-One-Item Until All-Done
000163     Move Items-Released To Total-Released
000164     Move Items-Still-Held To Total-Held
000165     Write Report-Record From Total-Line After 2
000166     Close Item-File
000167           Report-File
000168     Call "Chapt25d" Using Spool-Catalog-Name
000169          Spool-Catalog-File Page-Count
000170     Display "Police Hold Items Released " Items-Released
000171     Goback
000172     .
000173 Check-One-Item.
000174     Read Item-File Next Record
000175          At End Set All-Done To True
000176          Not At End
000177             If Item-Police-Hold
000178                Perform Check-Hold-Period
000179             End-If
000180     End-Read
000181     .
000182 Check-Hold-Period.
000183* The Ticket Date Is Carried As The Item's Consigned Date
000184     Call "Chapt23f" Using Item-Date-Consigned Today-MMDDYYYY
000185          Days-Since-Bought
000186     If Days-Since-Bought < Police-Hold-Days
000187        Add 1 To Items-Still-Held
000188     Else
000189        Perform Release-The-Item
000190     End-If
000191     .
000192 Release-The-Item.
000193     Set Item-Available To True
000194     Rewrite Item-Record
000195        Invalid Key
000196           Display "Rewrite Error On Item "
000197                   Item-Number Of Item-Record
000198        Not Invalid Key
000199           Add 1 To Items-Released
000200           Perform Print-Release-Line
000201     End-Rewrite
000202     .
000203 Print-Release-Line.
000204     If Line-Count >= Max-Lines
000205        Perform Heading-Routine
000206     End-If
000207     Move Item-Number Of Item-Record To Detail-Item
000208     Move Item-Description To Detail-Description
000209     Move Item-Tag-Price To Detail-Price
000210     Move Item-Date-Consigned To Detail-Bought
000211     Write Report-Record From Detail-Line After 1
000212     Add 1 To Line-Count
000213     .
000214 Heading-Routine.
000215     Add 1 To Page-Count
000216     Move Page-Count To Page-No
000217     If Page-Count = 1
000218        Write Report-Record From Heading-Line-1 After Zero
000219     Else
000220        Write Report-Record From Heading-Line-1 After Page
000221     End-If
000222     Write Report-Record From Heading-Line-2 After 1
000223     Write Report-Record From Heading-Line-3 After 2
000224     Move 4 To Line-Count
000225     .
000226 Load-Buy-Parameters.
000227     Open Input Buy-Parameter-File
000228     If Buy-Parameter-Status = "00"
000229        Read Buy-Parameter-File
000230             At End Continue
000231             Not At End
000232                If Buy-Parm-Hold-Days Numeric
000233                   Move Buy-Parm-Hold-Days To Police-Hold-Days
000234                End-If
000235        End-Read
000236        Close Buy-Parameter-File
000237     End-If
000238     .
000239 Get-File-Parameters.
000240     Move Spaces To WS-Env-Override
000241     Accept WS-Env-Override From Environment "ITEM_FILE"
000242        On Exception
000243           Continue
000244     End-Accept
000245     If WS-Env-Override Not = Spaces
000246        Move WS-Env-Override To WS-Item-File
000247     End-If
000248     .
