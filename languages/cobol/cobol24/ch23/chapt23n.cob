000010 @OPTIONS MAIN,TEST
000020 Identification Division.
000030 Program-Id.  Chapt23n.
000031* Unreceived Transfer Report
000032* Every Item Chapt23k Sent Out That Chapt23m Has Not Yet
000033* Received, Oldest First From ItemXfer.TXT, With The Days
000034* On The Road.  Those Out The Parameter Number Of Days Or
000035* More (Default 5) Are Flagged For Follow-Up
000036 Environment Division.
000037 Configuration Section.
000038 Source-Computer.  IBM-PC.
000039 Object-Computer.  IBM-PC.
000040 Input-Output  Section.
000041 File-Control.
000042     Select Report-File Assign To "RPT23N.SPL".
000043     Select Optional Item-Transfer-File Assign To "ItemXfer.TXT"
000044         Organization Is Line Sequential
000045         File Status  Is Item-Transfer-Status.
000046     Select Optional Item-File Assign To "Item.Dat"
000047         Organization Indexed
000048         Access Random
000049         Record Key Item-Number
000050         Alternate Record Key Item-Dealer-Number
000051             With Duplicates
000052         File Status Item-Status.
000053 Data Division.
000054 File Section.
000055 Fd  Report-File.
000056 01  Report-Record Pic X(100).
000057 Fd  Item-Transfer-File.
000058 Copy "itemxfer.cpy".
000059 Fd  Item-File.
000060 01  Item-Record.
000061     03  Item-Number         Pic X(12).
000062     03  Item-Dealer-Number  Pic X(8).
000063     03  Item-Description    Pic X(40).
000064     03  Item-Tag-Price      Pic 9(5)v99.
000065     03  Item-Date-Consigned Pic 9(8).
000066     03  Item-Status-Code    Pic X.
000067         88  Item-In-Transit Value "T".
000068     03  Filler              Pic X(40).
000069 Working-Storage Section.
000070 01  Item-Transfer-Status   Pic XX Value Spaces.
000071 01  Item-Status            Pic XX Value Spaces.
000072     88  Item-Success       Value "00" Thru "09".
000073 01  Transfer-Done-Flag     Pic X Value Spaces.
000074     88  Transfer-Done      Value "Y".
000075 01  Overdue-Days-X         Pic X(3) Value Spaces.
000076 01  Overdue-Days           Redefines Overdue-Days-X Pic 9(3).
000077 01  Days-Out               Pic S9(7) Value Zeros.
000078 01  Items-In-Transit       Pic 9(5) Value Zeros.
000079 01  Items-Overdue          Pic 9(5) Value Zeros.
000080 01  Transit-Value          Pic 9(7)v99 Value Zeros.
000081 01  Overdue-Value          Pic 9(7)v99 Value Zeros.
000082* The Latest Out Per Item; A Later In Closes It
000083 01  Open-Count             Pic 9(4) Value Zeros.
000084 01  Open-Table-Area.
000085     03  Open-Entry Occurs 0 To 1000 Times
000086             Depending On Open-Count
000087             Indexed By Open-Index.
000088         05  Open-Item       Pic X(12).
000089         05  Open-Manifest   Pic 9(6).
000090         05  Open-Date       Pic 9(8).
000091         05  Open-From-Store Pic X(4).
000092         05  Open-To-Store   Pic X(4).
000093         05  Open-Dealer     Pic X(8).
000094         05  Open-Flag       Pic X.
000095             88  Open-Transfer Value "Y".
000096 01  Date-And-Time-Area.
000097     03  Work-Date            Pic 9(6).
000098     03  Work-Date-X          Redefines Work-Date.
000099         05  Date-YY          Pic 99.
000100         05  Date-MM          Pic 99.
000101         05  Date-DD          Pic 99.
000102 01  Today-MMDDYYYY.
000103     03  Today-MM            Pic 99.
000104     03  Today-DD            Pic 99.
000105     03  Today-YYYY          Pic 9(4).
000106 01  Today-MMDDYYYY-N Redefines Today-MMDDYYYY Pic 9(8).
000107 01  Heading-Line-1.
000108     03  Filler      Pic X(12) Value "Created by:".
000109     03  Filler      Pic X(8)  Value "CHAPT23N".
000110     03  Filler      Pic X(10) Value Spaces.
000111     03  Filler      Pic X(40)
000112         Value "Unreceived Inter-Store Transfers".
000113     03  Filler      Pic X(5)  Value "Page".
000114     03  Page-No     Pic Z(4)9 Value Zeros.
000115 01  Heading-Line-2.
000116     03  Filler      Pic X(12) Value "Created on:".
000117     03  Date-MM     Pic 99.
000118     03  Filler      Pic X     Value "/".
000119     03  Date-DD     Pic 99.
000120     03  Filler      Pic X     Value "/".
000121     03  Date-YY     Pic 99.
000122     03  Filler      Pic X(15) Value Spaces.
000123     03  Filler      Pic X(16) Value "Overdue After".
000124     03  Heading-Days Pic ZZ9.
000125     03  Filler      Pic X(5)  Value " Days".
000126 01  Heading-Line-3.
000127     03  Filler      Pic X(14) Value "Item".
000128     03  Filler      Pic X(30) Value "Description".
000129     03  Filler      Pic X(10) Value "Dealer".
000130     03  Filler      Pic X(9)  Value "Manifest".
000131     03  Filler      Pic X(6)  Value "From".
000132     03  Filler      Pic X(5)  Value "To".
000133     03  Filler      Pic X(11) Value "Sent".
000134     03  Filler      Pic X(5)  Value " Days".
000135 01  Detail-Line.
000136     03  Detail-Item         Pic X(12).
000137     03  Filler              Pic X(2)  Value Spaces.
000138     03  Detail-Description  Pic X(28).
000139     03  Filler              Pic X(2)  Value Spaces.
000140     03  Detail-Dealer       Pic X(8).
000141     03  Filler              Pic X(2)  Value Spaces.
000142     03  Detail-Manifest     Pic 9(6).
000143     03  Filler              Pic X(3)  Value Spaces.
000144     03  Detail-From         Pic X(4).
000145     03  Filler              Pic X(2)  Value Spaces.
000146     03  Detail-To           Pic X(4).
000147     03  Filler              Pic X     Value Spaces.
000148     03  Detail-Sent         Pic 99/99/9999.
000149     03  Filler              Pic X     Value Spaces.
000150     03  Detail-Days         Pic ZZZ9.
000151     03  Filler              Pic X(2)  Value Spaces.
000152     03  Detail-Flag         Pic X(7).
000153 01  Total-Line.
000154     03  Total-Label         Pic X(30).
000155     03  Total-Count         Pic ZZ,ZZ9.
000156     03  Filler              Pic X(14) Value "   Tag Value".
000157     03  Total-Value         Pic Z,ZZZ,ZZZ.99.
000158 01  Line-Count           Pic 99          Value 99.
000159 01  Page-Count           Pic 9(4)        Value Zeros.
000160 01  Max-Lines            Pic 99          Value 60.
000161 01  Spool-Catalog-Name    Pic X(8) Value "CHAPT23N".
000162 01  Spool-Catalog-File    Pic X(12) Value "RPT23N.SPL".
000163 Procedure Division.
000164 Chapt23n-Start.
000165     Display "Begin Unreceived Transfer Report Chapt23n"
000166     Accept Overdue-Days-X From Command-Line
000167     If Overdue-Days-X = Spaces Or Overdue-Days-X Not Numeric
000168        Move 5 To Overdue-Days
000169     End-If
000170     Accept Work-Date From Date
000171     Move Date-MM Of Work-Date-X To Today-MM
000172     Move Date-DD Of Work-Date-X To Today-DD
000173     Move 2000 To Today-YYYY
000174     Add Date-YY Of Work-Date-X To Today-YYYY
000175     Perform Load-Open-Transfers
000176     Open Input Item-File
000177     Open Output Report-File
000178     Move Corresponding Work-Date-X To Heading-Line-2
000179     Move Overdue-Days To Heading-Days
000180     Perform Heading-Routine
000181     Perform Print-One-Transfer
000182             Varying Open-Index From 1 By 1
000183             Until Open-Index > Open-Count
000184     Perform Print-Totals
000185     If Item-Success
000186        Close Item-File
000187     End-If
000188     Close Report-File
000189     Call "Chapt25d" Using Spool-Catalog-Name
000190          Spool-Catalog-File Page-Count
000191     Display "Items In Transit   " Items-In-Transit
000192     Display "Items Overdue      " Items-Overdue
000193     Stop Run
000194     .
000195 Load-Open-Transfers.
000196     Open Input Item-Transfer-File
000197     If Item-Transfer-Status = "00"
000198        Perform Load-One-Transfer Until Transfer-Done
000199        Close Item-Transfer-File
000200     End-If
000201     .
000202 Load-One-Transfer.
000203     Read Item-Transfer-File
000204          At End Set Transfer-Done To True
000205          Not At End
000206             Perform Find-Open-Item
000207             Evaluate True
000208                When Xfer-Sent-Out
000209                   Move Xfer-Manifest To
000210                        Open-Manifest (Open-Index)
000211                   Move Xfer-Date To Open-Date (Open-Index)
000212                   Move Xfer-From-Store To
000213                        Open-From-Store (Open-Index)
000214                   Move Xfer-To-Store To
000215                        Open-To-Store (Open-Index)
000216                   Move Xfer-Dealer To Open-Dealer (Open-Index)
000217                   Set Open-Transfer (Open-Index) To True
000218                When Xfer-Received
000219                   Move Space To Open-Flag (Open-Index)
000220             End-Evaluate
000221     End-Read
000222     .
000223* Leaves Open-Index On The Item's Slot, Adding One If New
000224 Find-Open-Item.
000225     Set Open-Index To 1
000226     Search Open-Entry
000227        At End
000228           If Open-Count < 1000
000229              Add 1 To Open-Count
000230           End-If
000231           Set Open-Index To Open-Count
000232           Move Xfer-Item To Open-Item (Open-Index)
000233           Move Space To Open-Flag (Open-Index)
000234        When Open-Item (Open-Index) = Xfer-Item
000235           Continue
000236     End-Search
000237     .
000238* An Item No Longer In Transit On Item.Dat Was Dealt With
000239* Outside The Transfer Screens And Is Left Off
000240 Print-One-Transfer.
000241     If Open-Transfer (Open-Index)
000242        Move Open-Item (Open-Index) To Item-Number
000243        Move Spaces To Item-Description
000244        Move Zeros To Item-Tag-Price
000245        Move "T" To Item-Status-Code
000246        If Item-Success
000247           Read Item-File
000248                Invalid Key
000249                   Move "** Not On Item File **" To
000250                        Item-Description
000251           End-Read
000252        End-If
000253        If Item-In-Transit
000254           Perform Print-Transfer-Line
000255        End-If
000256     End-If
000257     .
000258 Print-Transfer-Line.
000259     Call "Chapt23f" Using Open-Date (Open-Index)
000260          Today-MMDDYYYY-N Days-Out
000261     Add 1 To Items-In-Transit
000262     Add Item-Tag-Price To Transit-Value
000263     Move Spaces To Detail-Flag
000264     If Days-Out Not < Overdue-Days
000265        Move "OVERDUE" To Detail-Flag
000266        Add 1 To Items-Overdue
000267        Add Item-Tag-Price To Overdue-Value
000268     End-If
000269     If Line-Count >= Max-Lines
000270        Perform Heading-Routine
000271     End-If
000272     Move Open-Item (Open-Index) To Detail-Item
000273     Move Item-Description To Detail-Description
000274     Move Open-Dealer (Open-Index) To Detail-Dealer
000275     Move Open-Manifest (Open-Index) To Detail-Manifest
000276     Move Open-From-Store (Open-Index) To Detail-From
000277     Move Open-To-Store (Open-Index) To Detail-To
000278     Move Open-Date (Open-Index) To Detail-Sent
000279     Move Days-Out To Detail-Days
000280     Write Report-Record From Detail-Line After 1
000281     Add 1 To Line-Count
000282     .
000283 Print-Totals.
000284     Move "Items In Transit" To Total-Label
000285     Move Items-In-Transit To Total-Count
000286     Move Transit-Value To Total-Value
000287     Write Report-Record From Total-Line After 2
000288     Move "Items Overdue" To Total-Label
000289     Move Items-Overdue To Total-Count
000290     Move Overdue-Value To Total-Value
000291     Write Report-Record From Total-Line After 1
000292     .
000293 Heading-Routine.
000294     Add 1 To Page-Count
000295     Move Page-Count To Page-No
000296     If Page-Count = 1
000297        Write Report-Record From Heading-Line-1 After Zero
000298     Else
000299        Write Report-Record From Heading-Line-1 After Page
000300     End-If
000301     Write Report-Record From Heading-Line-2 After 1
000302     Write Report-Record From Heading-Line-3 After 2
000303     Move 5 To Line-Count
000304     .
