000010 @OPTIONS MAIN,TEST
000020 Identification Division.
000030 Program-Id.  Chapt23l.
000031* Inter-Store Transfer Manifest
000032* Prints Each Manifest Chapt23k Logged To ItemXfer.TXT, One
000033* Per Page, Listing The Items Going On The Truck With Lines
000034* For The Sender, Driver And Receiving Store To Sign.
000035* Parameter Is The Manifest Number; Without One Every
000036* Manifest Sent Today Prints
000037 Environment Division.
000038 Configuration Section.
000039 Source-Computer.  IBM-PC.
000040 Object-Computer.  IBM-PC.
000041 Input-Output  Section.
000042 File-Control.
000043     Select Report-File Assign To "RPT23L.SPL".
000044     Select Optional Item-Transfer-File Assign To "ItemXfer.TXT"
000045         Organization Is Line Sequential
000046         File Status  Is Item-Transfer-Status.
000047     Select Optional Item-File Assign To "Item.Dat"
000048         Organization Indexed
000049         Access Random
000050         Record Key Item-Number
000051         Alternate Record Key Item-Dealer-Number
000052             With Duplicates
000053         File Status Item-Status.
000054     Select Sort-File Assign To Sort-Work.
000055 Data Division.
000056 File Section.
000057 Fd  Report-File.
000058 01  Report-Record Pic X(100).
000059 Fd  Item-Transfer-File.
000060 Copy "itemxfer.cpy".
000061 Fd  Item-File.
000062 01  Item-Record.
000063     03  Item-Number         Pic X(12).
000064     03  Item-Dealer-Number  Pic X(8).
000065     03  Item-Description    Pic X(40).
000066     03  Item-Tag-Price      Pic 9(5)v99.
000067     03  Item-Date-Consigned Pic 9(8).
000068     03  Filler              Pic X(41).
000069 Sd  Sort-File.
000070 01  Sort-Record.
000071     03  Sort-Manifest       Pic 9(6).
000072     03  Sort-Item           Pic X(12).
000073     03  Sort-Date           Pic 9(8).
000074     03  Sort-From-Store     Pic X(4).
000075     03  Sort-To-Store       Pic X(4).
000076     03  Sort-Location       Pic X(4).
000077     03  Sort-Operator       Pic X(4).
000078     03  Sort-Dealer         Pic X(8).
000079 Working-Storage Section.
000080 01  Item-Transfer-Status   Pic XX Value Spaces.
000081 01  Item-Status            Pic XX Value Spaces.
000082     88  Item-Success       Value "00" Thru "09".
000083 01  Transfer-Done-Flag     Pic X Value Spaces.
000084     88  Transfer-Done      Value "Y".
000085 01  Done-Flag              Pic X Value Spaces.
000086     88  All-Done           Value "Y".
000087 01  Run-Manifest-X         Pic X(6) Value Spaces.
000088 01  Run-Manifest           Redefines Run-Manifest-X Pic 9(6).
000089 01  Save-Manifest          Pic 9(6) Value Zeros.
000090 01  Manifest-Items         Pic 9(5) Value Zeros.
000091 01  Manifest-Value         Pic 9(7)v99 Value Zeros.
000092 01  Manifests-Printed      Pic 9(5) Value Zeros.
000093 01  Date-And-Time-Area.
000094     03  Work-Date            Pic 9(6).
000095     03  Work-Date-X          Redefines Work-Date.
000096         05  Date-YY          Pic 99.
000097         05  Date-MM          Pic 99.
000098         05  Date-DD          Pic 99.
000099 01  Today-MMDDYYYY.
000100     03  Today-MM            Pic 99.
000101     03  Today-DD            Pic 99.
000102     03  Today-YYYY          Pic 9(4).
000103 01  Today-MMDDYYYY-N Redefines Today-MMDDYYYY Pic 9(8).
000104 01  Heading-Line-1.
000105     03  Filler      Pic X(12) Value "Created by:".
000106     03  Filler      Pic X(8)  Value "CHAPT23L".
000107     03  Filler      Pic X(10) Value Spaces.
000108     03  Filler      Pic X(40)
000109         Value "Inter-Store Transfer Manifest".
000110     03  Filler      Pic X(5)  Value "Page".
000111     03  Page-No     Pic Z(4)9 Value Zeros.
000112 01  Heading-Line-2.
000113     03  Filler      Pic X(12) Value "Created on:".
000114     03  Date-MM     Pic 99.
000115     03  Filler      Pic X     Value "/".
000116     03  Date-DD     Pic 99.
000117     03  Filler      Pic X     Value "/".
000118     03  Date-YY     Pic 99.
000119 01  Manifest-Heading-Line.
000120     03  Filler              Pic X(10) Value "Manifest".
000121     03  Manifest-Out        Pic 9(6).
000122     03  Filler              Pic X(14) Value "   From Store".
000123     03  From-Store-Out      Pic X(4).
000124     03  Filler              Pic X(12) Value "   To Store".
000125     03  To-Store-Out        Pic X(4).
000126     03  Filler              Pic X(8)  Value "   Sent".
000127     03  Sent-Date-Out       Pic 99/99/9999.
000128 01  Heading-Line-3.
000129     03  Filler      Pic X(14) Value "Item".
000130     03  Filler      Pic X(10) Value "Dealer".
000131     03  Filler      Pic X(32) Value "Description".
000132     03  Filler      Pic X(12) Value "Consigned".
000133     03  Filler      Pic X(6)  Value "From".
000134     03  Filler      Pic X(11) Value "  Tag Price".
000135 01  Detail-Line.
000136     03  Detail-Item         Pic X(12).
000137     03  Filler              Pic X(2)  Value Spaces.
000138     03  Detail-Dealer       Pic X(8).
000139     03  Filler              Pic X(2)  Value Spaces.
000140     03  Detail-Description  Pic X(30).
000141     03  Filler              Pic X(2)  Value Spaces.
000142     03  Detail-Consigned    Pic 99/99/9999.
000143     03  Filler              Pic X(2)  Value Spaces.
000144     03  Detail-Location     Pic X(4).
000145     03  Filler              Pic X(2)  Value Spaces.
000146     03  Detail-Tag-Price    Pic ZZ,ZZZ.99.
000147 01  Manifest-Total-Line.
000148     03  Filler              Pic X(14) Value "Items".
000149     03  Total-Items-Out     Pic ZZ,ZZ9.
000150     03  Filler              Pic X(39) Value Spaces.
000151     03  Filler              Pic X(12) Value "Tag Value".
000152     03  Total-Value-Out     Pic Z,ZZZ,ZZZ.99.
000153 01  Signature-Line.
000154     03  Signature-Label     Pic X(16).
000155     03  Filler              Pic X(30) Value All "_".
000156     03  Filler              Pic X(8)  Value "  Date".
000157     03  Filler              Pic X(12) Value All "_".
000158 01  Line-Count           Pic 99          Value 99.
000159 01  Page-Count           Pic 9(4)        Value Zeros.
000160 01  Max-Lines            Pic 99          Value 60.
000161 01  Spool-Catalog-Name    Pic X(8) Value "CHAPT23L".
000162 01  Spool-Catalog-File    Pic X(12) Value "RPT23L.SPL".
000163 Procedure Division.
000164 Chapt23l-Start.
000165     Display "Begin Transfer Manifest Chapt23l"
000166     Accept Run-Manifest-X From Command-Line
000167     If Run-Manifest-X Not = Spaces And
000168        Run-Manifest-X Not Numeric
000169        Display "Manifest Number Must Be Six Digits"
000170        Stop Run
000171     End-If
000172     Accept Work-Date From Date
000173     Move Date-MM Of Work-Date-X To Today-MM
000174     Move Date-DD Of Work-Date-X To Today-DD
000175     Move 2000 To Today-YYYY
000176     Add Date-YY Of Work-Date-X To Today-YYYY
000177     Open Input Item-File
000178     Open Output Report-File
000179     Move Corresponding Work-Date-X To Heading-Line-2
000180     Sort Sort-File Ascending Key Sort-Manifest Sort-Item
000181          Input Procedure Select-Manifest-Items
000182          Output Procedure Print-Manifests
000183     If Item-Success
000184        Close Item-File
000185     End-If
000186     Close Report-File
000187     Call "Chapt25d" Using Spool-Catalog-Name
000188          Spool-Catalog-File Page-Count
000189     Display "Manifests Printed " Manifests-Printed
000190     Stop Run
000191     .
000192 Select-Manifest-Items.
000193     Open Input Item-Transfer-File
000194     If Item-Transfer-Status = "00"
000195        Perform Select-One-Transfer Until Transfer-Done
000196        Close Item-Transfer-File
000197     End-If
000198     .
000199 Select-One-Transfer.
000200     Read Item-Transfer-File
000201          At End Set Transfer-Done To True
000202          Not At End
000203             Evaluate True
000204                When Not Xfer-Sent-Out
000205                   Continue
000206                When Run-Manifest-X = Spaces
000207                   If Xfer-Date = Today-MMDDYYYY-N
000208                      Perform Release-Manifest-Item
000209                   End-If
000210                When Xfer-Manifest = Run-Manifest
000211                   Perform Release-Manifest-Item
000212                When Other
000213                   Continue
000214             End-Evaluate
000215     End-Read
000216     .
000217 Release-Manifest-Item.
000218     Move Xfer-Manifest To Sort-Manifest
000219     Move Xfer-Item To Sort-Item
000220     Move Xfer-Date To Sort-Date
000221     Move Xfer-From-Store To Sort-From-Store
000222     Move Xfer-To-Store To Sort-To-Store
000223     Move Xfer-Location To Sort-Location
000224     Move Xfer-Operator To Sort-Operator
000225     Move Xfer-Dealer To Sort-Dealer
000226     Release Sort-Record
000227     .
000228 Print-Manifests.
000229     Perform Return-One-Item Until All-Done
000230     If Manifests-Printed > Zero
000231        Perform Print-Manifest-Close
000232     Else
000233        Perform Heading-Routine
000234        Move "No Transfers Found" To Report-Record
000235        Write Report-Record After 2
000236     End-If
000237     .
000238 Return-One-Item.
000239     Return Sort-File
000240            At End Set All-Done To True
000241            Not At End
000242               Perform Print-Manifest-Item
000243     End-Return
000244     .
000245 Print-Manifest-Item.
000246     If Manifests-Printed = Zero Or
000247        Sort-Manifest Not = Save-Manifest
000248        If Manifests-Printed > Zero
000249           Perform Print-Manifest-Close
000250        End-If
000251        Perform Start-New-Manifest
000252     End-If
000253     If Line-Count >= Max-Lines - 8
000254        Perform Heading-Routine
000255        Write Report-Record From Manifest-Heading-Line After 2
000256        Write Report-Record From Heading-Line-3 After 2
000257        Add 4 To Line-Count
000258     End-If
000259     Move Sort-Item To Detail-Item Item-Number
000260     Move Sort-Dealer To Detail-Dealer
000261     Move Sort-Location To Detail-Location
000262     Move Spaces To Detail-Description
000263     Move Zeros To Detail-Consigned Detail-Tag-Price
000264     If Item-Success
000265        Read Item-File
000266             Invalid Key
000267                Move "** Not On Item File **" To
000268                     Detail-Description
000269             Not Invalid Key
000270                Move Item-Description To Detail-Description
000271                Move Item-Date-Consigned To Detail-Consigned
000272                Move Item-Tag-Price To Detail-Tag-Price
000273                Add Item-Tag-Price To Manifest-Value
000274        End-Read
000275     End-If
000276     Write Report-Record From Detail-Line After 1
000277     Add 1 To Line-Count Manifest-Items
000278     .
000279 Start-New-Manifest.
000280     Add 1 To Manifests-Printed
000281     Move Sort-Manifest To Save-Manifest Manifest-Out
000282     Move Sort-From-Store To From-Store-Out
000283     Move Sort-To-Store To To-Store-Out
000284     Move Sort-Date To Sent-Date-Out
000285     Move Zeros To Manifest-Items Manifest-Value
000286     Perform Heading-Routine
000287     Write Report-Record From Manifest-Heading-Line After 2
000288     Write Report-Record From Heading-Line-3 After 2
000289     Add 4 To Line-Count
000290     .
000291 Print-Manifest-Close.
000292     Move Manifest-Items To Total-Items-Out
000293     Move Manifest-Value To Total-Value-Out
000294     Write Report-Record From Manifest-Total-Line After 2
000295     Move "Sent By" To Signature-Label
000296     Write Report-Record From Signature-Line After 3
000297     Move "Driver" To Signature-Label
000298     Write Report-Record From Signature-Line After 2
000299     Move "Received By" To Signature-Label
000300     Write Report-Record From Signature-Line After 2
000301     .
000302 Heading-Routine.
000303     Add 1 To Page-Count
000304     Move Page-Count To Page-No
000305     If Page-Count = 1
000306        Write Report-Record From Heading-Line-1 After Zero
000307     Else
000308        Write Report-Record From Heading-Line-1 After Page
000309     End-If
000310     Write Report-Record From Heading-Line-2 After 1
000311     Move 3 To Line-Count
000312     .
