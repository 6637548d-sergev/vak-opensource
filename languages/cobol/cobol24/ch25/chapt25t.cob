000010 @OPTIONS MAIN,TEST
000020 Identification Division.
000030 Program-Id.  Chapt25t.
000031* Parameter-Driven Dealer List And Extract Writer
000032* A New Dealer List No Longer Means A New Program.  Each List
000033* Is Saved By Name In ListReq.TXT: A Header Line Gives The
000034* Title And Whether To Print A Report Or Write A Delimited
000035* Extract, Then Selection, Sort And Column Lines Name The
000036* Dealer.Dat Fields.  The Name Comes From The Command Line Or
000037* Is Keyed At The Prompt When Run From The Operator Menu, And
000038* The Output Registers Itself In The Chapt25d Repository.
000039*
000040* ListReq.TXT Lines, Columns 1-8 List Name, 10 Line Type:
000041*   H  12 Output R-Report D-Extract, 14 Delimiter, 16 Title
000042*   S  12 Field, 33 Operator, 36 Value, 57 Second Value
000043*      EQ NE GT GE LT LE  Compare To The Value
000044*      RG  Between The Value And The Second Value
000045*      BL NB  Blank (Or Zero) / Not Blank
000046*      OD  Date Field Older Than Value Days (Or Never Set)
000047*      Dates Are Keyed MMDDYYYY; Letters Match Either Case
000048*   O  12 Field, 33 A-Ascending D-Descending (Up To 3)
000049*   C  12 Field, 33 Width, 36 Heading (Up To 12)
000050 Environment Division.
000051 Configuration Section.
000052 Source-Computer.  IBM-PC.
000053 Object-Computer.  IBM-PC.
000054 Input-Output  Section.
000055 File-Control.
000056     Select Optional List-Request-File Assign To "ListReq.TXT"
000057         Organization Is Line Sequential
000058         File Status  Is List-Request-Status.
000059     Select Dealer-File Assign To "Dealer.Dat"
000060         Organization Indexed
000061         Access Sequential
000062         Record Key Dealer-Number
000063         File Status Dealer-Status.
000064     Select Optional Booth-File Assign To "Booth.Dat"
000065            Organization Relative
000066            Access Sequential
000067            Relative Key Booth-Number
000068            File Status Booth-Status.
000069     Select List-Report-File Assign To List-Output-File.
000070     Select List-Extract-File Assign To List-Output-File
000071         Organization Is Line Sequential
000072         File Status  Is List-Extract-Status.
000073     Select Sort-File Assign To Sort-Work.
000074 Data Division.
000075 File Section.
000076 Fd  List-Request-File.
000077 01  List-Request-Record.
000078     03  Lr-Name             Pic X(8).
000079     03  Filler              Pic X.
000080     03  Lr-Type             Pic X.
000081     03  Filler              Pic X.
000082     03  Lr-Detail           Pic X(69).
000083     03  Lr-Header-Detail Redefines Lr-Detail.
000084         05  Lr-Output       Pic X.
000085         05  Filler          Pic X.
000086         05  Lr-Delimiter    Pic X.
000087         05  Filler          Pic X.
000088         05  Lr-Title        Pic X(50).
000089         05  Filler          Pic X(15).
000090     03  Lr-Field-Detail Redefines Lr-Detail.
000091         05  Lr-Field        Pic X(20).
000092         05  Filler          Pic X.
000093         05  Lr-Operator     Pic X(2).
000094         05  Filler          Pic X.
000095         05  Lr-Value-1      Pic X(20).
000096         05  Filler          Pic X.
000097         05  Lr-Value-2      Pic X(20).
000098         05  Filler          Pic X(4).
000099     03  Lr-Column-Detail Redefines Lr-Detail.
000100         05  Filler          Pic X(21).
000101         05  Lr-Width        Pic X(2).
000102         05  Filler          Pic X.
000103         05  Lr-Heading      Pic X(20).
000104         05  Filler          Pic X(25).
000105 Fd  Dealer-File.
000106 01  Dealer-Record.
000107     03  Dealer-Number         Pic X(8).
000108     03  Dealer-Name.
000109         05  Last-Name   Pic X(25).
000110         05  First-Name  Pic X(15).
000111         05  Middle-Name Pic X(10).
000112     03  Address-Line-1      Pic X(50).
000113     03  Address-Line-2      Pic X(50).
000114     03  City                Pic X(40).
000115     03  State-Or-Country    Pic X(20).
000116     03  Postal-Code         Pic X(15).
000117     03  Home-Phone          Pic X(20).
000118     03  Work-Phone          Pic X(20).
000119     03  Other-Phone         Pic X(20).
000120     03  Start-Date          Pic 9(8).
000121     03  Last-Rent-Paid-Date Pic 9(8).
000122     03  Next-Rent-Due-Date  Pic 9(8).
000123     03  Rent-Amount         Pic 9(4)v99.
000124     03  Consignment-Percent Pic 9(3).
000125     03  Last-Sold-Amount    Pic S9(7)v99.
000126     03  Last-Sold-Date      Pic 9(8).
000127     03  Sold-To-Date        Pic S9(7)v99.
000128     03  Commission-To-Date  Pic S9(7)v99.
000129     03  Contract-End-Date   Pic 9(8).
000130     03  Filler              Pic X(6).
000131     03  Active-Status       Pic X.
000132     03  Bank-Routing-Number Pic X(9).
000133     03  Bank-Account-Number Pic X(17).
000134     03  Payment-Method      Pic X.
000135     03  Prenote-Status-Code Pic X.
000136     03  Prenote-Date        Pic X(8).
000137     03  Contact-Preference  Pic X.
000138     03  Tax-Id              Pic X(9).
000139     03  W9-Status-Code      Pic X.
000140     03  W9-Received-Date    Pic X(8).
000141     03  Dealer-Pin          Pic X(4).
000142     03  Marketplace-Opt-In  Pic X.
000143     03  Delinquency-Status  Pic X.
000144     03  Rent-Model-Code     Pic X.
000145     03  Rent-Percent        Pic 9(2).
000146     03  Dealer-Type-Code    Pic X.
000147     03  Onboard-Status      Pic X.
000148     03  Payout-Frequency    Pic X.
000149     03  Minimum-Payout      Pic 9(5)v99.
000150     03  Last-Payout-Date    Pic 9(8).
000151     03  Store-Credit-Percent Pic 9(3).
000152     03  Rent-Autodebit-Flag Pic X.
000153     03  Autodebit-Auth-Date Pic X(8).
000154     03  Filler              Pic X(6).
000155 Fd  Booth-File.
000156 01  Booth-Record.
000157     03  Occupying-Dealer-Number Pic X(8).
000158     03  Square-Footage          Pic 9(4).
000159     03  Monthly-Booth-Rate      Pic 9(4)v99.
000160     03  Booth-Zone              Pic X(4).
000161     03  Booth-Rate-Class        Pic X(2).
000162     03  Booth-Second-Dealer     Pic X(8).
000163     03  Booth-Split-Pct         Pic 9(2).
000164 Fd  List-Report-File.
000165 01  List-Report-Record      Pic X(132).
000166 Fd  List-Extract-File.
000167 01  List-Extract-Record     Pic X(600).
000168 Sd  Sort-File.
000169 01  Sort-Record.
000170     03  Sort-Key            Pic X(60).
000171     03  Sort-Booth-Number   Pic 9(3).
000172     03  Sort-Booth-Zone     Pic X(4).
000173     03  Sort-Dealer-Data.
000174         05  Sort-Dealer-Number Pic X(8).
000175         05  Filler          Pic X(468).
000176 Working-Storage Section.
000177 01  List-Request-Status     Pic XX Value Spaces.
000178 01  Dealer-Status           Pic XX Value Zeros.
000179     88  Dealer-Success      Value "00" Thru "09".
000180 01  Booth-Status            Pic XX Value Spaces.
000181     88  Booth-Success       Value "00" Thru "09".
000182 01  List-Extract-Status     Pic XX Value Spaces.
000183 01  Booth-Number            Pic 9(3) Value Zeros.
000184 01  List-Output-File        Pic X(40) Value Spaces.
000185 01  List-Name               Pic X(8) Value Spaces.
000186 01  Request-Name            Pic X(8) Value Spaces.
000187 01  List-Title              Pic X(50) Value Spaces.
000188 01  List-Output-Type        Pic X Value "R".
000189     88  List-Is-Extract     Value "D".
000190 01  List-Delimiter          Pic X Value ",".
000191 01  Request-Done-Flag       Pic X Value Spaces.
000192     88  Request-Done        Value "Y".
000193 01  Header-Found-Flag       Pic X Value Spaces.
000194     88  Header-Found        Value "Y".
000195 01  Definition-Error-Flag   Pic X Value Spaces.
000196     88  Definition-Error    Value "Y".
000197 01  Definition-Message      Pic X(50) Value Spaces.
000198 01  Dealer-Done-Flag        Pic X Value Spaces.
000199     88  Dealer-Done         Value "Y".
000200 01  Booths-Done-Flag        Pic X Value Spaces.
000201     88  Booths-Done         Value "Y".
000202 01  Sort-Done-Flag          Pic X Value Spaces.
000203     88  Sort-Done           Value "Y".
000204 01  Selected-Flag           Pic X Value Spaces.
000205     88  Dealer-Selected     Value "Y".
000206     88  Dealer-Rejected     Value "N".
000207 01  Field-Found-Flag        Pic X Value Spaces.
000208     88  Field-Found         Value "Y".
000209 01  Look-Field-Name         Pic X(20) Value Spaces.
000210 01  Look-Operator           Pic X(2) Value Spaces.
000211     88  Valid-Operator      Value "EQ" "NE" "GT" "GE" "LT" "LE"
000212                                   "RG" "BL" "NB" "OD".
000213 01  Value-Work              Pic X(20) Value Spaces.
000214 01  Value-Work-Date Redefines Value-Work.
000215     03  Value-Work-MM       Pic 99.
000216     03  Value-Work-DD       Pic 99.
000217     03  Value-Work-YYYY     Pic 9(4).
000218     03  Filler              Pic X(12).
000219 01  Value-Number            Pic S9(9)v99 Value Zeros.
000220 01  Value-Days              Pic 9(5) Value Zeros.
000221 01  Today-YYYYMMDD          Pic 9(8) Value Zeros.
000222 01  Dealers-Listed          Pic 9(5) Value Zeros.
000223 01  Current-Booth-Number    Pic 9(3) Value Zeros.
000224 01  Current-Booth-Zone      Pic X(4) Value Spaces.
000225 01  Lower-Case-Letters      Pic X(26) Value
000226     "abcdefghijklmnopqrstuvwxyz".
000227 01  Upper-Case-Letters      Pic X(26) Value
000228     "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
000229* A Descending Sort Key Is Stored With Each Character Turned
000230* End For End So One Ascending Sort Serves Every Request
000231 01  Ascending-Chars         Pic X(37) Value
000232     " 0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ".
000233 01  Descending-Chars        Pic X(37) Value
000234     "ZYXWVUTSRQPONMLKJIHGFEDCBA9876543210 ".
000235* The Fields A List May Name: Name, Type (A-Letters, N-Amount,
000236* D-Date), Decimal Places, And Printed Width
000237 01  Field-Catalog-Values.
000238     03  Filler Pic X(24) Value "DEALER-NUMBER       A008".
000239     03  Filler Pic X(24) Value "LAST-NAME           A025".
000240     03  Filler Pic X(24) Value "FIRST-NAME          A015".
000241     03  Filler Pic X(24) Value "CITY                A020".
000242     03  Filler Pic X(24) Value "STATE-OR-COUNTRY    A020".
000243     03  Filler Pic X(24) Value "POSTAL-CODE         A010".
000244     03  Filler Pic X(24) Value "HOME-PHONE          A014".
000245     03  Filler Pic X(24) Value "START-DATE          D010".
000246     03  Filler Pic X(24) Value "LAST-RENT-PAID-DATE D010".
000247     03  Filler Pic X(24) Value "NEXT-RENT-DUE-DATE  D010".
000248     03  Filler Pic X(24) Value "RENT-AMOUNT         N215".
000249     03  Filler Pic X(24) Value "CONSIGNMENT-PERCENT N012".
000250     03  Filler Pic X(24) Value "LAST-SOLD-AMOUNT    N215".
000251     03  Filler Pic X(24) Value "LAST-SOLD-DATE      D010".
000252     03  Filler Pic X(24) Value "SOLD-TO-DATE        N215".
000253     03  Filler Pic X(24) Value "COMMISSION-TO-DATE  N215".
000254     03  Filler Pic X(24) Value "CONTRACT-END-DATE   D010".
000255     03  Filler Pic X(24) Value "ACTIVE-STATUS       A006".
000256     03  Filler Pic X(24) Value "PAYMENT-METHOD      A006".
000257     03  Filler Pic X(24) Value "CONTACT-PREFERENCE  A006".
000258     03  Filler Pic X(24) Value "W9-STATUS-CODE      A006".
000259     03  Filler Pic X(24) Value "DELINQUENCY-STATUS  A006".
000260     03  Filler Pic X(24) Value "RENT-MODEL-CODE     A006".
000261     03  Filler Pic X(24) Value "RENT-PERCENT        N012".
000262     03  Filler Pic X(24) Value "DEALER-TYPE-CODE    A006".
000263     03  Filler Pic X(24) Value "ONBOARD-STATUS      A006".
000264     03  Filler Pic X(24) Value "PAYOUT-FREQUENCY    A006".
000265     03  Filler Pic X(24) Value "MINIMUM-PAYOUT      N215".
000266     03  Filler Pic X(24) Value "LAST-PAYOUT-DATE    D010".
000267     03  Filler Pic X(24) Value "RENT-AUTODEBIT-FLAG A006".
000268     03  Filler Pic X(24) Value "BOOTH-NUMBER        N012".
000269     03  Filler Pic X(24) Value "BOOTH-ZONE          A006".
000270 01  Field-Catalog-Table Redefines Field-Catalog-Values.
000271     03  Field-Entry Occurs 32 Times Indexed By Field-Index.
000272         05  Field-Name      Pic X(20).
000273         05  Field-Type      Pic X.
000274         05  Field-Decimals  Pic 9.
000275         05  Field-Width     Pic 99.
000276 01  Field-Sub               Pic 99 Value Zeros.
000277 01  Field-Alpha             Pic X(40) Value Spaces.
000278 01  Compare-Alpha           Pic X(40) Value Spaces.
000279 01  Field-Number            Pic S9(9)v99 Value Zeros.
000280 01  Field-Date-Raw          Pic 9(8) Value Zeros.
000281 01  Field-Date-Raw-X Redefines Field-Date-Raw.
000282     03  Field-Date-MM       Pic 99.
000283     03  Field-Date-DD       Pic 99.
000284     03  Field-Date-YYYY     Pic 9(4).
000285 01  Field-Date-Alpha Redefines Field-Date-Raw Pic X(8).
000286 01  Field-Blank-Flag        Pic X Value Spaces.
000287     88  Field-Is-Blank      Value "Y".
000288 01  Compare-Result          Pic S9 Value Zeros.
000289 01  Compare-Result-2        Pic S9 Value Zeros.
000290 01  Crit-Count              Pic 99 Value Zeros.
000291 01  Crit-Sub                Pic 99 Value Zeros.
000292 01  Crit-Table-Area.
000293     03  Crit-Entry Occurs 10 Times.
000294         05  Crit-Field      Pic 99.
000295         05  Crit-Op         Pic X(2).
000296         05  Crit-Alpha-1    Pic X(40).
000297         05  Crit-Alpha-2    Pic X(40).
000298         05  Crit-Num-1      Pic S9(9)v99.
000299         05  Crit-Num-2      Pic S9(9)v99.
000300 01  Sort-Spec-Count         Pic 9 Value Zeros.
000301 01  Sort-Sub                Pic 9 Value Zeros.
000302 01  Sort-Spec-Table-Area.
000303     03  Sort-Spec-Entry Occurs 3 Times.
000304         05  Sort-Spec-Field Pic 99.
000305         05  Sort-Spec-Order Pic X.
000306 01  Key-Part                Pic X(20) Value Spaces.
000307 01  Key-Start               Pic 99 Value Zeros.
000308 01  Key-Number              Pic 9(10)v99 Value Zeros.
000309 01  Key-Number-X Redefines Key-Number Pic X(12).
000310 01  Col-Count               Pic 99 Value Zeros.
000311 01  Col-Sub                 Pic 99 Value Zeros.
000312 01  Col-Table-Area.
000313     03  Col-Entry Occurs 12 Times.
000314         05  Col-Field       Pic 99.
000315         05  Col-Width       Pic 99.
000316         05  Col-Heading     Pic X(20).
000317 01  Line-Width              Pic 9(3) Value Zeros.
000318 01  Text-Width              Pic 99 Value Zeros.
000319 01  Column-Text             Pic X(40) Value Spaces.
000320 01  Print-Line              Pic X(132) Value Spaces.
000321 01  Print-Pointer           Pic 9(3) Value Zeros.
000322 01  Extract-Line            Pic X(600) Value Spaces.
000323 01  Value-Text              Pic X(40) Value Spaces.
000324 01  Value-Reversed          Pic X(40) Value Spaces.
000325 01  Leading-Count           Pic 99 Value Zeros.
000326 01  Trailing-Count          Pic 99 Value Zeros.
000327 01  Value-Start             Pic 99 Value Zeros.
000328 01  Value-Length            Pic 99 Value Zeros.
000329 01  Edit-Amount             Pic ZZZ,ZZZ,ZZ9.99-.
000330 01  Edit-Count              Pic ZZZ,ZZZ,ZZ9-.
000331 01  Edit-Date               Pic 99/99/9999.
000332 01  Plain-Amount            Pic -(9)9.99.
000333 01  Plain-Count             Pic -(10)9.
000334 01  Booth-Count             Pic 9(3) Value Zeros.
000335 01  Booth-Dealer-Work       Pic X(8) Value Spaces.
000336 01  Booth-Table-Area.
000337     03  Booth-Entry Occurs 0 To 400 Times
000338             Depending On Booth-Count
000339             Indexed By Booth-Index.
000340         05  Bt-Dealer       Pic X(8).
000341         05  Bt-Number       Pic 9(3).
000342         05  Bt-Zone         Pic X(4).
000343 01  Heading-Line-1.
000344     03  Filler      Pic X(12) Value "Created by:".
000345     03  Heading-List-Name Pic X(8).
000346     03  Filler      Pic X(4)  Value Spaces.
000347     03  Heading-Title Pic X(50).
000348     03  Filler      Pic X(5)  Value Spaces.
000349     03  Filler      Pic X(5)  Value "Page".
000350     03  Page-No     Pic Z(4)9 Value Zeros.
000351 01  Heading-Line-2.
000352     03  Filler      Pic X(12) Value "Created on:".
000353     03  Date-MM     Pic 99.
000354     03  Filler      Pic X     Value "/".
000355     03  Date-DD     Pic 99.
000356     03  Filler      Pic X     Value "/".
000357     03  Date-YY     Pic 99.
000358 01  Heading-Line-3          Pic X(132) Value Spaces.
000359 01  Total-Line.
000360     03  Filler              Pic X(20) Value
000361         "*** Dealers Listed".
000362     03  Total-Listed        Pic ZZ,ZZ9.
000363 01  Line-Count           Pic 99          Value 99.
000364 01  Page-Count           Pic 9(4)        Value Zeros.
000365 01  Max-Lines            Pic 99          Value 60.
000366 01  Date-And-Time-Area.
000367     03  Work-Date            Pic 9(6).
000368     03  Work-Date-X          Redefines Work-Date.
000369         05  Date-YY          Pic 99.
000370         05  Date-MM          Pic 99.
000371         05  Date-DD          Pic 99.
000372 01  Spool-Catalog-File    Pic X(12) Value Spaces.
000373 Procedure Division.
000374 Chapt25t-Start.
000375     Display "Begin Process Chapt25t"
000376     Accept List-Name From Command-Line
000377     If List-Name = Spaces
000378        Perform List-Saved-Requests
000379        Display "List Name To Run (Blank To Exit): "
000380        Accept List-Name
000381     End-If
000382     If List-Name = Spaces
000383        Goback
000384     End-If
000385     Inspect List-Name Converting Lower-Case-Letters
000386             To Upper-Case-Letters
000387     Accept Today-YYYYMMDD From Date YYYYMMDD
000388     Perform Load-List-Definition
000389     If Definition-Error
000390        Display "List " List-Name " Not Run: " Definition-Message
000391        Goback
000392     End-If
000393     Open Input Dealer-File
000394     If Not Dealer-Success
000395        Display "Dealer File Not Available, Status " Dealer-Status
000396        Goback
000397     End-If
000398     Perform Fill-Initial-Headings
000399     Perform Load-Booth-Table
000400     Sort Sort-File On Ascending Key Sort-Key Sort-Dealer-Number
000401          Input Procedure Select-Dealers
000402          Output Procedure Write-List
000403     Close Dealer-File
000404     Call "Chapt25d" Using List-Name Spool-Catalog-File Page-Count
000405     Display "List " List-Name " Written To " Spool-Catalog-File
000406             " Dealers Listed " Dealers-Listed
000407     Goback
000408     .
000409 List-Saved-Requests.
000410     Display "Saved Dealer Lists"
000411     Move Spaces To Request-Done-Flag
000412     Open Input List-Request-File
000413     If List-Request-Status Not = "00"
000414        Display "No Lists Are Saved In ListReq.TXT"
000415        Set Request-Done To True
000416     End-If
000417     Perform Show-One-Saved-Request Until Request-Done
000418     If List-Request-Status = "00" Or List-Request-Status = "10"
000419        Close List-Request-File
000420     End-If
000421     .
000422 Show-One-Saved-Request.
000423     Read List-Request-File
000424          At End Set Request-Done To True
000425          Not At End
000426             If Lr-Type = "H" Or Lr-Type = "h"
000427                Display Lr-Name "  " Lr-Output "  " Lr-Title
000428             End-If
000429     End-Read
000430     .
000431 Load-List-Definition.
000432     Move Spaces To Request-Done-Flag Header-Found-Flag
000433                    Definition-Error-Flag List-Title
000434     Move Zeros To Crit-Count Sort-Spec-Count Col-Count Line-Width
000435     Open Input List-Request-File
000436     If List-Request-Status Not = "00"
000437        Move "ListReq.TXT Not Found" To Definition-Message
000438        Set Definition-Error To True
000439        Set Request-Done To True
000440     End-If
000441     Perform Load-One-Request-Line
000442             Until Request-Done Or Definition-Error
000443     If List-Request-Status = "00" Or List-Request-Status = "10"
000444        Close List-Request-File
000445     End-If
000446     If Not Header-Found And Not Definition-Error
000447        Move "No Such List In ListReq.TXT" To Definition-Message
000448        Set Definition-Error To True
000449     End-If
000450     If Col-Count = Zeros And Not Definition-Error
000451        Perform Default-Columns
000452     End-If
000453     If List-Title = Spaces
000454        String "Dealer List " Delimited By Size
000455               List-Name      Delimited By Space
000456               Into List-Title
000457        End-String
000458     End-If
000459     Move Spaces To Spool-Catalog-File
000460     If List-Is-Extract
000461        String List-Name Delimited By Space
000462               ".CSV"    Delimited By Size
000463               Into Spool-Catalog-File
000464        End-String
000465     Else
000466        String List-Name Delimited By Space
000467               ".SPL"    Delimited By Size
000468               Into Spool-Catalog-File
000469        End-String
000470     End-If
000471     Move Spool-Catalog-File To List-Output-File
000472     .
000473 Load-One-Request-Line.
000474     Read List-Request-File
000475          At End Set Request-Done To True
000476          Not At End
000477             Move Lr-Name To Request-Name
000478             Inspect Request-Name Converting Lower-Case-Letters
000479                     To Upper-Case-Letters
000480             If Request-Name = List-Name
000481                Perform Load-Request-Line
000482             End-If
000483     End-Read
000484     .
000485 Load-Request-Line.
000486     Evaluate Lr-Type
000487        When "H"
000488        When "h"
000489             Perform Load-Request-Header
000490        When "S"
000491        When "s"
000492             Perform Load-Request-Selection
000493        When "O"
000494        When "o"
000495             Perform Load-Request-Sort
000496        When "C"
000497        When "c"
000498             Perform Load-Request-Column
000499        When Other
000500             Continue
000501     End-Evaluate
000502     .
000503 Load-Request-Header.
000504     Set Header-Found To True
000505     Move Lr-Output To List-Output-Type
000506     Inspect List-Output-Type Converting Lower-Case-Letters
000507             To Upper-Case-Letters
000508     If Lr-Delimiter Not = Space
000509        Move Lr-Delimiter To List-Delimiter
000510     End-If
000511     Move Lr-Title To List-Title
000512     .
000513 Load-Request-Selection.
000514     Move Lr-Field To Look-Field-Name
000515     Perform Find-Field-Name
000516     Move Lr-Operator To Look-Operator
000517     Inspect Look-Operator Converting Lower-Case-Letters
000518             To Upper-Case-Letters
000519     Evaluate True
000520        When Not Field-Found
000521             Perform Unknown-Field-Error
000522        When Not Valid-Operator
000523             String "Unknown Operator " Delimited By Size
000524                    Look-Operator       Delimited By Size
000525                    Into Definition-Message
000526             End-String
000527             Set Definition-Error To True
000528        When Look-Operator = "OD" And
000529             Field-Type (Field-Sub) Not = "D"
000530             Move "OD Needs A Date Field" To Definition-Message
000531             Set Definition-Error To True
000532        When Crit-Count = 10
000533             Move "More Than 10 Selections" To Definition-Message
000534             Set Definition-Error To True
000535        When Other
000536             Add 1 To Crit-Count
000537             Move Field-Sub To Crit-Field (Crit-Count)
000538             Move Look-Operator To Crit-Op (Crit-Count)
000539             Move Lr-Value-1 To Value-Work
000540             Perform Convert-Criterion-Value
000541             Move Lr-Value-1 To Crit-Alpha-1 (Crit-Count)
000542             Inspect Crit-Alpha-1 (Crit-Count) Converting
000543                     Lower-Case-Letters To Upper-Case-Letters
000544             Move Value-Number To Crit-Num-1 (Crit-Count)
000545             Move Lr-Value-2 To Value-Work
000546             Perform Convert-Criterion-Value
000547             Move Lr-Value-2 To Crit-Alpha-2 (Crit-Count)
000548             Inspect Crit-Alpha-2 (Crit-Count) Converting
000549                     Lower-Case-Letters To Upper-Case-Letters
000550             Move Value-Number To Crit-Num-2 (Crit-Count)
000551     End-Evaluate
000552     .
000553 Convert-Criterion-Value.
000554* Amounts Are Keyed As Written ("300" Or "300.00"); Dates As
000555* MMDDYYYY, Held As YYYYMMDD So They Compare In Order; An Age
000556* In Days Becomes The Cutoff Date Counted Back From Today
000557     Move Zeros To Value-Number
000558     Evaluate True
000559        When Value-Work = Spaces
000560             Continue
000561        When Look-Operator = "OD"
000562             Compute Value-Days = Function Numval (Value-Work)
000563             Compute Value-Number = Function Date-Of-Integer
000564                     (Function Integer-Of-Date (Today-YYYYMMDD)
000565                      - Value-Days)
000566        When Field-Type (Field-Sub) = "D"
000567             If Value-Work (1:8) Is Numeric
000568                Compute Value-Number = Value-Work-YYYY * 10000
000569                        + Value-Work-MM * 100 + Value-Work-DD
000570             Else
000571                Move "Dates Must Be Keyed MMDDYYYY"
000572                     To Definition-Message
000573                Set Definition-Error To True
000574             End-If
000575        When Field-Type (Field-Sub) = "N"
000576             Compute Value-Number = Function Numval (Value-Work)
000577        When Other
000578             Continue
000579     End-Evaluate
000580     .
000581 Load-Request-Sort.
000582     Move Lr-Field To Look-Field-Name
000583     Perform Find-Field-Name
000584     Evaluate True
000585        When Not Field-Found
000586             Perform Unknown-Field-Error
000587        When Sort-Spec-Count = 3
000588             Move "More Than 3 Sort Fields" To Definition-Message
000589             Set Definition-Error To True
000590        When Other
000591             Add 1 To Sort-Spec-Count
000592             Move Field-Sub To Sort-Spec-Field (Sort-Spec-Count)
000593             Move Lr-Operator (1:1) To
000594                  Sort-Spec-Order (Sort-Spec-Count)
000595             Inspect Sort-Spec-Order (Sort-Spec-Count) Converting
000596                     Lower-Case-Letters To Upper-Case-Letters
000597     End-Evaluate
000598     .
000599 Load-Request-Column.
000600     Move Lr-Field To Look-Field-Name
000601     Perform Find-Field-Name
000602     Evaluate True
000603        When Not Field-Found
000604             Perform Unknown-Field-Error
000605        When Col-Count = 12
000606             Move "More Than 12 Columns" To Definition-Message
000607             Set Definition-Error To True
000608        When Other
000609             Add 1 To Col-Count
000610             Move Field-Sub To Col-Field (Col-Count)
000611             Move Field-Width (Field-Sub) To Col-Width (Col-Count)
000612             If Field-Type (Field-Sub) = "A" And
000613                Lr-Width Is Numeric And Lr-Width > "00"
000614                Move Lr-Width To Col-Width (Col-Count)
000615             End-If
000616             Move Lr-Heading To Col-Heading (Col-Count)
000617             If Lr-Heading = Spaces
000618                Move Field-Name (Field-Sub) To
000619                     Col-Heading (Col-Count)
000620             End-If
000621             Perform Check-Line-Width
000622     End-Evaluate
000623     .
000624 Check-Line-Width.
000625     Compute Line-Width = Line-Width + Col-Width (Col-Count) + 2
000626     If Line-Width > 134
000627        Move "Columns Are Wider Than The 132 Print Positions"
000628             To Definition-Message
000629        Set Definition-Error To True
000630     End-If
000631     .
000632 Default-Columns.
000633* A List With No Columns Named Prints The Number And Name
000634     Perform Add-Default-Column Varying Field-Sub From 1 By 1
000635             Until Field-Sub > 3
000636     .
000637 Add-Default-Column.
000638     Add 1 To Col-Count
000639     Move Field-Sub To Col-Field (Col-Count)
000640     Move Field-Width (Field-Sub) To Col-Width (Col-Count)
000641     Move Field-Name (Field-Sub) To Col-Heading (Col-Count)
000642     .
000643 Find-Field-Name.
000644     Move Spaces To Field-Found-Flag
000645     Inspect Look-Field-Name Converting Lower-Case-Letters
000646             To Upper-Case-Letters
000647     Set Field-Index To 1
000648     Search Field-Entry
000649          At End Continue
000650          When Field-Name (Field-Index) = Look-Field-Name
000651             Set Field-Found To True
000652             Set Field-Sub To Field-Index
000653     End-Search
000654     .
000655 Unknown-Field-Error.
000656     String "Unknown Field " Delimited By Size
000657            Look-Field-Name  Delimited By Space
000658            Into Definition-Message
000659     End-String
000660     Set Definition-Error To True
000661     .
000662 Load-Booth-Table.
000663     Move Spaces To Booths-Done-Flag
000664     Open Input Booth-File
000665     If Not Booth-Success
000666        Set Booths-Done To True
000667     End-If
000668     Perform Load-One-Booth Until Booths-Done
000669     If Booth-Success
000670        Close Booth-File
000671     End-If
000672     .
000673 Load-One-Booth.
000674     Read Booth-File
000675          At End Set Booths-Done To True
000676          Not At End
000677             If Occupying-Dealer-Number Not = Spaces
000678                Move Occupying-Dealer-Number To Booth-Dealer-Work
000679                Perform Add-Booth-Entry
000680             End-If
000681             If Booth-Second-Dealer Not = Spaces
000682                Move Booth-Second-Dealer To Booth-Dealer-Work
000683                Perform Add-Booth-Entry
000684             End-If
000685     End-Read
000686     .
000687 Add-Booth-Entry.
000688     If Booth-Count < 400
000689        Add 1 To Booth-Count
000690        Move Booth-Dealer-Work To Bt-Dealer (Booth-Count)
000691        Move Booth-Number To Bt-Number (Booth-Count)
000692        Move Booth-Zone To Bt-Zone (Booth-Count)
000693     End-If
000694     .
000695 Find-Dealer-Booth.
000696     Move Zeros To Current-Booth-Number
000697     Move Spaces To Current-Booth-Zone
000698     Set Booth-Index To 1
000699     Search Booth-Entry
000700          At End Continue
000701          When Bt-Dealer (Booth-Index) = Dealer-Number
000702             Move Bt-Number (Booth-Index) To Current-Booth-Number
000703             Move Bt-Zone (Booth-Index) To Current-Booth-Zone
000704     End-Search
000705     .
000706 Select-Dealers.
000707     Move Spaces To Dealer-Done-Flag
000708     Perform Select-One-Dealer Until Dealer-Done
000709     .
000710 Select-One-Dealer.
000711     Read Dealer-File
000712          At End Set Dealer-Done To True
000713          Not At End
000714             Perform Find-Dealer-Booth
000715             Perform Test-Criteria
000716             If Dealer-Selected
000717                Perform Build-Sort-Key
000718                Move Current-Booth-Number To Sort-Booth-Number
000719                Move Current-Booth-Zone To Sort-Booth-Zone
000720                Move Dealer-Record To Sort-Dealer-Data
000721                Release Sort-Record
000722             End-If
000723     End-Read
000724     .
000725 Test-Criteria.
000726* Every Selection Line Must Hold For The Dealer To Be Listed
000727     Set Dealer-Selected To True
000728     Perform Test-One-Criterion Varying Crit-Sub From 1 By 1
000729             Until Crit-Sub > Crit-Count Or Dealer-Rejected
000730     .
000731 Test-One-Criterion.
000732     Move Crit-Field (Crit-Sub) To Field-Sub
000733     Perform Get-Field-Value
000734     Evaluate Crit-Op (Crit-Sub)
000735        When "BL"
000736             If Not Field-Is-Blank
000737                Set Dealer-Rejected To True
000738             End-If
000739        When "NB"
000740             If Field-Is-Blank
000741                Set Dealer-Rejected To True
000742             End-If
000743        When "OD"
000744             If Field-Number Not < Crit-Num-1 (Crit-Sub)
000745                Set Dealer-Rejected To True
000746             End-If
000747        When Other
000748             Perform Compare-Field-Value
000749             Perform Apply-Comparison
000750     End-Evaluate
000751     .
000752 Compare-Field-Value.
000753     If Field-Type (Field-Sub) = "A"
000754        Evaluate True
000755           When Compare-Alpha < Crit-Alpha-1 (Crit-Sub)
000756                Move -1 To Compare-Result
000757           When Compare-Alpha > Crit-Alpha-1 (Crit-Sub)
000758                Move 1 To Compare-Result
000759           When Other
000760                Move Zeros To Compare-Result
000761        End-Evaluate
000762        Evaluate True
000763           When Compare-Alpha < Crit-Alpha-2 (Crit-Sub)
000764                Move -1 To Compare-Result-2
000765           When Compare-Alpha > Crit-Alpha-2 (Crit-Sub)
000766                Move 1 To Compare-Result-2
000767           When Other
000768                Move Zeros To Compare-Result-2
000769        End-Evaluate
000770     Else
000771        Evaluate True
000772           When Field-Number < Crit-Num-1 (Crit-Sub)
000773                Move -1 To Compare-Result
000774           When Field-Number > Crit-Num-1 (Crit-Sub)
000775                Move 1 To Compare-Result
000776           When Other
000777                Move Zeros To Compare-Result
000778        End-Evaluate
000779        Evaluate True
000780           When Field-Number < Crit-Num-2 (Crit-Sub)
000781                Move -1 To Compare-Result-2
000782           When Field-Number > Crit-Num-2 (Crit-Sub)
000783                Move 1 To Compare-Result-2
000784           When Other
000785                Move Zeros To Compare-Result-2
000786        End-Evaluate
000787     End-If
000788     .
000789 Apply-Comparison.
000790     Evaluate Crit-Op (Crit-Sub)
000791        When "EQ"
000792             If Compare-Result Not = Zeros
000793                Set Dealer-Rejected To True
000794             End-If
000795        When "NE"
000796             If Compare-Result = Zeros
000797                Set Dealer-Rejected To True
000798             End-If
000799        When "GT"
000800             If Compare-Result Not > Zeros
000801                Set Dealer-Rejected To True
000802             End-If
000803        When "GE"
000804             If Compare-Result < Zeros
000805                Set Dealer-Rejected To True
000806             End-If
000807        When "LT"
000808             If Compare-Result Not < Zeros
000809                Set Dealer-Rejected To True
000810             End-If
000811        When "LE"
000812             If Compare-Result > Zeros
000813                Set Dealer-Rejected To True
000814             End-If
000815        When "RG"
000816             If Compare-Result < Zeros Or Compare-Result-2 > Zeros
000817                Set Dealer-Rejected To True
000818             End-If
000819     End-Evaluate
000820     .
000821 Get-Field-Value.
000822* Field-Sub Follows The Order Of The Field Catalog Above
000823     Move Spaces To Field-Alpha
000824     Move Zeros To Field-Number Field-Date-Raw
000825     Evaluate Field-Sub
000826        When 1  Move Dealer-Number To Field-Alpha
000827        When 2  Move Last-Name To Field-Alpha
000828        When 3  Move First-Name To Field-Alpha
000829        When 4  Move City To Field-Alpha
000830        When 5  Move State-Or-Country To Field-Alpha
000831        When 6  Move Postal-Code To Field-Alpha
000832        When 7  Move Home-Phone To Field-Alpha
000833        When 8  Move Start-Date To Field-Date-Alpha
000834        When 9  Move Last-Rent-Paid-Date To Field-Date-Alpha
000835        When 10 Move Next-Rent-Due-Date To Field-Date-Alpha
000836        When 11 Move Rent-Amount To Field-Number
000837        When 12 Move Consignment-Percent To Field-Number
000838        When 13 Move Last-Sold-Amount To Field-Number
000839        When 14 Move Last-Sold-Date To Field-Date-Alpha
000840        When 15 Move Sold-To-Date To Field-Number
000841        When 16 Move Commission-To-Date To Field-Number
000842        When 17 Move Contract-End-Date To Field-Date-Alpha
000843        When 18 Move Active-Status To Field-Alpha
000844        When 19 Move Payment-Method To Field-Alpha
000845        When 20 Move Contact-Preference To Field-Alpha
000846        When 21 Move W9-Status-Code To Field-Alpha
000847        When 22 Move Delinquency-Status To Field-Alpha
000848        When 23 Move Rent-Model-Code To Field-Alpha
000849        When 24 Move Rent-Percent To Field-Number
000850        When 25 Move Dealer-Type-Code To Field-Alpha
000851        When 26 Move Onboard-Status To Field-Alpha
000852        When 27 Move Payout-Frequency To Field-Alpha
000853        When 28 Move Minimum-Payout To Field-Number
000854        When 29 Move Last-Payout-Date To Field-Date-Alpha
000855        When 30 Move Rent-Autodebit-Flag To Field-Alpha
000856        When 31 Move Current-Booth-Number To Field-Number
000857        When 32 Move Current-Booth-Zone To Field-Alpha
000858     End-Evaluate
000859     Move Spaces To Field-Blank-Flag
000860     Evaluate Field-Type (Field-Sub)
000861        When "A"
000862             Move Field-Alpha To Compare-Alpha
000863             Inspect Compare-Alpha Converting Lower-Case-Letters
000864                     To Upper-Case-Letters
000865             If Field-Alpha = Spaces
000866                Set Field-Is-Blank To True
000867             End-If
000868        When "D"
000869             If Field-Date-Raw Not Numeric
000870                Move Zeros To Field-Date-Raw
000871             End-If
000872             Compute Field-Number = Field-Date-YYYY * 10000
000873                     + Field-Date-MM * 100 + Field-Date-DD
000874             If Field-Number = Zeros
000875                Set Field-Is-Blank To True
000876             End-If
000877        When Other
000878             If Field-Number = Zeros
000879                Set Field-Is-Blank To True
000880             End-If
000881     End-Evaluate
000882     .
000883 Build-Sort-Key.
000884     Move Spaces To Sort-Key
000885     Perform Build-One-Sort-Part Varying Sort-Sub From 1 By 1
000886             Until Sort-Sub > Sort-Spec-Count
000887     .
000888 Build-One-Sort-Part.
000889     Move Sort-Spec-Field (Sort-Sub) To Field-Sub
000890     Perform Get-Field-Value
000891     Move Spaces To Key-Part
000892     If Field-Type (Field-Sub) = "A"
000893        Move Compare-Alpha To Key-Part
000894     Else
000895        Compute Key-Number = Field-Number + 1000000000
000896        Move Key-Number-X To Key-Part
000897     End-If
000898     If Sort-Spec-Order (Sort-Sub) = "D"
000899        Inspect Key-Part Converting Ascending-Chars
000900                To Descending-Chars
000901     End-If
000902     Compute Key-Start = (Sort-Sub - 1) * 20 + 1
000903     Move Key-Part To Sort-Key (Key-Start:20)
000904     .
000905 Write-List.
000906     Move Spaces To Sort-Done-Flag
000907     If List-Is-Extract
000908        Open Output List-Extract-File
000909        Perform Write-Extract-Heading
000910     Else
000911        Open Output List-Report-File
000912        Perform Build-Column-Headings
000913     End-If
000914     Perform Write-One-Listed-Dealer Until Sort-Done
000915     If List-Is-Extract
000916        Close List-Extract-File
000917     Else
000918        If Page-Count = Zeros
000919           Perform Heading-Routine
000920        End-If
000921        Move Dealers-Listed To Total-Listed
000922        Write List-Report-Record From Total-Line After 2
000923        Close List-Report-File
000924     End-If
000925     .
000926 Write-One-Listed-Dealer.
000927     Return Sort-File
000928          At End Set Sort-Done To True
000929          Not At End
000930             Move Sort-Dealer-Data To Dealer-Record
000931             Move Sort-Booth-Number To Current-Booth-Number
000932             Move Sort-Booth-Zone To Current-Booth-Zone
000933             Add 1 To Dealers-Listed
000934             If List-Is-Extract
000935                Perform Write-Extract-Line
000936             Else
000937                Perform Write-Report-Line
000938             End-If
000939     End-Return
000940     .
000941 Write-Report-Line.
000942     If Line-Count >= Max-Lines
000943        Perform Heading-Routine
000944     End-If
000945     Move Spaces To Print-Line
000946     Move 1 To Print-Pointer
000947     Perform Add-Report-Column Varying Col-Sub From 1 By 1
000948             Until Col-Sub > Col-Count
000949     Write List-Report-Record From Print-Line After 1
000950     Add 1 To Line-Count
000951     .
000952 Add-Report-Column.
000953     Move Col-Field (Col-Sub) To Field-Sub
000954     Perform Get-Field-Value
000955     Perform Format-Field-Text
000956     Move Col-Width (Col-Sub) To Text-Width
000957     String Column-Text (1:Text-Width) Delimited By Size
000958            "  "                       Delimited By Size
000959            Into Print-Line With Pointer Print-Pointer
000960     End-String
000961     .
000962 Build-Column-Headings.
000963     Move Spaces To Heading-Line-3
000964     Move 1 To Print-Pointer
000965     Perform Add-Column-Heading Varying Col-Sub From 1 By 1
000966             Until Col-Sub > Col-Count
000967     .
000968 Add-Column-Heading.
000969     Move Col-Heading (Col-Sub) To Column-Text
000970     Move Col-Width (Col-Sub) To Text-Width
000971     String Column-Text (1:Text-Width) Delimited By Size
000972            "  "                       Delimited By Size
000973            Into Heading-Line-3 With Pointer Print-Pointer
000974     End-String
000975     .
000976 Format-Field-Text.
000977     Move Spaces To Column-Text
000978     Evaluate True
000979        When Field-Type (Field-Sub) = "A"
000980             Move Field-Alpha To Column-Text
000981        When Field-Type (Field-Sub) = "D"
000982             If Field-Date-Raw Not = Zeros
000983                Move Field-Date-Raw To Edit-Date
000984                Move Edit-Date To Column-Text
000985             End-If
000986        When Field-Decimals (Field-Sub) = Zeros
000987             Move Field-Number To Edit-Count
000988             Move Edit-Count To Column-Text
000989        When Other
000990             Move Field-Number To Edit-Amount
000991             Move Edit-Amount To Column-Text
000992     End-Evaluate
000993     .
000994 Write-Extract-Heading.
000995     Move Spaces To Extract-Line
000996     Move 1 To Print-Pointer
000997     Perform Add-Extract-Heading Varying Col-Sub From 1 By 1
000998             Until Col-Sub > Col-Count
000999     Write List-Extract-Record From Extract-Line
001000     .
001001 Add-Extract-Heading.
001002     If Col-Sub > 1
001003        String List-Delimiter Delimited By Size
001004               Into Extract-Line With Pointer Print-Pointer
001005        End-String
001006     End-If
001007     Move Col-Heading (Col-Sub) To Value-Text
001008     Perform Trim-Value-Text
001009     If Value-Length > Zeros
001010        String Value-Text (Value-Start:Value-Length)
001011               Delimited By Size
001012               Into Extract-Line With Pointer Print-Pointer
001013        End-String
001014     End-If
001015     .
001016 Write-Extract-Line.
001017     Move Spaces To Extract-Line
001018     Move 1 To Print-Pointer
001019     Perform Add-Extract-Column Varying Col-Sub From 1 By 1
001020             Until Col-Sub > Col-Count
001021     Write List-Extract-Record From Extract-Line
001022     .
001023 Add-Extract-Column.
001024* Amounts Go Out Without Edit Commas; With A Comma Delimiter
001025* Text Is Quoted So A Comma In A Name Cannot Split The Field
001026     If Col-Sub > 1
001027        String List-Delimiter Delimited By Size
001028               Into Extract-Line With Pointer Print-Pointer
001029        End-String
001030     End-If
001031     Move Col-Field (Col-Sub) To Field-Sub
001032     Perform Get-Field-Value
001033     Evaluate True
001034        When Field-Type (Field-Sub) = "A"
001035             Move Field-Alpha To Value-Text
001036        When Field-Type (Field-Sub) = "D"
001037             Perform Format-Field-Text
001038             Move Column-Text To Value-Text
001039        When Field-Decimals (Field-Sub) = Zeros
001040             Move Field-Number To Plain-Count
001041             Move Plain-Count To Value-Text
001042        When Other
001043             Move Field-Number To Plain-Amount
001044             Move Plain-Amount To Value-Text
001045     End-Evaluate
001046     Perform Trim-Value-Text
001047     If Field-Type (Field-Sub) = "A" And List-Delimiter = ","
001048        String Quote Delimited By Size
001049               Into Extract-Line With Pointer Print-Pointer
001050        End-String
001051     End-If
001052     If Value-Length > Zeros
001053        String Value-Text (Value-Start:Value-Length)
001054               Delimited By Size
001055               Into Extract-Line With Pointer Print-Pointer
001056        End-String
001057     End-If
001058     If Field-Type (Field-Sub) = "A" And List-Delimiter = ","
001059        String Quote Delimited By Size
001060               Into Extract-Line With Pointer Print-Pointer
001061        End-String
001062     End-If
001063     .
001064 Trim-Value-Text.
001065     Move Zeros To Leading-Count Trailing-Count Value-Length
001066     Move 1 To Value-Start
001067     If Value-Text Not = Spaces
001068        Inspect Value-Text Tallying Leading-Count
001069                For Leading Spaces
001070        Move Function Reverse (Value-Text) To Value-Reversed
001071        Inspect Value-Reversed Tallying Trailing-Count
001072                For Leading Spaces
001073        Compute Value-Start = Leading-Count + 1
001074        Compute Value-Length = 40 - Leading-Count - Trailing-Count
001075     End-If
001076     .
001077 Heading-Routine.
001078     Add 1 To Page-Count
001079     Move Page-Count To Page-No
001080     If Page-Count = 1
001081        Write List-Report-Record From Heading-Line-1 After Zero
001082     Else
001083        Write List-Report-Record From Heading-Line-1 After Page
001084     End-If
001085     Write List-Report-Record From Heading-Line-2 After 1
001086     Write List-Report-Record From Heading-Line-3 After 2
001087     Move 5 To Line-Count
001088     .
001089 Fill-Initial-Headings.
001090     Accept Work-Date From Date
001091     Move Corresponding Work-Date-X To Heading-Line-2
001092     Move List-Name To Heading-List-Name
001093     Move List-Title To Heading-Title
001094     .
