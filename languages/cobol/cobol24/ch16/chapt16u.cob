000010 @OPTIONS MAIN,TEST
000020 Identification Division.
000030 Program-Id.  Chapt16u.
000031* Dealer Consignment Contract And Amendment Generation
000032* Merges The Dealer's Current Terms - Name And Address, The
000033* Booth, Zone And Square Footage From Booth.Dat, The Rent Or
000034* Percentage Rent, The Commission And CatRate.TXT Category
000035* Rates, The Pending EscSched.TXT Escalations, The Deposit
000036* Required And The Contract Dates - Into The ContTmpl.TXT
000037* Template And Prints The Agreement To RPT16U.SPL.  Each
000038* Document Takes The Dealer's Next Version Number, And The
000039* Terms It Carried Are Kept In ContHist.TXT.  Run With AMEND
000040* After A Renewal Or A Change Of Terms To Print, From The
000041* AmndTmpl.TXT Template, Only The Terms That Differ From The
000042* Last Version.  Command Line: Dealer-Number [AMEND]
000043* Template Tokens Are Written Between Ampersands: &DEALER&
000044* &NAME& &ADDRESS-1& &ADDRESS-2& &CITY& &STATE& &POSTAL&
000045* &BOOTH& &ZONE& &SQFT& &RENT& &COMMISSION& &DEPOSIT&
000046* &START-DATE& &END-DATE& &VERSION& &TODAY&.  A Line Holding
000047* &CATEGORY-RATES&, &ESCALATIONS& Or &CHANGED-TERMS& Prints
000048* The Whole List In Its Place, &PAGE& Starts A New Page And
000049* && Prints A Single Ampersand
000050 Environment Division.
000051 Configuration Section.
000052 Source-Computer.  IBM-PC.
000053 Object-Computer.  IBM-PC.
000054 Input-Output  Section.
000055 File-Control.
000056     Select Report-File Assign To "RPT16U.SPL".
000057     Select Dealer-File Assign To "Dealer.Dat"
000058         Organization Indexed
000059         Access Random
000060         Record Key Dealer-Number
000061         File Status Dealer-Status.
000062     Select Optional Booth-File Assign To "Booth.Dat"
000063            Organization Relative
000064            Access Sequential
000065            Relative Key Booth-Number
000066            File Status Booth-Status.
000067     Select Optional Category-Rate-File Assign To "CatRate.TXT"
000068         Organization Is Line Sequential
000069         File Status  Is Category-Rate-Status.
000070     Select Optional Schedule-File Assign To "EscSched.TXT"
000071         Organization Is Line Sequential
000072         File Status  Is Schedule-Status.
000073     Select Template-File Assign To Template-Name
000074         Organization Is Line Sequential
000075         File Status  Is Template-Status.
000076     Select Optional Contract-History-File Assign To
000077                     "ContHist.TXT"
000078         Organization Is Line Sequential
000079         File Status  Is Contract-History-Status.
000080     Select Optional Current-Operator-File Assign To
000081                     "CurrOper.TXT"
000082         Organization Is Line Sequential
000083         File Status  Is Current-Operator-Status.
000084 Data Division.
000085 File Section.
000086 Fd  Report-File.
000087 01  Report-Record Pic X(80).
000088 Fd  Dealer-File.
000089 01  Dealer-Record.
000090     03  Dealer-Number         Pic X(8).
000091     03  Dealer-Name.
000092         05  Last-Name   Pic X(25).
000093         05  First-Name  Pic X(15).
000094         05  Middle-Name Pic X(10).
000095     03  Address-Line-1      Pic X(50).
000096     03  Address-Line-2      Pic X(50).
000097     03  City                Pic X(40).
000098     03  State-Or-Country    Pic X(20).
000099     03  Postal-Code         Pic X(15).
000100     03  Home-Phone          Pic X(20).
000101     03  Work-Phone          Pic X(20).
000102     03  Other-Phone         Pic X(20).
000103     03  Start-Date          Pic 9(8).
000104     03  Last-Rent-Paid-Date Pic 9(8).
000105     03  Next-Rent-Due-Date  Pic 9(8).
000106     03  Rent-Amount         Pic 9(4)v99.
000107     03  Consignment-Percent Pic 9(3).
000108     03  Last-Sold-Amount    Pic S9(7)v99.
000109     03  Last-Sold-Date      Pic 9(8).
000110     03  Sold-To-Date        Pic S9(7)v99.
000111     03  Commission-To-Date  Pic S9(7)v99.
000112     03  Contract-End-Date   Pic 9(8).
000113     03  Filler              Pic X(6).
000114     03  Active-Status       Pic X.
000115     03  Filler              Pic X(61).
000116     03  Rent-Model-Code     Pic X.
000117         88  Pct-Rent-Model  Value "P".
000118     03  Rent-Percent        Pic 9(2).
000119     03  Dealer-Type-Code    Pic X.
000120         88  Walk-In-Consignor Value "W".
000121     03  Filler              Pic X(35).
000122 Fd  Booth-File.
000123 01  Booth-Record.
000124     03  Occupying-Dealer-Number Pic X(8).
000125     03  Square-Footage          Pic 9(4).
000126     03  Monthly-Booth-Rate      Pic 9(4)v99.
000127     03  Booth-Zone              Pic X(4).
000128     03  Booth-Rate-Class        Pic X(2).
000129     03  Booth-Second-Dealer     Pic X(8).
000130     03  Booth-Split-Pct         Pic 9(2).
000131 Fd  Category-Rate-File.
000132 01  Category-Rate-Record.
000133     03  Rate-Category-Code  Pic X(4).
000134     03  Rate-Percent        Pic 9(3).
000135 Fd  Schedule-File.
000136 01  Schedule-Record.
000137     03  Esc-Dealer          Pic X(8).
000138     03  Filler              Pic X.
000139     03  Esc-Effective-Date  Pic 9(8).
000140     03  Filler              Pic X.
000141     03  Esc-Method          Pic X.
000142         88  Amount-Method   Value "A".
000143         88  Percent-Method  Value "P".
000144     03  Filler              Pic X.
000145     03  Esc-Value           Pic 9(4)v99.
000146     03  Filler              Pic X.
000147     03  Esc-Applied-Flag    Pic X.
000148         88  Esc-Applied     Value "Y".
000149 Fd  Template-File.
000150 01  Template-Record         Pic X(80).
000151 Fd  Contract-History-File.
000152 Copy "conthist.cpy".
000153 Fd  Current-Operator-File.
000154 01  Current-Operator-Record.
000155     03  Curr-Oper-Id        Pic X(4).
000156     03  Filler              Pic X.
000157     03  Curr-Oper-Level     Pic 9.
000158 Working-Storage Section.
000159 01  Dealer-Status          Pic XX Value Spaces.
000160     88  Dealer-Success     Value "00" Thru "09".
000161 01  Booth-Status           Pic XX Value Spaces.
000162     88  Booth-Success      Value "00" Thru "09".
000163 01  Booth-Number           Pic 9(3) Value Zeros.
000164 01  Category-Rate-Status   Pic XX Value Spaces.
000165     88  Category-Rate-Success Value "00" Thru "09".
000166 01  Schedule-Status        Pic XX Value Spaces.
000167     88  Schedule-Success   Value "00" Thru "09".
000168 01  Template-Status        Pic XX Value Spaces.
000169     88  Template-Success   Value "00" Thru "09".
000170 01  Contract-History-Status Pic XX Value Spaces.
000171     88  Contract-History-Success Value "00" Thru "09".
000172 01  Current-Operator-Status Pic XX Value Spaces.
000173 01  Current-Operator       Pic X(4) Value Spaces.
000174 01  Template-Name          Pic X(12) Value "ContTmpl.TXT".
000175 01  Amendment-Template     Pic X(12) Value "AmndTmpl.TXT".
000176 01  Command-Line-Area      Pic X(40) Value Spaces.
000177 01  Dealer-Number-In       Pic X(8) Value Spaces.
000178 01  Run-Mode               Pic X(8) Value Spaces.
000179     88  Amend-Mode         Value "AMEND".
000180 01  Booths-Done-Flag       Pic X Value Spaces.
000181     88  Booths-Done        Value "Y".
000182 01  Rates-Done-Flag        Pic X Value Spaces.
000183     88  Rates-Done         Value "Y".
000184 01  Schedule-Done-Flag     Pic X Value Spaces.
000185     88  Schedule-Done      Value "Y".
000186 01  Template-Done-Flag     Pic X Value Spaces.
000187     88  Template-Done      Value "Y".
000188 01  History-Done-Flag      Pic X Value Spaces.
000189     88  History-Done       Value "Y".
000190* House Deposit Policy: One Month's Rent, Never Less Than The
000191* Minimum; Walk-In Consignors Hold No Booth And Pay None
000192 01  Minimum-Deposit        Pic 9(5)v99 Value 100.00.
000193 01  Deposit-Required       Pic 9(5)v99 Value Zeros.
000194 01  Prior-Version          Pic 9(3) Value Zeros.
000195 01  New-Version            Pic 9(3) Value Zeros.
000196 01  Changed-Count          Pic 9(3) Value Zeros.
000197 01  Booths-Found           Pic 9(3) Value Zeros.
000198 01  Total-Square-Feet      Pic 9(5) Value Zeros.
000199 01  First-Booth-Zone       Pic X(4) Value Spaces.
000200 01  Booth-List             Pic X(60) Value Spaces.
000201 01  Booth-Ptr              Pic 99 Value 1.
000202 01  Amount-Edit            Pic $$$,$$9.99.
000203 01  Percent-Edit           Pic ZZ9.
000204 01  Esc-Percent-Edit       Pic ZZZ9.99.
000205 01  Sqft-Edit              Pic ZZ,ZZ9.
000206 01  Date-Edit              Pic 99/99/9999.
000207 01  Version-Edit           Pic ZZ9.
000208 01  Value-Ptr              Pic 99 Value 1.
000209 01  Edit-Text              Pic X(14) Value Spaces.
000210 01  Edit-Short             Pic X(14) Value Spaces.
000211 01  Edit-Lead              Pic 99 Value Zeros.
000212 01  Was-Now-Tag            Pic X(5) Value Spaces.
000213* The Terms Of The Document: List "C" Are The Category Rates,
000214* "E" The Escalations, "X" Are Printed But Not Kept In The
000215* Version History
000216 01  Next-Term-Token        Pic X(16) Value Spaces.
000217 01  Next-Term-Label        Pic X(30) Value Spaces.
000218 01  Next-Term-Value        Pic X(60) Value Spaces.
000219 01  Next-Term-List         Pic X Value Space.
000220 01  Term-Count             Pic 9(3) Value Zeros.
000221 01  Term-Table-Area.
000222     03  Term-Entry Occurs 0 To 120 Times
000223             Depending On Term-Count
000224             Indexed By Term-Index.
000225         05  Term-Token         Pic X(16).
000226         05  Term-Label         Pic X(30).
000227         05  Term-Value         Pic X(60).
000228         05  Term-List          Pic X.
000229         05  Term-Changed-Flag  Pic X.
000230             88  Term-Changed   Value "Y".
000231         05  Term-Prior-Value   Pic X(60).
000232 01  Prior-Count            Pic 9(3) Value Zeros.
000233 01  Prior-Table-Area.
000234     03  Prior-Entry Occurs 0 To 120 Times
000235             Depending On Prior-Count
000236             Indexed By Prior-Index.
000237         05  Prior-Token        Pic X(16).
000238         05  Prior-Label        Pic X(30).
000239         05  Prior-Value        Pic X(60).
000240         05  Prior-Matched-Flag Pic X.
000241             88  Prior-Matched  Value "Y".
000242* Template Merge Work Areas
000243 01  Template-Ptr           Pic 9(3) Value 1.
000244 01  Template-Piece         Pic X(80) Value Spaces.
000245 01  Piece-Length           Pic 9(3) Value Zeros.
000246 01  Piece-Delimiter        Pic X Value Space.
000247 01  Token-Name             Pic X(16) Value Spaces.
000248 01  List-Token             Pic X(16) Value Spaces.
000249 01  List-Indent            Pic 99 Value Zeros.
000250 01  List-Count             Pic 9(3) Value Zeros.
000251 01  Merged-Line            Pic X(80) Value Spaces.
000252 01  Merged-Ptr             Pic 9(3) Value 1.
000253 01  Print-Line             Pic X(80) Value Spaces.
000254 01  Value-Reversed         Pic X(60) Value Spaces.
000255 01  Value-Trailing         Pic 99 Value Zeros.
000256 01  Value-Length           Pic 99 Value Zeros.
000257 01  In-Token-Flag          Pic X Value Space.
000258     88  In-Token           Value "Y".
000259 01  Scan-Done-Flag         Pic X Value Space.
000260     88  Scan-Done          Value "Y".
000261 01  Token-Seen-Flag        Pic X Value Space.
000262     88  Token-Seen         Value "Y".
000263 01  Value-Seen-Flag        Pic X Value Space.
000264     88  Value-Seen         Value "Y".
000265 01  Heading-Line-1.
000266     03  Heading-Title   Pic X(22) Value "Consignment Agreement".
000267     03  Filler          Pic X(7)  Value "Dealer".
000268     03  Heading-Dealer  Pic X(8).
000269     03  Filler          Pic X(4)  Value Spaces.
000270     03  Filler          Pic X(8)  Value "Version".
000271     03  Heading-Version Pic ZZ9.
000272     03  Filler          Pic X(16) Value Spaces.
000273     03  Filler          Pic X(5)  Value "Page".
000274     03  Page-No         Pic Z(4)9 Value Zeros.
000275 01  Line-Count             Pic 99 Value 99.
000276 01  Page-Count             Pic 9(4) Value Zeros.
000277 01  Max-Lines              Pic 99 Value 60.
000278 01  Date-And-Time-Area.
000279     03  Work-Date            Pic 9(6).
000280     03  Work-Date-X          Redefines Work-Date.
000281         05  Date-YY          Pic 99.
000282         05  Date-MM          Pic 99.
000283         05  Date-DD          Pic 99.
000284 01  Today-MMDDYYYY.
000285     03  Today-MM            Pic 99.
000286     03  Today-DD            Pic 99.
000287     03  Today-YYYY          Pic 9(4).
000288 01  Today-MMDDYYYY-N Redefines Today-MMDDYYYY Pic 9(8).
000289 01  Spool-Catalog-Name    Pic X(8) Value "CHAPT16U".
000290 01  Spool-Catalog-File    Pic X(12) Value "RPT16U.SPL".
000291 Procedure Division.
000292 Chapt16u-Start.
000293     Display "Begin Contract Generation Chapt16u"
000294     Accept Command-Line-Area From Command-Line
000295     Unstring Command-Line-Area Delimited By All Spaces
000296              Into Dealer-Number-In Run-Mode
000297     End-Unstring
000298     Inspect Run-Mode Converting
000299             "abcdefghijklmnopqrstuvwxyz" To
000300             "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
000301     If Dealer-Number-In = Spaces
000302        Display "Enter The Dealer Number, Then AMEND For An"
000303                " Amendment"
000304        Stop Run
000305     End-If
000306     If Run-Mode Not = Spaces And Not Amend-Mode
000307        Display "Run Mode Must Be AMEND Or Left Blank"
000308        Stop Run
000309     End-If
000310     Accept Work-Date From Date
000311     Move Date-MM To Today-MM
000312     Move Date-DD To Today-DD
000313     Move 2000 To Today-YYYY
000314     Add Date-YY To Today-YYYY
000315     Perform Load-Current-Operator
000316     Perform Read-The-Dealer
000317     Perform Build-Current-Terms
000318     Perform Load-Prior-Terms
000319     Compute New-Version = Prior-Version + 1
000320     Move New-Version To Version-Edit
000321     Move "VERSION" To Next-Term-Token
000322     Move "Contract Version" To Next-Term-Label
000323     Move Version-Edit To Edit-Text
000324     Perform Left-Justify-Edit
000325     Move Edit-Short To Next-Term-Value
000326     Move "X" To Next-Term-List
000327     Perform Add-Term
000328     If Amend-Mode
000329        Perform Check-For-Changes
000330        Move Amendment-Template To Template-Name
000331        Move "Contract Amendment" To Heading-Title
000332     End-If
000333     Open Input Template-File
000334     If Not Template-Success
000335        Display "Template " Template-Name
000336                " Not Available, Status " Template-Status
000337        Stop Run
000338     End-If
000339     Open Output Report-File
000340     Move Dealer-Number To Heading-Dealer
000341     Move New-Version To Heading-Version
000342     Perform Heading-Routine
000343     Perform Merge-One-Template-Line Until Template-Done
000344     Close Template-File
000345           Report-File
000346     Perform Record-Contract-Version
000347     Call "Chapt25d" Using Spool-Catalog-Name
000348          Spool-Catalog-File Page-Count
000349     Display "Dealer " Dealer-Number " Contract Version "
000350             New-Version " Printed"
000351     If Amend-Mode
000352        Display "Terms Changed From Version " Prior-Version
000353                " " Changed-Count
000354     End-If
000355     Stop Run
000356     .
000357 Read-The-Dealer.
000358     Open Input Dealer-File
000359     If Not Dealer-Success
000360        Display "Dealer File Not Available " Dealer-Status
000361        Stop Run
000362     End-If
000363     Move Dealer-Number-In To Dealer-Number
000364     Read Dealer-File
000365          Invalid Key
000366             Display "Dealer " Dealer-Number-In " Not On File"
000367             Close Dealer-File
000368             Stop Run
000369     End-Read
000370     Close Dealer-File
000371     .
000372 Check-For-Changes.
000373     If Prior-Version = Zeros
000374        Display "No Contract On File For Dealer " Dealer-Number
000375                " - Print The Full Contract First"
000376        Stop Run
000377     End-If
000378     Perform Compare-With-Prior
000379     If Changed-Count = Zeros
000380        Display "No Terms Changed Since Version " Prior-Version
000381                " - No Amendment Printed"
000382        Stop Run
000383     End-If
000384     .
000385*****************************************************
000386* Gather The Dealer's Terms As They Stand Today      *
000387*****************************************************
000388 Build-Current-Terms.
000389     Move "DEALER" To Next-Term-Token
000390     Move "Dealer Number" To Next-Term-Label
000391     Move Dealer-Number To Next-Term-Value
000392     Perform Add-Term
000393     Move "NAME" To Next-Term-Token
000394     Move "Dealer Name" To Next-Term-Label
000395     Move Spaces To Next-Term-Value
000396     String First-Name  Delimited By Space
000397            " "         Delimited By Size
000398            Middle-Name Delimited By Space
000399            " "         Delimited By Size
000400            Last-Name   Delimited By Space
000401            Into Next-Term-Value
000402     End-String
000403     If Middle-Name = Spaces
000404        Move Spaces To Next-Term-Value
000405        String First-Name  Delimited By Space
000406               " "         Delimited By Size
000407               Last-Name   Delimited By Space
000408               Into Next-Term-Value
000409        End-String
000410     End-If
000411     Perform Add-Term
000412     Move "ADDRESS-1" To Next-Term-Token
000413     Move "Address" To Next-Term-Label
000414     Move Address-Line-1 To Next-Term-Value
000415     Perform Add-Term
000416     Move "ADDRESS-2" To Next-Term-Token
000417     Move "Address Line 2" To Next-Term-Label
000418     Move Address-Line-2 To Next-Term-Value
000419     Perform Add-Term
000420     Move "CITY" To Next-Term-Token
000421     Move "City" To Next-Term-Label
000422     Move City To Next-Term-Value
000423     Perform Add-Term
000424     Move "STATE" To Next-Term-Token
000425     Move "State Or Country" To Next-Term-Label
000426     Move State-Or-Country To Next-Term-Value
000427     Perform Add-Term
000428     Move "POSTAL" To Next-Term-Token
000429     Move "Postal Code" To Next-Term-Label
000430     Move Postal-Code To Next-Term-Value
000431     Perform Add-Term
000432     Perform Find-Dealer-Booths
000433     Perform Build-Rent-Terms
000434     Move "COMMISSION" To Next-Term-Token
000435     Move "Commission" To Next-Term-Label
000436     Move Consignment-Percent To Percent-Edit
000437     Move Percent-Edit To Edit-Text
000438     Perform Left-Justify-Edit
000439     Move Spaces To Next-Term-Value
000440     String Edit-Short         Delimited By Space
000441            "% Of Each Sale"   Delimited By Size
000442            Into Next-Term-Value
000443     End-String
000444     Perform Add-Term
000445     Move "START-DATE" To Next-Term-Token
000446     Move "Contract Start Date" To Next-Term-Label
000447     Move "Not Set" To Next-Term-Value
000448     If Start-Date > Zeros
000449        Move Start-Date To Date-Edit
000450        Move Date-Edit To Next-Term-Value
000451     End-If
000452     Perform Add-Term
000453     Move "END-DATE" To Next-Term-Token
000454     Move "Contract End Date" To Next-Term-Label
000455     Move "Not Set" To Next-Term-Value
000456     If Contract-End-Date > Zeros
000457        Move Contract-End-Date To Date-Edit
000458        Move Date-Edit To Next-Term-Value
000459     End-If
000460     Perform Add-Term
000461     Move "TODAY" To Next-Term-Token
000462     Move "Date Printed" To Next-Term-Label
000463     Move Today-MMDDYYYY-N To Date-Edit
000464     Move Date-Edit To Next-Term-Value
000465     Move "X" To Next-Term-List
000466     Perform Add-Term
000467     Perform Load-Category-Rates
000468     Perform Load-Escalations
000469     .
000470 Build-Rent-Terms.
000471* A Percentage-Rent Dealer Pays The Greater Of The Percent Of
000472* The Month's Sales Or The Rent-Amount Floor, As Chapt19f Bills
000473     Move "RENT" To Next-Term-Token
000474     Move "Booth Rent" To Next-Term-Label
000475     Move Rent-Amount To Amount-Edit
000476     Move Amount-Edit To Edit-Text
000477     Perform Left-Justify-Edit
000478     Move Spaces To Next-Term-Value
000479     Evaluate True
000480        When Pct-Rent-Model
000481           Move Rent-Percent To Percent-Edit
000482           Move Spaces To Value-Reversed
000483           Move Edit-Short To Value-Reversed
000484           Move Percent-Edit To Edit-Text
000485           Perform Left-Justify-Edit
000486           String "Greater Of "     Delimited By Size
000487                  Edit-Short        Delimited By Space
000488                  "% Of Monthly Sales Or " Delimited By Size
000489                  Value-Reversed    Delimited By Space
000490                  Into Next-Term-Value
000491           End-String
000492        When Rent-Amount = Zeros
000493           Move "None" To Next-Term-Value
000494        When Other
000495           String Edit-Short        Delimited By Space
000496                  " Per Month"      Delimited By Size
000497                  Into Next-Term-Value
000498           End-String
000499     End-Evaluate
000500     Perform Add-Term
000501     Move "DEPOSIT" To Next-Term-Token
000502     Move "Security Deposit Required" To Next-Term-Label
000503     Move Rent-Amount To Deposit-Required
000504     If Deposit-Required < Minimum-Deposit
000505        Move Minimum-Deposit To Deposit-Required
000506     End-If
000507     If Walk-In-Consignor
000508        Move "None" To Next-Term-Value
000509     Else
000510        Move Deposit-Required To Amount-Edit
000511        Move Amount-Edit To Edit-Text
000512        Perform Left-Justify-Edit
000513        Move Edit-Short To Next-Term-Value
000514     End-If
000515     Perform Add-Term
000516     .
000517 Find-Dealer-Booths.
000518     Move Zeros To Booths-Found
000519                   Total-Square-Feet
000520     Move Spaces To First-Booth-Zone
000521                    Booth-List
000522     Move 1 To Booth-Ptr
000523     Open Input Booth-File
000524     If Not Booth-Success
000525        Set Booths-Done To True
000526     End-If
000527     Perform Find-One-Booth Until Booths-Done
000528     If Booth-Success Or Booth-Status = "10"
000529        Close Booth-File
000530     End-If
000531     Move "BOOTH" To Next-Term-Token
000532     Move "Booth" To Next-Term-Label
000533     Move Booth-List To Next-Term-Value
000534     If Booths-Found = Zeros
000535        Move "None Assigned" To Next-Term-Value
000536     End-If
000537     Perform Add-Term
000538     Move "ZONE" To Next-Term-Token
000539     Move "Booth Zone" To Next-Term-Label
000540     Move First-Booth-Zone To Next-Term-Value
000541     Perform Add-Term
000542     Move "SQFT" To Next-Term-Token
000543     Move "Square Footage" To Next-Term-Label
000544     Move Spaces To Next-Term-Value
000545     If Booths-Found > Zeros
000546        Move Total-Square-Feet To Sqft-Edit
000547        Move Sqft-Edit To Edit-Text
000548        Perform Left-Justify-Edit
000549        String Edit-Short        Delimited By Space
000550               " Square Feet"    Delimited By Size
000551               Into Next-Term-Value
000552        End-String
000553     End-If
000554     Perform Add-Term
000555     .
000556 Find-One-Booth.
000557     Read Booth-File
000558          At End Set Booths-Done To True
000559          Not At End
000560             If Occupying-Dealer-Number = Dealer-Number Or
000561                Booth-Second-Dealer = Dealer-Number
000562                Perform Add-Dealer-Booth
000563             End-If
000564     End-Read
000565     .
000566 Add-Dealer-Booth.
000567* A Shared Booth Counts Its Full Footage For Both Dealers
000568     Add 1 To Booths-Found
000569     Add Square-Footage To Total-Square-Feet
000570     If First-Booth-Zone = Spaces
000571        Move Booth-Zone To First-Booth-Zone
000572     End-If
000573     If Booths-Found > 1
000574        String ", " Delimited By Size
000575               Into Booth-List With Pointer Booth-Ptr
000576               On Overflow Continue
000577        End-String
000578     End-If
000579     String Booth-Number Delimited By Size
000580            Into Booth-List With Pointer Booth-Ptr
000581            On Overflow Continue
000582     End-String
000583     If Booth-Second-Dealer Not = Spaces
000584        String " (Shared)" Delimited By Size
000585               Into Booth-List With Pointer Booth-Ptr
000586               On Overflow Continue
000587        End-String
000588     End-If
000589     .
000590 Load-Category-Rates.
000591     Open Input Category-Rate-File
000592     If Not Category-Rate-Success
000593        Set Rates-Done To True
000594     End-If
000595     Perform Load-One-Category-Rate Until Rates-Done
000596     If Category-Rate-Success Or Category-Rate-Status = "10"
000597        Close Category-Rate-File
000598     End-If
000599     .
000600 Load-One-Category-Rate.
000601     Read Category-Rate-File
000602          At End Set Rates-Done To True
000603          Not At End
000604             Move Spaces To Next-Term-Token
000605             String "CAT-"             Delimited By Size
000606                    Rate-Category-Code Delimited By Size
000607                    Into Next-Term-Token
000608             End-String
000609             Move Spaces To Next-Term-Label
000610             String "Category "        Delimited By Size
000611                    Rate-Category-Code Delimited By Size
000612                    Into Next-Term-Label
000613             End-String
000614             Move Rate-Percent To Percent-Edit
000615             Move Percent-Edit To Edit-Text
000616             Perform Left-Justify-Edit
000617             Move Spaces To Next-Term-Value
000618             String Edit-Short         Delimited By Space
000619                    "% Of Each Sale"   Delimited By Size
000620                    Into Next-Term-Value
000621             End-String
000622             Move "C" To Next-Term-List
000623             Perform Add-Term
000624     End-Read
000625     .
000626 Load-Escalations.
000627* Only Escalations Still To Come Belong In The Agreement; Those
000628* Already Applied Are In The Rent Today
000629     Open Input Schedule-File
000630     If Not Schedule-Success
000631        Set Schedule-Done To True
000632     End-If
000633     Perform Load-One-Escalation Until Schedule-Done
000634     If Schedule-Success Or Schedule-Status = "10"
000635        Close Schedule-File
000636     End-If
000637     .
000638 Load-One-Escalation.
000639     Read Schedule-File
000640          At End Set Schedule-Done To True
000641          Not At End
000642             If Esc-Dealer = Dealer-Number And Not Esc-Applied
000643                Perform Add-Escalation-Term
000644             End-If
000645     End-Read
000646     .
000647 Add-Escalation-Term.
000648     Move Spaces To Next-Term-Token
000649     String "ESC-"             Delimited By Size
000650            Esc-Effective-Date Delimited By Size
000651            Into Next-Term-Token
000652     End-String
000653     Move Esc-Effective-Date To Date-Edit
000654     Move Spaces To Next-Term-Label
000655     String "Effective "       Delimited By Size
000656            Date-Edit          Delimited By Size
000657            Into Next-Term-Label
000658     End-String
000659     Move Spaces To Next-Term-Value
000660     If Amount-Method
000661        Move Esc-Value To Amount-Edit
000662        Move Amount-Edit To Edit-Text
000663        Perform Left-Justify-Edit
000664        String "Rent Becomes "    Delimited By Size
000665               Edit-Short         Delimited By Space
000666               " Per Month"       Delimited By Size
000667               Into Next-Term-Value
000668        End-String
000669     Else
000670        Move Esc-Value To Esc-Percent-Edit
000671        Move Esc-Percent-Edit To Edit-Text
000672        Perform Left-Justify-Edit
000673        String "Rent Rises "      Delimited By Size
000674               Edit-Short         Delimited By Space
000675               "%"                Delimited By Size
000676               Into Next-Term-Value
000677        End-String
000678     End-If
000679     Move "E" To Next-Term-List
000680     Perform Add-Term
000681     .
000682 Add-Term.
000683     If Term-Count < 120
000684        Add 1 To Term-Count
000685        Move Next-Term-Token To Term-Token (Term-Count)
000686        Move Next-Term-Label To Term-Label (Term-Count)
000687        Move Next-Term-Value To Term-Value (Term-Count)
000688        Move Next-Term-List To Term-List (Term-Count)
000689        Move Space To Term-Changed-Flag (Term-Count)
000690        Move Spaces To Term-Prior-Value (Term-Count)
000691     End-If
000692     Move Space To Next-Term-List
000693     .
000694*****************************************************
000695* The Terms Of The Dealer's Latest Version           *
000696*****************************************************
000697 Load-Prior-Terms.
000698     Open Input Contract-History-File
000699     If Not Contract-History-Success
000700        Set History-Done To True
000701     End-If
000702     Perform Load-One-Prior-Term Until History-Done
000703     If Contract-History-Success Or Contract-History-Status = "10"
000704        Close Contract-History-File
000705     End-If
000706     .
000707 Load-One-Prior-Term.
000708     Read Contract-History-File
000709          At End Set History-Done To True
000710          Not At End
000711             If Chist-Dealer = Dealer-Number
000712                Perform Keep-Prior-Term
000713             End-If
000714     End-Read
000715     .
000716 Keep-Prior-Term.
000717* A Higher Version Replaces Everything Kept So Far
000718     If Chist-Version > Prior-Version
000719        Move Chist-Version To Prior-Version
000720        Move Zeros To Prior-Count
000721     End-If
000722     If Chist-Version = Prior-Version And Prior-Count < 120
000723        Add 1 To Prior-Count
000724        Move Chist-Token To Prior-Token (Prior-Count)
000725        Move Chist-Label To Prior-Label (Prior-Count)
000726        Move Chist-Value To Prior-Value (Prior-Count)
000727        Move Space To Prior-Matched-Flag (Prior-Count)
000728     End-If
000729     .
000730 Compare-With-Prior.
000731     Move Zeros To Changed-Count
000732     Perform Compare-One-Term
000733             Varying Term-Index From 1 By 1
000734             Until Term-Index > Term-Count
000735     Perform Count-Removed-Term
000736             Varying Prior-Index From 1 By 1
000737             Until Prior-Index > Prior-Count
000738     .
000739 Compare-One-Term.
000740     If Term-List (Term-Index) Not = "X"
000741        Move "(None)" To Term-Prior-Value (Term-Index)
000742        Set Term-Changed (Term-Index) To True
000743        Set Prior-Index To 1
000744        Search Prior-Entry
000745             At End
000746                Continue
000747             When Prior-Token (Prior-Index) =
000748                  Term-Token (Term-Index)
000749                Set Prior-Matched (Prior-Index) To True
000750                Move Prior-Value (Prior-Index) To
000751                     Term-Prior-Value (Term-Index)
000752                If Prior-Value (Prior-Index) =
000753                   Term-Value (Term-Index)
000754                   Move Space To Term-Changed-Flag (Term-Index)
000755                End-If
000756        End-Search
000757        If Term-Changed (Term-Index)
000758           Add 1 To Changed-Count
000759        End-If
000760     End-If
000761     .
000762 Count-Removed-Term.
000763     If Not Prior-Matched (Prior-Index)
000764        Add 1 To Changed-Count
000765     End-If
000766     .
000767*****************************************************
000768* Merge The Template, A Line At A Time              *
000769*****************************************************
000770 Merge-One-Template-Line.
000771     Read Template-File
000772          At End Set Template-Done To True
000773          Not At End
000774             Perform Merge-Template-Line
000775     End-Read
000776     .
000777 Merge-Template-Line.
000778* A Line Whose Tokens All Came Up Empty Is Left Out, So A
000779* Dealer With No Second Address Line Prints No Blank One
000780     Move Spaces To Merged-Line
000781                    List-Token
000782     Move 1 To Merged-Ptr
000783                Template-Ptr
000784     Move Space To In-Token-Flag
000785                   Scan-Done-Flag
000786                   Token-Seen-Flag
000787                   Value-Seen-Flag
000788     Perform Merge-One-Piece
000789             Until Scan-Done Or Template-Ptr > 80
000790     Evaluate True
000791        When List-Token = "PAGE"
000792           Perform Heading-Routine
000793        When List-Token Not = Spaces
000794           Perform Print-Term-List
000795        When Token-Seen And Not Value-Seen And
000796             Merged-Line = Spaces
000797           Continue
000798        When Other
000799           Move Merged-Line To Print-Line
000800           Perform Print-Document-Line
000801     End-Evaluate
000802     .
000803 Merge-One-Piece.
000804     Move Spaces To Template-Piece
000805                    Piece-Delimiter
000806     Move Zeros To Piece-Length
000807     Unstring Template-Record Delimited By "&"
000808              Into Template-Piece Delimiter In Piece-Delimiter
000809                   Count In Piece-Length
000810              With Pointer Template-Ptr
000811     End-Unstring
000812     If In-Token
000813        Perform Merge-Token-Piece
000814     Else
000815        Perform Merge-Text-Piece
000816     End-If
000817     Evaluate True
000818        When Piece-Delimiter = Space
000819           Set Scan-Done To True
000820        When In-Token
000821           Move Space To In-Token-Flag
000822        When Other
000823           Set In-Token To True
000824     End-Evaluate
000825     .
000826 Merge-Text-Piece.
000827     If Piece-Length > Zeros
000828        String Template-Piece (1:Piece-Length) Delimited By Size
000829               Into Merged-Line With Pointer Merged-Ptr
000830               On Overflow Continue
000831        End-String
000832     End-If
000833     .
000834 Merge-Token-Piece.
000835* An Ampersand With No Partner, A Doubled Ampersand Or A Name
000836* That Is No Token Prints Just As It Was Written
000837     Move Spaces To Token-Name
000838     If Piece-Length > Zeros And Piece-Length <= 16
000839        Move Template-Piece To Token-Name
000840     End-If
000841     Evaluate True
000842        When Piece-Delimiter = Space Or Token-Name = Spaces
000843           Perform Put-Back-Ampersand
000844        When Token-Name = "PAGE" Or "CATEGORY-RATES" Or
000845             "ESCALATIONS" Or "CHANGED-TERMS"
000846           Move Token-Name To List-Token
000847           Compute List-Indent = Merged-Ptr - 1
000848        When Other
000849           Set Term-Index To 1
000850           Search Term-Entry
000851                At End
000852                   Perform Put-Back-Ampersand
000853                When Term-Token (Term-Index) = Token-Name
000854                   Perform Merge-Term-Value
000855           End-Search
000856     End-Evaluate
000857     .
000858 Put-Back-Ampersand.
000859     String "&" Delimited By Size
000860            Into Merged-Line With Pointer Merged-Ptr
000861            On Overflow Continue
000862     End-String
000863     Perform Merge-Text-Piece
000864     If Piece-Delimiter Not = Space And Piece-Length > Zeros
000865        String "&" Delimited By Size
000866               Into Merged-Line With Pointer Merged-Ptr
000867               On Overflow Continue
000868        End-String
000869     End-If
000870     .
000871 Merge-Term-Value.
000872     Set Token-Seen To True
000873     Move Function Reverse (Term-Value (Term-Index))
000874          To Value-Reversed
000875     Move Zeros To Value-Trailing
000876     Inspect Value-Reversed Tallying Value-Trailing
000877             For Leading Spaces
000878     Compute Value-Length = 60 - Value-Trailing
000879     If Value-Length > Zeros
000880        Set Value-Seen To True
000881        String Term-Value (Term-Index) (1:Value-Length)
000882               Delimited By Size
000883               Into Merged-Line With Pointer Merged-Ptr
000884               On Overflow Continue
000885        End-String
000886     End-If
000887     .
000888 Print-Term-List.
000889     Move Zeros To List-Count
000890     Evaluate List-Token
000891        When "CATEGORY-RATES"
000892           Perform Print-List-Term
000893                   Varying Term-Index From 1 By 1
000894                   Until Term-Index > Term-Count
000895           If List-Count = Zeros
000896              Move "No Category Rates - The Commission Applies"
000897                   To Next-Term-Value
000898              Perform Print-List-Note
000899           End-If
000900        When "ESCALATIONS"
000901           Perform Print-List-Term
000902                   Varying Term-Index From 1 By 1
000903                   Until Term-Index > Term-Count
000904           If List-Count = Zeros
000905              Move "No Rent Escalations Scheduled"
000906                   To Next-Term-Value
000907              Perform Print-List-Note
000908           End-If
000909        When "CHANGED-TERMS"
000910           Perform Print-Changed-Term
000911                   Varying Term-Index From 1 By 1
000912                   Until Term-Index > Term-Count
000913           Perform Print-Removed-Term
000914                   Varying Prior-Index From 1 By 1
000915                   Until Prior-Index > Prior-Count
000916     End-Evaluate
000917     .
000918 Print-List-Term.
000919     If (List-Token = "CATEGORY-RATES" And
000920         Term-List (Term-Index) = "C") Or
000921        (List-Token = "ESCALATIONS" And
000922         Term-List (Term-Index) = "E")
000923        Add 1 To List-Count
000924        Move Term-Label (Term-Index) To Next-Term-Label
000925        Move Term-Value (Term-Index) To Next-Term-Value
000926        Perform Print-Label-And-Value
000927     End-If
000928     .
000929 Print-List-Note.
000930     Move Spaces To Print-Line
000931     Move List-Indent To Value-Ptr
000932     Add 1 To Value-Ptr
000933     String Next-Term-Value Delimited By Size
000934            Into Print-Line With Pointer Value-Ptr
000935            On Overflow Continue
000936     End-String
000937     Perform Print-Document-Line
000938     .
000939 Print-Changed-Term.
000940     If Term-Changed (Term-Index)
000941        Move Term-Label (Term-Index) To Next-Term-Label
000942        Move Term-Prior-Value (Term-Index) To Next-Term-Value
000943        Perform Print-Was-And-Now
000944        Move Spaces To Next-Term-Label
000945        Move Term-Value (Term-Index) To Next-Term-Value
000946        If Next-Term-Value = Spaces
000947           Move "(None)" To Next-Term-Value
000948        End-If
000949        Perform Print-Was-And-Now
000950     End-If
000951     .
000952 Print-Removed-Term.
000953     If Not Prior-Matched (Prior-Index)
000954        Move Prior-Label (Prior-Index) To Next-Term-Label
000955        Move Prior-Value (Prior-Index) To Next-Term-Value
000956        Perform Print-Was-And-Now
000957        Move Spaces To Next-Term-Label
000958        Move "Removed" To Next-Term-Value
000959        Perform Print-Was-And-Now
000960     End-If
000961     .
000962 Print-Was-And-Now.
000963* The Label Line Shows What The Term Was, The Line Under It
000964* What It Is Now
000965     If Next-Term-Label = Spaces
000966        Move "Now: " To Was-Now-Tag
000967     Else
000968        Move "Was: " To Was-Now-Tag
000969     End-If
000970     Perform Print-Label-And-Value
000971     Move Spaces To Was-Now-Tag
000972     .
000973 Print-Label-And-Value.
000974     Move Spaces To Print-Line
000975     Move List-Indent To Value-Ptr
000976     Add 1 To Value-Ptr
000977     String Next-Term-Label Delimited By Size
000978            Into Print-Line With Pointer Value-Ptr
000979            On Overflow Continue
000980     End-String
000981     If Was-Now-Tag Not = Spaces
000982        String Was-Now-Tag Delimited By Size
000983               Into Print-Line With Pointer Value-Ptr
000984               On Overflow Continue
000985        End-String
000986     End-If
000987     String Next-Term-Value Delimited By Size
000988            Into Print-Line With Pointer Value-Ptr
000989            On Overflow Continue
000990     End-String
000991     Perform Print-Document-Line
000992     .
000993 Print-Document-Line.
000994     If Line-Count >= Max-Lines
000995        Perform Heading-Routine
000996     End-If
000997     Write Report-Record From Print-Line After 1
000998     Add 1 To Line-Count
000999     .
001000*****************************************************
001001* Keep The Terms Under The New Version Number       *
001002*****************************************************
001003 Record-Contract-Version.
001004     Open Extend Contract-History-File
001005     Perform Record-One-Term
001006             Varying Term-Index From 1 By 1
001007             Until Term-Index > Term-Count
001008     Close Contract-History-File
001009     .
001010 Record-One-Term.
001011     If Term-List (Term-Index) Not = "X"
001012        Move Spaces To Contract-History-Record
001013        Move Dealer-Number To Chist-Dealer
001014        Move New-Version To Chist-Version
001015        If Amend-Mode
001016           Set Chist-Amendment To True
001017        Else
001018           Set Chist-Contract To True
001019        End-If
001020        Move Today-MMDDYYYY-N To Chist-Date
001021        Move Current-Operator To Chist-Operator
001022        Move Term-Token (Term-Index) To Chist-Token
001023        Move Term-Label (Term-Index) To Chist-Label
001024        Move Term-Value (Term-Index) To Chist-Value
001025        Write Contract-History-Record
001026     End-If
001027     .
001028 Left-Justify-Edit.
001029     Move Zeros To Edit-Lead
001030     Inspect Edit-Text Tallying Edit-Lead For Leading Spaces
001031     Move Spaces To Edit-Short
001032     If Edit-Lead < 14
001033        Move Edit-Text (Edit-Lead + 1:) To Edit-Short
001034     End-If
001035     .
001036 Heading-Routine.
001037     Add 1 To Page-Count
001038     Move Page-Count To Page-No
001039     If Page-Count = 1
001040        Write Report-Record From Heading-Line-1 After Zero
001041     Else
001042        Write Report-Record From Heading-Line-1 After Page
001043     End-If
001044     Move Spaces To Report-Record
001045     Write Report-Record After 1
001046     Move 2 To Line-Count
001047     .
001048 Load-Current-Operator.
001049     Open Input Current-Operator-File
001050     If Current-Operator-Status = "00"
001051        Read Current-Operator-File
001052             At End Continue
001053             Not At End
001054                Move Curr-Oper-Id To Current-Operator
001055        End-Read
001056        Close Current-Operator-File
001057     End-If
001058     .
