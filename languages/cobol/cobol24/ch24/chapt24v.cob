000010 @OPTIONS MAIN,TEST
000020 Identification Division.
000030 Program-Id.  Chapt24v.
000031* Carried Payout Balance Report
000032* Every Balance Chapt20c Left On PayHold.TXT - Carried Under
000033* The Dealer's Payout Schedule Or Minimum, Or Held - With How
000034* Long It Has Been Carried And What The Dealer Was Actually
000035* Paid This Year Per PayHist.TXT.  A Balance Carried Since A
000036* Prior Year Is Flagged: It Was Earned Then But Not Yet Paid,
000037* Which The Year-End 1099 Run Has To Account For
000038 Environment Division.
000039 Configuration Section.
000040 Source-Computer.  IBM-PC.
000041 Object-Computer.  IBM-PC.
000042 Input-Output  Section.
000043 File-Control.
000044     Select Report-File Assign To "RPT24V.SPL".
000045     Select Optional Pay-Hold-File Assign To "PayHold.TXT"
000046            Organization Is Line Sequential
000047            File Status  Is Pay-Hold-Status.
000048     Select Optional Payment-History-File Assign To "PayHist.TXT"
000049            Organization Is Line Sequential
000050            File Status  Is Pay-History-Status.
000051     Select Optional Dealer-File Assign To "Dealer.Dat"
000052         Organization Indexed
000053         Access Random
000054         Record Key Dealer-Number
000055         Alternate Record Key Dealer-Name
000056         File Status Dealer-Status.
000057     Select Sort-File Assign To Sort-Work.
000058 Data Division.
000059 File Section.
000060 Fd  Report-File.
000061 01  Report-Record Pic X(100).
000062 Fd  Pay-Hold-File.
000063 01  Pay-Hold-Record.
000064     03  Hold-Dealer         Pic X(8).
000065     03  Filler              Pic X.
000066     03  Hold-Date           Pic 9(8).
000067     03  Hold-Date-X Redefines Hold-Date.
000068         05  Hold-MM         Pic 99.
000069         05  Hold-DD         Pic 99.
000070         05  Hold-YYYY       Pic 9(4).
000071     03  Filler              Pic X.
000072     03  Hold-Amount         Pic S9(6)v99.
000073     03  Filler              Pic X.
000074     03  Hold-Reason         Pic X(20).
000075 Fd  Payment-History-File.
000076 01  Payment-History-Record.
000077     03  Hist-Dealer-Number     Pic X(8).
000078     03  Filler                 Pic X.
000079     03  Hist-Check-Number      Pic X(10).
000080     03  Filler                 Pic X.
000081     03  Hist-Payment-Date      Pic 9(8).
000082     03  Hist-Payment-Date-X Redefines Hist-Payment-Date.
000083         05  Hist-Payment-MM    Pic 99.
000084         05  Hist-Payment-DD    Pic 99.
000085         05  Hist-Payment-YYYY  Pic 9(4).
000086     03  Filler                 Pic X.
000087     03  Hist-Payment-Amount    Pic S9(6)v99.
000088     03  Filler                 Pic X.
000089     03  Hist-Cleared-Date      Pic X(8).
000090     03  Filler                 Pic X.
000091     03  Hist-Payment-Method    Pic X.
000092 Fd  Dealer-File.
000093 01  Dealer-Record.
000094     03  Dealer-Number       Pic X(8).
000095     03  Dealer-Name.
000096         05  Last-Name   Pic X(25).
000097         05  First-Name  Pic X(15).
000098         05  Middle-Name Pic X(10).
000099     03  Filler              Pic X(418).
000100 Sd  Sort-File.
000101 01  Sort-Record.
000102     03  Sort-Days-Carried   Pic S9(5).
000103     03  Sort-Dealer         Pic X(8).
000104     03  Sort-Since          Pic 9(8).
000105     03  Sort-Since-YYYY     Pic 9(4).
000106     03  Sort-Amount         Pic S9(6)v99.
000107     03  Sort-Reason         Pic X(20).
000108 Working-Storage Section.
000109 01  Pay-Hold-Status        Pic XX Value Spaces.
000110 01  Pay-History-Status     Pic XX Value Spaces.
000111 01  Dealer-Status          Pic XX Value Spaces.
000112     88  Dealer-Success     Value "00" Thru "09".
000113 01  Hold-Done-Flag         Pic X Value Spaces.
000114     88  Hold-Done          Value "Y".
000115 01  History-Done-Flag      Pic X Value Spaces.
000116     88  History-Done       Value "Y".
000117 01  Done-Flag              Pic X Value Spaces.
000118     88  All-Done           Value "Y".
000119 01  Days-Carried           Pic S9(7) Value Zeros.
000120 01  Paid-This-Year         Pic S9(7)v99 Value Zeros.
000121 01  Formatted-Name         Pic X(30) Value Spaces.
000122 01  Balances-Listed        Pic 9(5) Value Zeros.
000123 01  Total-Carried          Pic S9(8)v99 Value Zeros.
000124 01  Total-Schedule         Pic S9(8)v99 Value Zeros.
000125 01  Total-Minimum          Pic S9(8)v99 Value Zeros.
000126 01  Total-Held             Pic S9(8)v99 Value Zeros.
000127 01  Total-Prior-Year       Pic S9(8)v99 Value Zeros.
000128 01  Paid-Count             Pic 9(3) Value Zeros.
000129 01  Paid-Table-Area.
000130     03  Paid-Entry Occurs 0 To 500 Times
000131             Depending On Paid-Count
000132             Indexed By Paid-Index.
000133         05  Paid-Dealer     Pic X(8).
000134         05  Paid-Amount     Pic S9(7)v99.
000135 01  Date-And-Time-Area.
000136     03  Work-Date            Pic 9(6).
000137     03  Work-Date-X          Redefines Work-Date.
000138         05  Date-YY          Pic 99.
000139         05  Date-MM          Pic 99.
000140         05  Date-DD          Pic 99.
000141 01  Today-MMDDYYYY.
000142     03  Today-MM            Pic 99.
000143     03  Today-DD            Pic 99.
000144     03  Today-YYYY          Pic 9(4).
000145 01  Today-MMDDYYYY-N Redefines Today-MMDDYYYY Pic 9(8).
000146 01  Heading-Line-1.
000147     03  Filler      Pic X(12) Value "Created by:".
000148     03  Filler      Pic X(8)  Value "CHAPT24V".
000149     03  Filler      Pic X(22) Value Spaces.
000150     03  Filler      Pic X(48) Value "Carried Payout Balances".
000151     03  Filler      Pic X(5)  Value "Page".
000152     03  Page-No     Pic Z(4)9 Value Zeros.
000153 01  Heading-Line-2.
000154     03  Filler      Pic X(12) Value "Created on:".
000155     03  Date-MM     Pic 99.
000156     03  Filler      Pic X     Value "/".
000157     03  Date-DD     Pic 99.
000158     03  Filler      Pic X     Value "/".
000159     03  Date-YY     Pic 99.
000160 01  Heading-Line-3.
000161     03  Filler      Pic X(9)  Value "Dealer".
000162     03  Filler      Pic X(19) Value "Name".
000163     03  Filler      Pic X(21) Value "Reason".
000164     03  Filler      Pic X(11) Value "Since".
000165     03  Filler      Pic X(6)  Value " Days".
000166     03  Filler      Pic X(12) Value "    Carried".
000167     03  Filler      Pic X(13) Value "  Paid YTD".
000168 01  Detail-Line.
000169     03  Detail-Dealer       Pic X(8).
000170     03  Filler              Pic X     Value Spaces.
000171     03  Detail-Name         Pic X(18).
000172     03  Filler              Pic X     Value Spaces.
000173     03  Detail-Reason       Pic X(20).
000174     03  Filler              Pic X     Value Spaces.
000175     03  Detail-Since        Pic 99/99/9999.
000176     03  Filler              Pic X     Value Spaces.
000177     03  Detail-Days         Pic ZZZZ9.
000178     03  Filler              Pic X     Value Spaces.
000179     03  Detail-Amount       Pic ZZZ,ZZZ.99-.
000180     03  Filler              Pic X     Value Spaces.
000181     03  Detail-Paid-YTD     Pic Z,ZZZ,ZZZ.99-.
000182     03  Filler              Pic X     Value Spaces.
000183     03  Detail-Prior-Flag   Pic X(8).
000184 01  Total-Line.
000185     03  Total-Label         Pic X(40).
000186     03  Total-Amount        Pic ZZ,ZZZ,ZZZ.99-.
000187 01  Count-Line.
000188     03  Filler              Pic X(40) Value "Balances Carried".
000189     03  Count-Out           Pic ZZ,ZZ9.
000190 01  Line-Count           Pic 99          Value 99.
000191 01  Page-Count           Pic 9(4)        Value Zeros.
000192 01  Max-Lines            Pic 99          Value 60.
000193 01  Spool-Catalog-Name    Pic X(8) Value "CHAPT24V".
000194 01  Spool-Catalog-File    Pic X(12) Value "RPT24V.SPL".
000195 Procedure Division.
000196 Chapt24v-Start.
000197     Display "Begin Carried Payout Balance Report Chapt24v"
000198     Accept Work-Date From Date
000199     Move Date-MM Of Work-Date-X To Today-MM
000200     Move Date-DD Of Work-Date-X To Today-DD
000201     Move 2000 To Today-YYYY
000202     Add Date-YY Of Work-Date-X To Today-YYYY
000203     Perform Load-Paid-This-Year
000204     Open Input Dealer-File
000205     Open Output Report-File
000206     Move Corresponding Work-Date-X To Heading-Line-2
000207     Perform Heading-Routine
000208     Sort Sort-File Descending Key Sort-Days-Carried
000209                    Ascending Key Sort-Dealer
000210          Input Procedure Select-Carried-Balances
000211          Output Procedure Print-Carried-Balances
000212     Perform Print-Totals
000213     If Dealer-Success
000214        Close Dealer-File
000215     End-If
000216     Close Report-File
000217     Call "Chapt25d" Using Spool-Catalog-Name
000218          Spool-Catalog-File Page-Count
000219     Display "Carried Balances Listed " Balances-Listed
000220     Stop Run
000221     .
000222* Only Money That Actually Went Out - A Check Or An ACH
000223* Credit - Counts As Paid
000224 Load-Paid-This-Year.
000225     Open Input Payment-History-File
000226     If Pay-History-Status = "00"
000227        Perform Load-One-Payment Until History-Done
000228        Close Payment-History-File
000229     End-If
000230     .
000231 Load-One-Payment.
000232     Read Payment-History-File
000233          At End Set History-Done To True
000234          Not At End
000235             If Hist-Payment-YYYY = Today-YYYY And
000236                (Hist-Payment-Method = "C" Or
000237                 Hist-Payment-Method = "A" Or
000237                 Hist-Payment-Method = "S")
000238                Perform Add-Paid-Amount
000239             End-If
000240     End-Read
000241     .
000242 Add-Paid-Amount.
000243     Set Paid-Index To 1
000244     Search Paid-Entry
000245          At End
000246             If Paid-Count < 500
000247                Add 1 To Paid-Count
000248                Move Hist-Dealer-Number To
000248                     Paid-Dealer (Paid-Count)
000249                Move Hist-Payment-Amount To
000250                     Paid-Amount (Paid-Count)
000251             End-If
000252          When Paid-Dealer (Paid-Index) = Hist-Dealer-Number
000253             Add Hist-Payment-Amount To Paid-Amount (Paid-Index)
000254     End-Search
000255     .
000256 Select-Carried-Balances.
000257     Open Input Pay-Hold-File
000258     If Pay-Hold-Status = "00"
000259        Perform Select-One-Balance Until Hold-Done
000260        Close Pay-Hold-File
000261     End-If
000262     .
000263 Select-One-Balance.
000264     Read Pay-Hold-File
000265          At End Set Hold-Done To True
000266          Not At End
000267             Perform Release-One-Balance
000268     End-Read
000269     .
000270 Release-One-Balance.
000271     Call "Chapt23f" Using Hold-Date Today-MMDDYYYY Days-Carried
000272     Move Days-Carried To Sort-Days-Carried
000273     Move Hold-Dealer To Sort-Dealer
000274     Move Hold-Date To Sort-Since
000275     Move Hold-YYYY To Sort-Since-YYYY
000276     Move Hold-Amount To Sort-Amount
000277     Move Hold-Reason To Sort-Reason
000278     Release Sort-Record
000279     .
000280 Print-Carried-Balances.
000281     Perform Return-One-Balance Until All-Done
000282     .
000283 Return-One-Balance.
000284     Return Sort-File
000285            At End Set All-Done To True
000286            Not At End
000287               Perform Print-One-Balance
000288     End-Return
000289     .
000290 Print-One-Balance.
000291     If Line-Count >= Max-Lines
000292        Perform Heading-Routine
000293     End-If
000294     Perform Format-Dealer-Name
000295     Move Zeros To Paid-This-Year
000296     Set Paid-Index To 1
000297     Search Paid-Entry
000298          At End Continue
000299          When Paid-Dealer (Paid-Index) = Sort-Dealer
000300             Move Paid-Amount (Paid-Index) To Paid-This-Year
000301     End-Search
000302     Move Sort-Dealer To Detail-Dealer
000303     Move Formatted-Name To Detail-Name
000304     Move Sort-Reason To Detail-Reason
000305     Move Sort-Since To Detail-Since
000306     Move Sort-Days-Carried To Detail-Days
000307     Move Sort-Amount To Detail-Amount
000308     Move Paid-This-Year To Detail-Paid-YTD
000309     Move Spaces To Detail-Prior-Flag
000310     If Sort-Since-YYYY < Today-YYYY
000311        Move "PRIOR YR" To Detail-Prior-Flag
000312        Add Sort-Amount To Total-Prior-Year
000313     End-If
000314     Write Report-Record From Detail-Line After 1
000315     Add 1 To Line-Count Balances-Listed
000316     Add Sort-Amount To Total-Carried
000317     Evaluate True
000318        When Sort-Reason = "CARRIED - NOT DUE"
000319           Add Sort-Amount To Total-Schedule
000320        When Sort-Reason = "CARRIED - UNDER MIN"
000321           Add Sort-Amount To Total-Minimum
000322        When Other
000323           Add Sort-Amount To Total-Held
000324     End-Evaluate
000325     .
000326 Format-Dealer-Name.
000327     Move Spaces To Formatted-Name
000328     If Dealer-Success
000329        Move Sort-Dealer To Dealer-Number
000330        Read Dealer-File
000331             Invalid Key
000332                Move "** Not On File **" To Formatted-Name
000333             Not Invalid Key
000334                String First-Name Delimited By Space
000335                       " "        Delimited By Size
000336                       Last-Name  Delimited By Space
000337                       Into Formatted-Name
000338                End-String
000339        End-Read
000340     End-If
000341     .
000342 Print-Totals.
000343     If Line-Count >= Max-Lines - 7
000344        Perform Heading-Routine
000345     End-If
000346     Move Balances-Listed To Count-Out
000347     Write Report-Record From Count-Line After 2
000348     Move "Total Carried" To Total-Label
000349     Move Total-Carried To Total-Amount
000350     Write Report-Record From Total-Line After 1
000351     Move "  Not Yet Due On Payout Schedule" To Total-Label
000352     Move Total-Schedule To Total-Amount
000353     Write Report-Record From Total-Line After 1
000354     Move "  Under Dealer Minimum Payout" To Total-Label
000355     Move Total-Minimum To Total-Amount
000356     Write Report-Record From Total-Line After 1
000357     Move "  Held (W-9, Onboarding, Termination)" To Total-Label
000358     Move Total-Held To Total-Amount
000359     Write Report-Record From Total-Line After 1
000360     Move "Carried Since A Prior Year, Not Yet Paid"
000361          To Total-Label
000362     Move Total-Prior-Year To Total-Amount
000363     Write Report-Record From Total-Line After 2
000364     .
000365 Heading-Routine.
000366     Add 1 To Page-Count
000367     Move Page-Count To Page-No
000368     If Page-Count = 1
000369        Write Report-Record From Heading-Line-1 After Zero
000370     Else
000371        Write Report-Record From Heading-Line-1 After Page
000372     End-If
000373     Write Report-Record From Heading-Line-2 After 1
000374     Write Report-Record From Heading-Line-3 After 2
000375     Move 5 To Line-Count
000376     .
