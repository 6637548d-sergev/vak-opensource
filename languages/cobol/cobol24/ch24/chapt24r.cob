000010 @OPTIONS MAIN,TEST
000020 Identification Division.
000030 Program-Id.  Chapt24r.
000031* Monthly Trade Discount Report
000032* For The Month (YYYYMM Parameter, Default The Current
000033* Month) Totals The Trade Discounts Chapt18a/18b Logged To
000034* TrdDisc.TXT By Customer, Flagging Anyone Whose Discount
000035* Dollars Ran Past The Monthly Cap On Their Chapt24q
000036* Eligibility, Then By Discount Class
000037 Environment Division.
000038 Configuration Section.
000039 Source-Computer.  IBM-PC.
000040 Object-Computer.  IBM-PC.
000041 Input-Output  Section.
000042 File-Control.
000043     Select Report-File Assign To "RPT24R.SPL".
000044     Select Optional Trade-Log-File Assign To "TrdDisc.TXT"
000045         Organization Is Line Sequential
000046         File Status  Is Trade-Log-Status.
000047     Select Optional Trade-Discount-File Assign To "TradeDsc.Dat"
000048         Organization Indexed
000049         Access Random
000050         Record Key Trade-Customer
000051         File Status Trade-Discount-Status.
000052     Select Optional Customer-File Assign To "Customer.Dat"
000053         Organization Indexed
000054         Access Random
000055         Record Key Customer-Number
000056         Alternate Record Key Customer-Name
000057         File Status Customer-Status.
000058     Select Sort-File Assign To Sort-Work.
000059 Data Division.
000060 File Section.
000061 Fd  Report-File.
000062 01  Report-Record Pic X(90).
000063 Fd  Trade-Log-File.
000064 Copy "trddisc.cpy".
000065 Fd  Trade-Discount-File.
000066 Copy "tradedsc.cpy".
000067 Fd  Customer-File.
000068 01  Customer-Record.
000069     03  Customer-Number       Pic X(8).
000070     03  Customer-Name.
000071         05  Last-Name   Pic X(25).
000072         05  First-Name  Pic X(15).
000073         05  Middle-Name Pic X(10).
000074     03  Filler              Pic X(175).
000075     03  Home-Phone          Pic X(20).
000076     03  Mailing-List-Flag   Pic X.
000077     03  Loyalty-Points      Pic 9(7).
000078     03  Filler              Pic X(13).
000079 Sd  Sort-File.
000080 01  Sort-Record.
000081     03  Sort-Customer       Pic X(8).
000082     03  Sort-Class          Pic X.
000083     03  Sort-Net-Amount     Pic S9(7)v99.
000084     03  Sort-Disc-Amount    Pic S9(7)v99.
000085 Working-Storage Section.
000086 01  Trade-Log-Status       Pic XX Value Spaces.
000087 01  Trade-Discount-Status  Pic XX Value Spaces.
000088     88  Trade-Discount-Success Value "00" Thru "09".
000089 01  Customer-Status        Pic XX Value Spaces.
000090     88  Customer-Success   Value "00" Thru "09".
000091 01  Log-Done-Flag          Pic X Value Spaces.
000092     88  Log-Done           Value "Y".
000093 01  Done-Flag              Pic X Value Spaces.
000094     88  All-Done           Value "Y".
000095 01  Run-Period-X           Pic X(6) Value Spaces.
000096 01  Run-Period             Redefines Run-Period-X.
000097     03  Run-YYYY           Pic 9(4).
000098     03  Run-MM             Pic 99.
000099 01  Run-Period-N           Redefines Run-Period-X Pic 9(6).
000100 01  Save-Customer          Pic X(8) Value High-Values.
000101 01  Save-Class             Pic X Value Space.
000102 01  Customer-Lines         Pic 9(5) Value Zeros.
000103 01  Customer-Net           Pic S9(8)v99 Value Zeros.
000104 01  Customer-Discount      Pic S9(7)v99 Value Zeros.
000105 01  Customer-Cap           Pic 9(5)v99 Value Zeros.
000106 01  Customers-Listed       Pic 9(5) Value Zeros.
000107 01  Customers-Over-Cap     Pic 9(5) Value Zeros.
000108 01  Total-Lines            Pic 9(7) Value Zeros.
000109 01  Total-Net              Pic S9(9)v99 Value Zeros.
000110 01  Total-Discount         Pic S9(8)v99 Value Zeros.
000111 01  Class-Table-Area.
000112     03  Class-Values.
000113         05  Filler  Pic X(21) Value "DDealer".
000114         05  Filler  Pic X(21) Value "SStaff".
000115         05  Filler  Pic X(21) Value "IInterior Designer".
000116         05  Filler  Pic X(21) Value " Other".
000117     03  Class-Table Redefines Class-Values.
000118         05  Class-Entry Occurs 4 Times Indexed By Class-Index.
000119             07  Class-Code          Pic X.
000120             07  Class-Name          Pic X(20).
000121 01  Class-Totals-Area.
000122     03  Class-Totals Occurs 4 Times.
000123         05  Class-Customers     Pic 9(5).
000124         05  Class-Lines         Pic 9(7).
000125         05  Class-Net           Pic S9(9)v99.
000126         05  Class-Discount      Pic S9(8)v99.
000127 01  Class-Sub              Pic 9 Value Zeros.
000128 01  Date-And-Time-Area.
000129     03  Work-Date            Pic 9(6).
000130     03  Work-Date-X          Redefines Work-Date.
000131         05  Date-YY          Pic 99.
000132         05  Date-MM          Pic 99.
000133         05  Date-DD          Pic 99.
000134 01  Heading-Line-1.
000135     03  Filler      Pic X(12) Value "Created by:".
000136     03  Filler      Pic X(8)  Value "CHAPT24R".
000137     03  Filler      Pic X(12) Value Spaces.
000138     03  Filler      Pic X(24)
000139         Value "Trade Discount Report".
000140     03  Heading-Period Pic 9999/99.
000141     03  Filler      Pic X(17) Value Spaces.
000142     03  Filler      Pic X(5)  Value "Page".
000143     03  Page-No     Pic Z(4)9 Value Zeros.
000144 01  Heading-Line-2.
000145     03  Filler      Pic X(12) Value "Created on:".
000146     03  Date-MM     Pic 99.
000147     03  Filler      Pic X     Value "/".
000148     03  Date-DD     Pic 99.
000149     03  Filler      Pic X     Value "/".
000150     03  Date-YY     Pic 99.
000151 01  Heading-Line-3.
000152     03  Filler      Pic X(9)  Value "Customer".
000153     03  Filler      Pic X(26) Value "Name".
000154     03  Filler      Pic X(3)  Value "Cl".
000155     03  Filler      Pic X(6)  Value "Lines".
000156     03  Filler      Pic X(14) Value "     Net Sales".
000157     03  Filler      Pic X(13) Value "    Discount".
000158     03  Filler      Pic X(11) Value "        Cap".
000159 01  Detail-Line.
000160     03  Detail-Customer     Pic X(8).
000161     03  Filler              Pic X     Value Spaces.
000162     03  Detail-Name         Pic X(25).
000163     03  Filler              Pic X     Value Spaces.
000164     03  Detail-Class        Pic X.
000165     03  Filler              Pic X     Value Spaces.
000166     03  Detail-Lines        Pic ZZ,ZZ9.
000167     03  Detail-Net          Pic ZZ,ZZZ,ZZ9.99-.
000168     03  Detail-Discount     Pic Z,ZZZ,ZZ9.99-.
000169     03  Detail-Cap          Pic ZZ,ZZZ.99 Blank When Zero.
000170     03  Filler              Pic X     Value Spaces.
000171     03  Detail-Flag         Pic X(8).
000172 01  Class-Heading-Line.
000173     03  Filler      Pic X(21) Value "Discount Class".
000174     03  Filler      Pic X(11) Value "  Customers".
000175     03  Filler      Pic X(9)  Value "    Lines".
000176     03  Filler      Pic X(16) Value "       Net Sales".
000177     03  Filler      Pic X(15) Value "       Discount".
000178 01  Class-Line.
000179     03  Class-Line-Name     Pic X(20).
000180     03  Filler              Pic X     Value Spaces.
000181     03  Class-Line-Customers Pic ZZ,ZZZ,ZZ9.
000182     03  Class-Line-Lines    Pic Z,ZZZ,ZZ9.
000183     03  Class-Line-Net      Pic ZZZ,ZZZ,ZZ9.99-.
000184     03  Class-Line-Discount Pic ZZ,ZZZ,ZZ9.99-.
000185 01  Over-Cap-Line.
000186     03  Filler              Pic X(32)
000187         Value "Customers Over Their Monthly Cap".
000188     03  Over-Cap-Count      Pic ZZ,ZZ9.
000189 01  Line-Count           Pic 99          Value 99.
000190 01  Page-Count           Pic 9(4)        Value Zeros.
000191 01  Max-Lines            Pic 99          Value 60.
000192 01  Spool-Catalog-Name    Pic X(8) Value "CHAPT24R".
000193 01  Spool-Catalog-File    Pic X(12) Value "RPT24R.SPL".
000194 Procedure Division.
000195 Chapt24r-Start.
000196     Display "Begin Trade Discount Report Chapt24r"
000197     Accept Run-Period-X From Command-Line
000198     Accept Work-Date From Date
000199     If Run-Period-X = Spaces Or Run-Period-X Not Numeric
000200        Move 2000 To Run-YYYY
000201        Add Date-YY Of Work-Date-X To Run-YYYY
000202        Move Date-MM Of Work-Date-X To Run-MM
000203     End-If
000204     If Run-MM < 1 Or Run-MM > 12
000205        Display "Run Period Must Be YYYYMM"
000206        Stop Run
000207     End-If
000208     Initialize Class-Totals-Area
000209     Open Input Trade-Discount-File
000210                Customer-File
000211     Open Output Report-File
000212     Move Corresponding Work-Date-X To Heading-Line-2
000213     Move Run-Period-N To Heading-Period
000214     Perform Heading-Routine
000215     Sort Sort-File Ascending Key Sort-Customer
000216          Input Procedure Sort-Discount-Log
000217          Output Procedure Print-Customer-Discounts
000218     Perform Print-Class-Summary
000219     If Trade-Discount-Success
000220        Close Trade-Discount-File
000221     End-If
000222     If Customer-Success
000223        Close Customer-File
000224     End-If
000225     Close Report-File
000226     Call "Chapt25d" Using Spool-Catalog-Name
000227          Spool-Catalog-File Page-Count
000228     Display "Trade Discounts    " Total-Discount
000229     Display "Over Monthly Cap   " Customers-Over-Cap
000230     Stop Run
000231     .
000232 Sort-Discount-Log.
000233     Open Input Trade-Log-File
000234     If Trade-Log-Status Not = "00"
000235        Set Log-Done To True
000236     End-If
000237     Perform Release-One-Discount Until Log-Done
000238     If Trade-Log-Status = "00" Or Trade-Log-Status = "10"
000239        Close Trade-Log-File
000240     End-If
000241     .
000242 Release-One-Discount.
000243     Read Trade-Log-File
000244          At End Set Log-Done To True
000245          Not At End
000246             If Disc-YYYY = Run-YYYY And Disc-MM = Run-MM
000247                Move Disc-Customer To Sort-Customer
000248                Move Disc-Class To Sort-Class
000249                Move Disc-Net-Amount To Sort-Net-Amount
000250                Move Disc-Amount To Sort-Disc-Amount
000251                Release Sort-Record
000252             End-If
000253     End-Read
000254     .
000255 Print-Customer-Discounts.
000256     Perform Return-One-Discount Until All-Done
000257     If Save-Customer Not = High-Values
000258        Perform Print-Customer-Line
000259     End-If
000260     .
000261 Return-One-Discount.
000262     Return Sort-File
000263            At End Set All-Done To True
000264            Not At End
000265               Perform Accumulate-Discount
000266     End-Return
000267     .
000268 Accumulate-Discount.
000269     If Sort-Customer Not = Save-Customer
000270        If Save-Customer Not = High-Values
000271           Perform Print-Customer-Line
000272        End-If
000273        Move Sort-Customer To Save-Customer
000274        Move Zeros To Customer-Lines Customer-Net
000275                      Customer-Discount
000276     End-If
000277* A Customer Reclassed Mid-Month Reports Under The Latest Class
000278     Move Sort-Class To Save-Class
000279     Add 1 To Customer-Lines
000280     Add Sort-Net-Amount To Customer-Net
000281     Add Sort-Disc-Amount To Customer-Discount
000282     .
000283 Print-Customer-Line.
000284     If Line-Count >= Max-Lines
000285        Perform Heading-Routine
000286     End-If
000287     Move Spaces To Detail-Name Detail-Flag
000288     Move Zeros To Customer-Cap
000289     If Customer-Success
000290        Move Save-Customer To Customer-Number
000291        Read Customer-File
000292             Invalid Key
000293                Continue
000294             Not Invalid Key
000295                Move Customer-Name To Detail-Name
000296        End-Read
000297     End-If
000298     If Trade-Discount-Success
000299        Move Save-Customer To Trade-Customer
000300        Read Trade-Discount-File
000301             Invalid Key
000302                Continue
000303             Not Invalid Key
000304                Move Trade-Monthly-Cap To Customer-Cap
000305        End-Read
000306     End-If
000307     If Customer-Cap > Zero And Customer-Discount > Customer-Cap
000308        Move "OVER CAP" To Detail-Flag
000309        Add 1 To Customers-Over-Cap
000310     End-If
000311     Move Save-Customer To Detail-Customer
000312     Move Save-Class To Detail-Class
000313     Move Customer-Lines To Detail-Lines
000314     Move Customer-Net To Detail-Net
000315     Move Customer-Discount To Detail-Discount
000316     Move Customer-Cap To Detail-Cap
000317     Write Report-Record From Detail-Line After 1
000318     Add 1 To Line-Count
000319     Add 1 To Customers-Listed
000320     Add Customer-Lines To Total-Lines
000321     Add Customer-Net To Total-Net
000322     Add Customer-Discount To Total-Discount
000323     Set Class-Index To 1
000324     Search Class-Entry
000325          At End
000326             Move 4 To Class-Sub
000327          When Class-Code (Class-Index) = Save-Class
000328             Set Class-Sub To Class-Index
000329     End-Search
000330     Add 1 To Class-Customers (Class-Sub)
000331     Add Customer-Lines To Class-Lines (Class-Sub)
000332     Add Customer-Net To Class-Net (Class-Sub)
000333     Add Customer-Discount To Class-Discount (Class-Sub)
000334     .
000335 Print-Class-Summary.
000336     If Line-Count >= Max-Lines - 10
000337        Perform Heading-Routine
000338     End-If
000339     Write Report-Record From Class-Heading-Line After 2
000340     Perform Print-Class-Line
000341             Varying Class-Sub From 1 By 1 Until Class-Sub > 4
000342     Move "Total" To Class-Line-Name
000343     Move Customers-Listed To Class-Line-Customers
000344     Move Total-Lines To Class-Line-Lines
000345     Move Total-Net To Class-Line-Net
000346     Move Total-Discount To Class-Line-Discount
000347     Write Report-Record From Class-Line After 2
000348     Move Customers-Over-Cap To Over-Cap-Count
000349     Write Report-Record From Over-Cap-Line After 2
000350     .
000351 Print-Class-Line.
000352     If Class-Customers (Class-Sub) > Zero
000353        Move Class-Name (Class-Sub) To Class-Line-Name
000354        Move Class-Customers (Class-Sub) To Class-Line-Customers
000355        Move Class-Lines (Class-Sub) To Class-Line-Lines
000356        Move Class-Net (Class-Sub) To Class-Line-Net
000357        Move Class-Discount (Class-Sub) To Class-Line-Discount
000358        Write Report-Record From Class-Line After 1
000359     End-If
000360     .
000361 Heading-Routine.
000362     Add 1 To Page-Count
000363     Move Page-Count To Page-No
000364     If Page-Count = 1
000365        Write Report-Record From Heading-Line-1 After Zero
000366     Else
000367        Write Report-Record From Heading-Line-1 After Page
000368     End-If
000369     Write Report-Record From Heading-Line-2 After 1
000370     Write Report-Record From Heading-Line-3 After 2
000371     Move 5 To Line-Count
000372     .
