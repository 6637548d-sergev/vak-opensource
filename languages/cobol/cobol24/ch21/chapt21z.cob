000010 @OPTIONS MAIN,TEST
000020 Identification Division.
000030 Program-Id.  Chapt21z.
000031* Safe Count And Change Fund Reconciliation
000032* The Manager Counts The Safe At The End Of The Day, After The
000033* Drawers Are Closed And The Deposit Is Made Up, And Keys The
000034* Count With The Opening Change Fund Each Drawer Starts From.
000035* The Safe Should Hold The Last Count, Plus What Each Chapt20g
000036* Close Counted Into It Since (Cash And Checks, Less The Change
000037* Fund Going Back Into The Drawer), Less The Chapt20l Deposit
000038* Tickets Taken Out To The Bank.  The Difference Shows On The
000039* Screen And Is Kept With The Count On SafeCnt.TXT.  The First
000040* Count On File Only Establishes The Balance
000041 Environment Division.
000042 Configuration Section.
000043 Special-Names.
000044       Crt Status Is Keyboard-Status
000045       Cursor Is Cursor-Position.
000046 Source-Computer.  IBM-PC.
000047 Object-Computer.  IBM-PC.
000048 Input-Output Section.
000049 File-Control.
000050     Select Optional Safe-Count-File Assign To "SafeCnt.TXT"
000051         Organization Is Line Sequential
000052         File Status  Is Safe-Count-Status.
000053     Select Optional Over-Short-File Assign To "OvrShrt.TXT"
000054         Organization Is Line Sequential
000055         File Status  Is Over-Short-Status.
000056     Select Optional Deposit-Ticket-File Assign To "DepTkt.TXT"
000057         Organization Is Line Sequential
000058         File Status  Is Deposit-Ticket-Status.
000059     Select Optional Current-Operator-File Assign To
000060                     "CurrOper.TXT"
000061         Organization Is Line Sequential
000062         File Status  Is Current-Operator-Status.
000063 Data Division.
000064 File Section.
000065 Fd  Safe-Count-File.
000066 01  Safe-Count-Record.
000067     03  Safe-Date           Pic 9(8).
000068     03  Filler              Pic X.
000069     03  Safe-Operator       Pic X(4).
000070     03  Filler              Pic X.
000071     03  Safe-Change-Fund    Pic 9(5)v99.
000072     03  Filler              Pic X.
000073     03  Safe-Counted        Pic 9(7)v99.
000074     03  Filler              Pic X.
000075     03  Safe-Expected       Pic S9(7)v99.
000076     03  Filler              Pic X.
000077     03  Safe-Difference     Pic S9(7)v99.
000078 Fd  Over-Short-File.
000079 01  Over-Short-Record.
000080     03  Os-Date             Pic 9(8).
000081     03  Filler              Pic X.
000082     03  Os-Operator         Pic X(4).
000083     03  Filler              Pic X.
000084     03  Os-Amount           Pic S9(6)v99.
000085     03  Filler              Pic X.
000086     03  Os-Counted-Cash     Pic 9(7)v99.
000087     03  Filler              Pic X.
000088     03  Os-Counted-Check    Pic 9(7)v99.
000089 Fd  Deposit-Ticket-File.
000090 01  Deposit-Ticket-Record.
000091     03  Dep-Tkt-Date        Pic 9(8).
000092     03  Filler              Pic X.
000093     03  Dep-Tkt-Number      Pic 9(6).
000094     03  Filler              Pic X.
000095     03  Dep-Tkt-Cash        Pic S9(8)v99.
000096     03  Filler              Pic X.
000097     03  Dep-Tkt-Check       Pic S9(8)v99.
000098     03  Filler              Pic X.
000099     03  Dep-Tkt-Total       Pic S9(8)v99.
000100 Fd  Current-Operator-File.
000101 01  Current-Operator-Record.
000102     03  Curr-Oper-Id        Pic X(4).
000103     03  Filler              Pic X.
000104     03  Curr-Oper-Level     Pic 9.
000105 Working-Storage Section.
000106 01  Keyboard-Status.
000107     03  Accept-Status Pic 9.
000108     03  Function-Key  Pic X.
000109         88  F1-Pressed Value X"01".
000110         88  F2-Pressed Value X"02".
000111         88  F4-Pressed Value X"04".
000112     03  System-Use    Pic X.
000113 01  Cursor-Position.
000114     03  Cursor-Row    Pic 9(2) Value 1.
000115     03  Cursor-Column Pic 9(2) Value 1.
000116 01  Safe-Count-Status      Pic XX Value Spaces.
000117 01  Over-Short-Status      Pic XX Value Spaces.
000118 01  Deposit-Ticket-Status  Pic XX Value Spaces.
000119 01  Current-Operator-Status Pic XX Value Spaces.
000120 01  Current-Operator       Pic X(4) Value Spaces.
000121 01  Scan-Done-Flag         Pic X Value Spaces.
000122     88  Scan-Done          Value "Y".
000123 01  Prior-Count-Flag       Pic X Value Space.
000124     88  Prior-Count-Found  Value "Y".
000125 01  Error-Message          Pic X(60) Value Spaces.
000126 01  Valid-Data-Flag        Pic X Value "Y".
000127     88  Valid-Data         Value "Y".
000128     88  Invalid-Data       Value "N".
000129 01  Date-And-Time-Area.
000130     03  Work-Date            Pic 9(6).
000131     03  Work-Date-X          Redefines Work-Date.
000132         05  Date-YY          Pic 99.
000133         05  Date-MM          Pic 99.
000134         05  Date-DD          Pic 99.
000135* Dates Compare As YYYYMMDD; The Files Carry MMDDYYYY
000136 01  Convert-Mdy            Pic 9(8) Value Zeros.
000137 01  Convert-Mdy-X Redefines Convert-Mdy.
000138     03  Convert-MM          Pic 99.
000139     03  Convert-DD          Pic 99.
000140     03  Convert-YYYY        Pic 9(4).
000141 01  Convert-Ymd            Pic 9(8) Value Zeros.
000142 01  Convert-Ymd-X Redefines Convert-Ymd.
000143     03  Convert-Ymd-YYYY    Pic 9(4).
000144     03  Convert-Ymd-MM      Pic 99.
000145     03  Convert-Ymd-DD      Pic 99.
000146 01  Count-Ymd              Pic 9(8) Value Zeros.
000147 01  Prior-Ymd              Pic 9(8) Value Zeros.
000148 01  Reconcile-Amounts.
000149     03  Prior-Date          Pic 9(8) Value Zeros.
000150     03  Prior-Balance       Pic S9(7)v99 Value Zeros.
000151     03  Prior-Change-Fund   Pic 9(5)v99 Value Zeros.
000152     03  Close-Count         Pic 9(3) Value Zeros.
000153     03  Closes-Counted      Pic S9(7)v99 Value Zeros.
000154     03  Change-Fund-Out     Pic S9(7)v99 Value Zeros.
000155     03  Deposit-Count       Pic 9(3) Value Zeros.
000156     03  Deposits-Out        Pic S9(7)v99 Value Zeros.
000157     03  Expected-Safe       Pic S9(7)v99 Value Zeros.
000158     03  Safe-Over-Short     Pic S9(7)v99 Value Zeros.
000159 01  Work-Record.
000160     03  Entry-Date          Pic 9(8).
000161     03  Entry-Change-Fund   Pic 9(5)v99.
000162     03  Entry-Safe-Counted  Pic 9(7)v99.
000163 Screen Section.
000164 01  Data-Entry-Screen
000165     Blank Screen, Auto
000166     Foreground-Color Is 7,
000167     Background-Color Is 1.
000168     03  Screen-Literal-Group.
000169         05  Line 01 Column 30 Value "Darlene's Treasures"
000170             Highlight Foreground-Color 4 Background-Color 1.
000171         05  Line 03 Column 29 Value "Safe Count Entry"
000172             Highlight.
000173         05  Line 05 Column 01  Value "Count Date: ".
000174         05  Line 06 Column 01  Value "Change Fund: ".
000175         05  Line 07 Column 01  Value "Safe Counted: ".
000176         05  Line 09 Column 01  Value "Last Count On: ".
000177         05  Line 10 Column 01  Value "Last Balance: ".
000178         05  Line 11 Column 01  Value "Drawer Closes: ".
000179         05  Line 12 Column 01  Value "Change Funds: ".
000180         05  Line 13 Column 01  Value "Deposits: ".
000181         05  Line 14 Column 01  Value "Expected: ".
000182         05  Line 15 Column 01  Value "Over/Short: ".
000183         05  Line 22 Column 01  Value
000184             "F1-Exit  F2-Save  F4-Clear".
000185     03  Required-Reverse-Group Reverse-Video Required.
000186         05  Line 5 Column 16  Pic 99/99/9999 Using Entry-Date.
000187     03  Reverse-Video-Group Reverse-Video.
000188         05  Line 6 Column 16  Pic ZZZZ9.99
000189             Using Entry-Change-Fund Blank When Zero.
000190         05  Line 7 Column 16  Pic Z,ZZZ,ZZ9.99
000191             Using Entry-Safe-Counted Blank When Zero.
000192     03  Reconcile-Group Highlight.
000193         05  Line 9 Column 16  Pic 99/99/9999 From Prior-Date
000194             Blank When Zero.
000195         05  Line 10 Column 16 Pic Z,ZZZ,ZZ9.99-
000196             From Prior-Balance.
000197         05  Line 11 Column 16 Pic Z,ZZZ,ZZ9.99-
000198             From Closes-Counted.
000199         05  Line 11 Column 32 Pic ZZ9 From Close-Count.
000200         05  Line 12 Column 16 Pic Z,ZZZ,ZZ9.99-
000201             From Change-Fund-Out.
000202         05  Line 13 Column 16 Pic Z,ZZZ,ZZ9.99-
000203             From Deposits-Out.
000204         05  Line 13 Column 32 Pic ZZ9 From Deposit-Count.
000205         05  Line 14 Column 16 Pic Z,ZZZ,ZZ9.99-
000206             From Expected-Safe.
000207         05  Line 15 Column 16 Pic Z,ZZZ,ZZ9.99-
000208             From Safe-Over-Short.
000209     03  Blink-Group Highlight Blink.
000210         05  Line 20 Column 01 Pic X(60) From Error-Message.
000211 Procedure Division.
000212 Chapt21z-Start.
000213     Perform Load-Current-Operator
000214     Perform Clear-Entry
000215     Perform Process-Screen Until F1-Pressed
000216     Stop Run
000217     .
000218 Process-Screen.
000219     Display Data-Entry-Screen
000220     Accept Data-Entry-Screen
000221     Move Spaces To Error-Message
000222     Evaluate True
000223        When F2-Pressed
000224           Perform Save-Safe-Count
000225        When F4-Pressed
000226           Perform Clear-Entry
000227        When Other
000228           Continue
000229     End-Evaluate
000230     .
000231 Clear-Entry.
000232     Initialize Work-Record Reconcile-Amounts
000233     Accept Work-Date From Date
000234     Move Date-MM Of Work-Date-X To Convert-MM
000235     Move Date-DD Of Work-Date-X To Convert-DD
000236     Move 2000 To Convert-YYYY
000237     Add Date-YY Of Work-Date-X To Convert-YYYY
000238     Move Convert-Mdy To Entry-Date
000239* The Change Fund Seldom Changes, So The Last Count's Carries
000240     Perform Find-Prior-Count
000241     Move Prior-Change-Fund To Entry-Change-Fund
000242     .
000243 Save-Safe-Count.
000244     Perform Validate-Data
000245     If Valid-Data
000246        Perform Find-Prior-Count
000247        Perform Reconcile-Safe
000248        Perform Write-Safe-Count
000249        Move 1 To Cursor-Row Cursor-Column
000250        Evaluate True
000251           When Not Prior-Count-Found
000252              Move "Opening Safe Balance Established"
000253                   To Error-Message
000254           When Safe-Over-Short = Zero
000255              Move "Safe Count Saved - Safe Balances"
000256                   To Error-Message
000257           When Other
000258              Move "Safe Count Saved - Safe Is Over Or Short"
000259                   To Error-Message
000260        End-Evaluate
000261     End-If
000262     .
000263 Validate-Data.
000264     Set Valid-Data To True
000265     Move Entry-Date To Convert-Mdy
000266     Evaluate True
000267        When Entry-Date = Zeros
000268           Move "Count Date is required" To Error-Message
000269           Set Invalid-Data To True
000270        When Convert-MM < 1 Or Convert-MM > 12
000271             Or Convert-DD < 1 Or Convert-DD > 31
000272           Move "Count Date is not a valid date" To Error-Message
000273           Set Invalid-Data To True
000274        When Other
000275           Continue
000276     End-Evaluate
000277     .
000278 Find-Prior-Count.
000279* The Latest Count Dated Before This One Is The Starting Point
000280     Move Entry-Date To Convert-Mdy
000281     Perform Convert-To-Ymd
000282     Move Convert-Ymd To Count-Ymd
000283     Move Space To Prior-Count-Flag
000284     Move Zeros To Prior-Ymd Prior-Date Prior-Balance
000285                   Prior-Change-Fund
000286     Move Space To Scan-Done-Flag
000287     Open Input Safe-Count-File
000288     If Safe-Count-Status Not = "00"
000289        Set Scan-Done To True
000290     End-If
000291     Perform Check-One-Safe-Count Until Scan-Done
000292     If Safe-Count-Status = "00" Or Safe-Count-Status = "10"
000293        Close Safe-Count-File
000294     End-If
000295     .
000296 Check-One-Safe-Count.
000297     Read Safe-Count-File
000298          At End Set Scan-Done To True
000299          Not At End
000300             Move Safe-Date To Convert-Mdy
000301             Perform Convert-To-Ymd
000302             If Convert-Ymd < Count-Ymd
000303                And Convert-Ymd >= Prior-Ymd
000304                Set Prior-Count-Found To True
000305                Move Convert-Ymd To Prior-Ymd
000306                Move Safe-Date To Prior-Date
000307                Move Safe-Counted To Prior-Balance
000308                Move Safe-Change-Fund To Prior-Change-Fund
000309             End-If
000310     End-Read
000311     .
000312 Reconcile-Safe.
000313     Move Zeros To Close-Count Closes-Counted Change-Fund-Out
000314                   Deposit-Count Deposits-Out
000315     Perform Total-Drawer-Closes
000316     Perform Total-Deposits
000317     If Prior-Count-Found
000318        Compute Expected-Safe = Prior-Balance + Closes-Counted
000319                              - Change-Fund-Out - Deposits-Out
000320     Else
000321        Move Entry-Safe-Counted To Expected-Safe
000322     End-If
000323     Compute Safe-Over-Short = Entry-Safe-Counted - Expected-Safe
000324     .
000325 Total-Drawer-Closes.
000326* Every Close After The Last Count Through The Count Date Put
000327* Its Counted Takings In The Safe; Each Drawer's Change Fund
000328* Goes Back Out To Start The Next Day
000329     Move Space To Scan-Done-Flag
000330     Open Input Over-Short-File
000331     If Over-Short-Status Not = "00"
000332        Set Scan-Done To True
000333     End-If
000334     Perform Add-One-Close Until Scan-Done
000335     If Over-Short-Status = "00" Or Over-Short-Status = "10"
000336        Close Over-Short-File
000337     End-If
000338     .
000339 Add-One-Close.
000340     Read Over-Short-File
000341          At End Set Scan-Done To True
000342          Not At End
000343             Move Os-Date To Convert-Mdy
000344             Perform Convert-To-Ymd
000345             If Convert-Ymd > Prior-Ymd
000346                And Convert-Ymd <= Count-Ymd
000347                And Os-Counted-Cash Is Numeric
000348                And Os-Counted-Check Is Numeric
000349                Add 1 To Close-Count
000350                Add Os-Counted-Cash Os-Counted-Check
000351                    To Closes-Counted
000352                Add Entry-Change-Fund To Change-Fund-Out
000353             End-If
000354     End-Read
000355     .
000356 Total-Deposits.
000357     Move Space To Scan-Done-Flag
000358     Open Input Deposit-Ticket-File
000359     If Deposit-Ticket-Status Not = "00"
000360        Set Scan-Done To True
000361     End-If
000362     Perform Add-One-Deposit Until Scan-Done
000363     If Deposit-Ticket-Status = "00" Or
000364        Deposit-Ticket-Status = "10"
000365        Close Deposit-Ticket-File
000366     End-If
000367     .
000368 Add-One-Deposit.
000369     Read Deposit-Ticket-File
000370          At End Set Scan-Done To True
000371          Not At End
000372             Move Dep-Tkt-Date To Convert-Mdy
000373             Perform Convert-To-Ymd
000374             If Convert-Ymd > Prior-Ymd
000375                And Convert-Ymd <= Count-Ymd
000376                Add 1 To Deposit-Count
000377                Add Dep-Tkt-Total To Deposits-Out
000378             End-If
000379     End-Read
000380     .
000381 Write-Safe-Count.
000382     Open Extend Safe-Count-File
000383     Move Spaces To Safe-Count-Record
000384     Move Entry-Date To Safe-Date
000385     Move Current-Operator To Safe-Operator
000386     Move Entry-Change-Fund To Safe-Change-Fund
000387     Move Entry-Safe-Counted To Safe-Counted
000388     Move Expected-Safe To Safe-Expected
000389     Move Safe-Over-Short To Safe-Difference
000390     Write Safe-Count-Record
000391     Close Safe-Count-File
000392     .
000393 Convert-To-Ymd.
000394     Move Convert-YYYY To Convert-Ymd-YYYY
000395     Move Convert-MM To Convert-Ymd-MM
000396     Move Convert-DD To Convert-Ymd-DD
000397     .
000398 Load-Current-Operator.
000399     Open Input Current-Operator-File
000400     If Current-Operator-Status = "00"
000401        Read Current-Operator-File
000402             At End Continue
000403             Not At End
000404                Move Curr-Oper-Id To Current-Operator
000405        End-Read
000406        Close Current-Operator-File
000407     End-If
000408     .
