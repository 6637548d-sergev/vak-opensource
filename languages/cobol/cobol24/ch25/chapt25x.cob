000010 @OPTIONS MAIN,TEST
000020 Identification Division.
000030 Program-Id.  Chapt25x.
000031* Payout Run Release Approval
000032* A Chapt20c Or Chapt25r Payout Run Leaves Its ACH File And Its
000033* Checks With Their Statements Staged Pending Release On
000034* PayRel.TXT.  A Supervisor Other Than The One Who Ran It
000035* Reviews The Summary - Every ACH Entry In The Staged Files And
000036* Every Check The Check Register Shows The Run Issued, Beside
000037* The Figures The Run Itself Reported - And Approves Or Rejects
000038* It.  Approval Moves The ACH File To Where The Bank
000039* Transmission Picks It Up And Prints The Checks And
000039* Statements.  Chapt20c Store Credit Certificates Stay Pending
000039* Until Approval Makes Them Spendable.  Rejecting A Run Empties
000039* Its Staged Files, Voids Its Certificates, And Books A Reversing
000039* Payment History Row For Every ACH Credit And Certificate With
000039* The Money Held For The Next Run - On PayHold.TXT For Chapt20c,
000039* On CorpCarry.TXT Store By Store For Chapt25r.  A Rejected Run's
000039* Checks Are Voided With Chapt23t, Which Books The Same Reversal
000039* For Each Dealer Check - PayHold.TXT For Chapt20c, CorpCarry.TXT
000039* For Chapt25r - And Reopens Each Garnishment Remittance.
000041* Every Decision And Every Refused Attempt Goes On PayAppr.TXT
000042* For The Chapt25l Security Report.  Supervisor Level Only
000043 Environment Division.
000044 Configuration Section.
000045 Source-Computer.  IBM-PC.
000046 Object-Computer.  IBM-PC.
000047 Input-Output  Section.
000048 File-Control.
000049     Select Report-File Assign To "RPT25X.SPL".
000050     Select Optional Payout-Release-File Assign To "PayRel.TXT"
000051            Organization Is Line Sequential
000052            File Status  Is Payout-Release-Status.
000053     Select Optional Approval-Log-File Assign To "PayAppr.TXT"
000054            Organization Is Line Sequential
000055            File Status  Is Approval-Log-Status.
000056     Select Optional Current-Operator-File Assign To
000057                     "CurrOper.TXT"
000058            Organization Is Line Sequential
000059            File Status  Is Current-Operator-Status.
000060     Select Optional Check-Register-File Assign To "CheckReg.Dat"
000061         Organization Indexed
000062         Access Sequential
000063         Record Key Reg-Key
000064         File Status Check-Register-Status.
000065     Select Optional Staged-Ach-File Assign To Staged-File-Name
000066            Organization Is Line Sequential
000067            File Status  Is Staged-Status.
000068     Select Ach-Target-File Assign To Target-File-Name
000069            Organization Is Line Sequential
000070            File Status  Is Ach-Target-Status.
000071     Select Optional Staged-Print-File Assign To Staged-File-Name
000072            Organization Is Line Sequential
000073            File Status  Is Staged-Status.
000074     Select Print-File Assign To Printer.
000074     Select Optional Payment-History-File Assign To
000074                     History-File-Name
000074            Organization Is Line Sequential
000074            File Status  Is Payment-History-Status.
000074     Select Optional Pay-Hold-File Assign To "PayHold.TXT"
000074            Organization Is Line Sequential
000074            File Status  Is Pay-Hold-Status.
000074     Select Optional Gift-Cert-File Assign To "GiftCert.Dat"
000074            Organization Indexed
000074            Access Sequential
000074            Record Key Cert-Number
000074            File Status Gift-Cert-Status.
000074     Select Optional Journal-File Assign To Journal-File-Name
000074         Organization Is Line Sequential
000074         File Status  Is Journal-Status.
000074     Select Optional Store-Directory-File Assign To
000074                     "StoreDir.TXT"
000074         Organization Is Line Sequential
000074         File Status  Is Store-Directory-Status.
000074     Select Optional Corp-Carry-File Assign To "CorpCarry.TXT"
000074            Organization Is Line Sequential
000074            File Status  Is Corp-Carry-Status.
000075 Data Division.
000076 File Section.
000077 Fd  Report-File.
000078 01  Report-Record Pic X(80).
000079 Fd  Payout-Release-File.
000080 Copy "payrel.cpy".
000081 Fd  Approval-Log-File.
000082 Copy "payappr.cpy".
000083 Fd  Current-Operator-File.
000084 01  Current-Operator-Record.
000085     03  Curr-Oper-Id        Pic X(4).
000086     03  Filler              Pic X.
000087     03  Curr-Oper-Level     Pic 9.
000088 Fd  Check-Register-File.
000089 Copy "chkreg.cpy".
000090 Fd  Staged-Ach-File.
000091 01  Staged-Ach-Record.
000092     03  Stg-Record-Type     Pic X.
000093     03  Stg-Tran-Code       Pic 9(2).
000094     03  Stg-Routing         Pic X(9).
000095     03  Stg-Account         Pic X(17).
000096     03  Stg-Amount          Pic 9(8)v99.
000097     03  Stg-Dealer-Id       Pic X(15).
000098     03  Stg-Dealer-Name     Pic X(22).
000099     03  Filler              Pic X(18).
000100 Fd  Ach-Target-File.
000101 01  Ach-Target-Record       Pic X(94).
000102 Fd  Staged-Print-File.
000103 01  Staged-Print-Line       Pic X(132).
000104 Fd  Print-File.
000105 01  Print-Record            Pic X(132).
000105 Fd  Payment-History-File.
000105 01  Payment-History-Record.
000105     03  Hist-Dealer-Number     Pic X(8).
000105     03  Filler                 Pic X.
000105     03  Hist-Check-Number      Pic X(10).
000105     03  Filler                 Pic X.
000105     03  Hist-Payment-Date      Pic 9(8).
000105     03  Filler                 Pic X.
000105     03  Hist-Payment-Amount    Pic S9(6)v99.
000105     03  Filler                 Pic X.
000105     03  Hist-Cleared-Date      Pic X(8).
000105     03  Filler                 Pic X.
000105     03  Hist-Payment-Method    Pic X.
000105     03  Filler                 Pic X.
000105     03  Hist-Backup-Withheld   Pic S9(6)v99.
000105 Fd  Pay-Hold-File.
000105 01  Pay-Hold-Record.
000105     03  Hold-Dealer         Pic X(8).
000105     03  Filler              Pic X.
000105     03  Hold-Date           Pic 9(8).
000105     03  Filler              Pic X.
000105     03  Hold-Amount         Pic S9(6)v99.
000105     03  Filler              Pic X.
000105     03  Hold-Reason         Pic X(20).
000105 Fd  Gift-Cert-File.
000105 01  Gift-Cert-Record.
000105     03  Cert-Number          Pic X(12).
000105     03  Cert-Issue-Date      Pic 9(8).
000105     03  Cert-Original-Value  Pic 9(5)v99.
000105     03  Cert-Remaining-Value Pic 9(5)v99.
000105     03  Cert-Status-Code     Pic X.
000105         88  Cert-Outstanding Value "O".
000105         88  Cert-Exhausted   Value "X".
000105         88  Cert-Pending-Release Value "P".
000105         88  Cert-Voided      Value "V".
000105     03  Filler               Pic X(10).
000105 Fd  Journal-File.
000105 01  Journal-Record.
000105     03  Jrn-Date            Pic 9(8).
000105     03  Filler              Pic X.
000105     03  Jrn-Time            Pic 9(6).
000105     03  Filler              Pic X.
000105     03  Jrn-Program         Pic X(8).
000105     03  Filler              Pic X.
000105     03  Jrn-File-Id         Pic X(8).
000105     03  Filler              Pic X.
000105     03  Jrn-Action          Pic X.
000105     03  Filler              Pic X.
000105     03  Jrn-Key             Pic X(12).
000105     03  Filler              Pic X.
000105     03  Jrn-Image           Pic X(476).
000105 Fd  Store-Directory-File.
000105 01  Store-Directory-Record.
000105     03  Dir-Store-Number    Pic X(4).
000105     03  Filler              Pic X.
000105     03  Dir-Dealer-File     Pic X(40).
000105     03  Filler              Pic X.
000105     03  Dir-Balance-File    Pic X(40).
000105     03  Filler              Pic X.
000105     03  Dir-Data-Path       Pic X(40).
000105 Fd  Corp-Carry-File.
000105 01  Corp-Carry-Record.
000105     03  Carry-Dealer           Pic X(8).
000105     03  Filler                 Pic X.
000105     03  Carry-Store            Pic X(4).
000105     03  Filler                 Pic X.
000105     03  Carry-Since            Pic 9(8).
000105     03  Filler                 Pic X.
000105     03  Carry-Amount           Pic S9(7)v99.
000105     03  Filler                 Pic X.
000105     03  Carry-Reason           Pic X(20).
000106 Working-Storage Section.
000107 01  Payout-Release-Status   Pic XX Value Spaces.
000108 01  Approval-Log-Status     Pic XX Value Spaces.
000109 01  Current-Operator-Status Pic XX Value Spaces.
000110 01  Check-Register-Status   Pic XX Value Spaces.
000111     88  Check-Register-Success Value "00" Thru "09".
000112 01  Staged-Status           Pic XX Value Spaces.
000113 01  Ach-Target-Status       Pic XX Value Spaces.
000113 01  Payment-History-Status  Pic XX Value Spaces.
000113 01  Pay-Hold-Status         Pic XX Value Spaces.
000113 01  Gift-Cert-Status        Pic XX Value Spaces.
000113     88  Gift-Cert-Success   Value "00" Thru "09".
000113 01  Journal-Status          Pic XX Value Spaces.
000113 01  Store-Directory-Status  Pic XX Value Spaces.
000113     88  Store-Directory-Success Value "00" Thru "09".
000113 01  Corp-Carry-Status       Pic XX Value Spaces.
000113 01  History-File-Name       Pic X(60) Value "PayHist.TXT".
000113 01  Journal-File-Name       Pic X(60) Value "Journal.TXT".
000113 01  Journal-Stamp-Date      Pic 9(6) Value Zeros.
000113 01  Journal-Stamp-Time      Pic 9(8) Value Zeros.
000113 01  Journal-Program-Id      Pic X(8) Value "CHAPT25X".
000114 01  Staged-File-Name        Pic X(12) Value Spaces.
000115 01  Target-File-Name        Pic X(12) Value Spaces.
000116 01  Current-Operator        Pic X(4) Value Spaces.
000117 01  Current-Oper-Level      Pic 9 Value Zeros.
000118 01  Supervisor-Level        Pic 9 Value 5.
000119 01  File-Done-Flag          Pic X Value Spaces.
000120     88  File-Done           Value "Y".
000121 01  Run-Found-Flag          Pic X Value Spaces.
000122     88  Run-Found           Value "Y".
000123 01  Same-Operator-Flag      Pic X Value Spaces.
000124     88  Same-Operator       Value "Y".
000125 01  Staged-Rows-Flag        Pic X Value Spaces.
000126     88  Staged-Rows-Found   Value "Y".
000126 01  Directory-Done-Flag     Pic X Value Spaces.
000126     88  Directory-Done      Value "Y".
000126 01  Certificate-Action      Pic X Value Space.
000126     88  Activate-Certificates Value "A".
000126     88  Void-Certificates   Value "V".
000127* Every Row Of PayRel.TXT, Written Back With The Decision
000127 01  Release-Count           Pic 9(4) Value Zeros.
000129 01  Release-Table-Area.
000129     03  Release-Entry Occurs 0 To 5000 Times
000131             Depending On Release-Count
000132             Indexed By Release-Index.
000133         05  Release-Row         Pic X(127).
000134         05  Release-Row-Status  Pic X.
000135             88  Release-Row-Pending Value "P".
000136         05  Release-In-Group    Pic X.
000137             88  In-Review-Group Value "Y".
000138* The Oldest Pending Run, And With It Any Other Pending Rows Of
000139* The Same Program And Day - A Restart And Its First Attempt
000140 01  Review-Program          Pic X(8) Value Spaces.
000141 01  Review-Run-Date         Pic 9(8) Value Zeros.
000142 01  Review-Run-Operator     Pic X(4) Value Spaces.
000143 01  Decision                Pic X Value Space.
000144     88  Approve-Decision    Value "A" "a".
000145     88  Reject-Decision     Value "R" "r".
000146 01  Approval-Action         Pic X Value Space.
000147 01  Staged-Ach-Count        Pic 9(5) Value Zeros.
000148 01  Staged-Ach-Total        Pic S9(9)v99 Value Zeros.
000149 01  Staged-Prenote-Count    Pic 9(5) Value Zeros.
000150 01  Register-Check-Count    Pic 9(5) Value Zeros.
000151 01  Register-Check-Total    Pic S9(9)v99 Value Zeros.
000152 01  Run-Check-Count         Pic 9(5) Value Zeros.
000153 01  Run-Check-Total         Pic S9(9)v99 Value Zeros.
000154 01  Run-Ach-Count           Pic 9(5) Value Zeros.
000155 01  Run-Ach-Total           Pic S9(9)v99 Value Zeros.
000156 01  Files-Released          Pic 9(3) Value Zeros.
000156 01  Certificates-Changed    Pic 9(5) Value Zeros.
000156 01  Payouts-Reversed        Pic 9(5) Value Zeros.
000156* What A Rejected Run Paid: Each Dealer's Staged ACH Credits And
000156* Each Voided Store Credit Certificate, With The Amount Found And
000156* Reversed On The Store Payment Histories For A Chapt25r Run
000156 01  Reject-Count            Pic 9(4) Value Zeros.
000156 01  Reject-Table-Area.
000156     03  Reject-Entry Occurs 0 To 5000 Times
000156             Depending On Reject-Count
000156             Indexed By Reject-Index.
000156         05  Reject-Dealer       Pic X(8).
000156         05  Reject-Method       Pic X.
000156         05  Reject-Reference    Pic X(10).
000156         05  Reject-Amount       Pic S9(7)v99.
000156         05  Reject-Share        Pic S9(7)v99.
000156         05  Reject-Found        Pic S9(7)v99.
000156 01  Voided-Cert-Count       Pic 9(4) Value Zeros.
000156 01  Voided-Cert-Area.
000156     03  Voided-Cert Occurs 0 To 5000 Times
000156             Depending On Voided-Cert-Count
000156             Indexed By Voided-Cert-Index
000156                             Pic X(12).
000157 01  Date-And-Time-Area.
000158     03  Work-Date            Pic 9(6).
000159     03  Work-Date-X          Redefines Work-Date.
000160         05  Date-YY          Pic 99.
000161         05  Date-MM          Pic 99.
000162         05  Date-DD          Pic 99.
000163     03  Work-Time            Pic 9(8).
000164 01  Today-MMDDYYYY.
000165     03  Today-MM             Pic 99.
000166     03  Today-DD             Pic 99.
000167     03  Today-YYYY           Pic 9(4).
000168 01  Today-MMDDYYYY-N Redefines Today-MMDDYYYY Pic 9(8).
000169 01  Heading-Line-1.
000170     03  Filler      Pic X(12) Value "Created by:".
000171     03  Filler      Pic X(8)  Value "CHAPT25X".
000172     03  Filler      Pic X(26)
000173         Value "  Payout Release Review".
000174     03  Heading-Date Pic 99/99/9999.
000175     03  Filler      Pic X(6)  Value Spaces.
000176     03  Filler      Pic X(5)  Value "Page".
000177     03  Page-No     Pic Z(4)9 Value Zeros.
000178 01  Heading-Line-2.
000179     03  Filler      Pic X(4)  Value "Run".
000180     03  Heading-Program Pic X(8).
000181     03  Filler      Pic X(4)  Value " Of".
000182     03  Heading-Run-Date Pic 99/99/9999.
000183     03  Filler      Pic X(9)  Value "  Run By ".
000184     03  Heading-Run-Operator Pic X(4).
000185     03  Filler      Pic X(14) Value "  Reviewed By".
000186     03  Heading-Reviewer Pic X(4).
000187 01  Staged-Line.
000188     03  Filler              Pic X(2)  Value Spaces.
000189     03  Filler              Pic X(11) Value "ACH Staged".
000190     03  Staged-Ach-Out      Pic X(12).
000191     03  Filler              Pic X(11) Value "  For".
000192     03  Staged-Target-Out   Pic X(12).
000193     03  Filler              Pic X(10) Value "  Checks".
000194     03  Staged-Print-Out    Pic X(12).
000195 01  Section-Line            Pic X(60) Value Spaces.
000196 01  Ach-Detail-Line.
000197     03  Filler              Pic X(2)  Value Spaces.
000198     03  Ach-Line-Dealer     Pic X(15).
000199     03  Filler              Pic X     Value Spaces.
000200     03  Ach-Line-Name       Pic X(22).
000201     03  Filler              Pic X     Value Spaces.
000202     03  Ach-Line-Routing    Pic X(9).
000203     03  Filler              Pic X     Value Spaces.
000204     03  Ach-Line-Amount     Pic ZZ,ZZZ,ZZ9.99.
000205     03  Filler              Pic X     Value Spaces.
000206     03  Ach-Line-Note       Pic X(7).
000207 01  Check-Detail-Line.
000208     03  Filler              Pic X(2)  Value Spaces.
000209     03  Check-Line-Account  Pic X(8).
000210     03  Filler              Pic X     Value Spaces.
000211     03  Check-Line-Number   Pic Z(9)9.
000212     03  Filler              Pic X(2)  Value Spaces.
000213     03  Check-Line-Type     Pic X.
000214     03  Filler              Pic X     Value Spaces.
000215     03  Check-Line-Payee    Pic X(8).
000216     03  Filler              Pic X(17) Value Spaces.
000217     03  Check-Line-Amount   Pic ZZ,ZZZ,ZZ9.99-.
000218 01  Total-Line.
000219     03  Filler              Pic X(2)  Value Spaces.
000220     03  Total-Label         Pic X(34).
000221     03  Total-Count         Pic ZZ,ZZ9.
000222     03  Filler              Pic X(4)  Value Spaces.
000223     03  Total-Amount        Pic ZZZ,ZZZ,ZZ9.99-.
000224 01  Line-Count           Pic 99          Value 99.
000225 01  Page-Count           Pic 9(4)        Value Zeros.
000226 01  Max-Lines            Pic 99          Value 60.
000227 01  Spool-Catalog-Name    Pic X(8) Value "CHAPT25X".
000228 01  Spool-Catalog-File    Pic X(12) Value "RPT25X.SPL".
000229 Procedure Division.
000230 Chapt25x-Start.
000231     Display "Begin Payout Release Approval Chapt25x"
000232     Accept Work-Date From Date
000233     Move Date-MM To Today-MM
000234     Move Date-DD To Today-DD
000235     Move 2000 To Today-YYYY
000236     Add Date-YY To Today-YYYY
000237     Perform Load-Current-Operator
000238     Perform Load-Release-Table
000239     Perform Find-Pending-Run
000240     If Not Run-Found
000241        Display "No Payout Run Is Awaiting Release"
000242        Stop Run
000243     End-If
000244     Display "Payout Run " Review-Program " Of " Review-Run-Date
000245             " Run By " Review-Run-Operator
000246     If Current-Oper-Level < Supervisor-Level
000247        Move "L" To Approval-Action
000248        Perform Log-Refusal
000249        Display "Supervisor Authorization Required"
000250        Stop Run
000251     End-If
000252* The Second Pair Of Eyes Must Really Be A Second Pair
000253     Move Space To Same-Operator-Flag
000254     Perform Check-Run-Operator
000255             Varying Release-Index From 1 By 1
000256             Until Release-Index > Release-Count
000257     If Same-Operator Or Current-Operator = Spaces
000258        Move "D" To Approval-Action
000259        Perform Log-Refusal
000260        Display "The Operator Who Ran The Payouts "
000261                "Cannot Release Them"
000262        Stop Run
000263     End-If
000264     Perform Print-Review-Summary
000265     Display "ACH Credits In Staged Files " Staged-Ach-Count
000266             " For " Staged-Ach-Total
000267     Display "Prenotes In Staged Files    " Staged-Prenote-Count
000268     Display "Checks On The Check Register" Register-Check-Count
000269             " For " Register-Check-Total
000270     Display "The Run Reported ACH        " Run-Ach-Count
000271             " For " Run-Ach-Total
000272     Display "The Run Reported Checks     " Run-Check-Count
000273             " For " Run-Check-Total
000274     Display "Summary Printed To RPT25X.SPL"
000275     Display "A-Approve And Release, R-Reject, "
000276             "Enter-Leave Pending: "
000277     Accept Decision
000278     Evaluate True
000279        When Approve-Decision
000280             Perform Release-The-Run
000281             Move "A" To Approval-Action
000282             Perform Log-Decision
000283             Perform Rewrite-Release-File
000284             Display "Payout Run Released, Files Moved "
000285                     Files-Released
000285             Display "Store Credit Certificates Released "
000285                     Certificates-Changed
000286        When Reject-Decision
000286             Perform Reject-The-Run
000290             Move "J" To Approval-Action
000291             Perform Log-Decision
000292             Perform Rewrite-Release-File
000292             Display "Payout Run Rejected, Payouts Reversed "
000292                     Payouts-Reversed
000292             Display "Store Credit Certificates Voided "
000292                     Certificates-Changed
000292             Display "Reversed Payouts Held For The Next Run"
000292             Display "Void Its Checks With Chapt23t To Hold Them "
000292                     "For The Next Run As Well"
000295        When Other
000296             Display "Payout Run Left Pending"
000297     End-Evaluate
000298     Stop Run
000299     .
000300 Load-Current-Operator.
000301* The Menu Records The Signed-On Operator In CurrOper.TXT
000302     Open Input Current-Operator-File
000303     If Current-Operator-Status = "00"
000304        Read Current-Operator-File
000305             At End Continue
000306             Not At End
000307                Move Curr-Oper-Id To Current-Operator
000308                Move Curr-Oper-Level To Current-Oper-Level
000309        End-Read
000310        Close Current-Operator-File
000311     End-If
000312     .
000313 Load-Release-Table.
000314     Move Space To File-Done-Flag
000315     Open Input Payout-Release-File
000316     If Payout-Release-Status Not = "00"
000317        Set File-Done To True
000318     End-If
000319     Perform Load-One-Release Until File-Done
000320     If Payout-Release-Status = "00" Or
000321        Payout-Release-Status = "10"
000322        Close Payout-Release-File
000323     End-If
000324     .
000325 Load-One-Release.
000326     Read Payout-Release-File
000327          At End Set File-Done To True
000328          Not At End
000328             If Release-Count < 5000
000330                Add 1 To Release-Count
000331                Move Payout-Release-Record To
000332                     Release-Row (Release-Count)
000333                Move Rel-Status-Code To
000334                     Release-Row-Status (Release-Count)
000335                Move Space To Release-In-Group (Release-Count)
000336             Else
000337                Display "PayRel.TXT Over The Table Limit"
000338                Stop Run
000339             End-If
000340     End-Read
000341     .
000342 Find-Pending-Run.
000343     Move Space To Run-Found-Flag
000344     Set Release-Index To 1
000345     Search Release-Entry
000346          At End
000347             Continue
000348          When Release-Row-Pending (Release-Index)
000349             Set Run-Found To True
000350             Move Release-Row (Release-Index) To
000351                  Payout-Release-Record
000352             Move Rel-Program To Review-Program
000353             Move Rel-Run-Date To Review-Run-Date
000354             Move Rel-Run-Operator To Review-Run-Operator
000355     End-Search
000356     If Run-Found
000357        Perform Mark-Review-Group
000358                Varying Release-Index From 1 By 1
000359                Until Release-Index > Release-Count
000360     End-If
000361     .
000362 Mark-Review-Group.
000363     Move Release-Row (Release-Index) To Payout-Release-Record
000364     If Rel-Pending And Rel-Program = Review-Program
000365        And Rel-Run-Date = Review-Run-Date
000366        Set In-Review-Group (Release-Index) To True
000367     End-If
000368     .
000369 Check-Run-Operator.
000370     Move Release-Row (Release-Index) To Payout-Release-Record
000371     If In-Review-Group (Release-Index) And
000372        Rel-Run-Operator = Current-Operator
000373        Set Same-Operator To True
000374     End-If
000375     .
000376 Print-Review-Summary.
000377     Open Output Report-File
000378     Move Today-MMDDYYYY-N To Heading-Date
000379     Move Review-Program To Heading-Program
000380     Move Review-Run-Date To Heading-Run-Date
000381     Move Review-Run-Operator To Heading-Run-Operator
000382     Move Current-Operator To Heading-Reviewer
000383     Perform Heading-Routine
000384     Move "ACH Entries In The Staged Files" To Section-Line
000385     Perform Print-Section-Line
000386     Perform Summarize-Group-Row
000387             Varying Release-Index From 1 By 1
000388             Until Release-Index > Release-Count
000389     Move "Checks Issued By The Run On The Check Register"
000390          To Section-Line
000391     Perform Print-Section-Line
000392     Perform Summarize-Register-Checks
000393     Move "Run Totals" To Section-Line
000394     Perform Print-Section-Line
000395     Move "ACH Credits In The Staged Files" To Total-Label
000396     Move Staged-Ach-Count To Total-Count
000397     Move Staged-Ach-Total To Total-Amount
000398     Perform Print-Total-Line
000399     Move "ACH Credits The Run Reported" To Total-Label
000400     Move Run-Ach-Count To Total-Count
000401     Move Run-Ach-Total To Total-Amount
000402     Perform Print-Total-Line
000403     Move "Prenotes In The Staged Files" To Total-Label
000404     Move Staged-Prenote-Count To Total-Count
000405     Move Zeros To Total-Amount
000406     Perform Print-Total-Line
000407     Move "Checks On The Check Register" To Total-Label
000408     Move Register-Check-Count To Total-Count
000409     Move Register-Check-Total To Total-Amount
000410     Perform Print-Total-Line
000411     Move "Checks The Run Reported" To Total-Label
000412     Move Run-Check-Count To Total-Count
000413     Move Run-Check-Total To Total-Amount
000414     Perform Print-Total-Line
000415* A Restart Reports Only Its Own Share, So A Difference Is For
000416* The Reviewer To Explain Rather Than A Bar To Release
000417     If Staged-Ach-Total Not = Run-Ach-Total Or
000418        Register-Check-Total Not = Run-Check-Total
000419        Move "** The Run's Figures And The Files Differ - Explain"
000420             To Section-Line
000421        Perform Print-Section-Line
000422        Display "The Run's Figures And The Files Differ"
000423     End-If
000424     Close Report-File
000425     Call "Chapt25d" Using Spool-Catalog-Name
000426          Spool-Catalog-File Page-Count
000427     .
000428 Summarize-Group-Row.
000429     If In-Review-Group (Release-Index)
000430        Move Release-Row (Release-Index) To Payout-Release-Record
000431        Add Rel-Check-Count To Run-Check-Count
000432        Add Rel-Check-Total To Run-Check-Total
000433        Add Rel-Ach-Count To Run-Ach-Count
000434        Add Rel-Ach-Total To Run-Ach-Total
000435        Move Rel-Ach-Staged To Staged-Ach-Out
000436        Move Rel-Ach-Target To Staged-Target-Out
000437        Move Rel-Print-Staged To Staged-Print-Out
000438        If Line-Count >= Max-Lines
000439           Perform Heading-Routine
000440        End-If
000441        Write Report-Record From Staged-Line After 2
000442        Add 2 To Line-Count
000443        Move Rel-Ach-Staged To Staged-File-Name
000444        Move Space To File-Done-Flag
000445        Open Input Staged-Ach-File
000446        If Staged-Status Not = "00"
000447           Set File-Done To True
000448        End-If
000449        Perform Summarize-One-Ach-Row Until File-Done
000450        If Staged-Status = "00" Or Staged-Status = "10"
000451           Close Staged-Ach-File
000452        End-If
000453     End-If
000454     .
000455 Summarize-One-Ach-Row.
000456     Read Staged-Ach-File
000457          At End Set File-Done To True
000458          Not At End
000459             If Stg-Record-Type = "6"
000460                Perform Print-Ach-Entry
000461             End-If
000462     End-Read
000463     .
000464 Print-Ach-Entry.
000465     Move Stg-Dealer-Id To Ach-Line-Dealer
000466     Move Stg-Dealer-Name To Ach-Line-Name
000467     Move Stg-Routing To Ach-Line-Routing
000468     Move Stg-Amount To Ach-Line-Amount
000469* Tran Code 23 Is A Zero-Dollar Prenote, 22 A Live Credit
000470     If Stg-Tran-Code = 23
000471        Move "PRENOTE" To Ach-Line-Note
000472        Add 1 To Staged-Prenote-Count
000473     Else
000474        Move Spaces To Ach-Line-Note
000475        Add 1 To Staged-Ach-Count
000476        Add Stg-Amount To Staged-Ach-Total
000477     End-If
000478     If Line-Count >= Max-Lines
000479        Perform Heading-Routine
000480     End-If
000481     Write Report-Record From Ach-Detail-Line After 1
000482     Add 1 To Line-Count
000483     .
000484 Summarize-Register-Checks.
000485     Move Space To File-Done-Flag
000486     Open Input Check-Register-File
000487     If Not Check-Register-Success
000488        Set File-Done To True
000489     End-If
000490     Perform Summarize-One-Check Until File-Done
000491     If Check-Register-Success Or Check-Register-Status = "10"
000492        Close Check-Register-File
000493     End-If
000494     .
000495 Summarize-One-Check.
000496     Read Check-Register-File
000497          At End Set File-Done To True
000498          Not At End
000499             If Reg-Issued And Reg-Program = Review-Program
000500                And Reg-Issue-Date = Review-Run-Date
000501                And Reg-Amount > Zero
000502                Perform Print-Check-Entry
000503             End-If
000504     End-Read
000505     .
000506 Print-Check-Entry.
000507     Move Reg-Account To Check-Line-Account
000508     Move Reg-Check-Number To Check-Line-Number
000509     Move Reg-Payee-Type To Check-Line-Type
000510     Move Reg-Payee To Check-Line-Payee
000511     Move Reg-Amount To Check-Line-Amount
000512     Add 1 To Register-Check-Count
000513     Add Reg-Amount To Register-Check-Total
000514     If Line-Count >= Max-Lines
000515        Perform Heading-Routine
000516     End-If
000517     Write Report-Record From Check-Detail-Line After 1
000518     Add 1 To Line-Count
000519     .
000520 Release-The-Run.
000521     Open Output Print-File
000522     Perform Release-Group-Row
000523             Varying Release-Index From 1 By 1
000524             Until Release-Index > Release-Count
000525     Close Print-File
000525     If Review-Program = "CHAPT20C"
000525        Set Activate-Certificates To True
000525        Perform Update-Pending-Certificates
000525     End-If
000526     .
000527 Release-Group-Row.
000528     If In-Review-Group (Release-Index)
000529        Move Release-Row (Release-Index) To Payout-Release-Record
000530        Perform Release-Ach-File
000531        Perform Release-Print-File
000532        Set Rel-Released To True
000533        Perform Stamp-Review
000534     End-If
000535     .
000536 Release-Ach-File.
000537* The Staged File Is Emptied Once Copied So It Can Never Be Sent
000538* A Second Time
000539     Move Rel-Ach-Staged To Staged-File-Name
000540     Move Rel-Ach-Target To Target-File-Name
000541     Move Space To File-Done-Flag Staged-Rows-Flag
000542     Open Input Staged-Ach-File
000543     If Staged-Status Not = "00"
000544        Set File-Done To True
000545     End-If
000546     Perform Copy-One-Ach-Row Until File-Done
000547     If Staged-Status = "00" Or Staged-Status = "10"
000548        Close Staged-Ach-File
000549     End-If
000550     If Staged-Rows-Found
000551        Close Ach-Target-File
000552        Open Output Staged-Ach-File
000553        Close Staged-Ach-File
000554        Add 1 To Files-Released
000555     End-If
000556     .
000557 Copy-One-Ach-Row.
000558     Read Staged-Ach-File
000559          At End Set File-Done To True
000560          Not At End
000561             If Not Staged-Rows-Found
000562                Open Output Ach-Target-File
000563                Set Staged-Rows-Found To True
000564             End-If
000565             Write Ach-Target-Record From Staged-Ach-Record
000566     End-Read
000567     .
000568 Release-Print-File.
000569     Move Rel-Print-Staged To Staged-File-Name
000570     Move Space To File-Done-Flag Staged-Rows-Flag
000571     Open Input Staged-Print-File
000572     If Staged-Status Not = "00"
000573        Set File-Done To True
000574     End-If
000575     Perform Print-One-Staged-Line Until File-Done
000576     If Staged-Status = "00" Or Staged-Status = "10"
000577        Close Staged-Print-File
000578     End-If
000579     If Staged-Rows-Found
000580        Open Output Staged-Print-File
000581        Close Staged-Print-File
000582        Add 1 To Files-Released
000583     End-If
000584     .
000585 Print-One-Staged-Line.
000586     Read Staged-Print-File
000587          At End Set File-Done To True
000588          Not At End
000589             Set Staged-Rows-Found To True
000590             Write Print-Record From Staged-Print-Line After 1
000591     End-Read
000592     .
000592 Reject-The-Run.
000592* What The Run Paid Is Read Back From Its Staged ACH Files Before
000592* They Are Emptied
000592     Move Zeros To Reject-Count Voided-Cert-Count
000592     Perform Collect-Group-Credits
000592             Varying Release-Index From 1 By 1
000592             Until Release-Index > Release-Count
000592     If Review-Program = "CHAPT25R"
000592        Perform Reverse-Corporate-Payouts
000592     Else
000592        Set Void-Certificates To True
000592        Perform Update-Pending-Certificates
000592        Perform Reverse-Store-Payouts
000598     End-If
000598     Perform Reject-Group-Row
000598             Varying Release-Index From 1 By 1
000598             Until Release-Index > Release-Count
000599     .
000599 Collect-Group-Credits.
000594     If In-Review-Group (Release-Index)
000595        Move Release-Row (Release-Index) To Payout-Release-Record
000595        Move Rel-Ach-Staged To Staged-File-Name
000595        Move Space To File-Done-Flag
000595        Open Input Staged-Ach-File
000595        If Staged-Status Not = "00"
000595           Set File-Done To True
000595        End-If
000595        Perform Collect-One-Credit Until File-Done
000595        If Staged-Status = "00" Or Staged-Status = "10"
000595           Close Staged-Ach-File
000595        End-If
000595     End-If
000595     .
000595 Collect-One-Credit.
000595     Read Staged-Ach-File
000595          At End Set File-Done To True
000595          Not At End
000595             If Stg-Record-Type = "6" And Stg-Tran-Code = 22
000595                Perform Add-Ach-Reject
000595             End-If
000595     End-Read
000595     .
000595* The Staged ACH Dealer Id Begins With The Dealer Number
000595 Add-Ach-Reject.
000595     Set Reject-Index To 1
000595     Search Reject-Entry
000595          At End
000595             If Reject-Count < 5000
000595                Add 1 To Reject-Count
000595                Move Stg-Dealer-Id (1:8) To
000595                     Reject-Dealer (Reject-Count)
000595                Move "A" To Reject-Method (Reject-Count)
000595                Move Spaces To Reject-Reference (Reject-Count)
000595                Move Stg-Amount To Reject-Amount (Reject-Count)
000595                Move Zeros To Reject-Share (Reject-Count)
000595                              Reject-Found (Reject-Count)
000595             Else
000595                Display "Staged ACH Credits Over The Table Limit"
000595                Stop Run
000595             End-If
000595          When Reject-Dealer (Reject-Index) = Stg-Dealer-Id (1:8)
000595             Add Stg-Amount To Reject-Amount (Reject-Index)
000595     End-Search
000595     .
000595 Update-Pending-Certificates.
000595* Chapt20c Issues Store Credit Certificates Pending, Dated The Run
000595     Move "Journal.TXT" To Journal-File-Name
000595     Move Space To File-Done-Flag
000595     Open I-O Gift-Cert-File
000595     If Gift-Cert-Success
000595        Open Extend Journal-File
000595        Perform Update-One-Certificate Until File-Done
000595        Close Gift-Cert-File
000595              Journal-File
000595     End-If
000595     .
000595 Update-One-Certificate.
000595     Read Gift-Cert-File
000595          At End Set File-Done To True
000595          Not At End
000595             If Cert-Pending-Release And
000595                Cert-Issue-Date = Review-Run-Date
000595                Perform Change-Pending-Certificate
000595             End-If
000595     End-Read
000595     .
000595 Change-Pending-Certificate.
000595     If Activate-Certificates
000595        Set Cert-Outstanding To True
000595     Else
000595        Set Cert-Voided To True
000595        Move Zeros To Cert-Remaining-Value
000595        If Voided-Cert-Count < 5000
000595           Add 1 To Voided-Cert-Count
000595           Move Cert-Number To Voided-Cert (Voided-Cert-Count)
000595        Else
000595           Display "Certificate " Cert-Number
000595                   " Voided - Reverse Its Credit By Hand"
000595        End-If
000595     End-If
000595     Move Spaces To Journal-Record
000595     Move "GIFTCERT" To Jrn-File-Id
000595     Move "R" To Jrn-Action
000595     Move Cert-Number To Jrn-Key
000595     Move Gift-Cert-Record To Jrn-Image
000595     Perform Write-Journal-Record
000595     Rewrite Gift-Cert-Record
000595     Add 1 To Certificates-Changed
000595     .
000595 Reverse-Store-Payouts.
000595* A Chapt20c Run: Each ACH Credit And Voided Certificate Gets A
000595* Reversing Payment History Row And A REJECTED RUN Hold, Which
000595* The Next Chapt20c Run Releases And Pays
000595     Move "PayHist.TXT" To History-File-Name
000595     Move "Journal.TXT" To Journal-File-Name
000595     If Voided-Cert-Count > Zero
000595        Move Space To File-Done-Flag
000595        Open Input Payment-History-File
000595        If Payment-History-Status Not = "00"
000595           Set File-Done To True
000595        End-If
000595        Perform Collect-One-Credit-Row Until File-Done
000595        If Payment-History-Status = "00" Or
000595           Payment-History-Status = "10"
000595           Close Payment-History-File
000595        End-If
000595     End-If
000595     Open Extend Payment-History-File
000595                 Journal-File
000595                 Pay-Hold-File
000595     Perform Reverse-One-Payout
000595             Varying Reject-Index From 1 By 1
000595             Until Reject-Index > Reject-Count
000595     Close Payment-History-File
000595           Journal-File
000595           Pay-Hold-File
000595     .
000595 Collect-One-Credit-Row.
000595     Read Payment-History-File
000595          At End Set File-Done To True
000595          Not At End
000595             If Hist-Payment-Method = "S" And
000595                Hist-Payment-Date = Review-Run-Date And
000595                Hist-Payment-Amount > Zero
000595                Perform Match-Voided-Certificate
000595             End-If
000595     End-Read
000595     .
000595 Match-Voided-Certificate.
000595     Set Voided-Cert-Index To 1
000595     Search Voided-Cert
000595          At End
000595             Continue
000595          When Voided-Cert (Voided-Cert-Index) = Hist-Check-Number
000595             Perform Add-Credit-Reject
000595     End-Search
000595     .
000595 Add-Credit-Reject.
000595     If Reject-Count < 5000
000595        Add 1 To Reject-Count
000595        Move Hist-Dealer-Number To Reject-Dealer (Reject-Count)
000595        Move "S" To Reject-Method (Reject-Count)
000595        Move Hist-Check-Number To Reject-Reference (Reject-Count)
000595        Move Hist-Payment-Amount To Reject-Amount (Reject-Count)
000595        Move Zeros To Reject-Share (Reject-Count)
000595                      Reject-Found (Reject-Count)
000595     Else
000595        Display "Certificate " Hist-Check-Number
000595                " Voided - Reverse Its Credit By Hand"
000595     End-If
000595     .
000595 Reverse-One-Payout.
000595     Move Reject-Amount (Reject-Index) To
000595          Reject-Share (Reject-Index)
000595     Perform Write-Reversing-History
000595     Move Spaces To Pay-Hold-Record
000595     Move Reject-Dealer (Reject-Index) To Hold-Dealer
000595     Move Today-MMDDYYYY-N To Hold-Date
000595     Move Reject-Amount (Reject-Index) To Hold-Amount
000595     Move "REJECTED RUN" To Hold-Reason
000595     Write Pay-Hold-Record
000595     .
000595* The Reversing Row Is Dated With The Run It Cancels So The Year's
000595* Payments Net Out, And Carries REJECTED As Its Cleared Date
000595 Write-Reversing-History.
000595     Move Spaces To Payment-History-Record
000595     Move Reject-Dealer (Reject-Index) To Hist-Dealer-Number
000595     Move Reject-Reference (Reject-Index) To Hist-Check-Number
000595     Move Review-Run-Date To Hist-Payment-Date
000595     Compute Hist-Payment-Amount =
000595             Zero - Reject-Share (Reject-Index)
000595     Move "REJECTED" To Hist-Cleared-Date
000595     Move Reject-Method (Reject-Index) To Hist-Payment-Method
000595     Move Zeros To Hist-Backup-Withheld
000595     Move Spaces To Journal-Record
000595     Move "PAYHIST" To Jrn-File-Id
000595     Move "W" To Jrn-Action
000595     Move Hist-Dealer-Number To Jrn-Key
000595     Move Payment-History-Record To Jrn-Image
000595     Perform Write-Journal-Record
000595     Write Payment-History-Record
000595     Add 1 To Payouts-Reversed
000595     .
000595 Reverse-Corporate-Payouts.
000595* A Chapt25r Run Posts Each Dealer's Credit Store By Store, So
000595* Each Store's Share Is Reversed On That Store's Payment History
000595* And Carried On CorpCarry.TXT For The Next Chapt25r Run
000595     Move Space To Directory-Done-Flag
000595     Open Input Store-Directory-File
000595     If Not Store-Directory-Success
000595        Set Directory-Done To True
000595     End-If
000595     Perform Reverse-One-Store Until Directory-Done
000595     If Store-Directory-Success Or Store-Directory-Status = "10"
000595        Close Store-Directory-File
000595     End-If
000595     Perform Check-Reject-Found
000595             Varying Reject-Index From 1 By 1
000595             Until Reject-Index > Reject-Count
000595     .
000595 Reverse-One-Store.
000595     Read Store-Directory-File
000595          At End Set Directory-Done To True
000595          Not At End
000595             Perform Reverse-Store-Shares
000595     End-Read
000595     .
000595 Reverse-Store-Shares.
000595     Move Spaces To History-File-Name Journal-File-Name
000595     String Dir-Data-Path Delimited By Space
000595            "PayHist.TXT" Delimited By Size
000595            Into History-File-Name
000595     String Dir-Data-Path Delimited By Space
000595            "Journal.TXT" Delimited By Size
000595            Into Journal-File-Name
000595     Perform Clear-Reject-Share
000595             Varying Reject-Index From 1 By 1
000595             Until Reject-Index > Reject-Count
000595     Move Space To File-Done-Flag
000595     Open Input Payment-History-File
000595     If Payment-History-Status Not = "00"
000595        Set File-Done To True
000595     End-If
000595     Perform Collect-One-Share-Row Until File-Done
000595     If Payment-History-Status = "00" Or
000595        Payment-History-Status = "10"
000595        Close Payment-History-File
000595     End-If
000595     Open Extend Payment-History-File
000595                 Journal-File
000595                 Corp-Carry-File
000595     Perform Reverse-One-Share
000595             Varying Reject-Index From 1 By 1
000595             Until Reject-Index > Reject-Count
000595     Close Payment-History-File
000595           Journal-File
000595           Corp-Carry-File
000595     .
000595 Clear-Reject-Share.
000595     Move Zeros To Reject-Share (Reject-Index)
000595     .
000595* Rows Already Reversed By An Earlier Rejection Of The Same Day
000595* Net Out Against Their Originals
000595 Collect-One-Share-Row.
000595     Read Payment-History-File
000595          At End Set File-Done To True
000595          Not At End
000595             If Hist-Payment-Method = "A" And
000595                Hist-Payment-Date = Review-Run-Date
000595                Perform Add-Store-Share
000595             End-If
000595     End-Read
000595     .
000595 Add-Store-Share.
000595     Set Reject-Index To 1
000595     Search Reject-Entry
000595          At End
000595             Continue
000595          When Reject-Dealer (Reject-Index) = Hist-Dealer-Number
000595             Add Hist-Payment-Amount To
000595                 Reject-Share (Reject-Index)
000595     End-Search
000595     .
000595 Reverse-One-Share.
000595     If Reject-Share (Reject-Index) > Zero
000595        Perform Write-Reversing-History
000595        Move Spaces To Corp-Carry-Record
000595        Move Reject-Dealer (Reject-Index) To Carry-Dealer
000595        Move Dir-Store-Number To Carry-Store
000595        Move Review-Run-Date To Carry-Since
000595        Move Reject-Share (Reject-Index) To Carry-Amount
000595        Move "REJECTED RUN" To Carry-Reason
000595        Write Corp-Carry-Record
000595        Add Reject-Share (Reject-Index) To
000595            Reject-Found (Reject-Index)
000595     End-If
000595     .
000595 Check-Reject-Found.
000595     If Reject-Found (Reject-Index) Not =
000595        Reject-Amount (Reject-Index)
000595        Display "Dealer " Reject-Dealer (Reject-Index)
000595                " ACH Credit " Reject-Amount (Reject-Index)
000595                " Reversed " Reject-Found (Reject-Index)
000595                " - Correct The Difference By Hand"
000595     End-If
000595     .
000593 Reject-Group-Row.
000593     If In-Review-Group (Release-Index)
000593        Move Release-Row (Release-Index) To Payout-Release-Record
000593        Perform Empty-Staged-Files
000596        Set Rel-Rejected To True
000597        Perform Stamp-Review
000597     End-If
000597     .
000597* A Rejected Run's Staged Files Are Emptied As A Released Run's
000597* Are, So Nothing Of It Can Be Sent Or Printed Later
000597 Empty-Staged-Files.
000597     If Rel-Ach-Staged Not = Spaces
000597        Move Rel-Ach-Staged To Staged-File-Name
000597        Open Output Staged-Ach-File
000597        Close Staged-Ach-File
000597     End-If
000597     If Rel-Print-Staged Not = Spaces
000597        Move Rel-Print-Staged To Staged-File-Name
000597        Open Output Staged-Print-File
000597        Close Staged-Print-File
000597     End-If
000597     .
000600 Stamp-Review.
000601     Accept Work-Time From Time
000602     Move Current-Operator To Rel-Review-Operator
000603     Move Today-MMDDYYYY-N To Rel-Review-Date
000604     Move Work-Time (1:6) To Rel-Review-Time
000605     Move Payout-Release-Record To Release-Row (Release-Index)
000606     Move Rel-Status-Code To Release-Row-Status (Release-Index)
000607     .
000608 Rewrite-Release-File.
000609     Open Output Payout-Release-File
000610     Perform Write-One-Release
000611             Varying Release-Index From 1 By 1
000612             Until Release-Index > Release-Count
000613     Close Payout-Release-File
000614     .
000615 Write-One-Release.
000616     Move Release-Row (Release-Index) To Payout-Release-Record
000617     Write Payout-Release-Record
000618     .
000619 Log-Refusal.
000620     Move Spaces To Payout-Approval-Record
000621     Move Approval-Action To Appr-Action
000622     Move Zeros To Appr-Check-Total Appr-Ach-Total
000623     Perform Write-Approval-Row
000624     .
000625 Log-Decision.
000626     Move Spaces To Payout-Approval-Record
000627     Move Approval-Action To Appr-Action
000628     Move Register-Check-Total To Appr-Check-Total
000629     Move Staged-Ach-Total To Appr-Ach-Total
000630     Perform Write-Approval-Row
000631     .
000632 Write-Approval-Row.
000633     Accept Work-Time From Time
000634     Move Today-MMDDYYYY-N To Appr-Date
000635     Move Work-Time (1:6) To Appr-Time
000636     Move Current-Operator To Appr-Operator
000637     Move Review-Program To Appr-Program
000638     Move Review-Run-Date To Appr-Run-Date
000639     Move Review-Run-Operator To Appr-Run-Operator
000640     Open Extend Approval-Log-File
000641     Write Payout-Approval-Record
000642     Close Approval-Log-File
000643     .
000643 Write-Journal-Record.
000643     Accept Journal-Stamp-Date From Date
000643     Accept Journal-Stamp-Time From Time
000643     Move 20 To Jrn-Date (1:2)
000643     Move Journal-Stamp-Date To Jrn-Date (3:6)
000643     Move Journal-Stamp-Time (1:6) To Jrn-Time
000643     Move Journal-Program-Id To Jrn-Program
000643     Write Journal-Record
000643     .
000644 Print-Total-Line.
000645     If Line-Count >= Max-Lines
000646        Perform Heading-Routine
000647     End-If
000648     Write Report-Record From Total-Line After 1
000649     Add 1 To Line-Count
000650     .
000651 Print-Section-Line.
000652     If Line-Count >= Max-Lines - 2
000653        Perform Heading-Routine
000654     End-If
000655     Write Report-Record From Section-Line After 2
000656     Add 2 To Line-Count
000657     Move Spaces To Section-Line
000658     .
000659 Heading-Routine.
000660     Add 1 To Page-Count
000661     Move Page-Count To Page-No
000662     If Page-Count = 1
000663        Write Report-Record From Heading-Line-1 After Zero
000664     Else
000665        Write Report-Record From Heading-Line-1 After Page
000666     End-If
000667     Write Report-Record From Heading-Line-2 After 1
000668     Move 3 To Line-Count
000669     .
