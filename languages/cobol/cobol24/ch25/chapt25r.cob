000010 @OPTIONS MAIN,TEST
000020 Identification Division.
000030 Program-Id.  Chapt25r.
000031* Corporate Consolidated Dealer Payout
000032* Reads Every Store's Payout.TXT Through StoreDir.TXT And Nets
000033* Each Dealer Across Stores - Tier Adjustments, Open Rent,
000034* Chargebacks And Advances At Every Store Come Out Of The One
000035* Combined Figure - Then Issues One Check Or ACH Credit.  Each
000036* Store's PayHist.TXT Gets Its Share Of The Payment And The
000037* Intercompany Settlement Report Shows What Each Store Owes
000038* The Paying Entity.  A Dealer On Onboarding Or Termination
000039* Hold At Any Store Is Left In The Store Payout Files For The
000040* Store's Own Chapt20c Run; Every Row Paid Here Is Taken Out
000040* A Dealer Under An Open Garnishment Order At Any Store Is Also
000040* Left To That Store, Whose Chapt20c Run Withholds And Remits It
000040* The ACH File And The Checks With Their Statements Are Staged
000040* Pending Release On PayRel.TXT Until A Second Supervisor
000040* Approves The Run With Chapt25x
000041* Check Numbers Come From The Chapt23s Check Stock Control; The
000041* Parameter Is Only Needed To Restart At A Given Check Number
000041 Environment Division.
000042 Configuration Section.
000043 Source-Computer.  IBM-PC.
000044 Object-Computer.  IBM-PC.
000045 Input-Output  Section.
000046 File-Control.
000047     Select Report-File Assign To "RPT25R.SPL".
000048     Select Optional Store-Directory-File Assign To
000049                     "StoreDir.TXT"
000050         Organization Is Line Sequential
000051         File Status  Is Store-Directory-Status.
000052     Select Optional Payout-File Assign To Store-Payout-Name
000053            Organization Is Line Sequential
000054            File Status  Is Payout-Status.
000055     Select Payout-Out-File Assign To Store-Payout-Name
000056            Organization Is Line Sequential
000057            File Status  Is Payout-Out-Status.
000058     Select Dealer-File Assign To Store-Dealer-Name
000059            Organization Indexed
000060            Access Random
000061            Record Key Dealer-Number
000062            File Status Dealer-Status.
000063     Select Optional Payment-History-File Assign To
000064                     Store-History-Name
000065            Organization Is Line Sequential
000066            File Status  Is Pay-History-Status.
000067     Select Optional Payment-History-In-File Assign To
000068                     Store-History-Name
000069            Organization Is Line Sequential
000070            File Status  Is Pay-History-In-Status.
000071     Select Optional Rent-Invoice-File Assign To
000072                     Store-Invoice-Name
000073            Organization Indexed
000074            Access Dynamic
000075            Record Key Invoice-Number
000076            Alternate Record Key Invoice-Dealer
000077                With Duplicates
000078            File Status Rent-Invoice-Status.
000079     Select Optional Receivable-File Assign To
000080                     Store-Receivable-Name
000081            Organization Indexed
000082            Access Dynamic
000083            Record Key Recv-Number
000084            Alternate Record Key Recv-Dealer
000085                With Duplicates
000086            File Status Receivable-Status.
000087     Select Optional Rent-Ledger-File Assign To
000088                     Store-Rent-Ledger-Name
000089            Organization Is Line Sequential
000090            File Status  Is Rent-Ledger-Status.
000091     Select Optional Advance-File Assign To Store-Advance-Name
000092            Organization Is Line Sequential
000093            File Status  Is Advance-File-Status.
000094     Select Optional Advance-Out-File Assign To
000095                     Store-Advance-Name
000096            Organization Is Line Sequential
000097            File Status  Is Advance-Out-Status.
000098     Select Optional Comm-Adjust-File Assign To
000099                     Store-Comm-Adjust-Name
000100            Organization Is Line Sequential
000101            File Status  Is Comm-Adjust-Status.
000102     Select Optional Comm-Adjust-Out-File Assign To
000103                     Store-Comm-Adjust-Name
000104            Organization Is Line Sequential
000105            File Status  Is Comm-Adjust-Out-Status.
000106     Select Optional Journal-File Assign To Store-Journal-Name
000107         Organization Is Line Sequential
000108         File Status  Is Journal-Status.
000109     Select Optional Backup-Withholding-File Assign To
000110                     Store-Backup-Name
000111            Organization Is Line Sequential
000112            File Status  Is Backup-Withholding-Status.
000112     Select Optional Garnishment-Order-File Assign To
000112                     Store-Garnish-Name
000112            Organization Is Line Sequential
000112            File Status  Is Garnishment-Order-Status.
000112     Select Optional Garnishment-Remit-File Assign To
000112                     Store-Garnish-Remit-Name
000112            Organization Is Line Sequential
000112            File Status  Is Garnishment-Remit-Status.
000113     Select Optional Backup-Rate-File Assign To "BWRate.TXT"
000114            Organization Is Line Sequential
000115            File Status  Is Backup-Rate-Status.
000116     Select Optional Corp-Carry-File Assign To "CorpCarry.TXT"
000117            Organization Is Line Sequential
000118            File Status  Is Corp-Carry-Status.
000119     Select Corp-Carry-Out-File Assign To "CorpCarry.TXT"
000120            Organization Is Line Sequential
000121            File Status  Is Corp-Carry-Out-Status.
000121     Select Optional Ach-File Assign To "ACH25R.PND"
000123            Organization Is Line Sequential
000124            File Status  Is Ach-File-Status.
000124     Select Optional Payout-Release-File Assign To "PayRel.TXT"
000124            Organization Is Line Sequential
000124            File Status  Is Payout-Release-Status.
000124     Select Optional Current-Operator-File Assign To
000124                     "CurrOper.TXT"
000124            Organization Is Line Sequential
000124            File Status  Is Current-Operator-Status.
000124     Select Statement-File Assign To "STMT25R.PND"
000124            Organization Is Line Sequential.
000126 Data Division.
000127 File Section.
000128 Fd  Report-File.
000129 01  Report-Record Pic X(100).
000130 Fd  Store-Directory-File.
000131 01  Store-Directory-Record.
000132     03  Dir-Store-Number    Pic X(4).
000133     03  Filler              Pic X.
000134     03  Dir-Dealer-File     Pic X(40).
000135     03  Filler              Pic X.
000136     03  Dir-Balance-File    Pic X(40).
000137     03  Filler              Pic X.
000138     03  Dir-Data-Path       Pic X(40).
000139 Fd  Payout-File.
000140 01  Payout-Record.
000141     03  Payout-Dealer-Number   Pic X(8).
000142     03  Filler                 Pic X.
000143     03  Payout-Dealer-Name     Pic X(30).
000144     03  Filler                 Pic X.
000145     03  Payout-Qty             Pic 9(5).
000146     03  Filler                 Pic X.
000147     03  Payout-Sales-Amt       Pic S9(6)v99.
000148     03  Filler                 Pic X.
000149     03  Payout-Commission      Pic S9(5)v99.
000150     03  Filler                 Pic X.
000151     03  Payout-Net-Amount      Pic S9(6)v99.
000152     03  Filler                 Pic X.
000153     03  Payout-Card-Fee        Pic S9(5)v99.
000154 Fd  Payout-Out-File.
000155 01  Payout-Out-Record          Pic X(79).
000156 Fd  Dealer-File.
000157 01  Dealer-Record.
000158     03  Dealer-Number         Pic X(8).
000159     03  Filler              Pic X(285).
000160     03  Start-Date          Pic 9(8).
000161     03  Last-Rent-Paid-Date Pic 9(8).
000162     03  Next-Rent-Due-Date  Pic 9(8).
000163     03  Filler              Pic X(59).
000164     03  Bank-Routing-Number Pic X(9).
000165     03  Bank-Account-Number Pic X(17).
000166     03  Payment-Method      Pic X.
000167         88  Pay-By-Check    Value "C" " ".
000168         88  Pay-By-Ach      Value "A".
000169     03  Prenote-Status-Code Pic X.
000170         88  Prenote-Done    Value "D".
000171     03  Prenote-Date        Pic X(8).
000172     03  Contact-Preference  Pic X.
000173     03  Tax-Id              Pic X(9).
000174     03  W9-Status-Code      Pic X.
000175     03  W9-Received-Date    Pic X(8).
000176     03  Filler              Pic X(5).
000177     03  Delinquency-Status  Pic X.
000178         88  Dlq-Terminated  Value "3".
000179     03  Filler              Pic X(4).
000180     03  Onboard-Status      Pic X.
000181         88  Onboard-Pending Value "P".
000182     03  Payout-Frequency    Pic X.
000183         88  Pay-Every-Run   Value "W" " ".
000184         88  Pay-Semi-Monthly Value "S".
000185         88  Pay-Monthly     Value "M".
000186     03  Minimum-Payout      Pic 9(5)v99.
000187     03  Last-Payout-Date    Pic 9(8).
000188     03  Last-Payout-Date-X  Redefines Last-Payout-Date.
000189         05  Last-Payout-MM  Pic 99.
000190         05  Last-Payout-DD  Pic 99.
000191         05  Last-Payout-YYYY Pic 9(4).
000192     03  Filler              Pic X(18).
000193 Fd  Payment-History-File.
000194 01  Payment-History-Record.
000195     03  Hist-Dealer-Number     Pic X(8).
000196     03  Filler                 Pic X.
000197     03  Hist-Check-Number      Pic X(10).
000198     03  Filler                 Pic X.
000199     03  Hist-Payment-Date      Pic 9(8).
000200     03  Filler                 Pic X.
000201     03  Hist-Payment-Amount    Pic S9(6)v99.
000202     03  Filler                 Pic X.
000203     03  Hist-Cleared-Date      Pic X(8).
000204     03  Filler                 Pic X.
000205     03  Hist-Payment-Method    Pic X.
000206     03  Filler                 Pic X.
000207     03  Hist-Backup-Withheld   Pic S9(6)v99.
000208 Fd  Payment-History-In-File.
000209 01  Payment-History-In-Record.
000210     03  Prior-Hist-Dealer      Pic X(8).
000211     03  Filler                 Pic X(12).
000212     03  Prior-Hist-Date        Pic 9(8).
000213     03  Prior-Hist-Date-X Redefines Prior-Hist-Date.
000214         05  Prior-Hist-MM      Pic 99.
000215         05  Prior-Hist-DD      Pic 99.
000216         05  Prior-Hist-YYYY    Pic 9(4).
000217     03  Filler                 Pic X.
000218     03  Prior-Hist-Amount      Pic S9(6)v99.
000219     03  Filler                 Pic X(10).
000220     03  Prior-Hist-Method      Pic X.
000221     03  Filler                 Pic X.
000222     03  Prior-Hist-Withheld    Pic S9(6)v99.
000223 Fd  Rent-Invoice-File.
000224 01  Rent-Invoice-Record.
000225     03  Invoice-Number      Pic 9(6).
000226     03  Invoice-Dealer      Pic X(8).
000227     03  Invoice-Date        Pic 9(8).
000228     03  Invoice-Type        Pic X.
000229     03  Invoice-Amount      Pic S9(5)v99.
000230     03  Invoice-Paid-Amount Pic S9(5)v99.
000231     03  Invoice-Status-Code Pic X.
000232         88  Invoice-Open    Value "O".
000233         88  Invoice-Paid    Value "P".
000234     03  Filler              Pic X(10).
000235 Fd  Receivable-File.
000236 01  Receivable-Record.
000237     03  Recv-Number         Pic 9(8).
000238     03  Recv-Dealer         Pic X(8).
000239     03  Recv-Date           Pic 9(8).
000240     03  Recv-Item           Pic X(12).
000241     03  Recv-Amount         Pic 9(5)v99.
000242     03  Recv-Applied        Pic 9(5)v99.
000243     03  Recv-Status-Code    Pic X.
000244         88  Recv-Open       Value "O".
000245         88  Recv-Settled    Value "S".
000246     03  Recv-Source         Pic X(4).
000247     03  Filler              Pic X(10).
000248 Fd  Rent-Ledger-File.
000249 01  Rent-Ledger-Record.
000250     03  Ledger-Date         Pic 9(8).
000251     03  Filler              Pic X.
000252     03  Ledger-Dealer       Pic X(8).
000253     03  Filler              Pic X.
000254     03  Ledger-Type         Pic X.
000255     03  Filler              Pic X.
000256     03  Ledger-Amount       Pic S9(5)v99.
000257     03  Filler              Pic X.
000258     03  Ledger-Invoice      Pic 9(6).
000259     03  Filler              Pic X.
000260     03  Ledger-Tender       Pic X.
000261     03  Filler              Pic X.
000262     03  Ledger-Operator     Pic X(4).
000263     03  Filler              Pic X.
000264     03  Ledger-Check-Number Pic X(10).
000265 Fd  Advance-File.
000266 01  Advance-Record.
000267     03  Adv-Dealer          Pic X(8).
000268     03  Filler              Pic X.
000269     03  Adv-Date            Pic 9(8).
000270     03  Filler              Pic X.
000271     03  Adv-Type            Pic X.
000272         88  Advance-Out     Value "A".
000273         88  Advance-Back    Value "R".
000274     03  Filler              Pic X.
000275     03  Adv-Amount          Pic 9(6)v99.
000276     03  Filler              Pic X.
000277     03  Adv-Operator        Pic X(4).
000278 Fd  Advance-Out-File.
000279 01  Advance-Out-Record     Pic X(33).
000280 Fd  Comm-Adjust-File.
000281 Copy "commadj.cpy".
000282 Fd  Comm-Adjust-Out-File.
000283 01  Comm-Adjust-Out-Record Pic X(63).
000284 Fd  Journal-File.
000285 01  Journal-Record.
000286     03  Jrn-Date            Pic 9(8).
000287     03  Filler              Pic X.
000288     03  Jrn-Time            Pic 9(6).
000289     03  Filler              Pic X.
000290     03  Jrn-Program         Pic X(8).
000291     03  Filler              Pic X.
000292     03  Jrn-File-Id         Pic X(8).
000293     03  Filler              Pic X.
000294     03  Jrn-Action          Pic X.
000295     03  Filler              Pic X.
000296     03  Jrn-Key             Pic X(12).
000297     03  Filler              Pic X.
000298     03  Jrn-Image           Pic X(476).
000299 Fd  Backup-Withholding-File.
000300 Copy "bkupwh.cpy".
000300 Fd  Garnishment-Order-File.
000300 Copy "garnord.cpy".
000300 Fd  Garnishment-Remit-File.
000300 Copy "garnrem.cpy".
000301 Fd  Backup-Rate-File.
000302 01  Backup-Rate-Record.
000303     03  Rate-Percent           Pic 9(2)v99.
000304     03  Filler                 Pic X.
000305     03  Rate-Threshold         Pic 9(5)v99.
000306* A Dealer's Share At One Store Of A Balance Carried Under The
000307* Payout Schedule Or Minimum, Added Back In On The Next Run
000308 Fd  Corp-Carry-File.
000309 01  Corp-Carry-Record.
000310     03  Carry-Dealer           Pic X(8).
000311     03  Filler                 Pic X.
000312     03  Carry-Store            Pic X(4).
000313     03  Filler                 Pic X.
000314     03  Carry-Since            Pic 9(8).
000315     03  Filler                 Pic X.
000316     03  Carry-Amount           Pic S9(7)v99.
000317     03  Filler                 Pic X.
000318     03  Carry-Reason           Pic X(20).
000319 Fd  Corp-Carry-Out-File.
000320 01  Corp-Carry-Out-Record      Pic X(53).
000321 Fd  Ach-File.
000322 01  Ach-Record               Pic X(94).
000322 Fd  Payout-Release-File.
000322 Copy "payrel.cpy".
000322 Fd  Current-Operator-File.
000322 01  Current-Operator-Record.
000322     03  Curr-Oper-Id        Pic X(4).
000322     03  Filler              Pic X.
000322     03  Curr-Oper-Level     Pic 9.
000323 Fd  Statement-File.
000324 01  Statement-Record         Pic X(132).
000325 Working-Storage Section.
000326 01  Store-Directory-Status  Pic XX Value Spaces.
000327     88  Store-Directory-Success Value "00" Thru "09".
000328 01  Payout-Status           Pic XX Value Spaces.
000329 01  Payout-Out-Status       Pic XX Value Spaces.
000330 01  Dealer-Status           Pic XX Value Spaces.
000331     88  Dealer-Success      Value "00" Thru "09".
000332 01  Pay-History-Status      Pic XX Value Spaces.
000333 01  Pay-History-In-Status   Pic XX Value Spaces.
000334 01  Rent-Invoice-Status     Pic XX Value Spaces.
000335     88  Rent-Invoice-Success Value "00" Thru "09".
000336 01  Receivable-Status       Pic XX Value Spaces.
000337     88  Receivable-Success  Value "00" Thru "09".
000338 01  Rent-Ledger-Status      Pic XX Value Spaces.
000339 01  Advance-File-Status     Pic XX Value Spaces.
000340 01  Advance-Out-Status      Pic XX Value Spaces.
000341 01  Comm-Adjust-Status      Pic XX Value Spaces.
000342 01  Comm-Adjust-Out-Status  Pic XX Value Spaces.
000343 01  Journal-Status          Pic XX Value Spaces.
000344 01  Backup-Withholding-Status Pic XX Value Spaces.
000344 01  Garnishment-Order-Status  Pic XX Value Spaces.
000344 01  Garnishment-Remit-Status  Pic XX Value Spaces.
000345 01  Backup-Rate-Status      Pic XX Value Spaces.
000346 01  Corp-Carry-Status       Pic XX Value Spaces.
000347 01  Corp-Carry-Out-Status   Pic XX Value Spaces.
000348 01  Ach-File-Status         Pic XX Value Spaces.
000348 01  Payout-Release-Status   Pic XX Value Spaces.
000348 01  Current-Operator-Status Pic XX Value Spaces.
000348 01  Current-Operator        Pic X(4) Value Spaces.
000348 01  Release-Done-Flag       Pic X Value Spaces.
000348     88  Release-Done        Value "Y".
000348 01  Prior-Run-Pending-Flag  Pic X Value Spaces.
000348     88  Prior-Run-Pending   Value "Y".
000348 01  Prior-Run-Date          Pic 9(8) Value Zeros.
000348 01  Release-Time            Pic 9(8) Value Zeros.
000349* Each Store's Files Live In Its StoreDir.TXT Data Path
000350 01  Store-Payout-Name       Pic X(60) Value Spaces.
000351 01  Store-Dealer-Name       Pic X(60) Value Spaces.
000352 01  Store-History-Name      Pic X(60) Value Spaces.
000353 01  Store-Invoice-Name      Pic X(60) Value Spaces.
000354 01  Store-Receivable-Name   Pic X(60) Value Spaces.
000355 01  Store-Rent-Ledger-Name  Pic X(60) Value Spaces.
000356 01  Store-Advance-Name      Pic X(60) Value Spaces.
000357 01  Store-Comm-Adjust-Name  Pic X(60) Value Spaces.
000358 01  Store-Journal-Name      Pic X(60) Value Spaces.
000359 01  Store-Backup-Name       Pic X(60) Value Spaces.
000359 01  Store-Garnish-Name      Pic X(60) Value Spaces.
000359 01  Store-Garnish-Remit-Name Pic X(60) Value Spaces.
000360 01  Directory-Done-Flag     Pic X Value Spaces.
000361     88  Directory-Done      Value "Y".
000362 01  File-Done-Flag          Pic X Value Spaces.
000363     88  File-Done           Value "Y".
000364 01  Dealer-Found-Flag       Pic X Value Spaces.
000365     88  Dealer-Found        Value "Y".
000366 01  Store-Sub               Pic 99 Value Zeros.
000367 01  Row-Sub                 Pic 9(4) Value Zeros.
000368 01  Find-Dealer-Number      Pic X(8) Value Spaces.
000369 01  Store-Count             Pic 99 Value Zeros.
000370 01  Store-Table-Area.
000371     03  Store-Entry Occurs 10 Times
000372             Indexed By Store-Index.
000373         05  Table-Store-Number  Pic X(4).
000374         05  Table-Dealer-File   Pic X(40).
000375         05  Table-Data-Path     Pic X(40).
000376         05  Table-Keep-Flag     Pic X.
000377             88  Keep-Payout-File Value "Y".
000378         05  Table-Store-Earned  Pic S9(9)v99.
000379         05  Table-Store-Tier    Pic S9(9)v99.
000380         05  Table-Store-Rent    Pic S9(9)v99.
000381         05  Table-Store-Chbk    Pic S9(9)v99.
000382         05  Table-Store-Adv     Pic S9(9)v99.
000383         05  Table-Store-Owed    Pic S9(9)v99.
000384         05  Table-Store-Carried Pic S9(9)v99.
000385* Every Payout Row Read, So The Store Files Can Be Written
000386* Back With Only The Rows Left For The Store's Own Run
000387 01  Row-Count               Pic 9(4) Value Zeros.
000388 01  Row-Table-Area.
000389     03  Row-Entry Occurs 3000 Times.
000390         05  Row-Store       Pic 99.
000391         05  Row-Data        Pic X(79).
000391* The Open Garnishment Orders At The Store Being Checked
000391 01  Store-Garnish-Count     Pic 9(3) Value Zeros.
000391 01  Store-Garnish-Table.
000391     03  Store-Garnish-Entry Occurs 0 To 100 Times
000391             Depending On Store-Garnish-Count
000391             Indexed By Store-Garn-Index.
000391         05  Sgarn-Dealer        Pic X(8).
000391         05  Sgarn-Order         Pic X(15).
000391         05  Sgarn-Total         Pic 9(7)v99.
000391         05  Sgarn-Withheld      Pic S9(9)v99.
000391 01  Garnish-Done-Flag       Pic X Value Spaces.
000391     88  Garnish-Done        Value "Y".
000391 01  Garnish-Open-Flag       Pic X Value Spaces.
000391     88  Garnish-Open        Value "Y".
000391 01  Days-From-Garnish       Pic S9(7) Value Zeros.
000392* One Entry Per Dealer, With Their Share At Each Store
000393 01  Dealer-Count            Pic 9(3) Value Zeros.
000394 01  Dealer-Table-Area.
000395     03  Dealer-Entry Occurs 0 To 500 Times
000396             Depending On Dealer-Count
000397             Indexed By Dealer-Index.
000398         05  Corp-Dealer         Pic X(8).
000399         05  Corp-Dealer-Name    Pic X(30).
000400         05  Corp-Home-Store     Pic 99.
000401         05  Corp-Outcome        Pic X.
000402             88  Corp-Open           Value " ".
000403             88  Corp-Left-For-Store Value "L".
000404             88  Corp-Paid           Value "P".
000405             88  Corp-Applied        Value "R".
000406             88  Corp-Carried        Value "C".
000407         05  Corp-Reason         Pic X(20).
000408         05  Corp-Carry-Reason   Pic X(20).
000409         05  Corp-Available      Pic S9(7)v99.
000410         05  Corp-Carried-Since  Pic 9(8).
000411         05  Corp-Paid-Year      Pic S9(7)v99.
000411*        Carried Back From A Voided Check Or Rejected Run, Already
000411*        Withheld When It Was First Paid
000411         05  Corp-Settled-Carry  Pic S9(7)v99.
000412         05  Corp-Backup-Withheld Pic S9(6)v99.
000413         05  Corp-Withhold-Store Pic 99.
000414         05  Corp-Tax-Id         Pic X(9).
000415         05  Corp-Check-Number   Pic X(10).
000416         05  Corp-Method         Pic X.
000417         05  Corp-Share Occurs 10 Times.
000418             07  Share-Used-Flag     Pic X.
000419                 88  Share-Used      Value "Y".
000420             07  Share-Payout        Pic S9(7)v99.
000421             07  Share-Sales         Pic S9(7)v99.
000422             07  Share-Commission    Pic S9(7)v99.
000423             07  Share-Card-Fee      Pic S9(5)v99.
000424             07  Share-Carry         Pic S9(7)v99.
000425             07  Share-Tier-Pending  Pic S9(7)v99.
000426             07  Share-Tier          Pic S9(7)v99.
000427             07  Share-Rent          Pic S9(7)v99.
000428             07  Share-Chargeback    Pic S9(7)v99.
000429             07  Share-Advance-Owed  Pic S9(7)v99.
000430             07  Share-Advance       Pic S9(7)v99.
000431* Carry Rows For Stores No Longer In The Directory Are Kept
000432 01  Orphan-Count            Pic 9(3) Value Zeros.
000433 01  Orphan-Table-Area.
000434     03  Orphan-Carry Occurs 100 Times Pic X(53).
000435 01  Share-Net               Pic S9(7)v99 Value Zeros.
000436 01  Largest-Share           Pic S9(7)v99 Value Zeros.
000437 01  Apply-Amount            Pic S9(7)v99 Value Zeros.
000438 01  Backup-Gross            Pic S9(7)v99 Value Zeros.
000439* IRS Backup Withholding Rate And The Paid-In-The-Year
000440* Threshold It Starts At, Overridden By BWRate.TXT
000441 01  Backup-Rate             Pic 9(2)v99 Value 24.00.
000442 01  Backup-Threshold        Pic 9(5)v99 Value 600.00.
000443 01  Payout-Due-Flag         Pic X Value Spaces.
000444     88  Payout-Due          Value "Y".
000445 01  Next-Check-Number       Pic 9(10) Value Zeros.
000446 01  Check-Account-Env       Pic X(8) Value Spaces.
000446 Copy "chkstk.cpy".
000446 01  Checks-Issued           Pic 9(5) Value Zeros.
000447 01  Ach-Credits-Issued      Pic 9(5) Value Zeros.
000448 01  Balances-Carried        Pic 9(5) Value Zeros.
000449 01  Dealers-Left            Pic 9(5) Value Zeros.
000450 01  Total-Checks            Pic S9(9)v99 Value Zeros.
000451 01  Total-Ach               Pic S9(9)v99 Value Zeros.
000452 01  Total-Backup-Withheld   Pic S9(9)v99 Value Zeros.
000453 01  Total-Owed              Pic S9(9)v99 Value Zeros.
000454 01  Total-Carried           Pic S9(9)v99 Value Zeros.
000455 01  Ach-Entry-Count         Pic 9(6) Value Zeros.
000456 01  Ach-Total-Credit        Pic 9(10)v99 Value Zeros.
000457 01  Ach-Batch-Open-Flag     Pic X Value Space.
000458     88  Ach-Batch-Open      Value "Y".
000459 01  Journal-Stamp-Date      Pic 9(6) Value Zeros.
000460 01  Journal-Stamp-Time      Pic 9(8) Value Zeros.
000461 01  Journal-Program-Id      Pic X(8) Value "CHAPT25R".
000462 01  Work-Date-And-Time.
000463     03  Work-Date         Pic 9(6).
000464     03  Work-Date-X       Redefines Work-Date.
000465         05  Date-YY       Pic 99.
000466         05  Date-MM       Pic 99.
000467         05  Date-DD       Pic 99.
000468 01  Today-MMDDYYYY.
000469     03  Today-MM          Pic 99.
000470     03  Today-DD          Pic 99.
000471     03  Today-YYYY        Pic 9(4).
000472 01  Today-MMDDYYYY-N Redefines Today-MMDDYYYY Pic 9(8).
000473 01  Ach-File-Header.
000474     03  Filler            Pic X(13) Value "101 990000000".
000475     03  Ach-Header-Date   Pic 9(6).
000476     03  Filler            Pic X(32)
000477         Value " DARLENES TREASURES             ".
000478     03  Filler            Pic X(43) Value Spaces.
000479 01  Ach-Batch-Header.
000480     03  Filler            Pic X(4)  Value "5220".
000481     03  Filler            Pic X(16)
000482         Value "DARLENES TREASUR".
000483     03  Filler            Pic X(20) Value Spaces.
000484     03  Filler            Pic X(10) Value "9900000001".
000485     03  Filler            Pic X(3)  Value "PPD".
000486     03  Filler            Pic X(10) Value "CONSIGNPAY".
000487     03  Ach-Batch-Date    Pic 9(6).
000488     03  Filler            Pic X(25) Value Spaces.
000489 01  Ach-Entry-Detail.
000490     03  Ach-Record-Type   Pic X(1)  Value "6".
000491     03  Ach-Tran-Code     Pic 9(2).
000492     03  Ach-Routing       Pic X(9).
000493     03  Ach-Account       Pic X(17).
000494     03  Ach-Amount        Pic 9(8)v99.
000495     03  Ach-Dealer-Id     Pic X(15).
000496     03  Ach-Dealer-Name   Pic X(22).
000497     03  Filler            Pic X(18) Value Spaces.
000498 01  Ach-Batch-Control.
000499     03  Filler            Pic X(4)  Value "8220".
000500     03  Ach-Control-Count Pic 9(6).
000501     03  Ach-Control-Total Pic 9(12).
000502     03  Filler            Pic X(72) Value Spaces.
000503 01  Ach-File-Control.
000504     03  Filler            Pic X(1)  Value "9".
000505     03  Filler            Pic X(93) Value Spaces.
000506 01  Statement-Dealer-Line.
000507     03  Filler            Pic X(8)  Value "Dealer".
000508     03  Stmt-Dealer       Pic X(8).
000509     03  Filler            Pic X(2)  Value Spaces.
000510     03  Stmt-Dealer-Name  Pic X(30).
000511     03  Filler            Pic X(34)
000512         Value "  Consolidated Settlement, All".
000513 01  Statement-Column-Line.
000514     03  Filler            Pic X(10) Value "  Store".
000515     03  Filler            Pic X(12) Value "      Sales".
000516     03  Filler            Pic X(12) Value " Commission".
000517     03  Filler            Pic X(12) Value "   Card Fee".
000518     03  Filler            Pic X(12) Value "    Carried".
000519     03  Filler            Pic X(12) Value "  Tier Adj.".
000520     03  Filler            Pic X(12) Value "       Rent".
000521     03  Filler            Pic X(12) Value " Chargeback".
000522     03  Filler            Pic X(12) Value "    Advance".
000523     03  Filler            Pic X(12) Value "        Net".
000524 01  Statement-Store-Line.
000525     03  Filler            Pic X(2)  Value Spaces.
000526     03  Stmt-Store        Pic X(4).
000527     03  Filler            Pic X(4)  Value Spaces.
000528     03  Stmt-Sales        Pic ZZZ,ZZZ.99-.
000529     03  Filler            Pic X     Value Spaces.
000530     03  Stmt-Commission   Pic ZZZ,ZZZ.99-.
000531     03  Filler            Pic X     Value Spaces.
000532     03  Stmt-Card-Fee     Pic ZZZ,ZZZ.99-.
000533     03  Filler            Pic X     Value Spaces.
000534     03  Stmt-Carried      Pic ZZZ,ZZZ.99-.
000535     03  Filler            Pic X     Value Spaces.
000536     03  Stmt-Tier         Pic ZZZ,ZZZ.99-.
000537     03  Filler            Pic X     Value Spaces.
000538     03  Stmt-Rent         Pic ZZZ,ZZZ.99-.
000539     03  Filler            Pic X     Value Spaces.
000540     03  Stmt-Chargeback   Pic ZZZ,ZZZ.99-.
000541     03  Filler            Pic X     Value Spaces.
000542     03  Stmt-Advance      Pic ZZZ,ZZZ.99-.
000543     03  Filler            Pic X     Value Spaces.
000544     03  Stmt-Net          Pic ZZZ,ZZZ.99-.
000545 01  Statement-Backup-Line.
000546     03  Filler            Pic X(10) Value Spaces.
000547     03  Filler            Pic X(32)
000548         Value "IRS Backup Withholding".
000549     03  Stmt-Backup-Amount Pic ZZZ,ZZZ.99-.
000550     03  Filler            Pic X(2)  Value Spaces.
000551     03  Stmt-Backup-Rate  Pic Z9.99.
000552     03  Filler            Pic X(12) Value "% (No TIN)".
000553 01  Statement-Result-Line.
000554     03  Filler            Pic X(10) Value Spaces.
000555     03  Stmt-Result       Pic X(32).
000556     03  Stmt-Result-Amount Pic ZZZ,ZZZ.99-.
000557     03  Filler            Pic X(2)  Value Spaces.
000558     03  Stmt-Result-Ref   Pic X(20).
000559 01  Heading-Line-1.
000560     03  Filler      Pic X(12) Value "Created by:".
000561     03  Filler      Pic X(8)  Value "CHAPT25R".
000562     03  Filler      Pic X(10) Value Spaces.
000563     03  Filler      Pic X(40)
000564         Value "Intercompany Payout Settlement".
000565     03  Filler      Pic X(5)  Value "Page".
000566     03  Page-No     Pic Z(4)9 Value Zeros.
000567 01  Heading-Line-2.
000568     03  Filler      Pic X(12) Value "Created on:".
000569     03  Date-MM     Pic 99.
000570     03  Filler      Pic X     Value "/".
000571     03  Date-DD     Pic 99.
000572     03  Filler      Pic X     Value "/".
000573     03  Date-YY     Pic 99.
000574     03  Filler      Pic X(10) Value Spaces.
000575     03  Filler      Pic X(40)
000576         Value "Owed By Each Store To The Paying Entity".
000577 01  Heading-Line-3.
000578     03  Filler      Pic X(9)  Value "Dealer".
000579     03  Filler      Pic X(19) Value "Name".
000580     03  Filler      Pic X(12) Value "     Earned".
000581     03  Filler      Pic X(12) Value "   Tier Adj".
000582     03  Filler      Pic X(12) Value "       Rent".
000583     03  Filler      Pic X(12) Value "  Chargebck".
000584     03  Filler      Pic X(12) Value "    Advance".
000585     03  Filler      Pic X(12) Value "       Owed".
000586 01  Store-Heading-Line.
000587     03  Filler      Pic X(6)  Value "Store".
000588     03  Store-Heading-Number Pic X(4).
000589 01  Detail-Line.
000590     03  Detail-Dealer       Pic X(8).
000591     03  Filler              Pic X     Value Spaces.
000592     03  Detail-Name         Pic X(19).
000593     03  Detail-Earned       Pic ZZZ,ZZ9.99-.
000594     03  Filler              Pic X     Value Spaces.
000595     03  Detail-Tier         Pic ZZZ,ZZ9.99-.
000596     03  Filler              Pic X     Value Spaces.
000597     03  Detail-Rent         Pic ZZZ,ZZ9.99-.
000598     03  Filler              Pic X     Value Spaces.
000599     03  Detail-Chargeback   Pic ZZZ,ZZ9.99-.
000600     03  Filler              Pic X     Value Spaces.
000601     03  Detail-Advance      Pic ZZZ,ZZ9.99-.
000602     03  Filler              Pic X     Value Spaces.
000603     03  Detail-Owed         Pic ZZZ,ZZ9.99-.
000604 01  Store-Total-Line.
000605     03  Filler              Pic X(6)  Value "Store".
000606     03  Total-Store-Number  Pic X(4).
000607     03  Filler              Pic X(14) Value " Totals".
000608     03  Total-Earned        Pic ZZ,ZZZ,ZZ9.99-.
000609     03  Total-Tier          Pic Z,ZZZ,ZZ9.99-.
000610     03  Total-Rent          Pic Z,ZZZ,ZZ9.99-.
000611     03  Total-Chargeback    Pic Z,ZZZ,ZZ9.99-.
000612     03  Total-Advance       Pic Z,ZZZ,ZZ9.99-.
000613     03  Total-Store-Owed    Pic ZZ,ZZZ,ZZ9.99-.
000614 01  Summary-Line.
000615     03  Summary-Label       Pic X(40).
000616     03  Summary-Amount      Pic ZZZ,ZZZ,ZZ9.99-.
000617 01  Left-Line.
000618     03  Filler              Pic X(2)  Value Spaces.
000619     03  Left-Dealer         Pic X(8).
000620     03  Filler              Pic X(2)  Value Spaces.
000621     03  Left-Name           Pic X(30).
000622     03  Filler              Pic X(2)  Value Spaces.
000623     03  Left-Reason         Pic X(20).
000624 01  Section-Line            Pic X(60) Value Spaces.
000625 01  Line-Count           Pic 99          Value 99.
000626 01  Page-Count           Pic 9(4)        Value Zeros.
000627 01  Max-Lines            Pic 99          Value 60.
000628 01  Spool-Catalog-Name    Pic X(8) Value "CHAPT25R".
000629 01  Spool-Catalog-File    Pic X(12) Value "RPT25R.SPL".
000630 Procedure Division.
000631 Chapt25r-Start.
000632     Display "Begin Consolidated Payout Chapt25r"
000633     Display "Starting Check Number: "
000634     Accept Next-Check-Number From Command-Line
000634     Perform Load-Current-Operator
000634     If Current-Operator = Spaces
000634        Display "No Signed-On Operator, "
000634                "The Run Could Not Be Released"
000634        Stop Run
000634     End-If
000634     Perform Check-Pending-Release
000634     If Prior-Run-Pending
000634        Display "Payout Run Of " Prior-Run-Date
000634                " Is Still Awaiting Release By Chapt25x"
000634        Stop Run
000634     End-If
000635     Perform Open-Check-Stock
000638     Accept Work-Date From Date
000639     Move Date-MM Of Work-Date-X To Today-MM
000640     Move Date-DD Of Work-Date-X To Today-DD
000641     Move 2000 To Today-YYYY
000642     Add Date-YY Of Work-Date-X To Today-YYYY
000643     Open Input Store-Directory-File
000644     If Not Store-Directory-Success
000645        Display "No StoreDir.TXT Store Directory, Stopping"
000646        Stop Run
000647     End-If
000648     Perform Load-One-Store Until Directory-Done
000649     Close Store-Directory-File
000650     Perform Load-Backup-Rate
000651     Perform Load-Store-Payouts
000652             Varying Store-Sub From 1 By 1
000653             Until Store-Sub > Store-Count
000654     Perform Load-Corporate-Carries
000655     Perform Check-Store-Dealer-Records
000656             Varying Store-Sub From 1 By 1
000657             Until Store-Sub > Store-Count
000658     Perform Total-Available
000659             Varying Dealer-Index From 1 By 1
000660             Until Dealer-Index > Dealer-Count
000661* Settlement Order Follows Chapt20c: Tier True-Up, Rent,
000662* Chargebacks, Then Advances, Each Across Every Store
000663     Perform Settle-Store-Adjustments
000664             Varying Store-Sub From 1 By 1
000665             Until Store-Sub > Store-Count
000666     Perform Withhold-Store-Rent
000667             Varying Store-Sub From 1 By 1
000668             Until Store-Sub > Store-Count
000669     Perform Withhold-Store-Chargebacks
000670             Varying Store-Sub From 1 By 1
000671             Until Store-Sub > Store-Count
000672     Perform Recover-Store-Advances
000673             Varying Store-Sub From 1 By 1
000674             Until Store-Sub > Store-Count
000675     Perform Load-Store-Paid-Year
000676             Varying Store-Sub From 1 By 1
000677             Until Store-Sub > Store-Count
000678     Open Output Statement-File
000679     Perform Pay-Home-Store-Dealers
000680             Varying Store-Sub From 1 By 1
000681             Until Store-Sub > Store-Count
000682     Perform Pay-Unknown-Dealer
000683             Varying Dealer-Index From 1 By 1
000684             Until Dealer-Index > Dealer-Count
000685     Perform Close-Ach-File
000686     Close Statement-File
000686     Perform Stage-Payout-Release
000687     Perform Post-Store-History
000688             Varying Store-Sub From 1 By 1
000689             Until Store-Sub > Store-Count
000690     Perform Write-Corporate-Carries
000691     Perform Rewrite-Store-Payouts
000692             Varying Store-Sub From 1 By 1
000693             Until Store-Sub > Store-Count
000694     Perform Print-Settlement-Report
000695     Perform Close-Check-Stock
000695     Display "Checks Issued      " Checks-Issued
000696     Display "ACH Credits Issued " Ach-Credits-Issued
000697     Display "Balances Carried   " Balances-Carried
000698     Display "Left For Stores    " Dealers-Left
000699     Display "Backup Withheld    " Total-Backup-Withheld
000700     Stop Run
000701     .
000702 Load-One-Store.
000703     Read Store-Directory-File
000704          At End Set Directory-Done To True
000705          Not At End
000706             If Store-Count < 10
000707                Add 1 To Store-Count
000708                Move Store-Count To Store-Sub
000709                Initialize Store-Entry (Store-Sub)
000710                Move Dir-Store-Number To
000711                     Table-Store-Number (Store-Sub)
000712                Move Dir-Dealer-File To
000713                     Table-Dealer-File (Store-Sub)
000714                Move Dir-Data-Path To
000715                     Table-Data-Path (Store-Sub)
000716             Else
000717                Display "Store " Dir-Store-Number
000718                        " Over The Directory Limit, Skipped"
000719             End-If
000720     End-Read
000721     .
000722 Build-Store-File-Names.
000723     Move Table-Dealer-File (Store-Sub) To Store-Dealer-Name
000724     Move Spaces To Store-Payout-Name Store-History-Name
000725                    Store-Invoice-Name Store-Receivable-Name
000726                    Store-Rent-Ledger-Name Store-Advance-Name
000727                    Store-Comm-Adjust-Name Store-Journal-Name
000727                    Store-Backup-Name Store-Garnish-Name
000727                    Store-Garnish-Remit-Name
000729     String Table-Data-Path (Store-Sub) Delimited By Space
000730            "Payout.TXT" Delimited By Size
000731            Into Store-Payout-Name
000732     String Table-Data-Path (Store-Sub) Delimited By Space
000733            "PayHist.TXT" Delimited By Size
000734            Into Store-History-Name
000735     String Table-Data-Path (Store-Sub) Delimited By Space
000736            "RentInv.Dat" Delimited By Size
000737            Into Store-Invoice-Name
000738     String Table-Data-Path (Store-Sub) Delimited By Space
000739            "RecvLedg.Dat" Delimited By Size
000740            Into Store-Receivable-Name
000741     String Table-Data-Path (Store-Sub) Delimited By Space
000742            "RentLedg.TXT" Delimited By Size
000743            Into Store-Rent-Ledger-Name
000744     String Table-Data-Path (Store-Sub) Delimited By Space
000745            "AdvLedg.TXT" Delimited By Size
000746            Into Store-Advance-Name
000747     String Table-Data-Path (Store-Sub) Delimited By Space
000748            "CommAdj.TXT" Delimited By Size
000749            Into Store-Comm-Adjust-Name
000750     String Table-Data-Path (Store-Sub) Delimited By Space
000751            "Journal.TXT" Delimited By Size
000752            Into Store-Journal-Name
000753     String Table-Data-Path (Store-Sub) Delimited By Space
000754            "BkupWH.TXT" Delimited By Size
000755            Into Store-Backup-Name
000755     String Table-Data-Path (Store-Sub) Delimited By Space
000755            "Garnish.TXT" Delimited By Size
000755            Into Store-Garnish-Name
000755     String Table-Data-Path (Store-Sub) Delimited By Space
000755            "GarnRem.TXT" Delimited By Size
000755            Into Store-Garnish-Remit-Name
000756     .
000757 Find-Corp-Dealer.
000758     Move Space To Dealer-Found-Flag
000759     Set Dealer-Index To 1
000760     Search Dealer-Entry
000761          At End
000762             Continue
000763          When Corp-Dealer (Dealer-Index) = Find-Dealer-Number
000764             Set Dealer-Found To True
000765     End-Search
000766     .
000767 Find-Or-Add-Corp-Dealer.
000768     Perform Find-Corp-Dealer
000769     If Not Dealer-Found And Dealer-Count < 500
000770        Add 1 To Dealer-Count
000771        Set Dealer-Index To Dealer-Count
000772        Initialize Dealer-Entry (Dealer-Index)
000773        Move Find-Dealer-Number To Corp-Dealer (Dealer-Index)
000774        Set Dealer-Found To True
000775     End-If
000776     .
000777 Load-Store-Payouts.
000778     Perform Build-Store-File-Names
000779     Move Space To File-Done-Flag
000780     Open Input Payout-File
000781     If Payout-Status = "00"
000782        Perform Load-One-Payout Until File-Done
000783        Close Payout-File
000784     Else
000785* Nothing Was Read, So There Is Nothing To Write Back
000786        Set Keep-Payout-File (Store-Sub) To True
000787     End-If
000788     .
000789 Load-One-Payout.
000790     Read Payout-File
000791          At End Set File-Done To True
000792          Not At End
000793             Perform Add-Payout-Row
000794     End-Read
000795     .
000796 Add-Payout-Row.
000797     If Row-Count < 3000
000798        Add 1 To Row-Count
000799        Move Store-Sub To Row-Store (Row-Count)
000800        Move Payout-Record To Row-Data (Row-Count)
000801     Else
000802        Display "Store " Table-Store-Number (Store-Sub)
000803                " Payout File Too Large, Left Untouched"
000804        Set Keep-Payout-File (Store-Sub) To True
000805     End-If
000806     Move Payout-Dealer-Number To Find-Dealer-Number
000807     Perform Find-Or-Add-Corp-Dealer
000808     If Dealer-Found
000809        If Corp-Dealer-Name (Dealer-Index) = Spaces
000810           Move Payout-Dealer-Name To
000811                Corp-Dealer-Name (Dealer-Index)
000812        End-If
000813        Set Share-Used (Dealer-Index, Store-Sub) To True
000814        Add Payout-Net-Amount To
000815            Share-Payout (Dealer-Index, Store-Sub)
000816        Add Payout-Sales-Amt To
000817            Share-Sales (Dealer-Index, Store-Sub)
000818        Add Payout-Commission To
000819            Share-Commission (Dealer-Index, Store-Sub)
000820        If Payout-Card-Fee Numeric
000821           Add Payout-Card-Fee To
000822               Share-Card-Fee (Dealer-Index, Store-Sub)
000823        End-If
000824     Else
000825        Display "Dealer Table Full, " Payout-Dealer-Number
000826                " Left For The Store Payout"
000827     End-If
000828     .
000829 Load-Corporate-Carries.
000830     Move Space To File-Done-Flag
000831     Open Input Corp-Carry-File
000832     If Corp-Carry-Status = "00"
000833        Perform Load-One-Carry Until File-Done
000834        Close Corp-Carry-File
000835     End-If
000836     .
000837 Load-One-Carry.
000838     Read Corp-Carry-File
000839          At End Set File-Done To True
000840          Not At End
000841             Perform Add-Carry-Row
000842     End-Read
000843     .
000844 Add-Carry-Row.
000845     Perform Find-Carry-Store
000846     Move Carry-Dealer To Find-Dealer-Number
000847     If Store-Sub Not > Store-Count
000848        Perform Find-Or-Add-Corp-Dealer
000849     Else
000850        Move Space To Dealer-Found-Flag
000851     End-If
000852     If Dealer-Found
000853        Set Share-Used (Dealer-Index, Store-Sub) To True
000854        Add Carry-Amount To Share-Carry (Dealer-Index, Store-Sub)
000855        Move Carry-Reason To Corp-Carry-Reason (Dealer-Index)
000855        If Carry-Reason = "REJECTED RUN" Or
000855           Carry-Reason = "VOIDED CHECK"
000855           Add Carry-Amount To Corp-Settled-Carry (Dealer-Index)
000855        End-If
000856        If Corp-Carried-Since (Dealer-Index) = Zeros Or
000857           Carry-Since < Corp-Carried-Since (Dealer-Index)
000858           Move Carry-Since To Corp-Carried-Since (Dealer-Index)
000859        End-If
000860     Else
000861        If Orphan-Count < 100
000862           Add 1 To Orphan-Count
000863           Move Corp-Carry-Record To Orphan-Carry (Orphan-Count)
000864        End-If
000865     End-If
000866     .
000867* Leaves Store-Sub On The Carry's Store, Or Past The End
000868 Find-Carry-Store.
000869     Compute Store-Sub = Store-Count + 1
000870     Set Store-Index To 1
000871     Search Store-Entry
000872          At End
000873             Continue
000874          When Store-Index > Store-Count
000875             Continue
000876          When Table-Store-Number (Store-Index) = Carry-Store
000877             Set Store-Sub To Store-Index
000878     End-Search
000879     .
000880* The Dealer Record At The First Store That Has One Is Home:
000881* Its Bank Details, TIN And Payout Schedule Govern The Payment.
000882* A Hold At Any Store Leaves The Dealer To The Store Runs
000883 Check-Store-Dealer-Records.
000884     Perform Build-Store-File-Names
000885     Open Input Dealer-File
000886     If Dealer-Success
000887        Perform Check-One-Dealer-Record
000888                Varying Dealer-Index From 1 By 1
000889                Until Dealer-Index > Dealer-Count
000890        Close Dealer-File
000891     Else
000892        Display "Store " Table-Store-Number (Store-Sub)
000893                " Dealer File Not Available, Status "
000894                Dealer-Status
000895     End-If
000895     Perform Check-Store-Garnishments
000896     .
000897 Check-One-Dealer-Record.
000898     Move Corp-Dealer (Dealer-Index) To Dealer-Number
000899     Read Dealer-File
000900          Invalid Key
000901             Continue
000902          Not Invalid Key
000903             If Corp-Home-Store (Dealer-Index) = Zeros
000904                Move Store-Sub To Corp-Home-Store (Dealer-Index)
000905* The Dealer Name Starts In Byte 9 Of The Dealer Record
000906                Move Dealer-Record (9:30) To
000907                     Corp-Dealer-Name (Dealer-Index)
000908             End-If
000909             Evaluate True
000910                When Onboard-Pending
000911                     Set Corp-Left-For-Store (Dealer-Index)
000912                         To True
000913                     Move "ONBOARDING HOLD" To
000914                          Corp-Reason (Dealer-Index)
000915                When Dlq-Terminated
000916                     Set Corp-Left-For-Store (Dealer-Index)
000917                         To True
000918                     Move "TERMINATION HOLD" To
000919                          Corp-Reason (Dealer-Index)
000920                When Other
000921                     Continue
000922             End-Evaluate
000923     End-Read
000924     .
000924* An Order That Has Started, Is Not Released And Is Not Yet
000924* Fully Withheld Leaves The Dealer To The Store's Own Run
000924 Check-Store-Garnishments.
000924     Move Zeros To Store-Garnish-Count
000924     Move Space To Garnish-Done-Flag
000924     Open Input Garnishment-Order-File
000924     If Garnishment-Order-Status = "00"
000924        Perform Load-Store-Garnish-Order Until Garnish-Done
000924        Close Garnishment-Order-File
000924     End-If
000924     If Store-Garnish-Count > Zero
000924        Move Space To Garnish-Done-Flag
000924        Open Input Garnishment-Remit-File
000924        If Garnishment-Remit-Status = "00"
000924           Perform Load-Store-Garnish-Remit Until Garnish-Done
000924           Close Garnishment-Remit-File
000924        End-If
000924        Perform Leave-Garnished-Dealer
000924                Varying Store-Garn-Index From 1 By 1
000924                Until Store-Garn-Index > Store-Garnish-Count
000924     End-If
000924     .
000924 Load-Store-Garnish-Order.
000924     Read Garnishment-Order-File
000924          At End Set Garnish-Done To True
000924          Not At End
000924             Perform Check-Garnish-Order-Open
000924             If Garnish-Open And Store-Garnish-Count < 100
000924                Add 1 To Store-Garnish-Count
000924                Set Store-Garn-Index To Store-Garnish-Count
000924                Move Garn-Dealer To
000924                     Sgarn-Dealer (Store-Garn-Index)
000924                Move Garn-Order-Number To
000924                     Sgarn-Order (Store-Garn-Index)
000924                Move Garn-Order-Total To
000924                     Sgarn-Total (Store-Garn-Index)
000924                Move Zeros To Sgarn-Withheld (Store-Garn-Index)
000924             End-If
000924     End-Read
000924     .
000924 Check-Garnish-Order-Open.
000924     Move "Y" To Garnish-Open-Flag
000924     If Garn-Dealer = Spaces Or
000924        Not (Garn-Percent Or Garn-Fixed Or Garn-Full-Proceeds)
000924        Move "N" To Garnish-Open-Flag
000924     End-If
000924     If Garn-Start-Date Numeric And Garn-Start-Date > Zero
000924        Call "Chapt23f" Using Garn-Start-Date
000924             Today-MMDDYYYY Days-From-Garnish
000924        If Days-From-Garnish < Zero
000924           Move "N" To Garnish-Open-Flag
000924        End-If
000924     End-If
000924     If Garn-Release-Date Numeric And Garn-Release-Date > Zero
000924        Call "Chapt23f" Using Garn-Release-Date
000924             Today-MMDDYYYY Days-From-Garnish
000924        If Days-From-Garnish Not < Zero
000924           Move "N" To Garnish-Open-Flag
000924        End-If
000924     End-If
000924     .
000924 Load-Store-Garnish-Remit.
000924     Read Garnishment-Remit-File
000924          At End Set Garnish-Done To True
000924          Not At End
000924             If Grem-Withheld
000924                Perform Add-Store-Garnish-Withheld
000924             End-If
000924     End-Read
000924     .
000924 Add-Store-Garnish-Withheld.
000924     Set Store-Garn-Index To 1
000924     Search Store-Garnish-Entry
000924          At End
000924             Continue
000924          When Sgarn-Dealer (Store-Garn-Index) = Grem-Dealer
000924               And Sgarn-Order (Store-Garn-Index) =
000924                   Grem-Order-Number
000924             Add Grem-Amount To Sgarn-Withheld (Store-Garn-Index)
000924     End-Search
000924     .
000924 Leave-Garnished-Dealer.
000924     If Sgarn-Total (Store-Garn-Index) = Zero Or
000924        Sgarn-Withheld (Store-Garn-Index) <
000924        Sgarn-Total (Store-Garn-Index)
000924        Move Sgarn-Dealer (Store-Garn-Index) To Find-Dealer-Number
000924        Perform Find-Corp-Dealer
000924        If Dealer-Found And Not Corp-Left-For-Store (Dealer-Index)
000924           Set Corp-Left-For-Store (Dealer-Index) To True
000924           Move "GARNISHMENT ORDER" To Corp-Reason (Dealer-Index)
000924        End-If
000924     End-If
000924     .
000925 Total-Available.
000926     Move Zeros To Corp-Available (Dealer-Index)
000927     If Corp-Left-For-Store (Dealer-Index)
000928        Add 1 To Dealers-Left
000929     Else
000930        Perform Add-Share-To-Available
000931                Varying Store-Sub From 1 By 1
000932                Until Store-Sub > Store-Count
000933     End-If
000934     .
000935 Add-Share-To-Available.
000936     Add Share-Payout (Dealer-Index, Store-Sub)
000937         Share-Carry (Dealer-Index, Store-Sub)
000938         To Corp-Available (Dealer-Index)
000939     .
000940 Compute-Share-Net.
000941     Compute Share-Net = Share-Payout (Dealer-Index, Store-Sub)
000942                       + Share-Carry (Dealer-Index, Store-Sub)
000943                       - Share-Tier (Dealer-Index, Store-Sub)
000944                       - Share-Rent (Dealer-Index, Store-Sub)
000945                       - Share-Chargeback
000946                              (Dealer-Index, Store-Sub)
000947                       - Share-Advance (Dealer-Index, Store-Sub)
000948     .
000949* Each Store's Unsettled Tier Adjustment Is What Chapt21v
000950* Posted There Less What Earlier Payouts Already Settled
000951 Settle-Store-Adjustments.
000952     Perform Build-Store-File-Names
000953     Move Space To File-Done-Flag
000954     Open Input Comm-Adjust-File
000955     If Comm-Adjust-Status = "00"
000956        Perform Load-One-Adjustment Until File-Done
000957        Close Comm-Adjust-File
000958        Open Extend Comm-Adjust-Out-File
000959        Perform Apply-Store-Adjustment
000960                Varying Dealer-Index From 1 By 1
000961                Until Dealer-Index > Dealer-Count
000962        Close Comm-Adjust-Out-File
000963     End-If
000964     .
000965 Load-One-Adjustment.
000966     Read Comm-Adjust-File
000967          At End Set File-Done To True
000968          Not At End
000969             Move Comm-Adj-Dealer To Find-Dealer-Number
000970             Perform Find-Corp-Dealer
000971             If Dealer-Found
000972                If Comm-Adj-True-Up
000973                   Add Comm-Adj-Amount To
000974                       Share-Tier-Pending
000975                            (Dealer-Index, Store-Sub)
000976                Else
000977                   Subtract Comm-Adj-Amount From
000978                       Share-Tier-Pending
000979                            (Dealer-Index, Store-Sub)
000980                End-If
000981             End-If
000982     End-Read
000983     .
000984* A Credit Raises The Payout; A Charge Comes Out Of Whatever
000985* The Combined Payout Can Cover And The Rest Waits
000986 Apply-Store-Adjustment.
000987     If Not Corp-Left-For-Store (Dealer-Index)
000988        And Share-Tier-Pending (Dealer-Index, Store-Sub) Not = 0
000989        Move Share-Tier-Pending (Dealer-Index, Store-Sub) To
000990             Apply-Amount
000991        If Apply-Amount > Zero And
000992           Apply-Amount > Corp-Available (Dealer-Index)
000993           Move Corp-Available (Dealer-Index) To Apply-Amount
000994           If Apply-Amount < Zero
000995              Move Zeros To Apply-Amount
000996           End-If
000997        End-If
000998        If Apply-Amount Not = Zero
000999           Subtract Apply-Amount From
001000                    Corp-Available (Dealer-Index)
001001           Add Apply-Amount To
001002               Share-Tier (Dealer-Index, Store-Sub)
001003           Set Share-Used (Dealer-Index, Store-Sub) To True
001004           Move Spaces To Commission-Adjust-Record
001005           Move Corp-Dealer (Dealer-Index) To Comm-Adj-Dealer
001006           Move Today-MMDDYYYY-N To Comm-Adj-Date
001007           Set Comm-Adj-Applied To True
001008           Move Zeros To Comm-Adj-Period Comm-Adj-Sales
001009                         Comm-Adj-Charged Comm-Adj-Tiered
001010           Move Apply-Amount To Comm-Adj-Amount
001011           Write Comm-Adjust-Out-Record
001012                 From Commission-Adjust-Record
001013        End-If
001014     End-If
001015     .
001016 Withhold-Store-Rent.
001017     Perform Build-Store-File-Names
001018     Open I-O Rent-Invoice-File
001019     If Rent-Invoice-Success
001020        Open Extend Rent-Ledger-File
001021                    Journal-File
001022        Move Space To File-Done-Flag
001023        Move Zeros To Invoice-Number
001024        Start Rent-Invoice-File Key Not < Invoice-Number
001025           Invalid Key
001026              Set File-Done To True
001027        End-Start
001028        Perform Settle-Next-Invoice Until File-Done
001029        Close Rent-Invoice-File
001030                 Rent-Ledger-File
001031        Perform Stamp-Rent-Paid-Dates
001032        Close Journal-File
001033     End-If
001034     .
001035 Settle-Next-Invoice.
001036     Read Rent-Invoice-File Next Record
001037          At End Set File-Done To True
001038          Not At End
001039             If Invoice-Open
001040                Move Invoice-Dealer To Find-Dealer-Number
001041                Perform Find-Corp-Dealer
001042                If Dealer-Found
001043                   And Not Corp-Left-For-Store (Dealer-Index)
001044                   And (Corp-Available (Dealer-Index) > Zero Or
001045                        Invoice-Amount < Zero)
001046                   Perform Apply-Invoice-To-Payout
001047                End-If
001048             End-If
001049     End-Read
001050     .
001051* A Credit Invoice (Prorated Move Refund) Raises The Payout
001052 Apply-Invoice-To-Payout.
001053     Compute Apply-Amount =
001054             Invoice-Amount - Invoice-Paid-Amount
001055     If Apply-Amount > Corp-Available (Dealer-Index)
001056        And Apply-Amount > Zero
001057        Move Corp-Available (Dealer-Index) To Apply-Amount
001058     End-If
001059     If Apply-Amount Not = Zero
001060        Add Apply-Amount To Invoice-Paid-Amount
001061        If Invoice-Paid-Amount >= Invoice-Amount
001062           Set Invoice-Paid To True
001063        End-If
001064        Perform Journal-Invoice-Rewrite
001065        Rewrite Rent-Invoice-Record
001066        Perform Post-Withheld-Rent-To-Ledger
001067        Add Apply-Amount To Share-Rent (Dealer-Index, Store-Sub)
001068        Set Share-Used (Dealer-Index, Store-Sub) To True
001069        Subtract Apply-Amount From Corp-Available (Dealer-Index)
001070     End-If
001071     .
001072* Rent Settled Out Of A Payout Is Still A Rent Payment At The
001073* Store That Billed It (Tender W For Withheld)
001074 Post-Withheld-Rent-To-Ledger.
001075     Move Spaces To Rent-Ledger-Record
001076     Move Today-MMDDYYYY-N To Ledger-Date
001077     Move Invoice-Dealer To Ledger-Dealer
001078     Move "P" To Ledger-Type
001079     Move Apply-Amount To Ledger-Amount
001080     Move Invoice-Number To Ledger-Invoice
001081     Move "W" To Ledger-Tender
001082     Move Spaces To Ledger-Operator
001083     Write Rent-Ledger-Record
001084     .
001085 Stamp-Rent-Paid-Dates.
001086     Open I-O Dealer-File
001087     If Dealer-Success
001088        Perform Stamp-One-Rent-Paid-Date
001089                Varying Dealer-Index From 1 By 1
001090                Until Dealer-Index > Dealer-Count
001091        Close Dealer-File
001092     End-If
001093     .
001094 Stamp-One-Rent-Paid-Date.
001095     If Share-Rent (Dealer-Index, Store-Sub) > Zero
001096        Move Corp-Dealer (Dealer-Index) To Dealer-Number
001097        Read Dealer-File
001098             Invalid Key
001099                Continue
001100             Not Invalid Key
001101                Move Today-MMDDYYYY-N To Last-Rent-Paid-Date
001102                Perform Journal-Dealer-Rewrite
001103                Rewrite Dealer-Record
001104        End-Read
001105     End-If
001106     .
001107 Withhold-Store-Chargebacks.
001108     Perform Build-Store-File-Names
001109     Open I-O Receivable-File
001110     If Receivable-Success
001111        Open Extend Journal-File
001112        Move Space To File-Done-Flag
001113        Move Zeros To Recv-Number
001114        Start Receivable-File Key Not < Recv-Number
001115           Invalid Key
001116              Set File-Done To True
001117        End-Start
001118        Perform Settle-Next-Chargeback Until File-Done
001119        Close Receivable-File
001120              Journal-File
001121     End-If
001122     .
001123 Settle-Next-Chargeback.
001124     Read Receivable-File Next Record
001125          At End Set File-Done To True
001126          Not At End
001127             If Recv-Open
001128                Move Recv-Dealer To Find-Dealer-Number
001129                Perform Find-Corp-Dealer
001130                If Dealer-Found
001131                   And Not Corp-Left-For-Store (Dealer-Index)
001132                   And Corp-Available (Dealer-Index) > Zero
001133                   Perform Apply-Chargeback-To-Payout
001134                End-If
001135             End-If
001136     End-Read
001137     .
001138 Apply-Chargeback-To-Payout.
001139     Compute Apply-Amount = Recv-Amount - Recv-Applied
001140     If Apply-Amount > Corp-Available (Dealer-Index)
001141        Move Corp-Available (Dealer-Index) To Apply-Amount
001142     End-If
001143     If Apply-Amount > Zero
001144        Add Apply-Amount To Recv-Applied
001145        If Recv-Applied >= Recv-Amount
001146           Set Recv-Settled To True
001147        End-If
001148        Perform Journal-Receivable-Rewrite
001149        Rewrite Receivable-Record
001150        Add Apply-Amount To
001151            Share-Chargeback (Dealer-Index, Store-Sub)
001152        Set Share-Used (Dealer-Index, Store-Sub) To True
001153        Subtract Apply-Amount From Corp-Available (Dealer-Index)
001154     End-If
001155     .
001156 Recover-Store-Advances.
001157     Perform Build-Store-File-Names
001158     Move Space To File-Done-Flag
001159     Open Input Advance-File
001160     If Advance-File-Status = "00"
001161        Perform Load-One-Advance Until File-Done
001162        Close Advance-File
001163        Open Extend Advance-Out-File
001164        Perform Recover-One-Advance
001165                Varying Dealer-Index From 1 By 1
001166                Until Dealer-Index > Dealer-Count
001167        Close Advance-Out-File
001168     End-If
001169     .
001170 Load-One-Advance.
001171     Read Advance-File
001172          At End Set File-Done To True
001173          Not At End
001174             Move Adv-Dealer To Find-Dealer-Number
001175             Perform Find-Corp-Dealer
001176             If Dealer-Found
001177                If Advance-Out
001178                   Add Adv-Amount To
001179                       Share-Advance-Owed
001180                            (Dealer-Index, Store-Sub)
001181                Else
001182                   Subtract Adv-Amount From
001183                       Share-Advance-Owed
001184                            (Dealer-Index, Store-Sub)
001185                End-If
001186             End-If
001187     End-Read
001188     .
001189 Recover-One-Advance.
001190     If Not Corp-Left-For-Store (Dealer-Index)
001191        And Share-Advance-Owed (Dealer-Index, Store-Sub) > Zero
001192        And Corp-Available (Dealer-Index) > Zero
001193        Move Share-Advance-Owed (Dealer-Index, Store-Sub) To
001194             Apply-Amount
001195        If Apply-Amount > Corp-Available (Dealer-Index)
001196           Move Corp-Available (Dealer-Index) To Apply-Amount
001197        End-If
001198        Subtract Apply-Amount From Corp-Available (Dealer-Index)
001199        Add Apply-Amount To
001200            Share-Advance (Dealer-Index, Store-Sub)
001201        Set Share-Used (Dealer-Index, Store-Sub) To True
001202        Move Spaces To Advance-Record
001203        Move Corp-Dealer (Dealer-Index) To Adv-Dealer
001204        Move Today-MMDDYYYY-N To Adv-Date
001205        Set Advance-Back To True
001206        Move Apply-Amount To Adv-Amount
001207        Move Spaces To Adv-Operator
001208        Write Advance-Out-Record From Advance-Record
001209     End-If
001210     .
001211* Paid Means Money That Went Out - Checks And ACH Credits -
001212* At Any Store, Counted Before Any Backup Withholding
001213 Load-Store-Paid-Year.
001214     Perform Build-Store-File-Names
001215     Move Space To File-Done-Flag
001216     Open Input Payment-History-In-File
001217     If Pay-History-In-Status = "00"
001218        Perform Load-One-Paid-Row Until File-Done
001219        Close Payment-History-In-File
001220     End-If
001221     .
001222 Load-One-Paid-Row.
001223     Read Payment-History-In-File
001224          At End Set File-Done To True
001225          Not At End
001226             If Prior-Hist-YYYY = Today-YYYY And
001227                (Prior-Hist-Method = "C" Or
001228                 Prior-Hist-Method = "A" Or
001228                 Prior-Hist-Method = "S")
001229                Move Prior-Hist-Dealer To Find-Dealer-Number
001230                Perform Find-Corp-Dealer
001231                If Dealer-Found
001232                   If Prior-Hist-Withheld Not Numeric
001233                      Move Zeros To Prior-Hist-Withheld
001234                   End-If
001235                   Add Prior-Hist-Amount Prior-Hist-Withheld
001236                       To Corp-Paid-Year (Dealer-Index)
001237                End-If
001238             End-If
001239     End-Read
001240     .
001241 Load-Backup-Rate.
001242     Open Input Backup-Rate-File
001243     If Backup-Rate-Status = "00"
001244        Read Backup-Rate-File
001245             At End Continue
001246             Not At End
001247                If Rate-Percent Numeric
001248                   Move Rate-Percent To Backup-Rate
001249                End-If
001250                If Rate-Threshold Numeric
001251                   Move Rate-Threshold To Backup-Threshold
001252                End-If
001253        End-Read
001254        Close Backup-Rate-File
001255     End-If
001256     .
001257 Pay-Home-Store-Dealers.
001258     Perform Build-Store-File-Names
001259     Open I-O Dealer-File
001260     If Dealer-Success
001261        Open Extend Journal-File
001262        Perform Pay-One-Home-Dealer
001263                Varying Dealer-Index From 1 By 1
001264                Until Dealer-Index > Dealer-Count
001265        Close Dealer-File
001266              Journal-File
001267     End-If
001268     .
001269 Pay-One-Home-Dealer.
001270     If Corp-Home-Store (Dealer-Index) = Store-Sub
001271        And Corp-Open (Dealer-Index)
001272        Move Corp-Dealer (Dealer-Index) To Dealer-Number
001273        Read Dealer-File
001274             Invalid Key
001275                Move Spaces To Payment-Method
001276                Perform Pay-By-Check-Only
001277             Not Invalid Key
001278                Perform Pay-Or-Carry
001279        End-Read
001280        Perform Print-Dealer-Statement
001281     End-If
001282     .
001283* A Dealer On No Store's Dealer File Is Paid By Check, As
001284* Chapt20c Does
001285 Pay-Unknown-Dealer.
001286     If Corp-Home-Store (Dealer-Index) = Zeros
001287        And Corp-Open (Dealer-Index)
001288        Display "Dealer " Corp-Dealer (Dealer-Index)
001289                " Not On File, Paid By Check"
001290        Perform Pay-By-Check-Only
001291        Perform Print-Dealer-Statement
001292     End-If
001293     .
001294 Pay-By-Check-Only.
001295     If Corp-Available (Dealer-Index) > Zero
001296        Perform Issue-Check
001297        If Corp-Paid (Dealer-Index)
001297           Perform Choose-Withholding-Store
001297        End-If
001298     Else
001299        Set Corp-Applied (Dealer-Index) To True
001300        Move "R" To Corp-Method (Dealer-Index)
001301     End-If
001302     .
001303* Not Yet Due On The Home Payout Schedule, Or Under The Home
001304* Minimum, Carries Forward Store By Store On CorpCarry.TXT
001305 Pay-Or-Carry.
001306     Perform Check-Payout-Due
001307     Evaluate True
001308        When Corp-Available (Dealer-Index) Not > Zero
001309             Set Corp-Applied (Dealer-Index) To True
001310             Move "R" To Corp-Method (Dealer-Index)
001311             Display "Payout To Dealer "
001312                     Corp-Dealer (Dealer-Index)
001313                     " Fully Applied To Store Charges"
001314        When Not Payout-Due
001315             Move "CARRIED - NOT DUE" To
001316                  Corp-Reason (Dealer-Index)
001317             Perform Carry-Dealer-Forward
001318        When Minimum-Payout Numeric And
001319             Corp-Available (Dealer-Index) < Minimum-Payout
001320             Move "CARRIED - UNDER MIN" To
001321                  Corp-Reason (Dealer-Index)
001322             Perform Carry-Dealer-Forward
001323        When Other
001324             Perform Apply-Backup-Withholding
001325             If Pay-By-Ach And Prenote-Done
001326                Perform Issue-Ach-Credit
001327             Else
001328                Perform Issue-Check
001329             End-If
001330             If Corp-Paid (Dealer-Index)
001330                Perform Choose-Withholding-Store
001330                Move Today-MMDDYYYY-N To Last-Payout-Date
001330                Perform Journal-Dealer-Rewrite
001330                Rewrite Dealer-Record
001330             End-If
001334     End-Evaluate
001335     .
001336* Weekly (Or Blank) Pays Every Run; Semi-Monthly Pays Once In
001337* The 1st-15th And Once In The 16th-Month End; Monthly Pays
001338* Once A Calendar Month
001339 Check-Payout-Due.
001340     Set Payout-Due To True
001341     If Last-Payout-Date Numeric And Last-Payout-Date > Zero
001342        And Last-Payout-YYYY = Today-YYYY
001343        And Last-Payout-MM = Today-MM
001344        Evaluate True
001345           When Pay-Monthly
001346                Move "N" To Payout-Due-Flag
001347           When Pay-Semi-Monthly And
001348                Last-Payout-DD < 16 And Today-DD < 16
001349                Move "N" To Payout-Due-Flag
001350           When Pay-Semi-Monthly And
001351                Last-Payout-DD > 15 And Today-DD > 15
001352                Move "N" To Payout-Due-Flag
001353           When Other
001354                Continue
001355        End-Evaluate
001356     End-If
001357     .
001358 Carry-Dealer-Forward.
001359     Set Corp-Carried (Dealer-Index) To True
001360     If Corp-Carried-Since (Dealer-Index) = Zeros
001361        Move Today-MMDDYYYY-N To Corp-Carried-Since (Dealer-Index)
001362     End-If
001363     Add 1 To Balances-Carried
001364     Add Corp-Available (Dealer-Index) To Total-Carried
001365     Display "Payout To Dealer " Corp-Dealer (Dealer-Index)
001366             " " Corp-Reason (Dealer-Index)
001367     .
001368* A Dealer With No Valid TIN On The Home Record Is Paid, Less
001369* Backup Withholding, Once What Every Store Has Paid Them This
001370* Year Reaches The Reporting Threshold
001371 Apply-Backup-Withholding.
001371     Compute Backup-Gross = Corp-Available (Dealer-Index)
001371                          - Corp-Settled-Carry (Dealer-Index)
001371     If Backup-Gross < Zero
001371        Move Zeros To Backup-Gross
001371     End-If
001373     Move Tax-Id To Corp-Tax-Id (Dealer-Index)
001374     If Tax-Id Not Numeric Or W9-Status-Code = "N"
001375        If Corp-Paid-Year (Dealer-Index) + Backup-Gross
001376           Not < Backup-Threshold
001377           Compute Corp-Backup-Withheld (Dealer-Index) Rounded =
001378                   Backup-Gross * Backup-Rate / 100
001379           Subtract Corp-Backup-Withheld (Dealer-Index) From
001380                    Corp-Available (Dealer-Index)
001381           Add Corp-Backup-Withheld (Dealer-Index) To
001382               Total-Backup-Withheld
001383           Display "Backup Withholding On Dealer "
001384                   Corp-Dealer (Dealer-Index) " Of "
001385                   Corp-Backup-Withheld (Dealer-Index)
001386        End-If
001387     End-If
001388     .
001389* The Withholding Is Booked Against The Store With The
001390* Largest Share, So No Store's History Row Goes Negative
001391 Choose-Withholding-Store.
001392     Move Zeros To Largest-Share
001393     Move Corp-Home-Store (Dealer-Index) To
001394          Corp-Withhold-Store (Dealer-Index)
001395     Perform Compare-Store-Share
001396             Varying Store-Sub From 1 By 1
001397             Until Store-Sub > Store-Count
001398     If Corp-Withhold-Store (Dealer-Index) = Zeros
001399        Move 1 To Corp-Withhold-Store (Dealer-Index)
001400     End-If
001401     Move Corp-Home-Store (Dealer-Index) To Store-Sub
001402     .
001403 Compare-Store-Share.
001404     Perform Compute-Share-Net
001405     If Share-Net > Largest-Share
001406        Move Share-Net To Largest-Share
001407        Move Store-Sub To Corp-Withhold-Store (Dealer-Index)
001408     End-If
001409     .
001410 Issue-Check.
001410     Set Chk-Issue To True
001410     Move "D" To Chk-Payee-Type
001410     Move Corp-Dealer (Dealer-Index) To Chk-Payee
001410     Move Corp-Available (Dealer-Index) To Chk-Amount
001410     Call "Chapt23s" Using Check-Stock-Area
001410     If Chk-Ok
001410        Set Corp-Paid (Dealer-Index) To True
001410        Move Chk-Number To Corp-Check-Number (Dealer-Index)
001410        Move "C" To Corp-Method (Dealer-Index)
001410        Add Corp-Available (Dealer-Index) To Total-Checks
001410        Display "Issued Check " Chk-Number
001410                " To Dealer " Corp-Dealer (Dealer-Index)
001410                " For " Corp-Available (Dealer-Index)
001410        Add 1 To Checks-Issued
001410     Else
001410        Perform Carry-Check-Not-Issued
001410     End-If
001410     .
001410* With No Check Number The Whole Balance, Before Any Backup
001410* Withholding, Carries Forward To The Next Run
001410 Carry-Check-Not-Issued.
001410     Display "Check Stock: " Chk-Message
001410     Add Corp-Backup-Withheld (Dealer-Index) To
001410         Corp-Available (Dealer-Index)
001410     Subtract Corp-Backup-Withheld (Dealer-Index) From
001410              Total-Backup-Withheld
001410     Move Zeros To Corp-Backup-Withheld (Dealer-Index)
001410     Move "CARRIED - NO CHECK" To Corp-Reason (Dealer-Index)
001410     Perform Carry-Dealer-Forward
001410     .
001410 Open-Check-Stock.
001410* The Check Stock Account Defaults To The Corporate Account
001410     Move Spaces To Check-Account-Env
001410     Accept Check-Account-Env From Environment "CHECK_ACCOUNT"
001410        On Exception
001410           Continue
001410     End-Accept
001410     Move Spaces To Check-Stock-Area
001410     Set Chk-Open-Run To True
001410     Move "CORPORAT" To Chk-Account
001410     If Check-Account-Env Not = Spaces
001410        Move Check-Account-Env To Chk-Account
001410     End-If
001410     Move Next-Check-Number To Chk-Number
001410     Move "CHAPT25R" To Chk-Program
001410     Call "Chapt23s" Using Check-Stock-Area
001410     If Not Chk-Ok
001410        Display "Check Stock: " Chk-Message
001410        Stop Run
001410     End-If
001410     Display "First Check Number " Chk-Number
001410     .
001410 Load-Current-Operator.
001410* The Menu Records The Signed-On Operator In CurrOper.TXT
001410     Open Input Current-Operator-File
001410     If Current-Operator-Status = "00"
001410        Read Current-Operator-File
001410             At End Continue
001410             Not At End
001410                Move Curr-Oper-Id To Current-Operator
001410        End-Read
001410        Close Current-Operator-File
001410     End-If
001410     .
001410 Check-Pending-Release.
001410     Move Space To Release-Done-Flag Prior-Run-Pending-Flag
001410     Open Input Payout-Release-File
001410     If Payout-Release-Status = "00"
001410        Perform Check-One-Release Until Release-Done
001410        Close Payout-Release-File
001410     End-If
001410     .
001410 Check-One-Release.
001410     Read Payout-Release-File
001410          At End Set Release-Done To True
001410          Not At End
001410             If Rel-Program = "CHAPT25R" And Rel-Pending
001410                Set Prior-Run-Pending To True
001410                Move Rel-Run-Date To Prior-Run-Date
001410             End-If
001410     End-Read
001410     .
001410 Stage-Payout-Release.
001410     Open Extend Payout-Release-File
001410     Accept Release-Time From Time
001410     Move Spaces To Payout-Release-Record
001410     Move Today-MMDDYYYY-N To Rel-Run-Date
001410     Move Release-Time (1:6) To Rel-Run-Time
001410     Move "CHAPT25R" To Rel-Program
001410     Move Current-Operator To Rel-Run-Operator
001410     Set Rel-Pending To True
001410     Move "ACH25R.PND" To Rel-Ach-Staged
001410     Move "ACH.TXT" To Rel-Ach-Target
001410     Move "STMT25R.PND" To Rel-Print-Staged
001410     Move Checks-Issued To Rel-Check-Count
001410     Move Total-Checks To Rel-Check-Total
001410     Move Ach-Credits-Issued To Rel-Ach-Count
001410     Move Total-Ach To Rel-Ach-Total
001410     Move Spaces To Rel-Review-Operator
001410     Move Zeros To Rel-Review-Date Rel-Review-Time
001410     Write Payout-Release-Record
001410     Close Payout-Release-File
001410     Display "Payout Run Staged, "
001410             "A Second Supervisor Must Release It"
001410     .
001410 Close-Check-Stock.
001410     Set Chk-Close-Run To True
001410     Call "Chapt23s" Using Check-Stock-Area
001410     Display "Check Register: " Chk-Message
001410     .
001421 Issue-Ach-Credit.
001422     Perform Open-Ach-File
001423     Move Spaces To Ach-Entry-Detail
001424     Move "6" To Ach-Record-Type
001425     Move 22 To Ach-Tran-Code
001426     Move Bank-Routing-Number To Ach-Routing
001427     Move Bank-Account-Number To Ach-Account
001428     Move Corp-Available (Dealer-Index) To Ach-Amount
001429     Move Corp-Dealer (Dealer-Index) To Ach-Dealer-Id
001430     Move Corp-Dealer-Name (Dealer-Index) To Ach-Dealer-Name
001431     Write Ach-Record From Ach-Entry-Detail
001432     Add 1 To Ach-Entry-Count
001433              Ach-Credits-Issued
001434     Add Corp-Available (Dealer-Index) To Ach-Total-Credit
001435                                         Total-Ach
001436     Set Corp-Paid (Dealer-Index) To True
001437     Move Spaces To Corp-Check-Number (Dealer-Index)
001438     Move "A" To Corp-Method (Dealer-Index)
001439     Display "ACH Credit To Dealer " Corp-Dealer (Dealer-Index)
001440             " For " Corp-Available (Dealer-Index)
001441     .
001442 Open-Ach-File.
001443     If Not Ach-Batch-Open
001444        Open Output Ach-File
001445        Move Work-Date To Ach-Header-Date
001446        Move Work-Date To Ach-Batch-Date
001447        Write Ach-Record From Ach-File-Header
001448        Write Ach-Record From Ach-Batch-Header
001449        Set Ach-Batch-Open To True
001450     End-If
001451     .
001452 Close-Ach-File.
001453     If Ach-Batch-Open
001454        Move Ach-Entry-Count To Ach-Control-Count
001455        Move Ach-Total-Credit To Ach-Control-Total
001456        Write Ach-Record From Ach-Batch-Control
001457        Write Ach-Record From Ach-File-Control
001458        Close Ach-File
001459        Display "ACH File Written With " Ach-Entry-Count
001460                " Entries"
001461     End-If
001462     .
001463 Print-Dealer-Statement.
001464     Move Corp-Dealer (Dealer-Index) To Stmt-Dealer
001465     Move Corp-Dealer-Name (Dealer-Index) To Stmt-Dealer-Name
001465* The Staged Statements Are Reprinted Line For Line On Release,
001465* So The Spacing Is Written Out Rather Than Left To Advancing
001465     Move Spaces To Statement-Record
001465     Write Statement-Record
001465     Write Statement-Record From Statement-Dealer-Line
001465     Write Statement-Record From Statement-Column-Line
001468     Perform Print-Statement-Store
001469             Varying Store-Sub From 1 By 1
001470             Until Store-Sub > Store-Count
001471     If Corp-Backup-Withheld (Dealer-Index) Not = Zero
001472        Move Corp-Backup-Withheld (Dealer-Index) To
001473             Stmt-Backup-Amount
001474        Move Backup-Rate To Stmt-Backup-Rate
001475        Write Statement-Record From Statement-Backup-Line
001477     End-If
001478     Move Corp-Available (Dealer-Index) To Stmt-Result-Amount
001479     Move Spaces To Stmt-Result-Ref
001480     Evaluate True
001481        When Corp-Paid (Dealer-Index) And
001482             Corp-Method (Dealer-Index) = "C"
001483             Move "Paid By Check" To Stmt-Result
001484             Move Corp-Check-Number (Dealer-Index) To
001485                  Stmt-Result-Ref
001486        When Corp-Paid (Dealer-Index)
001487             Move "Paid By ACH Credit" To Stmt-Result
001488        When Corp-Carried (Dealer-Index)
001489             Move "Not Paid - Carried Forward" To Stmt-Result
001490             Move Corp-Reason (Dealer-Index) To Stmt-Result-Ref
001491        When Other
001492             Move "Fully Applied To Store Charges" To Stmt-Result
001493     End-Evaluate
001493     Write Statement-Record From Statement-Result-Line
001495     Move Corp-Home-Store (Dealer-Index) To Store-Sub
001496     .
001497 Print-Statement-Store.
001498     If Share-Used (Dealer-Index, Store-Sub)
001499        Perform Compute-Share-Net
001500        Move Table-Store-Number (Store-Sub) To Stmt-Store
001501        Move Share-Sales (Dealer-Index, Store-Sub) To Stmt-Sales
001502        Move Share-Commission (Dealer-Index, Store-Sub) To
001503             Stmt-Commission
001504        Move Share-Card-Fee (Dealer-Index, Store-Sub) To
001505             Stmt-Card-Fee
001506        Move Share-Carry (Dealer-Index, Store-Sub) To
001507             Stmt-Carried
001508        Move Share-Tier (Dealer-Index, Store-Sub) To Stmt-Tier
001509        Move Share-Rent (Dealer-Index, Store-Sub) To Stmt-Rent
001510        Move Share-Chargeback (Dealer-Index, Store-Sub) To
001511             Stmt-Chargeback
001512        Move Share-Advance (Dealer-Index, Store-Sub) To
001513             Stmt-Advance
001514        Move Share-Net To Stmt-Net
001514        Write Statement-Record From Statement-Store-Line
001516     End-If
001517     .
001518* Each Store Books Its Own Share Of The Payment Under The One
001519* Check Number; The Withholding Store's Row Carries The Backup
001520* Withholding, Which Also Goes To That Store's BkupWH.TXT
001521 Post-Store-History.
001522     Perform Build-Store-File-Names
001523     Open Extend Payment-History-File
001524                 Journal-File
001525                 Backup-Withholding-File
001526     Perform Post-One-Share
001527             Varying Dealer-Index From 1 By 1
001528             Until Dealer-Index > Dealer-Count
001529     Close Payment-History-File
001530           Journal-File
001531           Backup-Withholding-File
001532     .
001533 Post-One-Share.
001534     If Share-Used (Dealer-Index, Store-Sub)
001535        Perform Compute-Share-Net
001536        Evaluate True
001537           When Corp-Paid (Dealer-Index)
001538           When Corp-Applied (Dealer-Index)
001539                Perform Write-Share-History
001540                Perform Add-Share-To-Store-Totals
001541           When Corp-Carried (Dealer-Index)
001542                Add Share-Net To Table-Store-Carried (Store-Sub)
001543           When Other
001544                Continue
001545        End-Evaluate
001546     End-If
001547     .
001548 Write-Share-History.
001549     Move Spaces To Payment-History-Record
001550     Move Corp-Dealer (Dealer-Index) To Hist-Dealer-Number
001551     Move Corp-Check-Number (Dealer-Index) To Hist-Check-Number
001552     Move Today-MMDDYYYY-N To Hist-Payment-Date
001553     Move Share-Net To Hist-Payment-Amount
001554     Move Spaces To Hist-Cleared-Date
001555     Move Corp-Method (Dealer-Index) To Hist-Payment-Method
001556     Move Zeros To Hist-Backup-Withheld
001557     If Corp-Withhold-Store (Dealer-Index) = Store-Sub
001558        And Corp-Backup-Withheld (Dealer-Index) > Zero
001559        Move Corp-Backup-Withheld (Dealer-Index) To
001560             Hist-Backup-Withheld
001561        Subtract Corp-Backup-Withheld (Dealer-Index) From
001562                 Hist-Payment-Amount
001563        Perform Write-Backup-Withholding
001564     End-If
001565     Move Spaces To Journal-Record
001566     Move "PAYHIST" To Jrn-File-Id
001567     Move "W" To Jrn-Action
001568     Move Hist-Dealer-Number To Jrn-Key
001569     Move Payment-History-Record To Jrn-Image
001570     Perform Write-Journal-Record
001571     Write Payment-History-Record
001572     .
001573 Write-Backup-Withholding.
001574     Move Spaces To Backup-Withholding-Record
001575     Move Corp-Dealer (Dealer-Index) To BW-Dealer
001576     Move Today-MMDDYYYY-N To BW-Date
001577     Compute BW-Gross-Amount = Corp-Available (Dealer-Index)
001578                             + Corp-Backup-Withheld (Dealer-Index)
001579     Move Backup-Rate To BW-Rate
001580     Move Corp-Backup-Withheld (Dealer-Index) To
001581          BW-Withheld-Amount
001582     Move Corp-Tax-Id (Dealer-Index) To BW-Tax-Id
001583     Move Corp-Method (Dealer-Index) To BW-Payment-Method
001584     Write Backup-Withholding-Record
001585     .
001586* The Store's Share Is What It Owes The Paying Entity; A
001587* Negative Share Is Store Rent Or Charges Funded By Another
001588* Store's Sales, Owed Back To The Store
001589 Add-Share-To-Store-Totals.
001590     Add Share-Payout (Dealer-Index, Store-Sub)
001591         Share-Carry (Dealer-Index, Store-Sub)
001592         To Table-Store-Earned (Store-Sub)
001593     Add Share-Tier (Dealer-Index, Store-Sub) To
001594         Table-Store-Tier (Store-Sub)
001595     Add Share-Rent (Dealer-Index, Store-Sub) To
001596         Table-Store-Rent (Store-Sub)
001597     Add Share-Chargeback (Dealer-Index, Store-Sub) To
001598         Table-Store-Chbk (Store-Sub)
001599     Add Share-Advance (Dealer-Index, Store-Sub) To
001600         Table-Store-Adv (Store-Sub)
001601     Add Share-Net To Table-Store-Owed (Store-Sub)
001602     .
001603 Write-Corporate-Carries.
001604     Open Output Corp-Carry-Out-File
001605     Perform Write-Dealer-Carries
001606             Varying Dealer-Index From 1 By 1
001607             Until Dealer-Index > Dealer-Count
001608     Perform Write-Orphan-Carry
001609             Varying Row-Sub From 1 By 1
001610             Until Row-Sub > Orphan-Count
001611     Close Corp-Carry-Out-File
001612     .
001613 Write-Dealer-Carries.
001614     If Corp-Carried (Dealer-Index)
001615        Or Corp-Left-For-Store (Dealer-Index)
001616        Perform Write-One-Store-Carry
001617                Varying Store-Sub From 1 By 1
001618                Until Store-Sub > Store-Count
001619     End-If
001620     .
001621* A Dealer Left To The Stores Keeps Only What Was Already
001622* Carried; Nothing Else Was Settled For Them Here
001623 Write-One-Store-Carry.
001624     If Corp-Carried (Dealer-Index)
001625        Perform Compute-Share-Net
001626     Else
001627        Move Share-Carry (Dealer-Index, Store-Sub) To Share-Net
001628     End-If
001629     If Share-Net Not = Zero
001630        Move Spaces To Corp-Carry-Record
001631        Move Corp-Dealer (Dealer-Index) To Carry-Dealer
001632        Move Table-Store-Number (Store-Sub) To Carry-Store
001633        Move Corp-Carried-Since (Dealer-Index) To Carry-Since
001634        Move Share-Net To Carry-Amount
001635        If Corp-Carried (Dealer-Index)
001636           Move Corp-Reason (Dealer-Index) To Carry-Reason
001637        Else
001638           Move Corp-Carry-Reason (Dealer-Index) To Carry-Reason
001639        End-If
001640        Write Corp-Carry-Out-Record From Corp-Carry-Record
001641     End-If
001642     .
001643 Write-Orphan-Carry.
001644     Write Corp-Carry-Out-Record From Orphan-Carry (Row-Sub)
001645     .
001646* Rows Settled Here Are Taken Out Of The Store's Payout File,
001647* So The Store's Own Chapt20c Cannot Pay Them A Second Time
001648 Rewrite-Store-Payouts.
001649     If Not Keep-Payout-File (Store-Sub)
001650        Perform Build-Store-File-Names
001651        Open Output Payout-Out-File
001652        Perform Write-Back-Payout-Row
001653                Varying Row-Sub From 1 By 1
001654                Until Row-Sub > Row-Count
001655        Close Payout-Out-File
001656     End-If
001657     .
001658 Write-Back-Payout-Row.
001659     If Row-Store (Row-Sub) = Store-Sub
001660        Move Row-Data (Row-Sub) (1:8) To Find-Dealer-Number
001661        Perform Find-Corp-Dealer
001662        If Not Dealer-Found
001663           Or Corp-Left-For-Store (Dealer-Index)
001664           Write Payout-Out-Record From Row-Data (Row-Sub)
001665        End-If
001666     End-If
001667     .
001668 Print-Settlement-Report.
001669     Open Output Report-File
001670     Move Corresponding Work-Date-X To Heading-Line-2
001671     Perform Print-Store-Settlement
001672             Varying Store-Sub From 1 By 1
001673             Until Store-Sub > Store-Count
001674     If Line-Count >= Max-Lines - 8
001675        Perform Heading-Routine
001676     End-If
001677     Move "Owed By All Stores" To Summary-Label
001678     Move Total-Owed To Summary-Amount
001679     Write Report-Record From Summary-Line After 2
001680     Move "  Paid To Dealers By Check" To Summary-Label
001681     Move Total-Checks To Summary-Amount
001682     Write Report-Record From Summary-Line After 1
001683     Move "  Paid To Dealers By ACH" To Summary-Label
001684     Move Total-Ach To Summary-Amount
001685     Write Report-Record From Summary-Line After 1
001686     Move "  Backup Withholding Due The IRS" To Summary-Label
001687     Move Total-Backup-Withheld To Summary-Amount
001688     Write Report-Record From Summary-Line After 1
001689     Move "Carried Forward, Not Yet Owed" To Summary-Label
001690     Move Total-Carried To Summary-Amount
001691     Write Report-Record From Summary-Line After 1
001692     Add 6 To Line-Count
001693     If Dealers-Left > Zero
001694        Move "Left For The Store's Own Payout Run" To Section-Line
001695        Write Report-Record From Section-Line After 2
001696        Add 2 To Line-Count
001697        Perform Print-Left-Dealer
001698                Varying Dealer-Index From 1 By 1
001699                Until Dealer-Index > Dealer-Count
001700     End-If
001701     Close Report-File
001702     Call "Chapt25d" Using Spool-Catalog-Name
001703          Spool-Catalog-File Page-Count
001704     .
001705 Print-Store-Settlement.
001706     Perform Heading-Routine
001707     Move Table-Store-Number (Store-Sub) To Store-Heading-Number
001708     Write Report-Record From Store-Heading-Line After 2
001709     Add 2 To Line-Count
001710     Perform Print-Store-Dealer
001711             Varying Dealer-Index From 1 By 1
001712             Until Dealer-Index > Dealer-Count
001713     Move Table-Store-Number (Store-Sub) To Total-Store-Number
001714     Move Table-Store-Earned (Store-Sub) To Total-Earned
001715     Move Table-Store-Tier (Store-Sub) To Total-Tier
001716     Move Table-Store-Rent (Store-Sub) To Total-Rent
001717     Move Table-Store-Chbk (Store-Sub) To Total-Chargeback
001718     Move Table-Store-Adv (Store-Sub) To Total-Advance
001719     Move Table-Store-Owed (Store-Sub) To Total-Store-Owed
001720     Write Report-Record From Store-Total-Line After 2
001721     Move "  Carried Forward At This Store" To Summary-Label
001722     Move Table-Store-Carried (Store-Sub) To Summary-Amount
001723     Write Report-Record From Summary-Line After 1
001724     Add 3 To Line-Count
001725     Add Table-Store-Owed (Store-Sub) To Total-Owed
001726     .
001727 Print-Store-Dealer.
001728     If Share-Used (Dealer-Index, Store-Sub)
001729        And (Corp-Paid (Dealer-Index) Or
001730             Corp-Applied (Dealer-Index))
001731        If Line-Count >= Max-Lines - 3
001732           Perform Heading-Routine
001733        End-If
001734        Perform Compute-Share-Net
001735        Move Corp-Dealer (Dealer-Index) To Detail-Dealer
001736        Move Corp-Dealer-Name (Dealer-Index) To Detail-Name
001737        Compute Detail-Earned =
001738                Share-Payout (Dealer-Index, Store-Sub) +
001739                Share-Carry (Dealer-Index, Store-Sub)
001740        Move Share-Tier (Dealer-Index, Store-Sub) To Detail-Tier
001741        Move Share-Rent (Dealer-Index, Store-Sub) To Detail-Rent
001742        Move Share-Chargeback (Dealer-Index, Store-Sub) To
001743             Detail-Chargeback
001744        Move Share-Advance (Dealer-Index, Store-Sub) To
001745             Detail-Advance
001746        Move Share-Net To Detail-Owed
001747        Write Report-Record From Detail-Line After 1
001748        Add 1 To Line-Count
001749     End-If
001750     .
001751 Print-Left-Dealer.
001752     If Corp-Left-For-Store (Dealer-Index)
001753        If Line-Count >= Max-Lines
001754           Perform Heading-Routine
001755        End-If
001756        Move Corp-Dealer (Dealer-Index) To Left-Dealer
001757        Move Corp-Dealer-Name (Dealer-Index) To Left-Name
001758        Move Corp-Reason (Dealer-Index) To Left-Reason
001759        Write Report-Record From Left-Line After 1
001760        Add 1 To Line-Count
001761     End-If
001762     .
001763 Heading-Routine.
001764     Add 1 To Page-Count
001765     Move Page-Count To Page-No
001766     If Page-Count = 1
001767        Write Report-Record From Heading-Line-1 After Zero
001768     Else
001769        Write Report-Record From Heading-Line-1 After Page
001770     End-If
001771     Write Report-Record From Heading-Line-2 After 1
001772     Write Report-Record From Heading-Line-3 After 2
001773     Move 5 To Line-Count
001774     .
001775 Journal-Dealer-Rewrite.
001776     Move Spaces To Journal-Record
001777     Move "DEALER" To Jrn-File-Id
001778     Move "R" To Jrn-Action
001779     Move Dealer-Number To Jrn-Key
001780     Move Dealer-Record To Jrn-Image
001781     Perform Write-Journal-Record
001782     .
001783 Journal-Invoice-Rewrite.
001784     Move Spaces To Journal-Record
001785     Move "RENTINV" To Jrn-File-Id
001786     Move "R" To Jrn-Action
001787     Move Invoice-Number To Jrn-Key
001788     Move Rent-Invoice-Record To Jrn-Image
001789     Perform Write-Journal-Record
001790     .
001791 Journal-Receivable-Rewrite.
001792     Move Spaces To Journal-Record
001793     Move "RECVLEDG" To Jrn-File-Id
001794     Move "R" To Jrn-Action
001795     Move Recv-Number To Jrn-Key
001796     Move Receivable-Record To Jrn-Image
001797     Perform Write-Journal-Record
001798     .
001799* Write-Ahead Journal At The Store Whose File Is Updated
001800 Write-Journal-Record.
001801     Accept Journal-Stamp-Date From Date
001802     Accept Journal-Stamp-Time From Time
001803     Move 20 To Jrn-Date (1:2)
001804     Move Journal-Stamp-Date To Jrn-Date (3:6)
001805     Move Journal-Stamp-Time (1:6) To Jrn-Time
001806     Move Journal-Program-Id To Jrn-Program
001807     Write Journal-Record
001808     .
