000034* Entered Bank Details.  Open Rent Invoices Are Withheld From
000035* The Payout And Posted As Rent Payments, With A Settlement
000036* Statement Printed Per Dealer
000036* Dealers Without A Valid TIN Are Paid Less IRS Backup
000036* Withholding Once Past The Reporting Threshold
000043* Check Numbers Come From The Chapt23s Check Stock Control;
000043* Parameters Are An Optional Restart Check Number And RESTART,
000043* Which Skips Dealers Already Paid Today
000043* The Share Of A Payout A Dealer Takes As Store Credit - The
000043* Chapt25s One-Time Election, Else The Dealer's Standing
000043* Percent - Is Issued As A GiftCert.Dat Certificate Worth The
000043* Share Plus The CredRate.TXT Bonus; The Bonus Is Promotional
000043* Expense, Only The Share Itself Is Dealer Income
000043* Court-Ordered Garnishments And Tax Levies On Garnish.TXT Come
000043* Out After Backup Withholding And Before The Store Credit
000043* Share, Lowest Priority Number First, Until The Order Is
000043* Released Or Its Total Is Withheld.  At The End Of The Run
000043* Each Order's Withheld-Not-Yet-Remitted Amount Goes To The
000043* Agency On One Check, With A Remittance Advice On The
000043* Statement Printer; Both Sides Post To GarnRem.TXT
000043* Nothing Leaves On This Run Alone: The ACH File And The Checks
000043* With Their Statements Are Staged Pending Release On PayRel.TXT
000043* Until A Second Supervisor Approves Them With Chapt25x, And A
000043* New Run Waits While An Earlier One Is Still Pending.  A Dealer
000043* Whose Bank Details Chapt14b Changed Is Paid By Check Through
000043* The Cooling-Off Period Before The New Account Is Prenoted
000043* Store Credit Certificates Are Written Pending Release And Only
000043* Become Spendable When Chapt25x Approves The Run
000043* The New Hold File Is Built As PayHold.NEW And Copied Over
000043* PayHold.TXT Only Once The Run Has Finished, So A Run That Stops
000043* Part Way Leaves The Holds And Carries Exactly As They Were
000043 Environment Division.
000050 Configuration Section.
000055 Source-Computer.  IBM-PC.
000071            Access Random
000072            Record Key Dealer-Number
000073            File Status Dealer-Status.
000074     Select Optional Ach-File Assign To Ach-File-Name
000075            Organization Is Line Sequential
000076            File Status  Is Ach-File-Status.
000076     Select Optional Rent-Invoice-File Assign To "RentInv.Dat"
000096     Select Optional Journal-File Assign To "Journal.TXT"
000096         Organization Is Line Sequential
000096         File Status  Is Journal-Status.
000096     Select Optional Pay-Hold-File Assign To Pay-Hold-File-Name
000076            Organization Is Line Sequential
000076            File Status  Is Pay-Hold-Status.
000076     Select Pay-Hold-Save-File Assign To "PayHold.TXT"
000076            Organization Is Line Sequential
000076            File Status  Is Pay-Hold-Save-Status.
000076     Select Optional Rent-Ledger-File Assign To "RentLedg.TXT"
000076            Organization Is Line Sequential
000076            File Status  Is Rent-Ledger-Status.
000076     Select Optional Advance-Out-File Assign To "AdvLedg.TXT"
000076            Organization Is Line Sequential
000076            File Status  Is Advance-Out-Status.
000076     Select Optional Comm-Adjust-File Assign To "CommAdj.TXT"
000076            Organization Is Line Sequential
000076            File Status  Is Comm-Adjust-Status.
000076     Select Optional Comm-Adjust-Out-File Assign To "CommAdj.TXT"
000076            Organization Is Line Sequential
000076            File Status  Is Comm-Adjust-Out-Status.
000076     Select Optional Payment-History-In-File Assign To
000076                     "PayHist.TXT"
000076            Organization Is Line Sequential
000076            File Status  Is Pay-History-In-Status.
000076     Select Optional Backup-Rate-File Assign To "BWRate.TXT"
000076            Organization Is Line Sequential
000076            File Status  Is Backup-Rate-Status.
000076     Select Optional Backup-Withholding-File Assign To
000076                     "BkupWH.TXT"
000076            Organization Is Line Sequential
000076            File Status  Is Backup-Withholding-Status.
000076     Select Optional Credit-Election-File Assign To
000076                     "CredElec.TXT"
000076            Organization Is Line Sequential
000076            File Status  Is Credit-Election-Status.
000076     Select Optional Credit-Election-Out-File Assign To
000076                     "CredElec.TXT"
000076            Organization Is Line Sequential
000076            File Status  Is Credit-Election-Out-Status.
000076     Select Optional Credit-Rate-File Assign To "CredRate.TXT"
000076            Organization Is Line Sequential
000076            File Status  Is Credit-Rate-Status.
000076     Select Optional Gift-Cert-File Assign To "GiftCert.Dat"
000076            Organization Indexed
000076            Access Random
000076            Record Key Cert-Number
000076            File Status Gift-Cert-Status.
000076     Select Optional Expense-File Assign To "ExpLedg.TXT"
000076            Organization Is Line Sequential
000076            File Status  Is Expense-Status.
000076     Select Optional Garnishment-Order-File Assign To
000076                     "Garnish.TXT"
000076            Organization Is Line Sequential
000076            File Status  Is Garnishment-Order-Status.
000076     Select Optional Garnishment-Remit-File Assign To
000076                     "GarnRem.TXT"
000076            Organization Is Line Sequential
000076            File Status  Is Garnishment-Remit-Status.
000076     Select Optional Garnishment-Remit-Out-File Assign To
000076                     "GarnRem.TXT"
000076            Organization Is Line Sequential
000076            File Status  Is Garnishment-Remit-Out-Status.
000076     Select Optional Payout-Release-File Assign To "PayRel.TXT"
000076            Organization Is Line Sequential
000076            File Status  Is Payout-Release-Status.
000076     Select Optional Current-Operator-File Assign To
000076                     "CurrOper.TXT"
000076            Organization Is Line Sequential
000076            File Status  Is Current-Operator-Status.
000076     Select Statement-File Assign To Statement-File-Name
000076            Organization Is Line Sequential.
000077 Data Division.
000078 File Section.
000079 Fd  Payout-File.
000089     03  Payout-Commission      Pic S9(5)v99.
000090     03  Filler                 Pic X.
000091     03  Payout-Net-Amount      Pic S9(6)v99.
000091     03  Filler                 Pic X.
000091     03  Payout-Card-Fee        Pic S9(5)v99.
000092 Fd  Payment-History-File.
000093 01  Payment-History-Record.
000094     03  Hist-Dealer-Number     Pic X(8).
000102     03  Hist-Cleared-Date      Pic X(8).
000103     03  Filler                 Pic X.
000104     03  Hist-Payment-Method    Pic X.
000104     03  Filler                 Pic X.
000104     03  Hist-Backup-Withheld   Pic S9(6)v99.
000105 Fd  Dealer-File.
000106 01  Dealer-Record.
000107     03  Dealer-Number         Pic X(8).
000115         88  Prenote-Needed  Value "P" " ".
000116         88  Prenote-Sent    Value "S".
000117         88  Prenote-Done    Value "D".
000117         88  Ach-On-Hold     Value "H".
000118     03  Prenote-Date        Pic X(8).
000119     03  Contact-Preference  Pic X.
000119     03  Tax-Id              Pic X(9).
000119     03  Filler              Pic X(4).
000119     03  Onboard-Status      Pic X.
000119         88  Onboard-Pending Value "P".
000119     03  Payout-Frequency    Pic X.
000119         88  Pay-Every-Run   Value "W" " ".
000119         88  Pay-Semi-Monthly Value "S".
000119         88  Pay-Monthly     Value "M".
000119     03  Minimum-Payout      Pic 9(5)v99.
000119     03  Last-Payout-Date    Pic 9(8).
000119     03  Last-Payout-Date-X  Redefines Last-Payout-Date.
000119         05  Last-Payout-MM  Pic 99.
000119         05  Last-Payout-DD  Pic 99.
000119         05  Last-Payout-YYYY Pic 9(4).
000119     03  Store-Credit-Percent Pic 9(3).
000119     03  Filler              Pic X(15).
000120 Fd  Ach-File.
000121 01  Ach-Record               Pic X(94).
000122 Fd  Rent-Invoice-File.
000133     03  Hold-Amount         Pic S9(6)v99.
000133     03  Filler              Pic X.
000133     03  Hold-Reason         Pic X(20).
000133 Fd  Pay-Hold-Save-File.
000133 01  Pay-Hold-Save-Record    Pic X(47).
000133 Fd  Rent-Ledger-File.
000133 01  Rent-Ledger-Record.
000133     03  Ledger-Date         Pic 9(8).
000134     03  Adv-Operator        Pic X(4).
000134 Fd  Advance-Out-File.
000134 01  Advance-Out-Record     Pic X(33).
000134 Fd  Comm-Adjust-File.
000134 Copy "commadj.cpy".
000134 Fd  Comm-Adjust-Out-File.
000134 01  Comm-Adjust-Out-Record Pic X(63).
000134 Fd  Payment-History-In-File.
000134 01  Payment-History-In-Record.
000134     03  Prior-Hist-Dealer      Pic X(8).
000134     03  Filler                 Pic X(12).
000134     03  Prior-Hist-Date        Pic 9(8).
000134     03  Prior-Hist-Date-X Redefines Prior-Hist-Date.
000134         05  Prior-Hist-MM      Pic 99.
000134         05  Prior-Hist-DD      Pic 99.
000134         05  Prior-Hist-YYYY    Pic 9(4).
000134     03  Filler                 Pic X.
000134     03  Prior-Hist-Amount      Pic S9(6)v99.
000134     03  Filler                 Pic X(10).
000134     03  Prior-Hist-Method      Pic X.
000134     03  Filler                 Pic X.
000134     03  Prior-Hist-Withheld    Pic S9(6)v99.
000134 Fd  Backup-Rate-File.
000134 01  Backup-Rate-Record.
000134     03  Rate-Percent           Pic 9(2)v99.
000134     03  Filler                 Pic X.
000134     03  Rate-Threshold         Pic 9(5)v99.
000134 Fd  Backup-Withholding-File.
000134 Copy "bkupwh.cpy".
000134 Fd  Credit-Election-File.
000134 Copy "credelec.cpy".
000134 Fd  Credit-Election-Out-File.
000134 01  Credit-Election-Out-Record Pic X(28).
000134 Fd  Credit-Rate-File.
000134 01  Credit-Rate-Record.
000134     03  Credit-Rate-Bonus      Pic 9(3)v99.
000134 Fd  Gift-Cert-File.
000134 01  Gift-Cert-Record.
000134     03  Cert-Number          Pic X(12).
000134     03  Cert-Issue-Date      Pic 9(8).
000134     03  Cert-Original-Value  Pic 9(5)v99.
000134     03  Cert-Remaining-Value Pic 9(5)v99.
000134     03  Cert-Status-Code     Pic X.
000134         88  Cert-Outstanding Value "O".
000134         88  Cert-Exhausted   Value "X".
000134         88  Cert-Pending-Release Value "P".
000134     03  Filler               Pic X(10).
000134 Fd  Expense-File.
000134 01  Expense-Record.
000134     03  Exp-Date            Pic 9(8).
000134     03  Filler              Pic X.
000134     03  Exp-Category        Pic X(4).
000134     03  Filler              Pic X.
000134     03  Exp-Description     Pic X(30).
000134     03  Filler              Pic X.
000134     03  Exp-Amount          Pic 9(6)v99.
000134     03  Filler              Pic X.
000134     03  Exp-Operator        Pic X(4).
000134 Fd  Garnishment-Order-File.
000134 Copy "garnord.cpy".
000134 Fd  Garnishment-Remit-File.
000134 Copy "garnrem.cpy".
000134 Fd  Garnishment-Remit-Out-File.
000134 01  Garnishment-Remit-Out-Record Pic X(75).
000134 Fd  Payout-Release-File.
000134 Copy "payrel.cpy".
000134 Fd  Current-Operator-File.
000134 01  Current-Operator-Record.
000134     03  Curr-Oper-Id        Pic X(4).
000134     03  Filler              Pic X.
000134     03  Curr-Oper-Level     Pic 9.
000134 Fd  Statement-File.
000135 01  Statement-Record         Pic X(132).
000130 Working-Storage Section.
000137 01  Done-Flag             Pic X Value Spaces.
000138     88  All-Done          Value "Y".
000139 01  Next-Check-Number     Pic 9(10) Value Zeros.
000139 01  Run-Parameters        Pic X(40) Value Spaces.
000139 01  Restart-Word          Pic X(8) Value Spaces.
000139     88  Restart-Run       Value "RESTART" "restart".
000139 01  Ach-File-Name         Pic X(12) Value "ACH20C.PND".
000139 01  Statement-File-Name   Pic X(12) Value "STMT20C.PND".
000139 01  Payout-Release-Status Pic XX Value Spaces.
000139 01  Current-Operator-Status Pic XX Value Spaces.
000139 01  Current-Operator      Pic X(4) Value Spaces.
000139 01  Release-Done-Flag     Pic X Value Spaces.
000139     88  Release-Done      Value "Y".
000139 01  Prior-Run-Pending-Flag Pic X Value Spaces.
000139     88  Prior-Run-Pending Value "Y".
000139 01  Prior-Run-Date        Pic 9(8) Value Zeros.
000139 01  Release-Time          Pic 9(8) Value Zeros.
000139 01  Total-Check-Amount    Pic S9(9)v99 Value Zeros.
000139* Days A Changed Bank Account Waits On The Confirmation Letter
000139* Before Its Prenote Goes Out
000139 01  Bank-Cooling-Days     Pic 9(3) Value 10.
000139 01  Bank-Change-Holds     Pic 9(5) Value Zeros.
000139 01  Check-Account-Env     Pic X(8) Value Spaces.
000139 Copy "chkstk.cpy".
000139 01  Restart-Skipped       Pic 9(5) Value Zeros.
000139 01  Checks-Not-Issued     Pic 9(5) Value Zeros.
000139 01  Paid-Today-Count      Pic 9(3) Value Zeros.
000139 01  Paid-Today-Table-Area.
000139     03  Paid-Today-Entry Occurs 0 To 500 Times
000139             Depending On Paid-Today-Count
000139             Indexed By Paid-Today-Index.
000139         05  Paid-Today-Dealer Pic X(8).
000139 01  Already-Paid-Flag     Pic X Value Space.
000139     88  Already-Paid-Today Value "Y".
000140 01  Checks-Issued         Pic 9(5) Value Zeros.
000141 01  Ach-Credits-Issued    Pic 9(5) Value Zeros.
000142 01  Prenotes-Sent         Pic 9(5) Value Zeros.
000147         05  Table-Adv-Dealer    Pic X(8).
000147         05  Table-Adv-Balance   Pic S9(7)v99.
000147 01  Advance-Recovered     Pic S9(6)v99 Value Zeros.
000147 01  Comm-Adjust-Status    Pic XX Value Spaces.
000147 01  Comm-Adjust-Out-Status Pic XX Value Spaces.
000147 01  Adjustments-Done-Flag Pic X Value Spaces.
000147     88  Adjustments-Done  Value "Y".
000147 01  Adjust-Dealer-Count   Pic 9(3) Value Zeros.
000147 01  Adjust-Table-Area.
000147     03  Adjust-Entry Occurs 0 To 300 Times
000147             Depending On Adjust-Dealer-Count
000147             Indexed By Adjust-Index.
000147         05  Table-Adj-Dealer    Pic X(8).
000147         05  Table-Adj-Pending   Pic S9(7)v99.
000147 01  Tier-Adjust-Applied   Pic S9(6)v99 Value Zeros.
000147 01  Total-Tier-Adjusted   Pic S9(8)v99 Value Zeros.
000147 01  Total-Adv-Recovered   Pic S9(8)v99 Value Zeros.
000185 01  Journal-Status            Pic XX Value Spaces.
000185 01  Journal-Stamp-Date        Pic 9(6) Value Zeros.
000185 01  Journal-Stamp-Time        Pic 9(8) Value Zeros.
000185 01  Journal-Program-Id        Pic X(8) Value "CHAPT20C".
000100 01  Pay-Hold-Status       Pic XX Value Spaces.
000100 01  Pay-Hold-Save-Status  Pic XX Value Spaces.
000100 01  Pay-Hold-File-Name    Pic X(12) Value "PayHold.TXT".
000147 01  Payments-Held         Pic 9(5) Value Zeros.
000147 01  Holds-Released        Pic 9(5) Value Zeros.
000147 01  Holds-Done-Flag       Pic X Value Spaces.
000147     88  Holds-Done        Value "Y".
000147 01  Hold-Copy-Done-Flag   Pic X Value Spaces.
000147     88  Hold-Copy-Done    Value "Y".
000147 01  Held-Count            Pic 9(3) Value Zeros.
000147 01  Held-Table-Area.
000147     03  Held-Entry Occurs 0 To 200 Times
000147         05  Held-Date       Pic 9(8).
000147         05  Held-Amount     Pic S9(6)v99.
000147         05  Held-Reason     Pic X(20).
000147 01  Carry-Count           Pic 9(3) Value Zeros.
000147 01  Carry-Table-Area.
000147     03  Carry-Entry Occurs 0 To 300 Times
000147             Depending On Carry-Count
000147             Indexed By Carry-Index.
000147         05  Carry-Dealer    Pic X(8).
000147         05  Carry-Since     Pic 9(8).
000147         05  Carry-Amount    Pic S9(6)v99.
000147         05  Carry-Reason-Held Pic X(20).
000147         05  Carry-Claimed-Flag Pic X.
000147             88  Carry-Was-Claimed Value "Y".
000147 01  Carried-In            Pic S9(6)v99 Value Zeros.
000147 01  Carried-Since         Pic 9(8) Value Zeros.
000147 01  Carried-Forward       Pic S9(6)v99 Value Zeros.
000147 01  Carry-Reason          Pic X(20) Value Spaces.
000147 01  Payout-Due-Flag       Pic X Value Spaces.
000147     88  Payout-Due        Value "Y".
000147 01  Balances-Carried      Pic 9(5) Value Zeros.
000147 01  Total-Carried         Pic S9(8)v99 Value Zeros.
000147 01  Pay-History-In-Status Pic XX Value Spaces.
000147 01  Backup-Rate-Status    Pic XX Value Spaces.
000147 01  Backup-Withholding-Status Pic XX Value Spaces.
000147* IRS Backup Withholding Rate And The Paid-In-The-Year
000147* Threshold It Starts At, Overridden By BWRate.TXT
000147 01  Backup-Rate           Pic 9(2)v99 Value 24.00.
000147 01  Backup-Threshold      Pic 9(5)v99 Value 600.00.
000147 01  Backup-Withheld       Pic S9(6)v99 Value Zeros.
000147 01  Backup-Gross          Pic S9(6)v99 Value Zeros.
000147 01  Total-Backup-Withheld Pic S9(8)v99 Value Zeros.
000147 01  Paid-Year-Done-Flag   Pic X Value Spaces.
000147     88  Paid-Year-Done    Value "Y".
000147 01  Paid-Year-Count       Pic 9(3) Value Zeros.
000147 01  Paid-Year-Table-Area.
000147     03  Paid-Year-Entry Occurs 0 To 500 Times
000147             Depending On Paid-Year-Count
000147             Indexed By Paid-Year-Index.
000147         05  Paid-Year-Dealer  Pic X(8).
000147         05  Paid-Year-Amount  Pic S9(7)v99.
000147 01  Invoice-Done-Flag     Pic X Value Spaces.
000147     88  Invoice-Done      Value "Y".
000147 01  Rent-Withheld         Pic S9(6)v99 Value Zeros.
000147 01  Net-After-Rent        Pic S9(6)v99 Value Zeros.
000147 01  Apply-Amount          Pic S9(6)v99 Value Zeros.
000147 01  Total-Rent-Withheld   Pic S9(8)v99 Value Zeros.
000147 01  Credit-Election-Status Pic XX Value Spaces.
000147 01  Credit-Election-Out-Status Pic XX Value Spaces.
000147 01  Credit-Rate-Status    Pic XX Value Spaces.
000147 01  Gift-Cert-Status      Pic XX Value Spaces.
000147     88  Gift-Cert-Success Value "00" Thru "09".
000147 01  Expense-Status        Pic XX Value Spaces.
000147 01  Elections-Done-Flag   Pic X Value Spaces.
000147     88  Elections-Done    Value "Y".
000147 01  Election-Count        Pic 9(3) Value Zeros.
000147 01  Election-Table-Area.
000147     03  Election-Entry Occurs 0 To 300 Times
000147             Depending On Election-Count
000147             Indexed By Election-Index.
000147         05  Election-Dealer     Pic X(8).
000147         05  Election-Percent    Pic 9(3).
000147         05  Election-Open-Flag  Pic X.
000147             88  Election-Open   Value "Y".
000147* Bonus On Top Of The Share Taken As Store Credit, Overridden
000147* By CredRate.TXT
000147 01  Credit-Bonus-Percent  Pic 9(3)v99 Value 10.00.
000147 01  Credit-Percent        Pic 9(3) Value Zeros.
000147 01  Store-Credit-Base     Pic S9(6)v99 Value Zeros.
000147 01  Store-Credit-Bonus    Pic S9(6)v99 Value Zeros.
000147 01  Store-Credit-Value    Pic S9(6)v99 Value Zeros.
000147 01  Store-Credit-Cert     Pic X(12) Value Spaces.
000147 01  Total-Store-Credit    Pic S9(8)v99 Value Zeros.
000147 01  Total-Credit-Bonus    Pic S9(8)v99 Value Zeros.
000147 01  Credits-Issued        Pic 9(5) Value Zeros.
000147 01  Cert-Sequence         Pic 9(3) Value Zeros.
000147 01  Cert-Written-Flag     Pic X Value Space.
000147     88  Cert-Written      Value "Y".
000147 01  Gift-Cert-Open-Flag   Pic X Value Space.
000147     88  Gift-Cert-Open    Value "Y".
000147 01  Credit-Cert-Number.
000147     03  Filler            Pic X Value "S".
000147     03  Credit-Cert-Date  Pic 9(6).
000147     03  Credit-Cert-Seq   Pic 9(3).
000147 01  Garnishment-Order-Status Pic XX Value Spaces.
000147 01  Garnishment-Remit-Status Pic XX Value Spaces.
000147 01  Garnishment-Remit-Out-Status Pic XX Value Spaces.
000147 01  Garnish-Done-Flag     Pic X Value Spaces.
000147     88  Garnish-Done      Value "Y".
000147 01  Garnish-Count         Pic 9(3) Value Zeros.
000147 01  Garnish-Table-Area.
000147     03  Garnish-Entry Occurs 0 To 100 Times
000147             Depending On Garnish-Count
000147             Indexed By Garn-Index.
000147         05  Tbl-Garn-Dealer    Pic X(8).
000147         05  Tbl-Garn-Order     Pic X(15).
000147         05  Tbl-Garn-Priority  Pic 9(2).
000147         05  Tbl-Garn-Method    Pic X.
000147         05  Tbl-Garn-Rate      Pic 9(3)v99.
000147         05  Tbl-Garn-Fixed     Pic 9(6)v99.
000147         05  Tbl-Garn-Total     Pic 9(7)v99.
000147         05  Tbl-Garn-Start     Pic 9(8).
000147         05  Tbl-Garn-Release   Pic 9(8).
000147         05  Tbl-Garn-Agency    Pic X(8).
000147         05  Tbl-Garn-Agency-Name Pic X(30).
000147         05  Tbl-Garn-Address-1 Pic X(30).
000147         05  Tbl-Garn-Address-2 Pic X(30).
000147         05  Tbl-Garn-Withheld  Pic S9(7)v99.
000147         05  Tbl-Garn-Remitted  Pic S9(7)v99.
000147         05  Tbl-Garn-Active-Flag Pic X.
000147             88  Tbl-Garn-Active Value "Y".
000147         05  Tbl-Garn-Taken-Flag Pic X.
000147             88  Tbl-Garn-Taken  Value "Y".
000147 01  Days-Since-Garnish    Pic S9(7) Value Zeros.
000147 01  Next-Garnish-Sub      Pic 9(3) Value Zeros.
000147 01  Next-Garnish-Priority Pic 9(2) Value Zeros.
000147 01  Garnish-Skip-Flag     Pic X Value Space.
000147     88  Garnish-Already-Taken Value "Y".
000147 01  Hold-Settled-Flag     Pic X Value Space.
000147     88  Hold-Already-Settled Value "Y".
000147 01  Garnish-Base          Pic S9(6)v99 Value Zeros.
000147 01  Garnish-Amount        Pic S9(7)v99 Value Zeros.
000147 01  Garnish-Balance       Pic S9(7)v99 Value Zeros.
000147 01  Garnish-Withheld      Pic S9(6)v99 Value Zeros.
000147 01  Total-Garnished       Pic S9(8)v99 Value Zeros.
000147 01  Total-Garnish-Remitted Pic S9(8)v99 Value Zeros.
000147 01  Garnish-Checks-Issued Pic 9(5) Value Zeros.
000147* The Orders Taken From The Payout Now Being Settled, For The
000147* Settlement Statement
000147 01  Garnish-Applied-Count Pic 9 Value Zeros.
000147 01  Garnish-Applied-Area.
000147     03  Garnish-Applied-Entry Occurs 0 To 9 Times
000147             Depending On Garnish-Applied-Count
000147             Indexed By Garnish-Applied-Index.
000147         05  Applied-Garn-Sub     Pic 9(3).
000147         05  Applied-Garn-Amount  Pic S9(7)v99.
000147 01  Statement-Detail.
000147     03  Filler            Pic X(8)  Value "Dealer".
000147     03  Stmt-Dealer       Pic X(8).
000147     03  Stmt-Advance      Pic ZZZ,ZZZ.99-.
000147     03  Filler            Pic X(5)  Value " Net".
000147     03  Stmt-Net          Pic ZZZ,ZZZ.99-.
000147 01  Statement-Card-Fee-Line.
000147     03  Filler            Pic X(8)  Value "Dealer".
000147     03  Stmt-Fee-Dealer   Pic X(8).
000147     03  Filler            Pic X(32)
000147         Value " Card Processing Fee Deducted".
000147     03  Stmt-Fee-Amount   Pic ZZZ,ZZZ.99-.
000147 01  Statement-Tier-Line.
000147     03  Filler            Pic X(8)  Value "Dealer".
000147     03  Stmt-Tier-Dealer  Pic X(8).
000147     03  Filler            Pic X(32)
000147         Value " Volume Tier Commission Adjust".
000147     03  Stmt-Tier-Amount  Pic ZZZ,ZZZ.99-.
000147     03  Filler            Pic X(24)
000147         Value "  (- Credits The Dealer)".
000147 01  Statement-Carry-In-Line.
000147     03  Filler            Pic X(8)  Value "Dealer".
000147     03  Stmt-Carry-In-Dealer Pic X(8).
000147     03  Filler            Pic X(32)
000147         Value " Balance Brought Forward".
000147     03  Stmt-Carry-In-Amount Pic ZZZ,ZZZ.99-.
000147     03  Filler            Pic X(8)  Value "  Since".
000147     03  Stmt-Carry-In-Since Pic 99/99/9999.
000147 01  Statement-Carry-Out-Line.
000147     03  Filler            Pic X(8)  Value "Dealer".
000147     03  Stmt-Carry-Out-Dealer Pic X(8).
000147     03  Filler            Pic X(32)
000147         Value " Not Paid - Carried Forward".
000147     03  Stmt-Carry-Out-Amount Pic ZZZ,ZZZ.99-.
000147     03  Filler            Pic X(2)  Value Spaces.
000147     03  Stmt-Carry-Out-Reason Pic X(20).
000147 01  Statement-Backup-Line.
000147     03  Filler            Pic X(8)  Value "Dealer".
000147     03  Stmt-Backup-Dealer Pic X(8).
000147     03  Filler            Pic X(32)
000147         Value " IRS Backup Withholding".
000147     03  Stmt-Backup-Amount Pic ZZZ,ZZZ.99-.
000147     03  Filler            Pic X(2)  Value Spaces.
000147     03  Stmt-Backup-Rate  Pic Z9.99.
000147     03  Filler            Pic X(12) Value "% (No TIN)".
000147 01  Statement-Credit-Line.
000147     03  Filler            Pic X(8)  Value "Dealer".
000147     03  Stmt-Credit-Dealer Pic X(8).
000147     03  Filler            Pic X(32)
000147         Value " Paid As Store Credit".
000147     03  Stmt-Credit-Base  Pic ZZZ,ZZZ.99-.
000147     03  Filler            Pic X(7)  Value "  Cert".
000147     03  Stmt-Credit-Cert  Pic X(12).
000147     03  Filler            Pic X(7)  Value " Worth".
000147     03  Stmt-Credit-Value Pic ZZZ,ZZZ.99-.
000147 01  Statement-Garnish-Line.
000147     03  Filler            Pic X(8)  Value "Dealer".
000147     03  Stmt-Garn-Dealer  Pic X(8).
000147     03  Filler            Pic X(16) Value " Withheld Order".
000147     03  Stmt-Garn-Order   Pic X(16).
000147     03  Stmt-Garn-Amount  Pic ZZZ,ZZZ.99-.
000147     03  Filler            Pic X(2)  Value Spaces.
000147     03  Stmt-Garn-Agency  Pic X(30).
000147 01  Statement-Remit-Line.
000147     03  Filler            Pic X(16) Value "Remittance To".
000147     03  Stmt-Remit-Agency Pic X(30).
000147     03  Filler            Pic X(8)  Value " Order".
000147     03  Stmt-Remit-Order  Pic X(15).
000147     03  Filler            Pic X(8)  Value " Dealer".
000147     03  Stmt-Remit-Dealer Pic X(8).
000147     03  Filler            Pic X(7)  Value " Check".
000147     03  Stmt-Remit-Check  Pic X(10).
000147     03  Stmt-Remit-Amount Pic ZZZ,ZZZ.99-.
000147 01  Statement-Remit-Address-Line.
000147     03  Filler            Pic X(16) Value Spaces.
000147     03  Stmt-Remit-Address Pic X(30).
000148 01  Work-Date-And-Time.
000149     03  Work-Date         Pic 9(6).
000149     03  Work-Date-X       Redefines Work-Date.
000188     03  Filler            Pic X(93) Value Spaces.
000189 Procedure Division.
000190 Chapt20c-Start.
000191     Display "Restart Check Number And RESTART (Optional): "
000191     Accept Run-Parameters From Command-Line
000191     Unstring Run-Parameters Delimited By All Space
000191              Into Next-Check-Number Restart-Word
000191     End-Unstring
000196     Accept Work-Date From Date
000197     Move Date-MM To Today-MM
000198     Move Date-DD To Today-DD
000199     Move 2000 To Today-YYYY
000200     Add Date-YY To Today-YYYY
000200     Perform Load-Current-Operator
000200     If Current-Operator = Spaces
000200        Display "No Signed-On Operator, "
000200               "The Run Could Not Be Released"
000200        Stop Run
000200     End-If
000200     Perform Check-Pending-Release
000200     If Prior-Run-Pending And Not Restart-Run
000200        Display "Payout Run Of " Prior-Run-Date
000200                " Is Still Awaiting Release By Chapt25x"
000200        Stop Run
000200     End-If
000201     Perform Open-Check-Stock
000201     Open Input Payout-File
000202     If Payout-Success
000203        Open Extend Payment-History-File
000204        Open I-O Receivable-File
000204        Perform Load-Prior-Holds
000204        Perform Load-Advance-Balances
000204        Perform Load-Commission-Adjustments
000204        Perform Load-Backup-Rate
000204        Perform Load-Paid-This-Year
000204        Perform Load-Credit-Elections
000204        Perform Load-Credit-Rate
000204        Perform Load-Garnishment-Orders
000204        Perform Open-Gift-Cert-File
000204        Move "PayHold.NEW" To Pay-Hold-File-Name
000204        Open Output Pay-Hold-File
000204        Open Extend Advance-Out-File
000204        Open Extend Comm-Adjust-Out-File
000204        Open Extend Rent-Ledger-File
000204        Open Extend Journal-File
000204        Open Extend Backup-Withholding-File
000204        Open Extend Credit-Election-Out-File
000204        Open Extend Expense-File
000204        Open Extend Garnishment-Remit-Out-File
000204        Open Output Statement-File
000204* Money Held On A Prior Run Pays Out As Soon As The Hold
000204* Clears; Holds Still Unresolved Carry Forward On The File
000204        Perform Release-Prior-Holds
000205        Perform Process-Payouts Until All-Done
000205* Carried Balances Whose Dealer Had No Payout Row This Run
000205* Are Still Weighed Against The Schedule And The Minimum
000205        Perform Settle-Unclaimed-Carries
000205* What The Orders Took From Dealers Goes On To The Agencies
000205        Perform Remit-Garnishments
000206        Perform Close-Ach-File
000206        Close Statement-File
000206              Backup-Withholding-File
000206              Pay-Hold-File
000206              Rent-Ledger-File
000206              Journal-File
000206              Advance-Out-File
000206              Comm-Adjust-Out-File
000206             Credit-Election-Out-File
000206             Expense-File
000206             Garnishment-Remit-Out-File
000206        Perform Swap-In-Pay-Hold-File
000206        Perform Stage-Payout-Release
000206       If Gift-Cert-Open
000206          Close Gift-Cert-File
000206       End-If
000206        If Rent-Invoice-Success
000206           Close Rent-Invoice-File
000206        End-If
000213                Payout-Status
000214     End-If
000215     Close Payout-File
000215     Perform Close-Check-Stock
000216     Display "Checks Issued      " Checks-Issued
000217     Display "Checks Not Issued  " Checks-Not-Issued
000217     Display "Skipped On Restart " Restart-Skipped
000217     Display "ACH Credits Issued " Ach-Credits-Issued
000218     Display "Prenotes Sent      " Prenotes-Sent
000218     Display "Bank Change Holds  " Bank-Change-Holds
000218     Display "Check Total        " Total-Check-Amount
000218     Display "Rent Withheld      " Total-Rent-Withheld
000218     Display "Payments Held      " Payments-Held
000218     Display "Backup Withheld    " Total-Backup-Withheld
000218     Display "Garnished          " Total-Garnished
000218     Display "Garnish Remitted   " Total-Garnish-Remitted
000218     Display "Agency Checks      " Garnish-Checks-Issued
000218     Display "Held Pymts Released" Holds-Released
000218     Display "Balances Carried   " Balances-Carried
000218     Display "Amount Carried     " Total-Carried
000218     Display "Chargebacks Offset " Total-Chargebacks
000218     Display "Advances Recovered " Total-Adv-Recovered
000218     Display "Tier Comm Adjusted " Total-Tier-Adjusted
000218     Display "Store Credits      " Credits-Issued
000218     Display "Store Credit Paid  " Total-Store-Credit
000218     Display "Store Credit Bonus " Total-Credit-Bonus
000219     Stop Run
000220     .
000221 Process-Payouts.
000225     End-Read
000226     .
000227 Pay-One-Dealer.
000227     Perform Check-Paid-Today
000227     If Already-Paid-Today
000227        Add 1 To Restart-Skipped
000227        Display "Dealer " Payout-Dealer-Number
000227                " Already Paid Today, Skipped On Restart"
000227     Else
000227        Move Payout-Net-Amount To Net-After-Rent
000227        Move Zeros To Rent-Withheld Chargeback-Withheld
000227                      Advance-Recovered Tier-Adjust-Applied
000227                      Carried-In Carried-Forward Backup-Withheld
000227                      Store-Credit-Base Garnish-Withheld
000227                      Garnish-Applied-Count
000228        Move Payout-Dealer-Number To Dealer-Number
000229        Read Dealer-File
000230             Invalid Key
000231               Display "Dealer " Payout-Dealer-Number
000232                       " Not On File, Paid By Check"
000233               Move Spaces To Payment-Method Of Dealer-Record
000234               Perform Issue-Check
000235             Not Invalid Key
000235               Perform Bring-Carried-Balance-Forward
000235               Perform Apply-Commission-Adjustment
000235               Perform Withhold-Open-Rent
000235               Perform Withhold-Chargebacks
000235               Perform Recover-Advances
000236               Perform Pay-Or-Carry
000237        End-Read
000237        Perform Print-Settlement-Statement
000227     End-If
000238     .
000238 Withhold-Open-Rent.
000238     If Rent-Invoice-Success
000238             End-If
000238     End-Search
000238     .
000238 Apply-Commission-Adjustment.
000238* The Chapt21v Month-End Tier True-Up Settles Here: A Credit
000238* Raises The Payout Before Rent Comes Out, A Charge Comes
000238* Out Of Whatever The Payout Can Cover And The Rest Waits
000238* For The Next Run
000238     Set Adjust-Index To 1
000238     Search Adjust-Entry
000238          At End
000238             Continue
000238          When Table-Adj-Dealer (Adjust-Index) =
000238               Payout-Dealer-Number
000238             Move Table-Adj-Pending (Adjust-Index) To
000238                  Tier-Adjust-Applied
000238             If Tier-Adjust-Applied > Zero And
000238                Tier-Adjust-Applied > Net-After-Rent
000238                Move Net-After-Rent To Tier-Adjust-Applied
000238                If Tier-Adjust-Applied < Zero
000238                   Move Zeros To Tier-Adjust-Applied
000238                End-If
000238             End-If
000238             If Tier-Adjust-Applied Not = Zero
000238                Subtract Tier-Adjust-Applied From Net-After-Rent
000238                Subtract Tier-Adjust-Applied From
000238                         Table-Adj-Pending (Adjust-Index)
000238                Add Tier-Adjust-Applied To Total-Tier-Adjusted
000238                Perform Write-Adjustment-Settlement
000238             Else
000238                Move Zeros To Tier-Adjust-Applied
000238             End-If
000238     End-Search
000238     .
000238 Write-Adjustment-Settlement.
000238     Move Spaces To Commission-Adjust-Record
000238     Move Payout-Dealer-Number To Comm-Adj-Dealer
000238     Move Today-MMDDYYYY-N To Comm-Adj-Date
000238     Set Comm-Adj-Applied To True
000238     Move Zeros To Comm-Adj-Period Comm-Adj-Sales
000238                   Comm-Adj-Charged Comm-Adj-Tiered
000238     Move Tier-Adjust-Applied To Comm-Adj-Amount
000238     Write Comm-Adjust-Out-Record From Commission-Adjust-Record
000238     .
000238 Load-Commission-Adjustments.
000238* Each Dealer's Unsettled Tier Adjustment Is What Chapt21v
000238* Posted Less What Earlier Payouts Already Settled
000238     Open Input Comm-Adjust-File
000238     If Comm-Adjust-Status Not = "00"
000238        Set Adjustments-Done To True
000238     End-If
000238     Perform Load-One-Adjustment Until Adjustments-Done
000238     If Comm-Adjust-Status = "00" Or
000238        Comm-Adjust-Status = "10"
000238        Close Comm-Adjust-File
000238     End-If
000238     .
000238 Load-One-Adjustment.
000238     Read Comm-Adjust-File
000238          At End Set Adjustments-Done To True
000238          Not At End
000238             Perform Post-Adjustment-To-Table
000238     End-Read
000238     .
000238 Post-Adjustment-To-Table.
000238     Set Adjust-Index To 1
000238     Search Adjust-Entry
000238          At End
000238             If Adjust-Dealer-Count < 300
000238                Add 1 To Adjust-Dealer-Count
000238                Move Comm-Adj-Dealer To
000238                     Table-Adj-Dealer (Adjust-Dealer-Count)
000238                Move Zeros To
000238                     Table-Adj-Pending (Adjust-Dealer-Count)
000238                Set Adjust-Index To Adjust-Dealer-Count
000238                Perform Net-Adjustment-Row
000238             End-If
000238          When Table-Adj-Dealer (Adjust-Index) = Comm-Adj-Dealer
000238             Perform Net-Adjustment-Row
000238     End-Search
000238     .
000238 Net-Adjustment-Row.
000238     If Comm-Adj-True-Up
000238        Add Comm-Adj-Amount To Table-Adj-Pending (Adjust-Index)
000238     Else
000238        Subtract Comm-Adj-Amount From
000238                 Table-Adj-Pending (Adjust-Index)
000238     End-If
000238     .
000238 Post-Withheld-Rent-To-Ledger.
000238* Rent Settled Out Of A Payout Is Still A Rent Payment: It
000238* Posts To The Rent Ledger (Tender W For Withheld) So The
000238     Move Chargeback-Withheld To Stmt-Chargeback
000238     Move Advance-Recovered To Stmt-Advance
000238     Move Net-After-Rent To Stmt-Net
000238     Write Statement-Record From Statement-Detail
000238     If Payout-Card-Fee Numeric And Payout-Card-Fee Not = Zero
000238* Chapt20x Has Already Taken The Fee Out Of The Net Amount
000238        Move Payout-Dealer-Number To Stmt-Fee-Dealer
000238        Move Payout-Card-Fee To Stmt-Fee-Amount
000238        Write Statement-Record From Statement-Card-Fee-Line
000238     End-If
000238     If Tier-Adjust-Applied Not = Zero
000238        Move Payout-Dealer-Number To Stmt-Tier-Dealer
000238        Move Tier-Adjust-Applied To Stmt-Tier-Amount
000238        Write Statement-Record From Statement-Tier-Line
000238     End-If
000238     If Backup-Withheld Not = Zero
000238        Move Payout-Dealer-Number To Stmt-Backup-Dealer
000238        Move Backup-Withheld To Stmt-Backup-Amount
000238        Move Backup-Rate To Stmt-Backup-Rate
000238        Write Statement-Record From Statement-Backup-Line
000238     End-If
000238     Perform Print-Garnish-Lines
000238     Perform Print-Store-Credit-Line
000238     Perform Print-Carry-Lines
000238     .
000239 Pay-By-Best-Method.
000239     Evaluate True
000239* Dispute Is Settled; Moving Cash Out Mid-Eviction Is How
000239* We Lost The Last One
000239             Perform Hold-Payment-For-Termination
000240        When Net-After-Rent Not > Zero
000240             Move Spaces To Hist-Check-Number
000240             Move "R" To Hist-Payment-Method
000240             Perform Write-Payment-History-Record
000240             Display "Payout To Dealer " Payout-Dealer-Number
000240                     " Fully Applied To Rent"
000240* A Released Hold Already Settled Once Is Paid As It Stands
000240        When Hold-Already-Settled
000241             Perform Pay-Net-Amount
000241        When Other
000241             Perform Apply-Backup-Withholding
000241             Perform Apply-Garnishments
000241             Perform Pay-Net-Amount
000250     End-Evaluate
000251     .
000241 Pay-Net-Amount.
000241* The Store Credit Share Comes Off First; Whatever Is Left Goes
000241* Out By Check Or ACH As Before
000241     If Not Hold-Already-Settled
000241        Perform Issue-Store-Credit
000241     End-If
000241     If Net-After-Rent > Zero
000241        Evaluate True
000241           When Pay-By-Ach And Prenote-Done
000242                Perform Issue-Ach-Credit
000243           When Pay-By-Ach And Prenote-Sent
000244                Perform Check-Prenote-Aging
000244           When Pay-By-Ach And Ach-On-Hold
000244                Perform Check-Bank-Cooling-Off
000245           When Pay-By-Ach
000246                Perform Send-Prenote
000247                Perform Issue-Check
000248           When Other
000249                Perform Issue-Check
000250        End-Evaluate
000250     Else
000250        If Garnish-Withheld > Zero And Store-Credit-Base = Zero
000250           Perform Record-Fully-Garnished
000250        End-If
000250        Perform Stamp-Last-Payout
000250     End-If
000250     Add Store-Credit-Base To Net-After-Rent
000251     .
000252 Hold-Payment-For-Onboarding.
000252     Move Spaces To Pay-Hold-Record
000252     Move Payout-Dealer-Number To Hold-Dealer
000252     Display "Payment To Dealer " Payout-Dealer-Number
000252             " HELD - Termination In Progress"
000252     .
000252 Load-Prior-Holds.
000252     Open Input Pay-Hold-File
000252     If Pay-Hold-Status = "00"
000252     End-Perform
000252     .
000252 Release-One-Hold.
000252     Move Held-Dealer (Held-Index) To Payout-Dealer-Number
000252     If Held-Reason (Held-Index) (1:7) = "CARRIED"
000252* A Balance Carried Under The Payout Schedule Or Minimum
000252* Is Not A Hold; It Joins The Dealer's Payout This Run
000252        Perform Load-Carried-Balance
000252     Else
000252        Move Held-Dealer (Held-Index) To Dealer-Number
000252        Read Dealer-File
000252             Invalid Key
000252                Perform Carry-Hold-Forward
000252             Not Invalid Key
000252                Perform Check-Paid-Today
000252                Evaluate True
000252                   When Dlq-Terminated
000252                   When Onboard-Pending
000252                        Perform Carry-Hold-Forward
000252* The Stopped First Attempt Already Paid This Hold Out
000252                   When Already-Paid-Today
000252                        Add 1 To Restart-Skipped
000252                        Display "Held Payment To Dealer "
000252                                Held-Dealer (Held-Index)
000252                                " Already Paid Today, Skipped"
000252                   When Other
000252                        Perform Pay-Released-Hold
000252                End-Evaluate
000252        End-Read
000252     End-If
000252     .
000252 Pay-Released-Hold.
000252     Move Held-Dealer (Held-Index) To Payout-Dealer-Number
000252     Move Dealer-Record (9:30) To Payout-Dealer-Name
000252     Move Held-Amount (Held-Index) To Net-After-Rent
000252     Move Zeros To Rent-Withheld Chargeback-Withheld
000252                   Backup-Withheld
000252                  Store-Credit-Base
000252                   Garnish-Withheld Garnish-Applied-Count
000252* A Check That Could Not Be Issued, A Voided Check, Or A Payout
000252* Whose Run Was Rejected At Release Had Its Backup Withholding,
000252* Garnishments And Store Credit Taken The First Time
000252     If Held-Reason (Held-Index) = "CHECK NOT ISSUED"
000252        Or Held-Reason (Held-Index) = "REJECTED RUN"
000252        Or Held-Reason (Held-Index) = "VOIDED CHECK"
000252        Set Garnish-Already-Taken To True
000252        Set Hold-Already-Settled To True
000252     End-If
000252     Perform Pay-By-Best-Method
000252     Move Space To Garnish-Skip-Flag Hold-Settled-Flag
000252     Perform Print-Garnish-Lines
000252     Add 1 To Holds-Released
000252     Display "Released Held Payment To Dealer "
000252             Held-Dealer (Held-Index)
000252     Move Held-Reason (Held-Index) To Hold-Reason
000252     Write Pay-Hold-Record
000252     Display "Payment To Dealer " Held-Dealer (Held-Index)
000252             " Still Held - " Held-Reason (Held-Index)
000252     .
000252 Load-Carried-Balance.
000252     Set Carry-Index To 1
000252     Search Carry-Entry
000252          At End
000252             If Carry-Count < 300
000252                Add 1 To Carry-Count
000252                Set Carry-Index To Carry-Count
000252                Move Held-Dealer (Held-Index) To
000252                     Carry-Dealer (Carry-Index)
000252                Move Held-Date (Held-Index) To
000252                     Carry-Since (Carry-Index)
000252                Move Held-Amount (Held-Index) To
000252                     Carry-Amount (Carry-Index)
000252                Move Held-Reason (Held-Index) To
000252                     Carry-Reason-Held (Carry-Index)
000252                Move Space To Carry-Claimed-Flag (Carry-Index)
000252             End-If
000252          When Carry-Dealer (Carry-Index) =
000252               Held-Dealer (Held-Index)
000252             Add Held-Amount (Held-Index) To
000252                 Carry-Amount (Carry-Index)
000252             If Held-Date (Held-Index) < Carry-Since (Carry-Index)
000252                Move Held-Date (Held-Index) To
000252                     Carry-Since (Carry-Index)
000252             End-If
000252     End-Search
000252     .
000252 Bring-Carried-Balance-Forward.
000252     Set Carry-Index To 1
000252     Search Carry-Entry
000252          At End
000252             Continue
000252          When Carry-Dealer (Carry-Index) = Payout-Dealer-Number
000252             If Not Carry-Was-Claimed (Carry-Index)
000252                Move Carry-Amount (Carry-Index) To Carried-In
000252                Move Carry-Since (Carry-Index) To Carried-Since
000252                Set Carry-Was-Claimed (Carry-Index) To True
000252                Add Carried-In To Net-After-Rent
000252             End-If
000252     End-Search
000252     .
000252 Pay-Or-Carry.
000252* Holds Come First; Otherwise A Dealer Not Yet Due On Their
000252* Payout Schedule, Or Whose Net Is Under Their Minimum, Is
000252* Carried Forward On The Hold File Instead Of Being Paid
000252     Perform Check-Payout-Due
000252     Evaluate True
000252        When Onboard-Pending Or Dlq-Terminated
000252             Perform Pay-By-Best-Method
000252        When Net-After-Rent > Zero And Not Payout-Due
000252             Move "CARRIED - NOT DUE" To Carry-Reason
000252             Perform Carry-Balance-Forward
000252        When Net-After-Rent > Zero And Minimum-Payout Numeric
000252             And Net-After-Rent < Minimum-Payout
000252             Move "CARRIED - UNDER MIN" To Carry-Reason
000252             Perform Carry-Balance-Forward
000252        When Other
000252             Perform Pay-By-Best-Method
000252     End-Evaluate
000252     .
000252 Check-Payout-Due.
000252* Weekly (Or Blank) Pays Every Run; Semi-Monthly Pays Once In
000252* The 1st-15th And Once In The 16th-Month End; Monthly Pays
000252* Once A Calendar Month
000252     Set Payout-Due To True
000252     If Last-Payout-Date Numeric And Last-Payout-Date > Zero
000252        And Last-Payout-YYYY = Today-YYYY
000252        And Last-Payout-MM = Today-MM
000252        Evaluate True
000252           When Pay-Monthly
000252                Move "N" To Payout-Due-Flag
000252           When Pay-Semi-Monthly And
000252                Last-Payout-DD < 16 And Today-DD < 16
000252                Move "N" To Payout-Due-Flag
000252           When Pay-Semi-Monthly And
000252                Last-Payout-DD > 15 And Today-DD > 15
000252                Move "N" To Payout-Due-Flag
000252           When Other
000252                Continue
000252        End-Evaluate
000252     End-If
000252     .
000252 Carry-Balance-Forward.
000252* The Carry Keeps The Date It Was First Carried, So The
000252* Chapt24v Report Can Age It
000252     Move Spaces To Pay-Hold-Record
000252     Move Payout-Dealer-Number To Hold-Dealer
000252     If Carried-In > Zero
000252        Move Carried-Since To Hold-Date
000252     Else
000252        Move Today-MMDDYYYY-N To Hold-Date
000252     End-If
000252     Move Net-After-Rent To Hold-Amount Carried-Forward
000252     Move Carry-Reason To Hold-Reason
000252     Write Pay-Hold-Record
000252     Add 1 To Balances-Carried
000252     Add Net-After-Rent To Total-Carried
000252     Display "Payout To Dealer " Payout-Dealer-Number
000252             " " Carry-Reason
000252     .
000252 Settle-Unclaimed-Carries.
000252     Perform Settle-One-Carry
000252             Varying Carry-Index From 1 By 1
000252             Until Carry-Index > Carry-Count
000252     .
000252 Settle-One-Carry.
000252     Move Carry-Dealer (Carry-Index) To Payout-Dealer-Number
000252     Perform Check-Paid-Today
000252* A Dealer Paid Before A Stop Took The Carry With The Payment
000252     If Already-Paid-Today
000252        Set Carry-Was-Claimed (Carry-Index) To True
000252     End-If
000252     If Not Carry-Was-Claimed (Carry-Index)
000252        Move Carry-Dealer (Carry-Index) To Dealer-Number
000252        Read Dealer-File
000252             Invalid Key
000252                Perform Recarry-Unknown-Dealer
000252             Not Invalid Key
000252                Perform Settle-Carry-For-Dealer
000252        End-Read
000252     End-If
000252     .
000252 Settle-Carry-For-Dealer.
000252     Move Carry-Dealer (Carry-Index) To Payout-Dealer-Number
000252* The Dealer Name Starts In Byte 9 Of The Dealer Record
000252     Move Dealer-Record (9:30) To Payout-Dealer-Name
000252     Move Carry-Amount (Carry-Index) To Net-After-Rent Carried-In
000252     Move Carry-Since (Carry-Index) To Carried-Since
000252     Move Zeros To Rent-Withheld Chargeback-Withheld
000252                   Carried-Forward Backup-Withheld
000252                  Store-Credit-Base
000252                   Garnish-Withheld Garnish-Applied-Count
000252     Perform Pay-Or-Carry
000252     Perform Print-Garnish-Lines
000252     Perform Print-Carry-Lines
000252     Perform Print-Store-Credit-Line
000252     .
000252 Recarry-Unknown-Dealer.
000252     Move Spaces To Pay-Hold-Record
000252     Move Carry-Dealer (Carry-Index) To Hold-Dealer
000252     Move Carry-Since (Carry-Index) To Hold-Date
000252     Move Carry-Amount (Carry-Index) To Hold-Amount
000252     Move Carry-Reason-Held (Carry-Index) To Hold-Reason
000252     Write Pay-Hold-Record
000252     Add 1 To Balances-Carried
000252     Add Carry-Amount (Carry-Index) To Total-Carried
000252     .
000252 Print-Carry-Lines.
000252     If Carried-In Not = Zero
000252        Move Payout-Dealer-Number To Stmt-Carry-In-Dealer
000252        Move Carried-In To Stmt-Carry-In-Amount
000252        Move Carried-Since To Stmt-Carry-In-Since
000252        Write Statement-Record From Statement-Carry-In-Line
000252     End-If
000252     If Carried-Forward Not = Zero
000252        Move Payout-Dealer-Number To Stmt-Carry-Out-Dealer
000252        Move Carried-Forward To Stmt-Carry-Out-Amount
000252        Move Carry-Reason To Stmt-Carry-Out-Reason
000252        Write Statement-Record From Statement-Carry-Out-Line
000252     End-If
000252     .
000252 Stamp-Last-Payout.
000252* The Payout Schedule Runs From The Date Money Last Went Out
000252     If Dealer-Success And Dealer-Number = Payout-Dealer-Number
000252        Move Today-MMDDYYYY-N To Last-Payout-Date
000252        Perform Journal-Dealer-Rewrite
000252        Rewrite Dealer-Record
000252     End-If
000252     .
000252 Apply-Backup-Withholding.
000252* A Dealer With No Valid TIN - None Keyed, Or The W-9 Known
000252* Missing - Is Paid, Less Backup Withholding, Once What They
000252* Have Been Paid This Year Reaches The Reporting Threshold
000252     Move Zeros To Backup-Withheld
000252     Move Net-After-Rent To Backup-Gross
000252     Set Paid-Year-Index To 1
000252     Search Paid-Year-Entry
000252          At End
000252             If Paid-Year-Count < 500
000252                Add 1 To Paid-Year-Count
000252                Set Paid-Year-Index To Paid-Year-Count
000252                Move Payout-Dealer-Number To
000252                     Paid-Year-Dealer (Paid-Year-Index)
000252                Move Zeros To Paid-Year-Amount (Paid-Year-Index)
000252             End-If
000252          When Paid-Year-Dealer (Paid-Year-Index) =
000252               Payout-Dealer-Number
000252             Continue
000252     End-Search
000252     If Tax-Id Not Numeric Or W9-Status-Code = "N"
000252        If Paid-Year-Amount (Paid-Year-Index) + Backup-Gross
000252           Not < Backup-Threshold
000252           Compute Backup-Withheld Rounded =
000252                   Backup-Gross * Backup-Rate / 100
000252           Subtract Backup-Withheld From Net-After-Rent
000252           Add Backup-Withheld To Total-Backup-Withheld
000252           Display "Backup Withholding On Dealer "
000252                   Payout-Dealer-Number " Of " Backup-Withheld
000252        End-If
000252     End-If
000252     Add Backup-Gross To Paid-Year-Amount (Paid-Year-Index)
000252     .
000252 Write-Backup-Withholding.
000252     Move Spaces To Backup-Withholding-Record
000252     Move Payout-Dealer-Number To BW-Dealer
000252     Move Today-MMDDYYYY-N To BW-Date
000252     Move Backup-Gross To BW-Gross-Amount
000252     Move Backup-Rate To BW-Rate
000252     Move Backup-Withheld To BW-Withheld-Amount
000252     Move Tax-Id To BW-Tax-Id
000252     Move Hist-Payment-Method To BW-Payment-Method
000252     Write Backup-Withholding-Record
000252     .
000252 Apply-Garnishments.
000252* Each Order Open On The Dealer Takes Its Share Of What Is Left
000252* After Backup Withholding, Lowest Priority Number First; A
000252* Percent Order Is Figured On That Whole Amount, Not On What
000252* The Orders Ahead Of It Left
000252     Move Net-After-Rent To Garnish-Base
000252     Perform Clear-Garnish-Taken
000252             Varying Garn-Index From 1 By 1
000252             Until Garn-Index > Garnish-Count
000252     Move 1 To Next-Garnish-Sub
000252     If Garnish-Already-Taken
000252        Move Zeros To Next-Garnish-Sub
000252     End-If
000252     Perform Take-Next-Garnishment
000252             Until Next-Garnish-Sub = Zero
000252                Or Net-After-Rent Not > Zero
000252     .
000252 Clear-Garnish-Taken.
000252     Move Space To Tbl-Garn-Taken-Flag (Garn-Index)
000252     .
000252 Take-Next-Garnishment.
000252     Move Zeros To Next-Garnish-Sub Next-Garnish-Priority
000252     Perform Pick-Next-Garnishment
000252             Varying Garn-Index From 1 By 1
000252             Until Garn-Index > Garnish-Count
000252     If Next-Garnish-Sub > Zero
000252        Set Garn-Index To Next-Garnish-Sub
000252        Set Tbl-Garn-Taken (Garn-Index) To True
000252        Perform Withhold-For-Order
000252     End-If
000252     .
000252 Pick-Next-Garnishment.
000252     If Tbl-Garn-Dealer (Garn-Index) = Payout-Dealer-Number
000252        And Tbl-Garn-Active (Garn-Index)
000252        And Not Tbl-Garn-Taken (Garn-Index)
000252        If Next-Garnish-Sub = Zero Or
000252           Tbl-Garn-Priority (Garn-Index) <
000252           Next-Garnish-Priority
000252           Set Next-Garnish-Sub To Garn-Index
000252           Move Tbl-Garn-Priority (Garn-Index) To
000252                Next-Garnish-Priority
000252        End-If
000252     End-If
000252     .
000252 Withhold-For-Order.
000252     Evaluate Tbl-Garn-Method (Garn-Index)
000252        When "P"
000252             Compute Garnish-Amount Rounded = Garnish-Base *
000252                     Tbl-Garn-Rate (Garn-Index) / 100
000252        When "F"
000252             Move Tbl-Garn-Fixed (Garn-Index) To Garnish-Amount
000252        When Other
000252             Move Net-After-Rent To Garnish-Amount
000252     End-Evaluate
000252     If Tbl-Garn-Total (Garn-Index) > Zero
000252        Compute Garnish-Balance = Tbl-Garn-Total (Garn-Index)
000252                - Tbl-Garn-Withheld (Garn-Index)
000252        If Garnish-Amount > Garnish-Balance
000252           Move Garnish-Balance To Garnish-Amount
000252        End-If
000252     End-If
000252     If Garnish-Amount > Net-After-Rent
000252        Move Net-After-Rent To Garnish-Amount
000252     End-If
000252     If Garnish-Amount > Zero
000252        Perform Write-Garnish-Withheld
000252        Subtract Garnish-Amount From Net-After-Rent
000252        Add Garnish-Amount To Tbl-Garn-Withheld (Garn-Index)
000252                              Garnish-Withheld Total-Garnished
000252        If Garnish-Applied-Count < 9
000252           Add 1 To Garnish-Applied-Count
000252           Set Applied-Garn-Sub (Garnish-Applied-Count) To
000252               Garn-Index
000252           Move Garnish-Amount To
000252                Applied-Garn-Amount (Garnish-Applied-Count)
000252        End-If
000252        Display "Garnishment Order " Tbl-Garn-Order (Garn-Index)
000252                " On Dealer " Payout-Dealer-Number
000252                " Withheld " Garnish-Amount
000252        If Tbl-Garn-Total (Garn-Index) > Zero And
000252           Tbl-Garn-Withheld (Garn-Index) Not <
000252           Tbl-Garn-Total (Garn-Index)
000252           Move "N" To Tbl-Garn-Active-Flag (Garn-Index)
000252           Display "Garnishment Order "
000252                   Tbl-Garn-Order (Garn-Index)
000252                   " Satisfied - Withholding Stops"
000252        End-If
000252     End-If
000252     .
000252 Write-Garnish-Withheld.
000252     Move Spaces To Garnishment-Remit-Record
000252     Move Today-MMDDYYYY-N To Grem-Date
000252     Set Grem-Withheld To True
000252     Move Payout-Dealer-Number To Grem-Dealer
000252     Move Tbl-Garn-Order (Garn-Index) To Grem-Order-Number
000252     Move Garnish-Amount To Grem-Amount
000252     Move Net-After-Rent To Grem-Payout-Amount
000252     Move Spaces To Grem-Check-Number
000252     Move Tbl-Garn-Agency (Garn-Index) To Grem-Agency-Code
000252     Write Garnishment-Remit-Out-Record
000252           From Garnishment-Remit-Record
000252     .
000252 Record-Fully-Garnished.
000252* Nothing Left To Pay Still Leaves A History Row, So A Restart
000252* Does Not Withhold From The Same Payout Twice
000252     Move Spaces To Hist-Check-Number
000252     Move "G" To Hist-Payment-Method
000252     Perform Write-Payment-History-Record
000252     Display "Payout To Dealer " Payout-Dealer-Number
000252             " Fully Applied To Garnishment"
000252     .
000252 Print-Garnish-Lines.
000252     Perform Print-One-Garnish-Line
000252             Varying Garnish-Applied-Index From 1 By 1
000252             Until Garnish-Applied-Index > Garnish-Applied-Count
000252     .
000252 Print-One-Garnish-Line.
000252     Set Garn-Index To Applied-Garn-Sub (Garnish-Applied-Index)
000252     Move Payout-Dealer-Number To Stmt-Garn-Dealer
000252     Move Tbl-Garn-Order (Garn-Index) To Stmt-Garn-Order
000252     Move Applied-Garn-Amount (Garnish-Applied-Index) To
000252          Stmt-Garn-Amount
000252     Move Tbl-Garn-Agency-Name (Garn-Index) To Stmt-Garn-Agency
000252     Write Statement-Record From Statement-Garnish-Line
000252     .
000252 Remit-Garnishments.
000252     Perform Remit-One-Order
000252             Varying Garn-Index From 1 By 1
000252             Until Garn-Index > Garnish-Count
000252     .
000252 Remit-One-Order.
000252* Whatever Was Withheld And Not Yet Sent - This Run's, Or An
000252* Earlier Run's Whose Check Could Not Be Issued - Goes Now
000252     Compute Garnish-Amount = Tbl-Garn-Withheld (Garn-Index)
000252             - Tbl-Garn-Remitted (Garn-Index)
000252     If Garnish-Amount > Zero
000252        Set Chk-Issue To True
000252        Move "G" To Chk-Payee-Type
000252        Move Tbl-Garn-Agency (Garn-Index) To Chk-Payee
000252        Move Garnish-Amount To Chk-Amount
000252        Call "Chapt23s" Using Check-Stock-Area
000252        If Chk-Ok
000252           Perform Write-Garnish-Remitted
000252           Perform Print-Remittance-Advice
000252           Add Garnish-Amount To Tbl-Garn-Remitted (Garn-Index)
000252                                 Total-Garnish-Remitted
000252           Add 1 To Garnish-Checks-Issued
000252           Add Garnish-Amount To Total-Check-Amount
000252           Display "Issued Check " Chk-Number
000252                   " To " Tbl-Garn-Agency (Garn-Index)
000252                   " Order " Tbl-Garn-Order (Garn-Index)
000252                   " For " Garnish-Amount
000252        Else
000252           Display "Remittance On Order "
000252                   Tbl-Garn-Order (Garn-Index)
000252                   " Not Issued - " Chk-Message
000252        End-If
000252     End-If
000252     .
000252 Write-Garnish-Remitted.
000252     Move Spaces To Garnishment-Remit-Record
000252     Move Today-MMDDYYYY-N To Grem-Date
000252     Set Grem-Remitted To True
000252     Move Tbl-Garn-Dealer (Garn-Index) To Grem-Dealer
000252     Move Tbl-Garn-Order (Garn-Index) To Grem-Order-Number
000252     Move Garnish-Amount To Grem-Amount
000252     Move Zeros To Grem-Payout-Amount
000252     Move Chk-Number To Grem-Check-Number
000252     Move Tbl-Garn-Agency (Garn-Index) To Grem-Agency-Code
000252     Write Garnishment-Remit-Out-Record
000252           From Garnishment-Remit-Record
000252     .
000252 Print-Remittance-Advice.
000252     Move Tbl-Garn-Agency-Name (Garn-Index) To Stmt-Remit-Agency
000252     Move Tbl-Garn-Order (Garn-Index) To Stmt-Remit-Order
000252     Move Tbl-Garn-Dealer (Garn-Index) To Stmt-Remit-Dealer
000252     Move Chk-Number To Stmt-Remit-Check
000252     Move Garnish-Amount To Stmt-Remit-Amount
000252* The Staged Statements Are Reprinted Line For Line On Release,
000252* So The Spacing Is Written Out Rather Than Left To Advancing
000252     Move Spaces To Statement-Record
000252     Write Statement-Record
000252     Write Statement-Record From Statement-Remit-Line
000252     Move Tbl-Garn-Address-1 (Garn-Index) To Stmt-Remit-Address
000252     Write Statement-Record From Statement-Remit-Address-Line
000252     Move Tbl-Garn-Address-2 (Garn-Index) To Stmt-Remit-Address
000252     Write Statement-Record From Statement-Remit-Address-Line
000252     .
000252 Load-Garnishment-Orders.
000252     Open Input Garnishment-Order-File
000252     If Garnishment-Order-Status = "00"
000252        Perform Load-One-Order Until Garnish-Done
000252        Close Garnishment-Order-File
000252     End-If
000252     Move Space To Garnish-Done-Flag
000252     Open Input Garnishment-Remit-File
000252     If Garnishment-Remit-Status = "00"
000252        Perform Load-One-Remit-Row Until Garnish-Done
000252        Close Garnishment-Remit-File
000252     End-If
000252     Perform Set-Order-Active
000252             Varying Garn-Index From 1 By 1
000252             Until Garn-Index > Garnish-Count
000252     .
000252 Load-One-Order.
000252     Read Garnishment-Order-File
000252          At End Set Garnish-Done To True
000252          Not At End
000252             If Garn-Dealer Not = Spaces And Garnish-Count < 100
000252                Perform Add-Order-To-Table
000252             End-If
000252     End-Read
000252     .
000252 Add-Order-To-Table.
000252     Add 1 To Garnish-Count
000252     Set Garn-Index To Garnish-Count
000252     Move Garn-Dealer To Tbl-Garn-Dealer (Garn-Index)
000252     Move Garn-Order-Number To Tbl-Garn-Order (Garn-Index)
000252     Move Garn-Priority To Tbl-Garn-Priority (Garn-Index)
000252     Move Garn-Method To Tbl-Garn-Method (Garn-Index)
000252     Move Garn-Rate To Tbl-Garn-Rate (Garn-Index)
000252     Move Garn-Fixed-Amount To Tbl-Garn-Fixed (Garn-Index)
000252     Move Garn-Order-Total To Tbl-Garn-Total (Garn-Index)
000252     Move Garn-Start-Date To Tbl-Garn-Start (Garn-Index)
000252     Move Garn-Release-Date To Tbl-Garn-Release (Garn-Index)
000252     Move Garn-Agency-Code To Tbl-Garn-Agency (Garn-Index)
000252     Move Garn-Agency-Name To Tbl-Garn-Agency-Name (Garn-Index)
000252     Move Garn-Agency-Address-1 To
000252          Tbl-Garn-Address-1 (Garn-Index)
000252     Move Garn-Agency-Address-2 To
000252          Tbl-Garn-Address-2 (Garn-Index)
000252     Move Zeros To Tbl-Garn-Withheld (Garn-Index)
000252                   Tbl-Garn-Remitted (Garn-Index)
000252     Move "N" To Tbl-Garn-Active-Flag (Garn-Index)
000252     .
000252 Load-One-Remit-Row.
000252     Read Garnishment-Remit-File
000252          At End Set Garnish-Done To True
000252          Not At End
000252             Perform Post-Remit-Row
000252     End-Read
000252     .
000252 Post-Remit-Row.
000252     Set Garn-Index To 1
000252     Search Garnish-Entry
000252          At End
000252             Continue
000252          When Tbl-Garn-Dealer (Garn-Index) = Grem-Dealer
000252               And Tbl-Garn-Order (Garn-Index) =
000252                   Grem-Order-Number
000252             If Grem-Withheld
000252                Add Grem-Amount To Tbl-Garn-Withheld (Garn-Index)
000252             Else
000252                Add Grem-Amount To Tbl-Garn-Remitted (Garn-Index)
000252             End-If
000252     End-Search
000252* Money Garnished Was Still Paid To The Dealer, For The Backup
000252* Withholding Threshold
000252     If Grem-Withheld And Grem-YYYY = Today-YYYY
000252        Perform Add-Garnished-To-Paid-Year
000252     End-If
000252     .
000252 Add-Garnished-To-Paid-Year.
000252     Set Paid-Year-Index To 1
000252     Search Paid-Year-Entry
000252          At End
000252             If Paid-Year-Count < 500
000252                Add 1 To Paid-Year-Count
000252                Move Grem-Dealer To
000252                     Paid-Year-Dealer (Paid-Year-Count)
000252                Move Grem-Amount To
000252                     Paid-Year-Amount (Paid-Year-Count)
000252             End-If
000252          When Paid-Year-Dealer (Paid-Year-Index) = Grem-Dealer
000252             Add Grem-Amount To Paid-Year-Amount (Paid-Year-Index)
000252     End-Search
000252     .
000252 Set-Order-Active.
000252* An Order Withholds From Its Start Date Until Its Release Date
000252* Or Until Its Total Has Been Withheld, Whichever Comes First
000252     Move "Y" To Tbl-Garn-Active-Flag (Garn-Index)
000252     If Tbl-Garn-Method (Garn-Index) Not = "P" And
000252        Tbl-Garn-Method (Garn-Index) Not = "F" And
000252        Tbl-Garn-Method (Garn-Index) Not = "T"
000252        Move "N" To Tbl-Garn-Active-Flag (Garn-Index)
000252        Display "Garnishment Order " Tbl-Garn-Order (Garn-Index)
000252                " Has No Valid Method, Not Withheld"
000252     End-If
000252     If Tbl-Garn-Start (Garn-Index) Numeric And
000252        Tbl-Garn-Start (Garn-Index) > Zero
000252        Call "Chapt23f" Using Tbl-Garn-Start (Garn-Index)
000252             Today-MMDDYYYY Days-Since-Garnish
000252        If Days-Since-Garnish < Zero
000252           Move "N" To Tbl-Garn-Active-Flag (Garn-Index)
000252        End-If
000252     End-If
000252     If Tbl-Garn-Release (Garn-Index) Numeric And
000252        Tbl-Garn-Release (Garn-Index) > Zero
000252        Call "Chapt23f" Using Tbl-Garn-Release (Garn-Index)
000252             Today-MMDDYYYY Days-Since-Garnish
000252        If Days-Since-Garnish Not < Zero
000252           Move "N" To Tbl-Garn-Active-Flag (Garn-Index)
000252        End-If
000252     End-If
000252     If Tbl-Garn-Total (Garn-Index) > Zero And
000252        Tbl-Garn-Withheld (Garn-Index) Not <
000252        Tbl-Garn-Total (Garn-Index)
000252        Move "N" To Tbl-Garn-Active-Flag (Garn-Index)
000252     End-If
000252     .
000252 Load-Backup-Rate.
000252     Open Input Backup-Rate-File
000252     If Backup-Rate-Status = "00"
000252        Read Backup-Rate-File
000252             At End Continue
000252             Not At End
000252                If Rate-Percent Numeric
000252                   Move Rate-Percent To Backup-Rate
000252                End-If
000252                If Rate-Threshold Numeric
000252                   Move Rate-Threshold To Backup-Threshold
000252                End-If
000252        End-Read
000252        Close Backup-Rate-File
000252     End-If
000252     .
000252 Load-Paid-This-Year.
000252* Paid Means Money That Went Out - Checks And ACH Credits -
000252* Counted Before Any Backup Withholding Came Off
000252     Open Input Payment-History-In-File
000252     If Pay-History-In-Status = "00"
000252        Perform Load-One-Paid-Row Until Paid-Year-Done
000252        Close Payment-History-In-File
000252     End-If
000252     .
000252 Load-One-Paid-Row.
000252     Read Payment-History-In-File
000252          At End Set Paid-Year-Done To True
000252          Not At End
000252             If Restart-Run And
000252                Prior-Hist-Date = Today-MMDDYYYY-N
000252                Perform Add-Paid-Today-Row
000252             End-If
000252             If Prior-Hist-YYYY = Today-YYYY And
000252                (Prior-Hist-Method = "C" Or
000252                 Prior-Hist-Method = "A" Or
000252                 Prior-Hist-Method = "S")
000252                Perform Add-Paid-Row
000252             End-If
000252     End-Read
000252     .
000252 Add-Paid-Row.
000252     If Prior-Hist-Withheld Not Numeric
000252        Move Zeros To Prior-Hist-Withheld
000252     End-If
000252     Set Paid-Year-Index To 1
000252     Search Paid-Year-Entry
000252          At End
000252             If Paid-Year-Count < 500
000252                Add 1 To Paid-Year-Count
000252                Move Prior-Hist-Dealer To
000252                     Paid-Year-Dealer (Paid-Year-Count)
000252                Compute Paid-Year-Amount (Paid-Year-Count) =
000252                        Prior-Hist-Amount + Prior-Hist-Withheld
000252             End-If
000252          When Paid-Year-Dealer (Paid-Year-Index) =
000252               Prior-Hist-Dealer
000252             Compute Paid-Year-Amount (Paid-Year-Index) =
000252                     Paid-Year-Amount (Paid-Year-Index) +
000252                     Prior-Hist-Amount + Prior-Hist-Withheld
000252     End-Search
000252     .
000252 Check-Paid-Today.
000252* On A Restart Any Dealer With A Payment History Row Dated
000252* Today Was Settled Before The Stop And Is Not Paid Again.
000252* Holds And Carries Need No Such Test: The Stopped Attempt Never
000252* Copied Its PayHold.NEW Over PayHold.TXT, So The Restart Starts
000252* From The Same Holds And Writes Each One Out Exactly Once
000252     Move Space To Already-Paid-Flag
000252     If Restart-Run And Paid-Today-Count > Zero
000252        Set Paid-Today-Index To 1
000252        Search Paid-Today-Entry
000252             At End
000252                Continue
000252             When Paid-Today-Dealer (Paid-Today-Index) =
000252                  Payout-Dealer-Number
000252                Set Already-Paid-Today To True
000252        End-Search
000252     End-If
000252     .
000252 Add-Paid-Today-Row.
000252     If Paid-Today-Count < 500
000252        Add 1 To Paid-Today-Count
000252        Move Prior-Hist-Dealer
000252          To Paid-Today-Dealer (Paid-Today-Count)
000252     End-If
000252     .
000252 Check-Prenote-Aging.
000253* Three Banking Days With No Prenote Return Promotes The
000267        Perform Issue-Check
000268     End-If
000269     .
000269 Check-Bank-Cooling-Off.
000269* Prenote-Date Holds The Day The Bank Details Changed; Until
000269* The Cooling-Off Period Is Up The Dealer Is Paid By Check, Then
000269* The New Account Gets Its Prenote And The Usual Three Days
000269     Add 1 To Bank-Change-Holds
000269     If Prenote-Date Numeric
000269        Move Prenote-Date To Prenote-Date-N
000269        Call "Chapt23f" Using Prenote-Date-N Today-MMDDYYYY
000269             Days-Since-Prenote
000269        If Days-Since-Prenote >= Bank-Cooling-Days
000269           Perform Send-Prenote
000269        End-If
000269     Else
000269        Display "Dealer " Payout-Dealer-Number
000269                " Bank Change Hold Has No Change Date"
000269     End-If
000269     Perform Issue-Check
000269     .
000270 Send-Prenote.
000271     Perform Open-Ach-File
000272     Move Spaces To Ach-Entry-Detail
000301     Move Spaces To Hist-Check-Number
000302     Move "A" To Hist-Payment-Method
000303     Perform Write-Payment-History-Record
000304     Perform Stamp-Last-Payout
000304     Display "ACH Credit To Dealer " Payout-Dealer-Number
000305             " For " Net-After-Rent
000306     .
000307 Issue-Check.
000307     Set Chk-Issue To True
000307     Move "D" To Chk-Payee-Type
000307     Move Payout-Dealer-Number To Chk-Payee
000307     Move Net-After-Rent To Chk-Amount
000307     Call "Chapt23s" Using Check-Stock-Area
000307     If Chk-Ok
000307        Move Chk-Number To Hist-Check-Number
000307        Move "C" To Hist-Payment-Method
000307        Perform Write-Payment-History-Record
000307        Perform Stamp-Last-Payout
000307        Add Net-After-Rent To Total-Check-Amount
000307        Display "Issued Check " Chk-Number
000307                " To Dealer " Payout-Dealer-Number
000307                " For " Net-After-Rent
000307        Add 1 To Checks-Issued
000307     Else
000307        Perform Hold-Payment-Check-Not-Issued
000307     End-If
000307     .
000307 Hold-Payment-Check-Not-Issued.
000307* No Check Number Means No Check; The Money Holds And Pays Out
000307* On The Next Run Like Any Released Hold
000307     Move Spaces To Pay-Hold-Record
000307     Move Payout-Dealer-Number To Hold-Dealer
000307     Move Today-MMDDYYYY-N To Hold-Date
000307     Move Net-After-Rent To Hold-Amount
000307     Move "CHECK NOT ISSUED" To Hold-Reason
000307     Write Pay-Hold-Record
000307     Add 1 To Payments-Held Checks-Not-Issued
000307     Display "Payment To Dealer " Payout-Dealer-Number
000307             " HELD - " Chk-Message
000307     .
000307 Issue-Store-Credit.
000307* The Elected Share Of The Net Goes On A Certificate Worth The
000307* Share Plus The Bonus; The Dealer's Income Is The Share Only
000307     Move Zeros To Store-Credit-Base Store-Credit-Bonus
000307                   Store-Credit-Value
000307     Move Spaces To Store-Credit-Cert
000307     If Gift-Cert-Open And Dealer-Number = Payout-Dealer-Number
000307        Perform Choose-Credit-Percent
000307        If Credit-Percent > Zero
000307           Compute Store-Credit-Base Rounded =
000307                   Net-After-Rent * Credit-Percent / 100
000307        End-If
000307     End-If
000307     If Store-Credit-Base > Zero
000307        Compute Store-Credit-Bonus Rounded =
000307                Store-Credit-Base * Credit-Bonus-Percent / 100
000307        Compute Store-Credit-Value =
000307                Store-Credit-Base + Store-Credit-Bonus
000307        Perform Write-Credit-Certificate
000307        If Cert-Written
000307           Subtract Store-Credit-Base From Net-After-Rent
000307           Perform Write-Store-Credit-History
000307           Perform Write-Credit-Bonus-Expense
000307           Add 1 To Credits-Issued
000307           Add Store-Credit-Base To Total-Store-Credit
000307           Add Store-Credit-Bonus To Total-Credit-Bonus
000307           Display "Store Credit " Store-Credit-Cert
000307                   " To Dealer " Payout-Dealer-Number
000307                   " For " Store-Credit-Value
000307        Else
000307           Move Zeros To Store-Credit-Base
000307           Display "No Certificate Number Free For Dealer "
000307                   Payout-Dealer-Number ", Paid In Full"
000307        End-If
000307     End-If
000307     .
000307 Choose-Credit-Percent.
000307* A Chapt25s Election Not Yet Used Overrides The Standing
000307* Percent For This One Payout, And Is Marked Used Here
000307     Move Zeros To Credit-Percent
000307     If Store-Credit-Percent Numeric And
000307        Store-Credit-Percent Not > 100
000307        Move Store-Credit-Percent To Credit-Percent
000307     End-If
000307     Set Election-Index To 1
000307     Search Election-Entry
000307          At End
000307             Continue
000307          When Election-Dealer (Election-Index) =
000307               Payout-Dealer-Number
000307             If Election-Open (Election-Index)
000307                Move Election-Percent (Election-Index)
000307                  To Credit-Percent
000307                Move "N" To Election-Open-Flag (Election-Index)
000307                Perform Write-Election-Applied
000307             End-If
000307     End-Search
000307     .
000307 Write-Election-Applied.
000307     Move Spaces To Credit-Election-Record
000307     Move Payout-Dealer-Number To Elect-Dealer
000307     Move Today-MMDDYYYY-N To Elect-Date
000307     Set Elect-Applied To True
000307     Move Credit-Percent To Elect-Percent
000307     Move Spaces To Elect-Operator
000307     Write Credit-Election-Out-Record From Credit-Election-Record
000307     .
000307 Write-Credit-Certificate.
000307* Numbered S, The Run Date And A Sequence; A Number Already On
000307* The Certificate File From An Earlier Run Today Is Skipped
000307     Move Space To Cert-Written-Flag
000307     Move Work-Date To Credit-Cert-Date
000307     Perform Try-Credit-Cert-Number
000307             Until Cert-Written Or Cert-Sequence = 999
000307     .
000307 Try-Credit-Cert-Number.
000307     Add 1 To Cert-Sequence
000307     Move Cert-Sequence To Credit-Cert-Seq
000307     Move Credit-Cert-Number To Cert-Number
000307     Read Gift-Cert-File
000307          Invalid Key
000307             Move Spaces To Gift-Cert-Record
000307             Move Credit-Cert-Number To Cert-Number
000307             Move Today-MMDDYYYY-N To Cert-Issue-Date
000307             Move Store-Credit-Value To Cert-Original-Value
000307                                        Cert-Remaining-Value
000307* Not Spendable Until The Run Is Released By Chapt25x
000307             Set Cert-Pending-Release To True
000307             Move Spaces To Journal-Record
000307             Move "GIFTCERT" To Jrn-File-Id
000307             Move "W" To Jrn-Action
000307             Move Cert-Number To Jrn-Key
000307             Move Gift-Cert-Record To Jrn-Image
000307             Perform Write-Journal-Record
000307             Write Gift-Cert-Record
000307             Move Cert-Number To Store-Credit-Cert
000307             Set Cert-Written To True
000307          Not Invalid Key
000307             Continue
000307     End-Read
000307     .
000307 Write-Store-Credit-History.
000307* Method S, Cleared The Day It Is Issued - A Certificate Never
000307* Sits On The Outstanding Check List.  When The Credit Takes
000307* The Whole Payout The Backup Withholding Rides On This Row
000307     Move Spaces To Payment-History-Record
000307     Move Payout-Dealer-Number To Hist-Dealer-Number
000307     Move Store-Credit-Cert    To Hist-Check-Number
000307     Move Today-MMDDYYYY-N     To Hist-Payment-Date
000307     Move Store-Credit-Base    To Hist-Payment-Amount
000307     Move Today-MMDDYYYY-N     To Hist-Cleared-Date
000307     Move "S"                  To Hist-Payment-Method
000307     If Net-After-Rent > Zero
000307        Move Zeros To Hist-Backup-Withheld
000307     Else
000307        Move Backup-Withheld To Hist-Backup-Withheld
000307     End-If
000307     Move Spaces To Journal-Record
000307     Move "PAYHIST" To Jrn-File-Id
000307     Move "W" To Jrn-Action
000307     Move Hist-Dealer-Number To Jrn-Key
000307     Move Payment-History-Record To Jrn-Image
000307     Perform Write-Journal-Record
000307     Write Payment-History-Record
000307     If Net-After-Rent Not > Zero And Backup-Withheld > Zero
000307        Perform Write-Backup-Withholding
000307     End-If
000307     .
000307 Write-Credit-Bonus-Expense.
000307* The Bonus Is The Store's Cost Of The Credit: Promotional
000307* Expense Against The Store Credit Liability In The GL Export
000307     If Store-Credit-Bonus > Zero
000307        Move Spaces To Expense-Record
000307        Move Today-MMDDYYYY-N To Exp-Date
000307        Move "PROM" To Exp-Category
000307        String "Store Credit Bonus " Payout-Dealer-Number
000307               Delimited By Size Into Exp-Description
000307        End-String
000307        Move Store-Credit-Bonus To Exp-Amount
000307        Move Spaces To Exp-Operator
000307        Write Expense-Record
000307     End-If
000307     .
000307 Print-Store-Credit-Line.
000307     If Store-Credit-Base > Zero
000307        Move Payout-Dealer-Number To Stmt-Credit-Dealer
000307        Move Store-Credit-Base To Stmt-Credit-Base
000307        Move Store-Credit-Cert To Stmt-Credit-Cert
000307        Move Store-Credit-Value To Stmt-Credit-Value
000307        Write Statement-Record From Statement-Credit-Line
000307     End-If
000307     .
000307 Open-Gift-Cert-File.
000307     Open I-O Gift-Cert-File
000307     If Gift-Cert-Status = "35"
000307        Open Output Gift-Cert-File
000307        Close Gift-Cert-File
000307        Open I-O Gift-Cert-File
000307     End-If
000307     If Gift-Cert-Success
000307        Set Gift-Cert-Open To True
000307     Else
000307        Display "Certificate File Not Available, Status "
000307                Gift-Cert-Status " - Store Credit Paid In Cash"
000307     End-If
000307     .
000307 Load-Credit-Rate.
000307     Open Input Credit-Rate-File
000307     If Credit-Rate-Status = "00"
000307        Read Credit-Rate-File
000307             At End Continue
000307             Not At End
000307                If Credit-Rate-Bonus Numeric
000307                   Move Credit-Rate-Bonus To Credit-Bonus-Percent
000307                End-If
000307        End-Read
000307        Close Credit-Rate-File
000307     End-If
000307     .
000307 Load-Credit-Elections.
000307     Open Input Credit-Election-File
000307     If Credit-Election-Status Not = "00"
000307        Set Elections-Done To True
000307     End-If
000307     Perform Load-One-Election Until Elections-Done
000307     If Credit-Election-Status = "00" Or
000307        Credit-Election-Status = "10"
000307        Close Credit-Election-File
000307     End-If
000307     .
000307 Load-One-Election.
000307     Read Credit-Election-File
000307          At End Set Elections-Done To True
000307          Not At End
000307             Perform Post-Election-To-Table
000307     End-Read
000307     .
000307 Post-Election-To-Table.
000307* The Last Row For A Dealer Wins: E Opens An Election, A
000307* Closes It
000307     Set Election-Index To 1
000307     Search Election-Entry
000307          At End
000307             If Election-Count < 300
000307                Add 1 To Election-Count
000307                Set Election-Index To Election-Count
000307               Move Elect-Dealer To
000307                    Election-Dealer (Election-Index)
000307                Perform Note-Election-Row
000307             End-If
000307          When Election-Dealer (Election-Index) = Elect-Dealer
000307             Perform Note-Election-Row
000307     End-Search
000307     .
000307 Note-Election-Row.
000307     If Elect-Pending And Elect-Percent Numeric
000307        And Elect-Percent Not > 100
000307        Move Elect-Percent To Election-Percent (Election-Index)
000307        Set Election-Open (Election-Index) To True
000307     Else
000307        Move "N" To Election-Open-Flag (Election-Index)
000307     End-If
000307     .
000307 Open-Check-Stock.
000307* The Check Stock Account Defaults To The Dealer Payout Account
000307     Move Spaces To Check-Account-Env
000307     Accept Check-Account-Env From Environment "CHECK_ACCOUNT"
000307        On Exception
000307           Continue
000307     End-Accept
000307     Move Spaces To Check-Stock-Area
000307     Set Chk-Open-Run To True
000307     Move "DEALERS" To Chk-Account
000307     If Check-Account-Env Not = Spaces
000307        Move Check-Account-Env To Chk-Account
000307     End-If
000307     Move Next-Check-Number To Chk-Number
000307     Move "CHAPT20C" To Chk-Program
000307     Call "Chapt23s" Using Check-Stock-Area
000307     If Not Chk-Ok
000307        Display "Check Stock: " Chk-Message
000307        Stop Run
000307     End-If
000307     Display "First Check Number " Chk-Number
000307* A Restart Keeps The First Attempt's Direct-Deposit File
000307* And Check Print File
000307     If Restart-Run
000307        Move "ACHRST.PND" To Ach-File-Name
000307        Move "STMTRST.PND" To Statement-File-Name
000307        Display "Restart ACH Entries Go To ACHRST.PND"
000307     End-If
000307     .
000307 Load-Current-Operator.
000307* The Menu Records The Signed-On Operator In CurrOper.TXT
000307     Open Input Current-Operator-File
000307     If Current-Operator-Status = "00"
000307        Read Current-Operator-File
000307             At End Continue
000307             Not At End
000307                Move Curr-Oper-Id To Current-Operator
000307        End-Read
000307        Close Current-Operator-File
000307     End-If
000307     .
000307 Check-Pending-Release.
000307     Move Space To Release-Done-Flag Prior-Run-Pending-Flag
000307     Open Input Payout-Release-File
000307     If Payout-Release-Status = "00"
000307        Perform Check-One-Release Until Release-Done
000307        Close Payout-Release-File
000307     End-If
000307     .
000307 Check-One-Release.
000307     Read Payout-Release-File
000307          At End Set Release-Done To True
000307          Not At End
000307             If Rel-Program = "CHAPT20C" And Rel-Pending
000307                Set Prior-Run-Pending To True
000307                Move Rel-Run-Date To Prior-Run-Date
000307             End-If
000307     End-Read
000307     .
000307 Stage-Payout-Release.
000307     Open Extend Payout-Release-File
000307     Accept Release-Time From Time
000307* A Restart With Nothing Pending Follows A First Attempt That
000307* Never Finished; Its Staged Files Go Out With The Restart, But
000307* Only If That Attempt Paid Anyone Today
000307     If Restart-Run And Not Prior-Run-Pending
000307        And Paid-Today-Count > Zero
000307        Move Spaces To Payout-Release-Record
000307        Move "ACH20C.PND" To Rel-Ach-Staged
000307        Move "ACH.TXT" To Rel-Ach-Target
000307        Move "STMT20C.PND" To Rel-Print-Staged
000307        Move Zeros To Rel-Check-Count Rel-Check-Total
000307                      Rel-Ach-Count Rel-Ach-Total
000307        Perform Write-Release-Row
000307     End-If
000307     Move Spaces To Payout-Release-Record
000307     Move Ach-File-Name To Rel-Ach-Staged
000307     If Restart-Run
000307        Move "ACHRST.TXT" To Rel-Ach-Target
000307     Else
000307        Move "ACH.TXT" To Rel-Ach-Target
000307     End-If
000307     Move Statement-File-Name To Rel-Print-Staged
000307     Compute Rel-Check-Count =
000307             Checks-Issued + Garnish-Checks-Issued
000307     Move Total-Check-Amount To Rel-Check-Total
000307     Move Ach-Credits-Issued To Rel-Ach-Count
000307     Move Ach-Total-Credit To Rel-Ach-Total
000307     Perform Write-Release-Row
000307     Close Payout-Release-File
000307     Display "Payout Run Staged, "
000307             "A Second Supervisor Must Release It"
000307     .
000307 Swap-In-Pay-Hold-File.
000307* The Run Has Finished With The Holds; Only Now Does The New File
000307* Take The Place Of The One The Run Started From
000307     Move Space To Hold-Copy-Done-Flag
000307     Open Input Pay-Hold-File
000307     Open Output Pay-Hold-Save-File
000307     If Pay-Hold-Status Not = "00"
000307        Set Hold-Copy-Done To True
000307     End-If
000307     Perform Copy-One-Hold-Row Until Hold-Copy-Done
000307     If Pay-Hold-Status = "00" Or Pay-Hold-Status = "10"
000307        Close Pay-Hold-File
000307     End-If
000307     Close Pay-Hold-Save-File
000307     .
000307 Copy-One-Hold-Row.
000307     Read Pay-Hold-File
000307          At End Set Hold-Copy-Done To True
000307          Not At End
000307             Write Pay-Hold-Save-Record From Pay-Hold-Record
000307     End-Read
000307     .
000307 Write-Release-Row.
000307     Move Today-MMDDYYYY-N To Rel-Run-Date
000307     Move Release-Time (1:6) To Rel-Run-Time
000307     Move "CHAPT20C" To Rel-Program
000307     Move Current-Operator To Rel-Run-Operator
000307     Set Rel-Pending To True
000307     Move Spaces To Rel-Review-Operator
000307     Move Zeros To Rel-Review-Date Rel-Review-Time
000307     Write Payout-Release-Record
000307     .
000307 Close-Check-Stock.
000307     Set Chk-Close-Run To True
000307     Call "Chapt23s" Using Check-Stock-Area
000307     Display "Check Register: " Chk-Message
000307     .
000317 Write-Payment-History-Record.
000318     Move Payout-Dealer-Number To Hist-Dealer-Number
000319     Move Today-MMDDYYYY-N     To Hist-Payment-Date
000320     Move Net-After-Rent       To Hist-Payment-Amount
000321     Move Spaces               To Hist-Cleared-Date
000321     Move Backup-Withheld      To Hist-Backup-Withheld
000321     Move Spaces To Journal-Record
000321     Move "PAYHIST" To Jrn-File-Id
000321     Move "W" To Jrn-Action
000321     Move Payment-History-Record To Jrn-Image
000321     Perform Write-Journal-Record
000322     Write Payment-History-Record
000322     If Backup-Withheld > Zero
000322        Perform Write-Backup-Withholding
000322     End-If
000323     .
000660 Journal-Dealer-Rewrite.
000659     Move Spaces To Journal-Record
