000079     Select Optional Summary-History-File Assign To "SumHist.TXT"
000079         Organization Is Line Sequential
000079         File Status  Is Summary-History-Status.
000079     Select Optional Disposal-File Assign To "FADisp.TXT"
000079         Organization Is Line Sequential
000079         File Status  Is Disposal-Status.
000080 Data Division.
000081 File Section.
000082 Fd  Report-File.
000135     03  Sum-Sales           Pic S9(9)v99.
000135     03  Filler              Pic X.
000135     03  Sum-Commission      Pic S9(7)v99.
000135 Fd  Disposal-File.
000135 01  Disposal-Record.
000135     03  Disp-Asset-Number   Pic X(8).
000135     03  Filler              Pic X.
000135     03  Disp-Date           Pic 9(8).
000135     03  Disp-Date-X Redefines Disp-Date.
000135         05  Disp-MM         Pic 99.
000135         05  Disp-DD         Pic 99.
000135         05  Disp-YYYY       Pic 9(4).
000135     03  Filler              Pic X.
000135     03  Disp-Cost           Pic 9(7)v99.
000135     03  Filler              Pic X.
000135     03  Disp-Accum-Depr     Pic 9(7)v99.
000135     03  Filler              Pic X.
000135     03  Disp-Proceeds       Pic 9(7)v99.
000135     03  Filler              Pic X.
000135     03  Disp-Gain-Loss      Pic S9(7)v99.
000135     03  Filler              Pic X.
000135     03  Disp-Operator       Pic X(4).
000140 Working-Storage Section.
000141 01  Balance-Status          Pic XX Value Spaces.
000142     88  Balance-Success     Value "00" Thru "09".
000148     88  Summary-Success     Value "00" Thru "09".
000148 01  Summary-Done-Flag       Pic X Value Spaces.
000148     88  Summary-Done        Value "Y".
000148 01  Disposal-Status         Pic XX Value Spaces.
000148     88  Disposal-Success    Value "00" Thru "09".
000148 01  Disposal-Done-Flag      Pic X Value Spaces.
000148     88  Disposal-Done       Value "Y".
000149 01  Balance-Done-Flag       Pic X Value Spaces.
000150     88  Balance-Done        Value "Y".
000151 01  Invoice-Done-Flag       Pic X Value Spaces.
000301     Perform Total-Rent-Collected
000302     Perform Total-Payouts
000302     Perform Total-Expenses
000302     Perform Total-Disposal-Gains
000302     Perform Total-Store-Merchandise
000303     Perform Print-The-Summary
000304     Stop Run
000414     Read Payment-History-File
000415          At End Set Payment-Done To True
000416          Not At End
000417* A Voided Check's Reversing Row Takes Its Payout Back Out
000417             If Hist-Payment-Amount > Zero
000417                Or Hist-Cleared-Date = "VOIDED"
000418                Move Pay-YYYY To Check-YYYY
000419                Move Pay-MM To Check-MM
000420                Perform Set-Buckets
000426             Perform Post-To-Line
000426     End-Read
000426     .
000426 Total-Disposal-Gains.
000426* A Loss On A Chapt21s Asset Disposal Is Already An ExpLedg
000426* Row; A Gain Has Nowhere There To Go, So It Comes From The
000426* Disposal Journal And Offsets Operating Expense
000426     Open Input Disposal-File
000426     If Disposal-Success
000426        Perform Sum-One-Disposal Until Disposal-Done
000426        Close Disposal-File
000426     End-If
000426     .
000426 Sum-One-Disposal.
000426     Read Disposal-File
000426          At End Set Disposal-Done To True
000426          Not At End
000426             If Disp-Gain-Loss > Zero
000426                Move Disp-YYYY To Check-YYYY
000426                Move Disp-MM To Check-MM
000426                Perform Set-Buckets
000426                Move 6 To Line-Sub
000426                Compute Posting-Amount = Zero - Disp-Gain-Loss
000426                Perform Post-To-Line
000426             End-If
000426     End-Read
000426     .
000426 Total-Store-Merchandise.
000426* Bought-Outright Sales Archive Under *STORE* With No
000426* Commission; They Get Their Own Revenue Line Instead Of
