000033* Given Date, Prints Hours By Operator With Overtime Flagged
000034* Past Forty, And Writes The PayrollX.TXT Export For The
000035* Payroll Service.  An Unpaired Punch Prints As An Exception
000036* For The Chapt25n Correction Screen To Fix.  Sales Incentive
000036* Released By Chapt25q (SpiffPay.TXT) Pays In The Same Export
000036* And Moves To The SpiffPaid.TXT History Once Exported
000043 Environment Division.
000050 Configuration Section.
000055 Source-Computer.  IBM-PC.
000068                     "PayrollX.TXT"
000069         Organization Is Line Sequential
000070         File Status  Is Payroll-Export-Status.
000070     Select Optional Spiff-Pay-File Assign To "SpiffPay.TXT"
000070         Organization Is Line Sequential
000070         File Status  Is Spiff-Pay-Status.
000070     Select Optional Spiff-Paid-File Assign To "SpiffPaid.TXT"
000070         Organization Is Line Sequential
000070         File Status  Is Spiff-Paid-Status.
000071 Data Division.
000072 File Section.
000073 Fd  Report-File.
000100     03  Pay-Export-Hours    Pic 9(3)v99.
000101     03  Filler              Pic X.
000102     03  Pay-Export-Ot-Hours Pic 9(3)v99.
000102     03  Filler              Pic X.
000102     03  Pay-Export-Incentive Pic 9(5)v99.
000102 Fd  Spiff-Pay-File.
000102 01  Spiff-Pay-Record.
000102     03  Pay-Month           Pic 9(6).
000102     03  Filler              Pic X.
000102     03  Pay-Operator        Pic X(4).
000102     03  Filler              Pic X.
000102     03  Pay-Amount          Pic 9(5)v99.
000102     03  Filler              Pic X.
000102     03  Pay-Status          Pic X.
000102         88  Pay-Open        Value "O".
000102         88  Pay-Paid        Value "P".
000102     03  Filler              Pic X.
000102     03  Pay-Week            Pic 9(8).
000102 Fd  Spiff-Paid-File.
000102 01  Spiff-Paid-Record       Pic X(30).
000103 Working-Storage Section.
000104 01  Time-Clock-Status      Pic XX Value Spaces.
000105     88  Time-Clock-Success Value "00" Thru "09".
000106 01  Payroll-Export-Status  Pic XX Value Spaces.
000106 01  Spiff-Pay-Status       Pic XX Value Spaces.
000106     88  Spiff-Pay-Success  Value "00" Thru "09".
000106 01  Spiff-Paid-Status      Pic XX Value Spaces.
000106 01  Spiff-Done-Flag        Pic X Value Spaces.
000106     88  Spiff-Done         Value "Y".
000106* Open Incentive Released By Chapt25q, Waiting On A Payroll
000106 01  Spiff-Count            Pic 9(3) Value Zeros.
000106 01  Spiff-Sub              Pic 9(3) Value Zeros.
000106 01  Spiff-Table-Area.
000106     03  Spiff-Entry Occurs 0 To 500 Times
000106             Depending On Spiff-Count
000106             Indexed By Spiff-Index.
000106         05  Tbl-Spiff-Month     Pic 9(6).
000106         05  Tbl-Spiff-Operator  Pic X(4).
000106         05  Tbl-Spiff-Amount    Pic 9(5)v99.
000106         05  Tbl-Spiff-Exported  Pic X.
000106 01  Operator-Incentive     Pic 9(5)v99 Value Zeros.
000106 01  Incentive-Exported     Pic 9(6)v99 Value Zeros.
000107 01  Done-Flag              Pic X Value Spaces.
000108     88  All-Done           Value "Y".
000109 01  Week-Start             Pic 9(8) Value Zeros.
000150     03  Detail-Ot           Pic ZZ9.99.
000151     03  Filler              Pic X(2)  Value Spaces.
000152     03  Detail-Flag         Pic X(8).
000152     03  Filler              Pic X(11) Value "  Incentive".
000152     03  Detail-Incentive    Pic ZZ,ZZ9.99.
000153 01  Exception-Line.
000154     03  Filler              Pic X(12)
000155         Value "  Unpaired".
000175        Display "No Time Clock File On Record"
000176        Stop Run
000177     End-If
000177     Perform Load-Spiff-Table
000178     Perform Collect-One-Punch Until All-Done
000179     Close Time-Clock-File
000180     Perform Sort-The-Punches
000183     Move Week-Start To Heading-Date
000184     Write Report-Record From Heading-Line-1 After Zero
000185     Perform Pair-And-Report
000185* Incentive Is Owed Even In A Week With No Hours Punched
000185     Perform Export-Incentive-Only
000185         Varying Spiff-Index From 1 By 1
000185         Until Spiff-Index > Spiff-Count
000185     Perform Write-Back-Spiff-Pay
000186     Close Report-File
000187           Payroll-Export-File
000188     Call "Chapt25d" Using Spool-Catalog-Name
000189          Spool-Catalog-File Page-Count
000190     Display "Operators Reported " Operators-Reported
000191     Display "Unpaired Punches   " Exceptions-Found
000191     Display "Incentive Exported " Incentive-Exported
000192     Stop Run
000193     .
000194 Collect-One-Punch.
000304     Move Hold-Operator To Detail-Operator
000305     Move Week-Hours To Detail-Hours
000306     Move Ot-Hours To Detail-Ot
000306     Perform Sum-Operator-Incentive
000306     Move Operator-Incentive To Detail-Incentive
000307     Write Report-Record From Detail-Line After 1
000308     Move Spaces To Payroll-Export-Record
000309     Move Hold-Operator To Pay-Export-Operator
000310     Move Week-Start To Pay-Export-Week
000311     Move Week-Hours To Pay-Export-Hours
000312     Move Ot-Hours To Pay-Export-Ot-Hours
000312     Move Operator-Incentive To Pay-Export-Incentive
000313     Write Payroll-Export-Record
000314     .
000314 Load-Spiff-Table.
000314     Open Input Spiff-Pay-File
000314     If Spiff-Pay-Success
000314        Perform Load-One-Spiff Until Spiff-Done
000314        Close Spiff-Pay-File
000314     End-If
000314     .
000314 Load-One-Spiff.
000314     Read Spiff-Pay-File
000314          At End Set Spiff-Done To True
000314          Not At End
000314             If Pay-Open And Spiff-Count < 500
000314                Add 1 To Spiff-Count
000314                Move Pay-Month To Tbl-Spiff-Month (Spiff-Count)
000314                Move Pay-Operator To
000314                     Tbl-Spiff-Operator (Spiff-Count)
000314                Move Pay-Amount To Tbl-Spiff-Amount (Spiff-Count)
000314                Move Space To Tbl-Spiff-Exported (Spiff-Count)
000314             End-If
000314     End-Read
000314     .
000314 Sum-Operator-Incentive.
000314     Move Zeros To Operator-Incentive
000314     Perform Sum-One-Spiff
000314             Varying Spiff-Sub From 1 By 1
000314             Until Spiff-Sub > Spiff-Count
000314     Add Operator-Incentive To Incentive-Exported
000314     .
000314 Sum-One-Spiff.
000314     If Tbl-Spiff-Operator (Spiff-Sub) = Hold-Operator And
000314        Tbl-Spiff-Exported (Spiff-Sub) = Space
000314        Add Tbl-Spiff-Amount (Spiff-Sub) To Operator-Incentive
000314        Move "Y" To Tbl-Spiff-Exported (Spiff-Sub)
000314     End-If
000314     .
000314 Export-Incentive-Only.
000314     If Tbl-Spiff-Exported (Spiff-Index) = Space
000314        Move Tbl-Spiff-Operator (Spiff-Index) To Hold-Operator
000314        Move Zeros To Week-Minutes
000314        Move Space To Open-In-Flag
000314        Perform Report-One-Operator
000314     End-If
000314     .
000314 Write-Back-Spiff-Pay.
000314* Exported Incentive Moves To The Paid History With The Week
000314* It Paid In; Anything Still Open Stays For The Next Payroll
000314     Open Output Spiff-Pay-File
000314     Open Extend Spiff-Paid-File
000314     Perform Write-Back-One-Spiff
000314             Varying Spiff-Index From 1 By 1
000314             Until Spiff-Index > Spiff-Count
000314     Close Spiff-Pay-File
000314           Spiff-Paid-File
000314     .
000314 Write-Back-One-Spiff.
000314     Move Spaces To Spiff-Pay-Record
000314     Move Tbl-Spiff-Month (Spiff-Index) To Pay-Month
000314     Move Tbl-Spiff-Operator (Spiff-Index) To Pay-Operator
000314     Move Tbl-Spiff-Amount (Spiff-Index) To Pay-Amount
000314     If Tbl-Spiff-Exported (Spiff-Index) = "Y"
000314        Set Pay-Paid To True
000314        Move Week-Start To Pay-Week
000314        Write Spiff-Paid-Record From Spiff-Pay-Record
000314     Else
000314        Set Pay-Open To True
000314        Move Zeros To Pay-Week
000314        Write Spiff-Pay-Record
000314     End-If
000314     .
