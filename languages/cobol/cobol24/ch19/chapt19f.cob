000020 Identification Division.
000030 Program-Id.  Chapt19f.
000031* Automatic Monthly Rent Invoice Generation
000031* Each New Invoice Is Paid First From Any Prepaid Rent The
000031* Dealer Holds On PrePaid.TXT
000043 Environment Division.
000050 Configuration Section.
000055 Source-Computer.  IBM-PC.
000073     Select Optional Summary-History-File Assign To "SumHist.TXT"
000073         Organization Is Line Sequential
000073         File Status  Is Summary-History-Status.
000073     Select Optional Prepaid-File Assign To "PrePaid.TXT"
000073         Organization Is Line Sequential
000073         File Status  Is Prepaid-Status.
000076 Data Division.
000077 File Section.
000078 Fd  Report-File.
000123     03  Invoice-Type        Pic X.
000124         88  Rent-Invoice    Value "R".
000125         88  Fee-Invoice     Value "F".
000125         88  Duty-Credit-Invoice Value "D".
000125         88  Duty-Missed-Invoice Value "M".
000126     03  Invoice-Amount      Pic S9(5)v99.
000127     03  Invoice-Paid-Amount Pic S9(5)v99.
000128     03  Invoice-Status-Code Pic X.
000129         88  Invoice-Open    Value "O".
000130         88  Invoice-Paid    Value "P".
000131         88  Invoice-Waived  Value "W".
000131     03  Invoice-Prepaid-Flag Pic X.
000131         88  Invoice-From-Prepaid Value "Y".
000131     03  Filler              Pic X(9).
000133 Fd  Invoice-Control-File.
000134 01  Invoice-Control-Record.
000135     03  Control-Next-Invoice Pic 9(6).
000137     03  Sum-Sales           Pic S9(9)v99.
000137     03  Filler              Pic X.
000137     03  Sum-Commission      Pic S9(7)v99.
000137 Fd  Prepaid-File.
000137 Copy "prepaid.cpy".
000144 Working-Storage Section.
000206 01  Calendar-Status         Pic XX Value Spaces.
000206 01  Calendar-Done-Flag      Pic X Value Spaces.
000207             Indexed By Sales-Index.
000207         05  Table-Sales-Dealer  Pic X(8).
000207         05  Table-Sales-Amount  Pic S9(9)v99.
000207* Prepaid Rent Still Held, Per Dealer
000207 01  Prepaid-Status          Pic XX Value Spaces.
000207     88  Prepaid-Success     Value "00" Thru "09".
000207 01  Prepaid-Done-Flag       Pic X Value Spaces.
000207     88  Prepaid-Done        Value "Y".
000207 01  Prepaid-Dealer-Count    Pic 9(3) Value Zeros.
000207 01  Prepaid-Table-Area.
000207     03  Prepaid-Entry Occurs 0 To 500 Times
000207             Depending On Prepaid-Dealer-Count
000207             Indexed By Prepaid-Index.
000207         05  Table-Prepaid-Dealer  Pic X(8).
000207         05  Table-Prepaid-Balance Pic S9(7)v99.
000207 01  Prepaid-Row-Amount      Pic S9(7)v99 Value Zeros.
000207 01  Prepaid-Apply-Amount    Pic S9(7)v99 Value Zeros.
000207 01  Prepaid-Applied-Total   Pic S9(7)v99 Value Zeros.
000207 01  Prepaid-Line.
000207     03  Filler              Pic X(11) Value Spaces.
000207     03  Filler              Pic X(8)  Value "Invoice ".
000207     03  Prepaid-Line-Invoice Pic 9(6).
000207     03  Filler              Pic X(17) Value " Prepaid Applied ".
000207     03  Prepaid-Line-Applied Pic $$,$$9.99.
000207     03  Filler              Pic X(7)  Value "  Left ".
000207     03  Prepaid-Line-Left   Pic $$$,$$9.99.
000207 01  Effective-Rent-Amount   Pic 9(6)v99 Value Zeros.
000207 01  Pct-Rent-Computed       Pic 9(6)v99 Value Zeros.
000207 01  Month-Sales-Work        Pic S9(9)v99 Value Zeros.
000207* Floor-Duty Obligation For Last Month, From Chapt16s
000207 01  Duty-Result.
000207     03  Duty-Shifts-Required    Pic 99.
000207     03  Duty-Shifts-Signed      Pic 99.
000207     03  Duty-Shifts-Worked      Pic 99.
000207     03  Duty-Credit-Per-Shift   Pic 9(3)v99.
000207     03  Duty-Missed-Charge      Pic 9(3)v99.
000207     03  Duty-Booth-Class        Pic X(2).
000207 01  Duty-Shifts-Credited    Pic 99 Value Zeros.
000207 01  Duty-Shifts-Missed      Pic 99 Value Zeros.
000207 01  Duty-Credit-Amount      Pic S9(5)v99 Value Zeros.
000207 01  Duty-Charge-Amount      Pic S9(5)v99 Value Zeros.
000207 01  Duty-Credit-Total       Pic S9(7)v99 Value Zeros.
000207 01  Duty-Charge-Total       Pic S9(7)v99 Value Zeros.
000207 01  Duty-Line.
000207     03  Filler              Pic X(11) Value Spaces.
000207     03  Filler              Pic X(12) Value "Floor Duty: ".
000207     03  Duty-Line-Worked    Pic Z9.
000207     03  Filler              Pic X(4)  Value " Of ".
000207     03  Duty-Line-Required  Pic Z9.
000207     03  Filler              Pic X(16) Value " Worked, Credit ".
000207     03  Duty-Line-Credit    Pic $$,$$9.99.
000207     03  Filler              Pic X(10) Value "  Charge ".
000207     03  Duty-Line-Charge    Pic $$,$$9.99.
000207 01  Calc-Line.
000207     03  Filler              Pic X(11) Value Spaces.
000207     03  Filler              Pic X(9)  Value "Pct Rent ".
000700     End-If
000300     Display "Begin Process Chapt19f"
000300     Perform Load-Prior-Month-Sales
000300     Perform Load-Prepaid-Balances
000301     Perform Open-Files
000302     If Dealer-Success
000303        Perform Fill-Initial-Headings
000304        Perform Process-File Until Not Dealer-Success
000305        Display Invoice-Count " Rent Invoices Generated"
000305        Display "Floor Duty Credits " Duty-Credit-Total
000305        Display "Missed Duty Charges " Duty-Charge-Total
000305        Display "Prepaid Rent Applied " Prepaid-Applied-Total
000306        Perform Close-Files
000307     End-If
000308     Stop Run.
000321     Perform Set-Effective-Rent
000321     Perform Write-Invoice-Record
000322     Perform Print-Invoice-Line
000322     Perform Apply-Prepaid-Rent
000322     Perform Apply-Floor-Duty
000323     Perform Advance-Due-Date
000324     Rewrite Dealer-Record
000325        Invalid Key
000350               To Month-Sales-Work
000350     End-Search
000350     .
000350 Load-Prepaid-Balances.
000350     Open Input Prepaid-File
000350     If Not Prepaid-Success
000350        Set Prepaid-Done To True
000350     End-If
000350     Perform Load-One-Prepaid-Row Until Prepaid-Done
000350     If Prepaid-Success Or Prepaid-Status = "10"
000350        Close Prepaid-File
000350     End-If
000350     .
000350 Load-One-Prepaid-Row.
000350     Read Prepaid-File
000350          At End Set Prepaid-Done To True
000350          Not At End
000350             Perform Post-Prepaid-Row
000350     End-Read
000350     .
000350 Post-Prepaid-Row.
000350     If Prepaid-Added
000350        Move Prepaid-Amount To Prepaid-Row-Amount
000350     Else
000350        Compute Prepaid-Row-Amount = Prepaid-Amount * -1
000350     End-If
000350     Set Prepaid-Index To 1
000350     Search Prepaid-Entry
000350          At End
000350             If Prepaid-Dealer-Count < 500
000350                Add 1 To Prepaid-Dealer-Count
000350                Move Prepaid-Dealer To
000350                     Table-Prepaid-Dealer (Prepaid-Dealer-Count)
000350                Move Prepaid-Row-Amount To
000350                     Table-Prepaid-Balance (Prepaid-Dealer-Count)
000350             End-If
000350          When Table-Prepaid-Dealer (Prepaid-Index) =
000350               Prepaid-Dealer
000350             Add Prepaid-Row-Amount To
000350                 Table-Prepaid-Balance (Prepaid-Index)
000350     End-Search
000350     .
000350 Load-Prior-Month-Sales.
000350     Accept Work-Date From Date
000350     Move 2000 To Prior-YYYY
000350     Write Rent-Ledger-Record
000350     Add 1 To Next-Invoice-Number
000350     .
000350 Apply-Prepaid-Rent.
000350* The Record Area Still Holds The Invoice Just Written; Any
000350* Prepaid Rent The Dealer Holds Pays It Down Before It Goes Out
000350     If Invoice-Amount > Zero
000350        Set Prepaid-Index To 1
000350        Search Prepaid-Entry
000350             At End
000350                Continue
000350             When Table-Prepaid-Dealer (Prepaid-Index) =
000350                  Invoice-Dealer
000350                If Table-Prepaid-Balance (Prepaid-Index) > Zero
000350                   Perform Pay-From-Prepaid
000350                End-If
000350        End-Search
000350     End-If
000350     .
000350 Pay-From-Prepaid.
000350     Move Table-Prepaid-Balance (Prepaid-Index) To
000350          Prepaid-Apply-Amount
000350     If Prepaid-Apply-Amount > Invoice-Amount
000350        Move Invoice-Amount To Prepaid-Apply-Amount
000350     End-If
000350     Add Prepaid-Apply-Amount To Invoice-Paid-Amount
000350     If Invoice-Paid-Amount >= Invoice-Amount
000350        Set Invoice-Paid To True
000350     End-If
000350     Set Invoice-From-Prepaid To True
000350     Rewrite Rent-Invoice-Record
000350        Invalid Key
000350           Display "Invoice Rewrite Error, Status "
000350                   Rent-Invoice-Status
000350        Not Invalid Key
000350           Subtract Prepaid-Apply-Amount From
000350                    Table-Prepaid-Balance (Prepaid-Index)
000350           Add Prepaid-Apply-Amount To Prepaid-Applied-Total
000350           Perform Write-Prepaid-Application
000350     End-Rewrite
000350     .
000350 Write-Prepaid-Application.
000350     Move Spaces To Prepaid-Rent-Record
000350     Move Invoice-Dealer To Prepaid-Dealer
000350     Move Today-MMDDYYYY-N To Prepaid-Date
000350     Set Prepaid-Applied To True
000350     Move Prepaid-Apply-Amount To Prepaid-Amount
000350     Move Invoice-Number To Prepaid-Invoice
000350     Move Spaces To Prepaid-Operator
000350     Write Prepaid-Rent-Record
000350     Move Invoice-Number To Prepaid-Line-Invoice
000350     Move Prepaid-Apply-Amount To Prepaid-Line-Applied
000350     Move Table-Prepaid-Balance (Prepaid-Index) To
000350          Prepaid-Line-Left
000350     If Line-Count >= Max-Lines
000350        Perform Heading-Routine
000350     End-If
000350     Write Report-Record From Prepaid-Line After 1
000350     Add 1 To Line-Count
000350     .
000351 Apply-Floor-Duty.
000351* Dealers Working Floor-Duty Shifts Earn The Agreed Credit Per
000351* Shift Worked Last Month, Up To The Shifts Their Booth Owes;
000351* Each Shift Short Of That Is Charged.  Both Post As Their Own
000351* Lines On The Invoice File Beside The Rent
000351     Call "Chapt16s" Using Prior-Month
000351          Dealer-Number Of Dealer-Record Duty-Result
000351     If Duty-Shifts-Required > Zeros Or
000351        Duty-Shifts-Worked > Zeros
000351        Perform Bill-Floor-Duty
000351     End-If
000351     .
000351 Bill-Floor-Duty.
000351     Move Duty-Shifts-Worked To Duty-Shifts-Credited
000351     If Duty-Shifts-Credited > Duty-Shifts-Required
000351        Move Duty-Shifts-Required To Duty-Shifts-Credited
000351     End-If
000351     Move Zeros To Duty-Shifts-Missed
000351     If Duty-Shifts-Worked < Duty-Shifts-Required
000351        Compute Duty-Shifts-Missed =
000351                Duty-Shifts-Required - Duty-Shifts-Worked
000351     End-If
000351     Compute Duty-Credit-Amount =
000351             Duty-Shifts-Credited * Duty-Credit-Per-Shift * -1
000351     Compute Duty-Charge-Amount =
000351             Duty-Shifts-Missed * Duty-Missed-Charge
000351     If Duty-Credit-Amount < Zero
000351        Move "D" To Invoice-Type
000351        Move Duty-Credit-Amount To Invoice-Amount
000351        Perform Write-Duty-Invoice
000351        Add Duty-Credit-Amount To Duty-Credit-Total
000351     End-If
000351     If Duty-Charge-Amount > Zero
000351        Move "M" To Invoice-Type
000351        Move Duty-Charge-Amount To Invoice-Amount
000351        Perform Write-Duty-Invoice
000351        Add Duty-Charge-Amount To Duty-Charge-Total
000351     End-If
000351     Move Duty-Shifts-Worked To Duty-Line-Worked
000351     Move Duty-Shifts-Required To Duty-Line-Required
000351     Move Duty-Credit-Amount To Duty-Line-Credit
000351     Move Duty-Charge-Amount To Duty-Line-Charge
000351     If Line-Count >= Max-Lines
000351        Perform Heading-Routine
000351     End-If
000351     Write Report-Record From Duty-Line After 1
000351     Add 1 To Line-Count
000351     .
000351 Write-Duty-Invoice.
000351* Invoice-Type And Invoice-Amount Are Set By The Caller; A
000351* Credit Is Written As A Negative Open Invoice, The Same As A
000351* Prorated Move Refund
000351     Move Next-Invoice-Number To Invoice-Number
000351     Move Dealer-Number Of Dealer-Record To Invoice-Dealer
000351     Move Next-Rent-Due-Date Of Dealer-Record To Invoice-Date
000351     Move Zeros To Invoice-Paid-Amount
000351     Set Invoice-Open To True
000351     Move Space To Invoice-Prepaid-Flag
000351     Write Rent-Invoice-Record
000351        Invalid Key
000351           Display "Invoice Write Error, Status "
000351                   Rent-Invoice-Status
000351     End-Write
000351     Move Spaces To Rent-Ledger-Record
000351     Move Invoice-Date To Ledger-Date
000351     Move Invoice-Dealer To Ledger-Dealer
000351     Move "C" To Ledger-Type
000351     Move Invoice-Amount To Ledger-Amount
000351     Move Invoice-Number To Ledger-Invoice
000351     Move Spaces To Ledger-Operator
000351     Write Rent-Ledger-Record
000351     Add 1 To Next-Invoice-Number
000351     Perform Apply-Prepaid-Rent
000351     .
000351 Format-Name.
000352     Move Spaces To Detail-Name
000353     String First-Name  Delimited By Space
000406        Open I-O Rent-Invoice-File
000406     End-If
000406     Open Extend Corr-Queue-File
000406     Open Extend Prepaid-File
000406     Open Input Invoice-Control-File
000406     If Invoice-Control-Success
000406        Read Invoice-Control-File
000411           Rent-Ledger-File
000411           Rent-Invoice-File
000411           Corr-Queue-File
000411           Prepaid-File
000410     Call "Chapt25d" Using Spool-Catalog-Name
000410          Spool-Catalog-File Page-Count
000411     Open Output Invoice-Control-File
