000020 Identification Division.
000030 Program-Id.  Chapt20d.
000031* Year-End 1099-MISC Extract
000031* Dealers From Their Net Payout, Then 1099-Flagged Vendors
000031* Paid $600 Or More By Chapt21r Checks In The Tax Year
000031* Dealer Backup Withholding From BkupWH.TXT Goes In The
000031* Federal Income Tax Withheld Box
000043 Environment Division.
000050 Configuration Section.
000055 Source-Computer.  IBM-PC.
000069     Select Form-1099-File Assign To "Form1099.TXT"
000070            Organization Is Line Sequential
000071            File Status  Is Form-1099-Status.
000071     Select Optional Vendor-File Assign To "Vendor.Dat"
000071         Organization Indexed
000071         Access Sequential
000071         Record Key Vendor-Number
000071         File Status Vendor-Status.
000071     Select Optional Vendor-Payment-File Assign To "VendPay.TXT"
000071         Organization Is Line Sequential
000071         File Status  Is Vendor-Payment-Status.
000071     Select Optional Backup-Withholding-File Assign To
000071                     "BkupWH.TXT"
000071            Organization Is Line Sequential
000071            File Status  Is Backup-Withholding-Status.
000076 Data Division.
000077 File Section.
000093 Fd  Dealer-File.
000132     03  Form-1099-Postal-Code    Pic X(15).
000133     03  Filler                   Pic X.
000134     03  Form-1099-Taxable-Amount Pic S9(7)v99.
000134     03  Filler                   Pic X.
000134     03  Form-1099-Payee-Type     Pic X.
000134         88  Form-1099-Dealer     Value "D" Space.
000134         88  Form-1099-Vendor     Value "V".
000134     03  Filler                   Pic X.
000134     03  Form-1099-Fed-Withheld   Pic S9(7)v99.
000134 Fd  Vendor-File.
000134 Copy "vendor.cpy".
000134 Fd  Vendor-Payment-File.
000134 Copy "vendpay.cpy".
000134 Fd  Backup-Withholding-File.
000134 Copy "bkupwh.cpy".
000144 Working-Storage Section.
000206 01  Dealer-Status           Pic XX Value Zeros.
000207     88  Dealer-Success  Value "00" Thru "09".
000207 01  Form-1099-Status        Pic XX Value Spaces.
000208 01  Net-Payout-Amount       Pic S9(7)v99 Value Zeros.
000208 01  Vendor-Status           Pic XX Value Spaces.
000208     88  Vendor-Success  Value "00" Thru "09".
000208 01  Vendor-Payment-Status   Pic XX Value Spaces.
000208 01  Vendor-Done-Flag        Pic X Value Spaces.
000208     88  Vendor-Done     Value "Y".
000208 01  Tax-Year                Pic 9(4) Value Zeros.
000208 01  Vendor-1099-Minimum     Pic 9(5)v99 Value 600.00.
000208 01  Vendors-Written         Pic 9(5) Value Zeros.
000208 01  Vendor-Paid-Count       Pic 9(3) Value Zeros.
000208 01  Vendor-Paid-Table-Area.
000208     03  Vendor-Paid-Entry Occurs 0 To 500 Times
000208             Depending On Vendor-Paid-Count
000208             Indexed By Vendor-Paid-Index.
000208         05  Tbl-Paid-Vendor     Pic X(8).
000208         05  Tbl-Paid-Amount     Pic S9(7)v99.
000208 01  Backup-Withholding-Status Pic XX Value Spaces.
000208 01  Withheld-Done-Flag      Pic X Value Spaces.
000208     88  Withheld-Done       Value "Y".
000208 01  Withheld-Count          Pic 9(3) Value Zeros.
000208 01  Withheld-Table-Area.
000208     03  Withheld-Entry Occurs 0 To 500 Times
000208             Depending On Withheld-Count
000208             Indexed By Withheld-Index.
000208         05  Tbl-Withheld-Dealer Pic X(8).
000208         05  Tbl-Withheld-Amount Pic S9(7)v99.
000208 01  Date-And-Time-Area.
000208     03  Work-Date            Pic 9(6).
000208     03  Work-Date-X          Redefines Work-Date.
000208         05  Date-YY          Pic 99.
000208         05  Date-MM          Pic 99.
000208         05  Date-DD          Pic 99.
000262 Procedure Division.
000263 Declaratives.
000264 Dealer-File-Error Section.
000271 Chapt20d-Start.
000272     Display "Begin Process Chapt20d"
000273     Perform Open-Files
000273     Accept Work-Date From Date
000273     Compute Tax-Year = 2000 + Date-YY - 1
000273     Perform Load-Backup-Withholding
000274     If Dealer-Success
000275        Perform Process-File Until Not Dealer-Success
000278        Perform Close-Files
000278        Perform Extract-Vendors
000279     End-If
000280     Stop Run.
000285 Process-File.
000293     End-Read
000294     .
000295 Compute-Net-Payout.
000295* Sales Less Commission Is The Dealer's Income However It Was
000295* Paid; The Bonus On A Store Credit Payout Is Not In It
000296     Compute Net-Payout-Amount =
000297             Sold-To-Date Of Dealer-Record -
000298             Commission-To-Date Of Dealer-Record
000299     .
000300 Write-Form-1099-Record.
000300     Move Spaces To Form-1099-Record
000300     Set Form-1099-Dealer To True
000301     Move Dealer-Number Of Dealer-Record To
000301          Form-1099-Dealer-Number
000302     Perform Format-Name
000306     Move State-Or-Country Of Dealer-Record To Form-1099-State
000307     Move Postal-Code Of Dealer-Record To
000307          Form-1099-Postal-Code
000308     Move Zeros To Form-1099-Fed-Withheld
000308     Set Withheld-Index To 1
000308     Search Withheld-Entry
000308          At End Continue
000308          When Tbl-Withheld-Dealer (Withheld-Index) =
000308               Dealer-Number Of Dealer-Record
000308             Move Tbl-Withheld-Amount (Withheld-Index) To
000308                  Form-1099-Fed-Withheld
000308     End-Search
000308     Move Net-Payout-Amount                 To
000309          Form-1099-Taxable-Amount
000310     Write Form-1099-Record
000341     Close Dealer-File
000342           Form-1099-File
000343     .
000343* Vendors Follow The Dealers On The Same Extract; The Extract
000343* Files In January For The Year Just Ended
000343 Extract-Vendors.
000343     Accept Work-Date From Date
000343     Compute Tax-Year = 2000 + Date-YY - 1
000343     Perform Load-Vendor-Payments
000343     If Vendor-Paid-Count > Zero
000343        Open Input Vendor-File
000343        Open Extend Form-1099-File
000343        Move Spaces To Vendor-Done-Flag
000343        Perform Extract-One-Vendor Until Vendor-Done
000343        Close Vendor-File
000343              Form-1099-File
000343     End-If
000343     Display "Vendor 1099s Written " Vendors-Written
000343     .
000343 Extract-One-Vendor.
000343     Read Vendor-File
000343          At End Set Vendor-Done To True
000343          Not At End
000343             If Vendor-Gets-1099
000343                Perform Consider-One-Vendor
000343             End-If
000343     End-Read
000343     .
000343 Consider-One-Vendor.
000343     Set Vendor-Paid-Index To 1
000343     Search Vendor-Paid-Entry
000343          At End Continue
000343          When Tbl-Paid-Vendor (Vendor-Paid-Index) = Vendor-Number
000343             If Tbl-Paid-Amount (Vendor-Paid-Index) >=
000343                Vendor-1099-Minimum
000343                Perform Write-Vendor-1099-Record
000343             End-If
000343     End-Search
000343     .
000343 Write-Vendor-1099-Record.
000343     Move Spaces To Form-1099-Record
000343     Set Form-1099-Vendor To True
000343     Move Vendor-Number To Form-1099-Dealer-Number
000343     Move Vendor-Name To Form-1099-Name
000343     Move Vendor-Remit-Address-1 To Form-1099-Address-1
000343     Move Vendor-Remit-Address-2 To Form-1099-Address-2
000343     Move Vendor-City To Form-1099-City
000343     Move Vendor-State To Form-1099-State
000343     Move Vendor-Postal-Code To Form-1099-Postal-Code
000343     Move Zeros To Form-1099-Fed-Withheld
000343     Move Tbl-Paid-Amount (Vendor-Paid-Index) To
000343          Form-1099-Taxable-Amount
000343     Write Form-1099-Record
000343     Add 1 To Vendors-Written
000343     .
000343 Load-Vendor-Payments.
000343     Move Zeros To Vendor-Paid-Count
000343     Open Input Vendor-Payment-File
000343     If Vendor-Payment-Status = "00"
000343        Move Spaces To Vendor-Done-Flag
000343        Perform Load-One-Vendor-Payment Until Vendor-Done
000343        Close Vendor-Payment-File
000343     End-If
000343     .
000343 Load-One-Vendor-Payment.
000343     Read Vendor-Payment-File
000343          At End Set Vendor-Done To True
000343          Not At End
000343             If Vend-Pay-YYYY = Tax-Year
000343                Perform Add-Vendor-Payment
000343             End-If
000343     End-Read
000343     .
000343 Add-Vendor-Payment.
000343     Set Vendor-Paid-Index To 1
000343     Search Vendor-Paid-Entry
000343          At End
000343             If Vendor-Paid-Count < 500
000343                Add 1 To Vendor-Paid-Count
000343                Move Vend-Pay-Vendor To
000343                     Tbl-Paid-Vendor (Vendor-Paid-Count)
000343                Move Vend-Pay-Amount To
000343                     Tbl-Paid-Amount (Vendor-Paid-Count)
000343             End-If
000343          When Tbl-Paid-Vendor (Vendor-Paid-Index) =
000343               Vend-Pay-Vendor
000343             Add Vend-Pay-Amount To
000343                 Tbl-Paid-Amount (Vendor-Paid-Index)
000343     End-Search
000343     .
000343 Load-Backup-Withholding.
000343* Everything Chapt20c Withheld From Each Dealer In The Tax Year
000343     Open Input Backup-Withholding-File
000343     If Backup-Withholding-Status = "00"
000343        Perform Load-One-Withholding Until Withheld-Done
000343        Close Backup-Withholding-File
000343     End-If
000343     .
000343 Load-One-Withholding.
000343     Read Backup-Withholding-File
000343          At End Set Withheld-Done To True
000343          Not At End
000343             If BW-YYYY = Tax-Year
000343                Perform Add-Dealer-Withholding
000343             End-If
000343     End-Read
000343     .
000343 Add-Dealer-Withholding.
000343     Set Withheld-Index To 1
000343     Search Withheld-Entry
000343          At End
000343             If Withheld-Count < 500
000343                Add 1 To Withheld-Count
000343                Move BW-Dealer To
000343                     Tbl-Withheld-Dealer (Withheld-Count)
000343                Move BW-Withheld-Amount To
000343                     Tbl-Withheld-Amount (Withheld-Count)
000343             End-If
000343          When Tbl-Withheld-Dealer (Withheld-Index) = BW-Dealer
000343             Add BW-Withheld-Amount To
000343                 Tbl-Withheld-Amount (Withheld-Index)
000343     End-Search
000343     .
