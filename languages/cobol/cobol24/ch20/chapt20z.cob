000035* Resets The Prenote Cycle; A NOC Applies The Corrected
000036* Routing Or Account Number.  Every Dealer Change Lands In
000037* The Change History With Before And After Images
000037* A Returned Rent Autodebit From Chapt16o Carries The Invoice It
000037* Paid; It Goes Through The Same NSF Handling As A Bounced
000037* Check At Chapt19j: Payment Reversed, Invoice Reopened, NSF
000037* Fee Invoiced, And The Dealer's Debit Authorization Withdrawn
000043 Environment Division.
000050 Configuration Section.
000055 Source-Computer.  IBM-PC.
000071         Access Random
000072         Record Key Dealer-Number
000073         File Status Dealer-Status.
000074     Select Optional Rent-Ledger-File Assign To "RentLedg.TXT"
000074         Organization Is Line Sequential
000074         File Status  Is Rent-Ledger-Status.
000074     Select Optional Rent-Invoice-File Assign To "RentInv.Dat"
000074         Organization Indexed
000074         Access Dynamic
000074         Record Key Invoice-Number
000074         Alternate Record Key Invoice-Dealer
000074             With Duplicates
000074         File Status Rent-Invoice-Status.
000074     Select Optional Invoice-Control-File Assign To
000074                     "RInvCtl.TXT"
000074         Organization Is Line Sequential
000074         File Status  Is Invoice-Control-Status.
000074     Select Optional Nsf-Fee-File Assign To "NsfFee.TXT"
000074         Organization Is Line Sequential
000074         File Status  Is Nsf-Fee-Status.
000074     Select Change-History-File Assign To "DlrChgHist.TXT"
000075         Organization Is Line Sequential
000076         File Status  Is Change-History-Status.
000097     03  Ret-New-Routing     Pic X(9).
000098     03  Filler              Pic X.
000099     03  Ret-New-Account     Pic X(17).
000099     03  Filler              Pic X.
000099     03  Ret-Invoice         Pic 9(6).
000100 Fd  Payment-History-File.
000101 01  Payment-History-Record.
000102     03  Hist-Dealer-Number     Pic X(8).
000110     03  Hist-Cleared-Date      Pic X(8).
000111     03  Filler                 Pic X.
000112     03  Hist-Payment-Method    Pic X.
000112     03  Filler                 Pic X.
000112     03  Hist-Backup-Withheld   Pic S9(6)v99.
000113 Fd  Dealer-File.
000114 01  Dealer-Record.
000115     03  Dealer-Number       Pic X(8).
000116     03  Filler              Pic X(285).
000116     03  Start-Date          Pic 9(8).
000116     03  Last-Rent-Paid-Date Pic 9(8).
000116     03  Next-Rent-Due-Date  Pic 9(8).
000116     03  Filler              Pic X(59).
000117     03  Bank-Routing-Number Pic X(9).
000118     03  Bank-Account-Number Pic X(17).
000119     03  Payment-Method      Pic X.
000122     03  Prenote-Status-Code Pic X.
000123         88  Prenote-Needed  Value "P".
000124     03  Prenote-Date        Pic X(8).
000125     03  Filler              Pic X(49).
000125     03  Rent-Autodebit-Flag Pic X.
000125     03  Autodebit-Auth-Date Pic X(8).
000125     03  Filler              Pic X(6).
000126 Fd  Change-History-File.
000127 Copy "dlrchg.cpy".
000127 Fd  Rent-Ledger-File.
000127 01  Rent-Ledger-Record.
000127     03  Ledger-Date         Pic 9(8).
000127     03  Filler              Pic X.
000127     03  Ledger-Dealer       Pic X(8).
000127     03  Filler              Pic X.
000127     03  Ledger-Type         Pic X.
000127         88  Ledger-Charge   Value "C".
000127         88  Ledger-Payment  Value "P".
000127     03  Filler              Pic X.
000127     03  Ledger-Amount       Pic S9(5)v99.
000127     03  Filler              Pic X.
000127     03  Ledger-Invoice      Pic 9(6).
000127     03  Filler              Pic X.
000127     03  Ledger-Tender       Pic X.
000127     03  Filler              Pic X.
000127     03  Ledger-Operator     Pic X(4).
000127     03  Filler              Pic X.
000127     03  Ledger-Check-Number Pic X(10).
000127 Fd  Rent-Invoice-File.
000127 01  Rent-Invoice-Record.
000127     03  Invoice-Number      Pic 9(6).
000127     03  Invoice-Dealer      Pic X(8).
000127     03  Invoice-Date        Pic 9(8).
000127     03  Invoice-Type        Pic X.
000127     03  Invoice-Amount      Pic S9(5)v99.
000127     03  Invoice-Paid-Amount Pic S9(5)v99.
000127     03  Invoice-Status-Code Pic X.
000127         88  Invoice-Open    Value "O".
000127     03  Invoice-Debit-Date  Pic 9(8).
000127     03  Filler              Pic X(2).
000127 Fd  Invoice-Control-File.
000127 01  Invoice-Control-Record.
000127     03  Control-Next-Invoice Pic 9(6).
000127 Fd  Nsf-Fee-File.
000127 01  Nsf-Fee-Record.
000127     03  Fee-Amount-Value    Pic 9(3)v99.
000128 Fd  Current-Operator-File.
000129 01  Current-Operator-Record.
000130     03  Curr-Oper-Id        Pic X(4).
000137 01  Dealer-Status          Pic XX Value Spaces.
000138     88  Dealer-Success     Value "00" Thru "09".
000139 01  Change-History-Status  Pic XX Value Spaces.
000139 01  Rent-Ledger-Status     Pic XX Value Spaces.
000139 01  Rent-Invoice-Status    Pic XX Value Spaces.
000139     88  Rent-Invoice-Success Value "00" Thru "09".
000139 01  Invoice-Control-Status Pic XX Value Spaces.
000139     88  Invoice-Control-Success Value "00" Thru "09".
000139 01  Nsf-Fee-Status         Pic XX Value Spaces.
000140 01  Current-Operator-Status Pic XX Value Spaces.
000141 01  Current-Operator       Pic X(4) Value Spaces.
000142 01  Done-Flag              Pic X Value Spaces.
000145 01  Nocs-Applied           Pic 9(5) Value Zeros.
000146 01  Records-Skipped        Pic 9(5) Value Zeros.
000147 01  Reversal-Amount        Pic S9(6)v99 Value Zeros.
000147 01  Debits-Returned        Pic 9(5) Value Zeros.
000147 01  Configured-Fee         Pic 9(3)v99 Value 25.00.
000147 01  Next-Invoice-Number    Pic 9(6) Value 1.
000147 01  Reopened-Invoice-Date  Pic 9(8) Value Zeros.
000147 01  Debit-Reference.
000147     03  Filler             Pic X(3) Value "ACH".
000147     03  Debit-Reference-Invoice Pic 9(6).
000147     03  Filler             Pic X Value Space.
000147 01  Scan-Done-Flag         Pic X Value Spaces.
000147     88  Scan-Done          Value "Y".
000147 01  Payment-Found-Flag     Pic X Value Spaces.
000147     88  Payment-Found      Value "Y".
000147 01  Reversed-Flag          Pic X Value Spaces.
000147     88  Already-Reversed   Value "Y".
000148 01  Date-And-Time-Area.
000149     03  Work-Date           Pic 9(6).
000150     03  Work-Date-X         Redefines Work-Date.
000174     Open Extend Payment-History-File
000175                 Change-History-File
000176     Open I-O Dealer-File
000176     Perform Load-Configured-Fee
000176     Perform Open-Rent-Files
000177     Perform Process-One-Return Until All-Done
000178     Close Return-File
000179           Payment-History-File
000181     If Dealer-Success
000182        Close Dealer-File
000183     End-If
000184     Perform Close-Rent-Files
000184     Display "Returns Reversed " Returns-Processed
000185     Display "Debits Returned  " Debits-Returned
000185     Display "NOCs Applied     " Nocs-Applied
000186     Display "Records Skipped  " Records-Skipped
000187     Stop Run
000202             Add 1 To Records-Skipped
000203          Not Invalid Key
000204             Evaluate True
000205                When Ach-Return And Ret-Invoice Numeric And
000205                     Ret-Invoice > Zero
000205                     Perform Reverse-Returned-Debit
000205                When Ach-Return
000206                     Perform Reverse-Returned-Payout
000207                When Ach-Noc
000226     Move Reversal-Amount To Hist-Payment-Amount
000227     Move Spaces To Hist-Cleared-Date
000228     Move "A" To Hist-Payment-Method
000228     Move Zeros To Hist-Backup-Withheld
000229     Write Payment-History-Record
000230     Move Dealer-Record To Hist-Before-Image
000231     Move "C" To Payment-Method
000239             " To Dealer " Ret-Dealer
000240             " Reason " Ret-Reason
000241     .
000242 Reverse-Returned-Debit.
000242* A Rent Debit That Bounced Is Handled As Chapt19j Handles A
000242* Bounced Rent Check, And The Dealer Goes Back To Paying At
000242* The Counter Until A New Authorization Is Signed
000242     Move Zeros To Reopened-Invoice-Date
000242     Move Ret-Invoice To Debit-Reference-Invoice
000242     Perform Find-Debit-Payment
000242     If Already-Reversed Or Not Payment-Found
000242        Display "Returned Debit For Invoice " Ret-Invoice
000242                " Not Found Or Already Reversed - Skipped"
000242        Add 1 To Records-Skipped
000242     Else
000242        Perform Write-Debit-Reversal
000242        Perform Reopen-Debited-Invoice
000242        Perform Assess-Nsf-Fee
000242        Move Dealer-Record To Hist-Before-Image
000242        If Reopened-Invoice-Date > Zero
000242           Move Reopened-Invoice-Date To Next-Rent-Due-Date
000242        End-If
000242        Move "N" To Rent-Autodebit-Flag
000242        Move Spaces To Autodebit-Auth-Date
000242        Rewrite Dealer-Record
000242        Move Dealer-Record To Hist-After-Image
000242        Perform Write-Change-History
000242        Add 1 To Debits-Returned
000242        Display "Reversed Rent Debit Of " Ret-Amount
000242                " For Invoice " Ret-Invoice
000242                " Reason " Ret-Reason
000242     End-If
000242     .
000242 Find-Debit-Payment.
000242     Move Spaces To Payment-Found-Flag Scan-Done-Flag
000242                    Reversed-Flag
000242     Open Input Rent-Ledger-File
000242     If Rent-Ledger-Status = "00"
000242        Perform Scan-One-Payment Until Scan-Done
000242        Close Rent-Ledger-File
000242     End-If
000242     .
000242 Scan-One-Payment.
000242     Read Rent-Ledger-File
000242          At End Set Scan-Done To True
000242          Not At End
000242             If Ledger-Dealer = Ret-Dealer And
000242                Ledger-Payment And
000242                Ledger-Check-Number = Debit-Reference
000242                If Ledger-Amount < Zero
000242                   Set Already-Reversed To True
000242                Else
000242                   Set Payment-Found To True
000242                   Move Ledger-Amount To Reversal-Amount
000242                End-If
000242             End-If
000242     End-Read
000242     .
000242 Write-Debit-Reversal.
000242     Open Extend Rent-Ledger-File
000242     Move Spaces To Rent-Ledger-Record
000242     Move Today-MMDDYYYY-N To Ledger-Date
000242     Move Ret-Dealer To Ledger-Dealer
000242     Set Ledger-Payment To True
000242     Compute Ledger-Amount = Reversal-Amount * -1
000242     Move Ret-Invoice To Ledger-Invoice
000242     Move "N" To Ledger-Tender
000242     Move Current-Operator To Ledger-Operator
000242     Move Debit-Reference To Ledger-Check-Number
000242     Write Rent-Ledger-Record
000242     Close Rent-Ledger-File
000242     .
000242 Reopen-Debited-Invoice.
000242     If Rent-Invoice-Success
000242        Move Ret-Invoice To Invoice-Number
000242        Read Rent-Invoice-File
000242             Invalid Key
000242                Display "Invoice " Ret-Invoice
000242                        " Not Found, Reopen It By Hand"
000242             Not Invalid Key
000242                Move Invoice-Date To Reopened-Invoice-Date
000242                Subtract Reversal-Amount From Invoice-Paid-Amount
000242                If Invoice-Paid-Amount < Zero
000242                   Move Zeros To Invoice-Paid-Amount
000242                End-If
000242                Move Zeros To Invoice-Debit-Date
000242                Set Invoice-Open To True
000242                Rewrite Rent-Invoice-Record
000242        End-Read
000242     End-If
000242     .
000242 Assess-Nsf-Fee.
000242     If Rent-Invoice-Success
000242        Move Spaces To Rent-Invoice-Record
000242        Move Next-Invoice-Number To Invoice-Number
000242        Move Ret-Dealer To Invoice-Dealer
000242        Move Today-MMDDYYYY-N To Invoice-Date
000242        Move "N" To Invoice-Type
000242        Move Configured-Fee To Invoice-Amount
000242        Move Zeros To Invoice-Paid-Amount
000242        Set Invoice-Open To True
000242        Write Rent-Invoice-Record
000242           Invalid Key
000242              Display "Fee Invoice Write Error " Invoice-Number
000242        End-Write
000242        Open Extend Rent-Ledger-File
000242        Move Spaces To Rent-Ledger-Record
000242        Move Today-MMDDYYYY-N To Ledger-Date
000242        Move Ret-Dealer To Ledger-Dealer
000242        Set Ledger-Charge To True
000242        Move Configured-Fee To Ledger-Amount
000242        Move Invoice-Number To Ledger-Invoice
000242        Move Current-Operator To Ledger-Operator
000242        Write Rent-Ledger-Record
000242        Close Rent-Ledger-File
000242        Add 1 To Next-Invoice-Number
000242     End-If
000242     .
000242 Apply-Noc-Correction.
000243     Move Dealer-Record To Hist-Before-Image
000244     If Ret-New-Routing Not = Spaces
000269     Move Current-Operator To Hist-Operator
000270     Write Change-History-Record
000271     .
000272 Load-Configured-Fee.
000272     Open Input Nsf-Fee-File
000272     If Nsf-Fee-Status = "00"
000272        Read Nsf-Fee-File
000272             At End Continue
000272             Not At End
000272                Move Fee-Amount-Value To Configured-Fee
000272        End-Read
000272        Close Nsf-Fee-File
000272     End-If
000272     .
000272 Open-Rent-Files.
000272     Open I-O Rent-Invoice-File
000272     Open Input Invoice-Control-File
000272     If Invoice-Control-Success
000272        Read Invoice-Control-File
000272             At End Continue
000272             Not At End
000272                Move Control-Next-Invoice To Next-Invoice-Number
000272        End-Read
000272     End-If
000272     Close Invoice-Control-File
000272     .
000272 Close-Rent-Files.
000272     If Rent-Invoice-Success
000272        Close Rent-Invoice-File
000272     End-If
000272     Open Output Invoice-Control-File
000272     Move Next-Invoice-Number To Control-Next-Invoice
000272     Write Invoice-Control-Record
000272     Close Invoice-Control-File
000272     .
000272 Load-Current-Operator.
000273     Open Input Current-Operator-File
000274     If Current-Operator-Status = "00"
000280        Close Current-Operator-File
000281     End-If
000282     .
000283
