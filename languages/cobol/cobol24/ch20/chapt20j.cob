000020 Identification Division.
000030 Program-Id.  Chapt20j.
000031* Positive-Pay Export Of Issued Dealer Payout Checks
000031* And Of The Chapt21r Accounts Payable Vendor Checks
000031* Every Check Number Drawn Is On The Chapt23s Check Register,
000031* So Issues And Voids Are Both Taken From It: A Check Issued
000031* On The Run Date Certifies To The Bank, And One Voided Or
000031* Spoiled On The Run Date After Printing Is Sent As A Void
000031* A Chapt20c Or Chapt25r Payout Run Staged On PayRel.TXT Is Held
000031* Back Until A Second Supervisor Releases It With Chapt25x: Its
000031* Checks Certify On The Day Of The Release, Not The Day They Were
000031* Drawn, And Never While The Run Is Pending Or Once It Is Rejected
000043 Environment Division.
000050 Configuration Section.
000055 Source-Computer.  IBM-PC.
000056 Object-Computer.  IBM-PC.
000061 Input-Output  Section.
000062 File-Control.
000063     Select Optional Check-Register-File Assign To "CheckReg.Dat"
000064         Organization Indexed
000064         Access Sequential
000064         Record Key Reg-Key
000065         File Status Check-Register-Status.
000066     Select Positive-Pay-File Assign To "PosPay.TXT"
000067         Organization Is Line Sequential
000068         File Status  Is Positive-Pay-Status.
000071         Access Random
000072         Record Key Dealer-Number
000073         File Status Dealer-Status.
000073     Select Optional Vendor-File Assign To "Vendor.Dat"
000073         Organization Indexed
000073         Access Random
000073         Record Key Vendor-Number
000073         File Status Vendor-Status.
000073     Select Optional Payout-Release-File Assign To "PayRel.TXT"
000073         Organization Is Line Sequential
000073         File Status  Is Payout-Release-Status.
000076 Data Division.
000077 File Section.
000078 Fd  Check-Register-File.
000079 Copy "chkreg.cpy".
000089 Fd  Positive-Pay-File.
000090 01  Positive-Pay-Record.
000091     03  Pos-Pay-Check-Number   Pic X(10).
000092     03  Pos-Pay-Issue-Date     Pic 9(8).
000093     03  Pos-Pay-Amount         Pic 9(8)v99.
000094     03  Pos-Pay-Payee          Pic X(40).
000094*    I = Issued Item, V = Void Of A Previously Sent Item
000094     03  Pos-Pay-Action         Pic X.
000094     03  Pos-Pay-Account        Pic X(8).
000095 Fd  Dealer-File.
000096 01  Dealer-Record.
000097     03  Dealer-Number         Pic X(8).
000101         05  Middle-Name Pic X(10).
000102     03  Filler              Pic X(318).
000102     03  Filler              Pic X(100).
000102 Fd  Vendor-File.
000102 Copy "vendor.cpy".
000102 Fd  Payout-Release-File.
000102 Copy "payrel.cpy".
000110 Working-Storage Section.
000111 01  Check-Register-Status   Pic XX Value Spaces.
000112     88  Check-Register-Success Value "00" Thru "09".
000113 01  Positive-Pay-Status     Pic XX Value Spaces.
000114 01  Dealer-Status           Pic XX Value Spaces.
000115     88  Dealer-Success      Value "00" Thru "09".
000115 01  Vendor-Status           Pic XX Value Spaces.
000115     88  Vendor-Success      Value "00" Thru "09".
000116 01  Done-Flag               Pic X Value Spaces.
000117     88  All-Done            Value "Y".
000118 01  Run-Payment-Date        Pic 9(8) Value Zeros.
000119 01  Export-Count            Pic 9(5) Value Zeros.
000119 01  Void-Count              Pic 9(5) Value Zeros.
000119 01  Export-Action           Pic X Value Spaces.
000120 01  Payee-Name              Pic X(40) Value Spaces.
000120 01  Payout-Release-Status   Pic XX Value Spaces.
000120 01  Release-Done-Flag       Pic X Value Spaces.
000120     88  Release-Done        Value "Y".
000120 01  Held-Back-Count         Pic 9(5) Value Zeros.
000120* Every Staged Payout Run, With What Became Of It
000120 01  Release-Count           Pic 9(4) Value Zeros.
000120 01  Release-Table-Area.
000120     03  Release-Entry Occurs 0 To 5000 Times
000120             Depending On Release-Count
000120             Indexed By Release-Index.
000120         05  Release-Program     Pic X(8).
000120         05  Release-Run-Date    Pic 9(8).
000120         05  Release-Status-Code Pic X.
000120         05  Release-Review-Date Pic 9(8).
000120* What The Release Rows Say About The Run That Drew This Check
000120 01  Run-Staged-Flag         Pic X Value Spaces.
000120     88  Run-Staged          Value "Y".
000120 01  Run-Pending-Flag        Pic X Value Spaces.
000120     88  Run-Pending         Value "Y".
000120 01  Run-Released-Flag       Pic X Value Spaces.
000120     88  Run-Released        Value "Y".
000120 01  Released-Today-Flag     Pic X Value Spaces.
000120     88  Released-Today      Value "Y".
000121 01  Date-And-Time-Area.
000122     03  Work-Date            Pic 9(6).
000123     03  Work-Date-X          Redefines Work-Date.
000198        Move "20" To Run-Payment-Date (5:2)
000199        Move Date-YY Of Work-Date-X To Run-Payment-Date (7:2)
000200     End-If
000201     Open Input Check-Register-File
000202     If Not Check-Register-Success
000203        Display "Unable To Open Check Register, Status "
000204                Check-Register-Status
000205        Stop Run
000206     End-If
000206     Perform Load-Release-Table
000207     Open Input Dealer-File
000207     Open Input Vendor-File
000208     Open Output Positive-Pay-File
000209     Perform Export-Check-Run Until All-Done
000210     Close Check-Register-File
000211           Positive-Pay-File
000212     If Dealer-Success
000213        Close Dealer-File
000214     End-If
000214     If Vendor-Success
000214        Close Vendor-File
000214     End-If
000215     Display "Checks Exported For Positive Pay " Export-Count
000215     Display "Voids Exported For Positive Pay  " Void-Count
000215     Display "Held Back Awaiting Release       " Held-Back-Count
000216     Stop Run
000217     .
000218 Export-Check-Run.
000219     Read Check-Register-File
000220          At End Set All-Done To True
000221          Not At End
000221* A Number Spoiled Before Anything Was Printed On It Never
000221* Carries An Amount And Is Of No Interest To The Bank
000221             If Reg-Amount > Zero
000221                Perform Export-Register-Row
000221             End-If
000226     End-Read
000227     .
000227 Export-Register-Row.
000227     Perform Find-Run-Release
000227     If Run-Staged
000227        Perform Export-Staged-Row
000227     Else
000227        Perform Export-Unstaged-Row
000227     End-If
000227     .
000227 Export-Unstaged-Row.
000227     If Reg-Issue-Date = Run-Payment-Date
000227        Move "I" To Export-Action
000227        Perform Write-Positive-Pay-Record
000227        Add 1 To Export-Count
000227     End-If
000227     If (Reg-Voided Or Reg-Spoiled)
000227        And Reg-Status-Date = Run-Payment-Date
000227        Move "V" To Export-Action
000227        Perform Write-Positive-Pay-Record
000227        Add 1 To Void-Count
000227     End-If
000227     .
000227* A Staged Run's Checks Go To The Bank The Day It Is Released; A
000227* Void Is Only Sent For A Check The Bank Has Been Told Of
000227 Export-Staged-Row.
000227     If Released-Today And Not Run-Pending
000227        And (Reg-Issued Or Reg-Status-Date = Run-Payment-Date)
000227        Move "I" To Export-Action
000227        Perform Write-Positive-Pay-Record
000227        Add 1 To Export-Count
000227     End-If
000227     If (Reg-Voided Or Reg-Spoiled)
000227        And Reg-Status-Date = Run-Payment-Date
000227        And Run-Released
000227        Move "V" To Export-Action
000227        Perform Write-Positive-Pay-Record
000227        Add 1 To Void-Count
000227     End-If
000227     If Run-Pending
000227        Add 1 To Held-Back-Count
000227     End-If
000227     .
000227 Find-Run-Release.
000227     Move Space To Run-Staged-Flag Run-Pending-Flag
000227                   Run-Released-Flag Released-Today-Flag
000227     If Reg-Program = "CHAPT20C" Or Reg-Program = "CHAPT25R"
000227        Perform Check-Run-Release
000227                Varying Release-Index From 1 By 1
000227                Until Release-Index > Release-Count
000227     End-If
000227     .
000227 Check-Run-Release.
000227     If Release-Program (Release-Index) = Reg-Program
000227        And Release-Run-Date (Release-Index) = Reg-Issue-Date
000227        Set Run-Staged To True
000227        Evaluate Release-Status-Code (Release-Index)
000227           When "P"
000227                Set Run-Pending To True
000227           When "R"
000227                Set Run-Released To True
000227                If Release-Review-Date (Release-Index) =
000227                   Run-Payment-Date
000227                   Set Released-Today To True
000227                End-If
000227           When Other
000227                Continue
000227        End-Evaluate
000227     End-If
000227     .
000227 Load-Release-Table.
000227     Move Space To Release-Done-Flag
000227     Open Input Payout-Release-File
000227     If Payout-Release-Status Not = "00"
000227        Set Release-Done To True
000227     End-If
000227     Perform Load-One-Release Until Release-Done
000227     If Payout-Release-Status = "00" Or
000227        Payout-Release-Status = "10"
000227        Close Payout-Release-File
000227     End-If
000227     .
000227 Load-One-Release.
000227     Read Payout-Release-File
000227          At End Set Release-Done To True
000227          Not At End
000227             If Release-Count < 5000
000227                Add 1 To Release-Count
000227                Move Rel-Program To
000227                     Release-Program (Release-Count)
000227                Move Rel-Run-Date To
000227                     Release-Run-Date (Release-Count)
000227                Move Rel-Status-Code To
000227                     Release-Status-Code (Release-Count)
000227                Move Rel-Review-Date To
000227                     Release-Review-Date (Release-Count)
000227             Else
000227                Display "PayRel.TXT Over The Table Limit"
000227                Stop Run
000227             End-If
000227     End-Read
000227     .
000228 Write-Positive-Pay-Record.
000229     Perform Get-Payee-Name
000230     Move Spaces To Positive-Pay-Record
000231     Move Reg-Check-Number To Pos-Pay-Check-Number
000232     Move Reg-Issue-Date To Pos-Pay-Issue-Date
000233     Move Reg-Amount To Pos-Pay-Amount
000234     Move Payee-Name To Pos-Pay-Payee
000234     Move Export-Action To Pos-Pay-Action
000234     Move Reg-Account To Pos-Pay-Account
000235     Write Positive-Pay-Record
000237     .
000238 Get-Payee-Name.
000239     Move Reg-Payee To Payee-Name
000239     Evaluate True
000239        When Reg-Dealer-Payee And Dealer-Success
000241           Move Reg-Payee To Dealer-Number
000242           Read Dealer-File
000243                Invalid Key
000244                   Continue
000245                Not Invalid Key
000246                   Perform Format-Payee-Name
000247           End-Read
000247        When Reg-Vendor-Payee And Vendor-Success
000261           Move Reg-Payee To Vendor-Number
000261           Read Vendor-File
000261                Invalid Key
000261                   Continue
000261                Not Invalid Key
000261                   Move Vendor-Name To Payee-Name
000261           End-Read
000261        When Other
000261           Continue
000261     End-Evaluate
000251     .
000252 Format-Payee-Name.
000253     Move Spaces To Payee-Name
