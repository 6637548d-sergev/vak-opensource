000075            Access Sequential
000075            Relative Key Booth-Number
000075            File Status Booth-Status.
000075     Select Optional Card-Rate-File Assign To "CardRate.TXT"
000075         Organization Is Line Sequential
000075         File Status  Is Card-Rate-Status.
000075     Select Optional Comm-Adjust-File Assign To "CommAdj.TXT"
000075         Organization Is Line Sequential
000075         File Status  Is Comm-Adjust-Status.
000076 Data Division.
000077 File Section.
000078 Fd  Report-File.
000122     03  Transaction-Dealer Pic  X(8).
000123     03  Transaction-Price  Pic S9(7)v99.
000124     03  Transaction-Qty    Pic  9(3).
000125     03  Transaction-Class  Pic  X.
000125         88  Void-Transaction Value "V".
000125     03  Filler             Pic  X(30).
000125     03  Tender-Type        Pic  X.
000125         88  Tender-Card      Value "D".
000125     03  Filler             Pic  X(36).
000125     03  Ticket-Number      Pic  9(6).
000125     03  Ticket-Rec-Type    Pic  X.
000125         88  Ticket-Header   Value "H".
000127     03  Sort-Trans-Type    Pic  X(4).
000127     03  Sort-Trans-Price   Pic S9(7)v99.
000127     03  Sort-Trans-Qty     Pic  9(3).
000127     03  Sort-Trans-Tender  Pic  X.
000127     03  Sort-Trans-Class   Pic  X.
000128 Fd  Corr-Queue-File.
000128 Copy "corrq.cpy".
000129 Fd  Message-File.
000130     03  Booth-Rate-Class        Pic X(2).
000130     03  Booth-Second-Dealer     Pic X(8).
000130     03  Booth-Split-Pct         Pic 9(2).
000130 Fd  Card-Rate-File.
000130 01  Card-Rate-Record.
000130     03  Card-Rate-Percent   Pic 9(2)v999.
000130 Fd  Comm-Adjust-File.
000130 Copy "commadj.cpy".
000144 Working-Storage Section.
000206 01  Dealer-Status           Pic XX Value Zeros.
000207     88  Dealer-Success  Value "00" Thru "09".
000207         05  Map-Dealer          Pic X(8).
000207         05  Map-Zone            Pic X(4).
000207 01  Statement-Zone          Pic X(4) Value Spaces.
000207 01  Comm-Adjust-Status      Pic XX Value Spaces.
000207 01  Adjustments-Done-Flag   Pic X Value Spaces.
000207     88  Adjustments-Done    Value "Y".
000207 01  Adjust-Dealer-Count     Pic 9(3) Value Zeros.
000207 01  Adjust-Table-Area.
000207     03  Adjust-Entry Occurs 0 To 400 Times
000207             Depending On Adjust-Dealer-Count
000207             Indexed By Adjust-Index.
000207         05  Table-Adj-Dealer    Pic X(8).
000207         05  Table-Adj-Period    Pic 9(6).
000207         05  Table-Adj-Amount    Pic S9(6)v99.
000207         05  Table-Adj-Pending   Pic S9(7)v99.
000207 01  Adjust-Period-Work.
000207     03  Adjust-Period-YYYY  Pic 9(4).
000207     03  Adjust-Period-MM    Pic 99.
000207 01  Adjust-Period-Work-N Redefines Adjust-Period-Work Pic 9(6).
000207 01  Adjust-Months-Back      Pic S9(6) Value Zeros.
000207 01  Statement-Tier-Adjust   Pic S9(6)v99 Value Zeros.
000207 01  Statement-Tier-Pending  Pic S9(7)v99 Value Zeros.
000207 01  Today-YYYYMMDD          Pic 9(8) Value Zeros.
000207 01  Msg-Flip-Work.
000207     03  Flip-MMDDYYYY      Pic 9(8).
000208 01  Statement-Sales-Amount  Pic S9(7)v99 Value Zeros.
000208 01  Statement-Commission    Pic S9(6)v99 Value Zeros.
000208 01  Statement-Balance       Pic S9(7)v99 Value Zeros.
000208 01  Statement-Card-Fee      Pic S9(6)v99 Value Zeros.
000208 01  Line-Card-Fee           Pic S9(6)v99 Value Zeros.
000208 01  Card-Rate-Status        Pic XX Value Spaces.
000208 01  Card-Fee-Percent        Pic 9(2)v999 Value Zeros.
000209 01  Heading-Line-1.
000210     03  Filler      Pic X(12) Value "Created by:".
000211     03  Filler      Pic X(8)  Value "CHAPT19D".
000276        Perform Fill-Initial-Headings
000276        Perform Load-Current-Messages
000276        Perform Load-Zone-Map
000276        Perform Load-Commission-Adjustments
000276        Perform Load-Card-Fee-Rate
000277        Sort Sort-File Ascending Key Sort-Trans-Dealer
000277             Input Procedure Sort-Trans-In
000277             Output Procedure Merge-And-Print
000282             Move Transaction-Type   To Sort-Trans-Type
000282             Move Transaction-Price  To Sort-Trans-Price
000282             Move Transaction-Qty    To Sort-Trans-Qty
000282             Move Tender-Type        To Sort-Trans-Tender
000282             Move Transaction-Class  To Sort-Trans-Class
000282             Release Sort-Record
000282             End-If
000282     End-Read
000285          Not At End
000285             Move Zeros To Statement-Qty Statement-Sales-Amount
000285                           Statement-Commission
000285                           Statement-Card-Fee
000285     End-Read
000285     .
000286 Read-Trans.
000287             Statement-Commission +
000287             ((Sort-Trans-Qty * Sort-Trans-Price) *
000287              (Consignment-Percent Of Dealer-Record / 100))
000287* The Card Pass-Back Chapt18d Charges On Card-Tendered Lines
000287     If Sort-Trans-Tender = "D" And Card-Fee-Percent > Zero
000287        Compute Line-Card-Fee Rounded =
000287                Sort-Trans-Qty * Sort-Trans-Price *
000287                Card-Fee-Percent / 100
000287        If Sort-Trans-Class = "V"
000287           Subtract Line-Card-Fee From Statement-Card-Fee
000287        Else
000287           Add Line-Card-Fee To Statement-Card-Fee
000287        End-If
000287     End-If
000287     .
000292 Print-Statement.
000292* Open Invoices Carry The Late And NSF Fees Assessed Against
000306             Sold-To-Date Of Dealer-Record -
000307             Commission-To-Date Of Dealer-Record -
000308             Rent-Amount Of Dealer-Record -
000308             Invoice-Open-Total -
000308             Statement-Card-Fee
000294     If Line-Count >= Max-Lines - 12
000295        Perform Heading-Routine
000296     End-If
000297     Perform Write-Statement-Lines
000335     Move "  Commission Charged:"     To Detail-Label
000336     Move Statement-Commission        To Detail-Amount
000337     Write Report-Record From Detail-Line After 1
000337     If Statement-Card-Fee Not = Zero
000337        Move "  Card Processing Fee:"  To Detail-Label
000337        Move Statement-Card-Fee        To Detail-Amount
000337        Write Report-Record From Detail-Line After 1
000337        Add 1 To Line-Count
000337     End-If
000337     Move "  Rent Due:"               To Detail-Label
000338     Move Rent-Amount Of Dealer-Record To Detail-Amount
000339     Write Report-Record From Detail-Line After 1
000339     Perform Write-Tier-Adjust-Lines
000339     Move "  Open Invoices And Fees:"  To Detail-Label
000339     Move Invoice-Open-Total           To Detail-Amount
000339     Write Report-Record From Detail-Line After 1
000341     Write Report-Record From Detail-Line After 1
000341     Add 5 To Line-Count
000342     .
000342 Write-Tier-Adjust-Lines.
000342* The Chapt21v Volume Tier True-Up For Last Month Or This
000342* One, And Whatever Of It The Payouts Have Not Yet Settled.
000342* A Negative Amount Is A Credit To The Dealer
000342     Move Zeros To Statement-Tier-Adjust Statement-Tier-Pending
000342     Set Adjust-Index To 1
000342     Search Adjust-Entry
000342          At End
000342             Continue
000342          When Table-Adj-Dealer (Adjust-Index) =
000342               Dealer-Number Of Dealer-Record
000342             Move Table-Adj-Period (Adjust-Index) To
000342                  Adjust-Period-Work-N
000342             Compute Adjust-Months-Back =
000342                     (Today-YYYY * 12 + Today-MM) -
000342                     (Adjust-Period-YYYY * 12 + Adjust-Period-MM)
000342             If Adjust-Months-Back <= 1
000342                Move Table-Adj-Amount (Adjust-Index) To
000342                     Statement-Tier-Adjust
000342             End-If
000342             Move Table-Adj-Pending (Adjust-Index) To
000342                  Statement-Tier-Pending
000342     End-Search
000342     If Statement-Tier-Adjust Not = Zero
000342        Move "  Tier Commission Adj:"   To Detail-Label
000342        Move Statement-Tier-Adjust      To Detail-Amount
000342        Write Report-Record From Detail-Line After 1
000342        Add 1 To Line-Count
000342     End-If
000342     If Statement-Tier-Pending Not = Zero
000342        Move "  Tier Adjust Not Paid:" To Detail-Label
000342        Move Statement-Tier-Pending     To Detail-Amount
000342        Write Report-Record From Detail-Line After 1
000342        Add 1 To Line-Count
000342     End-If
000342     .
000342 Load-Card-Fee-Rate.
000342     Open Input Card-Rate-File
000342     If Card-Rate-Status = "00"
000342        Read Card-Rate-File
000342             At End Continue
000342             Not At End
000342                If Card-Rate-Percent Numeric
000342                   Move Card-Rate-Percent To Card-Fee-Percent
000342                End-If
000342        End-Read
000342        Close Card-Rate-File
000342     End-If
000342     .
000342 Load-Commission-Adjustments.
000342     Open Input Comm-Adjust-File
000342     If Comm-Adjust-Status Not = "00"
000342        Set Adjustments-Done To True
000342     End-If
000342     Perform Load-One-Adjustment Until Adjustments-Done
000342     If Comm-Adjust-Status = "00" Or
000342        Comm-Adjust-Status = "10"
000342        Close Comm-Adjust-File
000342     End-If
000342     .
000342 Load-One-Adjustment.
000342     Read Comm-Adjust-File
000342          At End Set Adjustments-Done To True
000342          Not At End
000342             Perform Post-Adjustment-To-Table
000342     End-Read
000342     .
000342 Post-Adjustment-To-Table.
000342     Set Adjust-Index To 1
000342     Search Adjust-Entry
000342          At End
000342             If Adjust-Dealer-Count < 400
000342                Add 1 To Adjust-Dealer-Count
000342                Move Comm-Adj-Dealer To
000342                     Table-Adj-Dealer (Adjust-Dealer-Count)
000342                Move Zeros To
000342                     Table-Adj-Period (Adjust-Dealer-Count)
000342                     Table-Adj-Amount (Adjust-Dealer-Count)
000342                     Table-Adj-Pending (Adjust-Dealer-Count)
000342                Set Adjust-Index To Adjust-Dealer-Count
000342                Perform Net-Adjustment-Row
000342             End-If
000342          When Table-Adj-Dealer (Adjust-Index) = Comm-Adj-Dealer
000342             Perform Net-Adjustment-Row
000342     End-Search
000342     .
000342 Net-Adjustment-Row.
000342     If Comm-Adj-True-Up
000342        Add Comm-Adj-Amount To Table-Adj-Pending (Adjust-Index)
000342        If Comm-Adj-Period >= Table-Adj-Period (Adjust-Index)
000342           Move Comm-Adj-Period To
000342                Table-Adj-Period (Adjust-Index)
000342           Move Comm-Adj-Amount To
000342                Table-Adj-Amount (Adjust-Index)
000342        End-If
000342     Else
000342        Subtract Comm-Adj-Amount From
000342                 Table-Adj-Pending (Adjust-Index)
000342     End-If
000342     .
000343 Format-Name.
000344     Move Spaces To St-Dealer-Name
000345     String First-Name  Delimited By Space
