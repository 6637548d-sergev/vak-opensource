000020 Identification Division.
000030 Program-Id.  Chapt20g.
000031* Register Close - Cash Drawer Balancing By Tender Type
000031* Cash Paid Out Of The Drawer On The Close Date (PaidOut.TXT)
000031* Comes Off The Cash The Register Expects To Be Counted
000031* House-Account Payments Taken At The Counter (HseLedg.TXT)
000031* Go On; House Charges Print On Their Own Line, Uncounted
000031* Each Terminal's Drawer Closes On Its Own: The Register,
000031* Layaway, Paid-Out And House Payment Screens Stamp Their
000031* Terminal On What They Write, So Every Drawer Is Counted
000031* And Balanced Apart, With The Sales, Paid-Outs And Payments
000031* Of Each Operator Who Worked It Shown Within The Terminal.
000031* The Over/Short Posts Per Drawer, Charged To The Cashier Who
000031* Rang The Most On It, With The Number Of Cashiers Sharing It.
000031* Run As Chapt20g MMDDYYYY To Close Every Terminal In Turn, Or
000031* Chapt20g MMDDYYYY TT To Close Terminal TT Alone
000043 Environment Division.
000050 Configuration Section.
000055 Source-Computer.  IBM-PC.
000066     Select Optional Over-Short-File Assign To "OvrShrt.TXT"
000066         Organization Is Line Sequential
000066         File Status  Is Over-Short-Status.
000066     Select Optional Paid-Out-File Assign To "PaidOut.TXT"
000066         Organization Is Line Sequential
000066         File Status  Is Paid-Out-Status.
000066     Select Optional House-Ledger-File Assign To "HseLedg.TXT"
000066         Organization Is Line Sequential
000066         File Status  Is House-Ledger-Status.
000066     Select Optional Current-Operator-File Assign To
000066                     "CurrOper.TXT"
000066         Organization Is Line Sequential
000096         88  Tender-Check     Value "K".
000097         88  Tender-Card      Value "D".
000097         88  Tender-Points    Value "L".
000097         88  Tender-House     Value "H".
000097     03  Trans-Time         Pic  9(6).
000097     03  Trans-Operator     Pic  X(4).
000097     03  Filler             Pic  X(26).
000098     03  Ticket-Number      Pic  9(6).
000098     03  Ticket-Rec-Type    Pic  X.
000098         88  Ticket-Header   Value "H".
000098     03  Filler             Pic  X.
000098     03  Trans-Terminal     Pic  X(2).
000099 01  Trans-Trailer-Record Redefines Trans-Record.
000100     03  Trailer-Marker         Pic X(8).
000101         88  Trans-Trailer      Value "TRAILER1".
000105     03  Os-Operator         Pic X(4).
000105     03  Filler              Pic X.
000105     03  Os-Amount           Pic S9(6)v99.
000105     03  Filler              Pic X.
000105     03  Os-Counted-Cash     Pic 9(7)v99.
000105     03  Filler              Pic X.
000105     03  Os-Counted-Check    Pic 9(7)v99.
000105     03  Filler              Pic X.
000105     03  Os-Terminal         Pic X(2).
000105     03  Filler              Pic X.
000105     03  Os-Cashiers         Pic 9.
000105     03  Filler              Pic X.
000105     03  Os-Closed-By        Pic X(4).
000105 Fd  Paid-Out-File.
000105 Copy "paidout.cpy".
000106 Fd  House-Ledger-File.
000106 Copy "hseledg.cpy".
000106 Fd  Current-Operator-File.
000106 01  Current-Operator-Record.
000106     03  Curr-Oper-Id        Pic X(4).
000115 01  Done-Flag               Pic X Value Spaces.
000116     88  All-Done            Value "Y".
000117 01  Close-Date              Pic 9(8) Value Zeros.
000117 01  Command-Line-Text       Pic X(40) Value Spaces.
000117 01  Close-Date-X            Pic X(8) Value Spaces.
000117 01  Close-Terminal          Pic X(2) Value Spaces.
000117 01  Close-Terminal-Flag     Pic X Value Space.
000117     88  Close-One-Terminal  Value "Y".
000117 01  Row-Terminal            Pic X(2) Value Spaces.
000117 01  Row-Operator            Pic X(4) Value Spaces.
000117 Copy "termid.cpy".
000118 01  Extended-Amount         Pic S9(8)v99 Value Zeros.
000119 01  Tender-Totals.
000120     03  Cash-Count          Pic 9(5) Value Zeros.
000127     03  Points-Amount       Pic S9(8)v99 Value Zeros.
000127     03  Roundup-Count       Pic 9(5) Value Zeros.
000127     03  Roundup-Amount      Pic S9(8)v99 Value Zeros.
000127     03  Paid-Out-Count      Pic 9(5) Value Zeros.
000127     03  Paid-Out-Amount     Pic S9(8)v99 Value Zeros.
000127     03  House-Count         Pic 9(5) Value Zeros.
000127     03  House-Amount        Pic S9(8)v99 Value Zeros.
000127     03  House-Cash-Count    Pic 9(5) Value Zeros.
000127     03  House-Cash-Amount   Pic S9(8)v99 Value Zeros.
000127     03  House-Check-Count   Pic 9(5) Value Zeros.
000127     03  House-Check-Amount  Pic S9(8)v99 Value Zeros.
000128 01  Counted-Amounts.
000129     03  Counted-Cash        Pic 9(7)v99 Value Zeros.
000130     03  Counted-Check       Pic 9(7)v99 Value Zeros.
000131     03  Counted-Card        Pic 9(7)v99 Value Zeros.
000131* Each Terminal's Tender Totals Are Kept Here Between Rows And
000131* Brought Back Into Tender-Totals To Be Added To Or Printed
000131 01  Terminal-Count          Pic 9(2) Value Zeros.
000131 01  Terminal-Table-Area.
000131     03  Terminal-Entry Occurs 0 To 20 Times
000131             Depending On Terminal-Count
000131             Indexed By Terminal-Index.
000131         05  Tt-Terminal         Pic X(2).
000131         05  Tt-Totals           Pic X(150).
000131* Each Operator's Share Of Each Terminal's Drawer
000131 01  Operator-Count          Pic 9(3) Value Zeros.
000131 01  Operator-Table-Area.
000131     03  Operator-Entry Occurs 0 To 200 Times
000131             Depending On Operator-Count
000131             Indexed By Operator-Index.
000131         05  Ot-Terminal         Pic X(2).
000131         05  Ot-Operator         Pic X(4).
000131         05  Ot-Lines            Pic 9(5).
000131         05  Ot-Cash             Pic S9(8)v99.
000131         05  Ot-Check            Pic S9(8)v99.
000131         05  Ot-Card             Pic S9(8)v99.
000131         05  Ot-Other            Pic S9(8)v99.
000131         05  Ot-Paid-Outs        Pic S9(8)v99.
000131 01  Drawer-Cashiers         Pic 9(2) Value Zeros.
000131 01  Drawer-Top-Cashier      Pic X(4) Value Spaces.
000131 01  Drawer-Top-Lines        Pic 9(5) Value Zeros.
000131 01  Store-Over-Short        Pic S9(8)v99 Value Zeros.
000132 01  Over-Short              Pic S9(8)v99 Value Zeros.
000132 01  Over-Short-Status       Pic XX Value Spaces.
000132 01  Paid-Out-Status         Pic XX Value Spaces.
000132 01  Paid-Out-Done-Flag      Pic X Value Spaces.
000132     88  Paid-Out-Done       Value "Y".
000132 01  House-Ledger-Status     Pic XX Value Spaces.
000132 01  House-Ledger-Done-Flag  Pic X Value Spaces.
000132     88  House-Ledger-Done   Value "Y".
000132 01  Current-Operator-Status Pic XX Value Spaces.
000132 01  Current-Operator        Pic X(4) Value Spaces.
000132 01  Drawer-Over-Short       Pic S9(8)v99 Value Zeros.
000222     03  Tender-Edit-Counted Pic ZZZ,ZZZ.99.
000223     03  Filler              Pic X(2)  Value Spaces.
000224     03  Tender-Edit-Diff    Pic ZZZ,ZZZ.99-.
000224 01  Terminal-Line.
000224     03  Filler      Pic X(10) Value "Terminal:".
000224     03  Terminal-Edit-Id    Pic X(3).
000224     03  Terminal-Edit-Desc  Pic X(30).
000224 01  Drawer-Line.
000224     03  Filler      Pic X(24) Value "Drawer Over/Short".
000224     03  Drawer-Edit-Amount  Pic ZZZ,ZZZ.99-.
000224     03  Filler      Pic X(4)  Value Spaces.
000224     03  Filler      Pic X(13) Value "Cashiers:".
000224     03  Drawer-Edit-Cashiers Pic Z9.
000224 01  Store-Line.
000224     03  Filler      Pic X(24) Value "Store Over/Short".
000224     03  Store-Edit-Amount   Pic ZZZ,ZZZ.99-.
000224 01  Operator-Heading.
000224     03  Filler      Pic X(6)  Value "Oper".
000224     03  Filler      Pic X(6)  Value " Lines".
000224     03  Filler      Pic X(11) Value "       Cash".
000224     03  Filler      Pic X(11) Value "      Check".
000224     03  Filler      Pic X(11) Value "       Card".
000224     03  Filler      Pic X(11) Value "      Other".
000224     03  Filler      Pic X(11) Value "  Paid-Outs".
000224 01  Operator-Line.
000224     03  Oper-Edit-Id        Pic X(4).
000224     03  Filler              Pic X(2)  Value Spaces.
000224     03  Oper-Edit-Lines     Pic ZZ,ZZ9.
000224     03  Oper-Edit-Cash      Pic ZZZ,ZZZ.99-.
000224     03  Oper-Edit-Check     Pic ZZZ,ZZZ.99-.
000224     03  Oper-Edit-Card      Pic ZZZ,ZZZ.99-.
000224     03  Oper-Edit-Other     Pic ZZZ,ZZZ.99-.
000224     03  Oper-Edit-Paid      Pic ZZZ,ZZZ.99-.
000225 01  Tender-Heading.
000226     03  Filler      Pic X(16) Value "Tender".
000227     03  Filler      Pic X(8)  Value "Count".
000230     03  Filler      Pic X(10) Value "Over/Short".
000063 01  Spool-Catalog-Name    Pic X(8) Value "CHAPT20G".
000063 01  Spool-Catalog-File    Pic X(12) Value "RPT20G.SPL".
000063 01  Page-Count            Pic 9(4) Value Zeros.
000290 Procedure Division.
000291 Chapt20g-Start.
000292     Display "Begin Register Close Chapt20g"
000293     Perform Get-File-Parameters
000293     Accept Command-Line-Text From Command-Line
000293     Unstring Command-Line-Text Delimited By All Space
000293              Into Close-Date-X Close-Terminal
000293     End-Unstring
000293     If Close-Date-X Numeric
000293        Move Close-Date-X To Close-Date
000293     End-If
000293     If Close-Terminal Not = Spaces
000293        Inspect Close-Terminal Converting
000293                "abcdefghijklmnopqrstuvwxyz" To
000293                "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
000293        Set Close-One-Terminal To True
000293     End-If
000295     If Close-Date = Zeros
000296        Accept Work-Date From Date
000297        Move Date-MM Of Work-Date-X To Close-Date (1:2)
000305                Trans-File-Status
000306        Stop Run
000307     End-If
000307     Perform Load-Current-Operator
000308     Perform Total-Transactions Until All-Done
000309     Close Trans-File
000309     Perform Total-Paid-Outs
000309     Perform Total-House-Payments
000309     If Close-One-Terminal And Terminal-Count = Zeros
000309        Move Close-Terminal To Row-Terminal
000309        Perform Find-Terminal-Totals
000309     End-If
000309     Open Output Report-File
000309     Perform Close-One-Drawer
000309             Varying Terminal-Index From 1 By 1
000309             Until Terminal-Index > Terminal-Count
000309     If Terminal-Count > 1
000309        Move Store-Over-Short To Store-Edit-Amount
000309        Write Report-Record From Store-Line After 2
000309     End-If
000309     Close Report-File
000309     Call "Chapt25d" Using Spool-Catalog-Name
000309          Spool-Catalog-File Page-Count
000309     Display "Register Close Report Printed"
000317     Stop Run
000318     .
000319 Total-Transactions.
000322          Not At End
000323             If Not Trans-Trailer And Not Ticket-Header
000324                And Transaction-Date = Close-Date
000324                Move Trans-Terminal To Row-Terminal
000324                Move Trans-Operator To Row-Operator
000324                Perform Take-Transaction
000326             End-If
000327     End-Read
000328     .
000328 Take-Transaction.
000328     If Not Close-One-Terminal Or Row-Terminal = Close-Terminal
000328        Perform Find-Terminal-Totals
000328        Perform Find-Operator-Entry
000328        Move Tt-Totals (Terminal-Index) To Tender-Totals
000328        Perform Add-To-Tender-Totals
000328        Move Tender-Totals To Tt-Totals (Terminal-Index)
000328     End-If
000328     .
000328 Find-Terminal-Totals.
000328* Rows Written Before Terminals Were Stamped, Or By The Batch
000328* Programs, Carry No Terminal And Close Together As One Drawer
000328     Set Terminal-Index To 1
000328     Search Terminal-Entry
000328          At End
000328             If Terminal-Count < 20
000328                Add 1 To Terminal-Count
000328                Set Terminal-Index To Terminal-Count
000328                Move Row-Terminal To Tt-Terminal (Terminal-Index)
000328                Initialize Tender-Totals
000328                Move Tender-Totals To Tt-Totals (Terminal-Index)
000328             Else
000328                Set Terminal-Index To 20
000328             End-If
000328          When Tt-Terminal (Terminal-Index) = Row-Terminal
000328             Continue
000328     End-Search
000328     .
000328 Find-Operator-Entry.
000328     If Row-Operator = Spaces
000328        Move "----" To Row-Operator
000328     End-If
000328     Set Operator-Index To 1
000328     Search Operator-Entry
000328          At End
000328             If Operator-Count < 200
000328                Add 1 To Operator-Count
000328                Set Operator-Index To Operator-Count
000328                Move Row-Terminal To Ot-Terminal (Operator-Index)
000328                Move Row-Operator To Ot-Operator (Operator-Index)
000328                Move Zeros To Ot-Lines (Operator-Index)
000328                              Ot-Cash (Operator-Index)
000328                              Ot-Check (Operator-Index)
000328                              Ot-Card (Operator-Index)
000328                              Ot-Other (Operator-Index)
000328                              Ot-Paid-Outs (Operator-Index)
000328             Else
000328                Set Operator-Index To 200
000328             End-If
000328          When Ot-Terminal (Operator-Index) = Row-Terminal
000328               And Ot-Operator (Operator-Index) = Row-Operator
000328             Continue
000328     End-Search
000328     .
000329 Add-To-Tender-Totals.
000330     Compute Extended-Amount =
000331             Transaction-Price * Transaction-Qty
000332     If Void-Transaction Or Return-Transaction
000333        Compute Extended-Amount = Extended-Amount * -1
000334     End-If
000334     Add 1 To Ot-Lines (Operator-Index)
000335     Evaluate True
000335        When Transaction-Type = "RNDP"
000335* Charity Round-Ups Carry Their Own Line At The Close So The
000335* Coffee-Can Money Proves Out Separately
000335             Add 1 To Roundup-Count
000335             Add Extended-Amount To Roundup-Amount
000335             Add Extended-Amount To Ot-Other (Operator-Index)
000336        When Gift-Cert-Redeem
000337             Add 1 To Cert-Count
000338             Add Extended-Amount To Cert-Amount
000338             Add Extended-Amount To Ot-Other (Operator-Index)
000339        When Tender-Check
000340             Add 1 To Check-Count
000341             Add Extended-Amount To Check-Amount
000341             Add Extended-Amount To Ot-Check (Operator-Index)
000341        When Tender-Points
000341             Add 1 To Points-Count
000341             Add Extended-Amount To Points-Amount
000341             Add Extended-Amount To Ot-Other (Operator-Index)
000341        When Tender-House
000341             Add 1 To House-Count
000341             Add Extended-Amount To House-Amount
000341             Add Extended-Amount To Ot-Other (Operator-Index)
000342        When Tender-Card
000343             Add 1 To Card-Count
000344             Add Extended-Amount To Card-Amount
000344             Add Extended-Amount To Ot-Card (Operator-Index)
000345        When Other
000346             Add 1 To Cash-Count
000347             Add Extended-Amount To Cash-Amount
000347             Add Extended-Amount To Ot-Cash (Operator-Index)
000348     End-Evaluate
000349     .
000349 Total-Paid-Outs.
000349     Open Input Paid-Out-File
000349     If Paid-Out-Status = "00"
000349        Perform Add-One-Paid-Out Until Paid-Out-Done
000349        Close Paid-Out-File
000349     End-If
000349     .
000349 Add-One-Paid-Out.
000349     Read Paid-Out-File
000349          At End Set Paid-Out-Done To True
000349          Not At End
000349             If Paid-Date = Close-Date
000349                Move Paid-Terminal To Row-Terminal
000349                Move Paid-Operator To Row-Operator
000349                Perform Take-Paid-Out
000349             End-If
000349     End-Read
000349     .
000349 Take-Paid-Out.
000349     If Not Close-One-Terminal Or Row-Terminal = Close-Terminal
000349        Perform Find-Terminal-Totals
000349        Perform Find-Operator-Entry
000349        Move Tt-Totals (Terminal-Index) To Tender-Totals
000349        Add 1 To Paid-Out-Count
000349        Add Paid-Amount To Paid-Out-Amount
000349        Move Tender-Totals To Tt-Totals (Terminal-Index)
000349        Add Paid-Amount To Ot-Paid-Outs (Operator-Index)
000349     End-If
000349     .
000350 Total-House-Payments.
000350* Money A Trade Customer Pays Against Their House Account
000350* At The Counter Is In The Drawer Alongside The Sales
000350     Open Input House-Ledger-File
000350     If House-Ledger-Status = "00"
000350        Perform Add-One-House-Payment Until House-Ledger-Done
000350        Close House-Ledger-File
000350     End-If
000350     .
000350 Add-One-House-Payment.
000350     Read House-Ledger-File
000350          At End Set House-Ledger-Done To True
000350          Not At End
000350             If Hse-Payment And Hse-Date = Close-Date
000350                Move Hse-Terminal To Row-Terminal
000350                Move Hse-Operator To Row-Operator
000350                Perform Take-House-Payment
000350             End-If
000350     End-Read
000350     .
000350 Take-House-Payment.
000350     If Not Close-One-Terminal Or Row-Terminal = Close-Terminal
000350        Perform Find-Terminal-Totals
000350        Perform Find-Operator-Entry
000350        Move Tt-Totals (Terminal-Index) To Tender-Totals
000350        If Hse-Tender = "K"
000350           Add 1 To House-Check-Count
000350           Add Hse-Amount To House-Check-Amount
000350           Add Hse-Amount To Ot-Check (Operator-Index)
000350        Else
000350           Add 1 To House-Cash-Count
000350           Add Hse-Amount To House-Cash-Amount
000350           Add Hse-Amount To Ot-Cash (Operator-Index)
000350        End-If
000350        Move Tender-Totals To Tt-Totals (Terminal-Index)
000350     End-If
000350     .
000350 Close-One-Drawer.
000350* Each Drawer Is Counted, Printed And Posted On Its Own
000350     Move Tt-Totals (Terminal-Index) To Tender-Totals
000350     Subtract Paid-Out-Amount From Cash-Amount
000350     Add House-Cash-Amount To Cash-Amount
000350     Add House-Check-Amount To Check-Amount
000350     Move Tt-Terminal (Terminal-Index) To Term-Id
000350     Set Term-Look-Up To True
000350     Call "Chapt23v" Using Terminal-Identity-Area
000350     Move Zeros To Counted-Cash Counted-Check Counted-Card
000350                   Drawer-Over-Short
000350     Display "Terminal " Term-Id " " Term-Description
000350     Display "Counted Cash Amount: "
000350     Accept Counted-Cash
000350     Display "Counted Check Amount: "
000350     Accept Counted-Check
000350     Display "Counted Card Slips Amount: "
000350     Accept Counted-Card
000350     Perform Print-Close-Report
000350     Perform Post-Over-Short-Ledger
000350     .
000350 Print-Close-Report.
000350     Add 1 To Page-Count
000352     Move Close-Date To Heading-Date
000352     If Page-Count = 1
000352        Write Report-Record From Heading-Line-1 After Zero
000352     Else
000352        Write Report-Record From Heading-Line-1 After Page
000352     End-If
000352     Move Term-Id To Terminal-Edit-Id
000352     If Term-Id = Spaces
000352        Move "--" To Terminal-Edit-Id
000352     End-If
000352     Move Term-Description To Terminal-Edit-Desc
000352     Write Report-Record From Terminal-Line After 2
000354     Write Report-Record From Tender-Heading After 2
000355     Move "Cash" To Tender-Label
000356     Move Cash-Count To Tender-Edit-Count
000359     Add Over-Short To Drawer-Over-Short
000360     Move Over-Short To Tender-Edit-Diff
000361     Write Report-Record From Tender-Line After 1
000361* Already Taken Off The Cash Line Above; Shown For The Count
000361     Move "  Cash Paid-Outs" To Tender-Label
000361     Move Paid-Out-Count To Tender-Edit-Count
000361     Compute Tender-Edit-Amount = Paid-Out-Amount * -1
000361     Move Zeros To Tender-Edit-Counted
000361     Move Zeros To Tender-Edit-Diff
000361     Write Report-Record From Tender-Line After 1
000361* Already In The Cash Line Above; Shown For The Count
000361     Move "  House Payments" To Tender-Label
000361     Move House-Cash-Count To Tender-Edit-Count
000361     Move House-Cash-Amount To Tender-Edit-Amount
000361     Move Zeros To Tender-Edit-Counted
000361     Move Zeros To Tender-Edit-Diff
000361     Write Report-Record From Tender-Line After 1
000362     Move "Check" To Tender-Label
000363     Move Check-Count To Tender-Edit-Count
000364     Move Check-Amount To Tender-Edit-Amount
000366     Add Over-Short To Drawer-Over-Short
000367     Move Over-Short To Tender-Edit-Diff
000368     Write Report-Record From Tender-Line After 1
000368* Already In The Check Line Above; Shown For The Count
000368     Move "  House Payments" To Tender-Label
000368     Move House-Check-Count To Tender-Edit-Count
000368     Move House-Check-Amount To Tender-Edit-Amount
000368     Move Zeros To Tender-Edit-Counted
000368     Move Zeros To Tender-Edit-Diff
000368     Write Report-Record From Tender-Line After 1
000369     Move "Card" To Tender-Label
000370     Move Card-Count To Tender-Edit-Count
000371     Move Card-Amount To Tender-Edit-Amount
000381     Move Zeros To Tender-Edit-Counted
000381     Move Zeros To Tender-Edit-Diff
000381     Write Report-Record From Tender-Line After 1
000381     Move "House Charges" To Tender-Label
000381     Move House-Count To Tender-Edit-Count
000381     Move House-Amount To Tender-Edit-Amount
000381     Move Zeros To Tender-Edit-Counted
000381     Move Zeros To Tender-Edit-Diff
000381     Write Report-Record From Tender-Line After 1
000381     Move "Charity RoundUp" To Tender-Label
000381     Move Roundup-Count To Tender-Edit-Count
000381     Move Roundup-Amount To Tender-Edit-Amount
000381     Move Zeros To Tender-Edit-Counted
000381     Move Zeros To Tender-Edit-Diff
000381     Write Report-Record From Tender-Line After 1
000381     Write Report-Record From Operator-Heading After 2
000381     Move Zeros To Drawer-Cashiers Drawer-Top-Lines
000381     Move Spaces To Drawer-Top-Cashier
000381     Perform Print-One-Operator
000381             Varying Operator-Index From 1 By 1
000381             Until Operator-Index > Operator-Count
000381     Move Drawer-Over-Short To Drawer-Edit-Amount
000381     Move Drawer-Cashiers To Drawer-Edit-Cashiers
000381     Write Report-Record From Drawer-Line After 2
000381     Add Drawer-Over-Short To Store-Over-Short
000384     .
000384 Print-One-Operator.
000384     If Ot-Terminal (Operator-Index) =
000384        Tt-Terminal (Terminal-Index)
000384        Move Ot-Operator (Operator-Index) To Oper-Edit-Id
000384        Move Ot-Lines (Operator-Index) To Oper-Edit-Lines
000384        Move Ot-Cash (Operator-Index) To Oper-Edit-Cash
000384        Move Ot-Check (Operator-Index) To Oper-Edit-Check
000384        Move Ot-Card (Operator-Index) To Oper-Edit-Card
000384        Move Ot-Other (Operator-Index) To Oper-Edit-Other
000384        Move Ot-Paid-Outs (Operator-Index) To Oper-Edit-Paid
000384        Write Report-Record From Operator-Line After 1
000384        Perform Count-Drawer-Cashier
000384     End-If
000384     .
000384 Count-Drawer-Cashier.
000384* The Cashier Who Rang The Most On The Drawer Answers For It
000384     If Ot-Operator (Operator-Index) Not = "----"
000384        Add 1 To Drawer-Cashiers
000384        If Ot-Lines (Operator-Index) > Drawer-Top-Lines Or
000384           Drawer-Top-Cashier = Spaces
000384           Move Ot-Operator (Operator-Index) To Drawer-Top-Cashier
000384           Move Ot-Lines (Operator-Index) To Drawer-Top-Lines
000384        End-If
000384     End-If
000384     .
000384 Post-Over-Short-Ledger.
000384* The Drawer's Over Or Short Stops Evaporating At Close: It
000384* Posts By Operator To The Accountability Ledger, Where The
000384* Trend Report And The GL Export Pick It Up
000384* The Counted Cash And Checks Ride Along So The Chapt21z Safe
000384* Count Knows What Went Into The Safe From Each Close
000384* Each Drawer's Row Carries Its Terminal And How Many Cashiers
000384* Shared It, So Chapt21n Can Tell A Drawer That Runs Short
000384* Whoever Works It From A Cashier Who Runs Short On Any Drawer
000384     Open Extend Over-Short-File
000384     Move Spaces To Over-Short-Record
000384     Move Close-Date To Os-Date
000384     If Drawer-Top-Cashier Not = Spaces
000384        Move Drawer-Top-Cashier To Os-Operator
000384     Else
000384        Move Current-Operator To Os-Operator
000384     End-If
000384     Move Drawer-Over-Short To Os-Amount
000384     Move Counted-Cash To Os-Counted-Cash
000384     Move Counted-Check To Os-Counted-Check
000384     Move Term-Id To Os-Terminal
000384     If Drawer-Cashiers > 9
000384        Move 9 To Os-Cashiers
000384     Else
000384        Move Drawer-Cashiers To Os-Cashiers
000384     End-If
000384     Move Current-Operator To Os-Closed-By
000384     Write Over-Short-Record
000384     Close Over-Short-File
000384     Display "Over/Short Posted To Ledger: " Drawer-Over-Short
