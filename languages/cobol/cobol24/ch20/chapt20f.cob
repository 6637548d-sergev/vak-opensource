000075     Select Optional Over-Short-File Assign To "OvrShrt.TXT"
000075            Organization Is Line Sequential
000075            File Status  Is Over-Short-Status.
000075     Select Optional Card-Rate-File Assign To "CardRate.TXT"
000075            Organization Is Line Sequential
000075            File Status  Is Card-Rate-Status.
000075     Select Optional Deposit-Ticket-File Assign To "DepTkt.TXT"
000075            Organization Is Line Sequential
000075            File Status  Is Deposit-Ticket-Status.
000117     03  Transaction-Dealer Pic  X(8).
000118     03  Transaction-Price  Pic S9(7)v99.
000119     03  Transaction-Qty    Pic  9(3).
000120     03  Transaction-Class  Pic  X.
000120     03  Filler             Pic  X(30).
000120     03  Tender-Type        Pic  X.
000120     03  Filler             Pic  X(36).
000120     03  Ticket-Number      Pic  9(6).
000120     03  Ticket-Rec-Type    Pic  X.
000120         88  Ticket-Header   Value "H".
000154     03  Sort-Trans-Qty      Pic 9(3).
000155     03  Sort-Dealer-Number  Pic X(8).
000156     03  Sort-Commission-Pct Pic 9(3).
000156     03  Sort-Tender-Type    Pic X.
000156     03  Sort-Trans-Class    Pic X.
000157 Fd  GL-Export-File.
000158 01  GL-Export-Record.
000159     03  GL-Date                Pic 9(8).
000169     03  Os-Operator         Pic X(4).
000169     03  Filler              Pic X.
000169     03  Os-Amount           Pic S9(6)v99.
000170 Fd  Card-Rate-File.
000170 01  Card-Rate-Record.
000170     03  Card-Rate-Percent   Pic 9(2)v999.
000170 Fd  Deposit-Ticket-File.
000170 01  Deposit-Ticket-Record.
000170     03  Dep-Tkt-Date        Pic 9(8).
000211     03  Date-Total-Qty          Pic 9(6)     Value Zeros.
000212     03  Date-Total-Sales-Amt    Pic S9(8)v99 Value Zeros.
000213     03  Date-Total-Commission   Pic S9(7)v99 Value Zeros.
000213     03  Date-Total-Card-Fee     Pic S9(7)v99 Value Zeros.
000213 01  Card-Rate-Status         Pic XX Value Spaces.
000213 01  Card-Fee-Percent         Pic 9(2)v999 Value Zeros.
000213 01  Line-Card-Fee            Pic S9(6)v99 Value Zeros.
000214 01  Save-Date                Pic 9(8) Value High-Values.
000215 01  Total-Rent-Amount        Pic S9(7)v99 Value Zeros.
000216 01  Run-Date                 Pic 9(8) Value Zeros.
000232 Chapt20f-Start.
000233     Display "Begin Process Chapt20f"
000234     Perform Establish-Run-Date
000234     Perform Load-Card-Fee-Rate
000235     Open Output GL-Export-File
000236     Sort Sort-File Ascending Key Sort-Date
000237          Input Procedure Sort-In
000265     Move Transaction-Price To Sort-Trans-Price
000266     Move Transaction-Qty   To Sort-Trans-Qty
000267     Move Transaction-Dealer To Sort-Dealer-Number
000267     Move Tender-Type       To Sort-Tender-Type
000267     Move Transaction-Class To Sort-Trans-Class
000268     Perform Retrieve-Consignment-Pct
000269     Release Sort-Record
000270     .
000306             Date-Total-Commission +
000307             ((Sort-Trans-Qty * Sort-Trans-Price) *
000307              (Sort-Commission-Pct / 100))
000307     If Sort-Tender-Type = "D" And Card-Fee-Percent > Zero
000307        Compute Line-Card-Fee Rounded =
000307                Sort-Trans-Qty * Sort-Trans-Price *
000307                Card-Fee-Percent / 100
000307        If Sort-Trans-Class = "V"
000307           Subtract Line-Card-Fee From Date-Total-Card-Fee
000307        Else
000307           Add Line-Card-Fee To Date-Total-Card-Fee
000307        End-If
000307     End-If
000308     .
000309 Post-Final-Date-Break.
000310     If Save-Date Not = High-Values
000336     Move "C"                     To GL-Debit-Credit
000337     Move Date-Total-Commission   To GL-Amount
000338     Write GL-Export-Record
000338* The Card Fee Passed Back To Dealers Comes Off What The
000338* Store Owes Them And Is Fee Income To The Store
000338     If Date-Total-Card-Fee Not = Zero
000338        Move Save-Date              To GL-Date
000338        Move "2100  "                To GL-Account-Code
000338        Move "Consignment Payable"   To GL-Account-Name
000338        Move "D"                     To GL-Debit-Credit
000338        Move Date-Total-Card-Fee     To GL-Amount
000338        Write GL-Export-Record
000338        Move Save-Date              To GL-Date
000338        Move "4200  "                To GL-Account-Code
000338        Move "Card Fee Income"       To GL-Account-Name
000338        Move "C"                     To GL-Debit-Credit
000338        Move Date-Total-Card-Fee     To GL-Amount
000338        Write GL-Export-Record
000338     End-If
000339     .
000340 Load-Card-Fee-Rate.
000340     Open Input Card-Rate-File
000340     If Card-Rate-Status = "00"
000340        Read Card-Rate-File
000340             At End Continue
000340             Not At End
000340                If Card-Rate-Percent Numeric
000340                   Move Card-Rate-Percent To Card-Fee-Percent
000340                End-If
000340        End-Read
000340        Close Card-Rate-File
000340     End-If
000340     .
000340 Post-Rent-Entry.
000341     Move Zeros To Total-Rent-Amount
000342     Open Input Dealer-File
000360             Move Exp-Amount              To GL-Amount
000360             Write GL-Export-Record
000360             Move Exp-Date               To GL-Date
000360* Depreciation And A Disposal Loss Spend No Cash; They Come
000360* Off The Asset Accounts Instead Of The Bank; The Bonus On A
000360* Store Credit Payout Is Owed In Merchandise, Not Cash
000360             Evaluate Exp-Category
000360                When "DEPR"
000360                   Move "1590  "             To GL-Account-Code
000360                   Move "Accum Depreciation" To GL-Account-Name
000360                When "DISP"
000360                   Move "1500  "             To GL-Account-Code
000360                   Move "Fixed Assets"       To GL-Account-Name
000360                When "PROM"
000360                   Move "2300  "             To GL-Account-Code
000360                   Move "Store Credit Liability"
000360                                             To GL-Account-Name
000360                When Other
000360                   Move "1000  "             To GL-Account-Code
000360                   Move "Cash In Bank"       To GL-Account-Name
000360             End-Evaluate
000360             Move "C"                     To GL-Debit-Credit
000360             Move Exp-Amount              To GL-Amount
000360             Write GL-Export-Record
