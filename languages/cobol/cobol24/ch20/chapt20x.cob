000083            Organization Is Line Sequential.
000084     Select Optional Exception-File Assign To WS-Exception-File
000085            Organization Is Line Sequential.
000086     Select Optional Card-Rate-File Assign To "CardRate.TXT"
000086            Organization Is Line Sequential
000086            File Status  Is Card-Rate-Status.
000086     Select Balance-File Assign To WS-Balance-File
000087            Organization Is Line Sequential
000088            File Status  Is Balance-Status.
000132         88  Return-Transaction Value "R".
000133     03  Item-Number        Pic  X(12).
000134     03  Store-Number       Pic  X(4) Value "0001".
000135     03  Filler             Pic  X(14).
000135     03  Tender-Type        Pic  X.
000135         88  Tender-Card      Value "D".
000135     03  Filler             Pic  X(16).
000135     03  Event-Code         Pic  X(4).
000135     03  Filler             Pic  X(16).
000135     03  Ticket-Number      Pic  9(6).
000153     03  Payout-Commission      Pic S9(5)v99.
000154     03  Filler                 Pic X.
000155     03  Payout-Net-Amount      Pic S9(6)v99.
000155     03  Filler                 Pic X.
000155     03  Payout-Card-Fee        Pic S9(5)v99.
000155 Fd  Card-Rate-File.
000155 01  Card-Rate-Record.
000155     03  Card-Rate-Percent      Pic 9(2)v999.
000156 Fd  Exception-File.
000157 01  Exception-Record.
000158     03  Exception-Trans-Dealer Pic X(8).
000180     03  Sort-Trans-Price        Pic S9(6)v99.
000181     03  Sort-Trans-Qty          Pic 9(3).
000182     03  Sort-Commission         Pic S9(6)v99.
000182     03  Sort-Card-Fee           Pic S9(5)v99.
000183     03  Sort-Dealer-Number      Pic X(8).
000184     03  Sort-Item-Number        Pic X(12).
000185     03  Sort-Store-Number       Pic X(4).
000280     03  Total-Amt           Pic $$$,$$$.99-.
000281     03  Filler              Pic X           Value Spaces.
000282     03  Total-Commission    Pic $$$,$$$.99-.
000282 01  Card-Fee-Line.
000282     03  Filler              Pic X(11) Value Spaces.
000282     03  Filler              Pic X(58)
000282         Value "Card Processing Fee Charged".
000282     03  Card-Fee-Out        Pic $$$,$$$.99-.
000283 01  Desc-Type.
000284     03  Filler              Pic X(11) Value "*   Total".
000285     03  Desc-Type-Type      Pic X(4).
000309         05  Total-Qty        Pic 9(5)         Value Zeros.
000310         05  Total-Amt        Pic S9(6)v99     Value Zeros.
000311         05  Total-Commission Pic S9(5)v99     Value Zeros.
000311         05  Total-Card-Fee   Pic S9(5)v99     Value Zeros.
000312     03  Dealer-Totals.
000313         05  Total-Qty        Pic 9(5)         Value Zeros.
000314         05  Total-Amt        Pic S9(6)v99     Value Zeros.
000315         05  Total-Commission Pic S9(5)v99     Value Zeros.
000315         05  Total-Card-Fee   Pic S9(5)v99     Value Zeros.
000316     03  Date-Totals.
000317         05  Total-Qty        Pic 9(5)         Value Zeros.
000318         05  Total-Amt        Pic S9(6)v99     Value Zeros.
000385 01  Item-Status               Pic X(2) Value Spaces.
000385     88  Item-Success          Value "00" Thru "09".
000385 01  Posting-Price             Pic S9(7)v99 Value Zeros.
000385 01  Card-Rate-Status          Pic XX Value Spaces.
000385 01  Card-Fee-Percent          Pic 9(2)v999 Value Zeros.
000385 01  Primary-Share-Price       Pic S9(7)v99 Value Zeros.
000385 01  Second-Share-Price        Pic S9(7)v99 Value Zeros.
000385 01  Second-Dealer-Id          Pic X(8) Value Spaces.
000385     88  Suppress-Release      Value "Y".
000385 01  Share-Dealer-Id           Pic X(8) Value Spaces.
000385 01  Returns-Skipped           Pic 9(5) Value Zeros.
000385 01  Untagged-Skipped          Pic 9(5) Value Zeros.
000385 01  Certs-Skipped             Pic 9(5) Value Zeros.
000385 01  Suspects-Skipped          Pic 9(5) Value Zeros.
000385 01  Closed-Skipped            Pic 9(5) Value Zeros.
000420          Output Exception-File
000420     Open Input Item-File
000421     Perform Load-Category-Rate-Table
000421     Perform Load-Card-Fee-Rate
000421     Perform Load-Event-Table
000421     Perform Load-Closed-Periods
000421     Accept Work-Date From Date
000429        Close Item-File
000429     End-If
000429     Display "Returns Not Paid Here     " Returns-Skipped
000429     Display "Untagged Sales Held       " Untagged-Skipped
000429     Display "Certificates Excluded     " Certs-Skipped
000429     Display "Duplicate Suspects Held   " Suspects-Skipped
000429     Display "Closed-Period Rejects     " Closed-Skipped
000494        Set Suppress-Release To True
000495        Add 1 To Returns-Skipped
000496     End-If
000496     If Not Suppress-Release And
000496        Transaction-Class = Space And
000496        Not Released-Suspect And
000496        Item-Number Of Trans-Record = Spaces And
000496        Transaction-Dealer Not = Spaces And
000496        Transaction-Price > Zero And
000496        Transaction-Type Not = "RNDP"
000496* An Untagged Sale Waits In The Chapt18d Research Queue And
000496* Pays Only Once Chapt24o Releases It Back With An Item
000496        Set Suppress-Release To True
000496        Add 1 To Untagged-Skipped
000496     End-If
000497     .
000497 Release-Dealer-Shares.
000497* Both Dealers Are Proven Before Either Share Releases, The
000497* Reverse The Date
000497     Move Corresponding Transaction-Date-X To
000497                        Sort-Trans-Date
000497     Perform Compute-Card-Fee
000497     Perform Get-Event-Basis
000497* A Void Transaction Reverses The Original Sale, So Its Price
000497* And Commission Are Carried Through The Sort As Negative Amounts
000529        Close Category-Rate-File
000530     End-If
000531     .
000532 Compute-Card-Fee.
000532* The Same Card Pass-Back Chapt18d Charges: Each Dealer's Own
000532* Share Of A Card-Tendered Line, On What The Customer Paid
000532     Move Zeros To Sort-Card-Fee
000532     If Tender-Card And Card-Fee-Percent > Zero
000532        Compute Sort-Card-Fee Rounded =
000532                Transaction-Qty * Posting-Price *
000532                Card-Fee-Percent / 100
000532        If Void-Transaction Of Trans-Record
000532           Compute Sort-Card-Fee = Sort-Card-Fee * -1
000532        End-If
000532     End-If
000532     .
000532 Load-Card-Fee-Rate.
000532     Open Input Card-Rate-File
000532     If Card-Rate-Status = "00"
000532        Read Card-Rate-File
000532             At End Continue
000532             Not At End
000532                If Card-Rate-Percent Numeric
000532                   Move Card-Rate-Percent To Card-Fee-Percent
000532                End-If
000532        End-Read
000532        Close Card-Rate-File
000532     End-If
000532     .
000532 Get-Effective-Commission-Percent.
000533     Move Consignment-Percent To Effective-Consignment-Percent
000534     If Category-Rate-Count > 0
000611     End-If
000612     Add Sort-Trans-Qty To Total-Qty Of Type-Totals
000613     Add Sort-Commission To Total-Commission Of Type-Totals
000613     Add Sort-Card-Fee To Total-Card-Fee Of Dealer-Totals
000614     Compute Total-Amt Of Type-Totals =
000615             Total-Amt Of Type-Totals +
000616             (Sort-Trans-Qty * Sort-Trans-Price)
000719     Move Total-Qty Of Dealer-Totals To Payout-Qty
000720     Move Total-Amt Of Dealer-Totals To Payout-Sales-Amt
000721     Move Total-Commission Of Dealer-Totals To Payout-Commission
000721     Move Total-Card-Fee Of Dealer-Totals To Payout-Card-Fee
000722     Compute Payout-Net-Amount =
000723             Total-Amt Of Dealer-Totals -
000724             Total-Commission Of Dealer-Totals -
000724             Total-Card-Fee Of Dealer-Totals
000725     Write Payout-Record
000726     .
000727 Print-Type-Total.
000776        Perform Heading-Routine
000777     End-If
000778     Write Report-Record From Total-Line After 1
000778     If Total-Card-Fee Of Dealer-Totals Not = Zero
000778        Move Total-Card-Fee Of Dealer-Totals To Card-Fee-Out
000778        Write Report-Record From Card-Fee-Line After 1
000778        Add 1 To Line-Count
000778     End-If
000779     Write Report-Record From Blank-Line After 1
000780     Add 2 To Line-Count
000781     .
000798        Perform Heading-Routine
000808     End-If
000818     Write Report-Record From Total-Line After 2
000818     If Total-Card-Fee Of Grand-Totals Not = Zero
000818        Move Total-Card-Fee Of Grand-Totals To Card-Fee-Out
000818        Write Report-Record From Card-Fee-Line After 1
000818     End-If
000828     .
000829 Print-Category-Totals.
000830     Write Report-Record From Category-Total-Heading After 2
