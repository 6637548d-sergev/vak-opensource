000094         Alternate Record Key Item-Dealer-Number Of Item-Record
000095             With Duplicates
000096         File Status Item-Status.
000096     Select Optional Item-Lot-File Assign To "ItemLot.Dat"
000096         Organization Indexed
000096         Access Random
000096         Record Key Lot-Item-Number
000096         File Status Item-Lot-Status.
000096     Select Optional Suspense-File Assign To "Suspense.TXT"
000096         Organization Is Line Sequential
000096         File Status  Is Suspense-Status.
000096     Select Optional Untagged-Queue-File Assign To "UntagQ.TXT"
000096         Organization Is Line Sequential
000096         File Status  Is Untagged-Queue-Status.
000096     Select Optional History-In-File Assign To "TransHist.TXT"
000096         Organization Is Line Sequential
000096         File Status  Is History-In-Status.
000096     Select Optional Sales-Archive-File Assign To "TransHist.TXT"
000096         Organization Is Line Sequential
000096         File Status  Is Sales-Archive-Status.
000096     Select Optional Card-Rate-File Assign To "CardRate.TXT"
000096         Organization Is Line Sequential
000096         File Status  Is Card-Rate-Status.
000096     Select Optional Receivable-File Assign To "RecvLedg.Dat"
000096         Organization Indexed
000096         Access Dynamic
000096         Alternate Record Key Recv-Dealer
000096             With Duplicates
000096         File Status Receivable-Status.
000096     Select Optional Sales-History-File Assign To "SalesHst.Dat"
000096         Organization Indexed
000096         Access Dynamic
000096         Record Key SH-Key
000096         Alternate Record Key SH-Item
000096             With Duplicates
000096         Alternate Record Key SH-Customer
000096             With Duplicates
000096         Alternate Record Key SH-Receipt
000096             With Duplicates
000096         File Status Sales-History-Status.
000096     Select Optional Recv-Control-File Assign To "RecvCtl.TXT"
000096         Organization Is Line Sequential
000096         File Status  Is Recv-Control-Status.
000111     03  Trans-Operator     Pic  X(4).
000111     03  Trans-Offer        Pic  9(6).
000111     03  Event-Code         Pic  X(4).
000111     03  Exempt-Cert        Pic  X(12).
000111     03  Filler             Pic  X(4).
000111     03  Ticket-Number      Pic  9(6).
000111     03  Ticket-Rec-Type    Pic  X.
000111         88  Ticket-Header   Value "H".
000128 01  Category-Rate-Record.
000129     03  Rate-Category-Code  Pic X(4).
000130     03  Rate-Percent        Pic 9(3).
000130 Fd  Card-Rate-File.
000130 01  Card-Rate-Record.
000130     03  Card-Rate-Percent   Pic 9(2)v999.
000131 Fd  Checkpoint-File.
000132 01  Checkpoint-Record.
000133     03  Checkpoint-Count     Pic 9(7).
000175     03  Item-Ownership              Pic X.
000175         88  Store-Owned-Item        Value "S".
000175     03  Item-Acquisition-Cost       Pic 9(5)v99.
000175* Set By Chapt15i When A Card Chargeback On The Piece Is Lost
000175     03  Item-Chargeback-Flag        Pic X.
000175         88  Item-Charged-Back       Value "C".
000175     03  Item-Lot-Flag               Pic X.
000175         88  Item-Is-Lot             Value "Y".
000141     03  Item-Category               Pic X(4).
000141     03  Item-Second-Dealer          Pic X(8).
000141     03  Item-Second-Percent         Pic 9(3).
000141     03  Item-Term-Days              Pic 9(3).
000141     03  Filler                      Pic X(12).
000141 Fd  Item-Lot-File.
000141 Copy "itemlot.cpy".
000174 Fd  Suspense-File.
000174 01  Suspense-Record.
000174     03  Susp-Run-Date       Pic 9(6).
000174     03  Susp-Reason         Pic X(20).
000174     03  Filler              Pic X.
000174     03  Susp-Trans-Data     Pic X(110).
000174 Fd  Untagged-Queue-File.
000174 Copy "untagq.cpy".
000174 Fd  History-In-File.
000174 01  History-In-Record.
000174     03  Hist-In-Date        Pic 9(8).
000174     03  Arch-Commission     Pic S9(6)v99.
000174     03  Filler              Pic X.
000174     03  Arch-Item           Pic X(12).
000174* Ticket Detail Carried Forward So A Customer's Purchases Can
000174* Be Found After The Day's Transaction File Is Gone
000174     03  Filler              Pic X.
000174     03  Arch-Receipt        Pic 9(6).
000174     03  Filler              Pic X.
000174     03  Arch-Customer       Pic X(8).
000174     03  Filler              Pic X.
000174     03  Arch-Tender         Pic X.
000174     03  Filler              Pic X.
000174     03  Arch-Operator       Pic X(4).
000174     03  Filler              Pic X.
000174     03  Arch-Class          Pic X.
000174     03  Filler              Pic X.
000174     03  Arch-Card-Fee       Pic S9(5)v99.
000174     03  Filler              Pic X.
000174     03  Arch-Exempt-Cert    Pic X(12).
000174 Fd  Sales-History-File.
000174 Copy "salehist.cpy".
000174 Fd  Receivable-File.
000174 01  Receivable-Record.
000174     03  Recv-Number         Pic 9(8).
000185     88  Split-Dealer-Valid    Value "Y".
000185 01  Returns-Posted            Pic 9(5) Value Zeros.
000185 01  Sales-Archive-Status      Pic XX Value Spaces.
000185 01  Sales-History-Status      Pic XX Value Spaces.
000185     88  Sales-History-Success Value "00" Thru "09".
000185     88  Sales-History-Dup-Key Value "22".
000185 01  Sales-History-Next        Pic 9(6) Value Zeros.
000185 01  Sales-History-Flag        Pic X Value Space.
000185     88  Sales-History-Retry   Value "Y".
000185 01  Journal-Status            Pic XX Value Spaces.
000185 01  Journal-Stamp-Date        Pic 9(6) Value Zeros.
000185 01  Journal-Stamp-Time        Pic 9(8) Value Zeros.
000185 01  History-Done-Flag         Pic X Value Spaces.
000185     88  History-Done          Value "Y".
000185 01  Suspects-Diverted         Pic 9(5) Value Zeros.
000185 01  Untagged-Queue-Status     Pic XX Value Spaces.
000185 01  Untagged-Queued           Pic 9(5) Value Zeros.
000185 01  Untagged-Sale-Flag        Pic X Value Space.
000185     88  Untagged-Sale         Value "Y".
000185 01  Dup-Seen-Count            Pic 9(4) Value Zeros.
000185 01  Dup-Seen-Table-Area.
000185     03  Dup-Seen-Entry Occurs 0 To 5000 Times
000185 01  Sold-Notify-Status        Pic XX Value Spaces.
000186 01  Item-Status               Pic X(2) Value Spaces.
000187     88  Item-Success          Value "00" Thru "09".
000187 01  Item-Lot-Status           Pic X(2) Value Spaces.
000187     88  Item-Lot-Success      Value "00" Thru "09".
000187 01  Gift-Cert-Status          Pic X(2) Value Spaces.
000187     88  Gift-Cert-Success     Value "00" Thru "09".
000188 01  WS-Env-Override           Pic X(40) Value Spaces.
000189 01  Current-Commission      Pic S9(7)v99 Value Zeros.
000190 01  Commission-Result       Pic S9(6)v99 Value Zeros.
000191 01  Total-Commission        Pic S9(7)v99 Value Zeros.
000191 01  Card-Rate-Status        Pic XX Value Spaces.
000191 01  Card-Fee-Percent        Pic 9(2)v999 Value Zeros.
000191 01  Current-Card-Fee        Pic S9(5)v99 Value Zeros.
000191 01  Total-Card-Fees         Pic S9(7)v99 Value Zeros.
000192 01  Transactions-Read       Pic 9(5) Value Zeros.
000193 01  Transactions-Rejected   Pic 9(5) Value Zeros.
000194 01  Batch-Record-Count      Pic 9(7) Value Zeros.
000255          Extend Change-History-File
000256          Extend Balance-File
000257     Open I-O Item-File
000257     Open Input Item-Lot-File
000257     Open Extend Suspense-File
000257     Open Extend Untagged-Queue-File
000256     Perform Load-Recent-History
000256     Open Extend Journal-File
000256     Open Extend Sales-Archive-File
000256     Open I-O Sales-History-File
000256     If Sales-History-Status = "35"
000256        Open Output Sales-History-File
000256        Close Sales-History-File
000256        Open I-O Sales-History-File
000256     End-If
000256     Open I-O Receivable-File
000256     If Receivable-Status = "35"
000256        Open Output Receivable-File
000257        Open I-O Customer-File
000257     End-If
000258     Perform Load-Category-Rate-Table
000258     Perform Load-Card-Fee-Rate
000258     Perform Load-Event-Table
000258     Perform Load-Closed-Periods
000259     If Restart-Count > Zero
000318     If Item-Success
000319        Close Item-File
000320     End-If
000320     If Item-Lot-Success
000320        Close Item-Lot-File
000320     End-If
000320     If Gift-Cert-Success
000320        Close Gift-Cert-File
000320     End-If
000321           Sales-Archive-File
000321           Journal-File
000321           Suspense-File
000321           Untagged-Queue-File
000321     If Sales-History-Success
000321        Close Sales-History-File
000321     End-If
000321     If Receivable-Success
000321        Close Receivable-File
000321     End-If
000328     Display "Transactions Rejected " Edit-Count
000329     Move Total-Commission To Edit-Amt
000330     Display "Total Commission  " Edit-Amt
000330     Move Total-Card-Fees To Edit-Amt
000330     Display "Card Fees Charged " Edit-Amt
000331     Move Batch-Control-Errors To Edit-Count
000332     Display "Batch Control Mismatches " Edit-Count
000332     Move Ticket-Control-Errors To Edit-Count
000332     Display "Ticket Control Mismatches " Edit-Count
000332     Move Suspects-Diverted To Edit-Count
000332     Display "Duplicate Suspects Diverted " Edit-Count
000332     Move Untagged-Queued To Edit-Count
000332     Display "Untagged Sales To Research " Edit-Count
000332     Move Returns-Posted To Edit-Count
000332     Display "Returns Charged Back " Edit-Count
000332     Move Store-Sales-Posted To Edit-Count
000347                 If Dup-Suspect
000347                    Perform Divert-To-Suspense
000347                 Else
000347                 Perform Check-Untagged-Sale
000347                 If Untagged-Sale
000347                    Perform Divert-To-Research
000347                 Else
000348                 Perform Attempt-Transaction
000348                 End-If
000348                 End-If
000349              End-If
000349              End-If
000350     End-Read
000485     Move Trans-Record To Susp-Trans-Data
000485     Write Suspense-Record
000485     .
000485 Check-Untagged-Sale.
000485* A Fallen-Off Tag Means A Dealer Sale With No Item Number;
000485* Posting It Would Pay The Dealer While The Item Still Shows
000485* Available, So It Waits In The Research Queue Until Chapt24o
000485* Matches It To An Item And Releases It Back With The Number
000485     Move Space To Untagged-Sale-Flag
000485     If Transaction-Class = Space
000485        And Not Released-Suspect
000485        And Item-Number Of Trans-Record = Spaces
000485        And Transaction-Dealer Not = Spaces
000485        And Transaction-Price > Zero
000485        And Not Gift-Cert-Transaction
000485        And Transaction-Type Not = "RNDP"
000485        Set Untagged-Sale To True
000485     End-If
000485     .
000485 Divert-To-Research.
000485     Add 1 To Untagged-Queued
000485     Move Spaces To Untagged-Sale-Record
000485     Move Run-MM To Untag-Queued-Date (1:2)
000485     Move Run-DD To Untag-Queued-Date (3:2)
000485     Move 20 To Untag-Queued-Date (5:2)
000485     Move Run-YY To Untag-Queued-Date (7:2)
000485     Move Trans-Record To Untag-Trans-Data
000485     Write Untagged-Sale-Record
000485     .
000485 Load-Recent-History.
000485* Sales From The Last Thirty Days Seed The Duplicate Table
000485     Open Input History-In-File
000541            Perform Write-Reject
000542          Not Invalid Key
000542            If Return-Transaction
000542               Perform Check-Chargeback-Item
000542               If Item-Charged-Back
000542* The Customer Was Already Made Whole By The Card Dispute
000542* And The Dealer Already Charged For It; The Return Goes To
000542* The Rejects For The Office To Settle With The Customer
000542                  Move "CHBK" To Reject-Reason-Code-WS
000542                  Move "Item Lost To Card Chargeback"
000542                       To Reject-Reason-Text-WS
000542                  Perform Write-Reject
000542               Else
000542                  Perform Apply-Return
000542               End-If
000542            Else
000543            Perform Validate-Transaction
000544            If Validation-Passed
000561        Compute Arch-Amount =
000561                Transaction-Qty * Transaction-Price
000561     End-If
000561     Move Zeros To Arch-Commission Arch-Card-Fee
000561     Move Item-Number Of Trans-Record To Arch-Item
000561     Perform Move-Archive-Ticket-Data
000561     Write Sales-Archive-Record
000561     Perform Write-Sales-History
000561     Add 1 To Store-Sales-Posted
000561     Perform Update-Item-Status
000561     .
000561     End-If
000561     .
000561 Post-Dealer-Share.
000561     Perform Compute-Card-Fee
000561     Perform Get-Event-Basis
000562     Move Dealer-Record To Hist-Before-Image
000563     Perform Get-Effective-Commission-Percent
000593                Transaction-Qty * Posting-Price
000593     End-If
000593     Move Current-Commission To Arch-Commission
000593     Move Current-Card-Fee To Arch-Card-Fee
000593     Move Item-Number Of Trans-Record To Arch-Item
000593     Perform Move-Archive-Ticket-Data
000593     Write Sales-Archive-Record
000593     Perform Write-Sales-History
000593     .
000593 Move-Archive-Ticket-Data.
000593     Move Receipt-Number To Arch-Receipt
000593     Move Trans-Customer To Arch-Customer
000593     Move Tender-Type To Arch-Tender
000593     Move Trans-Operator To Arch-Operator
000593     Move Transaction-Class To Arch-Class
000593     Move Exempt-Cert To Arch-Exempt-Cert
000593     .
000593 Write-Sales-History.
000593* Indexed Copy Of The Archive Row, Keyed For The Inquiry Screens;
000593* The Sequence Only Has To Keep Rows For One Dealer And Day Apart
000593     If Sales-History-Success
000593        Move Spaces To Sales-History-Record
000593        Move Arch-Dealer To SH-Dealer
000593        Move Arch-Date To SH-Sale-Date
000593        Compute SH-Key-Date = SH-Sale-YYYY * 10000 +
000593                              SH-Sale-MM * 100 + SH-Sale-DD
000593        Add 1 To Sales-History-Next
000593        Move Sales-History-Next To SH-Sequence
000593        Move Arch-Store To SH-Store
000593        Move Arch-Category To SH-Category
000593        Move Arch-Qty To SH-Qty
000593        Move Arch-Amount To SH-Amount
000593        Move Arch-Commission To SH-Commission
000593        Move Arch-Item To SH-Item
000593        Move Arch-Receipt To SH-Receipt
000593        Move Arch-Customer To SH-Customer
000593        Move Arch-Tender To SH-Tender
000593        Move Arch-Operator To SH-Operator
000593        Move Arch-Class To SH-Class
000593        Move Arch-Card-Fee To SH-Card-Fee
000593        Move Arch-Exempt-Cert To SH-Exempt-Cert
000593        Set Sales-History-Retry To True
000593        Perform Write-Sales-History-Row
000593                Until Not Sales-History-Retry
000593     End-If
000593     .
000593 Write-Sales-History-Row.
000593     Move Space To Sales-History-Flag
000593     Write Sales-History-Record
000593           Invalid Key
000593              If Sales-History-Dup-Key
000593                 Add 1 To Sales-History-Next
000593                 Move Sales-History-Next To SH-Sequence
000593                 Set Sales-History-Retry To True
000593              Else
000593                 Display "Sales History Write Failed, Status "
000593                         Sales-History-Status
000593              End-If
000593     End-Write
000593     .
000593 Post-Second-Dealer-Share.
000593     Move Second-Dealer-Id To Dealer-Number
000594     Add 1 To Returns-Posted
000594     Perform Reinstate-Returned-Item
000594     .
000594 Check-Chargeback-Item.
000594     Move Space To Item-Chargeback-Flag
000594     If Item-Success And Item-Number Of Trans-Record Not = Spaces
000594        Move Item-Number Of Trans-Record To
000594             Item-Number Of Item-Record
000594        Read Item-File
000594             Invalid Key
000594                Move Space To Item-Chargeback-Flag
000594        End-Read
000594     End-If
000594     .
000594 Reinstate-Returned-Item.
000594     If Item-Success And Item-Number Of Trans-Record Not = Spaces
000594        Move Item-Number Of Trans-Record To
000604* A Ship-To Sale Posts While The Piece Is Still Packed In
000604* The Back Room; The Hold Stays Until The Chapt18t Manifest
000604* Puts It On The Truck
000604* A Lot Is Sold Only Once The Registers Have Taken Its Last
000604* Piece Off; Until Then It Stays On The Floor
000604                   If Not Item-Packed
000604                      Perform Check-Lot-Sold-Out
000604                   End-If
000605                   If Not Store-Owned-Item
000605                      Perform Write-Sold-Notification
000608        End-Read
000609     End-If
000610     .
000610 Check-Lot-Sold-Out.
000610     Move Zeros To Lot-Qty-On-Hand
000610     If Item-Is-Lot And Item-Lot-Success
000610        Move Item-Number Of Item-Record To Lot-Item-Number
000610        Read Item-Lot-File
000610             Invalid Key
000610                Move Zeros To Lot-Qty-On-Hand
000610        End-Read
000610     End-If
000610     If Lot-Qty-On-Hand = Zeros
000610        Set Item-Sold To True
000610     End-If
000610     .
000611 Write-Sold-Notification.
000610     Move Spaces To Sold-Notify-Record
000610     Move Transaction-Date To Notf-Date
000629     Move Trans-Record To Reject-Trans-Data
000630     Write Reject-Record
000631     .
000632 Compute-Card-Fee.
000632* The Dealer Carries Part Of The Processor's Cut On A Card
000632* Sale, Figured On Each Dealer's Own Share Of The Line So A
000632* Ticket Spread Across Dealers Prorates By Line.  The Fee Is
000632* On What The Customer Paid, Before Any Event Gross-Up
000632     Move Zeros To Current-Card-Fee
000632     If Tender-Card And Card-Fee-Percent > Zero
000632        Compute Current-Card-Fee Rounded =
000632                Transaction-Qty * Posting-Price *
000632                Card-Fee-Percent / 100
000632        If Void-Transaction
000632           Compute Current-Card-Fee = Current-Card-Fee * -1
000632        End-If
000632        Add Current-Card-Fee To Total-Card-Fees
000632     End-If
000632     .
000632 Load-Card-Fee-Rate.
000632* CardRate.TXT Holds The Percent Of A Card Sale Passed Back
000632* To The Dealer; With No File Nothing Is Passed Back
000632     Open Input Card-Rate-File
000632     If Card-Rate-Status = "00"
000632        Read Card-Rate-File
000632             At End Continue
000632             Not At End
000632                If Card-Rate-Percent Numeric
000632                   Move Card-Rate-Percent To Card-Fee-Percent
000632                End-If
000632        End-Read
000632        Close Card-Rate-File
000632     End-If
000632     .
000632 Load-Category-Rate-Table.
000633     Open Input Category-Rate-File
000634     If Category-Rate-File-Status = "00" Or
