000082     Select Optional Tolerance-File Assign To "Toleranc.TXT"
000082         Organization Is Line Sequential
000082         File Status  Is Tolerance-Status.
000082     Select Optional Buy-Parameter-File Assign To "BuyParm.TXT"
000082         Organization Is Line Sequential
000082         File Status  Is Buy-Parameter-Status.
000082     Select Optional Override-Log-File Assign To "OvrdLog.TXT"
000082         Organization Is Line Sequential
000082         File Status  Is Override-Log-Status.
000082     Select Optional Event-File Assign To "Event.TXT"
000082         Organization Is Line Sequential
000082         File Status  Is Event-File-Status.
000082     Select Optional Tax-Rule-File Assign To "TaxRule.TXT"
000082         Organization Is Line Sequential
000082         File Status  Is Tax-Rule-File-Status.
000082     Select Optional Item-Lot-File Assign To "ItemLot.Dat"
000082         Organization Indexed
000082         Access Random
000082         Record Key Lot-Item-Number
000082         File Status Item-Lot-Status.
000082     Select Optional Journal-File Assign To "Journal.TXT"
000082         Organization Is Line Sequential
000082         File Status  Is Journal-Status.
000082     Select Optional Offer-File Assign To "Offer.Dat"
000082         Organization Indexed
000082         Access Dynamic
000089     Select Optional Tax-Rate-File Assign To "TaxRate.TXT"
000090         Organization Is Line Sequential
000091         File Status  Is Tax-Rate-File-Status.
000091     Select Optional Trade-Discount-File Assign To "TradeDsc.Dat"
000091         Organization Indexed
000091         Access Random
000091         Record Key Trade-Customer
000091         File Status Trade-Discount-Status.
000091     Select Optional House-Ledger-File Assign To "HseLedg.TXT"
000091         Organization Is Line Sequential
000091         File Status  Is House-Ledger-Status.
000091     Select Optional Trade-Log-File Assign To "TrdDisc.TXT"
000091         Organization Is Line Sequential
000091         File Status  Is Trade-Log-Status.
000091     Select Optional Pickup-File Assign To "Pickup.Dat"
000091         Organization Indexed
000091         Access Random
000091         Record Key Pickup-Item
000091         File Status Pickup-Status.
000091     Select Optional Returned-Check-File Assign To "RetChk.Dat"
000091         Organization Indexed
000091         Access Dynamic
000091         Record Key Rc-Number
000091         Alternate Record Key Rc-Customer
000091             With Duplicates
000091         Alternate Record Key Rc-Account
000091             With Duplicates
000091         File Status Returned-Check-Status.
000061     Select Optional Quiesce-File Assign To "Quiesce.TXT"
000061         Organization Is Line Sequential
000061         File Status  Is Quiesce-File-Status.
000096         88  Tender-Cash      Value "C" " ".
000096         88  Tender-Check     Value "K".
000096         88  Tender-Card      Value "D".
000096         88  Tender-House     Value "H".
000096     03  Trans-Time         Pic  9(6).
000096     03  Trans-Operator     Pic  X(4).
000096     03  Trans-Offer        Pic  9(6).
000096     03  Event-Code         Pic  X(4).
000096     03  Exempt-Cert        Pic  X(12).
000096     03  Discount-Class     Pic  X.
000096     03  Tax-Exempt-Reason  Pic  X(2).
000096     03  Filler             Pic  X.
000096     03  Ticket-Number      Pic  9(6).
000096     03  Ticket-Rec-Type    Pic  X.
000096         88  Ticket-Header   Value "H".
000096         88  Ticket-Detail   Value "D".
000096     03  Filler             Pic  X.
000096     03  Trans-Terminal     Pic  X(2).
000096 01  Trans-Trailer-Record Redefines Trans-Record.
000097     03  Trailer-Marker         Pic X(8).
000098         88  Trans-Trailer      Value "TRAILER1".
000140         88  Item-Sold       Value "S".
000140         88  Item-On-Layaway Value "L".
000140         88  Item-Returned   Value "R".
000140         88  Item-Police-Hold Value "H".
000140         88  Item-In-Auction Value "U".
000140         88  Item-In-Transit Value "T".
000140     03  Filler                      Pic X(9).
000140     03  Item-Lot-Flag               Pic X.
000140         88  Item-Is-Lot     Value "Y".
000141     03  Item-Category               Pic X(4).
000141     03  Filler                      Pic X(26).
000142 Fd  Operator-File.
000142 Fd  Tolerance-File.
000142 01  Tolerance-Record.
000142     03  Tolerance-Value     Pic 9(3)v99.
000142 Fd  Buy-Parameter-File.
000142 01  Buy-Parameter-Record.
000142     03  Buy-Parm-House-Dealer Pic X(8).
000142     03  Filler              Pic X.
000142     03  Buy-Parm-Hold-Days  Pic 9(3).
000142 Fd  Override-Log-File.
000142 01  Override-Log-Record.
000142     03  Ovrd-Date           Pic 9(8).
000142     03  Event-Rec-Pct       Pic 9(2).
000142     03  Filler              Pic X.
000142     03  Event-Rec-Absorb    Pic X.
000142 Fd  Item-Lot-File.
000142 Copy "itemlot.cpy".
000142 Fd  Journal-File.
000142 01  Journal-Record.
000142     03  Jrn-Date            Pic 9(8).
000142     03  Filler              Pic X.
000142     03  Jrn-Time            Pic 9(6).
000142     03  Filler              Pic X.
000142     03  Jrn-Program         Pic X(8).
000142     03  Filler              Pic X.
000142     03  Jrn-File-Id         Pic X(8).
000142     03  Filler              Pic X.
000142     03  Jrn-Action          Pic X.
000142     03  Filler              Pic X.
000142     03  Jrn-Key             Pic X(12).
000142     03  Filler              Pic X.
000142     03  Jrn-Image           Pic X(476).
000142 Fd  Offer-File.
000142 01  Offer-Record.
000142     03  Offer-Number          Pic 9(6).
000142 Fd  Customer-File.
000142 01  Customer-Record.
000142     03  Customer-Number     Pic X(8).
000142     03  Cust-Last-Name      Pic X(25).
000142     03  Cust-First-Name     Pic X(15).
000142     03  Filler              Pic X(213).
000142     03  House-Account-Flag  Pic X.
000142         88  House-Account-Approved Value "Y".
000142     03  House-Credit-Limit  Pic 9(5)v99.
000142     03  House-Hold-Flag     Pic X.
000142         88  House-Account-On-Hold Value "Y" "P".
000142     03  Filler              Pic X(4).
000142 Fd  Receipt-File.
000143 01  Receipt-Line-Record.
000144     03  Receipt-Line-Number  Pic 9(6).
000151 01  Tax-Rate-Record.
000152     03  Tax-Rate-State      Pic X(20).
000153     03  Tax-Rate-Percent    Pic 9v999.
000153 Fd  Trade-Discount-File.
000153 Copy "tradedsc.cpy".
000153 Fd  House-Ledger-File.
000153 Copy "hseledg.cpy".
000153 Fd  Tax-Rule-File.
000153 Copy "taxrule.cpy".
000153 Fd  Trade-Log-File.
000153 Copy "trddisc.cpy".
000153 Fd  Pickup-File.
000153 Copy "pickup.cpy".
000153 Fd  Returned-Check-File.
000153 Copy "retchk.cpy".
000098 Fd  Quiesce-File.
000098 01  Quiesce-Record          Pic X(8).
000098 Fd  Online-Use-File.
000174 01  Operator-File-Status   Pic XX Value Spaces.
000174 01  Tolerance-Status       Pic XX Value Spaces.
000174 01  Override-Log-Status    Pic XX Value Spaces.
000174 01  Buy-Parameter-Status   Pic XX Value Spaces.
000174 01  Police-Hold-Days       Pic 9(3) Value 15.
000174 01  Days-Since-Bought      Pic S9(7) Value Zeros.
000174 01  Operator-Scan-Done-Flag Pic X Value Space.
000174     88  Operator-Scan-Done Value "Y".
000174 01  Price-Tolerance        Pic 9(3)v99 Value Zeros.
000174         05  Flip-Out-MM    Pic 99.
000174         05  Flip-Out-DD    Pic 99.
000174 01  Trans-Date-YYYYMMDD    Pic 9(8) Value Zeros.
000174 01  Tax-Rule-File-Status   Pic XX Value Spaces.
000174 01  Tax-Rule-Done-Flag     Pic X Value Spaces.
000174     88  Tax-Rule-Done      Value "Y".
000174 01  Tax-Rule-Count         Pic 9(3) Value Zeros.
000174 01  Tax-Rule-Table-Area.
000174     03  Tax-Rule-Entry Occurs 0 To 100 Times
000174             Depending On Tax-Rule-Count
000174             Indexed By Tax-Rule-Index.
000174         05  Table-Rule-Category  Pic X(4).
000174         05  Table-Rule-Type      Pic X.
000174         05  Table-Rule-Threshold Pic 9(5)v99.
000174         05  Table-Rule-Start     Pic 9(8).
000174         05  Table-Rule-End       Pic 9(8).
000174         05  Table-Rule-Reason    Pic X(2).
000174 01  Tax-Rule-Found-Flag    Pic X Value Spaces.
000174     88  Tax-Rule-Found     Value "Y".
000174 01  Tax-Rule-Best          Pic 9(3) Value Zeros.
000174 01  Tax-Rule-Best-Start    Pic 9(8) Value Zeros.
000174 01  Line-Tax-Rate          Pic 9v999 Value Zeros.
000174 01  Cert-Expire-YYYYMMDD   Pic 9(8) Value Zeros.
000174 01  Item-Lot-Status        Pic XX Value Spaces.
000174     88  Item-Lot-Success   Value "00" Thru "09".
000174 01  Lot-Units              Pic 9(5) Value Zeros.
000174 01  Journal-Status         Pic XX Value Spaces.
000174 01  Journal-Stamp-Date     Pic 9(6) Value Zeros.
000174 01  Journal-Stamp-Time     Pic 9(8) Value Zeros.
000174 01  Journal-Program-Id     Pic X(8) Value "CHAPT18A".
000174 01  Lot-Short-Message.
000174     03  Filler             Pic X(13) Value "Lot Has Only".
000174     03  Lot-Short-Qty      Pic ZZZZ9.
000174     03  Filler             Pic X(13) Value " Left On Hand".
000174 01  Offer-File-Status      Pic XX Value Spaces.
000174     88  Offer-File-Success Value "00" Thru "09".
000174 01  Offer-Used-Flag        Pic X Value Space.
000176 01  Receipt-Control-Status Pic XX Value Spaces.
000177     88  Receipt-Control-Success Value "00" Thru "09".
000178 01  Tax-Rate-File-Status   Pic XX Value Spaces.
000178 01  Trade-Discount-Status  Pic XX Value Spaces.
000178     88  Trade-Discount-Success Value "00" Thru "09".
000178 01  Trade-Log-Status       Pic XX Value Spaces.
000178 01  Trade-Discount-Flag    Pic X Value Space.
000178     88  Trade-Discount-Taken Value "Y".
000178 01  Pickup-Status          Pic XX Value Spaces.
000178     88  Pickup-Success     Value "00" Thru "09".
000178 01  Returned-Check-Status  Pic XX Value Spaces.
000178     88  Returned-Check-Success Value "00" Thru "09".
000178 01  Check-Account          Pic X(17) Value Spaces.
000178 01  Restricted-Match-Flag  Pic X Value Space.
000178     88  Restricted-Match   Value "Y".
000178 01  Restricted-Checked-Customer Pic X(8) Value Spaces.
000178 01  Restricted-Program     Pic X(8) Value "CHAPT18A".
000178 01  Bad-Check-Flag         Pic X Value Space.
000178     88  Bad-Check-Found    Value "Y".
000178 01  Bad-Check-Scan-Flag    Pic X Value Space.
000178     88  Bad-Check-Scan-Done Value "Y".
000178 01  Pickup-Date-Entry      Pic 9(8) Value Zeros.
000178 01  Pickup-Check-Date      Pic 9(8) Value Zeros.
000178 01  Receipt-Pickup-Line.
000178     03  Filler             Pic X(20) Value "Awaiting Pickup By:".
000178     03  Receipt-Edit-Pickup Pic 99/99/9999.
000178 01  Trade-Gross-Price      Pic S9(7)v99 Value Zeros.
000178 01  Trade-Expire-YYYYMMDD  Pic 9(8) Value Zeros.
000179 01  Tax-Rate-Done-Flag     Pic X Value Spaces.
000180     88  Tax-Rate-Done      Value "Y".
000181 01  Next-Receipt-Number    Pic 9(6) Value 1.
000181     88  Ticket-Control-Success Value "00" Thru "09".
000181 01  Current-Ticket-Number  Pic 9(6) Value 1.
000181 01  Register-Number        Pic 9 Value 1.
000181 Copy "termid.cpy".
000181 01  Ticket-Item-Count      Pic 9(3) Value Zeros.
000181 01  Ticket-Total-Amount    Pic S9(7)v99 Value Zeros.
000181 01  Ticket-Tax-Total       Pic S9(7)v99 Value Zeros.
000181 01  Save-Ticket-Customer   Pic X(8) Value Spaces.
000181 01  Save-Ticket-Tender     Pic X Value Space.
000181 01  Save-Ticket-Date       Pic 9(8) Value Zeros.
000181 01  House-Ledger-Status    Pic XX Value Spaces.
000181 01  House-Ledger-Done-Flag Pic X Value Space.
000181     88  House-Ledger-Done  Value "Y".
000181 01  House-Balance          Pic S9(7)v99 Value Zeros.
000181 01  House-Line-Amount      Pic S9(7)v99 Value Zeros.
000181 01  House-Ticket-Amount    Pic S9(7)v99 Value Zeros.
000181 01  Receipt-House-Line.
000181     03  Filler             Pic X(12) Value "House Acct:".
000181     03  Receipt-Edit-House Pic X(8).
000181     03  Filler             Pic X(9) Value " Charged".
000181 01  Ticket-Message.
000181     03  Filler             Pic X(7) Value "Ticket".
000181     03  Ticket-Msg-Number  Pic 9(6).
000188 01  Receipt-Number-Line.
000189     03  Filler             Pic X(12) Value "Receipt No:".
000190     03  Receipt-Edit-Number Pic 9(6).
000190     03  Filler             Pic X(12) Value "  Terminal:".
000190     03  Receipt-Edit-Terminal Pic X(2).
000191 01  Receipt-Date-Line.
000192     03  Filler             Pic X(12) Value "Date:".
000193     03  Receipt-Edit-Date  Pic 99/99/9999.
000200     03  Filler             Pic X(5) Value Spaces.
000201     03  Filler             Pic X(6) Value "Each:".
000202     03  Receipt-Edit-Price Pic ZZ,ZZZ.99-.
000202     03  Filler             Pic X Value Spaces.
000202     03  Receipt-Edit-Taxable Pic X(9) Value Spaces.
000203 01  Receipt-Tax-Line.
000204     03  Filler             Pic X(12) Value "Sales Tax:".
000205     03  Receipt-Edit-Tax   Pic ZZ,ZZZ.99-.
000217         05  Line 9  Column 01  Value "Void (V): ".
000218         05  Line 10 Column 01  Value "Item Number: ".
000220         05  Line 11 Column 01  Value "Customer: ".
000220         05  Line 12 Column 01  Value "Tender C/K/D/H: ".
000220         05  Line 12 Column 21  Value "Check Acct: ".
000220         05  Line 13 Column 01  Value "Offer Number: ".
000220         05  Line 14 Column 01  Value "Resale Cert: ".
000220         05  Line 14 Column 31  Value "Supv Code: ".
000220         05  Line 15 Column 01  Value "Pickup Date: ".
000219         05  Line 22 Column 01  Value "F1-Save Record".
000220         05  Line 22 Column 23  Value "F3-Exit".
000221         05  Line 22 Column 56  Value "F4-Clear".
000240             Using Trans-Customer.
000240         05  Line 12 Column 17  Pic X
000240             Using Tender-Type.
000240         05  Line 12 Column 33  Pic X(17)
000240             Using Check-Account.
000240         05  Line 13 Column 17  Pic 9(6)
000240             Using Trans-Offer Blank When Zero.
000240         05  Line 14 Column 17  Pic X(12)
000240             Using Exempt-Cert.
000240         05  Line 14 Column 42  Pic X(8)
000240             Using Supervisor-Code Secure.
000240         05  Line 15 Column 17  Pic 99/99/9999
000240             Using Pickup-Date-Entry Blank When Zero.
000240     03  Highlight-Display Highlight.
000241         05  Line 20 Column 01 Pic X(50) From Error-Message
000242             Foreground-Color 5 Background-Color 1.
000253     If Not File-Error
000254        Perform Open-Item-File
000254        Perform Open-Customer-File
000254        Perform Open-Trade-Discount-File
000254        Perform Open-Pickup-File
000254        Perform Open-Returned-Check-File
000254        Perform Open-Gift-Cert-File
000254        Perform Open-Offer-File
000254        Perform Open-Item-Lot-File
000254        Perform Load-Event-Table
000254        Perform Load-Tax-Rule-Table
000254        Perform Open-Resale-Cert-File
000254        Perform Load-Price-Tolerance
000254        Perform Load-Buy-Parameters
000255        Perform Load-Category-Table
000253        Initialize Trans-Record
000254        Perform Process-Input Until F3-Pressed Or
000258        Perform Close-Receipt-Files
000259        Perform Close-Item-File
000259        Perform Close-Customer-File
000259        Perform Close-Trade-Discount-File
000259        Perform Close-Pickup-File
000259        Perform Close-Returned-Check-File
000259        Perform Close-Gift-Cert-File
000259        Perform Close-Offer-File
000259        Perform Close-Item-Lot-File
000259        If Resale-Cert-Success
000259           Close Resale-Cert-File
000259        End-If
000271        Close Tolerance-File
000271     End-If
000271     .
000271 Load-Buy-Parameters.
000271* Items Bought From The Public Sit Out The Police Hold
000271     Open Input Buy-Parameter-File
000271     If Buy-Parameter-Status = "00"
000271        Read Buy-Parameter-File
000271             At End Continue
000271             Not At End
000271                If Buy-Parm-Hold-Days Numeric
000271                   Move Buy-Parm-Hold-Days To Police-Hold-Days
000271                End-If
000271        End-Read
000271        Close Buy-Parameter-File
000271     End-If
000271     .
000271 Open-Resale-Cert-File.
000271* ResaleCt.Dat Is Optional - Exempt Sales Are Refused At
000271* Entry When The Certificate File Is Not Available
000271        Close Event-File
000271     End-If
000271     .
000271 Load-Tax-Rule-Table.
000271* Only The Store's Own Jurisdiction Is Kept.  Dates Are Held
000271* As YYYYMMDD So An Open End Can Sort High
000271     Open Input Tax-Rule-File
000271     If Tax-Rule-File-Status = "00"
000271        Perform Until Tax-Rule-Done
000271           Read Tax-Rule-File
000271                At End Set Tax-Rule-Done To True
000271                Not At End
000271                   If Tax-Rule-State = Store-State
000271                      And Tax-Rule-Count < 100
000271                      Perform Add-Tax-Rule-Entry
000271                   End-If
000271           End-Read
000271        End-Perform
000271        Close Tax-Rule-File
000271     End-If
000271     .
000271 Add-Tax-Rule-Entry.
000271     Add 1 To Tax-Rule-Count
000271     Move Tax-Rule-Category To
000271          Table-Rule-Category (Tax-Rule-Count)
000271     Inspect Table-Rule-Category (Tax-Rule-Count) Converting
000271             "abcdefghijklmnopqrstuvwxyz" To
000271             "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
000271     Move Tax-Rule-Type To Table-Rule-Type (Tax-Rule-Count)
000271     Move Tax-Rule-Threshold To
000271          Table-Rule-Threshold (Tax-Rule-Count)
000271     If Tax-Rule-Start > Zero
000271        Move Tax-Rule-Start To Flip-MMDDYYYY
000271        Perform Flip-Date
000271        Move Flip-YYYYMMDD To Table-Rule-Start (Tax-Rule-Count)
000271     Else
000271        Move Zeros To Table-Rule-Start (Tax-Rule-Count)
000271     End-If
000271     If Tax-Rule-End > Zero
000271        Move Tax-Rule-End To Flip-MMDDYYYY
000271        Perform Flip-Date
000271        Move Flip-YYYYMMDD To Table-Rule-End (Tax-Rule-Count)
000271     Else
000271        Move 99999999 To Table-Rule-End (Tax-Rule-Count)
000271     End-If
000271     If Tax-Rule-Reason = Spaces
000271        Move "EX" To Table-Rule-Reason (Tax-Rule-Count)
000271     Else
000271        Move Tax-Rule-Reason To
000271             Table-Rule-Reason (Tax-Rule-Count)
000271     End-If
000271     .
000271 Apply-Tax-Rule.
000271* Taxability Is Decided Line By Line: A Resale Certificate
000271* Exempts Everything, Otherwise The Latest-Starting TaxRule
000271* Row In Effect For The Category On The Sale Date Decides,
000271* And A Category With No Row Is Taxed At The Store Rate.
000271* A Line Taxed At Nothing Carries The Rule's Reason Code
000271     Move Spaces To Tax-Exempt-Reason
000271     Move Store-Tax-Rate To Line-Tax-Rate
000271     Move Space To Tax-Rule-Found-Flag
000271     If Exempt-Cert Not = Spaces
000271        Move Zeros To Line-Tax-Rate
000271     Else
000271        If Tax-Rule-Count > Zero
000271           Move Transaction-Date To Flip-MMDDYYYY
000271           Perform Flip-Date
000271           Move Flip-YYYYMMDD To Trans-Date-YYYYMMDD
000271           Perform Check-One-Tax-Rule
000271                   Varying Tax-Rule-Index From 1 By 1
000271                   Until Tax-Rule-Index > Tax-Rule-Count
000271        End-If
000271     End-If
000271     If Tax-Rule-Found
000271        Evaluate Table-Rule-Type (Tax-Rule-Best)
000271           When "E"
000271                Perform Exempt-By-Tax-Rule
000271           When "A"
000271                If Transaction-Price Not >
000271                   Table-Rule-Threshold (Tax-Rule-Best)
000271                   Perform Exempt-By-Tax-Rule
000271                End-If
000271           When Other
000271                Continue
000271        End-Evaluate
000271     End-If
000271     .
000271 Check-One-Tax-Rule.
000271     If Table-Rule-Category (Tax-Rule-Index) = Transaction-Type
000271        And Table-Rule-Start (Tax-Rule-Index) Not >
000271            Trans-Date-YYYYMMDD
000271        And Table-Rule-End (Tax-Rule-Index) Not <
000271            Trans-Date-YYYYMMDD
000271        If Not Tax-Rule-Found
000271           Or Table-Rule-Start (Tax-Rule-Index) Not <
000271              Tax-Rule-Best-Start
000271           Set Tax-Rule-Found To True
000271           Set Tax-Rule-Best To Tax-Rule-Index
000271           Move Table-Rule-Start (Tax-Rule-Index) To
000271                Tax-Rule-Best-Start
000271        End-If
000271     End-If
000271     .
000271 Exempt-By-Tax-Rule.
000271     Move Zeros To Line-Tax-Rate
000271     Move Table-Rule-Reason (Tax-Rule-Best) To Tax-Exempt-Reason
000271     .
000271 Flip-Date.
000271     Move Flip-MM To Flip-Out-MM
000271     Move Flip-DD To Flip-Out-DD
000271     Move Flip-YYYY To Flip-Out-YYYY
000271     .
000271 Apply-Trade-Discount.
000271* Dealers, Staff And Registered Designers Keyed As The
000271* Customer Take Their Trade Discount Automatically.  The
000271* Selling Dealer Absorbs It - Commission Runs On The
000271* Discounted Price - And A Trade Discount Is Not Stacked On
000271* A Promotional Event Discount
000271     Move Space To Trade-Discount-Flag
000271     If Trade-Discount-Success
000271        And Trans-Customer Not = Spaces
000271        And (Transaction-Class = Space Or Void-Transaction)
000271        And Not Gift-Cert-Transaction
000271        Move Trans-Customer To Trade-Customer
000271        Read Trade-Discount-File
000271             Invalid Key
000271                Continue
000271             Not Invalid Key
000271                Perform Check-Trade-Eligibility
000271        End-Read
000271     End-If
000271     .
000271 Check-Trade-Eligibility.
000271     If Trade-Expiry-Date > Zero
000271        Move Trade-Expiry-Date To Flip-MMDDYYYY
000271        Perform Flip-Date
000271        Move Flip-YYYYMMDD To Trade-Expire-YYYYMMDD
000271     Else
000271        Move 99999999 To Trade-Expire-YYYYMMDD
000271     End-If
000271     Move Transaction-Date To Flip-MMDDYYYY
000271     Perform Flip-Date
000271     If Trade-Percent > Zero
000271        And Flip-YYYYMMDD Not > Trade-Expire-YYYYMMDD
000271        Set Trade-Discount-Taken To True
000271        Move Trade-Class To Discount-Class
000271        Move Transaction-Price To Trade-Gross-Price
000271        Compute Transaction-Price Rounded =
000271                Transaction-Price * (100 - Trade-Percent) / 100
000271     End-If
000271     .
000271 Apply-Event-Discount.
000271* A Sale Dated Inside A Promotional Event Window Takes The
000271* Event Discount Automatically At The Register
000271        And Transaction-Class = Space
000271        And Not Gift-Cert-Transaction
000271        And Event-Code = Spaces
000271        And Discount-Class = Space
000271        Move Transaction-Date To Flip-MMDDYYYY
000271        Perform Flip-Date
000271        Move Flip-YYYYMMDD To Trans-Date-YYYYMMDD
000271        End-Search
000271     End-If
000271     .
000271 Open-Item-Lot-File.
000271* ItemLot.Dat Is Optional - Without It Every Item Is A
000271* Single Piece And No Quantity Is Kept Here
000271     Open I-O Item-Lot-File
000271     If Item-Lot-Success
000271        Open Extend Journal-File
000271     End-If
000271     .
000271 Close-Item-Lot-File.
000271     If Item-Lot-Success
000271        Close Item-Lot-File
000271                  Journal-File
000271     End-If
000271     .
000271 Open-Offer-File.
000271* Offer.Dat Is Optional - Without It, Below-Tag Sales Are
000271* Simply Refused At Entry
000271* Blank For A Shop Not Yet Keeping A Customer Master
000271     Open Input Customer-File
000271     .
000271 Open-Pickup-File.
000271     Open I-O Pickup-File
000271     If Pickup-Status = "35"
000271        Open Output Pickup-File
000271        Close Pickup-File
000271        Open I-O Pickup-File
000271     End-If
000271     .
000271 Close-Pickup-File.
000271     If Pickup-Success
000271        Close Pickup-File
000271     End-If
000271     .
000271 Open-Returned-Check-File.
000271* RetChk.Dat Is Optional - Without It No Check Is Refused
000271     Open Input Returned-Check-File
000271     .
000271 Close-Returned-Check-File.
000271     If Returned-Check-Success
000271        Close Returned-Check-File
000271     End-If
000271     .
000271 Open-Trade-Discount-File.
000271* TradeDsc.Dat Is Optional - Without It Every Customer Pays
000271* The Tag Or Event Price
000271     Open Input Trade-Discount-File
000271     .
000271 Close-Trade-Discount-File.
000271     If Trade-Discount-Success
000271        Close Trade-Discount-File
000271     End-If
000271     .
000271 Close-Customer-File.
000271     If Customer-Success
000271        Close Customer-File
000316        When F4-Pressed
000316             Initialize Trans-Record
000317             Move Space To Price-Confirm-Flag
000317             Move Zeros To Pickup-Date-Entry
000318        When F3-Pressed
000319             Continue
000320        When Other
000328             "abcdefghijklmnopqrstuvwxyz" To
000329             "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
000330     Inspect Transaction-Class Converting "vr" To "VR"
000330     Inspect Tender-Type Converting "ckdh" To "CKDH"
000331     If Price-Confirm-Pending
000332        And (Transaction-Price Not = Price-Confirm-Price
000333        Or Transaction-Type Not = Price-Confirm-Type)
000334        Move Space To Price-Confirm-Flag
000335     End-If
000336     If Not Tender-Cash And Not Tender-Check And Not Tender-Card
000336        And Not Tender-House
000336        Set Validation-Error To True
000336        Move "1217" To Cursor-Position
000336        Move "Tender Must Be C Cash, K Check, D Card Or H House"
000336             To Error-Message
000336     End-If
000336     If Transaction-Class Not = Space And Not = "V"
000376                  Move "Item Expired - Returned To Dealer"
000376                       To Error-Message
000376               End-If
000376               If Item-In-Auction And Not Void-Transaction
000376                  Set Validation-Error To True
000376                  Move "1016" To Cursor-Position
000376                  Move "Item Is In The Silent Auction"
000376                       To Error-Message
000376               End-If
000376               If Item-In-Transit And Not Void-Transaction
000376                  Set Validation-Error To True
000376                  Move "1016" To Cursor-Position
000376                  Move "Item Is In Transit Between Stores"
000376                       To Error-Message
000376               End-If
000376               If Item-Police-Hold And Not Void-Transaction
000376                  Call "Chapt23f" Using Item-Date-Consigned
000376                       Transaction-Date Days-Since-Bought
000376                  If Days-Since-Bought < Police-Hold-Days
000376                     Set Validation-Error To True
000376                     Move "1016" To Cursor-Position
000376                     Move "Police Hold - Bought Item Not Released"
000376                          To Error-Message
000376                  End-If
000376               End-If
000376               If Validation-Passed And Item-Is-Lot
000376                  And Transaction-Class = Space
000376                  Perform Check-Lot-On-Hand
000376               End-If
000376               If Validation-Passed
000376                  And Transaction-Class = Space
000376                  And Transaction-Price < Item-Tag-Price
000378                    To Error-Message
000378        End-Read
000378     End-If
000378     If Validation-Passed And Customer-Success
000378        And Trans-Customer Not = Spaces
000378        And Trans-Customer Not = Restricted-Checked-Customer
000378        Perform Check-Restricted-List
000378     End-If
000378     If Validation-Passed
000378        And (Tender-House Or Save-Ticket-Tender = "H")
000378        Perform Validate-House-Tender
000378     End-If
000378     If Validation-Passed And Tender-Check
000378        And Not Void-Transaction And Not Return-Transaction
000378        Perform Check-Bad-Check-List
000378     End-If
000378     If Exempt-Cert Not = Spaces
000378        Perform Validate-Resale-Cert
000378     End-If
000379     If Pickup-Date-Entry Not = Zeros
000379        Perform Validate-Pickup-Date
000379     End-If
000379     .
000379 Check-Restricted-List.
000379* The Customer Is Checked Against The Trespass List Once Per
000379* Ticket; A Likely Match Holds The Line With A Code Only The
000379* Staff Know, And Chapt23u Logs It For The Security Report
000379     Move Trans-Customer To Restricted-Checked-Customer
000379     Call "Chapt23u" Using Trans-Customer Cust-Last-Name
000379          Cust-First-Name Current-Operator Restricted-Program
000379          Restricted-Match-Flag
000379     If Restricted-Match
000379        Set Validation-Error To True
000379        Move "1116" To Cursor-Position
000379        Move "Customer Lookup Code R7 - Page A Manager"
000379             To Error-Message
000379     End-If
000379     .
000379 Check-Bad-Check-List.
000379* A Customer Or Bank Account With A Returned Check Still Owed
000379* Or Written Off Cannot Pay By Check Again Until The Debt Is
000379* Cleared; Either The Customer Number Or The Account Keyed
000379* Here Puts The Tender On The Bad-Check List
000379     Move Space To Bad-Check-Flag
000379     Inspect Check-Account Converting
000379             "abcdefghijklmnopqrstuvwxyz" To
000379             "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
000379     If Returned-Check-Success And Trans-Customer Not = Spaces
000379        Move Trans-Customer To Rc-Customer
000379        Move Space To Bad-Check-Scan-Flag
000379        Start Returned-Check-File Key = Rc-Customer
000379              Invalid Key Set Bad-Check-Scan-Done To True
000379        End-Start
000379        Perform Scan-Bad-Checks-By-Customer
000379                Until Bad-Check-Scan-Done
000379     End-If
000379     If Returned-Check-Success And Check-Account Not = Spaces
000379        And Not Bad-Check-Found
000379        Move Check-Account To Rc-Account
000379        Move Space To Bad-Check-Scan-Flag
000379        Start Returned-Check-File Key = Rc-Account
000379              Invalid Key Set Bad-Check-Scan-Done To True
000379        End-Start
000379        Perform Scan-Bad-Checks-By-Account
000379                Until Bad-Check-Scan-Done
000379     End-If
000379     If Bad-Check-Found
000379        Set Validation-Error To True
000379        Move "1217" To Cursor-Position
000379        Move "Bad-Check List - Check Tender Refused"
000379             To Error-Message
000379     End-If
000379     .
000379 Scan-Bad-Checks-By-Customer.
000379     Read Returned-Check-File Next Record
000379          At End Set Bad-Check-Scan-Done To True
000379          Not At End
000379             If Rc-Customer Not = Trans-Customer
000379                Set Bad-Check-Scan-Done To True
000379             Else
000379                If Rc-Debt-Outstanding
000379                   Set Bad-Check-Found To True
000379                   Set Bad-Check-Scan-Done To True
000379                End-If
000379             End-If
000379     End-Read
000379     .
000379 Scan-Bad-Checks-By-Account.
000379     Read Returned-Check-File Next Record
000379          At End Set Bad-Check-Scan-Done To True
000379          Not At End
000379             If Rc-Account Not = Check-Account
000379                Set Bad-Check-Scan-Done To True
000379             Else
000379                If Rc-Debt-Outstanding
000379                   Set Bad-Check-Found To True
000379                   Set Bad-Check-Scan-Done To True
000379                End-If
000379             End-If
000379     End-Read
000379     .
000379 Validate-House-Tender.
000379* A Trade Customer Charges The Whole Ticket To Their House
000379* Account; The Store Carries The Receivable, So The Dealer
000379* Is Paid On The Sale As Usual.  A Past-Due Or Manager Hold
000379* Stops The Charge, And The Balance On HseLedg.TXT Plus This
000379* Ticket Must Stay Inside The Credit Limit
000379     Evaluate True
000379        When Ticket-Item-Count > Zero
000379             And (Save-Ticket-Tender = "H" Or Tender-House)
000379             And Tender-Type Not = Save-Ticket-Tender
000379             Set Validation-Error To True
000379             Move "1217" To Cursor-Position
000379             Move "House Charge Must Cover The Whole Ticket"
000379                  To Error-Message
000379        When Ticket-Item-Count > Zero
000379             And Trans-Customer Not = Save-Ticket-Customer
000379             Set Validation-Error To True
000379             Move "1116" To Cursor-Position
000379             Move "One House Account Per Ticket"
000379                  To Error-Message
000379        When Trans-Customer = Spaces
000379             Set Validation-Error To True
000379             Move "1116" To Cursor-Position
000379             Move "Customer Number Required For House Charge"
000379                  To Error-Message
000379        When Not Customer-Success
000379             Set Validation-Error To True
000379             Move "1217" To Cursor-Position
000379             Move "Customer File Not Available" To Error-Message
000379        When Not House-Account-Approved
000379             Set Validation-Error To True
000379             Move "1116" To Cursor-Position
000379             Move "Customer Has No House Account"
000379                  To Error-Message
000379        When House-Account-On-Hold
000379             Set Validation-Error To True
000379             Move "1116" To Cursor-Position
000379             Move "House Account On Hold - Call The Manager"
000379                  To Error-Message
000379        When Void-Transaction Or Return-Transaction
000379             Continue
000379        When Other
000379             Perform Check-House-Credit-Limit
000379     End-Evaluate
000379     .
000379 Check-House-Credit-Limit.
000379     If House-Credit-Limit Not Numeric
000379        Move Zeros To House-Credit-Limit
000379     End-If
000379     Perform Apply-Tax-Rule
000379     Compute House-Line-Amount Rounded =
000379             Transaction-Price * Transaction-Qty *
000379             (1 + Line-Tax-Rate)
000379     Perform Load-House-Balance
000379     If House-Balance + House-Ticket-Amount + House-Line-Amount
000379        > House-Credit-Limit
000379        Set Validation-Error To True
000379        Move "0716" To Cursor-Position
000379        Move "House Charge Exceeds The Credit Limit"
000379             To Error-Message
000379     End-If
000379     .
000379 Load-House-Balance.
000379     Move Zeros To House-Balance
000379     Move Space To House-Ledger-Done-Flag
000379     Open Input House-Ledger-File
000379     If House-Ledger-Status Not = "00"
000379        Set House-Ledger-Done To True
000379     End-If
000379     Perform Add-House-Ledger-Row Until House-Ledger-Done
000379     If House-Ledger-Status = "00" Or House-Ledger-Status = "10"
000379        Close House-Ledger-File
000379     End-If
000379     .
000379 Add-House-Ledger-Row.
000379     Read House-Ledger-File
000379          At End Set House-Ledger-Done To True
000379          Not At End
000379             If Hse-Customer = Trans-Customer
000379                If Hse-Charge
000379                   Add Hse-Amount To House-Balance
000379                Else
000379                   Subtract Hse-Amount From House-Balance
000379                End-If
000379             End-If
000379     End-Read
000379     .
000379 Validate-Pickup-Date.
000379* A Big Piece Paid For Now And Collected Later Is Tracked By
000379* Its Tag, With The Customer To Chase If It Is Left Behind
000379     Move Pickup-Date-Entry To Flip-MMDDYYYY
000379     Perform Flip-Date
000379     Move Flip-YYYYMMDD To Pickup-Check-Date
000379     Evaluate True
000379        When Item-Number Of Trans-Record = Spaces
000379             Or Gift-Cert-Transaction
000379             Set Validation-Error To True
000379             Move "1016" To Cursor-Position
000379             Move "Pickup Needs A Tagged Item Number"
000379                  To Error-Message
000379        When Transaction-Class Not = Space
000379             Set Validation-Error To True
000379             Move "1517" To Cursor-Position
000379             Move "Pickup Date Is Only For A Sale"
000379                  To Error-Message
000379        When Trans-Customer = Spaces
000379             Set Validation-Error To True
000379             Move "1116" To Cursor-Position
000379             Move "Customer Number Required For Pickup"
000379                  To Error-Message
000379        When Not Pickup-Success
000379             Set Validation-Error To True
000379             Move "1517" To Cursor-Position
000379             Move "Pickup File Not Available" To Error-Message
000379        When Flip-MM < 1 Or Flip-MM > 12
000379             Or Flip-DD < 1 Or Flip-DD > 31
000379             Set Validation-Error To True
000379             Move "1517" To Cursor-Position
000379             Move "Pickup Date Must Be A Valid Date"
000379                  To Error-Message
000379        When Other
000379             Move Transaction-Date To Flip-MMDDYYYY
000379             Perform Flip-Date
000379             If Pickup-Check-Date < Flip-YYYYMMDD
000379                Set Validation-Error To True
000379                Move "1517" To Cursor-Position
000379                Move "Pickup Date Is Before The Sale"
000379                     To Error-Message
000379             End-If
000379     End-Evaluate
000379     .
000379 Validate-Resale-Cert.
000379* Tax-Exempt Sales Must Carry An Unexpired Resale Certificate
000408        Close Category-File
000409     End-If
000410     .
000410 Check-Lot-On-Hand.
000410* A Lot Sells Down Piece By Piece; The Register Cannot Ring
000410* More Than The Lot Still Holds
000410     Move 1 To Lot-Units
000410     If Transaction-Qty > Zeros
000410        Move Transaction-Qty To Lot-Units
000410     End-If
000410     If Item-Lot-Success
000410        Move Item-Number Of Item-Record To Lot-Item-Number
000410        Read Item-Lot-File
000410             Invalid Key
000410                Move Zeros To Lot-Qty-On-Hand
000410        End-Read
000410        If Lot-Units > Lot-Qty-On-Hand
000410           Set Validation-Error To True
000410           Move "0816" To Cursor-Position
000410           Move Lot-Qty-On-Hand To Lot-Short-Qty
000410           Move Lot-Short-Message To Error-Message
000410        End-If
000410     End-If
000410     .
000410 Post-Item-Lot.
000410* A Sale Takes The Quantity Off The Lot; A Void Or A Return
000410* Puts It Back.  A Single-Piece Item Has No Lot Row
000410     Move 1 To Lot-Units
000410     If Transaction-Qty > Zeros
000410        Move Transaction-Qty To Lot-Units
000410     End-If
000410     Move Item-Number Of Trans-Record To Lot-Item-Number
000410     Read Item-Lot-File
000410          Invalid Key
000410             Continue
000410          Not Invalid Key
000410             Evaluate True
000410                When Void-Transaction
000410                     Add Lot-Units To Lot-Qty-On-Hand
000410                     If Lot-Qty-Sold > Lot-Units
000410                        Subtract Lot-Units From Lot-Qty-Sold
000410                     Else
000410                        Move Zeros To Lot-Qty-Sold
000410                     End-If
000410                When Return-Transaction
000410                     Add Lot-Units To Lot-Qty-On-Hand
000410                                      Lot-Qty-Returned
000410                When Other
000410                     If Lot-Qty-On-Hand > Lot-Units
000410                        Subtract Lot-Units From Lot-Qty-On-Hand
000410                     Else
000410                        Move Zeros To Lot-Qty-On-Hand
000410                     End-If
000410                     Add Lot-Units To Lot-Qty-Sold
000410             End-Evaluate
000410             Move Transaction-Date To Lot-Last-Date
000410             Perform Write-Lot-Journal
000410             Rewrite Item-Lot-Record
000410     End-Read
000410     .
000410 Write-Lot-Journal.
000410* Write-Ahead Journal: The Lot Count Lands Here Before The
000410* Rewrite So A Restore Replays The Day's Sales Forward
000410     Move Spaces To Journal-Record
000410     Move "ITEMLOT" To Jrn-File-Id
000410     Move "R" To Jrn-Action
000410     Move Lot-Item-Number To Jrn-Key
000410     Move Item-Lot-Record To Jrn-Image
000410     Accept Journal-Stamp-Date From Date
000410     Accept Journal-Stamp-Time From Time
000410     Move 20 To Jrn-Date (1:2)
000410     Move Journal-Stamp-Date To Jrn-Date (3:6)
000410     Move Journal-Stamp-Time (1:6) To Jrn-Time
000410     Move Journal-Program-Id To Jrn-Program
000410     Write Journal-Record
000410     .
000411 Write-Record.
000411     Perform Apply-Trade-Discount
000411     Perform Apply-Event-Discount
000411     Perform Apply-Tax-Rule
000411     Accept Entry-Time-Work From Time
000411     Move Entry-Time-Work (1:6) To Trans-Time
000412     Move Current-Operator To Trans-Operator
000412     Move Term-Id To Trans-Terminal
000411     Move Current-Ticket-Number To Ticket-Number
000411     Set Ticket-Detail To True
000412     Move Next-Receipt-Number To Receipt-Number
000416        Compute Ticket-Total-Amount = Ticket-Total-Amount +
000416                (Transaction-Price * Transaction-Qty)
000416        Add Receipt-Tax-Amount To Ticket-Tax-Total
000416        Compute House-Line-Amount =
000416                (Transaction-Price * Transaction-Qty) +
000416                Receipt-Tax-Amount
000416        If Void-Transaction Or Return-Transaction
000416           Compute House-Line-Amount = House-Line-Amount * -1
000416        End-If
000416        Add House-Line-Amount To House-Ticket-Amount
000416        If Pickup-Date-Entry Not = Zeros
000416           Perform Write-Pickup-Record
000416        End-If
000416        If Void-Transaction And Pickup-Success
000416           And Item-Number Of Trans-Record Not = Spaces
000416           Perform Cancel-Pickup
000416        End-If
000416        If Trade-Discount-Taken
000416           Perform Write-Trade-Discount-Log
000416        End-If
000416        If Override-Approved
000416           Perform Write-Override-Log
000416        End-If
000416        If Item-Lot-Success
000416           And Item-Number Of Trans-Record Not = Spaces
000416           And Not Gift-Cert-Transaction
000416           Perform Post-Item-Lot
000416        End-If
000416        Move Trans-Customer To Save-Ticket-Customer
000416        Move Tender-Type To Save-Ticket-Tender
000416        Move Transaction-Date To Save-Ticket-Date
000424* One Receipt Per Ticket: The Header Prints With The First
000424* Item, Each Item Adds Its Line, And The Tax And Total Print
000424* When The Ticket Ends
000424     Compute Receipt-Tax-Amount Rounded =
000424             Transaction-Price * Transaction-Qty * Line-Tax-Rate
000424     If Ticket-Item-Count = Zeros
000424        Move Receipt-Name-Line To Receipt-Line-Text
000424        Perform Write-Receipt-Line
000424        Move Next-Receipt-Number To Receipt-Edit-Number
000424        Move Term-Id To Receipt-Edit-Terminal
000424        Move Receipt-Number-Line To Receipt-Line-Text
000424        Perform Write-Receipt-Line
000424        Move Transaction-Date To Receipt-Edit-Date
000424     Perform Write-Receipt-Line
000424     Move Transaction-Qty To Receipt-Edit-Qty
000424     Move Transaction-Price To Receipt-Edit-Price
000424     If Exempt-Cert Not = Spaces
000424        Or Tax-Exempt-Reason Not = Spaces
000424        Move "Non-Tax" To Receipt-Edit-Taxable
000424     Else
000424        Move Spaces To Receipt-Edit-Taxable
000424     End-If
000424     Move Receipt-Price-Line To Receipt-Line-Text
000424     Perform Write-Receipt-Line
000424     .
000424     Accept Entry-Time-Work From Time
000424     Move Entry-Time-Work (1:6) To Trans-Time
000424     Move Current-Operator To Trans-Operator
000424     Move Term-Id To Trans-Terminal
000424     Move Current-Ticket-Number To Ticket-Number
000424     Set Ticket-Header To True
000424     Write Trans-Record
000424     Move Receipt-Total-Amount To Receipt-Edit-Total
000424     Move Receipt-Total-Line To Receipt-Line-Text
000424     Perform Write-Receipt-Line
000424     If Save-Ticket-Tender = "H"
000424        Perform Post-House-Charge
000424     End-If
000424     Move Receipt-Thanks-Line To Receipt-Line-Text
000424     Perform Write-Receipt-Line
000424     Add 1 To Next-Receipt-Number
000424                   Ticket-Tax-Total
000424     Move Spaces To Save-Ticket-Customer
000424     Move Space To Save-Ticket-Tender
000424     Move Spaces To Check-Account
000424     Move Spaces To Restricted-Checked-Customer
000424     Move Zeros To House-Ticket-Amount
000424     Initialize Trans-Record
000424     .
000458 Post-House-Charge.
000458* The Ticket Total With Tax Goes On The Customer's House
000458* Account; A Ticket That Nets To A Refund Posts A Credit
000458     Move Spaces To House-Ledger-Record
000458     Move Save-Ticket-Customer To Hse-Customer
000458     Move Save-Ticket-Date To Hse-Date
000458     If House-Ticket-Amount < Zero
000458        Set Hse-Credit To True
000458        Compute Hse-Amount = House-Ticket-Amount * -1
000458     Else
000458        Set Hse-Charge To True
000458        Move House-Ticket-Amount To Hse-Amount
000458     End-If
000458     Move Next-Receipt-Number To Hse-Reference
000458     Move Current-Operator To Hse-Operator
000458     Move Term-Id To Hse-Terminal
000458     If House-Ticket-Amount Not = Zero
000458        Open Extend House-Ledger-File
000458        Write House-Ledger-Record
000458        Close House-Ledger-File
000458     End-If
000458     Move Save-Ticket-Customer To Receipt-Edit-House
000458     Move Receipt-House-Line To Receipt-Line-Text
000458     Perform Write-Receipt-Line
000458     .
000458 Write-Receipt-Line.
000459     Move Next-Receipt-Number To Receipt-Line-Number
000460     Write Receipt-Line-Record
000461     Move Spaces To Receipt-Line-Text
000462     .
000463 Write-Pickup-Record.
000463* The Piece Stays On The Floor Under A SOLD Sign; The Receipt
000463* Carries The Promised Date
000463     Move Spaces To Pickup-Record
000463     Move Item-Number Of Trans-Record To Pickup-Item
000463     Move Transaction-Dealer To Pickup-Dealer
000463     Move Trans-Customer To Pickup-Customer
000463     Move Receipt-Number To Pickup-Receipt
000463     Move Transaction-Date To Pickup-Sale-Date
000463     Move Pickup-Date-Entry To Pickup-Promised-Date
000463     Set Pickup-Waiting To True
000463     Move Zeros To Pickup-Collected-Date Pickup-Collected-Time
000463                   Pickup-Notice-Date Pickup-Abandon-Date
000463     Move Current-Operator To Pickup-Entered-By
000463* A Piece Sold Before, Abandoned And Resold Reuses Its Tag
000463     Write Pickup-Record
000463        Invalid Key
000463           Rewrite Pickup-Record
000463     End-Write
000463     Move Pickup-Date-Entry To Receipt-Edit-Pickup
000463     Move Receipt-Pickup-Line To Receipt-Line-Text
000463     Perform Write-Receipt-Line
000463     Move Zeros To Pickup-Date-Entry
000463     .
000463 Cancel-Pickup.
000463* Voiding The Sale Takes The Piece Off The Pickup List
000463     Move Item-Number Of Trans-Record To Pickup-Item
000463     Read Pickup-File
000463          Invalid Key
000463             Continue
000463          Not Invalid Key
000463             If Pickup-Waiting
000463                Delete Pickup-File
000463             End-If
000463     End-Read
000463     .
000463 Write-Trade-Discount-Log.
000463* Every Discounted Line Is Logged For The Monthly Trade
000463* Discount Report; A Void Logs The Discount Back Out
000463     Open Extend Trade-Log-File
000463     Move Spaces To Trade-Discount-Log-Record
000463     Move Transaction-Date To Disc-Date
000463     Move Trans-Customer To Disc-Customer
000463     Move Discount-Class To Disc-Class
000463     Move Trade-Percent To Disc-Percent
000463     Move Receipt-Number To Disc-Receipt
000463     Move Item-Number Of Trans-Record To Disc-Item
000463     Move Transaction-Dealer To Disc-Dealer
000463     Move Transaction-Qty To Disc-Qty
000463     Compute Disc-Gross-Amount =
000463             Trade-Gross-Price * Transaction-Qty
000463     Compute Disc-Net-Amount =
000463             Transaction-Price * Transaction-Qty
000463     Compute Disc-Amount = Disc-Gross-Amount - Disc-Net-Amount
000463     If Void-Transaction
000463        Compute Disc-Gross-Amount = Zero - Disc-Gross-Amount
000463        Compute Disc-Net-Amount = Zero - Disc-Net-Amount
000463        Compute Disc-Amount = Zero - Disc-Amount
000463     End-If
000463     Move Current-Operator To Disc-Operator
000463     Write Trade-Discount-Log-Record
000463     Close Trade-Log-File
000463     Move Space To Trade-Discount-Flag
000463     .
000463 Write-Override-Log.
000462     Open Extend Override-Log-File
000462     Move Spaces To Override-Log-Record
000555     End-Accept
000556     If WS-Env-Override Not = Spaces
000557        Move WS-Env-Override To WS-Receipt-Control-File
000558     End-If
000558     Set Term-Start-Up To True
000558     Call "Chapt23v" Using Terminal-Identity-Area
000558     If Term-Range-Conflict
000558        Display "Terminal " Term-Id " Shares Its Number Range "
000558                "With Another Terminal In Terminal.TXT"
000558        Stop Run
000558     End-If
000558* Each Register Carries Its Own Receipt And Ticket Number
000558* Range And Control Files, So Two Terminals Never Assign
000558* The Same Number Or Clobber Each Other At Close
000558     If Term-Range > Zero
000558        Move Term-Range To Register-Number
000558     End-If
000558     If WS-Receipt-File = "Receipt.TXT"
000558        Move "Receipt1.TXT" To WS-Receipt-File
