000034* Item Records With The Consigning Dealer's Name And Address,
000035* Logs The Transmission, And Reruns For Any Past Date The Way
000036* The Chapt25e Spool Reprints Do - No More Retyping Into The
000037* Police Web Form On Busy Days.  Items Bought Outright From
000037* The Public Report The Seller, Identification And Price Paid
000037* From The Chapt18y Buy Ticket Instead Of The House Dealer
000043 Environment Division.
000050 Configuration Section.
000055 Source-Computer.  IBM-PC.
000078     Select Optional Transmit-Log-File Assign To "PolicLog.TXT"
000079         Organization Is Line Sequential
000080         File Status  Is Transmit-Log-Status.
000080     Select Optional Buy-Ticket-File Assign To "BuyTkt.TXT"
000080         Organization Is Line Sequential
000080         File Status  Is Buy-Ticket-Status.
000081     Select Optional Current-Operator-File Assign To
000082                     "CurrOper.TXT"
000083         Organization Is Line Sequential
000092     03  Item-Tag-Price      Pic 9(5)v99.
000093     03  Item-Date-Consigned Pic 9(8).
000094     03  Item-Status-Code    Pic X.
000095     03  Item-Ownership      Pic X.
000095     03  Item-Acquisition-Cost Pic 9(5)v99.
000095     03  Filler              Pic X(2).
000096     03  Item-Category       Pic X(4).
000097     03  Filler              Pic X(26).
000098 Fd  Dealer-File.
000122     03  Pd-City             Pic X(40).
000123     03  Pd-State            Pic X(20).
000124     03  Pd-Postal           Pic X(15).
000124     03  Pd-Id-Type          Pic X(4).
000124     03  Pd-Id-Number        Pic X(20).
000124     03  Pd-Price-Paid       Pic 9(5)v99.
000124     03  Pd-Ticket-Number    Pic 9(6).
000124     03  Pd-Acquire-Type     Pic X.
000124         88  Pd-Consigned    Value "C".
000124         88  Pd-Bought       Value "B".
000125 Fd  Transmit-Log-File.
000126 01  Transmit-Log-Record.
000127     03  Log-Run-Date        Pic 9(8).
000133     03  Log-Operator        Pic X(4).
000134     03  Filler              Pic X.
000135     03  Log-Item-Count      Pic 9(5).
000135 Fd  Buy-Ticket-File.
000135 Copy "buytkt.cpy".
000136 Fd  Current-Operator-File.
000137 01  Current-Operator-Record.
000138     03  Curr-Oper-Id        Pic X(4).
000145     88  Dealer-Success     Value "00" Thru "09".
000146 01  Police-Export-Status   Pic XX Value Spaces.
000147 01  Transmit-Log-Status    Pic XX Value Spaces.
000147 01  Buy-Ticket-Status      Pic XX Value Spaces.
000147 01  Buy-Done-Flag          Pic X Value Spaces.
000147     88  Buy-Done           Value "Y".
000147* The Seller Of Each Item Bought On The Report Date
000147 01  Bought-Count           Pic 9(3) Value Zeros.
000147 01  Bought-Max             Pic 9(3) Value 300.
000147 01  Bought-Seller.
000147     03  Bought-Seller-Name  Pic X(30).
000147     03  Bought-Seller-Address Pic X(50).
000147     03  Bought-Seller-City  Pic X(40).
000147     03  Bought-Seller-State Pic X(20).
000147     03  Bought-Seller-Postal Pic X(15).
000147     03  Bought-Seller-Id-Type Pic X(4).
000147     03  Bought-Seller-Id-Number Pic X(20).
000147 01  Bought-Table-Area.
000147     03  Bought-Entry Occurs 300 Times Indexed By Bought-Index.
000147         05  Bought-Item         Pic X(12).
000147         05  Bought-Ticket       Pic 9(6).
000147         05  Bought-Price-Paid   Pic 9(5)v99.
000147         05  Bought-Seller-Data  Pic X(179).
000148 01  Current-Operator-Status Pic XX Value Spaces.
000149 01  Current-Operator       Pic X(4) Value Spaces.
000150 01  Done-Flag              Pic X Value Spaces.
000183        Display "Unable To Open Item File, Status " Item-Status
000184        Stop Run
000185     End-If
000186     Perform Load-Bought-Items
000186     Open Input Dealer-File
000187     Open Output Police-Export-File
000188     Perform Export-One-Item Until All-Done
000212     Move Item-Number To Pd-Item-Number
000213     Move Item-Description To Pd-Description
000214     Move Item-Category To Pd-Category
000215     Set Bought-Index To 1
000215     Search Bought-Entry
000215          At End
000215             Set Pd-Consigned To True
000215             Perform Fill-Consignor-Detail
000215          When Bought-Index > Bought-Count
000215             Set Pd-Consigned To True
000215             Perform Fill-Consignor-Detail
000215          When Bought-Item (Bought-Index) = Item-Number
000215             Set Pd-Bought To True
000215             Perform Fill-Seller-Detail
000215     End-Search
000216     Write Police-Export-Record
000217     Add 1 To Items-Exported
000218     .
000234             Move Postal-Code To Pd-Postal
000235     End-Read
000236     .
000236 Fill-Seller-Detail.
000236     Move Bought-Seller-Data (Bought-Index) To Bought-Seller
000236     Move Bought-Seller-Name To Pd-Consignor-Name
000236     Move Bought-Seller-Address To Pd-Address
000236     Move Bought-Seller-City To Pd-City
000236     Move Bought-Seller-State To Pd-State
000236     Move Bought-Seller-Postal To Pd-Postal
000236     Move Bought-Seller-Id-Type To Pd-Id-Type
000236     Move Bought-Seller-Id-Number To Pd-Id-Number
000236     Move Bought-Price-Paid (Bought-Index) To Pd-Price-Paid
000236     Move Bought-Ticket (Bought-Index) To Pd-Ticket-Number
000236     .
000236 Load-Bought-Items.
000236     Open Input Buy-Ticket-File
000236     If Buy-Ticket-Status = "00"
000236        Perform Load-One-Buy-Record Until Buy-Done
000236        Close Buy-Ticket-File
000236     End-If
000236     .
000236 Load-One-Buy-Record.
000236     Read Buy-Ticket-File
000236          At End Set Buy-Done To True
000236          Not At End
000236             If Buy-Date = Report-Date
000236                Evaluate True
000236                   When Buy-Header
000236                      Perform Save-Buy-Seller
000236                   When Buy-Detail And Bought-Count < Bought-Max
000236                      Add 1 To Bought-Count
000236                      Move Buy-Item-Number To
000236                           Bought-Item (Bought-Count)
000236                      Move Buy-Ticket-Number To
000236                           Bought-Ticket (Bought-Count)
000236                      Move Buy-Price-Paid To
000236                           Bought-Price-Paid (Bought-Count)
000236                      Move Bought-Seller To
000236                           Bought-Seller-Data (Bought-Count)
000236                   When Other
000236                      Continue
000236                End-Evaluate
000236             End-If
000236     End-Read
000236     .
000236 Save-Buy-Seller.
000236     Move Spaces To Bought-Seller
000236     String Seller-First-Name Delimited By Space
000236            " "               Delimited By Size
000236            Seller-Last-Name  Delimited By Space
000236            Into Bought-Seller-Name
000236     End-String
000236     Move Seller-Address To Bought-Seller-Address
000236     Move Seller-City To Bought-Seller-City
000236     Move Seller-State To Bought-Seller-State
000236     Move Seller-Postal To Bought-Seller-Postal
000236     Move Seller-Id-Type To Bought-Seller-Id-Type
000236     Move Seller-Id-Number To Bought-Seller-Id-Number
000236     .
000237 Log-The-Transmission.
000238     Open Extend Transmit-Log-File
000239     Accept Work-Time From Time
