000068         Alternate Record Key Item-Dealer-Number Of Item-Record
000069             With Duplicates
000070         File Status Item-Status.
000070     Select Optional Item-Lot-File Assign To "ItemLot.Dat"
000070         Organization Indexed
000070         Access Random
000070         Record Key Lot-Item-Number
000070         File Status Item-Lot-Status.
000071     Select Optional Count-File Assign To WS-Count-File
000072         Organization Is Line Sequential
000073         File Status  Is Count-File-Status.
000089         88  Item-Sold       Value "S".
000090         88  Item-On-Layaway Value "L".
000090         88  Item-Returned   Value "R".
000090     03  Filler                      Pic X(9).
000090     03  Item-Lot-Flag               Pic X.
000090         88  Item-Is-Lot     Value "Y".
000141     03  Item-Category               Pic X(4).
000141     03  Filler                      Pic X(14).
000141     03  Item-Location               Pic X(4).
000094     03  Count-Date          Pic 9(8).
000095     03  Filler              Pic X.
000096     03  Count-Item-Number   Pic X(12).
000096     03  Filler              Pic X.
000096     03  Count-Quantity      Pic X(5).
000096     03  Count-Quantity-N    Redefines Count-Quantity Pic 9(5).
000096 Fd  Item-Lot-File.
000096 Copy "itemlot.cpy".
000110 Working-Storage Section.
000111 01  WS-Item-File            Pic X(40) Value "Item.Dat".
000112 01  WS-Count-File           Pic X(40) Value "Count.TXT".
000113 01  WS-Env-Override         Pic X(40) Value Spaces.
000114 01  Item-Status             Pic XX Value Spaces.
000115     88  Item-Success        Value "00" Thru "09".
000115 01  Item-Lot-Status         Pic XX Value Spaces.
000115     88  Item-Lot-Success    Value "00" Thru "09".
000116 01  Count-File-Status       Pic XX Value Spaces.
000117     88  Count-File-Success  Value "00" Thru "09".
000118 01  Count-Done-Flag         Pic X Value Spaces.
000125             Depending On Counted-Items
000126             Indexed By Counted-Index.
000127         05  Counted-Item-Number Pic X(12).
000127         05  Counted-Quantity    Pic 9(5).
000127 01  Row-Quantity            Pic 9(5) Value Zeros.
000127 01  Expected-Quantity       Pic 9(5) Value Zeros.
000127 01  Counted-Quantity-Work   Pic 9(5) Value Zeros.
000127 01  Short-Quantity          Pic 9(5) Value Zeros.
000127 01  Short-Value             Pic S9(8)v99 Value Zeros.
000128 01  Suspect-Count           Pic 9(5) Value Zeros.
000128 01  Location-Count          Pic 9(2) Value Zeros.
000128 01  Location-Table-Area.
000233     03  Detail-Location     Pic X(4).
000233     03  Filler              Pic X     Value Spaces.
000234     03  Detail-Price        Pic ZZ,ZZZ.99.
000234     03  Filler              Pic X(2)  Value Spaces.
000234     03  Detail-Qty          Pic ZZZZ9.
000234     03  Filler              Pic X(2)  Value Spaces.
000234     03  Detail-Extended     Pic ZZZ,ZZZ.99.
000235 01  Group-Total-Line.
000236     03  Filler              Pic X(2)  Value Spaces.
000237     03  Filler              Pic X(18)
000237         Value "Suspect Pieces:".
000239     03  Group-Total-Count   Pic ZZ,ZZ9.
000240     03  Filler              Pic X(13)
000241         Value "  Tag Value:".
000299        Display "Unable To Open Item File, Status " Item-Status
000300        Stop Run
000301     End-If
000301     Open Input Item-Lot-File
000302     Open Output Report-File
000303     Move "Section 1 - Shrinkage Suspects (On File, Not Counted)"
000304          To Section-Line
000317     Perform Report-By-Location
000318     Close Item-File
000319           Report-File
000319     If Item-Lot-Success
000319        Close Item-Lot-File
000319     End-If
000063     Call "Chapt25d" Using Spool-Catalog-Name
000063          Spool-Catalog-File Page-Count
000320     Display "Shrinkage Suspects " Suspect-Count
000328           Read Count-File
000329                At End Set Count-Done To True
000330                Not At End
000330                   Perform Post-Count-Row
000338           End-Read
000339        End-Perform
000340        Close Count-File
000343                Count-File-Status
000344     End-If
000345     .
000345 Post-Count-Row.
000345* Each Scan Line Is One Piece Unless A Quantity Is Keyed; A
000345* Lot Counted Across Several Lines Adds Up Under One Entry
000345     Move 1 To Row-Quantity
000345     If Count-Quantity Not = Spaces And Count-Quantity-N Numeric
000345        Move Count-Quantity-N To Row-Quantity
000345     End-If
000345     Set Counted-Index To 1
000345     Search Counted-Entry
000345          At End
000345             If Counted-Items < 5000
000345                Add 1 To Counted-Items
000345                Move Count-Item-Number To
000345                     Counted-Item-Number (Counted-Items)
000345                Move Row-Quantity To
000345                     Counted-Quantity (Counted-Items)
000345             Else
000345                Display "Count Table Full, Record Skipped"
000345             End-If
000345          When Counted-Item-Number (Counted-Index) =
000345               Count-Item-Number
000345             Add Row-Quantity To Counted-Quantity (Counted-Index)
000345     End-Search
000345     .
000346 Start-At-First-Dealer.
000347     Move Low-Values To Item-Dealer-Number Of Item-Record
000348     Start Item-File Key Not Less Than
000361     End-Read
000362     .
000363 Match-Item-To-Count.
000363     Perform Get-Expected-Quantity
000363     Move Zeros To Counted-Quantity-Work
000364     Set Counted-Index To 1
000365     Search Counted-Entry
000366          At End
000370             Continue
000368          When Counted-Item-Number (Counted-Index) =
000369               Item-Number Of Item-Record
000369             Move Counted-Quantity (Counted-Index) To
000369                  Counted-Quantity-Work
000371     End-Search
000371     If Counted-Quantity-Work < Expected-Quantity
000371        Compute Short-Quantity =
000371                Expected-Quantity - Counted-Quantity-Work
000371        Perform Report-Suspect
000371     End-If
000372     .
000372 Get-Expected-Quantity.
000372* A Single Piece Should Count Once; A Lot Should Count To
000372* Whatever The Registers Have Left On Hand
000372     Move 1 To Expected-Quantity
000372     If Item-Is-Lot
000372        Move Zeros To Expected-Quantity
000372        If Item-Lot-Success
000372           Move Item-Number Of Item-Record To Lot-Item-Number
000372           Read Item-Lot-File
000372                Not Invalid Key
000372                   Move Lot-Qty-On-Hand To Expected-Quantity
000372           End-Read
000372        End-If
000372     End-If
000372     .
000373 Report-Suspect.
000374     Add 1 To Suspect-Count
000384        Move Zeros To Dealer-Suspect-Count
000385                      Dealer-Suspect-Value
000385     End-If
000385     Compute Short-Value = Item-Tag-Price * Short-Quantity
000385     Add Short-Quantity To Dealer-Suspect-Count
000385     Add Short-Value To Dealer-Suspect-Value
000385                        Total-Suspect-Value
000388     Perform Tally-Suspect-Location
000389     Move Item-Number Of Item-Record To Detail-Item
000390     Move Item-Description To Detail-Description
000390     Move Item-Location To Detail-Location
000391     Move Item-Tag-Price To Detail-Price
000391     Move Short-Quantity To Detail-Qty
000391     Move Short-Value To Detail-Extended
000392     Perform Check-Page-Space
000393     Write Report-Record From Detail-Line After 1
000394     Add 1 To Line-Count
000409             Invalid Key
000410                Perform Print-Found-Stock-Line
000411             Not Invalid Key
000411                Perform Check-Over-Count
000413        End-Read
000414     End-Perform
000415     .
000415 Check-Over-Count.
000415* More Pieces Counted Than A Lot Holds Is Found Stock Too
000415     If Item-Available Or Item-On-Layaway
000415        Perform Get-Expected-Quantity
000415        If Counted-Quantity (Counted-Index) > Expected-Quantity
000415           Add 1 To Found-Stock-Count
000415           Move Item-Number Of Item-Record To Detail-Item
000415           Move "Counted Over On Hand" To Detail-Description
000415           Move Item-Location To Detail-Location
000415           Move Item-Tag-Price To Detail-Price
000415           Compute Short-Quantity =
000415                   Counted-Quantity (Counted-Index) -
000415                   Expected-Quantity
000415           Move Short-Quantity To Detail-Qty
000415           Compute Short-Value = Item-Tag-Price * Short-Quantity
000415           Move Short-Value To Detail-Extended
000415           Perform Check-Page-Space
000415           Write Report-Record From Detail-Line After 1
000415           Add 1 To Line-Count
000415        End-If
000415     End-If
000415     .
000416 Print-Found-Stock-Line.
000417     Add 1 To Found-Stock-Count
000419     Move Counted-Item-Number (Counted-Index) To Detail-Item
000420     Move "Not On Item File" To Detail-Description
000420     Move Spaces To Detail-Location
000420     Move Zeros To Detail-Price Detail-Extended
000420     Move Counted-Quantity (Counted-Index) To Detail-Qty
000422     Perform Check-Page-Space
000423     Write Report-Record From Detail-Line After 1
000424     Add 1 To Line-Count
000425                Add 1 To Location-Count
000425                Move Work-Location To
000425                     Table-Location (Location-Count)
000425                Move Short-Quantity To
000425                     Table-Loc-Count (Location-Count)
000425                Move Short-Value To
000425                     Table-Loc-Value (Location-Count)
000425             End-If
000425          When Table-Location (Location-Index) = Work-Location
000425             Add Short-Quantity To
000425                 Table-Loc-Count (Location-Index)
000425             Add Short-Value To
000425                 Table-Loc-Value (Location-Index)
000425     End-Search
000425     .
