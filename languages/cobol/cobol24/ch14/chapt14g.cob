000068         Alternate Record Key Item-Dealer-Number Of Item-Record
000069             With Duplicates
000070         File Status Item-Status.
000070     Select Optional Item-Lot-File Assign To "ItemLot.Dat"
000070         Organization Indexed
000070         Access Random
000070         Record Key Lot-Item-Number
000070         File Status Item-Lot-Status.
000071     Select Markdown-History-File Assign To "MarkHist.TXT"
000072         Organization Is Line Sequential
000073         File Status  Is Markdown-History-Status.
000093         88  Markdown-Level-1  Value "1".
000094         88  Markdown-Level-2  Value "2".
000095     03  Item-Original-Price         Pic 9(5)v99.
000095     03  Filler                      Pic X.
000095     03  Item-Lot-Flag               Pic X.
000095         88  Item-Is-Lot     Value "Y".
000096     03  Item-Category               Pic X(4).
000096     03  Filler                      Pic X(26).
000097 Fd  Markdown-History-File.
000107     03  Mark-Hist-New-Price     Pic 9(5)v99.
000108     03  Filler                  Pic X.
000109     03  Mark-Hist-Level         Pic X.
000109     03  Filler                  Pic X.
000109     03  Mark-Hist-Qty           Pic 9(5).
000109 Fd  Item-Lot-File.
000109 Copy "itemlot.cpy".
000110 Working-Storage Section.
000111 01  WS-Item-File            Pic X(40) Value "Item.Dat".
000112 01  WS-Env-Override         Pic X(40) Value Spaces.
000113 01  Item-Status             Pic XX Value Spaces.
000114     88  Item-Success        Value "00" Thru "09".
000115 01  Markdown-History-Status Pic XX Value Spaces.
000115 01  Item-Lot-Status         Pic XX Value Spaces.
000115     88  Item-Lot-Success    Value "00" Thru "09".
000115 01  Markdown-Quantity       Pic 9(5) Value Zeros.
000115 01  Markdown-Dollars        Pic 9(7)v99 Value Zeros.
000115 01  Total-Markdown-Dollars  Pic 9(8)v99 Value Zeros.
000116 01  Done-Flag               Pic X Value Spaces.
000117     88  All-Done            Value "Y".
000118 01  Items-Read              Pic 9(5) Value Zeros.
000228     03  Filler              Pic X(2)  Value Spaces.
000229     03  Detail-Item         Pic X(12).
000230     03  Filler              Pic X     Value Spaces.
000230     03  Detail-Description  Pic X(22).
000232     03  Filler              Pic X     Value Spaces.
000233     03  Detail-Old-Price    Pic ZZ,ZZZ.99.
000234     03  Filler              Pic X(4)  Value " -> ".
000235     03  Detail-New-Price    Pic ZZ,ZZZ.99.
000236     03  Filler              Pic X(3)  Value Spaces.
000237     03  Detail-Level        Pic X.
000237     03  Filler              Pic X     Value Spaces.
000237     03  Detail-Qty          Pic ZZZZ9.
000237     03  Filler              Pic X     Value Spaces.
000237     03  Detail-Markdown     Pic ZZ,ZZZ.99.
000237 01  Total-Line.
000237     03  Filler              Pic X(30)
000237         Value "Total Markdown Dollars:".
000237     03  Total-Markdown-Out  Pic ZZ,ZZZ,ZZZ.99.
000063 01  Spool-Catalog-Name    Pic X(8) Value "CHAPT14G".
000063 01  Spool-Catalog-File    Pic X(12) Value "RPT14G.SPL".
000290 Procedure Division.
000303        Stop Run
000304     End-If
000305     Open Extend Markdown-History-File
000305     Open Input Item-Lot-File
000306     Open Output Report-File
000307     Perform Start-At-First-Dealer
000308     Perform Process-Items Until All-Done
000308     If Line-Count >= Max-Lines
000308        Perform Heading-Routine
000308     End-If
000308     Move Total-Markdown-Dollars To Total-Markdown-Out
000308     Write Report-Record From Total-Line After 2
000309     Close Item-File
000310           Markdown-History-File
000311           Report-File
000311     If Item-Lot-Success
000311        Close Item-Lot-File
000311     End-If
000063     Call "Chapt25d" Using Spool-Catalog-Name
000063          Spool-Catalog-File Page-Count
000312     Move Items-Read To Edit-Count
000313     Display "Items Examined    " Edit-Count
000314     Move Items-Marked-Down To Edit-Count
000315     Display "Items Marked Down " Edit-Count
000315     Display "Markdown Dollars  " Total-Markdown-Dollars
000316     Stop Run
000317     .
000318 Start-At-First-Dealer.
000371                Item-Original-Price * 0.80
000372     End-If
000373     Move Scheduled-Level To Item-Markdown-Level
000373     Perform Get-Markdown-Quantity
000373     Compute Markdown-Dollars =
000373             (Old-Price - Item-Tag-Price) * Markdown-Quantity
000374     Rewrite Item-Record
000375        Invalid Key
000376           Display "Rewrite Error On Item " Item-Number
000377                   Of Item-Record " Status " Item-Status
000378        Not Invalid Key
000379           Add 1 To Items-Marked-Down
000379           Add Markdown-Dollars To Total-Markdown-Dollars
000380           Perform Write-Markdown-History
000381           Perform Print-Worklist-Line
000382     End-Rewrite
000383     .
000383 Get-Markdown-Quantity.
000383* The Markdown On A Lot Is Taken On Every Piece Still On Hand
000383     Move 1 To Markdown-Quantity
000383     If Item-Is-Lot And Item-Lot-Success
000383        Move Item-Number Of Item-Record To Lot-Item-Number
000383        Read Item-Lot-File
000383             Not Invalid Key
000383                Move Lot-Qty-On-Hand To Markdown-Quantity
000383        End-Read
000383     End-If
000383     .
000384 Write-Markdown-History.
000385     Move Spaces To Markdown-History-Record
000386     Move Today-MMDDYYYY-N To Mark-Hist-Date
000389     Move Old-Price To Mark-Hist-Old-Price
000390     Move Item-Tag-Price To Mark-Hist-New-Price
000391     Move Scheduled-Level To Mark-Hist-Level
000391     Move Markdown-Quantity To Mark-Hist-Qty
000392     Write Markdown-History-Record
000393     .
000394 Print-Worklist-Line.
000406     Move Old-Price To Detail-Old-Price
000407     Move Item-Tag-Price To Detail-New-Price
000408     Move Scheduled-Level To Detail-Level
000408     Move Markdown-Quantity To Detail-Qty
000408     Move Markdown-Dollars To Detail-Markdown
000409     Write Report-Record From Detail-Line After 1
000410     Add 1 To Line-Count
000411     .
