000033* Dealer-Supplied Item List, Applies The Chapt14e Edits,
000034* Auto-Assigns Item Numbers, Writes Item.Dat, Rejects Bad
000035* Rows With Reason Codes And Prints The Signature-Ready
000036* Consignment Manifest, One Numbered Intake Receipt Per
000036* Dealer, Kept In IntkHist.TXT Under The Receipt Number
000043 Environment Division.
000050 Configuration Section.
000055 Source-Computer.  IBM-PC.
000082     Select Optional Tag-Print-File Assign To "TagPrint.TXT"
000082         Organization Is Line Sequential
000082         File Status  Is Tag-Print-Status.
000082     Select Optional Intake-History-File Assign To "IntkHist.TXT"
000082         Organization Is Line Sequential
000082         File Status  Is Intake-History-Status.
000082     Select Optional Intake-Control-File Assign To "IntkCtl.TXT"
000082         Organization Is Line Sequential
000082         File Status  Is Intake-Control-Status.
000082     Select Optional Current-Operator-File Assign To
000082                     "CurrOper.TXT"
000082         Organization Is Line Sequential
000082         File Status  Is Current-Operator-Status.
000082     Select Optional Item-Lot-File Assign To "ItemLot.Dat"
000082         Organization Indexed
000082         Access Random
000082         Record Key Lot-Item-Number
000082         File Status Item-Lot-Status.
000082     Select Load-Reject-File Assign To "ItemLoad.REJ"
000083         Organization Is Line Sequential
000084         File Status  Is Load-Reject-Status.
000097     03  Load-Price          Pic 9(5)v99.
000098     03  Filler              Pic X.
000099     03  Load-Term           Pic 9(3).
000099     03  Filler              Pic X.
000099     03  Load-Quantity       Pic X(5).
000099     03  Load-Quantity-N     Redefines Load-Quantity Pic 9(5).
000100 Fd  Item-File.
000101 01  Item-Record.
000102     03  Item-Number                 Pic X(12).
000109         88  Item-Sold       Value "S".
000110         88  Item-On-Layaway Value "L".
000111         88  Item-Returned   Value "R".
000111     03  Filler                      Pic X(9).
000111     03  Item-Lot-Flag               Pic X.
000111         88  Item-Is-Lot     Value "Y".
000113     03  Item-Category               Pic X(4).
000114     03  Item-Second-Dealer          Pic X(8).
000115     03  Item-Second-Percent         Pic 9(3).
000118 Fd  Dealer-File.
000119 01  Dealer-Record.
000120     03  Dealer-Number       Pic X(8).
000121     03  Dealer-Name.
000121         05  Last-Name       Pic X(25).
000121         05  First-Name      Pic X(15).
000121         05  Middle-Name     Pic X(10).
000121     03  Filler              Pic X(318).
000122     03  Filler              Pic X(100).
000123 Fd  Category-File.
000124 01  Category-Record.
000126     03  Tag-Dealer          Pic X(8).
000126     03  Filler              Pic X.
000126     03  Tag-Price           Pic 9(5).99.
000126     03  Filler              Pic X.
000126     03  Tag-Lot-Quantity    Pic Z(4)9.
000126     03  Filler              Pic X.
000126     03  Tag-Price-Basis     Pic X(4).
000127 Fd  Load-Reject-File.
000128 01  Load-Reject-Record.
000129     03  Reject-Reason       Pic X(4).
000130     03  Filler              Pic X.
000130     03  Reject-Load-Data    Pic X(72).
000130 Fd  Item-Lot-File.
000130 Copy "itemlot.cpy".
000131 Fd  Intake-History-File.
000131 Copy "intake.cpy".
000131 Fd  Intake-Control-File.
000131 01  Intake-Control-Record.
000131     03  Control-Next-Intake Pic 9(6).
000131 Fd  Current-Operator-File.
000131 01  Current-Operator-Record.
000131     03  Curr-Oper-Id        Pic X(4).
000131     03  Filler              Pic X.
000131     03  Curr-Oper-Level     Pic 9.
000132 Working-Storage Section.
000133 01  WS-Load-File           Pic X(40) Value "ItemLoad.TXT".
000134 01  WS-Item-File           Pic X(40) Value "Item.Dat".
000143 01  Category-Status        Pic XX Value Spaces.
000144 01  Load-Reject-Status     Pic XX Value Spaces.
000144 01  Tag-Print-Status       Pic XX Value Spaces.
000144 01  Item-Lot-Status        Pic XX Value Spaces.
000144     88  Item-Lot-Success   Value "00" Thru "09".
000144 01  Load-Units             Pic 9(5) Value Zeros.
000144 01  Intake-History-Status  Pic XX Value Spaces.
000144 01  Intake-Control-Status  Pic XX Value Spaces.
000144 01  Current-Operator-Status Pic XX Value Spaces.
000144 01  Current-Operator       Pic X(4) Value Spaces.
000144 01  Next-Intake-Number     Pic 9(6) Value Zeros.
000144 01  Intake-Item-Tally      Pic 9(5) Value Zeros.
000144 01  Intake-Value-Tally     Pic 9(7)v99 Value Zeros.
000144 01  Receipts-Printed       Pic 9(5) Value Zeros.
000145 01  Done-Flag              Pic X Value Spaces.
000146     88  All-Done           Value "Y".
000147 01  Category-Done-Flag     Pic X Value Spaces.
000174         05  Date-YY         Pic 99.
000175         05  Date-MM         Pic 99.
000176         05  Date-DD         Pic 99.
000176     03  Work-Time           Pic 9(8).
000177 01  Today-MMDDYYYY.
000178     03  Today-MM            Pic 99.
000179     03  Today-DD            Pic 99.
000222     03  Date-DD     Pic 99.
000223     03  Filler      Pic X     Value "/".
000224     03  Date-YY     Pic 99.
000225 01  Receipt-Title-Line.
000225     03  Filler              Pic X(30)
000225         Value "Consignment Intake Receipt".
000225     03  Filler              Pic X(12) Value "Receipt No:".
000225     03  Receipt-Title-Number Pic 9(6).
000225 01  Group-Line.
000226     03  Filler              Pic X(8)  Value "Dealer:".
000227     03  Group-Dealer        Pic X(8).
000227     03  Filler              Pic X     Value Spaces.
000227     03  Group-First-Name    Pic X(15).
000227     03  Filler              Pic X     Value Spaces.
000227     03  Group-Last-Name     Pic X(25).
000227 01  Column-Line.
000227     03  Filler              Pic X(16) Value "  Item Number".
000227     03  Filler              Pic X(5)  Value "Cat".
000227     03  Filler              Pic X(31) Value "Description".
000227     03  Filler              Pic X(10) Value " Tag Price".
000227     03  Filler              Pic X(6)  Value "  Term".
000227     03  Filler              Pic X(8)  Value "     Qty".
000227 01  Receipt-Total-Line.
000227     03  Filler              Pic X(18) Value "  Items Taken In:".
000227     03  Receipt-Total-Count Pic ZZ,ZZ9.
000227     03  Filler              Pic X(21)
000227         Value "     Total Tag Value:".
000227     03  Receipt-Total-Value Pic Z,ZZZ,ZZZ.99.
000227 01  Receipt-Agree-Line.
000227     03  Filler              Pic X(42)
000227         Value "  Received On Consignment Under The Dealer".
000227     03  Filler              Pic X(27)
000227         Value " Agreement, As Listed Above".
000228 01  Manifest-Line.
000229     03  Filler              Pic X(36) Value
000230         "  Consigned By Dealer (Signature):".
000231     03  Filler              Pic X(25)
000232         Value "_________________________".
000232     03  Filler              Pic X(8)  Value "  Date:".
000232     03  Filler              Pic X(10) Value "__________".
000232 01  Clerk-Sign-Line.
000232     03  Filler              Pic X(36) Value
000232         "  Received By Clerk (Signature):".
000232     03  Filler              Pic X(25)
000232         Value "_________________________".
000232     03  Filler              Pic X(9)  Value "  Clerk:".
000232     03  Clerk-Sign-Operator Pic X(4).
000233 01  Detail-Line.
000234     03  Filler              Pic X(2)  Value Spaces.
000235     03  Detail-Item         Pic X(12).
000239     03  Detail-Description  Pic X(30).
000240     03  Filler              Pic X     Value Spaces.
000241     03  Detail-Price        Pic ZZ,ZZZ.99.
000241     03  Filler              Pic X(3)  Value Spaces.
000241     03  Detail-Term         Pic ZZ9.
000241     03  Filler              Pic X(5)  Value Spaces.
000241     03  Detail-Qty          Pic ZZZZ9.
000242 01  Summary-Line.
000243     03  Filler              Pic X(14) Value "Rows Loaded:".
000244     03  Summary-Loaded      Pic ZZ,ZZ9.
000291 Chapt14l-Start.
000292     Display "Begin Bulk Item Load Chapt14l"
000293     Perform Get-File-Parameters
000293     Perform Load-Current-Operator
000294     Accept Work-Date From Date
000295     Move Corresponding Work-Date-X To Heading-Line-2
000296     Move Date-MM Of Work-Date-X To Today-MM
000311     End-If
000312     Open Input Dealer-File
000313     Open Extend Tag-Print-File
000313     Open Extend Intake-History-File
000313     Open I-O Item-Lot-File
000313     Open Output Load-Reject-File
000314     Open Output Report-File
000315     Perform Load-Category-Table
000316     Perform Heading-Routine
000317     Perform Load-One-Row Until All-Done
000318     If Hold-Dealer Not = High-Values
000319        Perform Close-Intake-Receipt
000320     End-If
000321     Move Rows-Loaded To Summary-Loaded
000322     Move Rows-Rejected To Summary-Rejected
000324     Close Load-File
000325           Item-File
000325           Tag-Print-File
000325           Intake-History-File
000326           Load-Reject-File
000327           Report-File
000327     If Item-Lot-Success
000327        Close Item-Lot-File
000327     End-If
000063     Call "Chapt25d" Using Spool-Catalog-Name
000063          Spool-Catalog-File Page-Count
000328     If Dealer-Success
000331     Display "Rows Read     " Rows-Read
000332     Display "Items Loaded  " Rows-Loaded
000333     Display "Rows Rejected " Rows-Rejected
000333     Display "Intake Receipts " Receipts-Printed
000334     Stop Run
000335     .
000336 Load-One-Row.
000362        When Load-Category = Spaces
000363             Move "NOCT" To Reject-Reason-WS
000364             Set Invalid-Row To True
000364* A Blank Quantity Loads A Single Piece; More Than One Loads
000364* The Row As A Lot Under One Item Number
000364        When Load-Quantity Not = Spaces
000364             And Load-Quantity-N Not Numeric
000364             Move "BADQ" To Reject-Reason-WS
000364             Set Invalid-Row To True
000365        When Other
000366             Perform Check-Dealer-And-Category
000367     End-Evaluate
000394             Until Item-Written Or Assign-Tries > 9999
000395     If Item-Written
000396        Add 1 To Rows-Loaded
000396        If Item-Is-Lot
000396           Perform Write-Item-Lot
000396        End-If
000396        Perform Write-Tag-Record
000397        Perform Print-Manifest-Line
000398     Else
000403 Try-One-Item-Number.
000404     Add 1 To Assign-Sequence
000405     Add 1 To Assign-Tries
000405     Move 1 To Load-Units
000405     If Load-Quantity Not = Spaces And Load-Quantity-N > 1
000405        Move Load-Quantity-N To Load-Units
000405     End-If
000406     Move Spaces To Item-Record
000407     Move Spaces To Item-Number Of Item-Record
000408     String Load-Dealer Delimited By Space
000415     Move Today-MMDDYYYY-N To Item-Date-Consigned
000416     Set Item-Available To True
000417     Move Load-Category To Item-Category
000417     If Load-Units > 1
000417        Set Item-Is-Lot To True
000417     End-If
000418     Move Spaces To Item-Second-Dealer
000419     Move Zeros To Item-Second-Percent
000420     If Load-Term = Zeros
000431     Move Item-Description To Tag-Description
000431     Move Item-Dealer-Number Of Item-Record To Tag-Dealer
000431     Move Item-Tag-Price To Tag-Price
000431     If Item-Is-Lot
000431        Move Load-Units To Tag-Lot-Quantity
000431        Move "EACH" To Tag-Price-Basis
000431     End-If
000431     Write Tag-Print-Record
000431     .
000431 Write-Item-Lot.
000431* A Loaded Lot Starts With Everything Received Still On Hand
000431     Move Spaces To Item-Lot-Record
000431     Move Item-Number Of Item-Record To Lot-Item-Number
000431     Move Load-Units To Lot-Qty-On-Hand Lot-Qty-Received
000431     Move Zeros To Lot-Qty-Sold Lot-Qty-Returned
000431     Move Today-MMDDYYYY-N To Lot-Last-Date
000431     Write Item-Lot-Record
000431        Invalid Key
000431           Rewrite Item-Lot-Record
000431     End-Write
000431     .
000432 Reject-Load-Row.
000433     Add 1 To Rows-Rejected
000434     Move Spaces To Load-Reject-Record
000437     Write Load-Reject-Record
000438     .
000439 Print-Manifest-Line.
000439* Each Dealer's Group Is Its Own Numbered Intake Receipt On
000439* A Fresh Page, So It Can Be Signed And Handed Over
000443     If Load-Dealer Not = Hold-Dealer
000444        If Hold-Dealer Not = High-Values
000445           Perform Close-Intake-Receipt
000447        End-If
000448        Move Load-Dealer To Hold-Dealer
000448        Perform Open-Intake-Receipt
000451     End-If
000440     If Line-Count >= Max-Lines
000441        Perform Heading-Routine
000441        Write Report-Record From Group-Line After 2
000441        Write Report-Record From Column-Line After 2
000441        Add 4 To Line-Count
000442     End-If
000452     Move Item-Number Of Item-Record To Detail-Item
000453     Move Load-Category To Detail-Category
000454     Move Load-Description To Detail-Description
000455     Move Load-Price To Detail-Price
000455     Move Item-Term-Days To Detail-Term
000455     Move Load-Units To Detail-Qty
000456     Write Report-Record From Detail-Line After 1
000457     Add 1 To Line-Count
000457     Move Spaces To Intake-History-Record
000457     Move Next-Intake-Number To Intake-Receipt-Number
000457     Set Intake-Detail To True
000457     Move Today-MMDDYYYY-N To Intake-Date
000457     Move Load-Dealer To Intake-Dealer
000457     Move Item-Number Of Item-Record To Intake-Item-Number
000457     Move Load-Description To Intake-Description
000457     Move Load-Category To Intake-Category
000457     Move Load-Price To Intake-Tag-Price
000457     Move Item-Term-Days To Intake-Term-Days
000457     Move Load-Units To Intake-Quantity
000457     Write Intake-History-Record
000457     Add 1 To Intake-Item-Tally
000457     Compute Intake-Value-Tally = Intake-Value-Tally +
000457             Load-Price * Load-Units
000458     .
000458 Open-Intake-Receipt.
000458* The Dealer Was Just Read By The Row Edits, So The Name Is
000458* In The Record Area
000458     Perform Get-Next-Intake-Number
000458     Move Zeros To Intake-Item-Tally Intake-Value-Tally
000458     Move Spaces To Intake-History-Record
000458     Move Next-Intake-Number To Intake-Receipt-Number
000458     Set Intake-Header To True
000458     Move Today-MMDDYYYY-N To Intake-Date
000458     Move Load-Dealer To Intake-Dealer
000458     Accept Work-Time From Time
000458     Move Work-Time (1:6) To Intake-Time
000458     Move Current-Operator To Intake-Clerk
000458     Move "CHAPT14L" To Intake-Program
000458     Move Last-Name To Intake-Last-Name
000458     Move First-Name To Intake-First-Name
000458     Write Intake-History-Record
000458     Add 1 To Receipts-Printed
000458     If Receipts-Printed > 1
000458        Perform Heading-Routine
000458     End-If
000458     Move Next-Intake-Number To Receipt-Title-Number
000458     Write Report-Record From Receipt-Title-Line After 2
000458     Move Load-Dealer To Group-Dealer
000458     Move First-Name To Group-First-Name
000458     Move Last-Name To Group-Last-Name
000458     Write Report-Record From Group-Line After 2
000458     Write Report-Record From Column-Line After 2
000458     Add 6 To Line-Count
000458     .
000458 Close-Intake-Receipt.
000458     Move Spaces To Intake-History-Record
000458     Move Next-Intake-Number To Intake-Receipt-Number
000458     Set Intake-Trailer To True
000458     Move Today-MMDDYYYY-N To Intake-Date
000458     Move Hold-Dealer To Intake-Dealer
000458     Move Intake-Item-Tally To Intake-Item-Count
000458     Move Intake-Value-Tally To Intake-Total-Value
000458     Write Intake-History-Record
000458     Move Intake-Item-Tally To Receipt-Total-Count
000458     Move Intake-Value-Tally To Receipt-Total-Value
000458     Write Report-Record From Receipt-Total-Line After 2
000458     Write Report-Record From Receipt-Agree-Line After 2
000458     Write Report-Record From Manifest-Line After 3
000458     Move Current-Operator To Clerk-Sign-Operator
000458     Write Report-Record From Clerk-Sign-Line After 3
000458     Add 10 To Line-Count
000458     .
000458 Get-Next-Intake-Number.
000458* The Entry Screen And The Bulk Load Share One Receipt
000458* Sequence, So The Control File Is Read And Bumped Per Receipt
000458     Move 1 To Next-Intake-Number
000458     Open Input Intake-Control-File
000458     If Intake-Control-Status = "00"
000458        Read Intake-Control-File
000458             At End Continue
000458             Not At End
000458                Move Control-Next-Intake To Next-Intake-Number
000458        End-Read
000458        Close Intake-Control-File
000458     End-If
000458     Open Output Intake-Control-File
000458     Compute Control-Next-Intake = Next-Intake-Number + 1
000458     Write Intake-Control-Record
000458     Close Intake-Control-File
000458     .
000458 Load-Current-Operator.
000458* The Menu Records The Signed-On Operator In CurrOper.TXT
000458     Open Input Current-Operator-File
000458     If Current-Operator-Status = "00"
000458        Read Current-Operator-File
000458             At End Continue
000458             Not At End
000458                Move Curr-Oper-Id To Current-Operator
000458        End-Read
000458        Close Current-Operator-File
000458     End-If
000458     .
000459 Load-Category-Table.
000460     Open Input Category-File
