000096     Select Optional Journal-File Assign To "Journal.TXT"
000096         Organization Is Line Sequential
000096         File Status  Is Journal-Status.
000096     Select Optional Item-Lot-File Assign To "ItemLot.Dat"
000096            Organization Indexed
000096            Access Random
000096            Record Key Lot-Item-Number
000096            File Status Item-Lot-Status.
000065     Select Dealer-File Assign To "Dealer.Dat"
000066            Organization Indexed
000067            Access Dynamic
000061     Select Optional Online-Use-File Assign To "OnlUse.TXT"
000061         Organization Is Line Sequential
000061         File Status  Is Online-Use-Status.
000061     Select Optional Intake-History-File Assign To "IntkHist.TXT"
000061         Organization Is Line Sequential
000061         File Status  Is Intake-History-Status.
000061     Select Optional Intake-Control-File Assign To "IntkCtl.TXT"
000061         Organization Is Line Sequential
000061         File Status  Is Intake-Control-Status.
000061     Select Optional Intake-Print-File Assign To "IntkRcpt.TXT"
000061         Organization Is Line Sequential
000061         File Status  Is Intake-Print-Status.
000061     Select Optional Current-Operator-File Assign To
000061                     "CurrOper.TXT"
000061         Organization Is Line Sequential
000061         File Status  Is Current-Operator-Status.
000070 Data Division.
000071 File Section.
000072 Fd  Item-File.
000082     03  Item-Ownership      Pic X.
000082         88  Store-Owned     Value "S".
000082     03  Item-Acquisition-Cost Pic 9(5)v99.
000082     03  Filler              Pic X.
000082     03  Item-Lot-Flag       Pic X.
000082         88  Item-Is-Lot     Value "Y".
000082     03  Item-Category       Pic X(4).
000082     03  Item-Second-Dealer  Pic X(8).
000082     03  Item-Second-Percent Pic 9(3).
000082     03  Tag-Dealer          Pic X(8).
000082     03  Filler              Pic X.
000082     03  Tag-Price           Pic 9(5).99.
000082     03  Filler              Pic X.
000082     03  Tag-Lot-Quantity    Pic Z(4)9.
000082     03  Filler              Pic X.
000082     03  Tag-Price-Basis     Pic X(4).
000174 Fd  Journal-File.
000174 01  Journal-Record.
000174     03  Jrn-Date            Pic 9(8).
000174     03  Jrn-Key             Pic X(12).
000174     03  Filler              Pic X.
000174     03  Jrn-Image           Pic X(476).
000174 Fd  Item-Lot-File.
000174 Copy "itemlot.cpy".
000100 Fd  Dealer-File.
000084 01  Dealer-Record.
000085     03  Dealer-Number         Pic X(8).
000098     03  Use-Program         Pic X(8).
000098     03  Filler              Pic X.
000098     03  Use-Stamp           Pic 9(14).
000098 Fd  Intake-History-File.
000098 Copy "intake.cpy".
000098 Fd  Intake-Control-File.
000098 01  Intake-Control-Record.
000098     03  Control-Next-Intake Pic 9(6).
000098 Fd  Intake-Print-File.
000098 01  Intake-Print-Record     Pic X(80).
000098 Fd  Current-Operator-File.
000098 01  Current-Operator-Record.
000098     03  Curr-Oper-Id        Pic X(4).
000098     03  Filler              Pic X.
000098     03  Curr-Oper-Level     Pic 9.
000091 Working-Storage Section.
000091 01  Intake-History-Status  Pic XX Value Spaces.
000091 01  Intake-Control-Status  Pic XX Value Spaces.
000091 01  Intake-Print-Status    Pic XX Value Spaces.
000091 01  Current-Operator-Status Pic XX Value Spaces.
000091 01  Current-Operator       Pic X(4) Value Spaces.
000091 01  Next-Intake-Number     Pic 9(6) Value Zeros.
000091 01  Intake-Session-Dealer  Pic X(8) Value Spaces.
000091 01  Intake-Session-Total   Pic 9(7)v99 Value Zeros.
000091 01  Intake-Sub             Pic 9(3) Value Zeros.
000091 01  Intake-Session-Count   Pic 9(3) Value Zeros.
000091 01  Intake-Session-Area.
000091     03  Intake-Entry Occurs 100 Times.
000091         05  Intake-Entry-Item      Pic X(12).
000091         05  Intake-Entry-Desc      Pic X(40).
000091         05  Intake-Entry-Category  Pic X(4).
000091         05  Intake-Entry-Price     Pic 9(5)v99.
000091         05  Intake-Entry-Term      Pic 9(3).
000091         05  Intake-Entry-Qty       Pic 9(5).
000091 01  Intake-Date-Area.
000091     03  Intake-Work-Date        Pic 9(6).
000091     03  Intake-Work-Date-X      Redefines Intake-Work-Date.
000091         05  Intake-YY           Pic 99.
000091         05  Intake-MM           Pic 99.
000091         05  Intake-DD           Pic 99.
000091     03  Intake-Work-Time        Pic 9(8).
000091 01  Intake-Today.
000091     03  Intake-Today-MM         Pic 99.
000091     03  Intake-Today-DD         Pic 99.
000091     03  Intake-Today-YYYY       Pic 9(4).
000091 01  Intake-Today-N Redefines Intake-Today Pic 9(8).
000091 01  Intake-Title-Line.
000091     03  Filler              Pic X(30)
000091         Value "Darlene's Treasures".
000091     03  Filler              Pic X(30)
000091         Value "Consignment Intake Receipt".
000091     03  Filler              Pic X(12) Value "Receipt No:".
000091     03  Intake-Title-Number Pic 9(6).
000091 01  Intake-Dealer-Line.
000091     03  Filler              Pic X(8)  Value "Dealer:".
000091     03  Intake-Line-Dealer  Pic X(8).
000091     03  Filler              Pic X     Value Spaces.
000091     03  Intake-Line-First   Pic X(15).
000091     03  Filler              Pic X     Value Spaces.
000091     03  Intake-Line-Last    Pic X(25).
000091     03  Filler              Pic X(6)  Value "Date:".
000091     03  Intake-Line-Date    Pic 99/99/9999.
000091 01  Intake-Column-Line.
000091     03  Filler              Pic X(14) Value "Item Number".
000091     03  Filler              Pic X(36) Value "Description".
000091     03  Filler              Pic X(6)  Value "Cat".
000091     03  Filler              Pic X(11) Value "  Tag Price".
000091     03  Filler              Pic X(6)  Value "  Term".
000091     03  Filler              Pic X(7)  Value "    Qty".
000091 01  Intake-Item-Line.
000091     03  Intake-Line-Item    Pic X(12).
000091     03  Filler              Pic X(2)  Value Spaces.
000091     03  Intake-Line-Desc    Pic X(34).
000091     03  Filler              Pic X(2)  Value Spaces.
000091     03  Intake-Line-Cat     Pic X(4).
000091     03  Filler              Pic X(2)  Value Spaces.
000091     03  Intake-Line-Price   Pic ZZ,ZZZ.99.
000091     03  Filler              Pic X(3)  Value Spaces.
000091     03  Intake-Line-Term    Pic ZZ9.
000091     03  Filler              Pic X(4)  Value Spaces.
000091     03  Intake-Line-Qty     Pic ZZZZ9.
000091 01  Intake-Total-Line.
000091     03  Filler              Pic X(16) Value "Items Taken In:".
000091     03  Intake-Line-Count   Pic ZZ9.
000091     03  Filler              Pic X(21)
000091         Value "     Total Tag Value:".
000091     03  Intake-Line-Total   Pic Z,ZZZ,ZZZ.99.
000091 01  Intake-Agree-Line.
000091     03  Filler              Pic X(40)
000091         Value "Received On Consignment Under The Dealer".
000091     03  Filler              Pic X(40)
000091         Value " Agreement, As Listed Above".
000091 01  Intake-Dealer-Sign-Line.
000091     03  Filler              Pic X(19) Value "Dealer Signature:".
000091     03  Filler              Pic X(30)
000091         Value "______________________________".
000091     03  Filler              Pic X(7)  Value "  Date:".
000091     03  Filler              Pic X(12) Value "____________".
000091 01  Intake-Clerk-Sign-Line.
000091     03  Filler              Pic X(19) Value "Clerk Signature:".
000091     03  Filler              Pic X(30)
000091         Value "______________________________".
000091     03  Filler              Pic X(9)  Value "  Clerk:".
000091     03  Intake-Line-Clerk   Pic X(4).
000091 01  Intake-Done-Message.
000091     03  Filler              Pic X(15) Value "Intake Receipt".
000091     03  Intake-Msg-Number   Pic 9(6).
000091     03  Filler              Pic X(9)  Value " Printed".
000099 01  Quiesce-File-Status    Pic XX Value Spaces.
000099 01  Online-Use-Status      Pic XX Value Spaces.
000099 01  Quiesce-Active-Flag    Pic X Value Space.
000105 01  Dealer-Status      Pic X(2) Value Spaces.
000106     88  Dealer-Success Value "00".
000106 01  Tag-Print-Status   Pic X(2) Value Spaces.
000106 01  Item-Lot-Status    Pic X(2) Value Spaces.
000106     88  Item-Lot-Success Value "00" Thru "09".
000106 01  Lot-Prior-Quantity Pic 9(5) Value Zeros.
000185 01  Journal-Status            Pic XX Value Spaces.
000185 01  Journal-Stamp-Date        Pic 9(6) Value Zeros.
000185 01  Journal-Stamp-Time        Pic 9(8) Value Zeros.
000117     03  Item-Second-Dealer  Pic X(8).
000117     03  Item-Second-Percent Pic 9(3).
000117     03  Item-Term-Days      Pic 9(3).
000117     03  Item-Lot-Flag       Pic X.
000117     03  Item-Lot-Quantity   Pic 9(5).
000118 01  End-Of-Process-Flag     Pic X Value Spaces.
000119     88  End-Process         Value "Y".
000120 01  Valid-Data-Flag         Pic X Value "Y".
000141         05  Line 12 Column 01  Value "Term Days: ".
000141         05  Line 13 Column 01  Value "Owner (blank/S): ".
000141         05  Line 13 Column 30  Value "Acq Cost: ".
000141         05  Line 12 Column 30  Value "Quantity: ".
000142         05  Line 22 Column 01  Value
000143            "F1-Exit  F2-Save  F3-Find  F4-Intake Receipt".
000144*
000145     03  Required-Reverse-Group Reverse-Video Required.
000146         05  Line 5 Column 15  Pic X(12) Using Item-Number
000151         05  Line 13 Column 40 Pic ZZZZ9.99
000151             Using Item-Acquisition-Cost Of Work-Record
000151             Blank When Zero.
000151         05  Line 12 Column 40 Pic ZZZZ9
000151             Using Item-Lot-Quantity Of Work-Record
000151             Blank When Zero.
000152     03  Blink-Group Highlight Blink.
000153         05  Line 20 Column 01 Pic X(60) From Error-Message.
000154*
000600     If Quiesce-Active
000600        Stop Run
000600     End-If
000600     Perform Load-Current-Operator
000169     Perform Open-File
000169     Perform Load-Category-Table
000170     If Item-Success And Dealer-Success
000171        Set New-Mode To True
000172        Perform Process-Screen Until F1-Pressed Or
000173                                     End-Process
000173* Whatever Was Taken In Since The Last Receipt Still Gets One
000173        If Intake-Session-Count > Zeros
000173           Perform Close-Intake-Session
000173        End-If
000174        Perform Close-File
000175     End-If
000600     Perform Mark-Online-Close
000182           Perform Save-Record
000183        When F3-Pressed
000184           Perform Find-Record
000184        When F4-Pressed
000184           If Intake-Session-Count = Zeros
000184              Move "No Items Taken In Since The Last Receipt"
000184                   To Error-Message
000184           Else
000184              Perform Close-Intake-Session
000184              Move Intake-Done-Message To Error-Message
000184           End-If
000185        When Other
000186           Continue
000187     End-Evaluate
000195             Set New-Mode To True
000196          Not Invalid Key
000197             Move Corresponding Item-Record To Work-Record
000197             Perform Find-Item-Lot
000198             Set Update-Mode To True
000199             Move "Item Found - Change Fields, Press F2"
000200                  To Error-Message
000204           Move 120 To Item-Term-Days Of Work-Record
000204        End-If
000204     End-If
000204* A Quantity Over One Makes The Item A Lot, And It Stays One
000204* Even When Sold Down To A Single Piece
000204     If Valid-Data And Item-Lot-Quantity Of Work-Record > 1
000204        Move "Y" To Item-Lot-Flag Of Work-Record
000204     End-If
000205     If Valid-Data
000206        Move Corresponding Work-Record To Item-Record
000206        If Item-Is-Lot Of Item-Record And Item-Sold Of Item-Record
000206           And Item-Lot-Quantity Of Work-Record > Zero
000206           Set Item-Available Of Item-Record To True
000206        End-If
000206        Move Spaces To Journal-Record
000206        Move "ITEM" To Jrn-File-Id
000206        If Update-Mode
000209               Invalid Key
000210                  Perform Generate-Proper-Error
000211               Not Invalid Key
000211                  Perform Save-Item-Lot
000212                  Set New-Mode To True
000213                  Initialize Work-Record
000214                  Move 1 To Cursor-Row Cursor-Column
000218                Invalid Key
000219                   Perform Generate-Proper-Error
000220                Not Invalid Key
000220                   Move Zeros To Lot-Prior-Quantity
000220                   Perform Save-Item-Lot
000220                   Perform Write-Tag-Record
000220                   Perform Add-To-Intake-Session
000221                   Initialize Work-Record
000222                   Move 1 To Cursor-Row Cursor-Column
000223           End-Write
000228     .
000229 Validate-Data.
000230     Set Valid-Data To True
000230* A New Item Keyed Without A Quantity Is A Single Piece
000230     If New-Mode And Item-Lot-Quantity Of Work-Record = Zeros
000230        Move 1 To Item-Lot-Quantity Of Work-Record
000230     End-If
000231     Evaluate True
000232        When Item-Number Of Work-Record = Spaces
000232           Move "Item Number is required" To Error-Message
000242           Move "Owner must be blank or S Store-Owned"
000242                To Error-Message
000242           Set Invalid-Data To True
000242        When Update-Mode And
000242             Item-Lot-Flag Of Work-Record Not = "Y" And
000242             Item-Lot-Quantity Of Work-Record = Zeros
000242           Move "Quantity must be at least one"
000242                To Error-Message
000242           Set Invalid-Data To True
000242        When Item-Ownership Of Work-Record = "S" And
000242             Item-Acquisition-Cost Of Work-Record Not > Zero
000242* Bought Outright Means We Know What We Paid
000660     Move Journal-Program-Id To Jrn-Program
000660     Write Journal-Record
000660     .
000660 Find-Item-Lot.
000660* A Lot Shows What Is Left On Hand; A Single Piece Shows One
000660     Move 1 To Item-Lot-Quantity Of Work-Record
000660     Move 1 To Lot-Prior-Quantity
000660     If Item-Is-Lot Of Item-Record
000660        Move Item-Number Of Item-Record To Lot-Item-Number
000660        Read Item-Lot-File
000660             Invalid Key
000660                Move Zeros To Lot-Qty-On-Hand
000660        End-Read
000660        Move Lot-Qty-On-Hand To Item-Lot-Quantity Of Work-Record
000660        Move Lot-Qty-On-Hand To Lot-Prior-Quantity
000660     End-If
000267     .
000267 Save-Item-Lot.
000267* The Quantity Keyed Becomes The On-Hand Count; More Than Was
000267* There Before Is Stock Received Into The Same Lot
000267     If Item-Is-Lot Of Item-Record
000267        Move Item-Number Of Item-Record To Lot-Item-Number
000267        Read Item-Lot-File
000267             Invalid Key
000267                Move Spaces To Item-Lot-Record
000267                Move Item-Number Of Item-Record To Lot-Item-Number
000267                Move Zeros To Lot-Qty-On-Hand Lot-Qty-Received
000267                              Lot-Qty-Sold Lot-Qty-Returned
000267                Move Lot-Prior-Quantity To Lot-Qty-Received
000267        End-Read
000267        If Item-Lot-Quantity Of Work-Record > Lot-Prior-Quantity
000267           Compute Lot-Qty-Received = Lot-Qty-Received +
000267                   Item-Lot-Quantity Of Work-Record -
000267                   Lot-Prior-Quantity
000267        End-If
000267        Move Item-Lot-Quantity Of Work-Record To Lot-Qty-On-Hand
000267        Move Item-Date-Consigned Of Item-Record To Lot-Last-Date
000267        Move Spaces To Journal-Record
000267        Move "ITEMLOT" To Jrn-File-Id
000267        Move "W" To Jrn-Action
000267        Move Lot-Item-Number To Jrn-Key
000267        Move Item-Lot-Record To Jrn-Image
000267        Perform Write-Journal-Record
000267        Rewrite Item-Lot-Record
000267             Invalid Key
000267                Write Item-Lot-Record
000267                     Invalid Key
000267                        Move "Lot Quantity Not Saved"
000267                             To Error-Message
000267                End-Write
000267        End-Rewrite
000267     End-If
000267     .
000100 Write-Tag-Record.
000100* Every Newly Consigned Item Gets A Barcode Price Tag Line; A
000100* Lot Gets One Tag For The Whole Lot, Priced Each
000267     Move Spaces To Tag-Print-Record
000267     Move Item-Number Of Item-Record To Tag-Item-Number
000267     Move Item-Description Of Item-Record To Tag-Description
000267     Move Item-Dealer-Number Of Item-Record To Tag-Dealer
000267     Move Item-Tag-Price Of Item-Record To Tag-Price
000267     If Item-Is-Lot Of Item-Record
000267        Move Item-Lot-Quantity Of Work-Record To Tag-Lot-Quantity
000267        Move "EACH" To Tag-Price-Basis
000267     End-If
000267     Write Tag-Print-Record
000267     .
000267 Add-To-Intake-Session.
000267* Each Newly Consigned Item Joins The Dealer's Drop-Off; A
000267* Different Dealer Or A Full Page Closes Out The Receipt
000267     If Intake-Session-Count > Zeros
000267        And (Item-Dealer-Number Of Item-Record Not =
000267             Intake-Session-Dealer
000267             Or Intake-Session-Count = 100)
000267        Perform Close-Intake-Session
000267     End-If
000267     Move Item-Dealer-Number Of Item-Record To
000267          Intake-Session-Dealer
000267     Add 1 To Intake-Session-Count
000267     Move Item-Number Of Item-Record To
000267          Intake-Entry-Item (Intake-Session-Count)
000267     Move Item-Description Of Item-Record To
000267          Intake-Entry-Desc (Intake-Session-Count)
000267     Move Item-Category Of Item-Record To
000267          Intake-Entry-Category (Intake-Session-Count)
000267     Move Item-Tag-Price Of Item-Record To
000267          Intake-Entry-Price (Intake-Session-Count)
000267     Move Item-Term-Days Of Item-Record To
000267          Intake-Entry-Term (Intake-Session-Count)
000267     Move Item-Lot-Quantity Of Work-Record To
000267          Intake-Entry-Qty (Intake-Session-Count)
000267     Compute Intake-Session-Total = Intake-Session-Total +
000267             Item-Tag-Price Of Item-Record *
000267             Item-Lot-Quantity Of Work-Record
000267     .
000267 Close-Intake-Session.
000267* The Dealer Signs For Exactly What Was Keyed; The Same
000267* Lines Go To The Intake History Under The Receipt Number
000267     Perform Get-Next-Intake-Number
000267     Accept Intake-Work-Date From Date
000267     Accept Intake-Work-Time From Time
000267     Move Intake-MM To Intake-Today-MM
000267     Move Intake-DD To Intake-Today-DD
000267     Move 2000 To Intake-Today-YYYY
000267     Add Intake-YY To Intake-Today-YYYY
000267     Move Intake-Session-Dealer To Dealer-Number Of Dealer-Record
000267     Read Dealer-File
000267          Invalid Key
000267             Move Spaces To Dealer-Name Of Dealer-Record
000267     End-Read
000267     Move Spaces To Intake-History-Record
000267     Move Next-Intake-Number To Intake-Receipt-Number
000267     Set Intake-Header To True
000267     Move Intake-Today-N To Intake-Date
000267     Move Intake-Session-Dealer To Intake-Dealer
000267     Move Intake-Work-Time (1:6) To Intake-Time
000267     Move Current-Operator To Intake-Clerk
000267     Move "CHAPT14E" To Intake-Program
000267     Move Last-Name Of Dealer-Record To Intake-Last-Name
000267     Move First-Name Of Dealer-Record To Intake-First-Name
000267     Write Intake-History-Record
000267     Move Next-Intake-Number To Intake-Title-Number
000267     Write Intake-Print-Record From Intake-Title-Line After Page
000267     Move Intake-Session-Dealer To Intake-Line-Dealer
000267     Move First-Name Of Dealer-Record To Intake-Line-First
000267     Move Last-Name Of Dealer-Record To Intake-Line-Last
000267     Move Intake-Today-N To Intake-Line-Date
000267     Write Intake-Print-Record From Intake-Dealer-Line After 2
000267     Write Intake-Print-Record From Intake-Column-Line After 2
000267     Perform Write-Intake-Item
000267             Varying Intake-Sub From 1 By 1
000267             Until Intake-Sub > Intake-Session-Count
000267     Move Spaces To Intake-Detail-Data
000267     Set Intake-Trailer To True
000267     Move Intake-Session-Count To Intake-Item-Count
000267     Move Intake-Session-Total To Intake-Total-Value
000267     Write Intake-History-Record
000267     Move Intake-Session-Count To Intake-Line-Count
000267     Move Intake-Session-Total To Intake-Line-Total
000267     Write Intake-Print-Record From Intake-Total-Line After 2
000267     Write Intake-Print-Record From Intake-Agree-Line After 2
000267     Write Intake-Print-Record From Intake-Dealer-Sign-Line
000267           After 3
000267     Move Current-Operator To Intake-Line-Clerk
000267     Write Intake-Print-Record From Intake-Clerk-Sign-Line
000267           After 3
000267     Move Next-Intake-Number To Intake-Msg-Number
000267     Move Zeros To Intake-Session-Count Intake-Session-Total
000267     Move Spaces To Intake-Session-Dealer
000267     .
000267 Write-Intake-Item.
000267     Move Spaces To Intake-Detail-Data
000267     Set Intake-Detail To True
000267     Move Intake-Entry-Item (Intake-Sub) To Intake-Item-Number
000267     Move Intake-Entry-Desc (Intake-Sub) To Intake-Description
000267     Move Intake-Entry-Category (Intake-Sub) To Intake-Category
000267     Move Intake-Entry-Price (Intake-Sub) To Intake-Tag-Price
000267     Move Intake-Entry-Term (Intake-Sub) To Intake-Term-Days
000267     Move Intake-Entry-Qty (Intake-Sub) To Intake-Quantity
000267     Write Intake-History-Record
000267     Move Intake-Entry-Item (Intake-Sub) To Intake-Line-Item
000267     Move Intake-Entry-Desc (Intake-Sub) To Intake-Line-Desc
000267     Move Intake-Entry-Category (Intake-Sub) To Intake-Line-Cat
000267     Move Intake-Entry-Price (Intake-Sub) To Intake-Line-Price
000267     Move Intake-Entry-Term (Intake-Sub) To Intake-Line-Term
000267     Move Intake-Entry-Qty (Intake-Sub) To Intake-Line-Qty
000267     Write Intake-Print-Record From Intake-Item-Line After 1
000267     .
000267 Get-Next-Intake-Number.
000267* The Entry Screen And The Bulk Load Share One Receipt
000267* Sequence, So The Control File Is Read And Bumped Per Receipt
000267     Move 1 To Next-Intake-Number
000267     Open Input Intake-Control-File
000267     If Intake-Control-Status = "00"
000267        Read Intake-Control-File
000267             At End Continue
000267             Not At End
000267                Move Control-Next-Intake To Next-Intake-Number
000267        End-Read
000267        Close Intake-Control-File
000267     End-If
000267     Open Output Intake-Control-File
000267     Compute Control-Next-Intake = Next-Intake-Number + 1
000267     Write Intake-Control-Record
000267     Close Intake-Control-File
000267     .
000267 Load-Current-Operator.
000267* The Menu Records The Signed-On Operator In CurrOper.TXT
000267     Open Input Current-Operator-File
000267     If Current-Operator-Status = "00"
000267        Read Current-Operator-File
000267             At End Continue
000267             Not At End
000267                Move Curr-Oper-Id To Current-Operator
000267        End-Read
000267        Close Current-Operator-File
000267     End-If
000267     .
000268 Display-And-Accept.
000269     Display Data-Entry-Screen
000270     Accept Data-Entry-Screen
000274     Open I-O Item-File
000274     Open Extend Tag-Print-File
000274     Open Extend Journal-File
000274     Open I-O Item-Lot-File
000274     Open Extend Intake-History-File
000274     Open Extend Intake-Print-File
000275     Open Input Dealer-File
000276     .
000277 Close-File.
000278     Close Item-File Dealer-File
000278           Tag-Print-File
000278           Journal-File
000278           Intake-History-File
000278           Intake-Print-File
000278     If Item-Lot-Success
000278        Close Item-Lot-File
000278     End-If
000279     .
000600 Check-Quiesce-And-Register.
000600* The Nightly Driver Sets The Quiesce Flag; Online Entry
