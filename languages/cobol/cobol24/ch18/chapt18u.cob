000083     Select Optional Journal-File Assign To "Journal.TXT"
000084         Organization Is Line Sequential
000085         File Status  Is Journal-Status.
000085     Select Optional Item-Lot-File Assign To "ItemLot.Dat"
000085            Organization Indexed
000085            Access Random
000085            Record Key Lot-Item-Number
000085            File Status Item-Lot-Status.
000086     Select Optional Category-File Assign To "Category.TXT"
000087         Organization Is Line Sequential
000088         File Status  Is Category-Status.
000104     03  Item-Date-Consigned Pic 9(8).
000105     03  Item-Status-Code    Pic X.
000106         88  Item-Available  Value "A".
000106     03  Filler              Pic X(9).
000106     03  Item-Lot-Flag       Pic X.
000106         88  Item-Is-Lot     Value "Y".
000108     03  Item-Category       Pic X(4).
000109     03  Filler              Pic X(26).
000110 Fd  Markdown-History-File.
000120     03  Mark-Hist-New-Price     Pic 9(5)v99.
000121     03  Filler                  Pic X.
000122     03  Mark-Hist-Level         Pic X.
000122     03  Filler                  Pic X.
000122     03  Mark-Hist-Qty           Pic 9(5).
000123 Fd  Tag-Print-File.
000124 01  Tag-Print-Record.
000125     03  Tag-Item-Number     Pic X(12).
000129     03  Tag-Dealer          Pic X(8).
000130     03  Filler              Pic X.
000131     03  Tag-Price           Pic 9(5).99.
000131     03  Filler              Pic X.
000131     03  Tag-Lot-Quantity    Pic Z(4)9.
000131     03  Filler              Pic X.
000131     03  Tag-Price-Basis     Pic X(4).
000132 Fd  Reject-File.
000133 01  Reject-Record.
000134     03  Rej-Run-Date        Pic 9(6).
000153     03  Jrn-Key             Pic X(12).
000154     03  Filler              Pic X.
000155     03  Jrn-Image           Pic X(476).
000155 Fd  Item-Lot-File.
000155 Copy "itemlot.cpy".
000156 Fd  Category-File.
000157 01  Category-Record.
000158     03  Category-Rec-Code         Pic X(4).
000169 01  Journal-Stamp-Date     Pic 9(6) Value Zeros.
000170 01  Journal-Stamp-Time     Pic 9(8) Value Zeros.
000171 01  Journal-Program-Id     Pic X(8) Value "CHAPT18U".
000171 01  Item-Lot-Status        Pic XX Value Spaces.
000171     88  Item-Lot-Success   Value "00" Thru "09".
000171 01  Reprice-Quantity       Pic 9(5) Value Zeros.
000172 01  Category-Status        Pic XX Value Spaces.
000173 01  Category-Done-Flag     Pic X Value Spaces.
000174     88  Category-Done      Value "Y".
000221                 Tag-Print-File
000222                 Reject-File
000223                 Journal-File
000223     Open Input Item-Lot-File
000224     Perform Load-Category-Table
000225     Perform Apply-One-Line Until All-Done
000226     Close Reprice-File
000229           Tag-Print-File
000230           Reject-File
000231           Journal-File
000231     If Item-Lot-Success
000231        Close Item-Lot-File
000231     End-If
000232     Display "Lines Read     " Lines-Read
000233     Display "Prices Applied " Lines-Applied
000234     Display "Lines Rejected " Lines-Rejected
000295     End-Search
000296     .
000297 Apply-The-Price.
000297* A Lot Is Repriced Piece For Piece On Everything Left On Hand
000297     Move 1 To Reprice-Quantity
000297     If Item-Is-Lot And Item-Lot-Success
000297        Move Item-Number To Lot-Item-Number
000297        Read Item-Lot-File
000297             Not Invalid Key
000297                Move Lot-Qty-On-Hand To Reprice-Quantity
000297        End-Read
000297     End-If
000298     Move Spaces To Markdown-History-Record
000299     Move Today-MMDDYYYY-N To Mark-Hist-Date
000300     Move Item-Number To Mark-Hist-Item
000304* Level D Marks A Dealer-Requested Change, Apart From The
000305* Age-Based Levels Chapt14g Writes
000306     Move "D" To Mark-Hist-Level
000306     Move Reprice-Quantity To Mark-Hist-Qty
000307     Write Markdown-History-Record
000308     Move Rp-New-Price To Item-Tag-Price
000309     Perform Journal-Item-Rewrite
000317     Move Item-Description To Tag-Description
000318     Move Item-Dealer-Number To Tag-Dealer
000319     Move Item-Tag-Price To Tag-Price
000319     If Item-Is-Lot
000319        Move Reprice-Quantity To Tag-Lot-Quantity
000319        Move "EACH" To Tag-Price-Basis
000319     End-If
000320     Write Tag-Print-Record
000321     .
000322 Write-Reject.
