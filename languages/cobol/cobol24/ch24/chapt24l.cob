000010 @OPTIONS MAIN,TEST
000020 Identification Division.
000030 Program-Id.  Chapt24l.
000031* Consignment Intake Receipt Reprint
000032* "I Brought You Twelve Pieces, Not Ten": Pulls Up What The
000033* Dealer Signed For.  Key A Receipt Number For That One
000034* Receipt, Or A Dealer Number For Every Intake Receipt On
000035* IntkHist.TXT For The Dealer, With The Signature Lines
000036 Environment Division.
000037 Configuration Section.
000038 Source-Computer.  IBM-PC.
000039 Object-Computer.  IBM-PC.
000040 Input-Output  Section.
000041 File-Control.
000042     Select Report-File Assign To "RPT24L.SPL".
000043     Select Optional Intake-History-File Assign To "IntkHist.TXT"
000044         Organization Is Line Sequential
000045         File Status  Is Intake-History-Status.
000046 Data Division.
000047 File Section.
000048 Fd  Report-File.
000049 01  Report-Record Pic X(80).
000050 Fd  Intake-History-File.
000051 Copy "intake.cpy".
000052 Working-Storage Section.
000053 01  Intake-History-Status  Pic XX Value Spaces.
000054     88  Intake-History-Success Value "00" Thru "09".
000055 01  Done-Flag              Pic X Value Spaces.
000056     88  All-Done           Value "Y".
000057 01  Requested-Receipt      Pic 9(6) Value Zeros.
000058 01  Requested-Dealer       Pic X(8) Value Spaces.
000059 01  Command-Line-Value     Pic X(8) Value Spaces.
000060 01  Receipts-Reprinted     Pic 9(5) Value Zeros.
000061 01  Reprint-Banner.
000062     03  Filler            Pic X(40)
000063         Value "*** Intake Receipt Reprint ***".
000064 01  Receipt-Title-Line.
000065     03  Filler              Pic X(30)
000066         Value "Darlene's Treasures".
000067     03  Filler              Pic X(30)
000068         Value "Consignment Intake Receipt".
000069     03  Filler              Pic X(12) Value "Receipt No:".
000070     03  Title-Number        Pic 9(6).
000071 01  Dealer-Line.
000072     03  Filler              Pic X(8)  Value "Dealer:".
000073     03  Dealer-Line-Number  Pic X(8).
000074     03  Filler              Pic X     Value Spaces.
000075     03  Dealer-Line-First   Pic X(15).
000076     03  Filler              Pic X     Value Spaces.
000077     03  Dealer-Line-Last    Pic X(25).
000078     03  Filler              Pic X(6)  Value "Date:".
000079     03  Dealer-Line-Date    Pic 99/99/9999.
000080 01  Taken-By-Line.
000081     03  Filler              Pic X(16) Value "Taken In At:".
000082     03  Taken-Time          Pic 99B99B99.
000083     03  Filler              Pic X(10) Value "   Clerk:".
000084     03  Taken-Clerk         Pic X(4).
000085     03  Filler              Pic X(10) Value "   Via:".
000086     03  Taken-Program       Pic X(8).
000087 01  Column-Line.
000088     03  Filler              Pic X(14) Value "Item Number".
000089     03  Filler              Pic X(36) Value "Description".
000090     03  Filler              Pic X(6)  Value "Cat".
000091     03  Filler              Pic X(11) Value "  Tag Price".
000092     03  Filler              Pic X(6)  Value "  Term".
000092     03  Filler              Pic X(7)  Value "    Qty".
000093 01  Item-Line.
000094     03  Item-Line-Number    Pic X(12).
000095     03  Filler              Pic X(2)  Value Spaces.
000096     03  Item-Line-Desc      Pic X(34).
000097     03  Filler              Pic X(2)  Value Spaces.
000098     03  Item-Line-Cat       Pic X(4).
000099     03  Filler              Pic X(2)  Value Spaces.
000100     03  Item-Line-Price     Pic ZZ,ZZZ.99.
000101     03  Filler              Pic X(3)  Value Spaces.
000102     03  Item-Line-Term      Pic ZZ9.
000102     03  Filler              Pic X(4)  Value Spaces.
000102     03  Item-Line-Qty       Pic ZZZZ9.
000103 01  Total-Line.
000104     03  Filler              Pic X(16) Value "Items Taken In:".
000105     03  Total-Line-Count    Pic ZZ,ZZ9.
000106     03  Filler              Pic X(21)
000107         Value "     Total Tag Value:".
000108     03  Total-Line-Value    Pic Z,ZZZ,ZZZ.99.
000109 01  Agree-Line.
000110     03  Filler              Pic X(40)
000111         Value "Received On Consignment Under The Dealer".
000112     03  Filler              Pic X(40)
000113         Value " Agreement, As Listed Above".
000114 01  Dealer-Sign-Line.
000115     03  Filler              Pic X(19) Value "Dealer Signature:".
000116     03  Filler              Pic X(30)
000117         Value "______________________________".
000118     03  Filler              Pic X(7)  Value "  Date:".
000119     03  Filler              Pic X(12) Value "____________".
000120 01  Clerk-Sign-Line.
000121     03  Filler              Pic X(19) Value "Clerk Signature:".
000122     03  Filler              Pic X(30)
000123         Value "______________________________".
000124 01  Page-Count             Pic 9(4) Value Zeros.
000125 01  Spool-Catalog-Name    Pic X(8) Value "CHAPT24L".
000126 01  Spool-Catalog-File    Pic X(12) Value "RPT24L.SPL".
000127 Procedure Division.
000128 Chapt24l-Start.
000129     Accept Command-Line-Value From Command-Line
000130     If Command-Line-Value Numeric
000131        Move Command-Line-Value (1:6) To Requested-Receipt
000132     Else
000133        Move Command-Line-Value To Requested-Dealer
000134     End-If
000135     If Requested-Receipt = Zeros And Requested-Dealer = Spaces
000136        Display "Intake Receipt Number (Or Zero): "
000137        Accept Requested-Receipt
000138        If Requested-Receipt = Zeros
000139           Display "Dealer Number For All Receipts: "
000140           Accept Requested-Dealer
000141        End-If
000142     End-If
000143     Open Input Intake-History-File
000144     If Not Intake-History-Success
000145        Display "Unable To Open Intake History, Status "
000146                Intake-History-Status
000147        Stop Run
000148     End-If
000149     Open Output Report-File
000150     Perform Scan-Intake-History Until All-Done
000151     Close Intake-History-File
000152           Report-File
000153     Call "Chapt25d" Using Spool-Catalog-Name
000154          Spool-Catalog-File Page-Count
000155     If Receipts-Reprinted = Zeros
000156        Display "No Intake Receipt On File For That Request"
000157     Else
000158        Display "Intake Receipts Reprinted " Receipts-Reprinted
000159     End-If
000160     Stop Run
000161     .
000162 Scan-Intake-History.
000163     Read Intake-History-File
000164          At End Set All-Done To True
000165          Not At End
000166             If (Requested-Receipt Not = Zeros And
000167                 Intake-Receipt-Number = Requested-Receipt)
000168                Or (Requested-Dealer Not = Spaces And
000169                    Intake-Dealer = Requested-Dealer)
000170                Perform Reprint-Intake-Line
000171             End-If
000172     End-Read
000173     .
000174 Reprint-Intake-Line.
000175* Header, Details And Trailer Were Written Together, So The
000176* Receipt Reprints In File Order, One Page Per Receipt
000177     Evaluate True
000178        When Intake-Header
000179             Add 1 To Receipts-Reprinted
000180             Add 1 To Page-Count
000181             If Page-Count = 1
000182                Write Report-Record From Reprint-Banner
000183                      After Zero
000184             Else
000185                Write Report-Record From Reprint-Banner
000186                      After Page
000187             End-If
000188             Move Intake-Receipt-Number To Title-Number
000189             Write Report-Record From Receipt-Title-Line After 2
000190             Move Intake-Dealer To Dealer-Line-Number
000191             Move Intake-First-Name To Dealer-Line-First
000192             Move Intake-Last-Name To Dealer-Line-Last
000193             Move Intake-Date To Dealer-Line-Date
000194             Write Report-Record From Dealer-Line After 2
000195             Move Intake-Time To Taken-Time
000196             Move Intake-Clerk To Taken-Clerk
000197             Move Intake-Program To Taken-Program
000198             Write Report-Record From Taken-By-Line After 1
000199             Write Report-Record From Column-Line After 2
000200        When Intake-Detail
000201             Move Intake-Item-Number To Item-Line-Number
000202             Move Intake-Description To Item-Line-Desc
000203             Move Intake-Category To Item-Line-Cat
000204             Move Intake-Tag-Price To Item-Line-Price
000205             Move Intake-Term-Days To Item-Line-Term
000205* Receipts Taken Before Lots Carried No Quantity - One Each
000205             If Intake-Quantity Numeric
000205                Move Intake-Quantity To Item-Line-Qty
000205             Else
000205                Move 1 To Item-Line-Qty
000205             End-If
000206             Write Report-Record From Item-Line After 1
000207        When Intake-Trailer
000208             Move Intake-Item-Count To Total-Line-Count
000209             Move Intake-Total-Value To Total-Line-Value
000210             Write Report-Record From Total-Line After 2
000211             Write Report-Record From Agree-Line After 2
000212             Write Report-Record From Dealer-Sign-Line After 3
000213             Write Report-Record From Clerk-Sign-Line After 3
000214        When Other
000215             Continue
000216     End-Evaluate
000217     .
