000081         Access Dynamic
000081         Record Key Cert-Number
000081         File Status Gift-Cert-Status.
000081     Select Optional Item-Lot-File Assign To "ItemLot.Dat"
000081         Organization Indexed
000081         Access Dynamic
000081         Record Key Lot-Item-Number
000081         File Status Item-Lot-Status.
000082 Data Division.
000083 File Section.
000084 Fd  Journal-File.
000111 01  Gift-Cert-Record.
000111     03  Cert-Number         Pic X(12).
000111     03  Filler              Pic X(33).
000111 Fd  Item-Lot-File.
000111 01  Item-Lot-Record.
000111     03  Lot-Item-Number     Pic X(12).
000111     03  Filler              Pic X(48).
000120 Working-Storage Section.
000121 01  Journal-Status         Pic XX Value Spaces.
000122     88  Journal-Success    Value "00" Thru "09".
000128     88  Receivable-Success  Value "00" Thru "09".
000128 01  Gift-Cert-Status       Pic XX Value Spaces.
000128     88  Gift-Cert-Success   Value "00" Thru "09".
000128 01  Item-Lot-Status        Pic XX Value Spaces.
000128     88  Item-Lot-Success    Value "00" Thru "09".
000129 01  Done-Flag              Pic X Value Spaces.
000130     88  All-Done           Value "Y".
000131 01  Dealer-Applied         Pic 9(7) Value Zeros.
000133 01  Invoice-Applied        Pic 9(7) Value Zeros.
000133 01  Receivable-Applied     Pic 9(7) Value Zeros.
000133 01  Giftcert-Applied       Pic 9(7) Value Zeros.
000133 01  Itemlot-Applied        Pic 9(7) Value Zeros.
000134 01  Skipped-Count          Pic 9(7) Value Zeros.
000134 01  Journal-Records-Seen   Pic 9(7) Value Zeros.
000134 01  Last-Marker-Ordinal    Pic 9(7) Value Zeros.
000202     Open I-O Rent-Invoice-File
000202     Open I-O Receivable-File
000202     Open I-O Gift-Cert-File
000202     Open I-O Item-Lot-File
000202     Perform Skip-To-Backup-Marker
000203     Perform Replay-One-Entry Until All-Done
000204     Close Journal-File
000213     If Gift-Cert-Success
000213        Close Gift-Cert-File
000213     End-If
000213     If Item-Lot-Success
000213        Close Item-Lot-File
000213     End-If
000214     Display "Dealer Updates Reapplied  " Dealer-Applied
000215     Display "Item Updates Reapplied    " Item-Applied
000216     Display "Payment Records Reapplied " Payhist-Applied
000216     Display "Invoice Updates Reapplied " Invoice-Applied
000216     Display "Chargebacks Reapplied     " Receivable-Applied
000216     Display "Certificates Reapplied    " Giftcert-Applied
000216     Display "Lot Quantities Reapplied  " Itemlot-Applied
000217     Display "Entries Skipped           " Skipped-Count
000218     Stop Run
000219     .
000234             Perform Apply-Receivable-Entry
000234        When "GIFTCERT"
000234             Perform Apply-Giftcert-Entry
000234        When "ITEMLOT"
000234             Perform Apply-Itemlot-Entry
000234        When "*BACKUP*"
000234             Continue
000235        When Other
000269     End-Rewrite
000269     Add 1 To Giftcert-Applied
000269     .
000269 Apply-Itemlot-Entry.
000269     Move Jrn-Image (1:60) To Item-Lot-Record
000269     Rewrite Item-Lot-Record
000269        Invalid Key
000269           Write Item-Lot-Record
000269              Invalid Key
000269                 Add 1 To Skipped-Count
000269                 Subtract 1 From Itemlot-Applied
000269           End-Write
000269     End-Rewrite
000269     Add 1 To Itemlot-Applied
000269     .
