000068         Alternate Record Key Item-Dealer-Number
000069             With Duplicates
000070         File Status Item-Status.
000070     Select Optional Item-Lot-File Assign To "ItemLot.Dat"
000070         Organization Indexed
000070         Access Random
000070         Record Key Lot-Item-Number
000070         File Status Item-Lot-Status.
000071     Select Optional Booth-File Assign To "Booth.Dat"
000072            Organization Relative
000073            Access Sequential
000086     03  Item-Date-Consigned Pic 9(8).
000087     03  Item-Status-Code    Pic X.
000088         88  Item-Available  Value "A".
000088     03  Filler              Pic X(9).
000088     03  Item-Lot-Flag       Pic X.
000088         88  Item-Is-Lot     Value "Y".
000090     03  Item-Category      Pic X(4).
000091     03  Filler             Pic X(11).
000092     03  Item-Term-Days     Pic 9(3).
000093     03  Filler             Pic X(12).
000093 Fd  Item-Lot-File.
000093 Copy "itemlot.cpy".
000094 Fd  Booth-File.
000095 01  Booth-Record.
000096     03  Occupying-Dealer-Number Pic X(8).
000102 Working-Storage Section.
000103 01  Item-Status            Pic XX Value Spaces.
000104     88  Item-Success       Value "00" Thru "09".
000104 01  Item-Lot-Status        Pic XX Value Spaces.
000104     88  Item-Lot-Success   Value "00" Thru "09".
000104 01  Item-Floor-Value       Pic S9(8)v99 Value Zeros.
000105 01  Booth-Status           Pic XX Value Spaces.
000106     88  Booth-Success      Value "00" Thru "09".
000107 01  Booth-Number           Pic 9(3) Value Zeros.
000218        Display "Unable To Open Item File, Status " Item-Status
000219        Stop Run
000220     End-If
000220     Open Input Item-Lot-File
000221     Open Output Report-File
000222     Perform Heading-Routine
000223     Perform Start-At-First-Dealer
000230     Perform Print-Zone-Summary
000231     Close Item-File
000232           Report-File
000232     If Item-Lot-Success
000232        Close Item-Lot-File
000232     End-If
000233     Call "Chapt25d" Using Spool-Catalog-Name
000234          Spool-Catalog-File Page-Count
000235     Display "Floor Valuation " Grand-Total-Value
000252     End-Read
000253     .
000254 Post-One-Item.
000254     Perform Get-Item-Floor-Value
000255     If Item-Dealer-Number Not = Hold-Dealer
000256        If Hold-Dealer Not = High-Values
000257           Perform Print-Dealer-Line
000276        When Other
000277             Move 4 To Bucket-Sub
000278     End-Evaluate
000279     Add Item-Floor-Value To Dealer-Bucket (Bucket-Sub)
000280                             Grand-Bucket (Bucket-Sub)
000281                             Grand-Total-Value
000282     If Item-Term-Days > Zero And
000283        Days-On-Floor > Item-Term-Days
000284        Add Item-Floor-Value To Dealer-Expired-Value
000285                                Grand-Expired-Value
000286     End-If
000287     Perform Post-To-Category
000288     Perform Post-To-Zone
000289     .
000289 Get-Item-Floor-Value.
000289* A Lot Is Worth Its Unit Tag Price Times What Is Left On Hand
000289     Move Item-Tag-Price To Item-Floor-Value
000289     If Item-Is-Lot
000289        Move Zeros To Lot-Qty-On-Hand
000289        If Item-Lot-Success
000289           Move Item-Number To Lot-Item-Number
000289           Read Item-Lot-File
000289                Invalid Key
000289                   Move Zeros To Lot-Qty-On-Hand
000289           End-Read
000289        End-If
000289        Compute Item-Floor-Value =
000289                Item-Tag-Price * Lot-Qty-On-Hand
000289     End-If
000289     .
000290 Post-To-Category.
000291     Set Category-Index To 1
000292     Search Category-Entry
000295                Add 1 To Category-Count
000296                Move Item-Category To
000297                     Table-Category (Category-Count)
000298                Move Item-Floor-Value To
000299                     Table-Cat-Value (Category-Count)
000300             End-If
000301          When Table-Category (Category-Index) = Item-Category
000302             Add Item-Floor-Value To
000303                 Table-Cat-Value (Category-Index)
000304     End-Search
000305     .
000317             If Zone-Count < 20
000318                Add 1 To Zone-Count
000319                Move Work-Zone To Table-Zone (Zone-Count)
000320                Move Item-Floor-Value To
000321                     Table-Zone-Value (Zone-Count)
000322                If Bucket-Sub = 4
000323                   Move Item-Floor-Value To
000324                        Table-Zone-Aged (Zone-Count)
000325                Else
000326                   Move Zeros To Table-Zone-Aged (Zone-Count)
000327                End-If
000328             End-If
000329          When Table-Zone (Zone-Index) = Work-Zone
000330             Add Item-Floor-Value To
000331                 Table-Zone-Value (Zone-Index)
000332             If Bucket-Sub = 4
000333                Add Item-Floor-Value To
000334                    Table-Zone-Aged (Zone-Index)
000335             End-If
000336     End-Search
