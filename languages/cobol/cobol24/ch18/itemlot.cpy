      *****************************************
      * Item Lot Quantity Record              *
      * One Row Per Multi-Unit Item Whose     *
      * Item-Lot-Flag Is "Y", Keyed By The    *
      * Item Number. Intake Sets The Received *
      * And On-Hand Counts, The Registers     *
      * Take Sales Off And Put Returns And    *
      * Voids Back, And The Item Is Marked    *
      * Sold Only When On-Hand Reaches Zero   *
      *****************************************
       01  Item-Lot-Record.
           03  Lot-Item-Number         Pic X(12).
           03  Filler                  Pic X.
           03  Lot-Qty-On-Hand         Pic 9(5).
           03  Filler                  Pic X.
           03  Lot-Qty-Received        Pic 9(5).
           03  Filler                  Pic X.
           03  Lot-Qty-Sold            Pic 9(5).
           03  Filler                  Pic X.
           03  Lot-Qty-Returned        Pic 9(5).
           03  Filler                  Pic X.
           03  Lot-Last-Date           Pic 9(8).
           03  Filler                  Pic X(15).
