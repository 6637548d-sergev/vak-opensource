      *****************************************
      * Vendor Master Record                  *
      * Who The Store Owes For Its Own Bills. *
      * Maintained By Chapt21p, Billed By     *
      * Chapt21q, Paid By Chapt21r; 1099      *
      * Vendors Go Out With Chapt20d          *
      *****************************************
       01  Vendor-Record.
           03  Vendor-Number           Pic X(8).
           03  Vendor-Name             Pic X(40).
           03  Vendor-Remit-Address-1  Pic X(50).
           03  Vendor-Remit-Address-2  Pic X(50).
           03  Vendor-City             Pic X(40).
           03  Vendor-State            Pic X(20).
           03  Vendor-Postal-Code      Pic X(15).
           03  Vendor-Phone            Pic X(20).
           03  Vendor-Terms-Days       Pic 9(3).
           03  Vendor-1099-Flag        Pic X.
               88  Vendor-Gets-1099    Value "Y".
           03  Vendor-Tax-Id           Pic X(9).
           03  Vendor-W9-Flag          Pic X.
               88  Vendor-W9-On-File   Value "Y".
           03  Vendor-Default-Category Pic X(4).
           03  Vendor-Status-Code      Pic X.
               88  Vendor-Active       Value "A".
               88  Vendor-Inactive     Value "I".
           03  Filler                  Pic X(38).
