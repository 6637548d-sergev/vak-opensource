      *****************************************
      * Dealer Specialty Directory Record     *
      * Up To Five Specialty Codes Per Dealer *
      * From SpecTbl.TXT Or Category.TXT, And *
      * The Dealer's Consent To Be Listed In  *
      * The Shopper Directory                 *
      *****************************************
       01  Dealer-Specialty-Record.
           03  Spec-Dealer-Number      Pic X(8).
           03  Spec-Directory-Flag     Pic X.
               88  Spec-Directory-Listed Value "Y".
           03  Spec-Code               Pic X(4) Occurs 5 Times.
           03  Filler                  Pic X(11).
