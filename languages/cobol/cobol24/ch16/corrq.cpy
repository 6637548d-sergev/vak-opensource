               88  Corr-Rent-Invoice   Value "RINV".
               88  Corr-Sold-Notice    Value "SOLD".
               88  Corr-Esc-Notice     Value "ESCN".
               88  Corr-Doc-Lapsed     Value "DOCL".
               88  Corr-Inspection-Failed Value "INSP".
      *        A Pickup Final Notice Goes To The Customer, So
      *        Corr-Dealer Carries The Customer Number
               88  Corr-Pickup-Notice  Value "PKUP".
      *        So Does A Returned-Check Collection Letter
               88  Corr-Returned-Check Value "RCK1" "RCK2" "RCK3".
      *        A Bank Detail Change Is Confirmed By Letter To The
      *        Address On File, Never By Email
               88  Corr-Bank-Change    Value "BANK".
           03  Filler                  Pic X.
           03  Corr-Dealer             Pic X(8).
           03  Filler                  Pic X.
