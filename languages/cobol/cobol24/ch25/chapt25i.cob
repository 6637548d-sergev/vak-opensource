000031* Training Sandbox Generator
000032* Copies The Production Dealer, Item And Booth Files Into
000033* The Training File Set With Names, Addresses And Phones
000034* Masked, Taxpayer Ids And Bank Numbers Cut To Their Last
000034* Four Digits.  Running It Again Is The One-Step Sandbox Reset
000043 Environment Division.
000050 Configuration Section.
000055 Source-Computer.  IBM-PC.
000131     03  Trn-Work-Phone      Pic X(20).
000132     03  Trn-Other-Phone     Pic X(20).
000133     03  Filler              Pic X(83).
000134     03  Trn-Bank-Routing    Pic X(9).
000134     03  Trn-Bank-Account    Pic X(17).
000134     03  Filler              Pic X(11).
000134     03  Trn-Tax-Id          Pic X(9).
000134     03  Filler              Pic X(9).
000134     03  Trn-Dealer-Pin      Pic X(4).
000134     03  Filler              Pic X(41).
000135 Fd  Item-File.
000136 01  Item-Record.
000137     03  Item-Number         Pic X(12).
000168 01  Dealers-Copied         Pic 9(5) Value Zeros.
000169 01  Items-Copied           Pic 9(5) Value Zeros.
000170 01  Booths-Copied          Pic 9(5) Value Zeros.
000170 01  Mask-Value-In          Pic X(17) Value Spaces.
000170 01  Mask-Value-Out         Pic X(17) Value Spaces.
000190 Procedure Division.
000191 Chapt25i-Start.
000192     Display "Begin Training Sandbox Build Chapt25i"
000239                   Trn-Home-Phone
000240                   Trn-Work-Phone
000241                   Trn-Other-Phone
000241* The Taxpayer Id And Bank Numbers Keep Only Their Last Four
000241* Digits, And A PIN Not Yet Hashed Is Dropped
000241     Move Trn-Bank-Routing To Mask-Value-In
000241     Call "Chapt23o" Using Mask-Value-In Mask-Value-Out
000241     Move Mask-Value-Out To Trn-Bank-Routing
000241     Move Trn-Bank-Account To Mask-Value-In
000241     Call "Chapt23o" Using Mask-Value-In Mask-Value-Out
000241     Move Mask-Value-Out To Trn-Bank-Account
000241     Move Trn-Tax-Id To Mask-Value-In
000241     Call "Chapt23o" Using Mask-Value-In Mask-Value-Out
000241     Move Mask-Value-Out To Trn-Tax-Id
000241     If Trn-Dealer-Pin Numeric
000241        Move Spaces To Trn-Dealer-Pin
000241     End-If
000242     .
000243 Build-Training-Items.
000244     Open Input Item-File
