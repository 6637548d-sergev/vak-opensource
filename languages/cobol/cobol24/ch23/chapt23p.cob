000020 Identification Division.
000030 Program-Id.  Chapt23p.
000031* Kiosk PIN One-Way Hash - Shared Subprogram
000032* The Dealer Record Keeps Only This Hash Of The Kiosk PIN,
000033* Never The Digits.  The Dealer Number Is Folded In With The
000034* PIN So Two Dealers With The Same PIN Store Different Values,
000035* And The Result Is Four Letters So A Hashed PIN Can Never Be
000036* Mistaken For A Four-Digit PIN Not Yet Converted
000037 Environment Division.
000038 Configuration Section.
000039 Source-Computer.  IBM-PC.
000040 Object-Computer.  IBM-PC.
000041 Data Division.
000042 Working-Storage Section.
000043 01  Hash-Key.
000044     03  Hash-Key-Dealer    Pic X(8).
000045     03  Hash-Key-Pin       Pic X(4).
000046 01  Char-Set               Pic X(36) Value
000047     "0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ".
000048 01  Letter-Set             Pic X(26) Value
000049     "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
000050 01  Hash-Value             Pic 9(9) Value Zeros.
000051 01  Hash-Work              Pic 9(12) Value Zeros.
000052 01  Hash-Quotient          Pic 9(12) Value Zeros.
000053 01  Hash-Modulus           Pic 9(9) Value 999999937.
000054 01  Char-Value             Pic 99 Value Zeros.
000055 01  Char-Sub               Pic 99 Value Zeros.
000056 01  Pass-Count             Pic 9 Value Zeros.
000057 01  Letter-Sub             Pic 99 Value Zeros.
000058 Linkage Section.
000059 01  Passed-Dealer-Number   Pic X(8).
000060 01  Passed-Pin             Pic X(4).
000061 01  Hashed-Pin             Pic X(4).
000062 Procedure Division Using Passed-Dealer-Number Passed-Pin
000063                          Hashed-Pin.
000064 Chapt23p-Start.
000065     Move Passed-Dealer-Number To Hash-Key-Dealer
000066     Move Passed-Pin To Hash-Key-Pin
000067     Inspect Hash-Key Converting
000068             "abcdefghijklmnopqrstuvwxyz" To
000069             "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
000070     Move 104729 To Hash-Value
000071* Three Passes Over The Key Spread Every Character Of The PIN
000072* Across The Whole Result
000073     Perform Hash-One-Pass
000074             Varying Pass-Count From 1 By 1
000075             Until Pass-Count > 3
000076     Move Spaces To Hashed-Pin
000077     Perform Make-One-Letter
000078             Varying Char-Sub From 1 By 1
000079             Until Char-Sub > 4
000080     Exit Program
000081     .
000082 Hash-One-Pass.
000083     Perform Hash-One-Character
000084             Varying Char-Sub From 1 By 1
000085             Until Char-Sub > 12
000086     .
000087 Hash-One-Character.
000088     Move Zeros To Char-Value
000089     Inspect Char-Set Tallying Char-Value
000090             For Characters Before Initial Hash-Key (Char-Sub:1)
000091     Compute Hash-Work = Hash-Value * 37 +
000092             (Char-Value + 1) * (Char-Sub + Pass-Count * 13)
000093     Divide Hash-Work By Hash-Modulus Giving Hash-Quotient
000094            Remainder Hash-Value
000095     .
000096 Make-One-Letter.
000097     Divide Hash-Value By 26 Giving Hash-Value
000098            Remainder Letter-Sub
000099     Add 1 To Letter-Sub
000100     Move Letter-Set (Letter-Sub:1) To Hashed-Pin (Char-Sub:1)
000101     .
