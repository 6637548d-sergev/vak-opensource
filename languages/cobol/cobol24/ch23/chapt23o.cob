000020 Identification Division.
000030 Program-Id.  Chapt23o.
000031* Last-Four Masking - Shared Subprogram
000032* Taxpayer Ids And Bank Numbers Show On Screens, Reports And
000033* Copies As Asterisks With Only The Last Four Characters Left.
000034* A Value Of Four Characters Or Fewer Is Masked Entirely, And
000035* A Blank Value Stays Blank So An Empty Field Still Reads Empty
000036 Environment Division.
000037 Configuration Section.
000038 Source-Computer.  IBM-PC.
000039 Object-Computer.  IBM-PC.
000040 Data Division.
000041 Working-Storage Section.
000042 01  Value-Length          Pic 99 Value Zeros.
000043 01  Mask-Through          Pic 99 Value Zeros.
000044 01  Char-Sub              Pic 99 Value Zeros.
000045 Linkage Section.
000046 01  Passed-Value          Pic X(17).
000047 01  Masked-Value          Pic X(17).
000048 Procedure Division Using Passed-Value Masked-Value.
000049 Chapt23o-Start.
000050     Move Passed-Value To Masked-Value
000051     Move Zeros To Value-Length
000052     Perform Find-Value-Length
000053             Varying Char-Sub From 17 By -1
000054             Until Char-Sub < 1 Or Value-Length > Zero
000055     If Value-Length > 4
000056        Compute Mask-Through = Value-Length - 4
000057     Else
000058        Move Value-Length To Mask-Through
000059     End-If
000060     Perform Mask-One-Character
000061             Varying Char-Sub From 1 By 1
000062             Until Char-Sub > Mask-Through
000063     Exit Program
000064     .
000065 Find-Value-Length.
000066     If Passed-Value (Char-Sub:1) Not = Space
000067        Move Char-Sub To Value-Length
000068     End-If
000069     .
000070 Mask-One-Character.
000071* Embedded Spaces Stay Spaces So The Shape Of The Value Holds
000072     If Masked-Value (Char-Sub:1) Not = Space
000073        Move "*" To Masked-Value (Char-Sub:1)
000074     End-If
000075     .
