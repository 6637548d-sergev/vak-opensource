000087     03  Hold-Status-Code    Pic X.
000088         88  Hold-Active     Value "A".
000089         88  Hold-Released   Value "R".
000089*    Placed And Released Dates Stay Blank On Holds Written
000089*    Before The Dates Were Kept
000089     03  Filler              Pic X.
000089     03  Hold-Placed-Date    Pic 9(8).
000089     03  Filler              Pic X.
000089     03  Hold-Released-Date  Pic 9(8).
000090 Fd  Override-Log-File.
000091 01  Override-Log-Record.
000092     03  Ovrd-Date           Pic 9(8).
000135         05  Table-Hold-By       Pic X(4).
000136         05  Table-Hold-Expiry   Pic 9(8).
000137         05  Table-Hold-Status   Pic X.
000137         05  Table-Hold-Placed   Pic 9(8).
000137         05  Table-Hold-Freed    Pic 9(8).
000138 01  Error-Message          Pic X(60) Value Spaces.
000139 01  Holds-Placed           Pic 9(3) Value Zeros.
000140 01  Holds-Freed            Pic 9(3) Value Zeros.
000240           Move Entry-Expiry To
000241                Table-Hold-Expiry (Hold-Count)
000242           Move "A" To Table-Hold-Status (Hold-Count)
000242           Move Today-MMDDYYYY-N To
000242                Table-Hold-Placed (Hold-Count)
000242           Move Zeros To Table-Hold-Freed (Hold-Count)
000243           Add 1 To Holds-Placed
000244           Initialize Work-Record
000245           Move "Hold Placed" To Error-Message
000259              Entry-Item-Number And
000260              Table-Hold-Status (Hold-Index) = "A"
000261              Move "R" To Table-Hold-Status (Hold-Index)
000261              Move Today-MMDDYYYY-N To
000261                   Table-Hold-Freed (Hold-Index)
000262              Set Release-Found To True
000263              Add 1 To Holds-Freed
000264              Perform Log-The-Release
000310                Move Hold-Expiry To
000311                     Table-Hold-Expiry (Hold-Count)
000312                Move Hold-Status-Code To
000312                     Table-Hold-Status (Hold-Count)
000312                If Hold-Placed-Date Numeric
000312                   Move Hold-Placed-Date To
000312                        Table-Hold-Placed (Hold-Count)
000312                Else
000312                   Move Zeros To Table-Hold-Placed (Hold-Count)
000312                End-If
000312                If Hold-Released-Date Numeric
000312                   Move Hold-Released-Date To
000312                        Table-Hold-Freed (Hold-Count)
000312                Else
000312                   Move Zeros To Table-Hold-Freed (Hold-Count)
000312                End-If
000314             End-If
000315     End-Read
000316     .
000325        Move Table-Hold-By (Hold-Index) To Hold-Placed-By
000326        Move Table-Hold-Expiry (Hold-Index) To Hold-Expiry
000327        Move Table-Hold-Status (Hold-Index) To Hold-Status-Code
000327        Move Table-Hold-Placed (Hold-Index) To Hold-Placed-Date
000327        Move Table-Hold-Freed (Hold-Index) To Hold-Released-Date
000328        Write Hold-List-Record
000329     End-Perform
000330     Close Hold-List-File
