000033* Short From The Chapt20g Ledger, Flagged Either Way Past
000034* The Threshold - Consistent Overages Are As Suspicious As
000035* Shortages.  The Threshold Reads From OsTol.TXT
000035* Each Close Is Now Per Terminal Drawer, So The Thirty-Day
000035* Figure Is Split Between Drawers The Cashier Worked Alone
000035* And Drawers Shared With Others.  A Solo Figure Past The
000035* Threshold Is A CASHIER Problem; A Terminal Past It Under
000035* Two Or More Cashiers Is A DRAWER Problem - The Lane, Not
000035* The People.  Closes From Before Terminals Count As Solo
000043 Environment Division.
000050 Configuration Section.
000055 Source-Computer.  IBM-PC.
000078     03  Os-Operator         Pic X(4).
000079     03  Filler              Pic X.
000080     03  Os-Amount           Pic S9(6)v99.
000080     03  Filler              Pic X(21).
000080     03  Os-Terminal         Pic X(2).
000080     03  Filler              Pic X.
000080     03  Os-Cashiers         Pic X.
000080     03  Os-Cashiers-N Redefines Os-Cashiers Pic 9.
000080     03  Filler              Pic X.
000080     03  Os-Closed-By        Pic X(4).
000081 Fd  Threshold-File.
000082 01  Threshold-Record.
000083     03  Threshold-Value     Pic 9(3)v99.
000097         05  Tbl-Operator    Pic X(4).
000098         05  Tbl-Cumulative  Pic S9(8)v99.
000099         05  Tbl-Rolling-30  Pic S9(8)v99.
000099         05  Tbl-Solo-30     Pic S9(8)v99.
000099         05  Tbl-Shared-30   Pic S9(8)v99.
000099 01  Solo-Close-Flag        Pic X Value Space.
000099     88  Solo-Close         Value "Y".
000099 01  Row-Cashiers           Pic 9 Value Zeros.
000099* Each Terminal Drawer's Record, And Which Operators Were
000099* Charged With It Over The Thirty Days
000099 01  Term-Count             Pic 9(2) Value Zeros.
000099 01  Term-Table-Area.
000099     03  Term-Entry Occurs 0 To 30 Times
000099             Depending On Term-Count
000099             Indexed By Term-Index.
000099         05  Trm-Terminal    Pic X(2).
000099         05  Trm-Cumulative  Pic S9(8)v99.
000099         05  Trm-Rolling-30  Pic S9(8)v99.
000099         05  Trm-Closes-30   Pic 9(4).
000099         05  Trm-Operators   Pic 9(2).
000099         05  Trm-Max-Cashiers Pic 9.
000099 01  Pair-Count             Pic 9(3) Value Zeros.
000099 01  Pair-Table-Area.
000099     03  Pair-Entry Occurs 0 To 300 Times
000099             Depending On Pair-Count
000099             Indexed By Pair-Index.
000099         05  Pair-Terminal   Pic X(2).
000099         05  Pair-Operator   Pic X(4).
000100 01  Heading-Line-1.
000101     03  Filler      Pic X(12) Value "Created by:".
000102     03  Filler      Pic X(8)  Value "CHAPT21N".
000106     03  Page-No     Pic Z(4)9 Value Zeros.
000107 01  Heading-Line-3.
000108     03  Filler      Pic X(6)  Value "Oper".
000109     03  Filler      Pic X(11) Value " Cumulative".
000110     03  Filler      Pic X(14) Value "        30-Day".
000110     03  Filler      Pic X(14) Value "   Solo 30-Day".
000110     03  Filler      Pic X(14) Value " Shared 30-Day".
000111     03  Filler      Pic X(6)  Value "  Flag".
000112 01  Detail-Line.
000113     03  Detail-Operator     Pic X(4).
000115     03  Detail-Cumulative   Pic ZZZ,ZZ9.99-.
000116     03  Filler              Pic X(3)  Value Spaces.
000117     03  Detail-Rolling      Pic ZZZ,ZZ9.99-.
000117     03  Filler              Pic X(3)  Value Spaces.
000117     03  Detail-Solo         Pic ZZZ,ZZ9.99-.
000117     03  Filler              Pic X(3)  Value Spaces.
000117     03  Detail-Shared       Pic ZZZ,ZZ9.99-.
000118     03  Filler              Pic X(2)  Value Spaces.
000118     03  Detail-Flag         Pic X(7).
000118 01  Term-Heading.
000118     03  Filler      Pic X(6)  Value "Term".
000118     03  Filler      Pic X(11) Value " Cumulative".
000118     03  Filler      Pic X(14) Value "        30-Day".
000118     03  Filler      Pic X(9)  Value "   Closes".
000118     03  Filler      Pic X(7)  Value " Cashrs".
000118     03  Filler      Pic X(7)  Value "   Flag".
000118 01  Term-Line.
000118     03  Term-Edit-Id        Pic X(4).
000118     03  Filler              Pic X(2)  Value Spaces.
000118     03  Term-Edit-Cumulative Pic ZZZ,ZZ9.99-.
000118     03  Filler              Pic X(3)  Value Spaces.
000118     03  Term-Edit-Rolling   Pic ZZZ,ZZ9.99-.
000118     03  Filler              Pic X(4)  Value Spaces.
000118     03  Term-Edit-Closes    Pic Z,ZZ9.
000118     03  Filler              Pic X(5)  Value Spaces.
000118     03  Term-Edit-Operators Pic Z9.
000118     03  Filler              Pic X(3)  Value Spaces.
000118     03  Term-Edit-Flag      Pic X(6).
000120 01  Line-Count           Pic 99          Value 99.
000121 01  Page-Count           Pic 9(4)        Value Zeros.
000122 01  Max-Lines            Pic 99          Value 60.
000155     Perform Print-One-Operator
000156             Varying Oper-Index From 1 By 1
000157             Until Oper-Index > Oper-Count
000157     If Line-Count + 3 >= Max-Lines
000157        Perform Heading-Routine
000157     End-If
000157     Write Report-Record From Term-Heading After 2
000157     Add 2 To Line-Count
000157     Perform Print-One-Terminal
000157             Varying Term-Index From 1 By 1
000157             Until Term-Index > Term-Count
000158     Close Report-File
000159     Call "Chapt25d" Using Spool-Catalog-Name
000160          Spool-Catalog-File Page-Count
000161     Display "Operators Reported " Oper-Count
000161     Display "Terminals Reported " Term-Count
000162     Display "Over Threshold     " Flagged-Count
000163     Stop Run
000164     .
000167          At End Set All-Done To True
000168          Not At End
000169             Perform Post-To-Operator
000169             Perform Post-To-Terminal
000170     End-Read
000171     .
000172 Post-To-Operator.
000172     Move Zeros To Row-Cashiers
000172     If Os-Cashiers Numeric
000172        Move Os-Cashiers-N To Row-Cashiers
000172     End-If
000172     If Row-Cashiers > 1
000172        Move Space To Solo-Close-Flag
000172     Else
000172        Set Solo-Close To True
000172     End-If
000172     Call "Chapt23f" Using Os-Date Today-MMDDYYYY Days-Back
000173     Set Oper-Index To 1
000174     Search Oper-Entry
000175          At End
000178                Move Os-Operator To Tbl-Operator (Oper-Count)
000179                Move Zeros To Tbl-Cumulative (Oper-Count)
000180                              Tbl-Rolling-30 (Oper-Count)
000180                              Tbl-Solo-30 (Oper-Count)
000180                              Tbl-Shared-30 (Oper-Count)
000181                Set Oper-Index To Oper-Count
000182                Perform Apply-The-Amount
000183             End-If
000187     .
000188 Apply-The-Amount.
000189     Add Os-Amount To Tbl-Cumulative (Oper-Index)
000191     If Days-Back >= 0 And Days-Back <= 30
000192        Add Os-Amount To Tbl-Rolling-30 (Oper-Index)
000192        If Solo-Close
000192           Add Os-Amount To Tbl-Solo-30 (Oper-Index)
000192        Else
000192           Add Os-Amount To Tbl-Shared-30 (Oper-Index)
000192        End-If
000193     End-If
000194     .
000194 Post-To-Terminal.
000194     Set Term-Index To 1
000194     Search Term-Entry
000194          At End
000194             If Term-Count < 30
000194                Add 1 To Term-Count
000194                Set Term-Index To Term-Count
000194                Move Os-Terminal To Trm-Terminal (Term-Index)
000194                Move Zeros To Trm-Cumulative (Term-Index)
000194                              Trm-Rolling-30 (Term-Index)
000194                              Trm-Closes-30 (Term-Index)
000194                              Trm-Operators (Term-Index)
000194                              Trm-Max-Cashiers (Term-Index)
000194                Perform Apply-To-Terminal
000194             End-If
000194          When Trm-Terminal (Term-Index) = Os-Terminal
000194             Perform Apply-To-Terminal
000194     End-Search
000194     .
000194 Apply-To-Terminal.
000194     Add Os-Amount To Trm-Cumulative (Term-Index)
000194     If Days-Back >= 0 And Days-Back <= 30
000194        Add Os-Amount To Trm-Rolling-30 (Term-Index)
000194        Add 1 To Trm-Closes-30 (Term-Index)
000194        If Row-Cashiers > Trm-Max-Cashiers (Term-Index)
000194           Move Row-Cashiers To Trm-Max-Cashiers (Term-Index)
000194        End-If
000194        Perform Post-Terminal-Operator
000205     End-If
000205     .
000205 Post-Terminal-Operator.
000205* Counts Each Operator Charged With The Drawer Once
000205     Set Pair-Index To 1
000205     Search Pair-Entry
000205          At End
000205             If Pair-Count < 300
000205                Add 1 To Pair-Count
000205                Move Os-Terminal To Pair-Terminal (Pair-Count)
000205                Move Os-Operator To Pair-Operator (Pair-Count)
000205                Add 1 To Trm-Operators (Term-Index)
000205             End-If
000205          When Pair-Terminal (Pair-Index) = Os-Terminal
000205               And Pair-Operator (Pair-Index) = Os-Operator
000205             Continue
000205     End-Search
000205     .
000195 Print-One-Operator.
000196     Move Tbl-Operator (Oper-Index) To Detail-Operator
000197     Move Tbl-Cumulative (Oper-Index) To Detail-Cumulative
000198     Move Tbl-Rolling-30 (Oper-Index) To Detail-Rolling
000198     Move Tbl-Solo-30 (Oper-Index) To Detail-Solo
000198     Move Tbl-Shared-30 (Oper-Index) To Detail-Shared
000198* Short Or Over On Drawers Worked Alone Follows The Cashier;
000198* Short Or Over Only On Shared Drawers Is Left To The Terminal
000198* Section Below To Sort Out
000198     Evaluate True
000198        When Tbl-Solo-30 (Oper-Index) > Flag-Threshold
000198        When Tbl-Solo-30 (Oper-Index) < (Zero - Flag-Threshold)
000198             Move "CASHIER" To Detail-Flag
000198             Add 1 To Flagged-Count
000198        When Tbl-Rolling-30 (Oper-Index) > Flag-Threshold
000198        When Tbl-Rolling-30 (Oper-Index) < (Zero - Flag-Threshold)
000198             Move "REVIEW" To Detail-Flag
000198             Add 1 To Flagged-Count
000198        When Other
000198             Move Spaces To Detail-Flag
000198     End-Evaluate
000206     If Line-Count >= Max-Lines
000207        Perform Heading-Routine
000208     End-If
000209     Write Report-Record From Detail-Line After 1
000210     Add 1 To Line-Count
000211     .
000211 Print-One-Terminal.
000211     Move Trm-Terminal (Term-Index) To Term-Edit-Id
000211     If Trm-Terminal (Term-Index) = Spaces
000211        Move "--" To Term-Edit-Id
000211     End-If
000211     Move Trm-Cumulative (Term-Index) To Term-Edit-Cumulative
000211     Move Trm-Rolling-30 (Term-Index) To Term-Edit-Rolling
000211     Move Trm-Closes-30 (Term-Index) To Term-Edit-Closes
000211     If Trm-Max-Cashiers (Term-Index) > Trm-Operators (Term-Index)
000211        Move Trm-Max-Cashiers (Term-Index) To
000211             Trm-Operators (Term-Index)
000211     End-If
000211     Move Trm-Operators (Term-Index) To Term-Edit-Operators
000211     Move Spaces To Term-Edit-Flag
000211     If Trm-Operators (Term-Index) > 1
000211        If Trm-Rolling-30 (Term-Index) > Flag-Threshold Or
000211           Trm-Rolling-30 (Term-Index) < (Zero - Flag-Threshold)
000211           Move "DRAWER" To Term-Edit-Flag
000211           Add 1 To Flagged-Count
000211        End-If
000211     End-If
000211     If Line-Count >= Max-Lines
000211        Perform Heading-Routine
000211     End-If
000211     Write Report-Record From Term-Line After 1
000211     Add 1 To Line-Count
000211     .
000212 Load-Threshold.
000213     Open Input Threshold-File
000214     If Threshold-Status = "00"
