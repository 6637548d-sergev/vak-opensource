000232     03  Detail-Tin          Pic X(9).
000233     03  Filler              Pic X(2)  Value Spaces.
000234     03  Detail-W9           Pic X.
000063 01  Mask-Value-In          Pic X(17) Value Spaces.
000063 01  Mask-Value-Out         Pic X(17) Value Spaces.
000063 01  Spool-Catalog-Name    Pic X(8) Value "CHAPT20S".
000063 01  Spool-Catalog-File    Pic X(12) Value "RPT20S.SPL".
000290 Procedure Division.
000321     Move Dealer-Number To Detail-Dealer
000322     Move Last-Name To Detail-Last-Name
000323     Move Sold-To-Date To Detail-Sold
000324* The Printed TIN Shows Only Its Last Four Digits
000324     Move Tax-Id To Mask-Value-In
000324     Call "Chapt23o" Using Mask-Value-In Mask-Value-Out
000324     Move Mask-Value-Out To Detail-Tin
000325     Move W9-Status-Code To Detail-W9
000326     If Line-Count >= Max-Lines
000327        Perform Heading-Routine
