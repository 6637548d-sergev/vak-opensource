000136     03  Ticket-Rec-Type    Pic  X.
000136         88  Ticket-Header   Value "H".
000136         88  Ticket-Detail   Value "D".
000136     03  Filler             Pic  X.
000136     03  Trans-Terminal     Pic  X(2).
000137 01  Trans-Trailer-Record Redefines Trans-Record.
000138     03  Trailer-Marker         Pic X(8).
000139         88  Trans-Trailer      Value "TRAILER1".
000146 Working-Storage Section.
000099 01  Current-Operator-Status Pic XX Value Spaces.
000099 01  Current-Operator       Pic X(4) Value Spaces.
000099 Copy "termid.cpy".
000099 01  Current-Oper-Level     Pic 9 Value Zeros.
000099 01  Quiesce-File-Status    Pic XX Value Spaces.
000099 01  Online-Use-Status      Pic XX Value Spaces.
000600     End-If
000600     Perform Load-Current-Operator
000243     Perform Get-File-Parameters
000243     Set Term-Start-Up To True
000243     Call "Chapt23v" Using Terminal-Identity-Area
000244     Perform Open-Files
000245     Initialize Layaway-Record
000246     Perform Process-Screen Until F1-Pressed
000406     Move Layaway-Customer To Trans-Customer
000406     Move "C" To Tender-Type
000406     Move Current-Operator To Trans-Operator
000406     Move Term-Id To Trans-Terminal
000406     Accept Entry-Time-Work From Time
000406     Move Entry-Time-Work (1:6) To Trans-Time
000407     Write Trans-Record
