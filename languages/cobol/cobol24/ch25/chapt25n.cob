000034* Date And Time, And A Missed Punch Is Fixed Through The
000035* Supervisor Correction Entry - Source C, With The Fixing
000036* Supervisor On The Record.  Chapt25o Prints The Weekly Hours
000036* A Dealer Working A Floor-Duty Shift Keys The Dealer Number
000036* Instead; Those Punches Land In DutyClk.TXT For Chapt16s
000043 Environment Division.
000050 Configuration Section.
000051 Special-Names.
000070                     "CurrOper.TXT"
000071         Organization Is Line Sequential
000072         File Status  Is Current-Operator-Status.
000072     Select Optional Duty-Clock-File Assign To "DutyClk.TXT"
000072         Organization Is Line Sequential
000072         File Status  Is Duty-Clock-Status.
000072     Select Optional Dealer-File Assign To "Dealer.Dat"
000072            Organization Indexed
000072            Access Random
000072            Record Key Dealer-Number
000072            File Status Dealer-Status.
000073 Data Division.
000074 File Section.
000075 Fd  Time-Clock-File.
000101     03  Curr-Oper-Id        Pic X(4).
000102     03  Filler              Pic X.
000103     03  Curr-Oper-Level     Pic 9.
000103 Fd  Duty-Clock-File.
000103 Copy "dutyclk.cpy".
000103 Fd  Dealer-File.
000103 01  Dealer-Record.
000103     03  Dealer-Number       Pic X(8).
000103     03  Filler              Pic X(468).
000104 Working-Storage Section.
000105 01  Keyboard-Status.
000106     03  Accept-Status Pic 9.
000124     88  Operator-Valid     Value "Y".
000125 01  Error-Message          Pic X(60) Value Spaces.
000126 01  Punches-Recorded       Pic 9(4) Value Zeros.
000126 01  Duty-Clock-Status      Pic XX Value Spaces.
000126 01  Dealer-Status          Pic XX Value Spaces.
000126     88  Dealer-Success     Value "00" Thru "09".
000126 01  Duty-Source-Work       Pic X Value Space.
000126 01  Dealer-Valid-Flag      Pic X Value Spaces.
000126     88  Dealer-Valid       Value "Y".
000127 01  Work-Record.
000128     03  Entry-Operator      Pic X(4).
000129     03  Entry-Corr-Date     Pic 9(8).
000130     03  Entry-Corr-Time     Pic 9(4).
000131     03  Entry-Corr-Type     Pic X.
000131     03  Entry-Dealer        Pic X(8).
000132 01  Date-And-Time-Area.
000133     03  Work-Date           Pic 9(6).
000134     03  Work-Date-X         Redefines Work-Date.
000150         05  Line 01 Column 30 Value "Time Clock"
000151             Highlight Foreground-Color 4 Background-Color 1.
000152         05  Line 04 Column 01  Value "Operator: ".
000152         05  Line 05 Column 01  Value "Floor Duty Dealer: ".
000152         05  Line 06 Column 01  Value
000152             "(Dealers On Floor Duty Key Their Dealer Number)".
000153         05  Line 08 Column 01  Value
000154             "Correction (Supervisor Only):".
000155         05  Line 09 Column 01  Value "Date: ".
000157         05  Line 09 Column 44  Value "In/Out (I/O): ".
000158         05  Line 22 Column 01  Value
000159             "F1-Exit  F2-Clock In  F3-Clock Out  F5-Correct".
000162     03  Reverse-Video-Group Reverse-Video.
000162         05  Line 4 Column 11 Pic X(4) Using Entry-Operator.
000163         05  Line 9 Column 07 Pic 99/99/9999
000164             Using Entry-Corr-Date.
000165         05  Line 9 Column 36 Pic 9(4)
000166             Using Entry-Corr-Time Blank When Zero.
000167         05  Line 9 Column 58 Pic X Using Entry-Corr-Type.
000167         05  Line 5 Column 20 Pic X(8) Using Entry-Dealer.
000168     03  Blink-Group Highlight Blink.
000169         05  Line 20 Column 01 Pic X(60) From Error-Message.
000170 Procedure Division.
000196     End-Evaluate
000197     .
000198 Punch-The-Clock-In.
000198     If Entry-Dealer Not = Spaces
000198        Move "I" To Entry-Corr-Type
000198        Perform Punch-Floor-Duty
000198     Else
000199     Perform Verify-Operator
000200     If Operator-Valid
000201        Perform Write-Live-Punch-In
000202     End-If
000202     End-If
000203     .
000204 Punch-The-Clock-Out.
000204     If Entry-Dealer Not = Spaces
000204        Move "O" To Entry-Corr-Type
000204        Perform Punch-Floor-Duty
000204     Else
000205     Perform Verify-Operator
000206     If Operator-Valid
000207        Perform Write-Live-Punch-Out
000208     End-If
000208     End-If
000209     .
000210 Write-Live-Punch-In.
000211     Move "I" To Entry-Corr-Type
000237     Evaluate True
000238        When Current-Oper-Level < 5
000239           Move "Corrections Take A Supervisor" To Error-Message
000240        When Entry-Operator = Spaces And Entry-Dealer = Spaces
000241           Move "Key the Operator or Dealer being corrected"
000242                To Error-Message
000243        When Entry-Corr-Date = Zeros
000244           Move "Key the punch Date" To Error-Message
000245        When Entry-Corr-Type Not = "I" And
000246             Entry-Corr-Type Not = "O"
000247           Move "In/Out must be I or O" To Error-Message
000248        When Entry-Dealer Not = Spaces
000248           Perform Verify-Duty-Dealer
000248           If Dealer-Valid
000248              Move "C" To Duty-Source-Work
000248              Perform Write-Duty-Punch
000248              Initialize Work-Record
000248              Move "Duty Correction Recorded And Attributed"
000248                   To Error-Message
000248           End-If
000248        When Other
000249           Perform Verify-Operator
000250           If Operator-Valid
000310        Close Current-Operator-File
000311     End-If
000312     .
000312 Punch-Floor-Duty.
000312* A Dealer Working A Floor-Duty Shift Clocks On The Same
000312* Screen; The Punch Goes To DutyClk.TXT, Not The Payroll File
000312     Perform Verify-Duty-Dealer
000312     If Dealer-Valid
000312        Move "P" To Duty-Source-Work
000312        Perform Write-Duty-Punch
000312        If Entry-Corr-Type = "I"
000312           Move "Floor Duty Started - Thank You" To Error-Message
000312        Else
000312           Move "Floor Duty Ended - Thank You" To Error-Message
000312        End-If
000312        Move Space To Entry-Corr-Type
000312     End-If
000312     .
000312 Verify-Duty-Dealer.
000312     Move Spaces To Dealer-Valid-Flag
000312     Open Input Dealer-File
000312     If Not Dealer-Success
000312        Move "Dealer File Not Available" To Error-Message
000312     Else
000312        Move Entry-Dealer To Dealer-Number
000312        Read Dealer-File
000312             Invalid Key
000312                Move "Dealer Not On File" To Error-Message
000312             Not Invalid Key
000312                Set Dealer-Valid To True
000312        End-Read
000312        Close Dealer-File
000312     End-If
000312     .
000312 Write-Duty-Punch.
000312     Open Extend Duty-Clock-File
000312     Move Spaces To Duty-Clock-Record
000312     Move Entry-Dealer To Duty-Dealer
000312     Move Entry-Corr-Type To Duty-Type
000312     Move Duty-Source-Work To Duty-Source
000312     If Duty-Source-Work = "C"
000312        Move Entry-Corr-Date To Duty-Date
000312        Compute Duty-Time = Entry-Corr-Time * 100
000312        Move Current-Operator To Duty-Entered-By
000312     Else
000312        Accept Work-Time From Time
000312        Move Today-MMDDYYYY-N To Duty-Date
000312        Move Work-Time (1:6) To Duty-Time
000312        Move Current-Operator To Duty-Entered-By
000312     End-If
000312     Write Duty-Clock-Record
000312     Close Duty-Clock-File
000312     Add 1 To Punches-Recorded
000312     .
