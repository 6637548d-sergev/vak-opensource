000118            Organization Is Line Sequential.
000118     Select Optional Trans-File Assign To "Trans1.TXT"
000118            Organization Is Line Sequential.
000118     Select Optional Sales-History-File
000118            Assign To "\Tycobol\SalesHst.Dat"
000118            Organization Indexed
000118            Access Dynamic
000118            Record Key SH-Key
000118            Alternate Record Key SH-Item
000118                With Duplicates
000118            Alternate Record Key SH-Customer
000118                With Duplicates
000118            Alternate Record Key SH-Receipt
000118                With Duplicates
000118            File Status Sales-History-Status.
000118     Select Optional Dealer-Document-File
000118            Assign To "\Tycobol\DlrDoc.Dat"
000118            Organization Indexed
000118            Access Random
000118            Record Key Doc-Key
000118            File Status Dealer-Document-Status.
000120 Data Division.
000121 File Section.
000122 Fd  Dealer-File.
000142     03  Ticket-Rec-Type    Pic  X.
000142         88  Ticket-Header   Value "H".
000142     03  Filler             Pic  X(3).
000142 Fd  Sales-History-File.
000142 Copy "salehist.cpy".
000142 Fd  Dealer-Document-File.
000142 Copy "dlrdoc.cpy".
000143 Working-Storage Section.
000144 01  Dealer-Status     Pic X(2) Value Spaces.
000145     88  Dealer-Success Value "00" Thru "09".
000145 01  Dealer-Document-Status Pic X(2) Value Spaces.
000145     88  Dealer-Document-Success Value "00" Thru "09".
000150 01  Sales-History-Status Pic X(2) Value Spaces.
000150     88  Sales-History-Success Value "00" Thru "09".
000150 01  Error-Message     Pic X(60) Value Spaces.
000151 Copy "sp2.cpy".
000160
000190 01  Sales-History-Qty-Edit   Pic Z(5)9.
000190 01  Sales-History-Amt-Edit   Pic $$$,$$$.99.
000190 01  Audit-Operator-Id        Pic X(12) Value Spaces.
000190 01  Today-YYYYMMDD           Pic 9(8) Value Zero.
000190 01  Expiry-Edit              Pic 99/99/9999.
000191 Procedure Division.
000200 Mainline.
000210******************
000370 Open-File.
000371     Open Input Dealer-File
000371     Open Extend Audit-File
000371     Open Input Dealer-Document-File
000372     .
000373 Close-File.
000374     Close Dealer-File
000374           Audit-File
000374     If Dealer-Document-Success
000374        Close Dealer-Document-File
000374     End-If
000375     .
000380 Proc-Open-File.
000390*****************
000646     Move Zero To Sales-History-Qty
000646     Move Zero To Sales-History-Amt
000646     Move Spaces To Sales-History-Done-Flag
000646     Perform Add-Posted-Sales-History
000646     Move Spaces To Sales-History-Done-Flag
000646     Open Input Trans-File
000646     Perform Until Sales-History-Done
000646        Read Trans-File
000646     Call "SP2" Using Sp2-Display-Message Sp2-Message-Data
000646     Perform Write-Audit-Record
000646     .
000647 Add-Posted-Sales-History.
000647* Every Posted Sale For The Dealer From The Indexed Sales
000647* History, Read On The Dealer And Date Key; Today's Register
000647* File Adds What Has Not Been Through The Nightly Update
000647     Open Input Sales-History-File
000647     If Sales-History-Success
000647        Move Chapt24a-Number To SH-Dealer
000647        Move Zero To SH-Key-Date SH-Sequence
000647        Start Sales-History-File Key Not < SH-Key
000647              Invalid Key Set Sales-History-Done To True
000647        End-Start
000647        Perform Add-One-Posted-Sale Until Sales-History-Done
000647        Close Sales-History-File
000647     End-If
000647     .
000647 Add-One-Posted-Sale.
000647     Read Sales-History-File Next
000647          At End
000647             Set Sales-History-Done To True
000647          Not At End
000647             If SH-Dealer Not = Chapt24a-Number
000647                Set Sales-History-Done To True
000647             Else
000647                Add 1 To Sales-History-Count
000647                If SH-Amount < Zero
000647                   Subtract SH-Qty From Sales-History-Qty
000647                Else
000647                   Add SH-Qty To Sales-History-Qty
000647                End-If
000647                Add SH-Amount To Sales-History-Amt
000647             End-If
000647     End-Read
000647     .
000647 Fill-Panel-Data.
000648     Move Dealer-Number       To Chapt24a-Number
000649     Move Last-Name           To Chapt24a-Last
000668     Move Date-YYYYMMDD       To Chapt24a-Next-Rent-Due-Date
000670     Move Rent-Amount         To Chapt24a-Rent-Amount
000671     Move Consignment-Percent To Chapt24a-Consignment-Percent
000671     Perform Check-Insurance-Lapsed
000672     Perform Write-Audit-Record
000672     .
000672 Check-Insurance-Lapsed.
000672* A Dealer Whose Liability Certificate Has Run Out Is Flagged
000672* Every Time The Tenant Is Brought Up
000672     Move Dealer-Number To Doc-Dealer
000672     Set Doc-Insurance To True
000672     Read Dealer-Document-File
000672        Invalid Key
000672           Continue
000672        Not Invalid Key
000672           Accept Today-YYYYMMDD From Date YYYYMMDD
000672           Move Doc-Expiry-Date To Date-MMddyyyy
000672           Move Corresponding Date-MMddyyyy-X To Date-YYYYMMDD-X
000672           If Date-YYYYMMDD < Today-YYYYMMDD
000672              Move Doc-Expiry-Date To Expiry-Edit
000672              Move Low-Values To Sp2-Ms-Data
000672              Move "b"                 To Sp2-Ms-Icon
000672              Move "Insurance Lapsed"  To Sp2-Ms-Title
000672              Move "o"                 To Sp2-Ms-Button
000672              Move 1                   To Sp2-Ms-Line-Cnt
000672              String "Liability Insurance Lapsed "
000672                     Expiry-Edit
000672                     " - Policy " Doc-Reference
000672                     Delimited By Size
000672                     Into Sp2-Ms-Text
000672              End-String
000672              Call "SP2" Using Sp2-Display-Message
000672                               Sp2-Message-Data
000672           End-If
000672     End-Read
000672     .
000672 Write-Audit-Record.
000672     Accept Audit-Date From Date YYYYMMDD
000672     Accept Audit-Timestamp From Time
