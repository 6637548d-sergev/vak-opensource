000020 Identification Division.
000030 Program-Id.  Chapt18e.
000031* Register Receipt Reprint By Receipt Number
000043* The Register's Own Receipt File Is Reprinted Line For Line;
000043* A Receipt That Has Rolled Off It Is Rebuilt From The Posted
000043* Sales History Rows On The Receipt Key
000043 Environment Division.
000050 Configuration Section.
000055 Source-Computer.  IBM-PC.
000063     Select Optional Receipt-File Assign To WS-Receipt-File
000064         Organization Is Line Sequential
000065         File Status  Is Receipt-Status.
000066     Select Optional Sales-History-File Assign To "SalesHst.Dat"
000066         Organization Indexed
000066         Access Dynamic
000066         Record Key SH-Key
000066         Alternate Record Key SH-Item
000066             With Duplicates
000066         Alternate Record Key SH-Customer
000066             With Duplicates
000066         Alternate Record Key SH-Receipt
000066             With Duplicates
000066         File Status Sales-History-Status.
000066     Select Report-File Assign To Printer.
000076 Data Division.
000077 File Section.
000082     03  Receipt-Line-Text    Pic X(40).
000083 Fd  Report-File.
000084 01  Report-Record Pic X(80).
000100 Fd  Sales-History-File.
000100 Copy "salehist.cpy".
000100 Working-Storage Section.
000101 01  WS-Receipt-File       Pic X(40) Value "Receipt.TXT".
000101 01  Register-Number       Pic 9 Value 1.
000104     88  Receipt-Success   Value "00" Thru "09".
000105 01  Done-Flag             Pic X Value Spaces.
000106     88  All-Done          Value "Y".
000107 01  Sales-History-Status  Pic XX Value Spaces.
000107     88  Sales-History-Success Value "00" Thru "09".
000107 01  History-Done-Flag     Pic X Value Spaces.
000107     88  History-Done      Value "Y".
000107 01  Requested-Receipt     Pic 9(6) Value Zeros.
000108 01  Lines-Reprinted       Pic 9(5) Value Zeros.
000109 01  Reprint-Banner.
000112     03  Filler            Pic X(4) Value Spaces.
000113     03  Banner-Number     Pic 9(6).
000114     03  Filler            Pic X(4) Value " ***".
000120 01  Pending-Flag          Pic X Value Spaces.
000120     88  Line-Pending      Value "Y".
000120 01  Receipt-Total         Pic S9(7)v99 Value Zeros.
000120 01  History-Banner.
000120     03  Filler            Pic X(40)
000120         Value "    (Rebuilt From Posted Sales History)".
000120 01  History-Line.
000120     03  History-Date      Pic 99/99/9999.
000120     03  Filler            Pic X Value Spaces.
000120     03  History-Item      Pic X(12).
000120     03  Filler            Pic X Value Spaces.
000120     03  History-Category  Pic X(4).
000120     03  Filler            Pic X Value Spaces.
000120     03  History-Qty       Pic ZZ9.
000120     03  Filler            Pic X Value Spaces.
000120     03  History-Amount    Pic Z,ZZZ,ZZ9.99-.
000120     03  Filler            Pic X Value Spaces.
000120     03  History-Tender    Pic X.
000120 01  Pending-Date          Pic 9(8) Value Zeros.
000120 01  Pending-Item          Pic X(12) Value Spaces.
000120 01  Pending-Category      Pic X(4) Value Spaces.
000120 01  Pending-Qty           Pic 9(3) Value Zeros.
000120 01  Pending-Amount        Pic S9(7)v99 Value Zeros.
000120 01  Pending-Tender        Pic X Value Space.
000120 01  History-Total-Line.
000120     03  Filler            Pic X(21) Value Spaces.
000120     03  Filler            Pic X(10) Value "Total".
000120     03  History-Total     Pic Z,ZZZ,ZZ9.99-.
000120 Procedure Division.
000121 Chapt18e-Start.
000122     Accept Requested-Receipt From Command-Line
000125        Accept Requested-Receipt
000126     End-If
000127     Perform Get-File-Parameters
000128     Open Output Report-File
000128     Move Requested-Receipt To Banner-Number
000128     Open Input Receipt-File
000128     If Not Receipt-Success
000128        Display "Unable To Open Receipt File, Status "
000128                Receipt-Status
000128     Else
000128        Perform Scan-Receipt-File Until All-Done
000128        Close Receipt-File
000128     End-If
000128     If Lines-Reprinted = Zeros
000128        Perform Reprint-From-History
000128     End-If
000128     Close Report-File
000140     If Lines-Reprinted = Zeros
000141        Display "Receipt " Requested-Receipt " Not On File"
000142     Else
000149          At End Set All-Done To True
000150          Not At End
000151             If Receipt-Line-Number = Requested-Receipt
000152                Perform Write-Reprint-Banner
000152                Write Report-Record From Receipt-Line-Text
000153                      After 1
000154                Add 1 To Lines-Reprinted
000155             End-If
000156     End-Read
000157     .
000158 Write-Reprint-Banner.
000158     If Lines-Reprinted = Zeros
000158        Write Report-Record From Reprint-Banner After 1
000158     End-If
000158     .
000158 Reprint-From-History.
000158* Rows For One Receipt Sit Together On The Receipt Key; The
000158* Dealer Shares Of A Jointly Owned Item Fold Back Into One Line
000158     Open Input Sales-History-File
000158     If Sales-History-Success
000158        Move Requested-Receipt To SH-Receipt
000158        Start Sales-History-File Key = SH-Receipt
000158              Invalid Key Set History-Done To True
000158        End-Start
000158        Perform Read-History-Row Until History-Done
000158        If Line-Pending
000158           Perform Write-Pending-Line
000158           Move Receipt-Total To History-Total
000158           Write Report-Record From History-Total-Line After 2
000158        End-If
000158        Close Sales-History-File
000158     End-If
000158     .
000158 Read-History-Row.
000158     Read Sales-History-File Next Record
000158          At End Set History-Done To True
000158          Not At End
000158             If SH-Receipt Not = Requested-Receipt
000158                Set History-Done To True
000158             Else
000158                Perform Add-History-Row
000158             End-If
000158     End-Read
000158     .
000158 Add-History-Row.
000158     If Line-Pending And
000158        SH-Item Not = Spaces And
000158        SH-Item = Pending-Item And
000158        SH-Sale-Date = Pending-Date
000158        Add SH-Amount To Pending-Amount
000158     Else
000158        If Line-Pending
000158           Perform Write-Pending-Line
000158        Else
000158           Perform Write-Reprint-Banner
000158           Write Report-Record From History-Banner After 1
000158        End-If
000158        Set Line-Pending To True
000158        Move SH-Sale-Date To Pending-Date
000158        Move SH-Item To Pending-Item
000158        Move SH-Category To Pending-Category
000158        Move SH-Qty To Pending-Qty
000158        Move SH-Amount To Pending-Amount
000158        Move SH-Tender To Pending-Tender
000158     End-If
000158     .
000158 Write-Pending-Line.
000158     Move Pending-Date To History-Date
000158     Move Pending-Item To History-Item
000158     Move Pending-Category To History-Category
000158     Move Pending-Qty To History-Qty
000158     Move Pending-Amount To History-Amount
000158     Move Pending-Tender To History-Tender
000158     Write Report-Record From History-Line After 1
000158     Add Pending-Amount To Receipt-Total
000158     Add 1 To Lines-Reprinted
000158     .
000158 Get-File-Parameters.
000159     Move Spaces To WS-Env-Override
000160     Accept WS-Env-Override From Environment "RECEIPT_FILE"
