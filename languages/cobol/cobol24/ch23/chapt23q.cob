000010 @OPTIONS MAIN,TEST
000020 Identification Division.
000030 Program-Id.  Chapt23q.
000031* Kiosk PIN Conversion
000032* Replaces Every Kiosk PIN Still Held As Readable Digits On
000033* Dealer.Dat With Its Chapt23p One-Way Hash.  A PIN Already
000034* Hashed Is Letters, Not Digits, So Running It Again Changes
000035* Nothing.  Only The Converted Record Is Journaled; No Before
000036* Image Is Kept, So The Old Digits Are Not Written Anywhere
000037 Environment Division.
000038 Configuration Section.
000039 Source-Computer.  IBM-PC.
000040 Object-Computer.  IBM-PC.
000041 Input-Output  Section.
000042 File-Control.
000043     Select Dealer-File Assign To "Dealer.Dat"
000044         Organization Indexed
000045         Access Sequential
000046         Record Key Dealer-Number
000047         Alternate Record Key Dealer-Name
000048         File Status Dealer-Status.
000049     Select Optional Journal-File Assign To "Journal.TXT"
000050         Organization Is Line Sequential
000051         File Status  Is Journal-Status.
000052 Data Division.
000053 File Section.
000054 Fd  Dealer-File.
000055 01  Dealer-Record.
000056     03  Dealer-Number       Pic X(8).
000057     03  Dealer-Name         Pic X(50).
000058     03  Filler              Pic X(318).
000059     03  Filler              Pic X(55).
000060     03  Dealer-Pin          Pic X(4).
000061     03  Filler              Pic X(41).
000062 Fd  Journal-File.
000063 01  Journal-Record.
000064     03  Jrn-Date            Pic 9(8).
000065     03  Filler              Pic X.
000066     03  Jrn-Time            Pic 9(6).
000067     03  Filler              Pic X.
000068     03  Jrn-Program         Pic X(8).
000069     03  Filler              Pic X.
000070     03  Jrn-File-Id         Pic X(8).
000071     03  Filler              Pic X.
000072     03  Jrn-Action          Pic X.
000073     03  Filler              Pic X.
000074     03  Jrn-Key             Pic X(12).
000075     03  Filler              Pic X.
000076     03  Jrn-Image           Pic X(476).
000077 Working-Storage Section.
000078 01  Dealer-Status          Pic XX Value Spaces.
000079     88  Dealer-Success     Value "00" Thru "09".
000080 01  Journal-Status         Pic XX Value Spaces.
000081 01  Journal-Stamp-Date     Pic 9(6) Value Zeros.
000082 01  Journal-Stamp-Time     Pic 9(8) Value Zeros.
000083 01  Journal-Program-Id     Pic X(8) Value "CHAPT23Q".
000084 01  Done-Flag              Pic X Value Spaces.
000085     88  All-Done           Value "Y".
000086 01  Clear-Pin              Pic X(4) Value Spaces.
000087 01  Dealers-Read           Pic 9(5) Value Zeros.
000088 01  Pins-Converted         Pic 9(5) Value Zeros.
000089 Procedure Division.
000090 Chapt23q-Start.
000091     Display "Begin Kiosk PIN Conversion Chapt23q"
000092     Open I-O Dealer-File
000093     If Not Dealer-Success
000094        Display "Unable To Open Dealer File, Status "
000095                Dealer-Status
000096        Stop Run
000097     End-If
000098     Open Extend Journal-File
000099     Perform Convert-One-Dealer Until All-Done
000100     Close Dealer-File
000101           Journal-File
000102     Display "Dealers Read    " Dealers-Read
000103     Display "PINs Converted  " Pins-Converted
000104     Stop Run
000105     .
000106 Convert-One-Dealer.
000107     Read Dealer-File Next Record
000108          At End Set All-Done To True
000109          Not At End
000110             Add 1 To Dealers-Read
000111             If Dealer-Pin Numeric
000112                Perform Hash-The-Pin
000113             End-If
000114     End-Read
000115     .
000116 Hash-The-Pin.
000117     Move Dealer-Pin To Clear-Pin
000118     Call "Chapt23p" Using Dealer-Number Clear-Pin Dealer-Pin
000119     Move Spaces To Clear-Pin
000120     Perform Journal-Dealer-Rewrite
000121     Rewrite Dealer-Record
000122     If Dealer-Success
000123        Add 1 To Pins-Converted
000124     Else
000125        Display "Rewrite Failed For Dealer " Dealer-Number
000126                " Status " Dealer-Status
000127     End-If
000128     .
000129 Journal-Dealer-Rewrite.
000130     Move Spaces To Journal-Record
000131     Move "DEALER" To Jrn-File-Id
000132     Move "R" To Jrn-Action
000133     Move Dealer-Number To Jrn-Key
000134     Move Dealer-Record To Jrn-Image
000135     Perform Write-Journal-Record
000136     .
000137 Write-Journal-Record.
000138* Write-Ahead Journal: Every Indexed-File Update Lands Here
000139* First So A Mid-Day Failure Replays Forward From The Backup
000140     Accept Journal-Stamp-Date From Date
000141     Accept Journal-Stamp-Time From Time
000142     Move 20 To Jrn-Date (1:2)
000143     Move Journal-Stamp-Date To Jrn-Date (3:6)
000144     Move Journal-Stamp-Time (1:6) To Jrn-Time
000145     Move Journal-Program-Id To Jrn-Program
000146     Write Journal-Record
000147     .
