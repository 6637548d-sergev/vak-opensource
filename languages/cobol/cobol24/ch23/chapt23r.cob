000010 @OPTIONS MAIN,TEST
000020 Identification Division.
000030 Program-Id.  Chapt23r.
000031* Sales History Index Build
000032* Loads Every TransHist.TXT Archive Row Into The Indexed
000033* SalesHst.Dat That The Inquiry Screens Read By Dealer And
000034* Date, Item, Customer Or Receipt.  Chapt18d Keeps It Up To
000035* Date From Then On.  The File Is Rebuilt From Scratch, So It
000036* Can Be Run Again Whenever The Index Is Lost Or Damaged; The
000037* Archive Itself Is Only Read
000038 Environment Division.
000039 Configuration Section.
000040 Source-Computer.  IBM-PC.
000041 Object-Computer.  IBM-PC.
000042 Input-Output  Section.
000043 File-Control.
000044     Select Optional Sales-Archive-File Assign To "TransHist.TXT"
000045         Organization Is Line Sequential
000046         File Status  Is Sales-Archive-Status.
000047     Select Sales-History-File Assign To "SalesHst.Dat"
000048         Organization Indexed
000049         Access Dynamic
000050         Record Key SH-Key
000051         Alternate Record Key SH-Item
000052             With Duplicates
000053         Alternate Record Key SH-Customer
000054             With Duplicates
000055         Alternate Record Key SH-Receipt
000056             With Duplicates
000057         File Status Sales-History-Status.
000058 Data Division.
000059 File Section.
000060 Fd  Sales-Archive-File.
000061 01  Sales-Archive-Record.
000062     03  Arch-Date           Pic 9(8).
000063     03  Filler              Pic X.
000064     03  Arch-Store          Pic X(4).
000065     03  Filler              Pic X.
000066     03  Arch-Dealer         Pic X(8).
000067     03  Filler              Pic X.
000068     03  Arch-Category       Pic X(4).
000069     03  Filler              Pic X.
000070     03  Arch-Qty            Pic 9(3).
000071     03  Filler              Pic X.
000072     03  Arch-Amount         Pic S9(7)v99.
000073     03  Filler              Pic X.
000074     03  Arch-Commission     Pic S9(6)v99.
000075     03  Filler              Pic X.
000076     03  Arch-Item           Pic X(12).
000077     03  Filler              Pic X.
000078     03  Arch-Receipt        Pic 9(6).
000079     03  Filler              Pic X.
000080     03  Arch-Customer       Pic X(8).
000081     03  Filler              Pic X.
000082     03  Arch-Tender         Pic X.
000083     03  Filler              Pic X.
000084     03  Arch-Operator       Pic X(4).
000085     03  Filler              Pic X.
000086     03  Arch-Class          Pic X.
000087     03  Filler              Pic X.
000088     03  Arch-Card-Fee       Pic S9(5)v99.
000089     03  Filler              Pic X.
000090     03  Arch-Exempt-Cert    Pic X(12).
000091 Fd  Sales-History-File.
000092 Copy "salehist.cpy".
000093 Working-Storage Section.
000094 01  Sales-Archive-Status   Pic XX Value Spaces.
000095     88  Sales-Archive-Success Value "00" Thru "09".
000096 01  Sales-History-Status   Pic XX Value Spaces.
000097     88  Sales-History-Success Value "00" Thru "09".
000098     88  Sales-History-Dup-Key Value "22".
000099 01  Sales-History-Next     Pic 9(6) Value Zeros.
000100 01  Sales-History-Flag     Pic X Value Space.
000101     88  Sales-History-Retry Value "Y".
000102 01  Done-Flag              Pic X Value Spaces.
000103     88  All-Done           Value "Y".
000104 01  Rows-Read              Pic 9(7) Value Zeros.
000105 01  Rows-Loaded            Pic 9(7) Value Zeros.
000106 01  Rows-Failed            Pic 9(7) Value Zeros.
000107 Procedure Division.
000108 Chapt23r-Start.
000109     Display "Begin Sales History Index Build Chapt23r"
000110     Open Input Sales-Archive-File
000111     If Not Sales-Archive-Success
000112        Display "Unable To Open Sales Archive, Status "
000113                Sales-Archive-Status
000114        Stop Run
000115     End-If
000116     Open Output Sales-History-File
000117     If Not Sales-History-Success
000118        Display "Unable To Create Sales History, Status "
000119                Sales-History-Status
000120        Close Sales-Archive-File
000121        Stop Run
000122     End-If
000123     Close Sales-History-File
000124     Open I-O Sales-History-File
000125     Perform Load-One-Row Until All-Done
000126     Close Sales-Archive-File
000127           Sales-History-File
000128     Display "Archive Rows Read    " Rows-Read
000129     Display "History Rows Loaded  " Rows-Loaded
000130     Display "Rows Not Loaded      " Rows-Failed
000131     Stop Run
000132     .
000133 Load-One-Row.
000134     Read Sales-Archive-File
000135          At End Set All-Done To True
000136          Not At End
000137             Add 1 To Rows-Read
000138             Perform Build-History-Row
000139     End-Read
000140     .
000141 Build-History-Row.
000142     Move Spaces To Sales-History-Record
000143     Move Arch-Dealer To SH-Dealer
000144     Move Arch-Date To SH-Sale-Date
000145     Compute SH-Key-Date = SH-Sale-YYYY * 10000 +
000146                           SH-Sale-MM * 100 + SH-Sale-DD
000147     Add 1 To Sales-History-Next
000148     Move Sales-History-Next To SH-Sequence
000149     Move Arch-Store To SH-Store
000150     Move Arch-Category To SH-Category
000151     Move Arch-Qty To SH-Qty
000152     Move Arch-Amount To SH-Amount
000153     Move Arch-Commission To SH-Commission
000154     Move Arch-Item To SH-Item
000155     Move Arch-Receipt To SH-Receipt
000156     Move Arch-Customer To SH-Customer
000157     Move Arch-Tender To SH-Tender
000158     Move Arch-Operator To SH-Operator
000159     Move Arch-Class To SH-Class
000160     Move Arch-Card-Fee To SH-Card-Fee
000161     Move Arch-Exempt-Cert To SH-Exempt-Cert
000162     Set Sales-History-Retry To True
000163     Perform Write-History-Row Until Not Sales-History-Retry
000164     .
000165 Write-History-Row.
000166     Move Space To Sales-History-Flag
000167     Write Sales-History-Record
000168           Invalid Key
000169              If Sales-History-Dup-Key
000170                 Add 1 To Sales-History-Next
000171                 Move Sales-History-Next To SH-Sequence
000172                 Set Sales-History-Retry To True
000173              Else
000174                 Add 1 To Rows-Failed
000175                 Display "Write Failed For Dealer " SH-Dealer
000176                         " Status " Sales-History-Status
000177              End-If
000178           Not Invalid Key
000179              Add 1 To Rows-Loaded
000180     End-Write
000181     .
