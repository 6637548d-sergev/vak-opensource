000010 Identification Division.
000020 Program-Id.  Chapt23u.
000030* Restricted Person Check - Shared Subprogram
000031* Used By The Customer Screen And The Registers To Catch A
000032* Customer Who Is Under A Trespass Order Or Store Ban.  A
000033* Customer Number On The Restricted List Matches Outright; A
000034* Name Matches When The Last Name Sounds Alike (Chapt23e) And
000035* The First Initial Agrees.  Entries Past Their Expiry Are
000036* Ignored.  Every Match Is Logged To RestrLog.TXT For The
000037* Chapt25l Security Report; The Caller Decides What The
000038* Cashier Sees.  The List Is Loaded On The First Call
000039 Environment Division.
000040 Configuration Section.
000041 Source-Computer.  IBM-PC.
000042 Object-Computer.  IBM-PC.
000043 Input-Output  Section.
000044 File-Control.
000045     Select Optional Restricted-File Assign To "Restrict.Dat"
000046         Organization Indexed
000047         Access Sequential
000048         Record Key Rp-Number
000049         File Status Restricted-Status.
000050     Select Optional Restricted-Log-File Assign To "RestrLog.TXT"
000051         Organization Is Line Sequential
000052         File Status  Is Restricted-Log-Status.
000053 Data Division.
000054 File Section.
000055 Fd  Restricted-File.
000056 Copy "restrict.cpy".
000057 Fd  Restricted-Log-File.
000058 Copy "rstlog.cpy".
000059 Working-Storage Section.
000060 01  Restricted-Status      Pic XX Value Spaces.
000061     88  Restricted-Success Value "00" Thru "09".
000062 01  Restricted-Log-Status  Pic XX Value Spaces.
000063 01  List-Loaded-Flag       Pic X Value Space.
000064     88  List-Loaded        Value "Y".
000065 01  Load-Done-Flag         Pic X Value Space.
000066     88  Load-Done          Value "Y".
000067 01  Today-YYYYMMDD         Pic 9(8) Value Zeros.
000068 01  Today-MMDDYYYY         Pic 9(8) Value Zeros.
000069 01  Expiry-YYYYMMDD        Pic 9(8) Value Zeros.
000070 01  Log-Time               Pic 9(8) Value Zeros.
000071 01  Sound-Name             Pic X(25) Value Spaces.
000072 01  Sound-Code             Pic X(4) Value Spaces.
000073 01  Match-Type             Pic X Value Space.
000074 01  First-Initial          Pic X Value Space.
000075 01  Restricted-Count       Pic 9(3) Value Zeros.
000076 01  Restricted-Table-Area.
000077     03  Restricted-Entry Occurs 0 To 500 Times
000078             Depending On Restricted-Count
000079             Indexed By Restricted-Index.
000080         05  Rt-Number          Pic X(6).
000081         05  Rt-Customer        Pic X(8).
000082         05  Rt-Soundex         Pic X(4).
000083         05  Rt-First-Initial   Pic X.
000084 Linkage Section.
000085 01  Passed-Customer        Pic X(8).
000086 01  Passed-Last-Name       Pic X(25).
000087 01  Passed-First-Name      Pic X(15).
000088 01  Passed-Operator        Pic X(4).
000089 01  Passed-Program         Pic X(8).
000090 01  Restricted-Match-Flag  Pic X.
000091     88  Restricted-Match   Value "Y".
000092 Procedure Division Using Passed-Customer Passed-Last-Name
000093                          Passed-First-Name Passed-Operator
000094                          Passed-Program Restricted-Match-Flag.
000095 Chapt23u-Start.
000096     Move Space To Restricted-Match-Flag
000097     If Not List-Loaded
000098        Perform Load-Restricted-List
000099     End-If
000100     Move Passed-Last-Name To Sound-Name
000101     Move Spaces To Sound-Code
000102     If Sound-Name Not = Spaces
000103        Call "Chapt23e" Using Sound-Name Sound-Code
000104     End-If
000105     Move Passed-First-Name (1:1) To First-Initial
000106     Inspect First-Initial Converting
000107             "abcdefghijklmnopqrstuvwxyz" To
000108             "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
000109     Set Restricted-Index To 1
000110     Search Restricted-Entry
000111          At End
000112             Continue
000113          When Passed-Customer Not = Spaces
000114               And Rt-Customer (Restricted-Index) =
000115                   Passed-Customer
000116             Move "N" To Match-Type
000117             Set Restricted-Match To True
000118          When Sound-Code Not = Spaces
000119               And Rt-Soundex (Restricted-Index) = Sound-Code
000120               And (Rt-First-Initial (Restricted-Index) = Space
000121                    Or First-Initial = Space
000122                    Or Rt-First-Initial (Restricted-Index) =
000123                       First-Initial)
000124             Move "S" To Match-Type
000125             Set Restricted-Match To True
000126     End-Search
000127     If Restricted-Match
000128        Perform Log-The-Alert
000129     End-If
000130     Exit Program
000131     .
000132 Load-Restricted-List.
000133     Set List-Loaded To True
000134     Accept Today-YYYYMMDD From Date YYYYMMDD
000135     Move Space To Load-Done-Flag
000136     Open Input Restricted-File
000137     If Not Restricted-Success
000138        Set Load-Done To True
000139     End-If
000140     Perform Load-One-Restricted Until Load-Done
000141     If Restricted-Success Or Restricted-Status = "10"
000142        Close Restricted-File
000143     End-If
000144     .
000145 Load-One-Restricted.
000146     Read Restricted-File
000147          At End Set Load-Done To True
000148          Not At End
000149             Move Rp-Expiry-Date (5:4) To Expiry-YYYYMMDD (1:4)
000150             Move Rp-Expiry-Date (1:4) To Expiry-YYYYMMDD (5:4)
000151             If (Rp-Expiry-Date = Zeros
000152                 Or Expiry-YYYYMMDD >= Today-YYYYMMDD)
000153                And Restricted-Count < 500
000154                Perform Add-Restricted-Entry
000155             End-If
000156     End-Read
000157     .
000158 Add-Restricted-Entry.
000159     Add 1 To Restricted-Count
000160     Move Rp-Number To Rt-Number (Restricted-Count)
000161     Move Rp-Customer-Number To Rt-Customer (Restricted-Count)
000162     Move Spaces To Rt-Soundex (Restricted-Count)
000163     If Rp-Last-Name Not = Spaces
000164        Move Rp-Last-Name To Sound-Name
000165        Call "Chapt23e" Using Sound-Name Sound-Code
000166        Move Sound-Code To Rt-Soundex (Restricted-Count)
000167     End-If
000168     Inspect Rp-First-Name Converting
000169             "abcdefghijklmnopqrstuvwxyz" To
000170             "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
000171     Move Rp-First-Name (1:1) To
000172          Rt-First-Initial (Restricted-Count)
000173     .
000174 Log-The-Alert.
000175     Move Today-YYYYMMDD (5:4) To Today-MMDDYYYY (1:4)
000176     Move Today-YYYYMMDD (1:4) To Today-MMDDYYYY (5:4)
000177     Accept Log-Time From Time
000178     Open Extend Restricted-Log-File
000179     Move Spaces To Restricted-Log-Record
000180     Move Today-MMDDYYYY To Rlog-Date
000181     Move Log-Time (1:6) To Rlog-Time
000182     Move Passed-Operator To Rlog-Operator
000183     Move Passed-Program To Rlog-Program
000184     Move Rt-Number (Restricted-Index) To Rlog-Entry
000185     Move Match-Type To Rlog-Match
000186     Move Passed-Customer To Rlog-Customer
000187     Move Passed-Last-Name To Rlog-Name
000188     Write Restricted-Log-Record
000189     Close Restricted-Log-File
000190     .
