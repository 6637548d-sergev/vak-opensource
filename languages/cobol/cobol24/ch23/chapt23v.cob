000010 Identification Division.
000020 Program-Id.  Chapt23v.
000030* Register Terminal Identity - Shared Subprogram
000031* Terminal.TXT Lists Every Workstation That Rings Sales Or
000032* Takes Money, With The Range Its Receipt And Ticket Numbers
000033* Come From.  At Start-Up A Workstation Is Named By Its
000034* TERMINAL_ID Setting (A Register Still Set Up With Only
000035* REGISTER_ID Is Matched On Its Range).  Two Terminals Given
000036* The Same Range Are Refused, So Their Numbers Cannot Collide.
000037* With No Terminal.TXT, Register N Stands As Terminal 0N As
000038* Before.  The Registers, Layaway, Paid-Out, Buy Ticket And
000039* House Payment Screens Call It With termid.cpy, And The
000040* Chapt20g Close Looks Up Each Terminal's Description
000041 Environment Division.
000042 Configuration Section.
000043 Source-Computer.  IBM-PC.
000044 Object-Computer.  IBM-PC.
000045 Input-Output Section.
000046 File-Control.
000047     Select Optional Terminal-Config-File Assign To "Terminal.TXT"
000048         Organization Is Line Sequential
000049         File Status  Is Terminal-Config-Status.
000050 Data Division.
000051 File Section.
000052 Fd  Terminal-Config-File.
000053 Copy "termcfg.cpy".
000054 Working-Storage Section.
000055 01  Terminal-Config-Status Pic XX Value Spaces.
000056 01  Config-Loaded-Flag     Pic X Value Space.
000057     88  Config-Loaded      Value "Y".
000058 01  Config-Done-Flag       Pic X Value Spaces.
000059     88  Config-Done        Value "Y".
000060 01  Terminal-Env           Pic X(4) Value Spaces.
000061 01  Register-Env           Pic X(4) Value Spaces.
000062 01  Register-Digit         Pic 9 Value Zeros.
000063 01  Wanted-Range           Pic 9 Value Zeros.
000064 01  Config-Count           Pic 9(2) Value Zeros.
000065 01  Config-Table-Area.
000066     03  Config-Entry Occurs 0 To 30 Times
000067             Depending On Config-Count
000068             Indexed By Config-Index Other-Index.
000069         05  Tbl-Term-Id         Pic X(2).
000070         05  Tbl-Range           Pic 9.
000071         05  Tbl-Type            Pic X.
000072         05  Tbl-Description     Pic X(30).
000073 Linkage Section.
000074 Copy "termid.cpy".
000075 Procedure Division Using Terminal-Identity-Area.
000076 Chapt23v-Start.
000077     If Not Config-Loaded
000078        Perform Load-Terminal-Config
000079     End-If
000080     Evaluate True
000081        When Term-Start-Up
000082             Perform Identify-This-Terminal
000083             Perform Look-Up-Terminal
000084        When Other
000085             Perform Look-Up-Terminal
000086     End-Evaluate
000087     Goback
000088     .
000089 Identify-This-Terminal.
000090     Move Spaces To Terminal-Env Register-Env
000091     Move Zeros To Register-Digit
000092     Accept Terminal-Env From Environment "TERMINAL_ID"
000093        On Exception
000094           Continue
000095     End-Accept
000096     Accept Register-Env From Environment "REGISTER_ID"
000097        On Exception
000098           Continue
000099     End-Accept
000100     If Register-Env (1:1) Numeric
000101        Move Register-Env (1:1) To Register-Digit
000102     End-If
000103     Evaluate True
000104        When Terminal-Env Not = Spaces
000105             Move Terminal-Env (1:2) To Term-Id
000106        When Register-Digit > Zero
000107             Move Register-Digit To Wanted-Range
000108             Perform Find-Terminal-For-Range
000109        When Other
000110             Move "01" To Term-Id
000111     End-Evaluate
000112     Inspect Term-Id Converting
000113             "abcdefghijklmnopqrstuvwxyz" To
000114             "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
000115     .
000116 Find-Terminal-For-Range.
000117* An Unconverted Register Finds The Terminal Set Up On Its Range
000118     Move "0" To Term-Id (1:1)
000119     Move Register-Digit To Term-Id (2:1)
000120     Set Config-Index To 1
000121     Search Config-Entry
000122          At End
000123             Continue
000124          When Tbl-Range (Config-Index) = Wanted-Range
000125             Move Tbl-Term-Id (Config-Index) To Term-Id
000126     End-Search
000127     .
000128 Look-Up-Terminal.
000129     Set Term-Not-Configured To True
000130     Set Config-Index To 1
000131     Search Config-Entry
000132          At End
000133             Perform Default-Terminal
000134          When Tbl-Term-Id (Config-Index) = Term-Id
000135             Move Tbl-Range (Config-Index) To Term-Range
000136             Move Tbl-Type (Config-Index) To Term-Type
000137             Move Tbl-Description (Config-Index) To
000138                  Term-Description
000139             Set Term-Configured To True
000140             Perform Check-Range-Conflict
000141     End-Search
000142     .
000143 Default-Terminal.
000144* Not In Terminal.TXT: A Register Numbered 01-09 Keeps The Range
000145* Of Its Number, Anything Else Issues No Numbers Of Its Own
000146     Move Zeros To Term-Range
000147     Set Term-Back-Office To True
000148     Move Spaces To Term-Description
000149     Evaluate True
000150        When Term-Id = Spaces
000151             Move "Batch / No Terminal" To Term-Description
000152        When Term-Id (1:1) = "0" And Term-Id (2:1) Numeric
000153             And Term-Id (2:1) Not = "0"
000154             Move Term-Id (2:1) To Term-Range
000155             Set Term-Register To True
000156             String "Register " Term-Id (2:1)
000157                    Delimited By Size Into Term-Description
000158             End-String
000159        When Other
000160             String "Terminal " Term-Id
000161                    Delimited By Size Into Term-Description
000162             End-String
000163     End-Evaluate
000164     .
000165 Check-Range-Conflict.
000166     If Term-Range > Zero
000167        Set Other-Index To 1
000168        Search Config-Entry Varying Other-Index
000169             At End
000170                Continue
000171             When Tbl-Range (Other-Index) = Term-Range
000172                  And Tbl-Term-Id (Other-Index) Not = Term-Id
000173                Set Term-Range-Conflict To True
000174        End-Search
000175     End-If
000176     .
000177 Load-Terminal-Config.
000178     Move Zeros To Config-Count
000179     Move Spaces To Config-Done-Flag
000180     Open Input Terminal-Config-File
000181     If Terminal-Config-Status Not = "00"
000182        Set Config-Done To True
000183     End-If
000184     Perform Load-One-Terminal Until Config-Done
000185     If Terminal-Config-Status = "00" Or
000186        Terminal-Config-Status = "05" Or
000187        Terminal-Config-Status = "10"
000188        Close Terminal-Config-File
000189     End-If
000190     Set Config-Loaded To True
000191     .
000192 Load-One-Terminal.
000193     Read Terminal-Config-File
000194          At End Set Config-Done To True
000195          Not At End
000196             If Cfg-Term-Id Not = Spaces And Config-Count < 30
000197                Add 1 To Config-Count
000198                Inspect Cfg-Term-Id Converting
000199                        "abcdefghijklmnopqrstuvwxyz" To
000200                        "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
000201                Move Cfg-Term-Id To Tbl-Term-Id (Config-Count)
000202                If Cfg-Range Numeric
000203                   Move Cfg-Range To Tbl-Range (Config-Count)
000204                Else
000205                   Move Zeros To Tbl-Range (Config-Count)
000206                End-If
000207                Move Cfg-Type To Tbl-Type (Config-Count)
000208                Move Cfg-Description To
000209                     Tbl-Description (Config-Count)
000210             End-If
000211     End-Read
000212     .
