000020 Identification Division.
000030 Program-Id.  Chapt23s.
000031* Check Stock Control - Shared Subprogram
000032* Every Check Number Drawn On A Bank Account Comes From Here:
000033* CheckCtl.Dat Holds The Last Number Used Per Account And
000034* CheckReg.Dat Records Each Number As Issued, Voided Or
000035* Spoiled, So A Jammed Printer Or An Abended Run Can Be
000036* Restarted From A Chosen Number Without Losing Track Of The
000037* Stock.  Numbers Skipped By A Restart Are Booked As Spoiled.
000038* Closing The Run Prints The Check Register For Every Number
000039* The Run Drew Or Touched And Proves There Is No Gap.  The
000040* Chapt20c, Chapt21r And Chapt25r Check Runs And The Chapt23t
000041* Void And Reprint Program Call It With chkstk.cpy
000042 Environment Division.
000043 Configuration Section.
000044 Source-Computer.  IBM-PC.
000045 Object-Computer.  IBM-PC.
000046 Input-Output Section.
000047 File-Control.
000048     Select Optional Check-Control-File Assign To "CheckCtl.Dat"
000049         Organization Indexed
000050         Access Random
000051         Record Key Ctl-Account
000052         File Status Check-Control-Status.
000053     Select Optional Check-Register-File Assign To "CheckReg.Dat"
000054         Organization Indexed
000055         Access Dynamic
000056         Record Key Reg-Key
000057         File Status Check-Register-Status.
000058     Select Report-File Assign To "RPT23S.SPL".
000059 Data Division.
000060 File Section.
000061 Fd  Check-Control-File.
000062 Copy "chkctl.cpy".
000063 Fd  Check-Register-File.
000064 Copy "chkreg.cpy".
000065 Fd  Report-File.
000066 01  Report-Record Pic X(100).
000067 Working-Storage Section.
000068 01  Check-Control-Status   Pic XX Value Spaces.
000069     88  Check-Control-Success Value "00" Thru "09".
000070 01  Check-Register-Status  Pic XX Value Spaces.
000071     88  Check-Register-Success Value "00" Thru "09".
000072 01  Files-Open-Flag        Pic X Value Spaces.
000073     88  Files-Open         Value "Y".
000074 01  Control-Found-Flag     Pic X Value Spaces.
000075     88  Control-Found      Value "Y".
000076 01  Run-Account            Pic X(8) Value Spaces.
000077 01  Run-Program            Pic X(8) Value Spaces.
000078 01  Next-Number            Pic 9(10) Value Zeros.
000079 01  Run-Low                Pic 9(10) Value Zeros.
000080 01  Run-High               Pic 9(10) Value Zeros.
000081 01  Skip-Number            Pic 9(10) Value Zeros.
000082 01  Proof-Number           Pic 9(10) Value Zeros.
000083 01  Replaces-Number        Pic 9(10) Value Zeros.
000084 01  Spoiled-Number         Pic 9(10) Value Zeros.
000085 01  Issued-Count           Pic 9(5) Value Zeros.
000086 01  Voided-Count           Pic 9(5) Value Zeros.
000087 01  Spoiled-Count          Pic 9(5) Value Zeros.
000088 01  Missing-Count          Pic 9(5) Value Zeros.
000089 01  Issued-Total           Pic S9(9)v99 Value Zeros.
000090 01  Date-And-Time-Area.
000091     03  Work-Date            Pic 9(6).
000092     03  Work-Date-X          Redefines Work-Date.
000093         05  Date-YY          Pic 99.
000094         05  Date-MM          Pic 99.
000095         05  Date-DD          Pic 99.
000096 01  Today-MMDDYYYY.
000097     03  Today-MM             Pic 99.
000098     03  Today-DD             Pic 99.
000099     03  Today-YYYY           Pic 9(4).
000100 01  Today-MMDDYYYY-N Redefines Today-MMDDYYYY Pic 9(8).
000101 01  Heading-Line-1.
000102     03  Filler      Pic X(12) Value "Created by:".
000103     03  Filler      Pic X(8)  Value "CHAPT23S".
000104     03  Filler      Pic X(16) Value Spaces.
000105     03  Filler      Pic X(46)
000106         Value "Check Register And Sequence Proof".
000107     03  Filler      Pic X(5)  Value "Page".
000108     03  Page-No     Pic Z(4)9 Value Zeros.
000109 01  Heading-Line-2.
000110     03  Filler      Pic X(12) Value "Created on:".
000111     03  Date-MM     Pic 99.
000112     03  Filler      Pic X     Value "/".
000113     03  Date-DD     Pic 99.
000114     03  Filler      Pic X     Value "/".
000115     03  Date-YY     Pic 99.
000116     03  Filler      Pic X(6)  Value Spaces.
000117     03  Filler      Pic X(9)  Value "Account:".
000118     03  Head-Account Pic X(8).
000119     03  Filler      Pic X(10) Value "  Checks".
000120     03  Head-Low    Pic Z(9)9.
000121     03  Filler      Pic X(6)  Value " Thru".
000122     03  Head-High   Pic Z(9)9.
000123 01  Heading-Line-3.
000124     03  Filler      Pic X(11) Value " Check No.".
000125     03  Filler      Pic X(9)  Value "Status".
000126     03  Filler      Pic X(9)  Value "Payee".
000127     03  Filler      Pic X(11) Value "Issued".
000128     03  Filler      Pic X(16) Value "         Amount".
000129     03  Filler      Pic X(9)  Value "Program".
000130     03  Filler      Pic X(21) Value "Reason".
000131     03  Filler      Pic X(14) Value "Replacement".
000132 01  Detail-Line.
000133     03  Detail-Check        Pic Z(9)9.
000134     03  Filler              Pic X     Value Spaces.
000135     03  Detail-Status       Pic X(8).
000136     03  Filler              Pic X     Value Spaces.
000137     03  Detail-Payee        Pic X(8).
000138     03  Filler              Pic X     Value Spaces.
000139     03  Detail-Date         Pic 99/99/9999.
000140     03  Filler              Pic X     Value Spaces.
000141     03  Detail-Amount       Pic ZZZ,ZZZ,ZZ9.99-.
000142     03  Filler              Pic X     Value Spaces.
000143     03  Detail-Program      Pic X(8).
000144     03  Filler              Pic X     Value Spaces.
000145     03  Detail-Reason       Pic X(20).
000146     03  Filler              Pic X     Value Spaces.
000147     03  Detail-Link-Text    Pic X(3).
000148     03  Detail-Link         Pic Z(9)9.
000149 01  Total-Line.
000150     03  Filler              Pic X(20) Value Spaces.
000151     03  Total-Text          Pic X(20).
000152     03  Total-Count         Pic ZZ,ZZ9.
000153     03  Filler              Pic X(2)  Value Spaces.
000154     03  Total-Amount        Pic ZZZ,ZZZ,ZZ9.99-.
000155 01  Proof-Line.
000156     03  Filler              Pic X(20) Value Spaces.
000157     03  Proof-Text          Pic X(60).
000158 01  Line-Count           Pic 99          Value 99.
000159 01  Page-Count           Pic 9(4)        Value Zeros.
000160 01  Max-Lines            Pic 99          Value 60.
000161 01  Spool-Catalog-Name    Pic X(8) Value "CHAPT23S".
000162 01  Spool-Catalog-File    Pic X(12) Value "RPT23S.SPL".
000163 Linkage Section.
000164 Copy "chkstk.cpy".
000165 Procedure Division Using Check-Stock-Area.
000166 Chapt23s-Start.
000167     Move "00" To Chk-Return-Code
000168     Move Spaces To Chk-Message
000169     Evaluate True
000170        When Chk-Open-Run
000171             Perform Open-Check-Run
000172        When Not Files-Open
000173             Move "99" To Chk-Return-Code
000174             Move "Check Stock Run Is Not Open" To Chk-Message
000175        When Chk-Issue
000176             Perform Issue-Next-Check
000177        When Chk-Set-Amount
000178             Perform Set-Check-Amount
000179        When Chk-Spoil
000180             Perform Spoil-Check
000181        When Chk-Void
000182             Perform Void-Check
000183        When Chk-Close-Run
000184             Perform Close-Check-Run
000185        When Other
000186             Move "99" To Chk-Return-Code
000187             Move "Unknown Check Stock Function" To Chk-Message
000188     End-Evaluate
000189     Goback
000190     .
000191 Open-Check-Run.
000192     Accept Work-Date From Date
000193     Move Date-MM Of Work-Date-X To Today-MM
000194     Move Date-DD Of Work-Date-X To Today-DD
000195     Move 2000 To Today-YYYY
000196     Add Date-YY Of Work-Date-X To Today-YYYY
000197     Move Chk-Account To Run-Account
000198     Move Chk-Program To Run-Program
000199     Move Zeros To Issued-Count Voided-Count Spoiled-Count
000200                   Missing-Count Issued-Total Page-Count
000201     Move 99 To Line-Count
000202     Open I-O Check-Control-File
000203     If Check-Control-Status = "35"
000204        Open Output Check-Control-File
000205        Close Check-Control-File
000206        Open I-O Check-Control-File
000207     End-If
000208     Open I-O Check-Register-File
000209     If Check-Register-Status = "35"
000210        Open Output Check-Register-File
000211        Close Check-Register-File
000212        Open I-O Check-Register-File
000213     End-If
000214     If Not Check-Control-Success Or Not Check-Register-Success
000215        Move "99" To Chk-Return-Code
000216        Move "Check Control Or Register File Not Available"
000217             To Chk-Message
000218     Else
000219        Set Files-Open To True
000220        Perform Find-Account-Control
000221        Perform Position-Run-Start
000222     End-If
000223     .
000224 Find-Account-Control.
000225* A New Account Starts Just Ahead Of The Number Asked For, So
000226* Existing Check Stock Picks Up Where The Old Run Left Off
000227     Move Space To Control-Found-Flag
000228     Move Run-Account To Ctl-Account
000229     Read Check-Control-File
000230          Invalid Key
000231             Move Spaces To Check-Control-Record
000232             Move Run-Account To Ctl-Account
000233             Move Zeros To Ctl-Last-Check Ctl-Last-Used-Date
000234             If Chk-Number > Zero
000235                Compute Ctl-Last-Check = Chk-Number - 1
000236             End-If
000237             Move Run-Program To Ctl-Last-Program
000238             Write Check-Control-Record
000239          Not Invalid Key
000240             Set Control-Found To True
000241     End-Read
000242     Compute Next-Number = Ctl-Last-Check + 1
000243     .
000244 Position-Run-Start.
000245* A Restart Number Below The Next Unused One Would Print A
000246* Check Number Twice; One Above It Leaves Stock Unaccounted
000247* For, So Those Numbers Are Booked As Spoiled
000248     Evaluate True
000249        When Chk-Number = Zero Or Chk-Number = Next-Number
000250             Continue
000251        When Chk-Number < Next-Number
000252             Move "91" To Chk-Return-Code
000253             Move "Check Number Already Used On This Account"
000254                  To Chk-Message
000255        When Other
000256             Perform Spoil-Skipped-Number
000257                     Varying Skip-Number From Next-Number By 1
000258                     Until Skip-Number = Chk-Number
000259             Compute Ctl-Last-Check = Chk-Number - 1
000260             Perform Advance-Control
000261             Move Chk-Number To Next-Number
000262     End-Evaluate
000263     If Chk-Ok
000264        Move Next-Number To Chk-Number Run-Low
000265     Else
000266        Close Check-Control-File
000267              Check-Register-File
000268        Move Spaces To Files-Open-Flag
000269     End-If
000270     .
000271 Spoil-Skipped-Number.
000272     Perform Clear-Register-Record
000273     Move Skip-Number To Reg-Check-Number
000274     Set Reg-Spoiled To True
000275     Move Today-MMDDYYYY-N To Reg-Status-Date
000276     Move "UNUSED AT RESTART" To Reg-Reason
000277     Write Check-Register-Record
000278           Invalid Key Continue
000279     End-Write
000280     .
000281 Clear-Register-Record.
000282     Move Spaces To Check-Register-Record
000283     Move Run-Account To Reg-Account
000284     Move Run-Program To Reg-Program
000285     Move Zeros To Reg-Check-Number Reg-Amount Reg-Issue-Date
000286                   Reg-Status-Date Reg-Replaced-By Reg-Replaces
000287     .
000288 Advance-Control.
000289     Move Today-MMDDYYYY-N To Ctl-Last-Used-Date
000290     Move Run-Program To Ctl-Last-Program
000291     Rewrite Check-Control-Record
000292             Invalid Key
000293                Move "99" To Chk-Return-Code
000294                Move "Check Control Rewrite Failed"
000295                     To Chk-Message
000296     End-Rewrite
000297     .
000298 Issue-Next-Check.
000299     Move Zeros To Replaces-Number
000300     Perform Draw-Next-Number
000301     .
000302 Draw-Next-Number.
000303* The Register Row Lands Before The Control Moves On, So A
000304* Failure In Between Shows As An Issued Number, Never A Gap
000305     Perform Clear-Register-Record
000306     Move Next-Number To Reg-Check-Number
000307     Set Reg-Issued To True
000308     Move Chk-Payee-Type To Reg-Payee-Type
000309     Move Chk-Payee To Reg-Payee
000310     Move Chk-Amount To Reg-Amount
000311     Move Today-MMDDYYYY-N To Reg-Issue-Date
000312     Move Replaces-Number To Reg-Replaces
000313     If Replaces-Number > Zero
000314        Move "REPLACEMENT" To Reg-Reason
000314* A Replacement Stays Under The Program That Issued The
000314* Original, So Its Payment Ledger Can Still Be Found
000314        Move Chk-Issued-By To Reg-Program
000315     End-If
000316     Write Check-Register-Record
000317           Invalid Key
000318              Move "91" To Chk-Return-Code
000319              Move "Next Check Number Is Already On The Register"
000320                   To Chk-Message
000321     End-Write
000322     If Chk-Ok
000323        Move Run-Account To Ctl-Account
000324        Read Check-Control-File
000325             Invalid Key Continue
000326        End-Read
000327        Move Next-Number To Ctl-Last-Check
000328        Perform Advance-Control
000329        Move Next-Number To Chk-Number
000330        Add 1 To Next-Number
000331     End-If
000332     .
000333 Set-Check-Amount.
000334     Perform Read-Register-Number
000335     If Chk-Ok
000336        Move Chk-Amount To Reg-Amount
000337        Rewrite Check-Register-Record
000338                Invalid Key Continue
000339        End-Rewrite
000340     End-If
000341     .
000342 Read-Register-Number.
000343* The Number Must Be On The Register And Still Outstanding
000344     Move Run-Account To Reg-Account
000345     Move Chk-Number To Reg-Check-Number
000346     Read Check-Register-File
000347          Invalid Key
000348             Move "92" To Chk-Return-Code
000349             Move "Check Number Is Not On The Register"
000350                  To Chk-Message
000351          Not Invalid Key
000352             If Not Reg-Issued
000353                Move "93" To Chk-Return-Code
000354                Move "Check Is Already Voided Or Spoiled"
000355                     To Chk-Message
000356             End-If
000357     End-Read
000358     .
000359 Return-Issued-Check.
000360     Move Reg-Payee-Type To Chk-Payee-Type
000361     Move Reg-Payee To Chk-Payee
000362     Move Reg-Amount To Chk-Amount
000363     Move Reg-Program To Chk-Issued-By
000364     Move Reg-Issue-Date To Chk-Issue-Date
000365     If Chk-Number < Run-Low
000366        Move Chk-Number To Run-Low
000367     End-If
000368     .
000369 Spoil-Check.
000370* A Blank Check Ruined Before Anything Printed On It Is The
000371* Next Unused Number; It Is Spoiled With No Replacement
000372     Move Zeros To Chk-Replacement
000373     If Chk-Number = Next-Number
000374        Move Next-Number To Skip-Number
000375        Perform Spoil-Skipped-Number
000376        Move Chk-Reason To Reg-Reason
000377        Rewrite Check-Register-Record
000378                Invalid Key Continue
000379        End-Rewrite
000380        Move Run-Account To Ctl-Account
000381        Read Check-Control-File
000382             Invalid Key Continue
000383        End-Read
000384        Move Next-Number To Ctl-Last-Check
000385        Perform Advance-Control
000386        Add 1 To Next-Number
000387        Move Spaces To Chk-Payee-Type Chk-Payee Chk-Issued-By
000388        Move Zeros To Chk-Amount Chk-Issue-Date
000389     Else
000390        Perform Read-Register-Number
000391        If Chk-Ok
000392           Perform Return-Issued-Check
000393           Perform Replace-Spoiled-Check
000394        End-If
000395     End-If
000396     .
000397 Replace-Spoiled-Check.
000398     Move Chk-Number To Spoiled-Number Replaces-Number
000399     Perform Draw-Next-Number
000400     If Chk-Ok
000401        Move Chk-Number To Chk-Replacement
000402        Move Spoiled-Number To Chk-Number
000403        Move Run-Account To Reg-Account
000404        Move Spoiled-Number To Reg-Check-Number
000405        Read Check-Register-File
000406             Invalid Key Continue
000407        End-Read
000408        Set Reg-Spoiled To True
000409        Move Today-MMDDYYYY-N To Reg-Status-Date
000410        Move Chk-Reason To Reg-Reason
000411        Move Chk-Replacement To Reg-Replaced-By
000412        Rewrite Check-Register-Record
000413                Invalid Key Continue
000414        End-Rewrite
000415     End-If
000416     .
000417 Void-Check.
000418     Perform Read-Register-Number
000419     If Chk-Ok
000420        Perform Return-Issued-Check
000421        Set Reg-Voided To True
000422        Move Today-MMDDYYYY-N To Reg-Status-Date
000423        Move Chk-Reason To Reg-Reason
000424        Rewrite Check-Register-Record
000425                Invalid Key Continue
000426        End-Rewrite
000427     End-If
000428     .
000429 Close-Check-Run.
000430     Compute Run-High = Next-Number - 1
000431     Open Output Report-File
000432     Move Run-Account To Head-Account
000433     Move Run-Low To Head-Low
000434     Move Run-High To Head-High
000435     Move Corresponding Work-Date-X To Heading-Line-2
000436     Perform Heading-Routine
000437     Perform Prove-One-Number
000438             Varying Proof-Number From Run-Low By 1
000439             Until Proof-Number > Run-High
000440     Perform Print-Register-Totals
000441     Close Report-File
000442           Check-Control-File
000443           Check-Register-File
000444     Move Spaces To Files-Open-Flag
000445     Call "Chapt25d" Using Spool-Catalog-Name
000446          Spool-Catalog-File Page-Count
000447     Move Proof-Text To Chk-Message
000447     Move Next-Number To Chk-Number
000448     .
000449 Prove-One-Number.
000450     If Line-Count >= Max-Lines - 1
000451        Perform Heading-Routine
000452     End-If
000453     Move Spaces To Detail-Line
000454     Move Proof-Number To Detail-Check
000455     Move Run-Account To Reg-Account
000456     Move Proof-Number To Reg-Check-Number
000457     Read Check-Register-File
000458          Invalid Key
000459             Move "MISSING" To Detail-Status
000460             Move "*** NOT ACCOUNTED FOR" To Detail-Reason
000461             Add 1 To Missing-Count
000462          Not Invalid Key
000463             Perform Fill-Register-Detail
000464     End-Read
000465     Write Report-Record From Detail-Line After 1
000466     Add 1 To Line-Count
000467     .
000468 Fill-Register-Detail.
000469     Evaluate True
000470        When Reg-Issued
000471             Move "ISSUED" To Detail-Status
000472             Add 1 To Issued-Count
000473             Add Reg-Amount To Issued-Total
000474        When Reg-Voided
000475             Move "VOIDED" To Detail-Status
000476             Add 1 To Voided-Count
000477        When Other
000478             Move "SPOILED" To Detail-Status
000479             Add 1 To Spoiled-Count
000480     End-Evaluate
000481     Move Reg-Payee To Detail-Payee
000482     Move Reg-Issue-Date To Detail-Date
000483     Move Reg-Amount To Detail-Amount
000484     Move Reg-Program To Detail-Program
000485     Move Reg-Reason To Detail-Reason
000486     Evaluate True
000487        When Reg-Replaced-By > Zero
000488             Move "By" To Detail-Link-Text
000489             Move Reg-Replaced-By To Detail-Link
000490        When Reg-Replaces > Zero
000491             Move "For" To Detail-Link-Text
000492             Move Reg-Replaces To Detail-Link
000493        When Other
000494             Continue
000495     End-Evaluate
000496     .
000497 Print-Register-Totals.
000498     Move "Checks Issued" To Total-Text
000499     Move Issued-Count To Total-Count
000500     Move Issued-Total To Total-Amount
000501     Write Report-Record From Total-Line After 2
000502     Move Zeros To Total-Amount
000503     Move "Checks Voided" To Total-Text
000504     Move Voided-Count To Total-Count
000505     Write Report-Record From Total-Line After 1
000506     Move "Checks Spoiled" To Total-Text
000507     Move Spoiled-Count To Total-Count
000508     Move Zeros To Total-Amount
000509     Write Report-Record From Total-Line After 1
000510     Move "Numbers Missing" To Total-Text
000511     Move Missing-Count To Total-Count
000512     Write Report-Record From Total-Line After 1
000513     Evaluate True
000514        When Run-High < Run-Low
000515             Move "No Check Numbers Drawn This Run" To Proof-Text
000516        When Missing-Count = Zero
000517             Move "Sequence Proved - Every Number Accounted For"
000518                  To Proof-Text
000519        When Other
000520             Move "*** Gaps In The Check Sequence ***"
000521                  To Proof-Text
000522     End-Evaluate
000523     Write Report-Record From Proof-Line After 2
000524     .
000525 Heading-Routine.
000526     Add 1 To Page-Count
000527     Move Page-Count To Page-No
000528     If Page-Count = 1
000529        Write Report-Record From Heading-Line-1 After Zero
000530     Else
000531        Write Report-Record From Heading-Line-1 After Page
000532     End-If
000533     Write Report-Record From Heading-Line-2 After 1
000534     Write Report-Record From Heading-Line-3 After 2
000535     Move 5 To Line-Count
000536     .
