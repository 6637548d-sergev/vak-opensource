000020 Identification Division.
000030 Program-Id.  Chapt25c.
000031* Nightly Batch Driver With Step-Level Run Control
000032* Runs The Dealer Resort, Sales Incentive Log, Transaction
000033* Update, Commission Report, Balancing, GL Export, Month Fold
000033* And Police Hold Release In Order,
000034* Restarting A Failed Night At The Failed Step.  Refuses To
000035* Start While Entry Screens Are Signed On And Quiesces The
000035* Online Side.  Every Step Run Leaves A RunStat.TXT Row With
000035* Its Input Volume And Elapsed Time, And Before The Update
000035* Posts The Day's Trans.Txt Is Held Against The Same Weekday's
000035* Trailing Average And The Register Closes (OvrShrt.TXT, Else
000035* DepTkt.TXT).  Out Of Tolerance, The Night Stops Until A
000035* Supervisor Signs On And Runs Chapt25c RELEASE.  Tolerances
000035* Default Here And May Be Set In VolParm.TXT
000043 Environment Division.
000050 Configuration Section.
000055 Source-Computer.  IBM-PC.
000069     Select Quiesce-File Assign To "Quiesce.TXT"
000070         Organization Is Line Sequential
000071         File Status  Is Quiesce-Status.
000071     Select Optional Run-Stat-File Assign To "RunStat.TXT"
000071         Organization Is Line Sequential
000071         File Status  Is Run-Stat-Status.
000071     Select Optional Trans-File Assign To Measure-File-Name
000071         Organization Is Line Sequential
000071         File Status  Is Trans-File-Status.
000071     Select Optional Over-Short-File Assign To "OvrShrt.TXT"
000071         Organization Is Line Sequential
000071         File Status  Is Over-Short-Status.
000071     Select Optional Deposit-Ticket-File Assign To "DepTkt.TXT"
000071         Organization Is Line Sequential
000071         File Status  Is Deposit-Ticket-Status.
000071     Select Optional Volume-Parm-File Assign To "VolParm.TXT"
000071         Organization Is Line Sequential
000071         File Status  Is Volume-Parm-Status.
000071     Select Optional Current-Operator-File Assign To
000071                     "CurrOper.TXT"
000071         Organization Is Line Sequential
000071         File Status  Is Current-Operator-Status.
000076 Data Division.
000077 File Section.
000078 Fd  Run-Control-File.
000095     03  Use-Stamp           Pic 9(14).
000096 Fd  Quiesce-File.
000097 01  Quiesce-Record          Pic X(8).
000097 Fd  Run-Stat-File.
000097 Copy "runstat.cpy".
000097* Each Step's Input File Is Read Through Here To Measure It;
000097* Only The Trans Layout Fields Are Used For Trans Files
000097 Fd  Trans-File.
000097 01  Trans-Record.
000097     03  Transaction-Date   Pic  9(8).
000097     03  Transaction-Type   Pic  X(4).
000097     03  Transaction-Dealer Pic  X(8).
000097     03  Transaction-Price  Pic S9(7)v99.
000097     03  Transaction-Qty    Pic  9(3).
000097     03  Transaction-Class  Pic  X.
000097     03  Item-Number        Pic  X(12).
000097     03  Store-Number       Pic  X(4).
000097     03  Receipt-Number     Pic  9(6).
000097     03  Trans-Customer     Pic  X(8).
000097     03  Tender-Type        Pic  X.
000097         88  Tender-Cash      Value "C" " ".
000097         88  Tender-Check     Value "K".
000097     03  Filler             Pic  X(36).
000097     03  Ticket-Number      Pic  9(6).
000097     03  Ticket-Rec-Type    Pic  X.
000097         88  Ticket-Header   Value "H".
000097     03  Filler             Pic  X(3).
000097 01  Trans-Trailer-Record Redefines Trans-Record.
000097     03  Trailer-Marker         Pic X(8).
000097         88  Trans-Trailer      Value "TRAILER1".
000097     03  Filler                 Pic X(102).
000097 Fd  Over-Short-File.
000097 01  Over-Short-Record.
000097     03  Os-Date             Pic 9(8).
000097     03  Filler              Pic X.
000097     03  Os-Operator         Pic X(4).
000097     03  Filler              Pic X.
000097     03  Os-Amount           Pic S9(6)v99.
000097     03  Filler              Pic X.
000097     03  Os-Counted-Cash     Pic 9(7)v99.
000097     03  Filler              Pic X.
000097     03  Os-Counted-Check    Pic 9(7)v99.
000097 Fd  Deposit-Ticket-File.
000097 01  Deposit-Ticket-Record.
000097     03  Dep-Tkt-Date        Pic 9(8).
000097     03  Filler              Pic X.
000097     03  Dep-Tkt-Number      Pic 9(6).
000097     03  Filler              Pic X.
000097     03  Dep-Tkt-Cash        Pic S9(8)v99.
000097     03  Filler              Pic X.
000097     03  Dep-Tkt-Check       Pic S9(8)v99.
000097     03  Filler              Pic X.
000097     03  Dep-Tkt-Total       Pic S9(8)v99.
000097 Fd  Volume-Parm-File.
000097 01  Volume-Parm-Record.
000097     03  Vp-Weeks            Pic 9(2).
000097     03  Filler              Pic X.
000097     03  Vp-Low-Pct          Pic 9(3).
000097     03  Filler              Pic X.
000097     03  Vp-High-Pct         Pic 9(3).
000097     03  Filler              Pic X.
000097     03  Vp-Close-Pct        Pic 9(3).
000097     03  Filler              Pic X.
000097     03  Vp-Min-History      Pic 9.
000097 Fd  Current-Operator-File.
000097 01  Current-Operator-Record.
000097     03  Curr-Oper-Id        Pic X(4).
000097     03  Filler              Pic X.
000097     03  Curr-Oper-Level     Pic 9.
000100 Working-Storage Section.
000101 01  Run-Control-Status     Pic XX Value Spaces.
000102     88  Run-Control-Success Value "00" Thru "09".
000110 01  Open-Session-Count     Pic S9(5) Value Zeros.
000111 01  Driver-Failed-Flag     Pic X Value Spaces.
000112     88  Driver-Failed      Value "Y".
000113 01  Step-Count             Pic 9(2) Value 8.
000114 01  Step-Sub               Pic 9(2) Value Zeros.
000114 01  Save-Sub               Pic 9(2) Value Zeros.
000115 01  Step-Table-Area.
000116     03  Step-Entry Occurs 8 Times.
000117         05  Table-Step-Program Pic X(8).
000118         05  Table-Step-Status  Pic X.
000119             88  Step-Complete  Value "C".
000122         05  Table-Step-End     Pic 9(14).
000123 01  Step-Program-Names.
000124     03  Filler Pic X(8) Value "Chapt17c".
000124* Sales Incentive Log Reads The Day's Transactions Before The
000124* Update Runs
000124     03  Filler Pic X(8) Value "Chapt25q".
000125     03  Filler Pic X(8) Value "Chapt18d".
000126     03  Filler Pic X(8) Value "Chapt20x".
000127     03  Filler Pic X(8) Value "Chapt20y".
000128     03  Filler Pic X(8) Value "Chapt20f".
000128* The Nightly Fold Into The Month-To-Date Summary Work File
000128     03  Filler Pic X(8) Value "Chapt21i".
000128* Bought Items Whose Police Hold Has Run Out Go On Sale
000128     03  Filler Pic X(8) Value "Chapt18z".
000129 01  Step-Program-Table Redefines Step-Program-Names.
000130     03  Fixed-Step-Program Pic X(8) Occurs 8 Times.
000131 01  Call-Program-Name      Pic X(8) Value Spaces.
000132 01  All-Complete-Flag      Pic X Value Spaces.
000133     88  All-Steps-Complete Value "Y".
000137 01  Rolled-Today           Pic 9(8) Value Zeros.
000137 01  Store-Closed-Flag      Pic X Value Space.
000137     88  Store-Closed-Today Value "Y".
000137* What Each Step Reads, Measured Just Before It Runs: T Is A
000137* Trans-Layout File (Records And Dollars), R Is Counted Only
000137 01  Step-Input-Names.
000137     03  Filler Pic X     Value "R".
000137     03  Filler Pic X(14) Value "Dealer.TXT".
000137     03  Filler Pic X     Value "T".
000137     03  Filler Pic X(14) Value "Trans.Txt".
000137     03  Filler Pic X     Value "T".
000137     03  Filler Pic X(14) Value "Trans.Txt".
000137     03  Filler Pic X     Value "T".
000137     03  Filler Pic X(14) Value "Trans1.TXT".
000137     03  Filler Pic X     Value "R".
000137     03  Filler Pic X(14) Value "DlyBal.TXT".
000137     03  Filler Pic X     Value "T".
000137     03  Filler Pic X(14) Value "Trans1.TXT".
000137     03  Filler Pic X     Value "R".
000137     03  Filler Pic X(14) Value "TransHist.TXT".
000137* The Police Hold Release Works From The Indexed Item File
000137     03  Filler Pic X     Value " ".
000137     03  Filler Pic X(14) Value Spaces.
000137 01  Step-Input-Table Redefines Step-Input-Names.
000137     03  Step-Input-Entry Occurs 8 Times.
000137         05  Step-Input-Kind    Pic X.
000137         05  Step-Input-File    Pic X(14).
000137* The Transaction Update; The Volume Check Guards It
000137 01  Update-Step-Number     Pic 9(2) Value 3.
000137 01  WS-Trans-File          Pic X(40) Value "Trans.Txt".
000137 01  WS-Env-Override        Pic X(40) Value Spaces.
000137 01  Measure-File-Name      Pic X(40) Value Spaces.
000137 01  Measure-Kind           Pic X Value Space.
000137 01  Trans-File-Status      Pic XX Value Spaces.
000137 01  Run-Stat-Status        Pic XX Value Spaces.
000137 01  Over-Short-Status      Pic XX Value Spaces.
000137 01  Deposit-Ticket-Status  Pic XX Value Spaces.
000137 01  Volume-Parm-Status     Pic XX Value Spaces.
000137 01  Current-Operator-Status Pic XX Value Spaces.
000137 01  Current-Operator       Pic X(4) Value Spaces.
000137 01  Current-Oper-Level     Pic 9 Value Zeros.
000137 01  Run-Parameter          Pic X(8) Value Spaces.
000137     88  Release-Requested  Value "RELEASE".
000137 01  Measure-Done-Flag      Pic X Value Spaces.
000137     88  Measure-Done       Value "Y".
000137 01  Stats-Done-Flag        Pic X Value Spaces.
000137     88  Stats-Done         Value "Y".
000137 01  Close-Done-Flag        Pic X Value Spaces.
000137     88  Close-Done         Value "Y".
000137 01  Trans-Date-Found-Flag  Pic X Value Spaces.
000137     88  Trans-Date-Found   Value "Y".
000137 01  First-Trans-Date       Pic 9(8) Value Zeros.
000137 01  Step-Records           Pic 9(7) Value Zeros.
000137 01  Step-Dollars           Pic S9(9)v99 Value Zeros.
000137 01  Tender-Dollars         Pic S9(9)v99 Value Zeros.
000137 01  Business-Date          Pic 9(8) Value Zeros.
000137 01  Business-Weekday       Pic 9 Value Zeros.
000137* 01/01/2024 Was A Monday
000137 01  Weekday-Base-Date      Pic 9(8) Value 01012024.
000137 01  Days-From-Base         Pic S9(7) Value Zeros.
000137 01  Weekday-Weeks          Pic S9(7) Value Zeros.
000137 01  Weekday-Remainder      Pic S9 Value Zeros.
000137* Tolerances: Trailing Weeks Of The Same Weekday Averaged, The
000137* Low And High Percent Of That Average Allowed, The Percent
000137* The Cash And Check Sales May Stray From The Register Closes
000137* And The Fewest Weeks Of History Worth Comparing Against
000137 01  Volume-Parameters.
000137     03  Parm-Weeks         Pic 9(2) Value 4.
000137     03  Parm-Low-Pct       Pic 9(3) Value 50.
000137     03  Parm-High-Pct      Pic 9(3) Value 200.
000137     03  Parm-Close-Pct     Pic 9(3) Value 10.
000137     03  Parm-Min-History   Pic 9 Value 2.
000137 01  Close-Min-Dollars      Pic 9(5)v99 Value 25.00.
000137 01  Hist-Count             Pic 9(2) Value Zeros.
000137 01  Hist-Ring              Pic 9(2) Value Zeros.
000137 01  Hist-Sub               Pic 9(2) Value Zeros.
000137 01  History-Table-Area.
000137     03  Hist-Entry Occurs 12 Times.
000137         05  Hist-Records   Pic 9(7).
000137         05  Hist-Dollars   Pic S9(9)v99.
000137 01  Hist-Total-Records     Pic 9(9) Value Zeros.
000137 01  Hist-Total-Dollars     Pic S9(11)v99 Value Zeros.
000137 01  Average-Records        Pic 9(7) Value Zeros.
000137 01  Average-Dollars        Pic S9(9)v99 Value Zeros.
000137 01  Low-Limit              Pic S9(9)v99 Value Zeros.
000137 01  High-Limit             Pic S9(9)v99 Value Zeros.
000137 01  Close-Dollars          Pic S9(9)v99 Value Zeros.
000137 01  Close-Count            Pic 9(3) Value Zeros.
000137 01  Close-Source           Pic X(11) Value Spaces.
000137 01  Close-Difference       Pic S9(9)v99 Value Zeros.
000137 01  Close-Limit            Pic S9(9)v99 Value Zeros.
000137 01  Volume-Result          Pic X Value Space.
000137     88  Volume-Passed      Value "P".
000137     88  Volume-Held        Value "H".
000137     88  Volume-Released    Value "R".
000137 01  Volume-Out-Flag        Pic X Value Space.
000137     88  Volume-Out-Of-Tolerance Value "Y".
000137 01  Prior-Release-Flag     Pic X Value Space.
000137     88  Prior-Release-Found Value "Y".
000137 01  Prior-Release-Operator Pic X(4) Value Spaces.
000137 01  Count-Edit             Pic Z,ZZZ,ZZ9.
000137 01  Count-Edit-2           Pic Z,ZZZ,ZZ9.
000137 01  Money-Edit             Pic ZZZ,ZZZ,ZZ9.99-.
000137 01  Money-Edit-2           Pic ZZZ,ZZZ,ZZ9.99-.
000137 01  Business-Date-Edit     Pic 99/99/9999.
000137 01  Clock-Time             Pic 9(6) Value Zeros.
000137 01  Clock-Time-X Redefines Clock-Time.
000137     03  Clock-HH           Pic 99.
000137     03  Clock-MM           Pic 99.
000137     03  Clock-SS           Pic 99.
000137 01  Start-Seconds          Pic 9(6) Value Zeros.
000137 01  End-Seconds            Pic 9(6) Value Zeros.
000137 01  Elapsed-Seconds        Pic 9(6) Value Zeros.
000190 Procedure Division.
000191 Chapt25c-Start.
000192     Display "Begin Nightly Driver Chapt25c"
000202        Display "Prior Night Complete, Starting Fresh"
000203        Perform Initialize-Run-Control
000204     End-If
000204     Perform Get-File-Parameters
000204     Move Today-MMDDYYYY-N To Business-Date
000204     Perform Compute-Business-Weekday
000204* A Restart Past The Update Has Nothing Left To Guard
000204     If Not Step-Complete (Update-Step-Number)
000204        Perform Check-Trans-Volume
000204        If Volume-Held
000204           Stop Run
000204        End-If
000204     End-If
000205     Perform Set-Quiesce-Flag
000206     Perform Run-One-Step
000207             Varying Step-Sub From 1 By 1
000292        Move Current-Stamp To Table-Step-Start (Step-Sub)
000293        Move "R" To Table-Step-Status (Step-Sub)
000294        Perform Save-Run-Control
000294        Perform Measure-Step-Input
000295        Move Table-Step-Program (Step-Sub) To
000296             Call-Program-Name
000297        Call Call-Program-Name
000307           Move "C" To Table-Step-Status (Step-Sub)
000308        End-If
000309        Perform Save-Run-Control
000309        Perform Write-Step-Statistics
000310     End-If
000311     .
000311*****************************************************
000311* Run Statistics                                     *
000311*****************************************************
000311 Measure-Step-Input.
000311* The Step's Input Is Measured Before The Step Can Change It
000311     Move Zeros To Step-Records Step-Dollars Tender-Dollars
000311     Move Step-Input-Kind (Step-Sub) To Measure-Kind
000311     If Step-Input-File (Step-Sub) = "Trans.Txt"
000311        Move WS-Trans-File To Measure-File-Name
000311     Else
000311        Move Step-Input-File (Step-Sub) To Measure-File-Name
000311     End-If
000311     If Measure-Kind = "T" Or Measure-Kind = "R"
000311        Perform Measure-Input-File
000311     End-If
000311     .
000311 Measure-Input-File.
000311     Move Spaces To Measure-Done-Flag
000311     Open Input Trans-File
000311     If Trans-File-Status Not = "00"
000311        Set Measure-Done To True
000311     End-If
000311     Perform Measure-One-Record Until Measure-Done
000311     If Trans-File-Status = "00" Or Trans-File-Status = "05" Or
000311        Trans-File-Status = "10"
000311        Close Trans-File
000311     End-If
000311     .
000311 Measure-One-Record.
000311     Read Trans-File
000311          At End Set Measure-Done To True
000311          Not At End
000311             If Measure-Kind = "T"
000311                Perform Tally-Trans-Record
000311             Else
000311                Add 1 To Step-Records
000311             End-If
000311     End-Read
000311     .
000311 Tally-Trans-Record.
000311* Sale Details Only, As Chapt18d Counts Them Against The Trailer
000311     If Not Trans-Trailer And Not Ticket-Header
000311        Add 1 To Step-Records
000311        Add Transaction-Price To Step-Dollars
000311        If Tender-Cash Or Tender-Check
000311           Add Transaction-Price To Tender-Dollars
000311        End-If
000311        If Not Trans-Date-Found And Transaction-Date Numeric
000311           And Transaction-Date > Zeros
000311           Move Transaction-Date To First-Trans-Date
000311           Set Trans-Date-Found To True
000311        End-If
000311     End-If
000311     .
000311 Write-Step-Statistics.
000311     Move Table-Step-Start (Step-Sub) (7:6) To Clock-Time
000311     Compute Start-Seconds =
000311             Clock-HH * 3600 + Clock-MM * 60 + Clock-SS
000311     Move Table-Step-End (Step-Sub) (7:6) To Clock-Time
000311     Compute End-Seconds =
000311             Clock-HH * 3600 + Clock-MM * 60 + Clock-SS
000311* A Step Running Past Midnight Finishes On The Next Clock Day
000311     If End-Seconds < Start-Seconds
000311        Add 86400 To End-Seconds
000311     End-If
000311     Compute Elapsed-Seconds = End-Seconds - Start-Seconds
000311     Open Extend Run-Stat-File
000311     Move Spaces To Run-Stat-Record
000311     Move Business-Date To Stat-Business-Date
000311     Move Business-Weekday To Stat-Weekday
000311     Set Stat-Step-Row To True
000311     Move Step-Sub To Stat-Step-Number
000311     Move Table-Step-Program (Step-Sub) To Stat-Program
000311     Move Table-Step-Status (Step-Sub) To Stat-Result
000311     Move Step-Records To Stat-Records
000311     Move Step-Dollars To Stat-Dollars
000311     Move Table-Step-Start (Step-Sub) (7:6) To Stat-Start-Time
000311     Move Elapsed-Seconds To Stat-Elapsed
000311     Move Zeros To Stat-Average-Records Stat-Average-Dollars
000311                   Stat-Close-Dollars
000311     Write Run-Stat-Record
000311     Close Run-Stat-File
000311     .
000311 Compute-Business-Weekday.
000311     Call "Chapt23f" Using Weekday-Base-Date Business-Date
000311          Days-From-Base
000311     Divide Days-From-Base By 7 Giving Weekday-Weeks
000311            Remainder Weekday-Remainder
000311     Compute Business-Weekday = Weekday-Remainder + 1
000311     .
000311*****************************************************
000311* Trans.Txt Volume Check Before The Update Posts     *
000311*****************************************************
000311 Check-Trans-Volume.
000311* A Half-Copied File Still Balances To Its Own Trailer, So The
000311* Day's Volume Is Held Against What The Same Weekday Usually
000311* Brings And What The Registers Closed Out With
000311     Accept Run-Parameter From Command-Line
000311     Inspect Run-Parameter Converting
000311             "abcdefghijklmnopqrstuvwxyz" To
000311             "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
000311     Perform Load-Current-Operator
000311     Perform Load-Volume-Parameters
000311     Move WS-Trans-File To Measure-File-Name
000311     Move "T" To Measure-Kind
000311     Move Zeros To Step-Records Step-Dollars Tender-Dollars
000311     Move Spaces To Trans-Date-Found-Flag
000311     Perform Measure-Input-File
000311     If Trans-Date-Found
000311        Move First-Trans-Date To Business-Date
000311        Perform Compute-Business-Weekday
000311     End-If
000311     Move Business-Date To Business-Date-Edit
000311     Perform Load-Weekday-History
000311     Perform Load-Register-Closes
000311     Move Space To Volume-Out-Flag
000311     Perform Test-Volume-Tolerance
000311     Move Step-Records To Count-Edit
000311     Evaluate True
000311        When Not Volume-Out-Of-Tolerance
000311             Set Volume-Passed To True
000311             Display "Trans Volume Check Passed, " Count-Edit
000311                     " Sales For " Business-Date-Edit
000311* A Restart After A Released Night Does Not Need Releasing Again
000311        When Prior-Release-Found
000311             Set Volume-Released To True
000311             Move Prior-Release-Operator To Current-Operator
000311             Display "Trans Volume Released Earlier By "
000311                     "Supervisor " Current-Operator
000311        When Release-Requested And Current-Oper-Level >= 5
000311             Set Volume-Released To True
000311             Display "Trans Volume Out Of Tolerance - Released "
000311                     "By Supervisor " Current-Operator
000311        When Other
000311             Set Volume-Held To True
000311             Perform Display-Hold-Message
000311     End-Evaluate
000311     Perform Write-Volume-Statistics
000311     .
000311 Test-Volume-Tolerance.
000311     If Step-Records = Zeros
000311        Set Volume-Out-Of-Tolerance To True
000311        Display "  Trans File " WS-Trans-File
000311        Display "  Holds No Sales Records"
000311     End-If
000311     If Hist-Count > Zeros And Hist-Count >= Parm-Min-History
000311        Perform Test-Against-Weekday
000311     Else
000311        Display "  Too Little Same-Weekday History To Compare"
000311     End-If
000311     If Close-Source Not = Spaces
000311        Perform Test-Against-Closes
000311     Else
000311        Display "  No Register Close On File For "
000311                Business-Date-Edit
000311     End-If
000311     .
000311 Test-Against-Weekday.
000311     Compute Average-Records Rounded =
000311             Hist-Total-Records / Hist-Count
000311     Compute Average-Dollars Rounded =
000311             Hist-Total-Dollars / Hist-Count
000311     Compute Low-Limit = Average-Records * Parm-Low-Pct / 100
000311     Compute High-Limit = Average-Records * Parm-High-Pct / 100
000311     If Step-Records < Low-Limit Or Step-Records > High-Limit
000311        Set Volume-Out-Of-Tolerance To True
000311        Move Step-Records To Count-Edit
000311        Move Average-Records To Count-Edit-2
000311        Display "  Sales Records " Count-Edit
000311                " Against Weekday Average " Count-Edit-2
000311     End-If
000311     Compute Low-Limit = Average-Dollars * Parm-Low-Pct / 100
000311     Compute High-Limit = Average-Dollars * Parm-High-Pct / 100
000311     If Step-Dollars < Low-Limit Or Step-Dollars > High-Limit
000311        Set Volume-Out-Of-Tolerance To True
000311        Move Step-Dollars To Money-Edit
000311        Move Average-Dollars To Money-Edit-2
000311        Display "  Sales Dollars " Money-Edit
000311                " Against Weekday Average " Money-Edit-2
000311     End-If
000311     .
000311 Test-Against-Closes.
000311* The Closes Counted Cash And Checks; The File's Cash And Check
000311* Sales Should Come Close To What The Drawers Expected
000311     Compute Close-Difference = Tender-Dollars - Close-Dollars
000311     If Close-Difference < Zero
000311        Compute Close-Difference = Close-Difference * -1
000311     End-If
000311     Compute Close-Limit = Close-Dollars * Parm-Close-Pct / 100
000311     If Close-Limit < Zero
000311        Compute Close-Limit = Close-Limit * -1
000311     End-If
000311     If Close-Limit < Close-Min-Dollars
000311        Move Close-Min-Dollars To Close-Limit
000311     End-If
000311     If Close-Difference > Close-Limit
000311        Set Volume-Out-Of-Tolerance To True
000311        Move Tender-Dollars To Money-Edit
000311        Move Close-Dollars To Money-Edit-2
000311        Display "  Cash/Check Sales " Money-Edit
000311                " Against Register Closes " Money-Edit-2
000311        Display "  (From " Close-Source ")"
000311     End-If
000311     .
000311 Display-Hold-Message.
000311     Display "**************************************************"
000311     Display "NIGHTLY RUN HELD - Trans.Txt Volume Is Out Of"
000311     Display "Tolerance For " Business-Date-Edit
000311             "; The Update Has NOT Posted"
000311     Display "Check The File Against The Register Closes.  To"
000311     Display "Post It As It Stands, A Supervisor Signs On And"
000311     Display "Runs:  Chapt25c RELEASE"
000311     If Release-Requested
000311        Display "RELEASE Refused - Needs A Supervisor (Level 5)"
000311     End-If
000311     Display "**************************************************"
000311     .
000311 Write-Volume-Statistics.
000311     Perform Get-Current-Stamp
000311     Open Extend Run-Stat-File
000311     Move Spaces To Run-Stat-Record
000311     Move Business-Date To Stat-Business-Date
000311     Move Business-Weekday To Stat-Weekday
000311     Set Stat-Volume-Row To True
000311     Move Update-Step-Number To Stat-Step-Number
000311     Move Table-Step-Program (Update-Step-Number) To Stat-Program
000311     Move Volume-Result To Stat-Result
000311     Move Step-Records To Stat-Records
000311     Move Step-Dollars To Stat-Dollars
000311     Move Current-Stamp (7:6) To Stat-Start-Time
000311     Move Zeros To Stat-Elapsed
000311     Move Average-Records To Stat-Average-Records
000311     Move Average-Dollars To Stat-Average-Dollars
000311     Move Close-Dollars To Stat-Close-Dollars
000311     If Volume-Released
000311        Move Current-Operator To Stat-Operator
000311     End-If
000311     Write Run-Stat-Record
000311     Close Run-Stat-File
000311     .
000311 Load-Weekday-History.
000311* The Last Parm-Weeks Passed Or Released Checks For The Same
000311* Weekday; A Held Night Never Becomes Part Of The Average
000311     Move Zeros To Hist-Count Hist-Ring
000311                   Hist-Total-Records Hist-Total-Dollars
000311     Move Spaces To Stats-Done-Flag Prior-Release-Flag
000311     Open Input Run-Stat-File
000311     If Run-Stat-Status Not = "00"
000311        Set Stats-Done To True
000311     End-If
000311     Perform Read-One-Statistic Until Stats-Done
000311     If Run-Stat-Status = "00" Or Run-Stat-Status = "05" Or
000311        Run-Stat-Status = "10"
000311        Close Run-Stat-File
000311     End-If
000311     Perform Add-One-History
000311             Varying Hist-Sub From 1 By 1
000311             Until Hist-Sub > Hist-Count
000311     .
000311 Read-One-Statistic.
000311     Read Run-Stat-File
000311          At End Set Stats-Done To True
000311          Not At End
000311             If Stat-Volume-Row And
000311                Stat-Weekday = Business-Weekday And
000311                (Stat-Volume-Passed Or Stat-Volume-Released) And
000311                Stat-Business-Date Not = Business-Date
000311                Perform Keep-History
000311             End-If
000311             If Stat-Volume-Row And Stat-Volume-Released And
000311                Stat-Business-Date = Business-Date
000311                Set Prior-Release-Found To True
000311                Move Stat-Operator To Prior-Release-Operator
000311             End-If
000311     End-Read
000311     .
000311 Keep-History.
000311     Add 1 To Hist-Ring
000311     If Hist-Ring > Parm-Weeks
000311        Move 1 To Hist-Ring
000311     End-If
000311     Move Stat-Records To Hist-Records (Hist-Ring)
000311     Move Stat-Dollars To Hist-Dollars (Hist-Ring)
000311     If Hist-Count < Parm-Weeks
000311        Add 1 To Hist-Count
000311     End-If
000311     .
000311 Add-One-History.
000311     Add Hist-Records (Hist-Sub) To Hist-Total-Records
000311     Add Hist-Dollars (Hist-Sub) To Hist-Total-Dollars
000311     .
000311 Load-Register-Closes.
000311* Each Chapt20g Close Counted Cash And Checks Against What Its
000311* Drawer Expected (Counted Less The Over/Short); With No Close
000311* On File, The Chapt20l Deposit Tickets Stand In
000311     Move Zeros To Close-Dollars Close-Count
000311     Move Spaces To Close-Source Close-Done-Flag
000311     Open Input Over-Short-File
000311     If Over-Short-Status Not = "00"
000311        Set Close-Done To True
000311     End-If
000311     Perform Sum-One-Close Until Close-Done
000311     If Over-Short-Status = "00" Or Over-Short-Status = "05" Or
000311        Over-Short-Status = "10"
000311        Close Over-Short-File
000311     End-If
000311     If Close-Count > Zeros
000311        Move "OvrShrt.TXT" To Close-Source
000311     Else
000311        Perform Load-Deposit-Tickets
000311     End-If
000311     .
000311 Sum-One-Close.
000311     Read Over-Short-File
000311          At End Set Close-Done To True
000311          Not At End
000311             If Os-Date = Business-Date And
000311                Os-Counted-Cash Numeric And
000311                Os-Counted-Check Numeric
000311                Compute Close-Dollars = Close-Dollars +
000311                        Os-Counted-Cash + Os-Counted-Check
000311                        - Os-Amount
000311                Add 1 To Close-Count
000311             End-If
000311     End-Read
000311     .
000311 Load-Deposit-Tickets.
000311     Move Spaces To Close-Done-Flag
000311     Open Input Deposit-Ticket-File
000311     If Deposit-Ticket-Status Not = "00"
000311        Set Close-Done To True
000311     End-If
000311     Perform Sum-One-Ticket Until Close-Done
000311     If Deposit-Ticket-Status = "00" Or
000311        Deposit-Ticket-Status = "05" Or
000311        Deposit-Ticket-Status = "10"
000311        Close Deposit-Ticket-File
000311     End-If
000311     If Close-Count > Zeros
000311        Move "DepTkt.TXT" To Close-Source
000311     End-If
000311     .
000311 Sum-One-Ticket.
000311     Read Deposit-Ticket-File
000311          At End Set Close-Done To True
000311          Not At End
000311             If Dep-Tkt-Date = Business-Date
000311                Add Dep-Tkt-Total To Close-Dollars
000311                Add 1 To Close-Count
000311             End-If
000311     End-Read
000311     .
000311 Load-Volume-Parameters.
000311     Open Input Volume-Parm-File
000311     If Volume-Parm-Status = "00"
000311        Read Volume-Parm-File
000311             At End Continue
000311             Not At End
000311                Perform Take-Volume-Parameters
000311        End-Read
000311        Close Volume-Parm-File
000311     End-If
000311     .
000311 Take-Volume-Parameters.
000311     If Vp-Weeks Numeric And Vp-Weeks > Zeros
000311        Move Vp-Weeks To Parm-Weeks
000311     End-If
000311     If Parm-Weeks > 12
000311        Move 12 To Parm-Weeks
000311     End-If
000311     If Vp-Low-Pct Numeric
000311        Move Vp-Low-Pct To Parm-Low-Pct
000311     End-If
000311     If Vp-High-Pct Numeric And Vp-High-Pct > Zeros
000311        Move Vp-High-Pct To Parm-High-Pct
000311     End-If
000311     If Vp-Close-Pct Numeric
000311        Move Vp-Close-Pct To Parm-Close-Pct
000311     End-If
000311     If Vp-Min-History Numeric
000311        Move Vp-Min-History To Parm-Min-History
000311     End-If
000311     .
000311 Load-Current-Operator.
000311     Open Input Current-Operator-File
000311     If Current-Operator-Status = "00"
000311        Read Current-Operator-File
000311             At End Continue
000311             Not At End
000311                Move Curr-Oper-Id To Current-Operator
000311                Move Curr-Oper-Level Of
000311                     Current-Operator-Record To
000311                     Current-Oper-Level
000311        End-Read
000311        Close Current-Operator-File
000311     End-If
000311     .
000311 Get-File-Parameters.
000311     Move Spaces To WS-Env-Override
000311     Accept WS-Env-Override From Environment "TRANS_FILE"
000311        On Exception
000311           Continue
000311     End-Accept
000311     If WS-Env-Override Not = Spaces
000311        Move WS-Env-Override To WS-Trans-File
000311     End-If
000311     .
000312 Get-Current-Stamp.
000313     Accept Stamp-Date From Date
000314     Accept Stamp-Time From Time
