000064     Select Optional Trans-File Assign To WS-Trans-File
000065         Organization Is Line Sequential
000066         File Status  Is Trans-File-Status.
000066     Select Optional Hour-Demand-File Assign To "HourDmd.TXT"
000066         Organization Is Line Sequential
000066         File Status  Is Hour-Demand-Status.
000076 Data Division.
000077 File Section.
000078 Fd  Report-File.
000101     03  Trailer-Marker         Pic X(8).
000102         88  Trans-Trailer      Value "TRAILER1".
000103     03  Filler                 Pic X(102).
000103 Fd  Hour-Demand-File.
000103 Copy "hourdmd.cpy".
000110 Working-Storage Section.
000111 01  WS-Trans-File           Pic X(40) Value "Trans.Txt".
000112 01  WS-Env-Override         Pic X(40) Value Spaces.
000063 01  Spool-Catalog-Name    Pic X(8) Value "CHAPT20M".
000063 01  Spool-Catalog-File    Pic X(12) Value "RPT20M.SPL".
000063 01  Page-Count            Pic 9(4) Value 1.
000063 01  Hour-Demand-Status    Pic XX Value Spaces.
000063* Transactions By Weekday And Hour, And How Many Selling Days
000063* Of Each Weekday The Period Held, For The Average Per Hour
000063 01  Demand-Totals-Area.
000063     03  Demand-Weekday Occurs 7 Times.
000063         05  Demand-Days       Pic 9(5) Value Zeros.
000063         05  Demand-Hour-Count Pic 9(7) Value Zeros
000063                               Occurs 24 Times.
000063 01  Demand-Weekday-Sub    Pic 9 Value Zeros.
000063 01  Demand-Hour-Sub       Pic 99 Value Zeros.
000063 01  Demand-Date-Count     Pic 9(4) Value Zeros.
000063 01  Demand-Date-Table-Area.
000063     03  Demand-Date Pic 9(8) Occurs 0 To 1000 Times
000063             Depending On Demand-Date-Count
000063             Indexed By Demand-Date-Index.
000290 Procedure Division.
000291 Chapt20m-Start.
000292     Display "Begin Sales Analysis Chapt20m"
000307     Perform Analyze-Transactions Until All-Done
000308     Close Trans-File
000309     Perform Print-Analysis-Report
000309     Perform Write-Hour-Demand
000310     Display "Transactions Analyzed " Selected-Count
000311     Stop Run
000312     .
000344           Set Weekday-Index To Weekday-Element
000345           Add 1 To Weekday-Count (Weekday-Index)
000346           Add Extended-Amount To Weekday-Amount (Weekday-Index)
000346           Perform Count-Demand-Slot
000347           Move 8 To Weekday-Element
000348        End-If
000349     End-Perform
000396        Move WS-Env-Override To WS-Trans-File
000397     End-If
000398     .
000238 Count-Demand-Slot.
000238     If Hour-Element >= 1 And Hour-Element <= 24
000238        Add 1 To Demand-Hour-Count (Weekday-Element, Hour-Element)
000238     End-If
000238     Set Demand-Date-Index To 1
000238     Search Demand-Date
000238          At End
000238             If Demand-Date-Count < 1000
000238                Add 1 To Demand-Date-Count
000238                Move Transaction-Date To
000238                     Demand-Date (Demand-Date-Count)
000238                Add 1 To Demand-Days (Weekday-Element)
000238             End-If
000238          When Demand-Date (Demand-Date-Index) = Transaction-Date
000238             Continue
000238     End-Search
000238     .
000238 Write-Hour-Demand.
000238* The Staffing Side Reads The Average Per Hour From Here, So
000238* Every Weekday And Hour Is Written Even When Nothing Sold
000238     Open Output Hour-Demand-File
000238     Perform Write-One-Hour-Demand
000238             Varying Demand-Weekday-Sub From 1 By 1
000238             Until Demand-Weekday-Sub > 7
000238             After Demand-Hour-Sub From 1 By 1
000238             Until Demand-Hour-Sub > 24
000238     Close Hour-Demand-File
000238     .
000238 Write-One-Hour-Demand.
000238     Move Spaces To Hour-Demand-Record
000238     Move Demand-Weekday-Sub To Dmd-Weekday
000238     Compute Dmd-Hour = Demand-Hour-Sub - 1
000238     Move Demand-Hour-Count (Demand-Weekday-Sub, Demand-Hour-Sub)
000238          To Dmd-Trans-Count
000238     Move Demand-Days (Demand-Weekday-Sub) To Dmd-Day-Count
000238     Move Zeros To Dmd-Average
000238     If Demand-Days (Demand-Weekday-Sub) > Zeros
000238        Compute Dmd-Average Rounded =
000238                Demand-Hour-Count (Demand-Weekday-Sub,
000238                                   Demand-Hour-Sub) /
000238                Demand-Days (Demand-Weekday-Sub)
000238     End-If
000238     Move From-Date To Dmd-From-Date
000238     Move To-Date To Dmd-To-Date
000238     Write Hour-Demand-Record
000238     .
