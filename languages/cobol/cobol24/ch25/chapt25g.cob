000033* The Balance File, Whether Balancing Agreed, The Reject
000034* Count With Top Reasons, Leftover Checkpoint Files From An
000035* Incomplete Night, And Dealers Newly Overdue On Rent
000035* Or Trading With Lapsed Liability Insurance
000043 Environment Division.
000050 Configuration Section.
000051 Special-Names.
000080         Record Key Dealer-Number
000081         Alternate Record Key Dealer-Name
000082         File Status Dealer-Status.
000082     Select Optional Dealer-Document-File Assign To "DlrDoc.Dat"
000082         Organization Indexed
000082         Access Random
000082         Record Key Doc-Key
000082         File Status Dealer-Document-Status.
000083 Data Division.
000084 File Section.
000085 Fd  Balance-File.
000102     03  Dealer-Name         Pic X(50).
000103     03  Filler              Pic X(251).
000104     03  Next-Rent-Due-Date  Pic 9(8).
000105     03  Filler              Pic X(58).
000105     03  Active-Status       Pic X.
000105         88  Dealer-Inactive Value "I".
000106     03  Filler              Pic X(100).
000106 Fd  Dealer-Document-File.
000106 Copy "dlrdoc.cpy".
000107 Working-Storage Section.
000108 01  Keyboard-Status.
000109     03  Accept-Status Pic 9.
000118 01  Report-Checkpoint-Status Pic XX Value Spaces.
000119 01  Dealer-Status          Pic XX Value Spaces.
000120     88  Dealer-Success     Value "00" Thru "09".
000120 01  Dealer-Document-Status Pic XX Value Spaces.
000120     88  Dealer-Document-Success Value "00" Thru "09".
000121 01  Balance-Done-Flag      Pic X Value Spaces.
000122     88  Balance-Done       Value "Y".
000123 01  Reject-Done-Flag       Pic X Value Spaces.
000144 01  Top-Reasons-Display    Pic X(30) Value Spaces.
000145 01  Checkpoint-Verdict     Pic X(20) Value "CLEAN".
000146 01  Newly-Overdue-Count    Pic 9(5) Value Zeros.
000146 01  Insurance-Lapsed-Count Pic 9(5) Value Zeros.
000146 01  Days-Lapsed            Pic S9(7).
000146 01  Lapsed-Dealer-Display  Pic X(27) Value Spaces.
000146 01  Lapsed-Dealer-Table Redefines Lapsed-Dealer-Display.
000146     03  Lapsed-Dealer       Pic X(9) Occurs 3 Times.
000147 01  Days-Late              Pic S9(7).
000148 01  Edit-Count             Pic ZZ,ZZ9.
000149 01  Edit-Commission        Pic ZZZ,ZZ9.99-.
000150 01  Edit-Overdue           Pic ZZ,ZZ9.
000150 01  Edit-Lapsed            Pic ZZ,ZZ9.
000151 01  Edit-Rejects           Pic ZZ,ZZ9.
000152 01  Dummy-Field            Pic X Value Spaces.
000153 01  Date-And-Time-Area.
000181     03  Line 11 Column 26 Pic X(20) From Checkpoint-Verdict.
000182     03  Line 13 Column 01 Value "Dealers Newly Overdue: ".
000183     03  Line 13 Column 26 Pic ZZ,ZZ9 From Edit-Overdue.
000183     03  Line 15 Column 01 Value "Insurance Lapsed:      ".
000183     03  Line 15 Column 26 Pic ZZ,ZZ9 From Edit-Lapsed.
000183     03  Line 15 Column 34 Pic X(27) From Lapsed-Dealer-Display
000183         Highlight.
000184     03  Line 22 Column 01 Value "F1 Or Enter To Exit".
000185     03  Line 23 Column 01 Pic X To Dummy-Field Secure.
000186 Procedure Division.
000187     Move Zeros To Reject-Count Reason-Count
000187                   Newly-Overdue-Count Last-Update-Count
000187                   Last-Update-Commission Last-Update-Date
000187                   Last-Report-Date Insurance-Lapsed-Count
000187     Move Spaces To Lapsed-Dealer-Display
000187     Move "NO DATA" To Balance-Verdict
000187     Move "CLEAN" To Checkpoint-Verdict
000188     Accept Work-Date From Date
000199     Move Last-Update-Commission To Edit-Commission
000200     Move Reject-Count To Edit-Rejects
000201     Move Newly-Overdue-Count To Edit-Overdue
000201     Move Insurance-Lapsed-Count To Edit-Lapsed
000202     Display Dashboard-Screen
000203     Accept Dashboard-Screen
000204     Goback
000321 Count-Newly-Overdue.
000322* Overdue By A Week Or Less Counts As New This Morning
000323     Open Input Dealer-File
000323     Open Input Dealer-Document-File
000324     If Dealer-Success
000325        Perform Check-One-Dealer-Overdue Until Dealer-Done
000326        Close Dealer-File
000327     End-If
000327     If Dealer-Document-Success
000327        Close Dealer-Document-File
000327     End-If
000328     .
000329 Check-One-Dealer-Overdue.
000330     Read Dealer-File Next Record
000337                   Add 1 To Newly-Overdue-Count
000338                End-If
000339             End-If
000339             If Not Dealer-Inactive And Dealer-Document-Success
000339                Perform Check-Dealer-Insurance
000339             End-If
000340     End-Read
000341     .
000341 Check-Dealer-Insurance.
000341* The First Three Dealers Found Are Named; The Count Covers All
000341     Move Dealer-Number To Doc-Dealer
000341     Set Doc-Insurance To True
000341     Read Dealer-Document-File
000341          Invalid Key
000341             Continue
000341          Not Invalid Key
000341             Call "Chapt23f" Using Doc-Expiry-Date
000341                  Today-MMDDYYYY Days-Lapsed
000341             If Days-Lapsed > Zero
000341                Add 1 To Insurance-Lapsed-Count
000341                If Insurance-Lapsed-Count <= 3
000341                   Move Dealer-Number To
000341                        Lapsed-Dealer (Insurance-Lapsed-Count)
000341                End-If
000341             End-If
000341     End-Read
000341     .
