000061     Select Optional Quiesce-File Assign To "Quiesce.TXT"
000061         Organization Is Line Sequential
000061         File Status  Is Quiesce-File-Status.
000061     Select Optional Current-Operator-File Assign To
000061                     "CurrOper.TXT"
000061         Organization Is Line Sequential
000061         File Status  Is Current-Operator-Status.
000061     Select Optional Online-Use-File Assign To "OnlUse.TXT"
000061         Organization Is Line Sequential
000061         File Status  Is Online-Use-Status.
000081         88  On-Mailing-List Value "Y".
000082         88  Off-Mailing-List Value "N".
000083     03  Loyalty-Points      Pic 9(7).
000083* Trade Customers Approved To Charge To A House Account; The
000083* Past-Due Run Sets Hold P, A Manager Sets Hold Y By Hand
000083     03  House-Account-Flag  Pic X.
000083         88  House-Account-Approved Value "Y".
000083     03  House-Credit-Limit  Pic 9(5)v99.
000083     03  House-Hold-Flag     Pic X.
000083     03  Filler              Pic X(4).
000098 Fd  Quiesce-File.
000098 01  Quiesce-Record          Pic X(8).
000098 Fd  Online-Use-File.
000098     03  Use-Program         Pic X(8).
000098     03  Filler              Pic X.
000098     03  Use-Stamp           Pic 9(14).
000098 Fd  Current-Operator-File.
000098 01  Current-Operator-Record.
000098     03  Curr-Oper-Id        Pic X(4).
000098     03  Filler              Pic X.
000098     03  Curr-Oper-Level     Pic 9.
000098 Working-Storage Section.
000099 01  Quiesce-File-Status    Pic XX Value Spaces.
000099 01  Online-Use-Status      Pic XX Value Spaces.
000099 01  Current-Operator-Status Pic XX Value Spaces.
000099 01  Current-Oper-Level     Pic 9 Value Zeros.
000099 01  Current-Operator       Pic X(4) Value Spaces.
000099 01  Restricted-Match-Flag  Pic X Value Space.
000099     88  Restricted-Match   Value "Y".
000099 01  Restricted-Cleared-Number Pic X(8) Value Spaces.
000099 01  Restricted-Program     Pic X(8) Value "CHAPT14F".
000099 01  Quiesce-Active-Flag    Pic X Value Space.
000099     88  Quiesce-Active     Value "Y".
000099 01  Online-Stamp-Date      Pic 9(6) Value Zeros.
000269     03  Postal-Code         Pic X(15).
000270     03  Home-Phone          Pic X(20).
000271     03  Mailing-List-Flag   Pic X.
000271     03  House-Account-Flag  Pic X.
000271     03  House-Credit-Limit  Pic 9(5)v99.
000271     03  House-Hold-Flag     Pic X.
000278 01  Valid-Data-Flag         Pic X Value "Y".
000279     88  Valid-Data          Value "Y".
000280     88  Invalid-Data        Value "N".
000283     88  New-Mode            Value "N".
000284 01  Save-Customer-Number    Pic X(8) Value Spaces.
000284 01  Points-Display          Pic Z(6)9 Value Zeros.
000284 01  Save-House-Terms.
000284     03  Save-House-Flag     Pic X Value Space.
000284     03  Save-House-Limit    Pic 9(5)v99 Value Zeros.
000284     03  Save-House-Hold     Pic X Value Space.
000284 01  Entered-House-Terms.
000284     03  Entered-House-Flag  Pic X Value Space.
000284     03  Entered-House-Limit Pic 9(5)v99 Value Zeros.
000284     03  Entered-House-Hold  Pic X Value Space.
000285 Screen Section.
000321 01  Data-Entry-Screen
000322     Blank Screen, Auto
000340         05  Line 11 Column 01  Value "Phone/Home: ".
000341         05  Line 13 Column 01  Value "Mailing List (Y/N): ".
000342         05  Line 15 Column 01  Value "Loyalty Points: ".
000342         05  Line 17 Column 01  Value "House Account (Y/N): ".
000342         05  Line 17 Column 26  Value "Credit Limit: ".
000342         05  Line 17 Column 52  Value "Hold (Y/P): ".
000348         05  Line 22 Column 01  Value
000349             "F1-Exit  F2-Save  F3-Find  F4-Delete".
000350*
000373             Of Work-Record.
000374         05  Line 13 Column 21 Pic X Using Mailing-List-Flag
000375             Of Work-Record.
000374         05  Line 17 Column 22 Pic X Using House-Account-Flag
000374             Of Work-Record.
000374         05  Line 17 Column 40 Pic ZZ,ZZ9.99
000374             Using House-Credit-Limit Of Work-Record.
000374         05  Line 17 Column 64 Pic X Using House-Hold-Flag
000374             Of Work-Record.
000376     03  Display-Only-Group.
000377         05  Line 15 Column 17 Pic X(7) From Points-Display.
000389     03  Blink-Group Highlight Blink.
000393 Procedure Division.
000394 Chapt14f-Start.
000600     Perform Check-Quiesce-And-Register
000600     Perform Load-Current-Operator
000600     If Quiesce-Active
000600        Stop Run
000600     End-If
000422          Invalid Key
000423             Move "Customer Not Found" To Error-Message
000424             Set New-Mode To True
000424             Initialize Save-House-Terms
000425          Not Invalid Key
000426             Move Corresponding Customer-Record To Work-Record
000426* Customer Records From Before House Accounts Carry Spaces
000426* In The Credit Limit
000426             If House-Credit-Limit Of Customer-Record Not Numeric
000426                Move Zeros To
000426                     House-Credit-Limit Of Customer-Record
000426                     House-Credit-Limit Of Work-Record
000426             End-If
000426             Move House-Account-Flag Of Customer-Record
000426                  To Save-House-Flag
000426             Move House-Credit-Limit Of Customer-Record
000426                  To Save-House-Limit
000426             Move House-Hold-Flag Of Customer-Record
000426                  To Save-House-Hold
000426* Customer Records From Before The Loyalty Program Carry
000426* Spaces Where The Points Now Live
000426             If Loyalty-Points Of Customer-Record Not Numeric
000452           Set New-Mode To True
000453           Initialize Work-Record
000453           Move Zeros To Points-Display
000454           Initialize Save-House-Terms
000454           Move 1 To Cursor-Row
000455                     Cursor-Column
000456           Move "Customer Saved" To Error-Message
000456           Move Spaces To Restricted-Cleared-Number
000457        End-If
000458     Else
000459        Display Data-Entry-Screen
000475              Move 1 To Cursor-Row
000476                        Cursor-Column
000477              Move "Customer Deleted" To Error-Message
000477              Initialize Save-House-Terms
000478        End-Delete
000479     End-If
000480     .
000482     Set Valid-Data To True
000483     Inspect Mailing-List-Flag Of Work-Record
000484             Converting "yn" To "YN"
000484     Inspect House-Account-Flag Of Work-Record
000484             Converting "yn" To "YN"
000484     Inspect House-Hold-Flag Of Work-Record
000484             Converting "yp" To "YP"
000484     If House-Account-Flag Of Work-Record = "N"
000484        Move Space To House-Account-Flag Of Work-Record
000484     End-If
000484     Move House-Account-Flag Of Work-Record To Entered-House-Flag
000484     Move House-Credit-Limit Of Work-Record To Entered-House-Limit
000484     Move House-Hold-Flag Of Work-Record To Entered-House-Hold
000485     Evaluate True
000486        When Customer-Number Of Work-Record = Spaces
000487           Move "Customer Number is required" To Error-Message
000489        When Last-Name Of Work-Record = Spaces
000490           Move "Last Name is required" To Error-Message
000491           Set Invalid-Data To True
000491        When House-Account-Flag Of Work-Record Not = "Y" And
000491             House-Account-Flag Of Work-Record Not = "N" And
000491             House-Account-Flag Of Work-Record Not = Space
000491           Move "House Account must be Y, N or blank"
000491                To Error-Message
000491           Set Invalid-Data To True
000491        When House-Hold-Flag Of Work-Record Not = "Y" And
000491             House-Hold-Flag Of Work-Record Not = "P" And
000491             House-Hold-Flag Of Work-Record Not = Space
000491           Move "Hold must be Y Manager, P Past Due or blank"
000491                To Error-Message
000491           Set Invalid-Data To True
000491        When House-Account-Flag Of Work-Record = "Y" And
000491             House-Credit-Limit Of Work-Record = Zeros
000491           Move "An approved House Account needs a Credit Limit"
000491                To Error-Message
000491           Set Invalid-Data To True
000491* Opening A House Account, Raising The Limit Or Lifting A
000491* Hold Puts Store Money At Risk - That Is A Manager Decision
000491        When Entered-House-Terms Not = Save-House-Terms And
000491             Current-Oper-Level < 5
000491           Move "Supervisor Required To Change House Account"
000491                To Error-Message
000491           Set Invalid-Data To True
000492        When Mailing-List-Flag Of Work-Record Not = "Y" And
000493             Mailing-List-Flag Of Work-Record Not = "N" And
000494             Mailing-List-Flag Of Work-Record Not = Space
000491           Move "Mailing List must be Y, N or blank"
000496                To Error-Message
000497           Set Invalid-Data To True
000498        When Other
000499           Continue
000500     End-Evaluate
000500     If Valid-Data
000500        Perform Check-Restricted-List
000500     End-If
000501     .
000502 Check-Restricted-List.
000502* A Likely Match To The Trespass List Is Put Quietly: A Clerk
000502* Cannot Save The Customer; A Manager Sees The Code And Saves
000502* On A Second F2 Once Satisfied It Is Not The Same Person
000502     If Customer-Number Of Work-Record Not =
000502        Restricted-Cleared-Number
000502        Call "Chapt23u" Using Customer-Number Of Work-Record
000502             Last-Name Of Work-Record First-Name Of Work-Record
000502             Current-Operator Restricted-Program
000502             Restricted-Match-Flag
000502        If Restricted-Match
000502           Set Invalid-Data To True
000502           If Current-Oper-Level < 5
000502              Move "Please Ask A Manager To Complete This (R7)"
000502                   To Error-Message
000502           Else
000502              Move Customer-Number Of Work-Record To
000502                   Restricted-Cleared-Number
000502              Move "Manager Review (R7) - Press F2 Again To Save"
000502                   To Error-Message
000502           End-If
000502        End-If
000502     End-If
000502     .
000502 Open-File.
000503     Open I-O Customer-File
000504     If Customer-Status = "35"
000600     Move Online-Stamp-Time To Use-Stamp (7:8)
000600     Write Online-Use-Record
000600     .
000600 Load-Current-Operator.
000600* The Menu Records The Signed-On Operator In CurrOper.TXT
000600     Open Input Current-Operator-File
000600     If Current-Operator-Status = "00"
000600        Read Current-Operator-File
000600             At End Continue
000600             Not At End
000600                Move Curr-Oper-Id To Current-Operator
000600                Move Curr-Oper-Level To Current-Oper-Level
000600        End-Read
000600        Close Current-Operator-File
000600     End-If
000600     .
