000010 @OPTIONS MAIN,TEST
000020 Identification Division.
000030 Program-Id.  Chapt25s.
000031* Store Credit Payout Election
000032* Records A Dealer's One-Time Choice To Take Part Of Their Next
000033* Payout As Store Credit, Overriding The Standing Percent On
000034* The Dealer Record For That One Payout.  Chapt20c Issues The
000035* Elected Share As A Certificate Worth The Share Plus The
000036* Store Credit Bonus.  Parameters Are The Dealer Number And The
000037* Percent, 0 To 100; Zero Takes The Next Payout All In Cash.
000038* Supervisor Level Only
000039 Environment Division.
000040 Configuration Section.
000041 Source-Computer.  IBM-PC.
000042 Object-Computer.  IBM-PC.
000043 Input-Output  Section.
000044 File-Control.
000045     Select Optional Credit-Election-File Assign To "CredElec.TXT"
000046         Organization Is Line Sequential
000047         File Status  Is Credit-Election-Status.
000048     Select Dealer-File Assign To "Dealer.Dat"
000049            Organization Indexed
000050            Access Random
000051            Record Key Dealer-Number
000052            File Status Dealer-Status.
000053     Select Optional Current-Operator-File Assign To
000054                     "CurrOper.TXT"
000055         Organization Is Line Sequential
000056         File Status  Is Current-Operator-Status.
000057 Data Division.
000058 File Section.
000059 Fd  Credit-Election-File.
000060 Copy "credelec.cpy".
000061 Fd  Dealer-File.
000062 01  Dealer-Record.
000063     03  Dealer-Number       Pic X(8).
000064     03  Filler              Pic X(468).
000065 Fd  Current-Operator-File.
000066 01  Current-Operator-Record.
000067     03  Curr-Oper-Id        Pic X(4).
000068     03  Filler              Pic X.
000069     03  Curr-Oper-Level     Pic 9.
000070 Working-Storage Section.
000071 01  Credit-Election-Status  Pic XX Value Spaces.
000072 01  Dealer-Status           Pic XX Value Spaces.
000073     88  Dealer-Success      Value "00" Thru "09".
000074 01  Current-Operator-Status Pic XX Value Spaces.
000075 01  Current-Operator        Pic X(4) Value Spaces.
000076 01  Current-Oper-Level      Pic 9 Value Zeros.
000077 01  Run-Parameters          Pic X(40) Value Spaces.
000078 01  Entry-Dealer            Pic X(8) Value Spaces.
000079 01  Entry-Percent-X         Pic X(3) Justified Right
000080                             Value Spaces.
000081 01  Entry-Percent Redefines Entry-Percent-X Pic 9(3).
000082 01  Date-And-Time-Area.
000083     03  Work-Date            Pic 9(6).
000084     03  Work-Date-X          Redefines Work-Date.
000085         05  Date-YY          Pic 99.
000086         05  Date-MM          Pic 99.
000087         05  Date-DD          Pic 99.
000088 01  Today-MMDDYYYY.
000089     03  Today-MM             Pic 99.
000090     03  Today-DD             Pic 99.
000091     03  Today-YYYY           Pic 9(4).
000092 01  Today-MMDDYYYY-N Redefines Today-MMDDYYYY Pic 9(8).
000093 Procedure Division.
000094 Chapt25s-Start.
000095     Display "Begin Store Credit Payout Election Chapt25s"
000096     Perform Load-Current-Operator
000097     If Current-Oper-Level < 5
000098        Display "Supervisor Authorization Required"
000099        Stop Run
000100     End-If
000101     Display "Dealer Number And Store Credit Percent: "
000102     Accept Run-Parameters From Command-Line
000103     Unstring Run-Parameters Delimited By All Space
000104              Into Entry-Dealer Entry-Percent-X
000105     End-Unstring
000106     Inspect Entry-Percent-X Replacing Leading Space By Zero
000107     If Entry-Dealer = Spaces Or Entry-Percent Not Numeric
000108        Display "Parameters: Dealer-Number Percent"
000109        Stop Run
000110     End-If
000111     If Entry-Percent > 100
000112        Display "Store Credit Percent Cannot Exceed 100"
000113        Stop Run
000114     End-If
000115     Accept Work-Date From Date
000116     Move Date-MM To Today-MM
000117     Move Date-DD To Today-DD
000118     Move 2000 To Today-YYYY
000119     Add Date-YY To Today-YYYY
000120     Open Input Dealer-File
000121     If Not Dealer-Success
000122        Display "Unable To Open Dealer File, Status "
000123                Dealer-Status
000124        Stop Run
000125     End-If
000126     Move Entry-Dealer To Dealer-Number
000127     Read Dealer-File
000128          Invalid Key
000129             Display "Dealer " Entry-Dealer " Not On File"
000130          Not Invalid Key
000131             Perform Write-Election
000132     End-Read
000133     Close Dealer-File
000134     Stop Run
000135     .
000136 Write-Election.
000137* A Later Election Before The Payout Replaces An Earlier One;
000138* Chapt20c Honours The Last E Row On File For The Dealer
000139     Open Extend Credit-Election-File
000140     Move Spaces To Credit-Election-Record
000141     Move Entry-Dealer To Elect-Dealer
000142     Move Today-MMDDYYYY-N To Elect-Date
000143     Set Elect-Pending To True
000144     Move Entry-Percent To Elect-Percent
000145     Move Current-Operator To Elect-Operator
000146     Write Credit-Election-Record
000147     Close Credit-Election-File
000148     Display "Dealer " Entry-Dealer " Takes " Entry-Percent
000149             "% Of The Next Payout As Store Credit"
000150     .
000151 Load-Current-Operator.
000152     Open Input Current-Operator-File
000153     If Current-Operator-Status = "00"
000154        Read Current-Operator-File
000155             At End Continue
000156             Not At End
000157                Move Curr-Oper-Id To Current-Operator
000158                Move Curr-Oper-Level To Current-Oper-Level
000159        End-Read
000160        Close Current-Operator-File
000161     End-If
000162     .
