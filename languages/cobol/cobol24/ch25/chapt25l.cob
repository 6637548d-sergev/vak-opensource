000038* After-Hours Activity, Overrides Above The Threshold, And
000039* Operators Whose Override Or Deletion Counts Spike Against
000040* Their Own History
000040* Restricted-List Alerts From RestrLog.TXT Are Flagged ! So A
000040* Trespass Match At A Register Or The Customer Screen Is Seen
000040* Payout Release Decisions From PayAppr.TXT Are Reported, And
000040* Attempts To Release A Run Refused To Its Own Operator Or To A
000040* Non-Supervisor Are Flagged #
000043 Environment Division.
000050 Configuration Section.
000055 Source-Computer.  IBM-PC.
000083     Select Optional Error-Log-File Assign To "ErrLog.TXT"
000084         Organization Is Line Sequential
000085         File Status  Is Error-Log-Status.
000085     Select Optional Restricted-Log-File Assign To "RestrLog.TXT"
000085         Organization Is Line Sequential
000085         File Status  Is Restricted-Log-Status.
000085     Select Optional Approval-Log-File Assign To "PayAppr.TXT"
000085         Organization Is Line Sequential
000085         File Status  Is Approval-Log-Status.
000086 Data Division.
000087 File Section.
000088 Fd  Report-File.
000163     03  Err-Log-File-Status Pic X(2).
000164     03  Filler              Pic X.
000165     03  Err-Log-Text        Pic X(40).
000166 Fd  Restricted-Log-File.
000166 Copy "rstlog.cpy".
000166 Fd  Approval-Log-File.
000166 Copy "payappr.cpy".
000166 Working-Storage Section.
000167 01  Online-Use-Status      Pic XX Value Spaces.
000168 01  Override-Log-Status    Pic XX Value Spaces.
000171 01  Journal-Status         Pic XX Value Spaces.
000172 01  Change-History-Status  Pic XX Value Spaces.
000173 01  Error-Log-Status       Pic XX Value Spaces.
000173 01  Restricted-Log-Status  Pic XX Value Spaces.
000173 01  Approval-Log-Status    Pic XX Value Spaces.
000174 01  File-Done-Flag         Pic X Value Spaces.
000175     88  File-Done          Value "Y".
000176 01  Report-Date            Pic 9(8) Value Zeros.
000219 01  Override-Delta         Pic S9(5)v99 Value Zeros.
000220 01  After-Hours-Count      Pic 9(4) Value Zeros.
000221 01  Big-Override-Count     Pic 9(4) Value Zeros.
000221 01  Restricted-Alert-Count Pic 9(4) Value Zeros.
000221 01  Release-Refusal-Count  Pic 9(4) Value Zeros.
000222 01  Price-Edit             Pic ZZ,ZZ9.99.
000223 01  Heading-Line-1.
000224     03  Filler      Pic X(12) Value "Created by:".
000288     Perform Collect-Journal
000289     Perform Collect-Change-History
000290     Perform Collect-Error-Log
000290     Perform Collect-Restricted-Alerts
000290     Perform Collect-Payout-Approvals
000291     Perform Sort-The-Events
000292     Perform Print-The-Report
000293     Stop Run
000558             End-If
000559     End-Read
000560     .
000561 Collect-Restricted-Alerts.
000561     Move Space To File-Done-Flag
000561     Open Input Restricted-Log-File
000561     If Restricted-Log-Status Not = "00"
000561        Set File-Done To True
000561     End-If
000561     Perform Collect-One-Alert Until File-Done
000561     If Restricted-Log-Status = "00" Or
000561        Restricted-Log-Status = "10"
000561        Close Restricted-Log-File
000561     End-If
000561     .
000561 Collect-One-Alert.
000561     Read Restricted-Log-File
000561          At End Set File-Done To True
000561          Not At End
000561             If Rlog-Date = Report-Date
000561                And Event-Count < 2000
000561                Add 1 To Event-Count
000561                Move Rlog-Operator To Ev-Operator (Event-Count)
000561                Move Rlog-Time To Ev-Time (Event-Count)
000561                Move "RESTRLOG" To Ev-Source (Event-Count)
000561                Move Spaces To Ev-Detail (Event-Count)
000561                String "List " Rlog-Entry " " Rlog-Match " "
000561                       Rlog-Program " " Rlog-Customer
000561                       Delimited By Size
000561                       Into Ev-Detail (Event-Count)
000561                End-String
000561                Move "!" To Ev-Flag (Event-Count)
000561                Add 1 To Restricted-Alert-Count
000561             End-If
000561     End-Read
000561     .
000561 Collect-Payout-Approvals.
000561     Move Space To File-Done-Flag
000561     Open Input Approval-Log-File
000561     If Approval-Log-Status Not = "00"
000561        Set File-Done To True
000561     End-If
000561     Perform Collect-One-Approval Until File-Done
000561     If Approval-Log-Status = "00" Or
000561        Approval-Log-Status = "10"
000561        Close Approval-Log-File
000561     End-If
000561     .
000561 Collect-One-Approval.
000561     Read Approval-Log-File
000561          At End Set File-Done To True
000561          Not At End
000561             If Appr-Date = Report-Date
000561                And Event-Count < 2000
000561                Add 1 To Event-Count
000561                Move Appr-Operator To Ev-Operator (Event-Count)
000561                Move Appr-Time To Ev-Time (Event-Count)
000561                Move "PAYAPPR" To Ev-Source (Event-Count)
000561                Move Spaces To Ev-Detail (Event-Count)
000561                Perform Describe-Approval
000561                If Appr-Refused
000561                   Move "#" To Ev-Flag (Event-Count)
000561                   Add 1 To Release-Refusal-Count
000561                Else
000561                   Perform Flag-After-Hours
000561                End-If
000561             End-If
000561     End-Read
000561     .
000561 Describe-Approval.
000561     Evaluate True
000561        When Appr-Approved
000561             String "Payout Approved " Appr-Program " Ran "
000561                    Appr-Run-Operator
000561                    Delimited By Size
000561                    Into Ev-Detail (Event-Count)
000561             End-String
000561        When Appr-Rejected
000561             String "Payout Rejected " Appr-Program " Ran "
000561                    Appr-Run-Operator
000561                    Delimited By Size
000561                    Into Ev-Detail (Event-Count)
000561             End-String
000561        When Appr-Refused-Same
000561             String "Refused Own Run " Appr-Program
000561                    Delimited By Size
000561                    Into Ev-Detail (Event-Count)
000561             End-String
000561        When Other
000561             String "Refused Level " Appr-Program " Ran "
000561                    Appr-Run-Operator
000561                    Delimited By Size
000561                    Into Ev-Detail (Event-Count)
000561             End-String
000561     End-Evaluate
000561     .
000561 Flag-After-Hours.
000562* The Doors Open At Eight And Lock At Eight; Anything Stamped
000563* Outside That Window Earns The Flag
000639     Move "Overrides Above The Threshold Are Flagged $"
000640          To Section-Line
000640     Perform Print-Section-Line
000640     Move "Restricted-List Alerts Are Flagged !"
000640          To Section-Line
000640     Perform Print-Section-Line
000640     Move "Payout Release Refusals Are Flagged #"
000640          To Section-Line
000640     Perform Print-Section-Line
000641     Perform Print-Spike-Section
000642     Close Report-File
000643     Call "Chapt25d" Using Spool-Catalog-Name
000645     Display "Events Reported       " Event-Count
000646     Display "After-Hours Events    " After-Hours-Count
000647     Display "Overrides Over Limit  " Big-Override-Count
000647     Display "Restricted Alerts     " Restricted-Alert-Count
000647     Display "Release Refusals      " Release-Refusal-Count
000648     Stop Run
000649     .
000650 Print-One-Event.
