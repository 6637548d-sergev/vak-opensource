000030 Program-Id.  Chapt20i.
000031* Card Processor Acknowledgment Matching
000032* Matches CardAck.TXT Against The Exported CardBatch.TXT
000032* And Logs The Processor's Fee On Each Settled Receipt To
000032* ProcFee.TXT For The Chapt21w Card Fee Recovery Report
000043 Environment Division.
000050 Configuration Section.
000055 Source-Computer.  IBM-PC.
000067     Select Optional Ack-File Assign To WS-Ack-File
000068         Organization Is Line Sequential
000069         File Status  Is Ack-Status.
000069     Select Optional Proc-Fee-File Assign To "ProcFee.TXT"
000069         Organization Is Line Sequential
000069         File Status  Is Proc-Fee-Status.
000076 Data Division.
000077 File Section.
000078 Fd  Report-File.
000100     03  Filler              Pic X.
000101     03  Ack-Status-Code     Pic X(2).
000102         88  Ack-Settled     Value "OK".
000102     03  Filler              Pic X.
000102     03  Ack-Fee-Amount      Pic S9(5)v99.
000102 Fd  Proc-Fee-File.
000102 01  Proc-Fee-Record.
000102     03  Proc-Fee-Date       Pic 9(8).
000102     03  Filler              Pic X.
000102     03  Proc-Fee-Receipt    Pic 9(6).
000102     03  Filler              Pic X.
000102     03  Proc-Fee-Sale-Amt   Pic S9(7)v99.
000102     03  Filler              Pic X.
000102     03  Proc-Fee-Amount     Pic S9(5)v99.
000110 Working-Storage Section.
000111 01  WS-Settlement-File      Pic X(40) Value "CardBatch.TXT".
000112 01  WS-Ack-File             Pic X(40) Value "CardAck.TXT".
000115     88  Settlement-Success  Value "00" Thru "09".
000116 01  Ack-Status              Pic XX Value Spaces.
000117     88  Ack-Success         Value "00" Thru "09".
000117 01  Proc-Fee-Status         Pic XX Value Spaces.
000118 01  Batch-Done-Flag         Pic X Value Spaces.
000119     88  Batch-Done          Value "Y".
000120 01  Ack-Done-Flag           Pic X Value Spaces.
000125             Depending On Batch-Count
000126             Indexed By Batch-Index.
000127         05  Batch-Receipt      Pic 9(6).
000127         05  Batch-Date         Pic 9(8).
000128         05  Batch-Amount       Pic S9(7)v99.
000129         05  Batch-Dealer       Pic X(8).
000130         05  Batch-Match-Flag   Pic X.
000323                      Add 1 To Batch-Count
000324                      Move Settle-Receipt To
000325                           Batch-Receipt (Batch-Count)
000325                      Move Settle-Date To
000325                           Batch-Date (Batch-Count)
000326                      Move Settle-Amount To
000327                           Batch-Amount (Batch-Count)
000328                      Move Settle-Dealer To
000341 Match-Acknowledgments.
000342     Open Input Ack-File
000343     If Ack-Success
000343        Open Extend Proc-Fee-File
000344        Perform Match-One-Ack Until Ack-Done
000345        Close Ack-File
000345              Proc-Fee-File
000346     Else
000347        Display "Unable To Open Acknowledgment File, Status "
000348                Ack-Status
000370     .
000371 Check-Ack-Against-Batch.
000372     Set Batch-Matched (Batch-Index) To True
000372     If Ack-Settled
000372        Perform Log-Processor-Fee
000372     End-If
000373     Evaluate True
000374        When Not Ack-Settled
000375             Add 1 To Unmatched-Count
000389             Add 1 To Matched-Count
000390     End-Evaluate
000391     .
000391 Log-Processor-Fee.
000391* Acknowledgments From Before The Processor Sent Its Fee
000391* Carry Spaces There And Log A Zero Fee
000391     Move Spaces To Proc-Fee-Record
000391     Move Batch-Date (Batch-Index) To Proc-Fee-Date
000391     Move Ack-Receipt To Proc-Fee-Receipt
000391     Move Ack-Amount To Proc-Fee-Sale-Amt
000391     If Ack-Fee-Amount Numeric
000391        Move Ack-Fee-Amount To Proc-Fee-Amount
000391     Else
000391        Move Zeros To Proc-Fee-Amount
000391     End-If
000391     Write Proc-Fee-Record
000391     .
000392 Report-Unsettled.
000393     Perform Varying Batch-Index From 1 By 1
000394             Until Batch-Index > Batch-Count
