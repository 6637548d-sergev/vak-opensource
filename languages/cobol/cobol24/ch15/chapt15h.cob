000010 @OPTIONS MAIN,TEST
000020 Identification Division.
000030 Program-Id.  Chapt15h.
000031* Item Life History Inquiry
000032* "What Happened To My Victorian Lamp?": Key The Item Number
000033* And Page Through Its Whole Timeline In Date Order - Taken In
000034* On Item.Dat, Floor Moves From MoveLog.TXT, Markdowns And Price
000035* Changes From MarkHist.TXT, Repairs From WorkOrd.Dat, Damage
000036* From Incident.Dat, Offers From Offer.Dat, Stop-Sale Holds And
000037* Blocked Sales, Layaways From Layaway.Dat, The Sale Or Return
000038* From The Sales History (Plus Today's Transaction File), Any
000039* Appraisal And Any Dealer Dispute Raised Over It.  F3 Prints
000040* The Same Timeline To ItemHist.TXT To Hand To The Dealer, With
000041* The Dispute Number Keyed On The Screen Printed At The Top So
000042* The Copy Can Go In That Dispute's Folder
000043 Environment Division.
000044 Configuration Section.
000045 Special-Names.
000046       Crt Status Is Keyboard-Status
000047       Cursor Is Cursor-Position.
000048 Source-Computer.  IBM-PC.
000049 Object-Computer.  IBM-PC.
000050 Input-Output  Section.
000051 File-Control.
000052     Select Item-File Assign To "Item.Dat"
000053            Organization Indexed
000054            Access Random
000055            Record Key Item-Number Of Item-Record
000056            Alternate Record Key Item-Dealer-Number
000057                With Duplicates
000058            File Status Item-Status.
000059     Select Optional Move-Log-File Assign To "MoveLog.TXT"
000060         Organization Is Line Sequential
000061         File Status  Is Move-Log-Status.
000062     Select Optional Markdown-History-File
000062            Assign To "MarkHist.TXT"
000063         Organization Is Line Sequential
000064         File Status  Is Markdown-History-Status.
000065     Select Optional Work-Order-File Assign To "WorkOrd.Dat"
000066            Organization Indexed
000067            Access Dynamic
000068            Record Key Wo-Number
000069            Alternate Record Key Wo-Item-Number
000070                With Duplicates
000071            File Status Work-Order-Status.
000072     Select Optional Incident-File Assign To "Incident.Dat"
000073            Organization Indexed
000074            Access Dynamic
000075            Record Key Inc-Number
000076            Alternate Record Key Inc-Item-Number
000077                With Duplicates
000078            File Status Incident-Status.
000079     Select Optional Offer-File Assign To "Offer.Dat"
000080            Organization Indexed
000081            Access Dynamic
000082            Record Key Offer-Number
000083            Alternate Record Key Offer-Dealer
000084                With Duplicates
000085            File Status Offer-Status.
000086     Select Optional Hold-List-File Assign To "HoldList.TXT"
000087         Organization Is Line Sequential
000088         File Status  Is Hold-List-Status.
000089     Select Optional Hold-Block-File Assign To "HoldBlk.TXT"
000090         Organization Is Line Sequential
000091         File Status  Is Hold-Block-Status.
000092     Select Optional Layaway-File Assign To "Layaway.Dat"
000093            Organization Indexed
000094            Access Dynamic
000095            Record Key Layaway-Number
000096            Alternate Record Key Layaway-Item-Number
000097                With Duplicates
000098            File Status Layaway-Status.
000099     Select Optional Sales-History-File Assign To "SalesHst.Dat"
000100            Organization Indexed
000101            Access Dynamic
000102            Record Key SH-Key
000103            Alternate Record Key SH-Item
000104                With Duplicates
000105            Alternate Record Key SH-Customer
000106                With Duplicates
000107            Alternate Record Key SH-Receipt
000108                With Duplicates
000109            File Status Sales-History-Status.
000110     Select Optional Trans-File Assign To WS-Trans-File
000111         Organization Is Line Sequential
000112         File Status  Is Trans-File-Status.
000113     Select Optional Appraisal-File Assign To "Apprais.Dat"
000114            Organization Indexed
000115            Access Random
000116            Record Key Appr-Item-Number
000117            File Status Appraisal-Status.
000118     Select Optional Dispute-File Assign To "Dispute.Dat"
000119            Organization Indexed
000120            Access Dynamic
000121            Record Key Dsp-Number
000122            Alternate Record Key Dsp-Dealer
000123                With Duplicates
000124            File Status Dispute-Status.
000125     Select Optional Timeline-File Assign To "ItemHist.TXT"
000126         Organization Is Line Sequential
000127         File Status  Is Timeline-Status.
000128 Data Division.
000129 File Section.
000130 Fd  Item-File.
000131 01  Item-Record.
000132     03  Item-Number         Pic X(12).
000133     03  Item-Dealer-Number  Pic X(8).
000134     03  Item-Description    Pic X(40).
000135     03  Item-Tag-Price      Pic 9(5)v99.
000136     03  Item-Date-Consigned Pic 9(8).
000137     03  Item-Status-Code    Pic X.
000138     03  Filler              Pic X(10).
000139     03  Item-Category       Pic X(4).
000140     03  Filler              Pic X(14).
000141     03  Item-Location       Pic X(4).
000142     03  Filler              Pic X(8).
000143 Fd  Move-Log-File.
000144 01  Move-Log-Record.
000145     03  Move-Date           Pic 9(8).
000146     03  Filler              Pic X.
000147     03  Move-Time           Pic 9(6).
000148     03  Filler              Pic X.
000149     03  Move-Item           Pic X(12).
000150     03  Filler              Pic X.
000151     03  Move-From-Location  Pic X(4).
000152     03  Filler              Pic X.
000153     03  Move-To-Location    Pic X(4).
000154     03  Filler              Pic X.
000155     03  Move-Operator       Pic X(4).
000156 Fd  Markdown-History-File.
000157 01  Markdown-History-Record.
000158     03  Mark-Hist-Date          Pic 9(8).
000159     03  Filler                  Pic X.
000160     03  Mark-Hist-Item          Pic X(12).
000161     03  Filler                  Pic X.
000162     03  Mark-Hist-Dealer        Pic X(8).
000163     03  Filler                  Pic X.
000164     03  Mark-Hist-Old-Price     Pic 9(5)v99.
000165     03  Filler                  Pic X.
000166     03  Mark-Hist-New-Price     Pic 9(5)v99.
000167     03  Filler                  Pic X.
000168     03  Mark-Hist-Level         Pic X.
000169 Fd  Work-Order-File.
000170 01  Work-Order-Record.
000171     03  Wo-Number           Pic 9(6).
000172     03  Wo-Item-Number      Pic X(12).
000173     03  Wo-Dealer           Pic X(8).
000174     03  Wo-Open-Date        Pic 9(8).
000175     03  Wo-Description      Pic X(40).
000176     03  Wo-Estimate         Pic 9(5)v99.
000177     03  Wo-Actual-Cost      Pic 9(5)v99.
000178     03  Wo-Complete-Date    Pic 9(8).
000179     03  Wo-Status-Code      Pic X.
000180         88  Wo-Open         Value "O".
000181         88  Wo-Complete     Value "C".
000182     03  Filler              Pic X(10).
000183 Fd  Incident-File.
000184 01  Incident-Record.
000185     03  Inc-Number          Pic 9(6).
000186     03  Inc-Item-Number     Pic X(12).
000187     03  Inc-Dealer          Pic X(8).
000188     03  Inc-Date            Pic 9(8).
000189     03  Inc-Type            Pic X.
000190         88  Inc-Breakage    Value "B".
000191         88  Inc-Theft       Value "T".
000192         88  Inc-Water       Value "W".
000193         88  Inc-Other       Value "O".
000194     03  Inc-Reported-By     Pic X(20).
000195     03  Inc-Disposition     Pic X(20).
000196     03  Inc-Settle-Amount   Pic 9(5)v99.
000197     03  Inc-Settle-Method   Pic X.
000198     03  Inc-Status-Code     Pic X.
000199         88  Inc-Open        Value "O".
000200         88  Inc-Settled     Value "S".
000201     03  Filler              Pic X(10).
000202 Fd  Offer-File.
000203 01  Offer-Record.
000204     03  Offer-Number          Pic 9(6).
000205     03  Offer-Item-Number     Pic X(12).
000206     03  Offer-Dealer          Pic X(8).
000207     03  Offer-Customer-Name   Pic X(30).
000208     03  Offer-Customer-Phone  Pic X(20).
000209     03  Offer-Amount          Pic 9(5)v99.
000210     03  Offer-Date            Pic 9(8).
000211     03  Offer-Status-Code     Pic X.
000212         88  Offer-Pending     Value "P".
000213         88  Offer-Accepted    Value "A".
000214         88  Offer-Declined    Value "D".
000215         88  Offer-Expired     Value "E".
000216         88  Offer-Used        Value "U".
000217     03  Filler                Pic X(10).
000218 Fd  Hold-List-File.
000219 01  Hold-List-Record.
000220     03  Hold-Item-Number    Pic X(12).
000221     03  Filler              Pic X.
000222     03  Hold-Pattern        Pic X(20).
000223     03  Filler              Pic X.
000224     03  Hold-Reason-Code    Pic X(4).
000225     03  Filler              Pic X.
000226     03  Hold-Placed-By      Pic X(4).
000227     03  Filler              Pic X.
000228     03  Hold-Expiry         Pic 9(8).
000229     03  Filler              Pic X.
000230     03  Hold-Status-Code    Pic X.
000231         88  Hold-Active     Value "A".
000232         88  Hold-Released   Value "R".
000233     03  Filler              Pic X.
000234     03  Hold-Placed-Date    Pic 9(8).
000235     03  Filler              Pic X.
000236     03  Hold-Released-Date  Pic 9(8).
000237 Fd  Hold-Block-File.
000238 01  Hold-Block-Record.
000239     03  Blk-Date            Pic 9(8).
000240     03  Filler              Pic X.
000241     03  Blk-Time            Pic 9(6).
000242     03  Filler              Pic X.
000243     03  Blk-Operator        Pic X(4).
000244     03  Filler              Pic X.
000245     03  Blk-Item            Pic X(12).
000246     03  Filler              Pic X.
000247     03  Blk-Reason          Pic X(4).
000248 Fd  Layaway-File.
000249 01  Layaway-Record.
000250     03  Layaway-Number          Pic 9(6).
000251     03  Layaway-Item-Number     Pic X(12).
000252     03  Layaway-Dealer          Pic X(8).
000253     03  Layaway-Customer        Pic X(8).
000254     03  Layaway-Category        Pic X(4).
000255     03  Layaway-Date            Pic 9(8).
000256     03  Layaway-Total           Pic 9(5)v99.
000257     03  Layaway-Paid-To-Date    Pic 9(5)v99.
000258     03  Layaway-Last-Paid-Date  Pic 9(8).
000259     03  Layaway-Status-Code     Pic X.
000260         88  Layaway-Open        Value "O".
000261         88  Layaway-Paid-Off    Value "P".
000262         88  Layaway-Forfeited   Value "F".
000263     03  Filler                  Pic X(10).
000264 Fd  Sales-History-File.
000265 Copy "salehist.cpy".
000266 Fd  Trans-File.
000267 01  Trans-Record.
000268     03  Transaction-Date   Pic  9(8).
000269     03  Transaction-Type   Pic  X(4).
000270     03  Transaction-Dealer Pic  X(8).
000271     03  Transaction-Price  Pic S9(7)v99.
000272     03  Transaction-Qty    Pic  9(3).
000273     03  Transaction-Class  Pic  X.
000274         88  Void-Transaction   Value "V".
000275         88  Return-Transaction Value "R".
000276     03  Item-Number        Pic  X(12).
000277     03  Store-Number       Pic  X(4).
000278     03  Receipt-Number     Pic  9(6).
000279     03  Trans-Customer     Pic  X(8).
000280     03  Tender-Type        Pic  X.
000281     03  Trans-Time         Pic  9(6).
000282     03  Trans-Operator     Pic  X(4).
000283     03  Filler             Pic  X(26).
000284     03  Ticket-Number      Pic  9(6).
000285     03  Ticket-Rec-Type    Pic  X.
000286         88  Ticket-Header   Value "H".
000287     03  Filler             Pic  X(3).
000288 01  Trans-Trailer-Record Redefines Trans-Record.
000289     03  Trailer-Marker         Pic X(8).
000290         88  Trans-Trailer      Value "TRAILER1".
000291     03  Filler                 Pic X(102).
000292 Fd  Appraisal-File.
000293 01  Appraisal-Record.
000294     03  Appr-Item-Number    Pic X(12).
000295     03  Appr-Appraiser      Pic X(30).
000296     03  Appr-Date           Pic 9(8).
000297     03  Appr-Value          Pic 9(7)v99.
000298     03  Appr-Document-Ref   Pic X(12).
000299     03  Filler              Pic X(10).
000300 Fd  Dispute-File.
000301 01  Dispute-Record.
000302     03  Dsp-Number          Pic 9(6).
000303     03  Dsp-Dealer          Pic X(8).
000304     03  Dsp-Trans-Date      Pic 9(8).
000305     03  Dsp-Item            Pic X(12).
000306     03  Dsp-Amount          Pic S9(7)v99.
000307     03  Dsp-Open-Date       Pic 9(8).
000308     03  Dsp-Status-Code     Pic X.
000309         88  Dispute-Open    Value "O".
000310         88  Dispute-Research Value "R".
000311         88  Dispute-Adjusted Value "A".
000312         88  Dispute-Denied  Value "D".
000313     03  Dsp-Category        Pic X(4).
000314     03  Dsp-Notes           Pic X(50).
000315     03  Filler              Pic X(10).
000316 Fd  Timeline-File.
000317 01  Timeline-Record         Pic X(80).
000318 Working-Storage Section.
000319 01  Keyboard-Status.
000320     03  Accept-Status Pic 9.
000321     03  Function-Key  Pic X.
000322         88  F1-Pressed Value X"01".
000323         88  F2-Pressed Value X"02".
000324         88  F3-Pressed Value X"03".
000325         88  F4-Pressed Value X"04".
000326         88  F5-Pressed Value X"05".
000327         88  F6-Pressed Value X"06".
000328     03  System-Use    Pic X.
000329 01  Cursor-Position.
000330     03  Cursor-Row    Pic 9(2) Value 1.
000331     03  Cursor-Column Pic 9(2) Value 1.
000332 01  WS-Trans-File          Pic X(40) Value "Trans.Txt".
000333 01  WS-Env-Override        Pic X(40) Value Spaces.
000334 01  Item-Status            Pic XX Value Spaces.
000335     88  Item-Success       Value "00" Thru "09".
000336 01  Move-Log-Status        Pic XX Value Spaces.
000337     88  Move-Log-Success   Value "00" Thru "09".
000338 01  Markdown-History-Status Pic XX Value Spaces.
000339     88  Markdown-History-Success Value "00" Thru "09".
000340 01  Work-Order-Status      Pic XX Value Spaces.
000341     88  Work-Order-Success Value "00" Thru "09".
000342 01  Incident-Status        Pic XX Value Spaces.
000343     88  Incident-Success   Value "00" Thru "09".
000344 01  Offer-Status           Pic XX Value Spaces.
000345     88  Offer-Success      Value "00" Thru "09".
000346 01  Hold-List-Status       Pic XX Value Spaces.
000347     88  Hold-List-Success  Value "00" Thru "09".
000348 01  Hold-Block-Status      Pic XX Value Spaces.
000349     88  Hold-Block-Success Value "00" Thru "09".
000350 01  Layaway-Status         Pic XX Value Spaces.
000351     88  Layaway-Success    Value "00" Thru "09".
000352 01  Sales-History-Status   Pic XX Value Spaces.
000353     88  Sales-History-Success Value "00" Thru "09".
000354 01  Trans-File-Status      Pic XX Value Spaces.
000355     88  Trans-File-Success Value "00" Thru "09".
000356 01  Appraisal-Status       Pic XX Value Spaces.
000357     88  Appraisal-Success  Value "00" Thru "09".
000358 01  Dispute-Status         Pic XX Value Spaces.
000359     88  Dispute-Success    Value "00" Thru "09".
000360 01  Timeline-Status        Pic XX Value Spaces.
000361 01  Scan-Done-Flag         Pic X Value Spaces.
000362     88  Scan-Done          Value "Y".
000363 01  Item-Found-Flag        Pic X Value Spaces.
000364     88  Item-Found         Value "Y".
000365 01  Slot-Found-Flag        Pic X Value Spaces.
000366     88  Slot-Found         Value "Y".
000367 01  Work-Record.
000368     03  Entry-Item          Pic X(12).
000369     03  Entry-Dispute       Pic 9(6).
000370 01  Shown-Item             Pic X(12) Value Spaces.
000371 01  Shown-Dealer           Pic X(8) Value Spaces.
000372 01  Shown-Description      Pic X(40) Value Spaces.
000373 01  Item-Display-Line.
000374     03  Filler              Pic X(8)  Value "Dealer:".
000375     03  Item-Display-Dealer Pic X(8).
000376     03  Filler              Pic X(10) Value "  Status:".
000377     03  Item-Display-Status Pic X(13).
000378     03  Filler              Pic X(6)  Value "  Tag:".
000379     03  Item-Display-Tag    Pic ZZ,ZZ9.99.
000380     03  Filler              Pic X(12) Value "  Location:".
000381     03  Item-Display-Location Pic X(4).
000382 01  Item-Status-Text       Pic X(13) Value Spaces.
000383* One Entry Per Event, Kept In Date Order As They Are Added;
000384* Events On The Same Day Stay In The Order Collected
000385 01  Event-Count            Pic 9(3) Value Zeros.
000386 01  Event-Max              Pic 9(3) Value 300.
000387 01  Event-Table-Area.
000388     03  Event-Entry Occurs 300 Times.
000389         05  Evt-Sort-Date       Pic 9(8).
000390         05  Evt-Date            Pic 9(8).
000391         05  Evt-Event           Pic X(14).
000392         05  Evt-Detail          Pic X(38).
000393         05  Evt-Amount          Pic S9(7)v99.
000394         05  Evt-Has-Amount      Pic X.
000395 01  Event-Row              Pic 9(3) Value Zeros.
000396 01  Event-Last             Pic 9(3) Value Zeros.
000397 01  Event-Overflow-Flag    Pic X Value Spaces.
000398     88  Event-Overflow     Value "Y".
000399 01  Line-Date              Pic 9(8) Value Zeros.
000400 01  Line-Event             Pic X(14) Value Spaces.
000401 01  Line-Detail            Pic X(38) Value Spaces.
000402 01  Line-Amount            Pic S9(7)v99 Value Zeros.
000403 01  Line-Has-Amount        Pic X Value Space.
000404* Joint-Ownership Sales Archive One Row Per Dealer Share; The
000405* Shares Of One Sale Fold Back Into One Timeline Line
000406 01  Fold-Receipt           Pic 9(6) Value Zeros.
000407 01  Fold-Date              Pic 9(8) Value Zeros.
000408 01  Fold-Class             Pic X Value Space.
000409 01  Sale-Class             Pic X Value Space.
000410     88  Sale-Voided        Value "V".
000411     88  Sale-Returned      Value "R".
000412 01  Price-Edit             Pic ZZ,ZZ9.99.
000413 01  Expiry-Edit            Pic 99/99/9999.
000414 01  Date-Flip-Work.
000415     03  Flip-MMDDYYYY      Pic 9(8).
000416     03  Flip-MMDDYYYY-X Redefines Flip-MMDDYYYY.
000417         05  Flip-MM        Pic 99.
000418         05  Flip-DD        Pic 99.
000419         05  Flip-YYYY      Pic 9(4).
000420     03  Flip-YYYYMMDD      Pic 9(8).
000421     03  Flip-YYYYMMDD-X Redefines Flip-YYYYMMDD.
000422         05  Flip-Out-YYYY  Pic 9(4).
000423         05  Flip-Out-MM    Pic 99.
000424         05  Flip-Out-DD    Pic 99.
000425 01  Date-And-Time-Area.
000426     03  Work-Date           Pic 9(6).
000427     03  Work-Date-X         Redefines Work-Date.
000428         05  Date-YY         Pic 99.
000429         05  Date-MM         Pic 99.
000430         05  Date-DD         Pic 99.
000431 01  Today-MMDDYYYY.
000432     03  Today-MM            Pic 99.
000433     03  Today-DD            Pic 99.
000434     03  Today-YYYY          Pic 9(4).
000435 01  Today-MMDDYYYY-N Redefines Today-MMDDYYYY Pic 9(8).
000436 01  Top-Row                Pic 9(3) Value 1.
000437 01  Page-Row               Pic 9(2) Value Zeros.
000438 01  Result-Area.
000439     03  Result-Line Pic X(78) Occurs 10 Times.
000440 01  Result-Work.
000441     03  Result-Date         Pic 99/99/9999.
000442     03  Result-Date-X Redefines Result-Date Pic X(10).
000443     03  Filler              Pic X Value Space.
000444     03  Result-Event        Pic X(14).
000445     03  Filler              Pic X Value Space.
000446     03  Result-Detail       Pic X(38).
000447     03  Filler              Pic X Value Space.
000448     03  Result-Amount       Pic ZZZ,ZZ9.99-.
000449     03  Result-Amount-X Redefines Result-Amount Pic X(11).
000450 01  Print-Title-Line.
000451     03  Filler              Pic X(26)
000452         Value "Darlene's Treasures".
000453     03  Filler              Pic X(34)
000454         Value "Item Life History".
000455     03  Filler              Pic X(10) Value "Printed".
000456     03  Print-Today         Pic 99/99/9999.
000457 01  Print-Item-Line.
000458     03  Filler              Pic X(6)  Value "Item:".
000459     03  Print-Item          Pic X(12).
000460     03  Filler              Pic X(2)  Value Spaces.
000461     03  Print-Description   Pic X(40).
000462 01  Print-Dispute-Line.
000463     03  Filler              Pic X(28)
000464         Value "Attached To Dispute Number:".
000465     03  Print-Dispute       Pic 9(6).
000466 01  Print-Column-Line.
000467     03  Filler              Pic X(11) Value "Date".
000468     03  Filler              Pic X(15) Value "Event".
000469     03  Filler              Pic X(39) Value "Detail".
000470     03  Filler              Pic X(11) Value "     Amount".
000471 01  Print-End-Line.
000472     03  Filler              Pic X(25)
000473         Value "*** End Of Timeline -".
000474     03  Print-Event-Count   Pic ZZ9.
000475     03  Filler              Pic X(7)  Value " Events".
000476 01  Error-Message          Pic X(60) Value Spaces.
000477 01  Items-Viewed           Pic 9(5) Value Zeros.
000478 01  Timelines-Printed      Pic 9(5) Value Zeros.
000479 Screen Section.
000480 01  Data-Entry-Screen
000481     Blank Screen, Auto
000482     Foreground-Color Is 7,
000483     Background-Color Is 1.
000484     03  Screen-Literal-Group.
000485         05  Line 01 Column 30 Value "Darlene's Treasures"
000486             Highlight Foreground-Color 4 Background-Color 1.
000487         05  Line 02 Column 31 Value "Item Life History"
000488             Highlight.
000489         05  Line 04 Column 01  Value "Item Number: ".
000490         05  Line 04 Column 30  Value "Dispute For Print: ".
000491         05  Line 05 Column 01  Value "Description: ".
000492         05  Line 08 Column 01  Value
000493             "Date       Event          Detail".
000494         05  Line 08 Column 68  Value "Amount".
000495         05  Line 22 Column 01  Value
000496             "F1-Exit  F2-Find Item  F3-Print Timeline  F4-Clear".
000497         05  Line 23 Column 01  Value
000498             "F5-Prior Page  F6-Next Page".
000499     03  Reverse-Video-Group Reverse-Video.
000500         05  Line 4 Column 14  Pic X(12) Using Entry-Item.
000501         05  Line 4 Column 49  Pic Z(5)9 Using Entry-Dispute.
000502     03  Display-Only-Group.
000503         05  Line 05 Column 14 Pic X(40)
000504             From Shown-Description.
000505         05  Line 06 Column 01 Pic X(72) From Item-Display-Line.
000506         05  Line 09 Column 01 Pic X(78) From Result-Line (1).
000507         05  Line 10 Column 01 Pic X(78) From Result-Line (2).
000508         05  Line 11 Column 01 Pic X(78) From Result-Line (3).
000509         05  Line 12 Column 01 Pic X(78) From Result-Line (4).
000510         05  Line 13 Column 01 Pic X(78) From Result-Line (5).
000511         05  Line 14 Column 01 Pic X(78) From Result-Line (6).
000512         05  Line 15 Column 01 Pic X(78) From Result-Line (7).
000513         05  Line 16 Column 01 Pic X(78) From Result-Line (8).
000514         05  Line 17 Column 01 Pic X(78) From Result-Line (9).
000515         05  Line 18 Column 01 Pic X(78) From Result-Line (10).
000516     03  Blink-Group Highlight Blink.
000517         05  Line 20 Column 01 Pic X(60) From Error-Message.
000518 Procedure Division.
000519 Chapt15h-Start.
000520     Perform Get-File-Parameters
000521     Open Input Item-File
000522     If Not Item-Success
000523        Display "Unable To Open Item File, Status "
000524                Item-Status
000525        Stop Run
000526     End-If
000527     Accept Work-Date From Date
000528     Move Date-MM To Today-MM
000529     Move Date-DD To Today-DD
000530     Move 2000 To Today-YYYY
000531     Add Date-YY To Today-YYYY
000532     Initialize Work-Record
000533     Perform Clear-Item
000534     Perform Process-Screen Until F1-Pressed
000535     Close Item-File
000536     Display "Items Viewed      " Items-Viewed
000537     Display "Timelines Printed " Timelines-Printed
000538     Stop Run
000539     .
000540 Process-Screen.
000541     Display Data-Entry-Screen
000542     Accept Data-Entry-Screen
000543     Move Spaces To Error-Message
000544     Evaluate True
000545        When F2-Pressed
000546           Perform Find-Item
000547        When F3-Pressed
000548           Perform Print-Timeline
000549        When F4-Pressed
000550           Initialize Work-Record
000551           Perform Clear-Item
000552           Move 1 To Cursor-Row Cursor-Column
000553        When F5-Pressed
000554           If Top-Row > 10
000555              Subtract 10 From Top-Row
000556           Else
000557              Move "Already At The Start Of The Timeline"
000558                   To Error-Message
000559           End-If
000560           Perform Fill-Result-Page
000561        When F6-Pressed
000562           If Top-Row + 10 <= Event-Count
000563              Add 10 To Top-Row
000564           Else
000565              Move "No Later Events To Show" To Error-Message
000566           End-If
000567           Perform Fill-Result-Page
000568        When Other
000569           Continue
000570     End-Evaluate
000571     .
000572 Find-Item.
000573     Perform Clear-Item
000574     Inspect Entry-Item Converting
000575             "abcdefghijklmnopqrstuvwxyz" To
000576             "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
000577     If Entry-Item = Spaces
000578        Move "Key The Item Number" To Error-Message
000579     Else
000580        Move Entry-Item To Item-Number Of Item-Record
000581        Read Item-File
000582             Invalid Key
000583                Move "Item Not On File" To Error-Message
000584             Not Invalid Key
000585                Perform Show-Item
000586        End-Read
000587     End-If
000588     .
000589 Show-Item.
000590     Set Item-Found To True
000591     Add 1 To Items-Viewed
000592     Move Item-Number Of Item-Record To Shown-Item
000593     Move Item-Dealer-Number To Shown-Dealer
000594     Move Item-Description To Shown-Description
000595     Perform Set-Item-Status-Text
000596     Move Item-Dealer-Number To Item-Display-Dealer
000597     Move Item-Status-Text To Item-Display-Status
000598     Move Item-Tag-Price To Item-Display-Tag
000599     Move Item-Location To Item-Display-Location
000600     Perform Collect-Consignment
000601     Perform Collect-Appraisal
000602     Perform Collect-Floor-Moves
000603     Perform Collect-Markdowns
000604     Perform Collect-Work-Orders
000605     Perform Collect-Incidents
000606     Perform Collect-Offers
000607     Perform Collect-Holds
000608     Perform Collect-Blocked-Sales
000609     Perform Collect-Layaways
000610     Perform Collect-Archive-Sales
000611     Perform Collect-Today-Sales
000612     Perform Collect-Disputes
000613     Move 1 To Top-Row
000614     Perform Fill-Result-Page
000615     If Event-Overflow
000616        Move "Timeline Holds The First 300 Events Only"
000617             To Error-Message
000618     End-If
000619     .
000620 Set-Item-Status-Text.
000621     Evaluate Item-Status-Code
000622        When "A"
000623           Move "Available" To Item-Status-Text
000624        When "S"
000625           Move "Sold" To Item-Status-Text
000626        When "L"
000627           Move "On Layaway" To Item-Status-Text
000628        When "R"
000629           Move "Returned" To Item-Status-Text
000630        When "W"
000631           Move "In Repair" To Item-Status-Text
000632        When "T"
000633           Move "In Transit" To Item-Status-Text
000634        When "P"
000635           Move "Packed" To Item-Status-Text
000636        When "H"
000637           Move "Police Hold" To Item-Status-Text
000638        When "U"
000639           Move "In Auction" To Item-Status-Text
000640        When Other
000641           Move Item-Status-Code To Item-Status-Text
000642     End-Evaluate
000643     .
000644 Collect-Consignment.
000645     Move Spaces To Line-Detail
000646     If Item-Date-Consigned Numeric
000647        Move Item-Date-Consigned To Line-Date
000648     Else
000649        Move Zeros To Line-Date
000650     End-If
000651     Move "Taken In" To Line-Event
000652     String "Dealer " Item-Dealer-Number
000653            " Category " Item-Category
000654            Delimited By Size Into Line-Detail
000655     End-String
000656     Move Item-Tag-Price To Line-Amount
000657     Move "Y" To Line-Has-Amount
000658     Perform Add-Event-Line
000659     .
000660 Collect-Appraisal.
000661     Open Input Appraisal-File
000662     If Appraisal-Success
000663        Move Shown-Item To Appr-Item-Number
000664        Read Appraisal-File
000665             Invalid Key
000666                Continue
000667             Not Invalid Key
000668                Move Appr-Date To Line-Date
000669                Move "Appraised" To Line-Event
000670                Move Appr-Appraiser To Line-Detail
000671                Move Appr-Value To Line-Amount
000672                Move "Y" To Line-Has-Amount
000673                Perform Add-Event-Line
000674        End-Read
000675        Close Appraisal-File
000676     End-If
000677     .
000678 Collect-Floor-Moves.
000679     Move Spaces To Scan-Done-Flag
000680     Open Input Move-Log-File
000681     If Not Move-Log-Success
000682        Set Scan-Done To True
000683     End-If
000684     Perform Check-One-Move Until Scan-Done
000685     If Move-Log-Success Or Move-Log-Status = "10"
000686        Close Move-Log-File
000687     End-If
000688     .
000689 Check-One-Move.
000690     Read Move-Log-File
000691          At End Set Scan-Done To True
000692          Not At End
000693             If Move-Item = Shown-Item
000694                Move Spaces To Line-Detail
000695                Move Move-Date To Line-Date
000696                Move "Floor Move" To Line-Event
000697                String "From " Move-From-Location
000698                       " To " Move-To-Location
000699                       " By " Move-Operator
000700                       Delimited By Size Into Line-Detail
000701                End-String
000702                Move Space To Line-Has-Amount
000703                Perform Add-Event-Line
000704             End-If
000705     End-Read
000706     .
000707 Collect-Markdowns.
000708     Move Spaces To Scan-Done-Flag
000709     Open Input Markdown-History-File
000710     If Not Markdown-History-Success
000711        Set Scan-Done To True
000712     End-If
000713     Perform Check-One-Markdown Until Scan-Done
000714     If Markdown-History-Success Or
000715        Markdown-History-Status = "10"
000716        Close Markdown-History-File
000717     End-If
000718     .
000719 Check-One-Markdown.
000720* Level D Is A Dealer-Requested Price Change; The Numbered
000721* Levels Are The Age-Based Markdowns
000722     Read Markdown-History-File
000723          At End Set Scan-Done To True
000724          Not At End
000725             If Mark-Hist-Item = Shown-Item
000726                Move Spaces To Line-Detail
000727                Move Mark-Hist-Date To Line-Date
000728                Move Mark-Hist-Old-Price To Price-Edit
000729                If Mark-Hist-Level = "D"
000730                   Move "Price Change" To Line-Event
000731                   String "Was " Price-Edit
000732                          Delimited By Size Into Line-Detail
000733                   End-String
000734                Else
000735                   Move "Markdown" To Line-Event
000736                   String "Was " Price-Edit
000737                          "  Level " Mark-Hist-Level
000738                          Delimited By Size Into Line-Detail
000739                   End-String
000740                End-If
000741                Move Mark-Hist-New-Price To Line-Amount
000742                Move "Y" To Line-Has-Amount
000743                Perform Add-Event-Line
000744             End-If
000745     End-Read
000746     .
000747 Collect-Work-Orders.
000748     Move Spaces To Scan-Done-Flag
000749     Open Input Work-Order-File
000750     If Work-Order-Success
000751        Move Shown-Item To Wo-Item-Number
000752        Start Work-Order-File Key = Wo-Item-Number
000753              Invalid Key Set Scan-Done To True
000754        End-Start
000755        Perform Check-One-Work-Order Until Scan-Done
000756        Close Work-Order-File
000757     End-If
000758     .
000759 Check-One-Work-Order.
000760     Read Work-Order-File Next Record
000761          At End Set Scan-Done To True
000762          Not At End
000763             If Wo-Item-Number Not = Shown-Item
000764                Set Scan-Done To True
000765             Else
000766                Move Wo-Open-Date To Line-Date
000767                Move "Repair Opened" To Line-Event
000768                Move Wo-Description To Line-Detail
000769                Move Wo-Estimate To Line-Amount
000770                Move "Y" To Line-Has-Amount
000771                Perform Add-Event-Line
000772                If Wo-Complete
000773                   Move Spaces To Line-Detail
000774                   Move Wo-Complete-Date To Line-Date
000775                   Move "Repair Done" To Line-Event
000776                   String "Work Order " Wo-Number
000777                          Delimited By Size Into Line-Detail
000778                   End-String
000779                   Move Wo-Actual-Cost To Line-Amount
000780                   Perform Add-Event-Line
000781                End-If
000782             End-If
000783     End-Read
000784     .
000785 Collect-Incidents.
000786     Move Spaces To Scan-Done-Flag
000787     Open Input Incident-File
000788     If Incident-Success
000789        Move Shown-Item To Inc-Item-Number
000790        Start Incident-File Key = Inc-Item-Number
000791              Invalid Key Set Scan-Done To True
000792        End-Start
000793        Perform Check-One-Incident Until Scan-Done
000794        Close Incident-File
000795     End-If
000796     .
000797 Check-One-Incident.
000798* A Settled Incident Shows What The Dealer Was Paid For It
000799     Read Incident-File Next Record
000800          At End Set Scan-Done To True
000801          Not At End
000802             If Inc-Item-Number Not = Shown-Item
000803                Set Scan-Done To True
000804             Else
000805                Move Spaces To Line-Detail
000806                Move Inc-Date To Line-Date
000807                Evaluate True
000808                   When Inc-Breakage
000809                      Move "Breakage" To Line-Event
000810                   When Inc-Theft
000811                      Move "Theft" To Line-Event
000812                   When Inc-Water
000813                      Move "Water Damage" To Line-Event
000814                   When Other
000815                      Move "Incident" To Line-Event
000816                End-Evaluate
000817                String "Incident " Inc-Number " "
000818                       Inc-Disposition
000819                       Delimited By Size Into Line-Detail
000820                End-String
000821                If Inc-Settled
000822                   Move Inc-Settle-Amount To Line-Amount
000823                   Move "Y" To Line-Has-Amount
000824                Else
000825                   Move Space To Line-Has-Amount
000826                End-If
000827                Perform Add-Event-Line
000828             End-If
000829     End-Read
000830     .
000831 Collect-Offers.
000832* Offer.Dat Is Keyed By Dealer, So The Item's Dealer's Offers
000833* Are Read And Matched On The Item Number
000834     Move Spaces To Scan-Done-Flag
000835     Open Input Offer-File
000836     If Offer-Success
000837        Move Shown-Dealer To Offer-Dealer
000838        Start Offer-File Key = Offer-Dealer
000839              Invalid Key Set Scan-Done To True
000840        End-Start
000841        Perform Check-One-Offer Until Scan-Done
000842        Close Offer-File
000843     End-If
000844     .
000845 Check-One-Offer.
000846     Read Offer-File Next Record
000847          At End Set Scan-Done To True
000848          Not At End
000849             If Offer-Dealer Not = Shown-Dealer
000850                Set Scan-Done To True
000851             Else
000852                If Offer-Item-Number = Shown-Item
000853                   Move Offer-Date To Line-Date
000854                   Evaluate True
000855                      When Offer-Pending
000856                         Move "Offer Pending" To Line-Event
000857                      When Offer-Accepted
000858                         Move "Offer Accepted" To Line-Event
000859                      When Offer-Declined
000860                         Move "Offer Declined" To Line-Event
000861                      When Offer-Expired
000862                         Move "Offer Expired" To Line-Event
000863                      When Offer-Used
000864                         Move "Offer Used" To Line-Event
000865                      When Other
000866                         Move "Offer" To Line-Event
000867                   End-Evaluate
000868                   Move Offer-Customer-Name To Line-Detail
000869                   Move Offer-Amount To Line-Amount
000870                   Move "Y" To Line-Has-Amount
000871                   Perform Add-Event-Line
000872                End-If
000873             End-If
000874     End-Read
000875     .
000876 Collect-Holds.
000877* Only Holds Placed On The Item Number Itself Are Shown;
000878* Description-Pattern Holds Are Not Tied To One Item
000879     Move Spaces To Scan-Done-Flag
000880     Open Input Hold-List-File
000881     If Not Hold-List-Success
000882        Set Scan-Done To True
000883     End-If
000884     Perform Check-One-Hold Until Scan-Done
000885     If Hold-List-Success Or Hold-List-Status = "10"
000886        Close Hold-List-File
000887     End-If
000888     .
000889 Check-One-Hold.
000890     Read Hold-List-File
000891          At End Set Scan-Done To True
000892          Not At End
000893             If Hold-Item-Number = Shown-Item
000894                Move Spaces To Line-Detail
000895                If Hold-Placed-Date Numeric
000896                   Move Hold-Placed-Date To Line-Date
000897                Else
000898                   Move Zeros To Line-Date
000899                End-If
000900                Move "Stop-Sale Hold" To Line-Event
000901                Move Hold-Expiry To Expiry-Edit
000902                String "Reason " Hold-Reason-Code
000903                       " By " Hold-Placed-By
000904                       " Until " Expiry-Edit
000905                       Delimited By Size Into Line-Detail
000906                End-String
000907                Move Space To Line-Has-Amount
000908                Perform Add-Event-Line
000909                If Hold-Released
000910                   Perform Add-Hold-Release-Line
000911                End-If
000912             End-If
000913     End-Read
000914     .
000915 Add-Hold-Release-Line.
000916     Move Spaces To Line-Detail
000917     If Hold-Released-Date Numeric
000918        Move Hold-Released-Date To Line-Date
000919     Else
000920        Move Zeros To Line-Date
000921     End-If
000922     Move "Hold Released" To Line-Event
000923     String "Reason " Hold-Reason-Code
000924            Delimited By Size Into Line-Detail
000925     End-String
000926     Perform Add-Event-Line
000927     .
000928 Collect-Blocked-Sales.
000929     Move Spaces To Scan-Done-Flag
000930     Open Input Hold-Block-File
000931     If Not Hold-Block-Success
000932        Set Scan-Done To True
000933     End-If
000934     Perform Check-One-Block Until Scan-Done
000935     If Hold-Block-Success Or Hold-Block-Status = "10"
000936        Close Hold-Block-File
000937     End-If
000938     .
000939 Check-One-Block.
000940     Read Hold-Block-File
000941          At End Set Scan-Done To True
000942          Not At End
000943             If Blk-Item = Shown-Item
000944                Move Spaces To Line-Detail
000945                Move Blk-Date To Line-Date
000946                Move "Sale Blocked" To Line-Event
000947                String "Reason " Blk-Reason
000948                       " Operator " Blk-Operator
000949                       Delimited By Size Into Line-Detail
000950                End-String
000951                Move Space To Line-Has-Amount
000952                Perform Add-Event-Line
000953             End-If
000954     End-Read
000955     .
000956 Collect-Layaways.
000957     Move Spaces To Scan-Done-Flag
000958     Open Input Layaway-File
000959     If Layaway-Success
000960        Move Shown-Item To Layaway-Item-Number
000961        Start Layaway-File Key = Layaway-Item-Number
000962              Invalid Key Set Scan-Done To True
000963        End-Start
000964        Perform Check-One-Layaway Until Scan-Done
000965        Close Layaway-File
000966     End-If
000967     .
000968 Check-One-Layaway.
000969* A Closed Layaway Shows Its Payoff Or Forfeit On The Date Of
000970* The Last Payment, Which Is The Last Date The Record Keeps
000971     Read Layaway-File Next Record
000972          At End Set Scan-Done To True
000973          Not At End
000974             If Layaway-Item-Number Not = Shown-Item
000975                Set Scan-Done To True
000976             Else
000977                Move Spaces To Line-Detail
000978                Move Layaway-Date To Line-Date
000979                Move "Layaway Opened" To Line-Event
000980                String "Layaway " Layaway-Number
000981                       " Customer " Layaway-Customer
000982                       Delimited By Size Into Line-Detail
000983                End-String
000984                Move Layaway-Total To Line-Amount
000985                Move "Y" To Line-Has-Amount
000986                Perform Add-Event-Line
000987                If Layaway-Paid-Off Or Layaway-Forfeited
000988                   Move Layaway-Last-Paid-Date To Line-Date
000989                   If Layaway-Paid-Off
000990                      Move "Layaway Paid" To Line-Event
000991                   Else
000992                      Move "Layaway Forfeit" To Line-Event
000993                   End-If
000994                   Move Layaway-Paid-To-Date To Line-Amount
000995                   Perform Add-Event-Line
000996                End-If
000997             End-If
000998     End-Read
000999     .
001000 Collect-Archive-Sales.
001001* The Indexed Sales History Carries The Same Rows As The
001002* TransHist.TXT Archive, Reached Directly On The Item Key
001003     Move Spaces To Scan-Done-Flag
001004     Move Zeros To Fold-Receipt Fold-Date Event-Last
001005     Move Space To Fold-Class
001006     Open Input Sales-History-File
001007     If Sales-History-Success
001008        Move Shown-Item To SH-Item
001009        Start Sales-History-File Key = SH-Item
001010              Invalid Key Set Scan-Done To True
001011        End-Start
001012        Perform Check-One-Archive-Sale Until Scan-Done
001013        Close Sales-History-File
001014     End-If
001015     .
001016 Check-One-Archive-Sale.
001017     Read Sales-History-File Next Record
001018          At End Set Scan-Done To True
001019          Not At End
001020             If SH-Item Not = Shown-Item
001021                Set Scan-Done To True
001022             Else
001023                If Event-Last > Zeros And
001024                   SH-Receipt = Fold-Receipt And
001025                   SH-Sale-Date = Fold-Date And
001026                   SH-Class = Fold-Class
001027                   Add SH-Amount To Evt-Amount (Event-Last)
001028                Else
001029                   Move Spaces To Line-Detail
001030                   Move SH-Sale-Date To Line-Date
001031                   Move SH-Class To Sale-Class
001032                   Perform Set-Sale-Event
001033                   String "Receipt " SH-Receipt
001034                          " Customer " SH-Customer
001035                          Delimited By Size Into Line-Detail
001036                   End-String
001037                   Move SH-Amount To Line-Amount
001038                   Move "Y" To Line-Has-Amount
001039                   Perform Add-Event-Line
001040                   Move SH-Receipt To Fold-Receipt
001041                   Move SH-Sale-Date To Fold-Date
001042                   Move SH-Class To Fold-Class
001043                End-If
001044             End-If
001045     End-Read
001046     .
001047 Set-Sale-Event.
001048     Evaluate True
001049        When Sale-Voided
001050           Move "Sale Voided" To Line-Event
001051        When Sale-Returned
001052           Move "Returned" To Line-Event
001053        When Other
001054           Move "Sold" To Line-Event
001055     End-Evaluate
001056     .
001057 Collect-Today-Sales.
001058* Today's Sales Have Not Been Through The Nightly Update Yet
001059     Move Spaces To Scan-Done-Flag
001060     Open Input Trans-File
001061     If Not Trans-File-Success
001062        Set Scan-Done To True
001063     End-If
001064     Perform Check-One-Trans-Row Until Scan-Done
001065     If Trans-File-Success Or Trans-File-Status = "10"
001066        Close Trans-File
001067     End-If
001068     .
001069 Check-One-Trans-Row.
001070     Read Trans-File
001071          At End Set Scan-Done To True
001072          Not At End
001073             If Not Trans-Trailer And Not Ticket-Header
001074                And Item-Number Of Trans-Record = Shown-Item
001075                Move Spaces To Line-Detail
001076                Move Transaction-Date To Line-Date
001077                Move Transaction-Class To Sale-Class
001078                Perform Set-Sale-Event
001079                String "Receipt " Receipt-Number
001080                       " Customer " Trans-Customer
001081                       " Today"
001082                       Delimited By Size Into Line-Detail
001083                End-String
001084                Compute Line-Amount =
001085                        Transaction-Qty * Transaction-Price
001086                If Void-Transaction Or Return-Transaction
001087                   Compute Line-Amount = Line-Amount * -1
001088                End-If
001089                Move "Y" To Line-Has-Amount
001090                Perform Add-Event-Line
001091             End-If
001092     End-Read
001093     .
001094 Collect-Disputes.
001095* Dispute.Dat Is Keyed By Dealer Like The Offers
001096     Move Spaces To Scan-Done-Flag
001097     Open Input Dispute-File
001098     If Dispute-Success
001099        Move Shown-Dealer To Dsp-Dealer
001100        Start Dispute-File Key = Dsp-Dealer
001101              Invalid Key Set Scan-Done To True
001102        End-Start
001103        Perform Check-One-Dispute Until Scan-Done
001104        Close Dispute-File
001105     End-If
001106     .
001107 Check-One-Dispute.
001108     Read Dispute-File Next Record
001109          At End Set Scan-Done To True
001110          Not At End
001111             If Dsp-Dealer Not = Shown-Dealer
001112                Set Scan-Done To True
001113             Else
001114                If Dsp-Item = Shown-Item
001115                   Move Spaces To Line-Detail
001116                   Move Dsp-Open-Date To Line-Date
001117                   Move "Dispute Raised" To Line-Event
001118                   String "Dispute " Dsp-Number " "
001119                          Dsp-Notes
001120                          Delimited By Size Into Line-Detail
001121                   End-String
001122                   Move Dsp-Amount To Line-Amount
001123                   Move "Y" To Line-Has-Amount
001124                   Perform Add-Event-Line
001125                End-If
001126             End-If
001127     End-Read
001128     .
001129 Add-Event-Line.
001130* Walks Back From The End To The Last Event Dated On Or Before
001131* This One, Shifting Later Events Down A Slot
001132     If Event-Count = Event-Max
001133        Set Event-Overflow To True
001134     Else
001135        If Line-Date Not Numeric
001136           Move Zeros To Line-Date
001137        End-If
001138        Move Line-Date To Flip-MMDDYYYY
001139        Perform Flip-Date
001140        Move Event-Count To Event-Row
001141        Move Space To Slot-Found-Flag
001142        Perform Make-Room-For-Event
001143                Until Event-Row = Zeros Or Slot-Found
001144        Add 1 To Event-Count
001145        Compute Event-Last = Event-Row + 1
001146        Move Flip-YYYYMMDD To Evt-Sort-Date (Event-Last)
001147        Move Line-Date To Evt-Date (Event-Last)
001148        Move Line-Event To Evt-Event (Event-Last)
001149        Move Line-Detail To Evt-Detail (Event-Last)
001150        Move Line-Has-Amount To Evt-Has-Amount (Event-Last)
001151        If Line-Has-Amount = "Y"
001152           Move Line-Amount To Evt-Amount (Event-Last)
001153        Else
001154           Move Zeros To Evt-Amount (Event-Last)
001155        End-If
001156     End-If
001157     .
001158 Make-Room-For-Event.
001159     If Evt-Sort-Date (Event-Row) > Flip-YYYYMMDD
001160        Move Event-Entry (Event-Row) To
001161             Event-Entry (Event-Row + 1)
001162        Subtract 1 From Event-Row
001163     Else
001164        Set Slot-Found To True
001165     End-If
001166     .
001167 Flip-Date.
001168     Move Flip-MM To Flip-Out-MM
001169     Move Flip-DD To Flip-Out-DD
001170     Move Flip-YYYY To Flip-Out-YYYY
001171     .
001172 Fill-Result-Page.
001173     Perform Fill-One-Result-Line
001174             Varying Page-Row From 1 By 1
001175             Until Page-Row > 10
001176     .
001177 Fill-One-Result-Line.
001178     Compute Event-Row = Top-Row + Page-Row - 1
001179     If Event-Row > Event-Count
001180        Move Spaces To Result-Line (Page-Row)
001181     Else
001182        Perform Format-Event-Line
001183        Move Result-Work To Result-Line (Page-Row)
001184     End-If
001185     .
001186 Format-Event-Line.
001187     If Evt-Date (Event-Row) = Zeros
001188        Move "  Undated" To Result-Date-X
001189     Else
001190        Move Evt-Date (Event-Row) To Result-Date
001191     End-If
001192     Move Evt-Event (Event-Row) To Result-Event
001193     Move Evt-Detail (Event-Row) To Result-Detail
001194     If Evt-Has-Amount (Event-Row) = "Y"
001195        Move Evt-Amount (Event-Row) To Result-Amount
001196     Else
001197        Move Spaces To Result-Amount-X
001198     End-If
001199     .
001200 Print-Timeline.
001201* The Dispute Number Is Optional, But When Keyed It Must Be A
001202* Dispute Raised Over This Item
001203     Evaluate True
001204        When Not Item-Found
001205           Move "Find The Item Before Printing" To Error-Message
001206        When Entry-Dispute Not = Zeros
001207           Perform Check-Print-Dispute
001208        When Other
001209           Continue
001210     End-Evaluate
001211     If Error-Message = Spaces
001212        Perform Write-Timeline
001213     End-If
001214     .
001215 Check-Print-Dispute.
001216     Open Input Dispute-File
001217     If Not Dispute-Success
001218        Move "Dispute File Is Not Available" To Error-Message
001219     Else
001220        Move Entry-Dispute To Dsp-Number
001221        Read Dispute-File
001222             Invalid Key
001223                Move "Dispute Not On File" To Error-Message
001224             Not Invalid Key
001225                If Dsp-Item Not = Shown-Item
001226                   Move "That Dispute Is Not For This Item"
001227                        To Error-Message
001228                End-If
001229        End-Read
001230        Close Dispute-File
001231     End-If
001232     .
001233 Write-Timeline.
001234     Open Extend Timeline-File
001235     Move Today-MMDDYYYY-N To Print-Today
001236     Write Timeline-Record From Print-Title-Line
001237     Move Shown-Item To Print-Item
001238     Move Shown-Description To Print-Description
001239     Write Timeline-Record From Print-Item-Line
001240     Write Timeline-Record From Item-Display-Line
001241     If Entry-Dispute Not = Zeros
001242        Move Entry-Dispute To Print-Dispute
001243        Write Timeline-Record From Print-Dispute-Line
001244     End-If
001245     Move Spaces To Timeline-Record
001246     Write Timeline-Record
001247     Write Timeline-Record From Print-Column-Line
001248     Perform Write-One-Timeline-Line
001249             Varying Event-Row From 1 By 1
001250             Until Event-Row > Event-Count
001251     Move Event-Count To Print-Event-Count
001252     Write Timeline-Record From Print-End-Line
001253     Move Spaces To Timeline-Record
001254     Write Timeline-Record
001255     Close Timeline-File
001256     Add 1 To Timelines-Printed
001257     Move "Timeline Printed To ItemHist.TXT" To Error-Message
001258     .
001259 Write-One-Timeline-Line.
001260     Perform Format-Event-Line
001261     Write Timeline-Record From Result-Work
001262     .
001263 Clear-Item.
001264     Move Spaces To Item-Found-Flag Shown-Item Shown-Dealer
001265                    Shown-Description Result-Area
001266                    Event-Overflow-Flag
001267     Move Spaces To Item-Display-Dealer Item-Display-Status
001268                    Item-Display-Location
001269     Move Zeros To Event-Count Item-Display-Tag Event-Last
001270     Move 1 To Top-Row
001271     .
001272 Get-File-Parameters.
001273     Move Spaces To WS-Env-Override
001274     Accept WS-Env-Override From Environment "TRANS_FILE"
001275        On Exception
001276           Continue
001277     End-Accept
001278     If WS-Env-Override Not = Spaces
001279        Move WS-Env-Override To WS-Trans-File
001280     End-If
001281     .
