000073     Select Optional Tax-Rate-File Assign To "TaxRate.TXT"
000073            Organization Is Line Sequential
000073            File Status  Is Tax-Rate-File-Status.
000073     Select Optional Tax-Rule-File Assign To "TaxRule.TXT"
000073            Organization Is Line Sequential
000073            File Status  Is Tax-Rule-File-Status.
000076 Data Division.
000077 File Section.
000085 Fd  Dealer-File.
000118     03  Transaction-Qty    Pic  9(3).
000119     03  Filler             Pic  X(52).
000119     03  Exempt-Cert        Pic  X(12).
000119     03  Filler             Pic  X.
000119     03  Tax-Exempt-Reason  Pic  X(2).
000119     03  Filler             Pic  X.
000119     03  Ticket-Number      Pic  9(6).
000119     03  Ticket-Rec-Type    Pic  X.
000119         88  Ticket-Header   Value "H".
000124 01  Tax-Rate-Record.
000124     03  Tax-Rate-State      Pic X(20).
000124     03  Tax-Rate-Percent    Pic 9v999.
000124 Fd  Tax-Rule-File.
000124 Copy "taxrule.cpy".
000137 Sd  Sort-File.
000138 01  Sort-Record.
000139     03  Sort-State          Pic X(20).
000338         Value "*** Exempt Total".
000338     03  Filler              Pic X(9) Value Spaces.
000338     03  Exempt-Total-Amt    Pic $$,$$$,$$$.99.
000338 01  Tax-Rule-File-Status    Pic XX Value Spaces.
000338 01  Tax-Rule-Done-Flag      Pic X Value Spaces.
000338     88  Tax-Rule-Done       Value "Y".
000338 01  Reason-Count            Pic 9(3) Value Zeros.
000338 01  Reason-Table-Area.
000338     03  Reason-Entry Occurs 0 To 50 Times
000338             Depending On Reason-Count
000338             Indexed By Reason-Index.
000338         05  Rsn-Code          Pic X(2).
000338         05  Rsn-Description   Pic X(20).
000338         05  Rsn-Amount        Pic S9(8)v99.
000338 01  Reason-Total            Pic S9(8)v99 Value Zeros.
000338 01  Reason-Section-Line     Pic X(40)
000338     Value "Exempt Sales By Taxability Reason".
000338 01  Reason-Detail-Line.
000338     03  Rsn-Detail-Code     Pic X(4).
000338     03  Rsn-Detail-Desc     Pic X(22).
000338     03  Filler              Pic X(5) Value Spaces.
000338     03  Rsn-Detail-Amount   Pic $$,$$$,$$$.99.
000338 01  Reason-Total-Line.
000338     03  Filler              Pic X(22)
000338         Value "*** Reason Total".
000338     03  Filler              Pic X(9) Value Spaces.
000338     03  Reason-Total-Amt    Pic $$,$$$,$$$.99.
000070 01  Spool-Catalog-Name    Pic X(8) Value "CHAPT20E".
000070 01  Spool-Catalog-File    Pic X(12) Value "RPT20E.SPL".
000339 Procedure Division.
000356     Open Input Trans-File
000357                Dealer-File
000357     Perform Load-Tax-Rate-Table
000357     Perform Load-Reason-Table
000358     Perform Process-Input-Records Until All-Done
000359     Close Trans-File
000360           Dealer-File
000369 Move-And-Release-Input.
000370* Sales Carrying A Resale Certificate Are Exempt - They Are
000371* Listed For The Auditor Instead Of Entering Taxable Totals
000372     Evaluate True
000372        When Exempt-Cert Not = Spaces
000372             Perform Accumulate-Exempt-Sale
000372        When Tax-Exempt-Reason Not = Spaces
000372             Perform Accumulate-Reason-Sale
000372        When Other
000372             Perform Release-Taxable-Sale
000372     End-Evaluate
000373     .
000373 Accumulate-Reason-Sale.
000373* Lines The Register Found Non-Taxable Under A TaxRule.TXT
000373* Row Are Totalled By The Reason Code They Carry
000373     Set Reason-Index To 1
000373     Search Reason-Entry
000373          At End
000373             If Reason-Count < 50
000373                Add 1 To Reason-Count
000373                Move Tax-Exempt-Reason To Rsn-Code (Reason-Count)
000373                Move "** Not In TaxRule **" To
000373                     Rsn-Description (Reason-Count)
000373                Compute Rsn-Amount (Reason-Count) =
000373                        Transaction-Qty * Transaction-Price
000373             End-If
000373          When Rsn-Code (Reason-Index) = Tax-Exempt-Reason
000373             Compute Rsn-Amount (Reason-Index) =
000373                     Rsn-Amount (Reason-Index) +
000373                     (Transaction-Qty * Transaction-Price)
000373     End-Search
000373     Compute Reason-Total = Reason-Total +
000373             (Transaction-Qty * Transaction-Price)
000373     .
000373 Accumulate-Exempt-Sale.
000373     Set Exempt-Index To 1
000397        Close Tax-Rate-File
000397     End-If
000397     .
000398 Load-Reason-Table.
000398* Each Reason Code Takes The Description From Its First Row
000398     Open Input Tax-Rule-File
000398     If Tax-Rule-File-Status = "00"
000398        Perform Until Tax-Rule-Done
000398           Read Tax-Rule-File
000398                At End Set Tax-Rule-Done To True
000398                Not At End
000398                   If Not Tax-Rule-Taxable
000398                      Perform Add-Reason-Entry
000398                   End-If
000398           End-Read
000398        End-Perform
000398        Close Tax-Rule-File
000398     End-If
000398     .
000398 Add-Reason-Entry.
000398     If Tax-Rule-Reason = Spaces
000398        Move "EX" To Tax-Rule-Reason
000398     End-If
000398     Set Reason-Index To 1
000398     Search Reason-Entry
000398          At End
000398             If Reason-Count < 50
000398                Add 1 To Reason-Count
000398                Move Tax-Rule-Reason To Rsn-Code (Reason-Count)
000398                Move Tax-Rule-Description To
000398                     Rsn-Description (Reason-Count)
000398                Move Zeros To Rsn-Amount (Reason-Count)
000398             End-If
000398          When Rsn-Code (Reason-Index) = Tax-Rule-Reason
000398             Continue
000398     End-Search
000398     .
000398 Print-Report.
000399     Open Output Report-File
000400     Move Space To Done-Flag
000402     Perform Return-Process-Records Until All-Done
000403     Perform Print-State-Totals
000403     Perform Print-Exempt-Section
000403     Perform Print-Reason-Section
000404     Close Report-File
000404     Call "Chapt25d" Using Spool-Catalog-Name
000404          Spool-Catalog-File Page-Count
000404     .
000405 Print-Reason-Section.
000405     Write Report-Record From Reason-Section-Line After 2
000405     Perform Print-One-Reason
000405             Varying Reason-Index From 1 By 1
000405             Until Reason-Index > Reason-Count
000405     Move Reason-Total To Reason-Total-Amt
000405     Write Report-Record From Reason-Total-Line After 1
000405     .
000405 Print-One-Reason.
000405     If Rsn-Amount (Reason-Index) Not = Zeros
000405        Move Rsn-Code (Reason-Index) To Rsn-Detail-Code
000405        Move Rsn-Description (Reason-Index) To Rsn-Detail-Desc
000405        Move Rsn-Amount (Reason-Index) To Rsn-Detail-Amount
000405        Write Report-Record From Reason-Detail-Line After 1
000405     End-If
000405     .
000405 Print-Exempt-Section.
000404     Write Report-Record From Exempt-Section-Line After 2
000404     Perform Varying Exempt-Index From 1 By 1
