000141     03  Mark-Hist-New-Price     Pic 9(5)v99.
000142     03  Filler                  Pic X.
000143     03  Mark-Hist-Level         Pic X.
000143     03  Filler                  Pic X.
000143     03  Mark-Hist-Qty           Pic 9(5).
000144 Working-Storage Section.
000145 01  Dealer-Status           Pic XX Value Spaces.
000146     88  Dealer-Success      Value "00" Thru "09".
000192     03  Swap-Sell-Through   Pic S9(3)v9.
000193     03  Swap-Aged-Pct       Pic S9(3)v9.
000194     03  Swap-Rent-Ratio     Pic S9(3)v9.
000194 01  Markdown-Delta          Pic S9(7)v99 Value Zeros.
000196 01  Heading-Line-1.
000197     03  Filler      Pic X(12) Value "Created by:".
000198     03  Filler      Pic X(8)  Value "CHAPT19R".
000379                Mark-MM = Target-MM
000380                Compute Markdown-Delta =
000381                        Mark-Hist-Old-Price - Mark-Hist-New-Price
000381* A Lot Was Marked Down On Every Piece On Hand; Older Rows
000381* Carry No Quantity And Stand For One Piece
000381                If Mark-Hist-Qty Numeric And Mark-Hist-Qty > 1
000381                   Compute Markdown-Delta =
000381                           Markdown-Delta * Mark-Hist-Qty
000381                End-If
000382                Set Card-Index To 1
000383                Search Card-Entry
000384                     At End Continue
