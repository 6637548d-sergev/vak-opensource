000263         88  F8-Pressed Value X"08".
000263         88  F9-Pressed Value X"09".
000263         88  F10-Pressed Value X"0A".
000263         88  F11-Pressed Value X"0B".
000263     03  System-Use    Pic X.
000264 01  Done-Flag         Pic X Value Spaces.
000265     88  All-Done      Value "Y".
000302     03  Line 5 Column 1  Value "F2  Dealer Rent Aging Report".
000303     03  Line 7 Column 1  Value "F3  Transaction Processing".
000304     03  Line 9 Column 1  Value "F4  Tenant Display".
000304     03  Line 10 Column 1 Value "F11 Dealer List / Extract".
000305     03  Line 11 Column 1 Value
000306         "F6  Year-End Close (Supervisor)".
000307     03  Line 12 Column 1 Value "F7  Report Viewer / Reprint".
000345* Money-Bearing Files; The Rest Are Open To Any Operator
000345              Call "Chapt25m"
000345              Cancel "Chapt25m"
000345         When F11-Pressed
000345* A Saved Dealer List From ListReq.TXT, Run By Name
000345              Call "Chapt25t"
000345              Cancel "Chapt25t"
000345         When F5-Pressed
000346               Set All-Done To True
000347          When Other
