000085     03  Dir-Dealer-File     Pic X(40).
000086     03  Filler              Pic X.
000087     03  Dir-Balance-File    Pic X(40).
000087     03  Filler              Pic X.
000087     03  Dir-Data-Path       Pic X(40).
000088 Fd  Dealer-File.
000089 01  Dealer-Record.
000090     03  Dealer-Number       Pic X(8).
