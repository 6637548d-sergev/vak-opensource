000304     Read Pay-Hold-File
000305          At End Set Holds-Done To True
000306          Not At End
000307* A Balance Merely Carried Under The Payout Schedule Or
000307* Minimum Is Not A Hold
000307             If Hold-Dealer = Check-Dealer And
000307                Hold-Reason (1:7) Not = "CARRIED"
000308                Set Dealer-On-Hold To True
000309                Set Holds-Done To True
000310             End-If
