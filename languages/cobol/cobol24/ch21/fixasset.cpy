      *****************************************
      * Fixed Asset Record                    *
      * Store Fixtures And Equipment - Cases, *
      * Registers, Lighting, The Van.  Kept   *
      * By Chapt21s, Depreciated Monthly By   *
      * Chapt21t, Listed By Chapt21u          *
      *****************************************
       01  Fixed-Asset-Record.
           03  FA-Asset-Number         Pic X(8).
           03  FA-Description          Pic X(40).
           03  FA-Location             Pic X(10).
           03  FA-Acquired-Date        Pic 9(8).
           03  FA-Acquired-Date-X Redefines FA-Acquired-Date.
               05  FA-Acquired-MM      Pic 99.
               05  FA-Acquired-DD      Pic 99.
               05  FA-Acquired-YYYY    Pic 9(4).
           03  FA-Cost                 Pic 9(7)v99.
           03  FA-Salvage-Value        Pic 9(7)v99.
           03  FA-Method               Pic X.
               88  FA-Straight-Line    Value "S".
               88  FA-Declining-Balance Value "D".
           03  FA-Life-Months          Pic 9(3).
           03  FA-Accum-Depreciation   Pic 9(7)v99.
      *    Last Month Depreciated, YYYYMM
           03  FA-Last-Period          Pic 9(6).
           03  FA-Disposal-Date        Pic 9(8).
           03  FA-Disposal-Proceeds    Pic 9(7)v99.
           03  FA-Status-Code          Pic X.
               88  FA-In-Service       Value "A".
               88  FA-Disposed         Value "D".
           03  Filler                  Pic X(30).
