      *****************************************
      * Accounts Payable Invoice Record       *
      * A Store Bill From Receipt To Payment. *
      * Keyed By Chapt21q, Paid By The        *
      * Chapt21r Check Run, Which Posts The   *
      * Paid Bill To ExpLedg.TXT              *
      *****************************************
       01  AP-Invoice-Record.
           03  AP-Voucher-Number       Pic 9(6).
           03  AP-Vendor               Pic X(8).
           03  AP-Vendor-Invoice       Pic X(15).
           03  AP-Invoice-Date         Pic 9(8).
           03  AP-Due-Date             Pic 9(8).
           03  AP-Category             Pic X(4).
           03  AP-Description          Pic X(30).
           03  AP-Amount               Pic 9(6)v99.
           03  AP-Status-Code          Pic X.
               88  AP-Open             Value "O".
               88  AP-Paid             Value "P".
               88  AP-Void             Value "V".
           03  AP-Paid-Date            Pic 9(8).
           03  AP-Check-Number         Pic X(10).
           03  AP-Entered-By           Pic X(4).
           03  Filler                  Pic X(10).
