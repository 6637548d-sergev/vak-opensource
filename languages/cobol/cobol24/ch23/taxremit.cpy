      *****************************************
      * Sales Tax Remittance Ledger Record    *
      * One Row Per Filing Period And Taxing  *
      * Jurisdiction.  The Worksheet Figures  *
      * Are Posted By Chapt23i, The Filing    *
      * (Amount, Date Paid, Confirmation) Is  *
      * Keyed On Chapt23j                     *
      *****************************************
       01  Tax-Remit-Record.
           03  Remit-Key.
      *        YYYYMM For A Month, YYYYQn For A Quarter
               05  Remit-Period        Pic X(6).
               05  Remit-State         Pic X(20).
      *    First And Last Month Covered, YYYYMM
           03  Remit-Start-Month       Pic 9(6).
           03  Remit-End-Month         Pic 9(6).
           03  Remit-Gross-Sales       Pic S9(9)v99.
           03  Remit-Exempt-Sales      Pic S9(9)v99.
           03  Remit-Taxable-Sales     Pic S9(9)v99.
           03  Remit-Tax-Rate          Pic 9v999.
           03  Remit-Collected         Pic S9(7)v99.
      *    Earlier Periods' Collected Less Remitted - Positive Is
      *    Under-Remitted, Negative Is A Credit
           03  Remit-Prior-Balance     Pic S9(7)v99.
           03  Remit-Amount-Due        Pic S9(7)v99.
           03  Remit-Filed-Amount      Pic S9(7)v99.
      *    MMDDYYYY
           03  Remit-Paid-Date         Pic 9(8).
           03  Remit-Paid-Date-X Redefines Remit-Paid-Date.
               05  Remit-Paid-MM       Pic 99.
               05  Remit-Paid-DD       Pic 99.
               05  Remit-Paid-YYYY     Pic 9(4).
           03  Remit-Confirmation      Pic X(20).
           03  Remit-Status            Pic X.
               88  Remit-Worksheet     Value "W".
               88  Remit-Filed         Value "F".
           03  Remit-Entered-By        Pic X(4).
           03  Filler                  Pic X(20).
