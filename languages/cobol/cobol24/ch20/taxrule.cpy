      *****************************************
      * Taxability Rule Record - TaxRule.TXT  *
      * One Row Per Item Category And Taxing  *
      * Jurisdiction: T Taxable, E Exempt, Or *
      * A Taxable Only When The Unit Price Is *
      * Above The Threshold.  Start And End   *
      * Are MMDDYYYY; Zero Start Means Always *
      * And Zero End Means Open-Ended.  Where *
      * Rows Overlap The Latest Start Wins,   *
      * So A Sales Tax Holiday Is A Dated E   *
      * Row Laid Over The Standing Rule.  The *
      * Reason Code Rides On Exempt Sales.    *
      *****************************************
       01  Tax-Rule-Record.
           03  Tax-Rule-Category       Pic X(4).
           03  Filler                  Pic X.
           03  Tax-Rule-State          Pic X(20).
           03  Filler                  Pic X.
           03  Tax-Rule-Type           Pic X.
               88  Tax-Rule-Taxable    Value "T".
               88  Tax-Rule-Exempt     Value "E".
               88  Tax-Rule-Above      Value "A".
           03  Filler                  Pic X.
           03  Tax-Rule-Threshold      Pic 9(5)v99.
           03  Filler                  Pic X.
           03  Tax-Rule-Start          Pic 9(8).
           03  Filler                  Pic X.
           03  Tax-Rule-End            Pic 9(8).
           03  Filler                  Pic X.
           03  Tax-Rule-Reason         Pic X(2).
           03  Filler                  Pic X.
           03  Tax-Rule-Description    Pic X(20).
