      *****************************************
      * Customer Privacy Request Log Record   *
      * One Row Per Request, Approval And     *
      * Action Taken By Chapt24x, Appended    *
      * And Never Rewritten, So The Log Is    *
      * The Audit Trail For Every Export And  *
      * Every Anonymized Customer             *
      *****************************************
       01  Privacy-Log-Record.
           03  Priv-Request            Pic 9(6).
           03  Filler                  Pic X.
           03  Priv-Date               Pic 9(8).
           03  Filler                  Pic X.
           03  Priv-Time               Pic 9(6).
           03  Filler                  Pic X.
           03  Priv-Operator           Pic X(4).
           03  Filler                  Pic X.
           03  Priv-Customer           Pic X(8).
           03  Filler                  Pic X.
           03  Priv-Action             Pic X(4).
               88  Priv-Export-Request Value "REQE".
               88  Priv-Delete-Request Value "REQD".
               88  Priv-Approved       Value "APPR".
               88  Priv-Exported       Value "EXPT".
               88  Priv-Blocked        Value "BLCK".
               88  Priv-Anonymized     Value "ANON".
               88  Priv-Closed         Value "CLOS".
           03  Filler                  Pic X.
      *    The Number The Customer's History Now Carries
           03  Priv-Tombstone          Pic X(8).
           03  Filler                  Pic X.
           03  Priv-Count              Pic 9(7).
           03  Filler                  Pic X.
           03  Priv-Note               Pic X(40).
