      *****************************************
      * Restricted Person Record              *
      * One Record Per Person Under A Police  *
      * Trespass Order Or A Store Ban, Keyed  *
      * By Entry Number.  A Zero Expiry Never *
      * Lapses.  Kept By Chapt15n At Manager  *
      * Level; Checked By Chapt23u For The    *
      * Customer Screen And The Registers     *
      *****************************************
       01  Restricted-Person-Record.
           03  Rp-Number               Pic X(6).
           03  Rp-Last-Name            Pic X(25).
           03  Rp-First-Name           Pic X(15).
           03  Rp-Customer-Number      Pic X(8).
           03  Rp-Description          Pic X(40).
           03  Rp-Photo-Ref            Pic X(20).
           03  Rp-Reason               Pic X(30).
           03  Rp-Order-Date           Pic 9(8).
           03  Rp-Expiry-Date          Pic 9(8).
           03  Rp-Entered-By           Pic X(4).
           03  Filler                  Pic X(16).
