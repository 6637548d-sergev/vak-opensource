      *****************************************
      * Chapt23v Terminal Identity Call Area  *
      * S Identifies This Workstation At      *
      * Start-Up From Terminal.TXT By Its     *
      * TERMINAL_ID Setting; L Looks Up The   *
      * Terminal Given In Term-Id.  Each      *
      * Terminal's Range Keeps Its Receipt    *
      * And Ticket Numbers Apart              *
      *****************************************
       01  Terminal-Identity-Area.
           03  Term-Function           Pic X.
               88  Term-Start-Up       Value "S".
               88  Term-Look-Up        Value "L".
           03  Term-Id                 Pic X(2).
      *    Numbers Run From Range * 100000 + 1; Zero Issues None
           03  Term-Range              Pic 9.
           03  Term-Type               Pic X.
               88  Term-Register       Value "R".
               88  Term-Back-Office    Value "B".
           03  Term-Description        Pic X(30).
           03  Term-Result             Pic X.
               88  Term-Configured     Value "Y".
               88  Term-Not-Configured Value "N".
               88  Term-Range-Conflict Value "C".
