      *****************************************************************
      * Sanctions Name Check Parameter Area
      * Passed to SanctionsNameCheck by every program that screens a
      * customer against the watch list.
      *****************************************************************
       01  SANCTIONS-CHECK-AREA.
      * Which customer population the name belongs to - part of the
      * case key, since the populations number customers separately.
           05  SC-SOURCE               PIC X(4).
               88  SC-SOURCE-CIF       VALUE 'CIF '.
               88  SC-SOURCE-SCREEN    VALUE 'SCRN'.
               88  SC-SOURCE-DB2       VALUE 'DB2 '.
           05  SC-CUST-ID              PIC 9(10).
           05  SC-CUST-NAME            PIC X(50).
           05  SC-CUST-CITY            PIC X(30).
           05  SC-CUST-STATE           PIC XX.
           05  SC-RESULT               PIC X.
               88  SC-CLEAR            VALUE 'C'.
               88  SC-POSSIBLE-HIT     VALUE 'H'.
               88  SC-CONFIRMED-HIT    VALUE 'F'.
               88  SC-LIST-UNAVAILABLE VALUE 'U'.
           05  SC-TOP-SCORE            PIC 9(3).
           05  SC-TOP-ENTRY-ID         PIC X(10).
           05  SC-CASES-OPENED         PIC 9(3).
