      *****************************************************************
      * Sanctions Screening Case Record
      * One case per customer per watch-list entry it scored against.
      *****************************************************************
       01  SANCTIONS-CASE-RECORD.
           05  SCASE-KEY.
               10  SCASE-SOURCE        PIC X(4).
               10  SCASE-CUST-ID       PIC 9(10).
               10  SCASE-ENTRY-ID      PIC X(10).
           05  SCASE-STATUS            PIC X.
               88  SCASE-OPEN          VALUE 'O'.
               88  SCASE-CLEARED       VALUE 'C'.
               88  SCASE-CONFIRMED     VALUE 'F'.
           05  SCASE-SCORE             PIC 9(3).
      * Customer name as screened, in normalized token order - a
      * cleared case stays quiet only while this still matches.
           05  SCASE-SCREENED-NAME     PIC X(50).
           05  SCASE-WATCH-NAME        PIC X(50).
           05  SCASE-OPENED-DATE       PIC 9(8).
           05  SCASE-LAST-SCREENED     PIC 9(8).
           05  SCASE-DECIDED-BY        PIC X(8).
           05  SCASE-DECIDED-DATE      PIC 9(8).
