           05  POS-BILLS-20            PIC 9(4).
           05  POS-BILLS-10            PIC 9(4).
           05  POS-BILLS-5             PIC 9(4).
      *What the cassettes were last loaded with, and when - the
      *replenishment settlement proves the next count against it.
           05  POS-LOAD-STAMP          PIC X(14).
           05  POS-LOAD-100            PIC 9(4).
           05  POS-LOAD-50             PIC 9(4).
           05  POS-LOAD-20             PIC 9(4).
           05  POS-LOAD-10             PIC 9(4).
           05  POS-LOAD-5              PIC 9(4).

       FD  SUSPENSE-FILE.
       01  SUSPENSE-RECORD             PIC X(120).
                   MOVE WS-BILLS-20 TO POS-BILLS-20
                   MOVE WS-BILLS-10 TO POS-BILLS-10
                   MOVE WS-BILLS-5 TO POS-BILLS-5
                   MOVE FUNCTION CURRENT-DATE(1:14) TO POS-LOAD-STAMP
                   MOVE WS-BILLS-100 TO POS-LOAD-100
                   MOVE WS-BILLS-50 TO POS-LOAD-50
                   MOVE WS-BILLS-20 TO POS-LOAD-20
                   MOVE WS-BILLS-10 TO POS-LOAD-10
                   MOVE WS-BILLS-5 TO POS-LOAD-5
                   WRITE CASH-POSITION-RECORD
               NOT INVALID KEY
                   MOVE POS-BILLS-100 TO WS-BILLS-100
       SAVE-POSITION.
      *Write the day's closing bill counts back so tomorrow's run -
      *and every other program reading the fleet position - sees
      *what is really in the machine. The last-load fields are left
      *as read; only the replenishment settlement moves them.
           MOVE WS-ATM-ID TO POS-ATM-ID.
           MOVE WS-BILLS-100 TO POS-BILLS-100.
           MOVE WS-BILLS-50 TO POS-BILLS-50.
               WS-DISP-10 DELIMITED BY SIZE
               '|5x' DELIMITED BY SIZE
               WS-DISP-5 DELIMITED BY SIZE
               '|ATM=' DELIMITED BY SIZE
               WS-ATM-ID DELIMITED BY SIZE
               INTO JOURNAL-RECORD
           END-STRING.

