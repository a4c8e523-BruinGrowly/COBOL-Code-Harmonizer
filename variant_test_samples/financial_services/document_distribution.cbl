       IDENTIFICATION DIVISION.
       PROGRAM-ID. DocumentDistribution.
      *FINANCIAL SERVICES - CUSTOMER DOCUMENT DISTRIBUTION
      *Routes the day's customer documents to paper or email by the
      *customer's communication preference. Card statements,
      *policy renewal and non-renewal notices, policy invoices,
      *redetermination notices, premium grace and termination
      *notices, 1095 coverage forms and escheat due-diligence
      *letters are each still written by their own program;
      *every one of those programs also appends a line to the
      *document manifest naming the document type, the customer,
      *the date it has to be delivered by, and the file it was
      *written to.
      *
      *This run reads the manifest a document type at a time,
      *lifts each document out of its file, and writes it either
      *to the print vendor's file or to the day's email delivery
      *file. Email goes only to a customer with a consented email
      *preference for that document type and an address on the
      *customer master; anything else is printed. Bounces reported
      *back by the email service are re-sent on paper and turn the
      *customer's email off until a new consent is recorded. Every
      *document sent is logged with its required-by date so the
      *log shows each one went out on time.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Line layout: doc type|customer|tax id|required-by|file name.
           SELECT DOCUMENT-MANIFEST-FILE
               ASSIGN TO 'document_manifest.log'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.

      *Manifest lines of a type this run does not distribute are
      *held here while the manifest is emptied, then put back.
           SELECT MANIFEST-HOLD-FILE
               ASSIGN TO 'document_manifest.hld'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-HOLD-STATUS.

      *Delivery channel and consent date per customer and document
      *type. The tax id is kept so an applicant known only by SSN
      *(HealthcareEnrollment) can be matched to a customer.
           SELECT PREFERENCE-FILE ASSIGN TO 'comm_preferences.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PREF-CUSTOMER-ID
               ALTERNATE RECORD KEY IS PREF-TAX-ID WITH DUPLICATES
               FILE STATUS IS WS-PREF-STATUS.

      *Preference changes taken by the branches and the call
      *center: customer|doc type (AL = all)|E or P|consent date.
           SELECT PREFERENCE-INTAKE-FILE ASSIGN TO 'comm_prefs_in.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTAKE-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO 'customers_master.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUSTOMER-STATUS.

      *The producing program's output file, opened by the name the
      *manifest gives.
           SELECT SOURCE-DOCUMENT-FILE ASSIGN TO WS-SOURCE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-STATUS.

           SELECT PRINT-VENDOR-FILE ASSIGN TO 'print_vendor.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

      *One email delivery file per run date, kept so a bounce
      *reported on a later day can find the document again.
           SELECT EMAIL-DELIVERY-FILE ASSIGN TO WS-EMAIL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMAIL-STATUS.

           SELECT SENT-EMAIL-FILE ASSIGN TO WS-SENT-EMAIL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SENT-EMAIL-STATUS.

      *Bounces from the email service: send date|doc id|customer.
           SELECT BOUNCE-FILE ASSIGN TO 'email_bounces.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOUNCE-STATUS.

      *Proof of delivery, appended across runs:
      *run date|doc id|doc type|customer|channel|required-by|
      *ON TIME or LATE|note.
           SELECT DELIVERY-LOG-FILE ASSIGN TO 'delivery_log.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DELIVERY-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DOCUMENT-MANIFEST-FILE.
       01  MANIFEST-LINE               PIC X(80).

       FD  MANIFEST-HOLD-FILE.
       01  MANIFEST-HOLD-LINE          PIC X(80).

       FD  PREFERENCE-FILE.
       01  PREFERENCE-RECORD.
           05  PREF-CUSTOMER-ID        PIC 9(10).
           05  PREF-TAX-ID             PIC X(9).
           05  PREF-EMAIL-STATUS       PIC X.
               88  PREF-EMAIL-BOUNCED  VALUE 'B'.
           05  PREF-BOUNCE-DATE        PIC 9(8).
           05  PREF-LAST-UPDATED       PIC 9(8).
      *One slot per document type, in WS-DOC-TYPE-TABLE order.
           05  PREF-DOCUMENT OCCURS 8 TIMES.
               10  PREF-CHANNEL        PIC X.
                   88  PREF-BY-EMAIL   VALUE 'E'.
                   88  PREF-BY-PAPER   VALUE 'P' SPACE.
               10  PREF-CONSENT-DATE   PIC 9(8).

       FD  PREFERENCE-INTAKE-FILE.
       01  INTAKE-LINE                 PIC X(80).

       FD  CUSTOMER-FILE.
           COPY "CUSTOMER-RECORD.cpy".

       FD  SOURCE-DOCUMENT-FILE.
       01  SOURCE-LINE                 PIC X(100).

       FD  PRINT-VENDOR-FILE.
       01  PRINT-RECORD                PIC X(200).

       FD  EMAIL-DELIVERY-FILE.
       01  EMAIL-RECORD                PIC X(200).

       FD  SENT-EMAIL-FILE.
       01  SENT-EMAIL-RECORD           PIC X(200).

       FD  BOUNCE-FILE.
       01  BOUNCE-LINE                 PIC X(80).

       FD  DELIVERY-LOG-FILE.
       01  DELIVERY-LOG-LINE           PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-MANIFEST-STATUS          PIC XX.
       01  WS-MANIFEST-HOLD-STATUS     PIC XX.
       01  WS-PREF-STATUS              PIC XX.
       01  WS-INTAKE-STATUS            PIC XX.
       01  WS-CUSTOMER-STATUS          PIC XX.
       01  WS-SOURCE-STATUS            PIC XX.
       01  WS-PRINT-STATUS             PIC XX.
       01  WS-EMAIL-STATUS             PIC XX.
       01  WS-SENT-EMAIL-STATUS        PIC XX.
       01  WS-BOUNCE-STATUS            PIC XX.
       01  WS-DELIVERY-LOG-STATUS      PIC XX.

       01  WS-CUSTOMER-FILE-OK         PIC X VALUE 'N'.
       01  WS-TODAY-DATE               PIC 9(8).
       01  WS-SOURCE-FILENAME          PIC X(30).
       01  WS-EMAIL-FILENAME           PIC X(30).
       01  WS-SENT-EMAIL-FILENAME      PIC X(30).

      *Document types and how each producing program lays its
      *documents out in its file: F = the whole file is one
      *document, L = one line per document, I = a document starts
      *at each line not indented, P = a document starts at each
      *line beginning with the prefix, S = a document starts at
      *each separator line of '=' signs.
       01  WS-DOC-TYPE-VALUES.
           05  FILLER PIC X(23) VALUE 'CSF'.
           05  FILLER PIC X(23) VALUE 'RNL'.
           05  FILLER PIC X(23) VALUE 'NRL'.
           05  FILLER PIC X(23) VALUE 'PIL'.
           05  FILLER PIC X(23) VALUE 'RDI'.
           05  FILLER PIC X(23) VALUE 'ELPDUE DILIGENCE NOTICE'.
           05  FILLER PIC X(23) VALUE 'GPI'.
           05  FILLER PIC X(23) VALUE 'YES'.
       01  WS-DOC-TYPE-TABLE REDEFINES WS-DOC-TYPE-VALUES.
           05  WS-DOC-TYPE-ENTRY OCCURS 8 TIMES.
               10  WS-DOC-TYPE-CODE    PIC XX.
               10  WS-DOC-SPLIT        PIC X.
               10  WS-DOC-PREFIX       PIC X(20).
       01  WS-DOC-TYPE-COUNT           PIC 9 VALUE 8.
       01  WS-DOC-IX                   PIC 9.
       01  WS-PREF-IX                  PIC 9.

      *Manifest entry being distributed.
       01  WS-MANIFEST-FIELDS.
           05  WS-MF-DOC-TYPE          PIC XX.
           05  WS-MF-CUSTOMER-ID       PIC X(10).
           05  WS-MF-CUSTOMER-ID-N REDEFINES WS-MF-CUSTOMER-ID
                                       PIC 9(10).
           05  WS-MF-TAX-ID            PIC X(9).
           05  WS-MF-REQUIRED-BY       PIC X(8).
           05  WS-MF-REQUIRED-BY-N REDEFINES WS-MF-REQUIRED-BY
                                       PIC 9(8).
           05  WS-MF-FILE-NAME         PIC X(30).
       01  WS-EOF-MANIFEST             PIC X.
       01  WS-MF-TYPE-KNOWN            PIC X.

      *Who the document goes to and how.
       01  WS-RECIPIENT.
           05  WS-RCP-CUSTOMER-ID      PIC 9(10).
           05  WS-RCP-CUST-FOUND       PIC X.
           05  WS-RCP-PREF-FOUND       PIC X.
           05  WS-RCP-CHANNEL          PIC X.
               88  WS-RCP-BY-EMAIL     VALUE 'E'.
           05  WS-RCP-NOTE             PIC X(20).

      *Where the current source file stands - the line after the
      *end of one document is held back as the first line of the
      *next.
       01  WS-SOURCE-OPEN              PIC X VALUE 'N'.
       01  WS-SOURCE-EOF               PIC X.
       01  WS-PENDING-LINE             PIC X(100).
       01  WS-PENDING-SW               PIC X.
       01  WS-DOC-ENDED                PIC X.

       01  WS-DOC-ID.
           05  WS-DOC-ID-DATE          PIC 9(8).
           05  WS-DOC-ID-SEQ           PIC 9(6) VALUE ZERO.
       01  WS-DOC-LINES                PIC 9(4).
       01  WS-TIMELINESS               PIC X(7).

      *Delivery file records - a header naming the document and
      *its addressee, one detail per document line, a trailer.
       01  WS-DOC-HEADER.
           05  WH-RECORD-TYPE          PIC X VALUE 'H'.
           05  WH-DOC-ID               PIC X(14).
           05  WH-DOC-TYPE             PIC XX.
           05  WH-CUSTOMER-ID          PIC 9(10).
           05  WH-REQUIRED-BY          PIC 9(8).
           05  WH-DELIVERY-NOTE        PIC X(20).
           05  WH-ADDRESSEE.
               10  WH-NAME             PIC X(50).
               10  WH-STREET           PIC X(50).
               10  WH-CITY             PIC X(30).
               10  WH-STATE            PIC XX.
               10  WH-ZIP              PIC X(10).
           05  WH-EMAIL-VIEW REDEFINES WH-ADDRESSEE.
               10  WH-EMAIL            PIC X(100).
               10  FILLER              PIC X(42).
       01  WS-DOC-DETAIL.
           05  WD-RECORD-TYPE          PIC X VALUE 'D'.
           05  WD-TEXT                 PIC X(100).
       01  WS-DOC-TRAILER.
           05  WT-RECORD-TYPE          PIC X VALUE 'T'.
           05  WT-DOC-ID               PIC X(14).
           05  WT-LINE-COUNT           PIC 9(4).

      *Preference intake fields.
       01  WS-INTAKE-FIELDS.
           05  WS-IN-CUSTOMER-ID       PIC X(10).
           05  WS-IN-CUSTOMER-ID-N REDEFINES WS-IN-CUSTOMER-ID
                                       PIC 9(10).
           05  WS-IN-DOC-TYPE          PIC XX.
           05  WS-IN-CHANNEL           PIC X.
           05  WS-IN-CONSENT-DATE      PIC X(8).
           05  WS-IN-CONSENT-DATE-N REDEFINES WS-IN-CONSENT-DATE
                                       PIC 9(8).
       01  WS-EOF-INTAKE               PIC X.
       01  WS-IN-DOC-IX                PIC 9.

      *Bounce fields.
       01  WS-BOUNCE-FIELDS.
           05  WS-BN-SEND-DATE         PIC X(8).
           05  WS-BN-DOC-ID            PIC X(14).
           05  WS-BN-CUSTOMER-ID       PIC X(10).
           05  WS-BN-CUSTOMER-ID-N REDEFINES WS-BN-CUSTOMER-ID
                                       PIC 9(10).
       01  WS-EOF-BOUNCES              PIC X.
       01  WS-EOF-SENT-EMAIL           PIC X.
       01  WS-BN-COPYING               PIC X.

       01  WS-COUNTERS.
           05  WS-PREFS-APPLIED        PIC 9(6) VALUE ZERO.
           05  WS-PREFS-REJECTED       PIC 9(6) VALUE ZERO.
           05  WS-DOCS-PRINTED         PIC 9(6) VALUE ZERO.
           05  WS-DOCS-EMAILED         PIC 9(6) VALUE ZERO.
           05  WS-DOCS-REMAILED        PIC 9(6) VALUE ZERO.
           05  WS-DOCS-MISSING         PIC 9(6) VALUE ZERO.
           05  WS-DOCS-LATE            PIC 9(6) VALUE ZERO.
           05  WS-DOCS-UNKNOWN-TYPE    PIC 9(6) VALUE ZERO.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM INITIALIZE-DISTRIBUTION.
           PERFORM APPLY-PREFERENCE-CHANGES.
           PERFORM REROUTE-BOUNCED-EMAIL.
           PERFORM DISTRIBUTE-DOCUMENT-TYPE
               VARYING WS-DOC-IX FROM 1 BY 1
               UNTIL WS-DOC-IX > WS-DOC-TYPE-COUNT.
           PERFORM SHUTDOWN-DISTRIBUTION.
           STOP RUN.

       INITIALIZE-DISTRIBUTION SECTION.
       INIT-DISTRIBUTION.
           DISPLAY '========================================'.
           DISPLAY 'CUSTOMER DOCUMENT DISTRIBUTION'.
           DISPLAY '========================================'.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
           MOVE WS-TODAY-DATE TO WS-DOC-ID-DATE.
           MOVE SPACES TO WS-EMAIL-FILENAME.
           STRING 'email_delivery_' WS-TODAY-DATE '.txt'
               DELIMITED BY SIZE INTO WS-EMAIL-FILENAME
           END-STRING.

           OPEN INPUT CUSTOMER-FILE.
           IF WS-CUSTOMER-STATUS = '00'
               MOVE 'Y' TO WS-CUSTOMER-FILE-OK
           END-IF.

           OPEN I-O PREFERENCE-FILE.
           IF WS-PREF-STATUS = '35'
               OPEN OUTPUT PREFERENCE-FILE
               CLOSE PREFERENCE-FILE
               OPEN I-O PREFERENCE-FILE
           END-IF.
           IF WS-PREF-STATUS NOT = '00'
               DISPLAY 'Error opening preference file, status: '
                   WS-PREF-STATUS
               STOP RUN
           END-IF.

           OPEN OUTPUT PRINT-VENDOR-FILE.
           OPEN OUTPUT EMAIL-DELIVERY-FILE.
           IF WS-PRINT-STATUS NOT = '00' OR
              WS-EMAIL-STATUS NOT = '00'
               DISPLAY 'Error opening delivery files, status: '
                   WS-PRINT-STATUS ' ' WS-EMAIL-STATUS
               STOP RUN
           END-IF.

           OPEN EXTEND DELIVERY-LOG-FILE.
           IF WS-DELIVERY-LOG-STATUS NOT = '00'
               OPEN OUTPUT DELIVERY-LOG-FILE
           END-IF.

      ******************************************************************
      *Preference intake
      ******************************************************************
       APPLY-PREFERENCE-CHANGES SECTION.
       APPLY-PREFERENCES.
           OPEN INPUT PREFERENCE-INTAKE-FILE.
           IF WS-INTAKE-STATUS NOT = '00'
               GO TO APPLY-PREFERENCES-EXIT
           END-IF.

           MOVE 'N' TO WS-EOF-INTAKE.
           PERFORM APPLY-ONE-PREFERENCE
               UNTIL WS-EOF-INTAKE = 'Y'.
           CLOSE PREFERENCE-INTAKE-FILE.

       APPLY-PREFERENCES-EXIT.
           EXIT.

       APPLY-ONE-PREFERENCE SECTION.
       APPLY-PREFERENCE.
           READ PREFERENCE-INTAKE-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-INTAKE
                   GO TO APPLY-PREFERENCE-EXIT
           END-READ.

           IF INTAKE-LINE = SPACES
               GO TO APPLY-PREFERENCE-EXIT
           END-IF.

           MOVE SPACES TO WS-INTAKE-FIELDS.
           UNSTRING INTAKE-LINE DELIMITED BY '|'
               INTO WS-IN-CUSTOMER-ID WS-IN-DOC-TYPE WS-IN-CHANNEL
                    WS-IN-CONSENT-DATE
           END-UNSTRING.

           MOVE ZERO TO WS-IN-DOC-IX.
           IF WS-IN-DOC-TYPE NOT = 'AL'
               PERFORM FIND-INTAKE-DOC-TYPE
                   VARYING WS-DOC-IX FROM 1 BY 1
                   UNTIL WS-DOC-IX > WS-DOC-TYPE-COUNT
           END-IF.

      *Email needs the date the customer consented to electronic
      *delivery - without it the change cannot be taken.
           IF WS-IN-CUSTOMER-ID IS NOT NUMERIC OR
              (WS-IN-DOC-TYPE NOT = 'AL' AND WS-IN-DOC-IX = ZERO) OR
              (WS-IN-CHANNEL NOT = 'E' AND WS-IN-CHANNEL NOT = 'P') OR
              (WS-IN-CHANNEL = 'E' AND
               (WS-IN-CONSENT-DATE IS NOT NUMERIC OR
                WS-IN-CONSENT-DATE-N = ZERO))
               DISPLAY 'Preference rejected: ' INTAKE-LINE
               ADD 1 TO WS-PREFS-REJECTED
               GO TO APPLY-PREFERENCE-EXIT
           END-IF.
           IF WS-IN-CONSENT-DATE IS NOT NUMERIC
               MOVE ZERO TO WS-IN-CONSENT-DATE-N
           END-IF.

           MOVE WS-IN-CUSTOMER-ID-N TO PREF-CUSTOMER-ID.
           READ PREFERENCE-FILE
               INVALID KEY
                   PERFORM START-NEW-PREFERENCE
           END-READ.

      *A fresh email consent is taken as a confirmed address, so it
      *clears an earlier bounce.
           IF WS-IN-CHANNEL = 'E'
               MOVE SPACE TO PREF-EMAIL-STATUS
               MOVE ZERO TO PREF-BOUNCE-DATE
           END-IF.

           IF WS-IN-DOC-IX = ZERO
               PERFORM SET-PREFERENCE-SLOT
                   VARYING WS-PREF-IX FROM 1 BY 1
                   UNTIL WS-PREF-IX > WS-DOC-TYPE-COUNT
           ELSE
               MOVE WS-IN-DOC-IX TO WS-PREF-IX
               PERFORM SET-PREFERENCE-SLOT
           END-IF.
           MOVE WS-TODAY-DATE TO PREF-LAST-UPDATED.

           REWRITE PREFERENCE-RECORD
               INVALID KEY
                   WRITE PREFERENCE-RECORD
                       INVALID KEY
                           DISPLAY 'Error saving preference for '
                               PREF-CUSTOMER-ID
                   END-WRITE
           END-REWRITE.
           ADD 1 TO WS-PREFS-APPLIED.

       APPLY-PREFERENCE-EXIT.
           EXIT.

       FIND-INTAKE-DOC-TYPE SECTION.
       FIND-INTAKE-TYPE.
           IF WS-DOC-TYPE-CODE(WS-DOC-IX) = WS-IN-DOC-TYPE
               MOVE WS-DOC-IX TO WS-IN-DOC-IX
           END-IF.

       START-NEW-PREFERENCE SECTION.
       START-PREFERENCE.
      *Everything defaults to paper until the customer asks for
      *email. The tax id comes from the customer master.
           MOVE SPACES TO PREFERENCE-RECORD.
           MOVE WS-IN-CUSTOMER-ID-N TO PREF-CUSTOMER-ID.
           MOVE ZERO TO PREF-BOUNCE-DATE.
           PERFORM CLEAR-PREFERENCE-SLOT
               VARYING WS-PREF-IX FROM 1 BY 1
               UNTIL WS-PREF-IX > WS-DOC-TYPE-COUNT.
           IF WS-CUSTOMER-FILE-OK = 'Y'
               MOVE WS-IN-CUSTOMER-ID-N TO CUST-ID
               READ CUSTOMER-FILE
                   NOT INVALID KEY
                       MOVE CUST-TAX-ID TO PREF-TAX-ID
               END-READ
           END-IF.

       CLEAR-PREFERENCE-SLOT SECTION.
       CLEAR-PREF-SLOT.
           MOVE 'P' TO PREF-CHANNEL(WS-PREF-IX).
           MOVE ZERO TO PREF-CONSENT-DATE(WS-PREF-IX).

       SET-PREFERENCE-SLOT SECTION.
       SET-PREF-SLOT.
           MOVE WS-IN-CHANNEL TO PREF-CHANNEL(WS-PREF-IX).
           MOVE WS-IN-CONSENT-DATE-N TO PREF-CONSENT-DATE(WS-PREF-IX).

      ******************************************************************
      *Bounced email - the document goes again on paper
      ******************************************************************
       REROUTE-BOUNCED-EMAIL SECTION.
       REROUTE-BOUNCES.
           OPEN INPUT BOUNCE-FILE.
           IF WS-BOUNCE-STATUS NOT = '00'
               GO TO REROUTE-BOUNCES-EXIT
           END-IF.

           MOVE 'N' TO WS-EOF-BOUNCES.
           PERFORM REROUTE-ONE-BOUNCE
               UNTIL WS-EOF-BOUNCES = 'Y'.
           CLOSE BOUNCE-FILE.

       REROUTE-BOUNCES-EXIT.
           EXIT.

       REROUTE-ONE-BOUNCE SECTION.
       REROUTE-BOUNCE.
           READ BOUNCE-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-BOUNCES
                   GO TO REROUTE-BOUNCE-EXIT
           END-READ.

           IF BOUNCE-LINE = SPACES
               GO TO REROUTE-BOUNCE-EXIT
           END-IF.

           MOVE SPACES TO WS-BOUNCE-FIELDS.
           UNSTRING BOUNCE-LINE DELIMITED BY '|'
               INTO WS-BN-SEND-DATE WS-BN-DOC-ID WS-BN-CUSTOMER-ID
           END-UNSTRING.

           IF WS-BN-SEND-DATE IS NOT NUMERIC OR
              WS-BN-CUSTOMER-ID IS NOT NUMERIC
               DISPLAY 'Bounce rejected: ' BOUNCE-LINE
               GO TO REROUTE-BOUNCE-EXIT
           END-IF.

      *Email stays off for this customer until a new consent.
           MOVE WS-BN-CUSTOMER-ID-N TO PREF-CUSTOMER-ID.
           READ PREFERENCE-FILE
               NOT INVALID KEY
                   MOVE 'B' TO PREF-EMAIL-STATUS
                   MOVE WS-TODAY-DATE TO PREF-BOUNCE-DATE
                   REWRITE PREFERENCE-RECORD
           END-READ.

           MOVE SPACES TO WS-SENT-EMAIL-FILENAME.
           STRING 'email_delivery_' WS-BN-SEND-DATE '.txt'
               DELIMITED BY SIZE INTO WS-SENT-EMAIL-FILENAME
           END-STRING.
           OPEN INPUT SENT-EMAIL-FILE.
           IF WS-SENT-EMAIL-STATUS NOT = '00'
               DISPLAY 'Bounced document not found: ' WS-BN-DOC-ID
               ADD 1 TO WS-DOCS-MISSING
               GO TO REROUTE-BOUNCE-EXIT
           END-IF.

           MOVE 'N' TO WS-EOF-SENT-EMAIL.
           MOVE 'N' TO WS-BN-COPYING.
           PERFORM COPY-BOUNCED-RECORD
               UNTIL WS-EOF-SENT-EMAIL = 'Y'.
           CLOSE SENT-EMAIL-FILE.

       REROUTE-BOUNCE-EXIT.
           EXIT.

       COPY-BOUNCED-RECORD SECTION.
       COPY-BOUNCED.
           READ SENT-EMAIL-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SENT-EMAIL
                   GO TO COPY-BOUNCED-EXIT
           END-READ.

           IF WS-BN-COPYING = 'N'
               IF SENT-EMAIL-RECORD(1:1) = 'H' AND
                  SENT-EMAIL-RECORD(2:14) = WS-BN-DOC-ID
                   MOVE 'Y' TO WS-BN-COPYING
                   MOVE SENT-EMAIL-RECORD TO WS-DOC-HEADER
                   PERFORM WRITE-REMAIL-HEADER
               END-IF
               GO TO COPY-BOUNCED-EXIT
           END-IF.

           IF SENT-EMAIL-RECORD(1:1) = 'T'
               MOVE SENT-EMAIL-RECORD TO PRINT-RECORD
               WRITE PRINT-RECORD
               MOVE 'Y' TO WS-EOF-SENT-EMAIL
               ADD 1 TO WS-DOCS-REMAILED
               MOVE 'P' TO WS-RCP-CHANNEL
               MOVE 'EMAIL BOUNCED' TO WS-RCP-NOTE
               PERFORM WRITE-DELIVERY-LOG
               GO TO COPY-BOUNCED-EXIT
           END-IF.

           MOVE SENT-EMAIL-RECORD TO PRINT-RECORD.
           WRITE PRINT-RECORD.

       COPY-BOUNCED-EXIT.
           EXIT.

       WRITE-REMAIL-HEADER SECTION.
       WRITE-REMAIL-HDR.
      *Same document id, re-addressed to the postal address.
           MOVE WH-CUSTOMER-ID TO WS-RCP-CUSTOMER-ID.
           MOVE WH-DOC-TYPE TO WS-MF-DOC-TYPE.
           MOVE WH-REQUIRED-BY TO WS-MF-REQUIRED-BY-N.
           PERFORM LOAD-RECIPIENT-CUSTOMER.
           MOVE 'REMAIL - EMAIL BOUNCE' TO WH-DELIVERY-NOTE.
           PERFORM FILL-POSTAL-ADDRESS.
           MOVE WS-DOC-HEADER TO PRINT-RECORD.
           WRITE PRINT-RECORD.

      ******************************************************************
      *Distribution - one pass of the manifest per document type
      ******************************************************************
       DISTRIBUTE-DOCUMENT-TYPE SECTION.
       DISTRIBUTE-TYPE.
           OPEN INPUT DOCUMENT-MANIFEST-FILE.
           IF WS-MANIFEST-STATUS NOT = '00'
               GO TO DISTRIBUTE-TYPE-EXIT
           END-IF.

           MOVE 'N' TO WS-EOF-MANIFEST.
           PERFORM DISTRIBUTE-MANIFEST-ENTRY
               UNTIL WS-EOF-MANIFEST = 'Y'.
           CLOSE DOCUMENT-MANIFEST-FILE.

           IF WS-SOURCE-OPEN = 'Y'
               CLOSE SOURCE-DOCUMENT-FILE
               MOVE 'N' TO WS-SOURCE-OPEN
           END-IF.

       DISTRIBUTE-TYPE-EXIT.
           EXIT.

       DISTRIBUTE-MANIFEST-ENTRY SECTION.
       DISTRIBUTE-ENTRY.
           READ DOCUMENT-MANIFEST-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-MANIFEST
                   GO TO DISTRIBUTE-ENTRY-EXIT
           END-READ.

           IF MANIFEST-LINE(1:2) NOT = WS-DOC-TYPE-CODE(WS-DOC-IX)
               GO TO DISTRIBUTE-ENTRY-EXIT
           END-IF.

           MOVE SPACES TO WS-MANIFEST-FIELDS.
           UNSTRING MANIFEST-LINE DELIMITED BY '|'
               INTO WS-MF-DOC-TYPE WS-MF-CUSTOMER-ID WS-MF-TAX-ID
                    WS-MF-REQUIRED-BY WS-MF-FILE-NAME
           END-UNSTRING.
           IF WS-MF-CUSTOMER-ID IS NOT NUMERIC
               MOVE ZERO TO WS-MF-CUSTOMER-ID-N
           END-IF.
           IF WS-MF-REQUIRED-BY IS NOT NUMERIC
               MOVE WS-TODAY-DATE TO WS-MF-REQUIRED-BY-N
           END-IF.

      *A whole-file document is always read from the top; the
      *others carry on from where the last document of the same
      *file ended.
           IF WS-SOURCE-OPEN = 'N' OR
              WS-MF-FILE-NAME NOT = WS-SOURCE-FILENAME OR
              WS-DOC-SPLIT(WS-DOC-IX) = 'F'
               PERFORM OPEN-SOURCE-DOCUMENT
           END-IF.

           ADD 1 TO WS-DOC-ID-SEQ.
           MOVE WS-TODAY-DATE TO WS-DOC-ID-DATE.
           MOVE WS-MF-CUSTOMER-ID-N TO WS-RCP-CUSTOMER-ID.

           IF WS-PENDING-SW NOT = 'Y'
               DISPLAY 'Document missing from ' WS-MF-FILE-NAME
                   ' for customer ' WS-MF-CUSTOMER-ID
               ADD 1 TO WS-DOCS-MISSING
               MOVE SPACE TO WS-RCP-CHANNEL
               MOVE 'DOCUMENT MISSING' TO WS-RCP-NOTE
               MOVE WS-DOC-ID TO WH-DOC-ID
               PERFORM WRITE-DELIVERY-LOG
               GO TO DISTRIBUTE-ENTRY-EXIT
           END-IF.

           PERFORM RESOLVE-RECIPIENT.
           PERFORM WRITE-DOCUMENT-HEADER.

           MOVE ZERO TO WS-DOC-LINES.
           MOVE 'N' TO WS-DOC-ENDED.
           PERFORM COPY-DOCUMENT-LINE
               UNTIL WS-DOC-ENDED = 'Y'.

           MOVE WS-DOC-ID TO WT-DOC-ID.
           MOVE WS-DOC-LINES TO WT-LINE-COUNT.
           IF WS-RCP-BY-EMAIL
               MOVE WS-DOC-TRAILER TO EMAIL-RECORD
               WRITE EMAIL-RECORD
               ADD 1 TO WS-DOCS-EMAILED
           ELSE
               MOVE WS-DOC-TRAILER TO PRINT-RECORD
               WRITE PRINT-RECORD
               ADD 1 TO WS-DOCS-PRINTED
           END-IF.

           PERFORM WRITE-DELIVERY-LOG.

       DISTRIBUTE-ENTRY-EXIT.
           EXIT.

       OPEN-SOURCE-DOCUMENT SECTION.
       OPEN-SOURCE.
           IF WS-SOURCE-OPEN = 'Y'
               CLOSE SOURCE-DOCUMENT-FILE
           END-IF.
           MOVE WS-MF-FILE-NAME TO WS-SOURCE-FILENAME.
           MOVE 'N' TO WS-PENDING-SW.
           MOVE 'N' TO WS-SOURCE-EOF.

           OPEN INPUT SOURCE-DOCUMENT-FILE.
           IF WS-SOURCE-STATUS NOT = '00'
               MOVE 'N' TO WS-SOURCE-OPEN
               MOVE 'Y' TO WS-SOURCE-EOF
               GO TO OPEN-SOURCE-EXIT
           END-IF.
           MOVE 'Y' TO WS-SOURCE-OPEN.
           PERFORM READ-SOURCE-LINE.

       OPEN-SOURCE-EXIT.
           EXIT.

       READ-SOURCE-LINE SECTION.
       READ-SOURCE.
           MOVE 'N' TO WS-PENDING-SW.
           IF WS-SOURCE-EOF = 'Y'
               GO TO READ-SOURCE-EXIT
           END-IF.
           READ SOURCE-DOCUMENT-FILE
               AT END
                   MOVE 'Y' TO WS-SOURCE-EOF
               NOT AT END
                   MOVE SOURCE-LINE TO WS-PENDING-LINE
                   MOVE 'Y' TO WS-PENDING-SW
           END-READ.

       READ-SOURCE-EXIT.
           EXIT.

       COPY-DOCUMENT-LINE SECTION.
       COPY-DOC-LINE.
           MOVE WS-PENDING-LINE TO WD-TEXT.
           IF WS-RCP-BY-EMAIL
               MOVE WS-DOC-DETAIL TO EMAIL-RECORD
               WRITE EMAIL-RECORD
           ELSE
               MOVE WS-DOC-DETAIL TO PRINT-RECORD
               WRITE PRINT-RECORD
           END-IF.
           ADD 1 TO WS-DOC-LINES.

           PERFORM READ-SOURCE-LINE.
           IF WS-PENDING-SW NOT = 'Y'
               MOVE 'Y' TO WS-DOC-ENDED
               GO TO COPY-DOC-LINE-EXIT
           END-IF.

      *Does the line just read start the next document?
           EVALUATE WS-DOC-SPLIT(WS-DOC-IX)
               WHEN 'L'
                   MOVE 'Y' TO WS-DOC-ENDED
               WHEN 'I'
                   IF WS-PENDING-LINE(1:1) NOT = SPACE
                       MOVE 'Y' TO WS-DOC-ENDED
                   END-IF
               WHEN 'P'
                   IF WS-PENDING-LINE(1:20) =
                      WS-DOC-PREFIX(WS-DOC-IX)
                       MOVE 'Y' TO WS-DOC-ENDED
                   END-IF
               WHEN 'S'
                   IF WS-PENDING-LINE(1:1) = '='
                       MOVE 'Y' TO WS-DOC-ENDED
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       COPY-DOC-LINE-EXIT.
           EXIT.

       RESOLVE-RECIPIENT SECTION.
       RESOLVE-RCP.
      *An applicant known only by SSN is matched to a customer
      *through the tax id on the preference file.
           MOVE 'N' TO WS-RCP-PREF-FOUND.
           IF WS-RCP-CUSTOMER-ID = ZERO AND WS-MF-TAX-ID NOT = SPACES
               MOVE WS-MF-TAX-ID TO PREF-TAX-ID
               READ PREFERENCE-FILE KEY IS PREF-TAX-ID
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-RCP-PREF-FOUND
                       MOVE PREF-CUSTOMER-ID TO WS-RCP-CUSTOMER-ID
               END-READ
           ELSE
               MOVE WS-RCP-CUSTOMER-ID TO PREF-CUSTOMER-ID
               READ PREFERENCE-FILE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-RCP-PREF-FOUND
               END-READ
           END-IF.

           PERFORM LOAD-RECIPIENT-CUSTOMER.

           MOVE 'P' TO WS-RCP-CHANNEL.
           MOVE 'PAPER' TO WS-RCP-NOTE.
           IF WS-RCP-PREF-FOUND = 'N'
               GO TO RESOLVE-RCP-EXIT
           END-IF.
           IF NOT PREF-BY-EMAIL(WS-DOC-IX)
               GO TO RESOLVE-RCP-EXIT
           END-IF.

      *Email was asked for - fall back to paper when it cannot be
      *delivered.
           IF PREF-EMAIL-BOUNCED
               MOVE 'PAPER - EMAIL BOUNCED' TO WS-RCP-NOTE
               GO TO RESOLVE-RCP-EXIT
           END-IF.
           IF WS-RCP-CUST-FOUND = 'N' OR CUST-EMAIL = SPACES
               MOVE 'PAPER - NO EMAIL' TO WS-RCP-NOTE
               GO TO RESOLVE-RCP-EXIT
           END-IF.

           MOVE 'E' TO WS-RCP-CHANNEL.
           MOVE 'EMAIL' TO WS-RCP-NOTE.

       RESOLVE-RCP-EXIT.
           EXIT.

       LOAD-RECIPIENT-CUSTOMER SECTION.
       LOAD-RCP-CUSTOMER.
           MOVE 'N' TO WS-RCP-CUST-FOUND.
           IF WS-CUSTOMER-FILE-OK = 'Y' AND WS-RCP-CUSTOMER-ID > ZERO
               MOVE WS-RCP-CUSTOMER-ID TO CUST-ID
               READ CUSTOMER-FILE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-RCP-CUST-FOUND
               END-READ
           END-IF.

       WRITE-DOCUMENT-HEADER SECTION.
       WRITE-DOC-HEADER.
           MOVE WS-DOC-ID TO WH-DOC-ID.
           MOVE WS-MF-DOC-TYPE TO WH-DOC-TYPE.
           MOVE WS-RCP-CUSTOMER-ID TO WH-CUSTOMER-ID.
           MOVE WS-MF-REQUIRED-BY-N TO WH-REQUIRED-BY.
           MOVE WS-RCP-NOTE TO WH-DELIVERY-NOTE.
           IF WS-RCP-BY-EMAIL
               MOVE SPACES TO WH-EMAIL-VIEW
               MOVE CUST-EMAIL TO WH-EMAIL
               MOVE WS-DOC-HEADER TO EMAIL-RECORD
               WRITE EMAIL-RECORD
           ELSE
               PERFORM FILL-POSTAL-ADDRESS
               MOVE WS-DOC-HEADER TO PRINT-RECORD
               WRITE PRINT-RECORD
           END-IF.

       FILL-POSTAL-ADDRESS SECTION.
       FILL-ADDRESS.
      *No customer master entry - the vendor mails to the address
      *printed on the document itself.
           MOVE SPACES TO WH-ADDRESSEE.
           IF WS-RCP-CUST-FOUND = 'Y'
               MOVE CUST-NAME TO WH-NAME
               MOVE CUST-STREET TO WH-STREET
               MOVE CUST-CITY TO WH-CITY
               MOVE CUST-STATE TO WH-STATE
               MOVE CUST-ZIP TO WH-ZIP
           ELSE
               MOVE 'ADDRESS AS PRINTED ON DOCUMENT' TO WH-NAME
           END-IF.

       WRITE-DELIVERY-LOG SECTION.
       WRITE-DELIVERY.
           IF WS-TODAY-DATE > WS-MF-REQUIRED-BY-N
               MOVE 'LATE' TO WS-TIMELINESS
               ADD 1 TO WS-DOCS-LATE
           ELSE
               MOVE 'ON TIME' TO WS-TIMELINESS
           END-IF.

           MOVE SPACES TO DELIVERY-LOG-LINE.
           STRING WS-TODAY-DATE '|' WH-DOC-ID '|' WS-MF-DOC-TYPE
                  '|' WS-RCP-CUSTOMER-ID '|' WS-RCP-CHANNEL
                  '|' WS-MF-REQUIRED-BY-N '|' WS-TIMELINESS
                  '|' WS-RCP-NOTE
                  DELIMITED BY SIZE INTO DELIVERY-LOG-LINE
           END-STRING.
           WRITE DELIVERY-LOG-LINE.

       SHUTDOWN-DISTRIBUTION SECTION.
       SHUTDOWN-DIST.
      *Every manifest entry of a known type has now been sent -
      *empty the manifest for the next day's documents, keeping
      *any entry of a type this run does not distribute.
           PERFORM HOLD-UNKNOWN-MANIFEST-TYPES.

           CLOSE PREFERENCE-FILE.
           CLOSE PRINT-VENDOR-FILE.
           CLOSE EMAIL-DELIVERY-FILE.
           CLOSE DELIVERY-LOG-FILE.
           IF WS-CUSTOMER-FILE-OK = 'Y'
               CLOSE CUSTOMER-FILE
           END-IF.

           DISPLAY 'Preference changes applied:  ' WS-PREFS-APPLIED.
           DISPLAY 'Preference changes rejected: ' WS-PREFS-REJECTED.
           DISPLAY 'Documents printed:           ' WS-DOCS-PRINTED.
           DISPLAY 'Documents emailed:           ' WS-DOCS-EMAILED.
           DISPLAY 'Bounced email re-sent paper: ' WS-DOCS-REMAILED.
           DISPLAY 'Documents missing:           ' WS-DOCS-MISSING.
           DISPLAY 'Unknown type - kept:         '
               WS-DOCS-UNKNOWN-TYPE.
           DISPLAY 'Documents past required-by:  ' WS-DOCS-LATE.

       HOLD-UNKNOWN-MANIFEST-TYPES SECTION.
       HOLD-UNKNOWN-TYPES.
      *An entry whose type is not in WS-DOC-TYPE-TABLE was never
      *sent, so it is carried over and reported rather than lost.
      *Without the hold file the manifest is left as it stands.
           OPEN INPUT DOCUMENT-MANIFEST-FILE.
           IF WS-MANIFEST-STATUS NOT = '00'
               GO TO HOLD-UNKNOWN-TYPES-EXIT
           END-IF.

           OPEN OUTPUT MANIFEST-HOLD-FILE.
           IF WS-MANIFEST-HOLD-STATUS NOT = '00'
               DISPLAY 'Error opening manifest hold file, status: '
                   WS-MANIFEST-HOLD-STATUS ' - manifest not emptied'
               CLOSE DOCUMENT-MANIFEST-FILE
               GO TO HOLD-UNKNOWN-TYPES-EXIT
           END-IF.

           MOVE 'N' TO WS-EOF-MANIFEST.
           PERFORM HOLD-ONE-MANIFEST-LINE
               UNTIL WS-EOF-MANIFEST = 'Y'.
           CLOSE DOCUMENT-MANIFEST-FILE.
           CLOSE MANIFEST-HOLD-FILE.

           OPEN OUTPUT DOCUMENT-MANIFEST-FILE.
           OPEN INPUT MANIFEST-HOLD-FILE.
           MOVE 'N' TO WS-EOF-MANIFEST.
           PERFORM RESTORE-HELD-MANIFEST-LINE
               UNTIL WS-EOF-MANIFEST = 'Y'.
           CLOSE DOCUMENT-MANIFEST-FILE.
           CLOSE MANIFEST-HOLD-FILE.

       HOLD-UNKNOWN-TYPES-EXIT.
           EXIT.

       HOLD-ONE-MANIFEST-LINE SECTION.
       HOLD-ONE-LINE.
           READ DOCUMENT-MANIFEST-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-MANIFEST
                   GO TO HOLD-ONE-LINE-EXIT
           END-READ.

           IF MANIFEST-LINE = SPACES
               GO TO HOLD-ONE-LINE-EXIT
           END-IF.

           MOVE 'N' TO WS-MF-TYPE-KNOWN.
           PERFORM CHECK-MANIFEST-TYPE
               VARYING WS-DOC-IX FROM 1 BY 1
               UNTIL WS-DOC-IX > WS-DOC-TYPE-COUNT.
           IF WS-MF-TYPE-KNOWN = 'Y'
               GO TO HOLD-ONE-LINE-EXIT
           END-IF.

           DISPLAY 'Unknown document type - entry kept: '
               MANIFEST-LINE.
           ADD 1 TO WS-DOCS-UNKNOWN-TYPE.
           MOVE MANIFEST-LINE TO MANIFEST-HOLD-LINE.
           WRITE MANIFEST-HOLD-LINE.

       HOLD-ONE-LINE-EXIT.
           EXIT.

       CHECK-MANIFEST-TYPE SECTION.
       CHECK-MF-TYPE.
           IF MANIFEST-LINE(1:2) = WS-DOC-TYPE-CODE(WS-DOC-IX)
               MOVE 'Y' TO WS-MF-TYPE-KNOWN
           END-IF.

       RESTORE-HELD-MANIFEST-LINE SECTION.
       RESTORE-HELD-LINE.
           READ MANIFEST-HOLD-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-MANIFEST
                   GO TO RESTORE-HELD-LINE-EXIT
           END-READ.

           MOVE MANIFEST-HOLD-LINE TO MANIFEST-LINE.
           WRITE MANIFEST-LINE.

       RESTORE-HELD-LINE-EXIT.
           EXIT.
