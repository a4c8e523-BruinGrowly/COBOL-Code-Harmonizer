        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUDIT-FILE-STATUS.

*> Customer master ScreenHandler maintains - the /api/users
*> resource reads and writes the same records
    SELECT CUSTOMER-FILE ASSIGN TO "CUSTOMERS.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CF-CUSTOMER-ID
        FILE STATUS IS WS-CUSTOMER-FILE-STATUS.

*> Customer change history ScreenHandler writes - web changes
*> go to the same trail under the WEBSVC operator ID
    SELECT ACTIVITY-LOG-FILE ASSIGN TO "ACTIVITY.LOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ACTLOG-STATUS.

DATA DIVISION.
FILE SECTION.
*> Persistent record of every request PROCESS-REQUEST routes,
FD  AUDIT-LOG-FILE.
01  AUDIT-LOG-RECORD            PIC X(300).

*> Same layout ScreenHandler maintains. A closed customer stays
*> on file with status C rather than being deleted.
FD  CUSTOMER-FILE.
01  CUSTOMER-FILE-RECORD.
    05  CF-CUSTOMER-ID          PIC 9(8).
    05  CF-CUSTOMER-NAME        PIC X(40).
    05  CF-CUSTOMER-ADDRESS     PIC X(50).
    05  CF-CUSTOMER-CITY        PIC X(30).
    05  CF-CUSTOMER-STATE       PIC XX.
    05  CF-CUSTOMER-ZIP         PIC X(10).
    05  CF-CUSTOMER-PHONE       PIC X(14).
    05  CF-CUSTOMER-STATUS      PIC X.
        88  CF-ACTIVE           VALUE "A".
        88  CF-PENDING-SCREENING VALUE "P".
        88  CF-CLOSED           VALUE "C".

*> Line layout: timestamp|operator|action|customer.
FD  ACTIVITY-LOG-FILE.
01  ACTIVITY-LOG-RECORD         PIC X(80).

WORKING-STORAGE SECTION.

01  WS-AUDIT-FILE-STATUS        PIC XX.
01  WS-CUSTOMER-FILE-STATUS     PIC XX.
01  WS-CUSTOMER-FILE-OPEN       PIC X VALUE "N".
01  WS-ACTLOG-STATUS            PIC XX.

*> HTTP Request Structure
01  WS-HTTP-REQUEST.
    05  WS-ENDPOINT             PIC X(50).
    05  WS-RESOURCE-PATH        PIC X(100).
    05  WS-QUERY-STRING         PIC X(200).
01  WS-URI-PATH                 PIC X(200).

*> Customer resource work areas
01  WS-CUSTOMER-INPUT.
    05  WS-INPUT-ID             PIC X(10).
    05  WS-INPUT-NAME           PIC X(40).
    05  WS-INPUT-ADDRESS        PIC X(50).
    05  WS-INPUT-CITY           PIC X(30).
    05  WS-INPUT-STATE          PIC XX.
    05  WS-INPUT-ZIP            PIC X(10).
    05  WS-INPUT-PHONE          PIC X(14).
*> Y when the field was present in the request body - a PUT
*> changes only the fields it sends
01  WS-INPUT-PRESENT.
    05  WS-HAS-ID               PIC X.
    05  WS-HAS-NAME             PIC X.
    05  WS-HAS-ADDRESS          PIC X.
    05  WS-HAS-CITY             PIC X.
    05  WS-HAS-STATE            PIC X.
    05  WS-HAS-ZIP              PIC X.
    05  WS-HAS-PHONE            PIC X.
01  WS-ID-TEXT                  PIC X(10).
01  WS-ID-LEN                   PIC 99.
01  WS-ID-VALID                 PIC X.
01  WS-ID-EDIT                  PIC Z(7)9.
01  WS-PATH-ID                  PIC 9(10).
01  WS-STATUS-WORD              PIC X(17).
01  WS-ERROR-MESSAGE            PIC X(80).
01  WS-CUSTOMER-JSON            PIC X(400).
01  WS-RESCREEN-NEEDED          PIC X.

*> Request body field extraction
01  WS-JSON-KEY                 PIC X(20).
01  WS-JSON-PATTERN             PIC X(24).
01  WS-JSON-PATTERN-LEN         PIC 9(3).
01  WS-JSON-VALUE               PIC X(100).
01  WS-JSON-FOUND               PIC X.
01  WS-JSON-POS                 PIC 9(4).
01  WS-SCAN-POS                 PIC 9(4).
01  WS-SCAN-LIMIT               PIC 9(4).

*> Paged customer list - page and size come from the query
*> string, size capped so a page always fits the response body
01  WS-PAGE-NUMBER              PIC 9(5).
01  WS-PAGE-SIZE                PIC 9(3).
01  WS-MAX-PAGE-SIZE            PIC 9(3) VALUE 25.
01  WS-DEFAULT-PAGE-SIZE        PIC 9(3) VALUE 10.
01  WS-SKIP-COUNT               PIC 9(8).
01  WS-SKIPPED-COUNT            PIC 9(8).
01  WS-LISTED-COUNT             PIC 9(3).
01  WS-MORE-PAGES               PIC X.
01  WS-LIST-EOF                 PIC X.
01  WS-BODY-PTR                 PIC 9(4).
01  WS-PAGE-EDIT                PIC Z(4)9.
01  WS-SIZE-EDIT                PIC ZZ9.
01  WS-QUERY-PARAMS.
    05  WS-QUERY-PARAM          PIC X(50) OCCURS 4 TIMES.
01  WS-PARAM-IX                 PIC 9.
01  WS-PARAM-NAME               PIC X(20).
01  WS-PARAM-VALUE              PIC X(20).
01  WS-PARAM-LEN                PIC 99.
01  WS-PARAM-ERROR              PIC X.

*> Change history entry
01  WS-LOG-OPERATOR             PIC X(8) VALUE "WEBSVC".
01  WS-LOG-ACTION               PIC X(10).
01  WS-LOG-CUST-ID              PIC 9(10).

*> Sanctions watch-list check on create and on name change,
*> the same check ScreenHandler makes
>>SOURCE FORMAT IS FIXED
           COPY "SANCTIONS-CHECK.cpy".
       >>SOURCE FORMAT IS FREE

>>IF DEBUG-MODE DEFINED
01  WS-DEBUG-MESSAGE            PIC X(200).
    IF WS-AUDIT-FILE-STATUS NOT = "00"
        DISPLAY "WARNING: audit log unavailable, status "
            WS-AUDIT-FILE-STATUS
    END-IF
    *> Same first-run handling ScreenHandler uses for the
    *> customer master; if it still will not open, the customer
    *> endpoints answer 503 instead of the service aborting
    OPEN I-O CUSTOMER-FILE
    IF WS-CUSTOMER-FILE-STATUS = "35"
        OPEN OUTPUT CUSTOMER-FILE
        CLOSE CUSTOMER-FILE
        OPEN I-O CUSTOMER-FILE
    END-IF
    IF WS-CUSTOMER-FILE-STATUS = "00"
        MOVE "Y" TO WS-CUSTOMER-FILE-OPEN
    ELSE
        DISPLAY "WARNING: customer file unavailable, status "
            WS-CUSTOMER-FILE-STATUS
    END-IF.

SIMULATE-REQUESTS.
    DISPLAY SPACE

    *> Simulate various HTTP requests
    PERFORM PROCESS-POST-REQUEST
    PERFORM PROCESS-DUPLICATE-POST-REQUEST
    PERFORM PROCESS-INVALID-POST-REQUEST
    PERFORM PROCESS-GET-REQUEST
    PERFORM PROCESS-LIST-REQUEST
    PERFORM PROCESS-PUT-REQUEST
    PERFORM PROCESS-DELETE-REQUEST
    PERFORM PROCESS-MISSING-GET-REQUEST
    PERFORM PROCESS-INVALID-REQUEST.

PROCESS-POST-REQUEST.
    >>IF DEBUG-MODE DEFINED
    DISPLAY "DEBUG: Processing POST request"
    >>END-IF

    MOVE "POST" TO WS-METHOD
    MOVE "/api/users" TO WS-URI
    MOVE "HTTP/1.1" TO WS-PROTOCOL
    MOVE "application/json" TO WS-CONTENT-TYPE
    MOVE SPACES TO WS-BODY
    STRING '{"id":20000001,"name":"John Doe",'
        '"address":"12 Main Street","city":"Springfield",'
        '"state":"il","zip":"62701","phone":"217-555-0100"}'
        DELIMITED BY SIZE
        INTO WS-BODY
    END-STRING
    MOVE LENGTH(TRIM(WS-BODY)) TO WS-CONTENT-LENGTH

    PERFORM ROUTE-REQUEST
    PERFORM LOG-REQUEST.

PROCESS-DUPLICATE-POST-REQUEST.
    >>IF DEBUG-MODE DEFINED
    DISPLAY "DEBUG: Processing duplicate POST request"
    >>END-IF

    MOVE "POST" TO WS-METHOD
    MOVE "/api/users" TO WS-URI
    MOVE "HTTP/1.1" TO WS-PROTOCOL
    MOVE "application/json" TO WS-CONTENT-TYPE
    MOVE '{"id":20000001,"name":"Jane Smith"}' TO WS-BODY
    MOVE LENGTH(TRIM(WS-BODY)) TO WS-CONTENT-LENGTH

    PERFORM ROUTE-REQUEST
    PERFORM LOG-REQUEST.

PROCESS-INVALID-POST-REQUEST.
    >>IF DEBUG-MODE DEFINED
    DISPLAY "DEBUG: Processing invalid POST request"
    >>END-IF

    MOVE "POST" TO WS-METHOD
    MOVE "/api/users" TO WS-URI
    MOVE "HTTP/1.1" TO WS-PROTOCOL
    MOVE "application/json" TO WS-CONTENT-TYPE
    MOVE '{"id":20000002,"city":"Springfield"}' TO WS-BODY
    MOVE LENGTH(TRIM(WS-BODY)) TO WS-CONTENT-LENGTH

    PERFORM ROUTE-REQUEST
    PERFORM LOG-REQUEST.

PROCESS-GET-REQUEST.
    >>IF DEBUG-MODE DEFINED
    DISPLAY "DEBUG: Processing GET request"
    >>END-IF

    MOVE "GET" TO WS-METHOD
    MOVE "/api/users/20000001" TO WS-URI
    MOVE "HTTP/1.1" TO WS-PROTOCOL
    MOVE "application/json" TO WS-CONTENT-TYPE
    MOVE ZERO TO WS-CONTENT-LENGTH
    PERFORM ROUTE-REQUEST
    PERFORM LOG-REQUEST.

PROCESS-LIST-REQUEST.
    >>IF DEBUG-MODE DEFINED
    DISPLAY "DEBUG: Processing list GET request"
    >>END-IF

    MOVE "GET" TO WS-METHOD
    MOVE "/api/users?page=1&size=10" TO WS-URI
    MOVE "HTTP/1.1" TO WS-PROTOCOL
    MOVE "application/json" TO WS-CONTENT-TYPE
    MOVE ZERO TO WS-CONTENT-LENGTH
    MOVE SPACES TO WS-BODY

    PERFORM ROUTE-REQUEST
    PERFORM LOG-REQUEST.
    >>END-IF

    MOVE "PUT" TO WS-METHOD
    MOVE "/api/users/20000001" TO WS-URI
    MOVE "HTTP/1.1" TO WS-PROTOCOL
    MOVE "application/json" TO WS-CONTENT-TYPE
    MOVE '{"name":"John A. Doe","phone":"217-555-0199"}' TO WS-BODY
    MOVE LENGTH(TRIM(WS-BODY)) TO WS-CONTENT-LENGTH

    PERFORM ROUTE-REQUEST
    PERFORM LOG-REQUEST.
    >>END-IF

    MOVE "DELETE" TO WS-METHOD
    MOVE "/api/users/20000001" TO WS-URI
    MOVE "HTTP/1.1" TO WS-PROTOCOL
    MOVE "application/json" TO WS-CONTENT-TYPE
    MOVE ZERO TO WS-CONTENT-LENGTH
    MOVE SPACES TO WS-BODY

    PERFORM ROUTE-REQUEST
    PERFORM LOG-REQUEST.

PROCESS-MISSING-GET-REQUEST.
    >>IF DEBUG-MODE DEFINED
    DISPLAY "DEBUG: Processing GET request for unknown customer"
    >>END-IF

    MOVE "GET" TO WS-METHOD
    MOVE "/api/users/99999998" TO WS-URI
    MOVE "HTTP/1.1" TO WS-PROTOCOL
    MOVE "application/json" TO WS-CONTENT-TYPE
    MOVE ZERO TO WS-CONTENT-LENGTH
    END-EVALUATE.

PARSE-URI.
    *> Split off the query string, then extract the endpoint -
    *> every part is cleared first so nothing carries over from
    *> the previous request
    MOVE SPACES TO WS-URI-PARTS
    MOVE SPACES TO WS-URI-PATH
    UNSTRING WS-URI DELIMITED BY "?"
        INTO WS-URI-PATH WS-QUERY-STRING
    END-UNSTRING
    IF WS-URI-PATH(1:10) = "/api/users" THEN
        MOVE "/api/users" TO WS-ENDPOINT
        IF LENGTH(TRIM(WS-URI-PATH)) > 11 THEN
            MOVE WS-URI-PATH(11:) TO WS-RESOURCE-PATH
        END-IF
    ELSE IF WS-URI-PATH(1:11) = "/api/health" THEN
        MOVE "/api/health" TO WS-ENDPOINT
    ELSE
        MOVE SPACES TO WS-ENDPOINT
    END-IF.

*> GET /api/users/{id} returns one customer; GET /api/users
*> returns a page of open customers in customer ID order
HANDLE-GET-USERS.
    >>IF DEBUG-MODE DEFINED
    DISPLAY "DEBUG: Handling GET /api/users"

    ADD 1 TO WS-GET-COUNT

    IF WS-CUSTOMER-FILE-OPEN NOT = "Y" THEN
        PERFORM SET-UNAVAILABLE-RESPONSE
    ELSE IF WS-RESOURCE-PATH NOT = SPACES THEN
        PERFORM GET-ONE-CUSTOMER
    ELSE
        PERFORM LIST-CUSTOMERS
    END-IF
    END-IF

    PERFORM BUILD-RESPONSE.

GET-ONE-CUSTOMER.
    PERFORM READ-PATH-CUSTOMER
    IF WS-STATUS-CODE = 200 THEN
        PERFORM FORMAT-CUSTOMER-JSON
        MOVE SPACES TO WS-RESPONSE-BODY
        MOVE WS-CUSTOMER-JSON TO WS-RESPONSE-BODY
        MOVE "OK" TO WS-STATUS-TEXT
        ADD 1 TO WS-SUCCESS-COUNT
    END-IF.

LIST-CUSTOMERS.
    PERFORM PARSE-PAGE-PARAMETERS
    IF WS-PARAM-ERROR = "Y" THEN
        MOVE 422 TO WS-STATUS-CODE
        MOVE "Unprocessable Entity" TO WS-STATUS-TEXT
        MOVE "page and size must be positive whole numbers"
            TO WS-ERROR-MESSAGE
        PERFORM SET-ERROR-RESPONSE
    ELSE
        COMPUTE WS-SKIP-COUNT = (WS-PAGE-NUMBER - 1) * WS-PAGE-SIZE
        MOVE ZERO TO WS-SKIPPED-COUNT
        MOVE ZERO TO WS-LISTED-COUNT
        MOVE "N" TO WS-MORE-PAGES
        MOVE "N" TO WS-LIST-EOF
        MOVE ZERO TO CF-CUSTOMER-ID
        START CUSTOMER-FILE KEY IS NOT LESS THAN CF-CUSTOMER-ID
            INVALID KEY MOVE "Y" TO WS-LIST-EOF
        END-START

        MOVE WS-PAGE-NUMBER TO WS-PAGE-EDIT
        MOVE WS-PAGE-SIZE TO WS-SIZE-EDIT
        MOVE SPACES TO WS-RESPONSE-BODY
        MOVE 1 TO WS-BODY-PTR
        STRING '{"page":' TRIM(WS-PAGE-EDIT)
            ',"size":' TRIM(WS-SIZE-EDIT)
            ',"customers":['
            DELIMITED BY SIZE
            INTO WS-RESPONSE-BODY WITH POINTER WS-BODY-PTR
        END-STRING

        PERFORM LIST-NEXT-CUSTOMER UNTIL WS-LIST-EOF = "Y"

        MOVE WS-LISTED-COUNT TO WS-SIZE-EDIT
        STRING '],"count":' TRIM(WS-SIZE-EDIT)
            ',"more":'
            DELIMITED BY SIZE
            INTO WS-RESPONSE-BODY WITH POINTER WS-BODY-PTR
        END-STRING
        IF WS-MORE-PAGES = "Y" THEN
            STRING 'true}' DELIMITED BY SIZE
                INTO WS-RESPONSE-BODY WITH POINTER WS-BODY-PTR
            END-STRING
        ELSE
            STRING 'false}' DELIMITED BY SIZE
                INTO WS-RESPONSE-BODY WITH POINTER WS-BODY-PTR
            END-STRING
        END-IF
        MOVE 200 TO WS-STATUS-CODE
        MOVE "OK" TO WS-STATUS-TEXT
        ADD 1 TO WS-SUCCESS-COUNT
    END-IF.

*> Closed customers are left out of the list. One record past
*> the page is read only to tell the client whether more follow.
LIST-NEXT-CUSTOMER.
    READ CUSTOMER-FILE NEXT RECORD
        AT END MOVE "Y" TO WS-LIST-EOF
    END-READ
    IF WS-LIST-EOF NOT = "Y" AND NOT CF-CLOSED THEN
        IF WS-SKIPPED-COUNT < WS-SKIP-COUNT THEN
            ADD 1 TO WS-SKIPPED-COUNT
        ELSE IF WS-LISTED-COUNT = WS-PAGE-SIZE THEN
            MOVE "Y" TO WS-MORE-PAGES
            MOVE "Y" TO WS-LIST-EOF
        ELSE
            IF WS-LISTED-COUNT > ZERO THEN
                STRING "," DELIMITED BY SIZE
                    INTO WS-RESPONSE-BODY WITH POINTER WS-BODY-PTR
                END-STRING
            END-IF
            PERFORM FORMAT-CUSTOMER-SUMMARY
            STRING TRIM(WS-CUSTOMER-JSON) DELIMITED BY SIZE
                INTO WS-RESPONSE-BODY WITH POINTER WS-BODY-PTR
            END-STRING
            ADD 1 TO WS-LISTED-COUNT
        END-IF
    END-IF.

*> Query string is name=value pairs separated by &; anything
*> other than page and size is ignored
PARSE-PAGE-PARAMETERS.
    MOVE 1 TO WS-PAGE-NUMBER
    MOVE WS-DEFAULT-PAGE-SIZE TO WS-PAGE-SIZE
    MOVE "N" TO WS-PARAM-ERROR
    MOVE SPACES TO WS-QUERY-PARAMS
    UNSTRING WS-QUERY-STRING DELIMITED BY "&"
        INTO WS-QUERY-PARAM(1) WS-QUERY-PARAM(2)
             WS-QUERY-PARAM(3) WS-QUERY-PARAM(4)
    END-UNSTRING
    PERFORM PARSE-ONE-PAGE-PARAMETER
        VARYING WS-PARAM-IX FROM 1 BY 1
        UNTIL WS-PARAM-IX > 4
    IF WS-PAGE-SIZE > WS-MAX-PAGE-SIZE THEN
        MOVE WS-MAX-PAGE-SIZE TO WS-PAGE-SIZE
    END-IF.

PARSE-ONE-PAGE-PARAMETER.
    MOVE SPACES TO WS-PARAM-NAME
    MOVE SPACES TO WS-PARAM-VALUE
    UNSTRING WS-QUERY-PARAM(WS-PARAM-IX) DELIMITED BY "="
        INTO WS-PARAM-NAME WS-PARAM-VALUE
    END-UNSTRING
    IF WS-PARAM-NAME = "page" OR WS-PARAM-NAME = "size" THEN
        MOVE LENGTH(TRIM(WS-PARAM-VALUE)) TO WS-PARAM-LEN
        IF WS-PARAM-VALUE = SPACES OR WS-PARAM-LEN > 5
           OR WS-PARAM-VALUE(1:WS-PARAM-LEN) IS NOT NUMERIC THEN
            MOVE "Y" TO WS-PARAM-ERROR
        ELSE IF NUMVAL(WS-PARAM-VALUE(1:WS-PARAM-LEN)) = ZERO THEN
            MOVE "Y" TO WS-PARAM-ERROR
        ELSE IF WS-PARAM-NAME = "page" THEN
            COMPUTE WS-PAGE-NUMBER =
                NUMVAL(WS-PARAM-VALUE(1:WS-PARAM-LEN))
        ELSE IF NUMVAL(WS-PARAM-VALUE(1:WS-PARAM-LEN))
                > WS-MAX-PAGE-SIZE THEN
            MOVE WS-MAX-PAGE-SIZE TO WS-PAGE-SIZE
        ELSE
            COMPUTE WS-PAGE-SIZE =
                NUMVAL(WS-PARAM-VALUE(1:WS-PARAM-LEN))
        END-IF
    END-IF.

*> POST /api/users - the same checks ScreenHandler's ADD-CUST
*> makes (a customer ID and a name are required), then the same
*> sanctions screening SAVE-CUST does before the record is
*> written
HANDLE-CREATE-USER.
    >>IF DEBUG-MODE DEFINED
    DISPLAY "DEBUG: Handling POST /api/users"

    ADD 1 TO WS-POST-COUNT

    IF WS-CUSTOMER-FILE-OPEN NOT = "Y" THEN
        PERFORM SET-UNAVAILABLE-RESPONSE
    ELSE IF WS-RESOURCE-PATH NOT = SPACES THEN
        PERFORM SET-NOT-ALLOWED-RESPONSE
    ELSE
        PERFORM PARSE-CUSTOMER-BODY
        PERFORM VALIDATE-NEW-CUSTOMER
        IF WS-ERROR-MESSAGE NOT = SPACES THEN
            MOVE 422 TO WS-STATUS-CODE
            MOVE "Unprocessable Entity" TO WS-STATUS-TEXT
            PERFORM SET-ERROR-RESPONSE
        ELSE
            PERFORM WRITE-NEW-CUSTOMER
        END-IF
    END-IF
    END-IF

    PERFORM BUILD-RESPONSE.

VALIDATE-NEW-CUSTOMER.
    MOVE SPACES TO WS-ERROR-MESSAGE
    MOVE WS-INPUT-ID TO WS-ID-TEXT
    PERFORM VALIDATE-ID-TEXT
    IF WS-ID-VALID NOT = "Y" THEN
        MOVE "Customer ID must be 1 to 8 digits and not zero"
            TO WS-ERROR-MESSAGE
    ELSE IF WS-INPUT-NAME = SPACES THEN
        MOVE "Customer name is required" TO WS-ERROR-MESSAGE
    END-IF.

WRITE-NEW-CUSTOMER.
    MOVE WS-RESOURCE-ID TO CF-CUSTOMER-ID
    READ CUSTOMER-FILE
        INVALID KEY
            MOVE "00" TO WS-CUSTOMER-FILE-STATUS
        NOT INVALID KEY
            MOVE "22" TO WS-CUSTOMER-FILE-STATUS
    END-READ
    IF WS-CUSTOMER-FILE-STATUS = "22" THEN
        PERFORM SET-DUPLICATE-RESPONSE
    ELSE
        MOVE WS-RESOURCE-ID TO CF-CUSTOMER-ID
        MOVE WS-INPUT-NAME TO CF-CUSTOMER-NAME
        MOVE WS-INPUT-ADDRESS TO CF-CUSTOMER-ADDRESS
        MOVE WS-INPUT-CITY TO CF-CUSTOMER-CITY
        MOVE WS-INPUT-STATE TO CF-CUSTOMER-STATE
        MOVE WS-INPUT-ZIP TO CF-CUSTOMER-ZIP
        MOVE WS-INPUT-PHONE TO CF-CUSTOMER-PHONE
        PERFORM SCREEN-CUSTOMER-NAME
        WRITE CUSTOMER-FILE-RECORD
            INVALID KEY
                PERFORM SET-DUPLICATE-RESPONSE
            NOT INVALID KEY
                PERFORM FORMAT-CUSTOMER-JSON
                MOVE SPACES TO WS-RESPONSE-BODY
                MOVE WS-CUSTOMER-JSON TO WS-RESPONSE-BODY
                MOVE 201 TO WS-STATUS-CODE
                MOVE "Created" TO WS-STATUS-TEXT
                ADD 1 TO WS-SUCCESS-COUNT
                MOVE "ADD" TO WS-LOG-ACTION
                MOVE CF-CUSTOMER-ID TO WS-LOG-CUST-ID
                PERFORM WRITE-ACTIVITY-LOG
        END-WRITE
    END-IF.

*> PUT /api/users/{id} - only the fields sent are changed. A
*> held customer is re-screened on every update and an active
*> one when the name changes, as ScreenHandler's REWRITE-CUST
*> does.
HANDLE-UPDATE-USER.
    >>IF DEBUG-MODE DEFINED
    DISPLAY "DEBUG: Handling PUT /api/users"

    ADD 1 TO WS-PUT-COUNT

    IF WS-CUSTOMER-FILE-OPEN NOT = "Y" THEN
        PERFORM SET-UNAVAILABLE-RESPONSE
    ELSE IF WS-RESOURCE-PATH = SPACES THEN
        PERFORM SET-NOT-ALLOWED-RESPONSE
    ELSE
        PERFORM READ-PATH-CUSTOMER
        IF WS-STATUS-CODE = 200 THEN
            PERFORM UPDATE-PATH-CUSTOMER
        END-IF
    END-IF
    END-IF

    PERFORM BUILD-RESPONSE.

UPDATE-PATH-CUSTOMER.
    PERFORM PARSE-CUSTOMER-BODY
    MOVE SPACES TO WS-ERROR-MESSAGE
    IF WS-HAS-ID = "Y" THEN
        MOVE WS-INPUT-ID TO WS-ID-TEXT
        MOVE WS-RESOURCE-ID TO WS-PATH-ID
        PERFORM VALIDATE-ID-TEXT
        IF WS-ID-VALID NOT = "Y" OR WS-RESOURCE-ID NOT = WS-PATH-ID
            MOVE "Customer ID in the body does not match the path"
                TO WS-ERROR-MESSAGE
        END-IF
        MOVE WS-PATH-ID TO WS-RESOURCE-ID
    END-IF
    IF WS-HAS-NAME = "Y" AND WS-INPUT-NAME = SPACES THEN
        MOVE "Customer name is required" TO WS-ERROR-MESSAGE
    END-IF

    IF CF-CLOSED THEN
        MOVE 409 TO WS-STATUS-CODE
        MOVE "Conflict" TO WS-STATUS-TEXT
        MOVE "Customer is closed" TO WS-ERROR-MESSAGE
        PERFORM SET-ERROR-RESPONSE
    ELSE IF WS-ERROR-MESSAGE NOT = SPACES THEN
        MOVE 422 TO WS-STATUS-CODE
        MOVE "Unprocessable Entity" TO WS-STATUS-TEXT
        PERFORM SET-ERROR-RESPONSE
    ELSE
        IF CF-PENDING-SCREENING OR
           (WS-HAS-NAME = "Y" AND WS-INPUT-NAME NOT = CF-CUSTOMER-NAME)
            MOVE "Y" TO WS-RESCREEN-NEEDED
        ELSE
            MOVE "N" TO WS-RESCREEN-NEEDED
        END-IF
        IF WS-HAS-NAME = "Y"
            MOVE WS-INPUT-NAME TO CF-CUSTOMER-NAME
        END-IF
        IF WS-HAS-ADDRESS = "Y"
            MOVE WS-INPUT-ADDRESS TO CF-CUSTOMER-ADDRESS
        END-IF
        IF WS-HAS-CITY = "Y"
            MOVE WS-INPUT-CITY TO CF-CUSTOMER-CITY
        END-IF
        IF WS-HAS-STATE = "Y"
            MOVE WS-INPUT-STATE TO CF-CUSTOMER-STATE
        END-IF
        IF WS-HAS-ZIP = "Y"
            MOVE WS-INPUT-ZIP TO CF-CUSTOMER-ZIP
        END-IF
        IF WS-HAS-PHONE = "Y"
            MOVE WS-INPUT-PHONE TO CF-CUSTOMER-PHONE
        END-IF
        IF WS-RESCREEN-NEEDED = "Y"
            PERFORM SCREEN-CUSTOMER-NAME
        END-IF
        REWRITE CUSTOMER-FILE-RECORD
            INVALID KEY
                PERFORM SET-NOT-FOUND-RESPONSE
            NOT INVALID KEY
                PERFORM FORMAT-CUSTOMER-JSON
                MOVE SPACES TO WS-RESPONSE-BODY
                MOVE WS-CUSTOMER-JSON TO WS-RESPONSE-BODY
                MOVE 200 TO WS-STATUS-CODE
                MOVE "OK" TO WS-STATUS-TEXT
                ADD 1 TO WS-SUCCESS-COUNT
                MOVE "UPDATE" TO WS-LOG-ACTION
                MOVE CF-CUSTOMER-ID TO WS-LOG-CUST-ID
                PERFORM WRITE-ACTIVITY-LOG
        END-REWRITE
    END-IF.

*> DELETE /api/users/{id} closes the customer - the record
*> stays on file with status C so its history still resolves
HANDLE-DELETE-USER.
    >>IF DEBUG-MODE DEFINED
    DISPLAY "DEBUG: Handling DELETE /api/users"

    ADD 1 TO WS-DELETE-COUNT

    IF WS-CUSTOMER-FILE-OPEN NOT = "Y" THEN
        PERFORM SET-UNAVAILABLE-RESPONSE
    ELSE IF WS-RESOURCE-PATH = SPACES THEN
        PERFORM SET-NOT-ALLOWED-RESPONSE
    ELSE
        PERFORM READ-PATH-CUSTOMER
        IF WS-STATUS-CODE = 200 THEN
            PERFORM CLOSE-PATH-CUSTOMER
        END-IF
    END-IF
    END-IF

    PERFORM BUILD-RESPONSE.

CLOSE-PATH-CUSTOMER.
    IF CF-CLOSED THEN
        MOVE 409 TO WS-STATUS-CODE
        MOVE "Conflict" TO WS-STATUS-TEXT
        MOVE "Customer is already closed" TO WS-ERROR-MESSAGE
        PERFORM SET-ERROR-RESPONSE
    ELSE
        MOVE "C" TO CF-CUSTOMER-STATUS
        REWRITE CUSTOMER-FILE-RECORD
            INVALID KEY
                PERFORM SET-NOT-FOUND-RESPONSE
            NOT INVALID KEY
                PERFORM FORMAT-CUSTOMER-JSON
                MOVE SPACES TO WS-RESPONSE-BODY
                MOVE WS-CUSTOMER-JSON TO WS-RESPONSE-BODY
                MOVE 200 TO WS-STATUS-CODE
                MOVE "OK" TO WS-STATUS-TEXT
                ADD 1 TO WS-SUCCESS-COUNT
                MOVE "CLOSE" TO WS-LOG-ACTION
                MOVE CF-CUSTOMER-ID TO WS-LOG-CUST-ID
                PERFORM WRITE-ACTIVITY-LOG
        END-REWRITE
    END-IF.

*> Reads the customer named by the path into the record area;
*> WS-STATUS-CODE is 200 when it was found, otherwise the 404
*> response is already built
READ-PATH-CUSTOMER.
    MOVE 200 TO WS-STATUS-CODE
    MOVE SPACES TO WS-ID-TEXT
    UNSTRING WS-RESOURCE-PATH(2:) DELIMITED BY "/" OR SPACE
        INTO WS-ID-TEXT
    END-UNSTRING
    PERFORM VALIDATE-ID-TEXT
    IF WS-ID-VALID NOT = "Y" THEN
        PERFORM SET-NOT-FOUND-RESPONSE
    ELSE
        MOVE WS-RESOURCE-ID TO CF-CUSTOMER-ID
        READ CUSTOMER-FILE
            INVALID KEY
                PERFORM SET-NOT-FOUND-RESPONSE
        END-READ
    END-IF.

*> A customer ID is 1 to 8 digits and not zero, the same range
*> CF-CUSTOMER-ID holds; the value lands in WS-RESOURCE-ID
VALIDATE-ID-TEXT.
    MOVE "N" TO WS-ID-VALID
    MOVE ZERO TO WS-RESOURCE-ID
    IF WS-ID-TEXT NOT = SPACES THEN
        MOVE LENGTH(TRIM(WS-ID-TEXT)) TO WS-ID-LEN
        MOVE TRIM(WS-ID-TEXT) TO WS-ID-TEXT
        IF WS-ID-LEN <= 8 AND WS-ID-TEXT(1:WS-ID-LEN) IS NUMERIC THEN
            COMPUTE WS-RESOURCE-ID = NUMVAL(WS-ID-TEXT(1:WS-ID-LEN))
            IF WS-RESOURCE-ID > ZERO THEN
                MOVE "Y" TO WS-ID-VALID
            END-IF
        END-IF
    END-IF.

*> Pull the customer fields out of the JSON request body
PARSE-CUSTOMER-BODY.
    MOVE SPACES TO WS-CUSTOMER-INPUT
    MOVE "id" TO WS-JSON-KEY
    PERFORM EXTRACT-JSON-FIELD
    MOVE WS-JSON-FOUND TO WS-HAS-ID
    MOVE WS-JSON-VALUE TO WS-INPUT-ID
    MOVE "name" TO WS-JSON-KEY
    PERFORM EXTRACT-JSON-FIELD
    MOVE WS-JSON-FOUND TO WS-HAS-NAME
    MOVE WS-JSON-VALUE TO WS-INPUT-NAME
    MOVE "address" TO WS-JSON-KEY
    PERFORM EXTRACT-JSON-FIELD
    MOVE WS-JSON-FOUND TO WS-HAS-ADDRESS
    MOVE WS-JSON-VALUE TO WS-INPUT-ADDRESS
    MOVE "city" TO WS-JSON-KEY
    PERFORM EXTRACT-JSON-FIELD
    MOVE WS-JSON-FOUND TO WS-HAS-CITY
    MOVE WS-JSON-VALUE TO WS-INPUT-CITY
    *> ScreenHandler's entry screen upper-cases the state
    MOVE "state" TO WS-JSON-KEY
    PERFORM EXTRACT-JSON-FIELD
    MOVE WS-JSON-FOUND TO WS-HAS-STATE
    MOVE UPPER-CASE(WS-JSON-VALUE) TO WS-INPUT-STATE
    MOVE "zip" TO WS-JSON-KEY
    PERFORM EXTRACT-JSON-FIELD
    MOVE WS-JSON-FOUND TO WS-HAS-ZIP
    MOVE WS-JSON-VALUE TO WS-INPUT-ZIP
    MOVE "phone" TO WS-JSON-KEY
    PERFORM EXTRACT-JSON-FIELD
    MOVE WS-JSON-FOUND TO WS-HAS-PHONE
    MOVE WS-JSON-VALUE TO WS-INPUT-PHONE.

*> Finds "key": in the body and returns its value - a quoted
*> string up to the closing quote, or a bare value up to the
*> next comma or closing brace
EXTRACT-JSON-FIELD.
    MOVE "N" TO WS-JSON-FOUND
    MOVE SPACES TO WS-JSON-VALUE
    MOVE ZERO TO WS-JSON-POS
    MOVE SPACES TO WS-JSON-PATTERN
    STRING '"' TRIM(WS-JSON-KEY) '":'
        DELIMITED BY SIZE
        INTO WS-JSON-PATTERN
    END-STRING
    MOVE LENGTH(TRIM(WS-JSON-PATTERN)) TO WS-JSON-PATTERN-LEN
    COMPUTE WS-SCAN-LIMIT = LENGTH(WS-BODY) - WS-JSON-PATTERN-LEN
    PERFORM FIND-JSON-PATTERN
        VARYING WS-SCAN-POS FROM 1 BY 1
        UNTIL WS-SCAN-POS > WS-SCAN-LIMIT OR WS-JSON-POS > ZERO
    IF WS-JSON-POS > ZERO THEN
        PERFORM SKIP-JSON-SPACE
            UNTIL WS-JSON-POS >= LENGTH(WS-BODY)
               OR WS-BODY(WS-JSON-POS:1) NOT = SPACE
        MOVE "Y" TO WS-JSON-FOUND
        IF WS-BODY(WS-JSON-POS:1) = '"' THEN
            ADD 1 TO WS-JSON-POS
            UNSTRING WS-BODY(WS-JSON-POS:) DELIMITED BY '"'
                INTO WS-JSON-VALUE
            END-UNSTRING
        ELSE
            UNSTRING WS-BODY(WS-JSON-POS:) DELIMITED BY "," OR "}"
                INTO WS-JSON-VALUE
            END-UNSTRING
            MOVE TRIM(WS-JSON-VALUE) TO WS-JSON-VALUE
        END-IF
    END-IF.

FIND-JSON-PATTERN.
    IF WS-BODY(WS-SCAN-POS:WS-JSON-PATTERN-LEN) =
       WS-JSON-PATTERN(1:WS-JSON-PATTERN-LEN) THEN
        COMPUTE WS-JSON-POS = WS-SCAN-POS + WS-JSON-PATTERN-LEN
    END-IF.

SKIP-JSON-SPACE.
    ADD 1 TO WS-JSON-POS.

*> Anything short of a clean check - a possible hit, a confirmed
*> one, or no watch list to check against - leaves the customer
*> pending, as it does for ScreenHandler
SCREEN-CUSTOMER-NAME.
    MOVE "SCRN" TO SC-SOURCE
    MOVE CF-CUSTOMER-ID TO SC-CUST-ID
    MOVE CF-CUSTOMER-NAME TO SC-CUST-NAME
    MOVE CF-CUSTOMER-CITY TO SC-CUST-CITY
    MOVE CF-CUSTOMER-STATE TO SC-CUST-STATE
    CALL "SanctionsNameCheck" USING SANCTIONS-CHECK-AREA

    IF SC-CLEAR THEN
        MOVE "A" TO CF-CUSTOMER-STATUS
    ELSE
        MOVE "P" TO CF-CUSTOMER-STATUS
        MOVE "SANCTHOLD" TO WS-LOG-ACTION
        MOVE CF-CUSTOMER-ID TO WS-LOG-CUST-ID
        PERFORM WRITE-ACTIVITY-LOG
    END-IF.

FORMAT-CUSTOMER-JSON.
    PERFORM SET-STATUS-WORD
    MOVE CF-CUSTOMER-ID TO WS-ID-EDIT
    MOVE SPACES TO WS-CUSTOMER-JSON
    STRING
        '{"id":' TRIM(WS-ID-EDIT)
        ',"name":"' TRIM(CF-CUSTOMER-NAME)
        '","address":"' TRIM(CF-CUSTOMER-ADDRESS)
        '","city":"' TRIM(CF-CUSTOMER-CITY)
        '","state":"' TRIM(CF-CUSTOMER-STATE)
        '","zip":"' TRIM(CF-CUSTOMER-ZIP)
        '","phone":"' TRIM(CF-CUSTOMER-PHONE)
        '","status":"' TRIM(WS-STATUS-WORD) '"}'
        DELIMITED BY SIZE
        INTO WS-CUSTOMER-JSON
    END-STRING.

FORMAT-CUSTOMER-SUMMARY.
    PERFORM SET-STATUS-WORD
    MOVE CF-CUSTOMER-ID TO WS-ID-EDIT
    MOVE SPACES TO WS-CUSTOMER-JSON
    STRING
        '{"id":' TRIM(WS-ID-EDIT)
        ',"name":"' TRIM(CF-CUSTOMER-NAME)
        '","city":"' TRIM(CF-CUSTOMER-CITY)
        '","state":"' TRIM(CF-CUSTOMER-STATE)
        '","status":"' TRIM(WS-STATUS-WORD) '"}'
        DELIMITED BY SIZE
        INTO WS-CUSTOMER-JSON
    END-STRING.

SET-STATUS-WORD.
    EVALUATE TRUE
        WHEN CF-ACTIVE
            MOVE "active" TO WS-STATUS-WORD
        WHEN CF-PENDING-SCREENING
            MOVE "pending_screening" TO WS-STATUS-WORD
        WHEN CF-CLOSED
            MOVE "closed" TO WS-STATUS-WORD
        WHEN OTHER
            MOVE CF-CUSTOMER-STATUS TO WS-STATUS-WORD
    END-EVALUATE.

SET-NOT-FOUND-RESPONSE.
    MOVE 404 TO WS-STATUS-CODE
    MOVE "Not Found" TO WS-STATUS-TEXT
    MOVE "No customer with that ID" TO WS-ERROR-MESSAGE
    PERFORM SET-ERROR-RESPONSE.

SET-DUPLICATE-RESPONSE.
    MOVE 409 TO WS-STATUS-CODE
    MOVE "Conflict" TO WS-STATUS-TEXT
    MOVE "Customer ID already exists" TO WS-ERROR-MESSAGE
    PERFORM SET-ERROR-RESPONSE.

SET-NOT-ALLOWED-RESPONSE.
    MOVE 405 TO WS-STATUS-CODE
    MOVE "Method Not Allowed" TO WS-STATUS-TEXT
    MOVE "Method not allowed on this resource" TO WS-ERROR-MESSAGE
    PERFORM SET-ERROR-RESPONSE.

SET-UNAVAILABLE-RESPONSE.
    MOVE 503 TO WS-STATUS-CODE
    MOVE "Service Unavailable" TO WS-STATUS-TEXT
    MOVE "Customer file unavailable" TO WS-ERROR-MESSAGE
    PERFORM SET-ERROR-RESPONSE.

SET-ERROR-RESPONSE.
    MOVE SPACES TO WS-RESPONSE-BODY
    STRING
        '{"error":"' TRIM(WS-STATUS-TEXT)
        '","message":"' TRIM(WS-ERROR-MESSAGE) '"}'
        DELIMITED BY SIZE
        INTO WS-RESPONSE-BODY
    END-STRING
    ADD 1 TO WS-ERROR-COUNT.

*> Append-only trail shared with ScreenHandler: when, who, what,
*> which customer
WRITE-ACTIVITY-LOG.
    OPEN EXTEND ACTIVITY-LOG-FILE
    IF WS-ACTLOG-STATUS NOT = "00" THEN
        OPEN OUTPUT ACTIVITY-LOG-FILE
    END-IF

    MOVE SPACES TO ACTIVITY-LOG-RECORD
    STRING CURRENT-DATE(1:14)
           "|" WS-LOG-OPERATOR
           "|" WS-LOG-ACTION
           "|" WS-LOG-CUST-ID
           DELIMITED BY SIZE INTO ACTIVITY-LOG-RECORD
    END-STRING
    WRITE ACTIVITY-LOG-RECORD
    CLOSE ACTIVITY-LOG-FILE.

HANDLE-HEALTH-CHECK.
    STRING
    MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
    DISPLAY "Service stopped at: " WS-TIMESTAMP
    DISPLAY "Shutdown complete."
    CLOSE AUDIT-LOG-FILE
    IF WS-CUSTOMER-FILE-OPEN = "Y"
        CLOSE CUSTOMER-FILE
    END-IF.

END PROGRAM WebServiceHandler.
