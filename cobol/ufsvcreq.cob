       IDENTIFICATION DIVISION.
       PROGRAM-ID. UFSVCREQ.
       AUTHOR. CAZZY.
       REMARKS. >
           Citizen service requests (311) for the city. The
           UFSRTRAN transactions open a request (citizen, district,
           category and what is wrong), assign it to a department
           and close it; a new request goes to the department and
           target the UFSLA table gives its category. Every run
           then ages the open requests: days open, and whether the
           category's service-level target has passed. A request
           going overdue raises a WARNING on OPSALERT once, and
           URBANFLUX takes the overdue requests out of the
           happiness of the district's citizens. The UFSVCREQ file
           keeps closed requests for the UFSVCRPT monthly report.

      *-----------------------------------------------------------*
      * Mod history:
      *   2026-10-15  CAZZY - written; a citizen had no way to
      *               report a pothole, a dark streetlight or a
      *               noise problem and see it followed through.
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SLA-TABLE-FILE ASSIGN TO "UFSLA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SLA-FILE-STATUS.
           SELECT SERVICE-REQUEST-FILE ASSIGN TO "UFSVCREQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SR-FILE-STATUS.
           SELECT SR-TRANS-FILE ASSIGN TO "UFSRTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANS-FILE-STATUS.
           SELECT OPERATOR-ALERT-FILE ASSIGN TO "OPSALERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPALERT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *-----------------------------------------------------------*
      * One line per category: CATEGORY TARGET-DAYS DEPARTMENT.   *
      * A DEFAULT line covers categories not listed.              *
      *-----------------------------------------------------------*
       FD  SLA-TABLE-FILE.
       01  SLA-TABLE-RECORD    PIC X(80).

       FD  SERVICE-REQUEST-FILE.
       01  SERVICE-REQUEST-RECORD.
           COPY UFSVCREQ REPLACING ==:LVL:== BY ==05==.

       FD  SR-TRANS-FILE.
       01  SR-TRANS-RECORD     PIC X(80).

       FD  OPERATOR-ALERT-FILE.
       01  OPERATOR-ALERT-RECORD.
           COPY OPALERT REPLACING ==:LVL:== BY ==05==.

       WORKING-STORAGE SECTION.
       77 SLA-FILE-STATUS     PIC X(2).
       77 SR-FILE-STATUS      PIC X(2).
       77 TRANS-FILE-STATUS   PIC X(2).
       77 OPALERT-FILE-STATUS PIC X(2).
       77 LOCK-RESOURCE       PIC X(8).
       77 LOCK-ACTION         PIC X.
       77 LOCK-HOLDER         PIC X(8) VALUE "UFSVCREQ".
       77 LOCK-RESULT         PIC X.
       77 TODAY-STAMP         PIC 9(8).
       77 TODAY-INT           PIC 9(7).
       77 DEFAULT-TARGET      PIC 9(3) VALUE 10.
       77 DEFAULT-DEPT        PIC X(8) VALUE "CITYHALL".
       77 NEXT-REQUEST-ID     PIC 9(6) VALUE 0.
       77 I-IDX               PIC 9(4).
       77 S-IDX               PIC 99.
       77 MATCH-IDX           PIC 9(4).
       77 TEXT-POINTER        PIC 99.
       77 TARGET-DAYS         PIC 9(3).
       77 TARGET-DEPT         PIC X(8).
       77 TRANS-READ          PIC 9(4) VALUE 0.
       77 TRANS-REJECTED      PIC 9(4) VALUE 0.
       77 REQUESTS-OPENED     PIC 9(4) VALUE 0.
       77 REQUESTS-CLOSED     PIC 9(4) VALUE 0.
       77 OPEN-COUNT          PIC 9(4) VALUE 0.
       77 OVERDUE-COUNT       PIC 9(4) VALUE 0.
       77 NEWLY-OVERDUE       PIC 9(4) VALUE 0.
       77 TABLE-OVERFLOW      PIC X VALUE "N".
       77 REJECT-REASON       PIC X(40).
       77 DAYS-OVER           PIC 9(4).
       01 TRAN-TOKENS.
           05 TT-ACTION        PIC X(10).
           05 TT-ARG1          PIC X(10).
           05 TT-ARG2          PIC X(10).
           05 TT-ARG3          PIC X(10).
       01 TT-DESC             PIC X(30).
       01 TT-ID               PIC 9(6).
       01 SLA-TOKENS.
           05 ST-CATEGORY      PIC X(10).
           05 ST-DAYS          PIC X(10).
           05 ST-DEPT          PIC X(10).

       01 SLA-TABLE.
           05 SLA-ENTRY OCCURS 30 TIMES.
              10 SL-CATEGORY   PIC X(10).
              10 SL-DAYS       PIC 9(3).
              10 SL-DEPT       PIC X(8).
       01 SLA-COUNT           PIC 99 VALUE 0.

       01 REQUEST-TABLE.
           05 REQUEST-ENTRY OCCURS 3000 TIMES.
              10 RQ-IMAGE      PIC X(100).
       01 REQUEST-COUNT       PIC 9(4) VALUE 0.
       01 MAX-REQUESTS        PIC 9(4) VALUE 3000.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT TODAY-STAMP FROM DATE YYYYMMDD
           COMPUTE TODAY-INT = FUNCTION INTEGER-OF-DATE(TODAY-STAMP)
           PERFORM LOAD-SLA-TABLE
           PERFORM LOAD-SERVICE-REQUESTS
           IF TABLE-OVERFLOW = "Y"
               DISPLAY "UFSVCREQ holds more than " MAX-REQUESTS
                   " requests -- nothing applied or aged, file "
                   "left as it was"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM APPLY-REQUEST-TRANSACTIONS
           PERFORM AGE-OPEN-REQUESTS
           PERFORM SAVE-SERVICE-REQUESTS
           DISPLAY "Service requests: " REQUESTS-OPENED " opened, "
               REQUESTS-CLOSED " closed, " OPEN-COUNT " open, "
               OVERDUE-COUNT " overdue (" NEWLY-OVERDUE " new)"
           IF TRANS-REJECTED > 0
               DISPLAY TRANS-REJECTED " UFSRTRAN transaction(s) "
                   "rejected"
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

       LOAD-SLA-TABLE.
           OPEN INPUT SLA-TABLE-FILE
           IF SLA-FILE-STATUS NOT = "00"
               DISPLAY "No UFSLA table -- every category gets a "
                   DEFAULT-TARGET "-day target at " DEFAULT-DEPT
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ SLA-TABLE-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               MOVE SPACES TO SLA-TOKENS
               UNSTRING SLA-TABLE-RECORD DELIMITED BY ALL SPACES
                   INTO ST-CATEGORY ST-DAYS ST-DEPT
               IF FUNCTION TRIM(ST-DAYS) IS NOT NUMERIC
                   EXIT PERFORM CYCLE
               END-IF
               IF ST-CATEGORY = "DEFAULT"
                   COMPUTE DEFAULT-TARGET = FUNCTION NUMVAL(ST-DAYS)
                   IF ST-DEPT NOT = SPACES
                       MOVE ST-DEPT TO DEFAULT-DEPT
                   END-IF
                   EXIT PERFORM CYCLE
               END-IF
               IF SLA-COUNT < 30
                   ADD 1 TO SLA-COUNT
                   MOVE ST-CATEGORY TO SL-CATEGORY(SLA-COUNT)
                   COMPUTE SL-DAYS(SLA-COUNT) =
                       FUNCTION NUMVAL(ST-DAYS)
                   MOVE ST-DEPT TO SL-DEPT(SLA-COUNT)
               END-IF
           END-PERFORM
           CLOSE SLA-TABLE-FILE
           .

       LOAD-SERVICE-REQUESTS.
           MOVE 0 TO REQUEST-COUNT
           OPEN INPUT SERVICE-REQUEST-FILE
           IF SR-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ SERVICE-REQUEST-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF SERVICE-REQUEST-RECORD = SPACES
                   EXIT PERFORM CYCLE
               END-IF
               IF REQUEST-COUNT >= MAX-REQUESTS
                   MOVE "Y" TO TABLE-OVERFLOW
                   EXIT PERFORM
               END-IF
               ADD 1 TO REQUEST-COUNT
               MOVE SERVICE-REQUEST-RECORD TO RQ-IMAGE(REQUEST-COUNT)
               IF SR-ID > NEXT-REQUEST-ID
                   MOVE SR-ID TO NEXT-REQUEST-ID
               END-IF
           END-PERFORM
           CLOSE SERVICE-REQUEST-FILE
           .

      *-----------------------------------------------------------*
      * UFSRTRAN, in the order written, then cleared so nothing   *
      * is applied twice:                                         *
      *   OPEN   citizen district category description            *
      *   ASSIGN request department                               *
      *   CLOSE  request                                          *
      *-----------------------------------------------------------*
       APPLY-REQUEST-TRANSACTIONS.
           OPEN INPUT SR-TRANS-FILE
           IF TRANS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ SR-TRANS-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF SR-TRANS-RECORD = SPACES
                   EXIT PERFORM CYCLE
               END-IF
               ADD 1 TO TRANS-READ
               MOVE SPACES TO TRAN-TOKENS
               MOVE SPACES TO TT-DESC
               MOVE SPACES TO REJECT-REASON
               MOVE 1 TO TEXT-POINTER
               UNSTRING SR-TRANS-RECORD DELIMITED BY ALL SPACES
                   INTO TT-ACTION TT-ARG1 TT-ARG2 TT-ARG3
                   WITH POINTER TEXT-POINTER
               IF TEXT-POINTER <= 80
                   MOVE SR-TRANS-RECORD(TEXT-POINTER:) TO TT-DESC
               END-IF
               EVALUATE TT-ACTION
                   WHEN "OPEN"
                       PERFORM OPEN-ONE-REQUEST
                   WHEN "ASSIGN"
                       PERFORM ASSIGN-ONE-REQUEST
                   WHEN "CLOSE"
                       PERFORM CLOSE-ONE-REQUEST
                   WHEN OTHER
                       MOVE "UNKNOWN TRANSACTION" TO REJECT-REASON
               END-EVALUATE
               IF REJECT-REASON NOT = SPACES
                   ADD 1 TO TRANS-REJECTED
                   DISPLAY "UFSRTRAN rejected: "
                       FUNCTION TRIM(SR-TRANS-RECORD) " -- "
                       REJECT-REASON
               END-IF
           END-PERFORM
           CLOSE SR-TRANS-FILE
           OPEN OUTPUT SR-TRANS-FILE
           CLOSE SR-TRANS-FILE
           .

       OPEN-ONE-REQUEST.
           IF TT-ARG1 = SPACES OR TT-ARG3 = SPACES
               MOVE "CITIZEN OR CATEGORY MISSING" TO REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF TT-ARG2(1:1) IS NOT NUMERIC OR TT-ARG2(1:1) = "0"
                   OR TT-ARG2(2:) NOT = SPACES
               MOVE "DISTRICT NOT 1-9" TO REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF REQUEST-COUNT >= MAX-REQUESTS
               MOVE "REQUEST TABLE FULL" TO REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-SLA-TARGET
           ADD 1 TO NEXT-REQUEST-ID
           ADD 1 TO REQUEST-COUNT
           ADD 1 TO REQUESTS-OPENED
           MOVE SPACES TO SERVICE-REQUEST-RECORD
           MOVE NEXT-REQUEST-ID TO SR-ID
           MOVE TT-ARG1 TO SR-CITIZEN
           MOVE TT-ARG2(1:1) TO SR-DISTRICT
           MOVE TT-ARG3 TO SR-CATEGORY
           MOVE TODAY-STAMP TO SR-OPEN-DATE
           MOVE TARGET-DEPT TO SR-DEPT
           MOVE "A" TO SR-STATUS
           IF SR-DEPT = SPACES
               MOVE "O" TO SR-STATUS
           END-IF
           COMPUTE SR-TARGET-DATE = FUNCTION DATE-OF-INTEGER
               (TODAY-INT + TARGET-DAYS)
           MOVE 0 TO SR-AGE-DAYS
           MOVE "N" TO SR-OVERDUE
           MOVE 0 TO SR-CLOSE-DATE
           MOVE TT-DESC TO SR-DESC
           MOVE SERVICE-REQUEST-RECORD TO RQ-IMAGE(REQUEST-COUNT)
           DISPLAY "Request " SR-ID " " SR-CATEGORY " district "
               SR-DISTRICT " to " SR-DEPT " due " SR-TARGET-DATE
           .

       FIND-SLA-TARGET.
           MOVE DEFAULT-TARGET TO TARGET-DAYS
           MOVE DEFAULT-DEPT TO TARGET-DEPT
           PERFORM VARYING S-IDX FROM 1 BY 1 UNTIL S-IDX > SLA-COUNT
               IF SL-CATEGORY(S-IDX) = TT-ARG3
                   MOVE SL-DAYS(S-IDX) TO TARGET-DAYS
                   MOVE SL-DEPT(S-IDX) TO TARGET-DEPT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

       ASSIGN-ONE-REQUEST.
           PERFORM FIND-REQUEST
           IF REJECT-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF TT-ARG2 = SPACES
               MOVE "DEPARTMENT MISSING" TO REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE TT-ARG2 TO SR-DEPT
           MOVE "A" TO SR-STATUS
           MOVE SERVICE-REQUEST-RECORD TO RQ-IMAGE(MATCH-IDX)
           .

       CLOSE-ONE-REQUEST.
           PERFORM FIND-REQUEST
           IF REJECT-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE "C" TO SR-STATUS
           MOVE TODAY-STAMP TO SR-CLOSE-DATE
           COMPUTE SR-AGE-DAYS = TODAY-INT
               - FUNCTION INTEGER-OF-DATE(SR-OPEN-DATE)
           IF TODAY-STAMP > SR-TARGET-DATE
               MOVE "Y" TO SR-OVERDUE
           ELSE
               MOVE "N" TO SR-OVERDUE
           END-IF
           ADD 1 TO REQUESTS-CLOSED
           MOVE SERVICE-REQUEST-RECORD TO RQ-IMAGE(MATCH-IDX)
           .

      *-----------------------------------------------------------*
      * Leaves the request in SERVICE-REQUEST-RECORD; a closed    *
      * request takes no further transactions.                    *
      *-----------------------------------------------------------*
       FIND-REQUEST.
           IF FUNCTION TRIM(TT-ARG1) IS NOT NUMERIC
               MOVE "REQUEST NUMBER NOT NUMERIC" TO REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           COMPUTE TT-ID = FUNCTION NUMVAL(TT-ARG1)
           MOVE 0 TO MATCH-IDX
           PERFORM VARYING I-IDX FROM 1 BY 1
                   UNTIL I-IDX > REQUEST-COUNT
               IF RQ-IMAGE(I-IDX)(1:6) = TT-ID
                   MOVE I-IDX TO MATCH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF MATCH-IDX = 0
               MOVE "NO SUCH REQUEST" TO REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE RQ-IMAGE(MATCH-IDX) TO SERVICE-REQUEST-RECORD
           IF SR-STATUS = "C"
               MOVE "REQUEST ALREADY CLOSED" TO REJECT-REASON
           END-IF
           .

      *-----------------------------------------------------------*
      * Days open for every request still open; one past its      *
      * target date goes overdue and is alerted the night it      *
      * does, not every night after.                              *
      *-----------------------------------------------------------*
       AGE-OPEN-REQUESTS.
           PERFORM VARYING I-IDX FROM 1 BY 1
                   UNTIL I-IDX > REQUEST-COUNT
               MOVE RQ-IMAGE(I-IDX) TO SERVICE-REQUEST-RECORD
               IF SR-STATUS NOT = "C"
                   ADD 1 TO OPEN-COUNT
                   COMPUTE SR-AGE-DAYS = TODAY-INT
                       - FUNCTION INTEGER-OF-DATE(SR-OPEN-DATE)
                   IF TODAY-STAMP > SR-TARGET-DATE
                       ADD 1 TO OVERDUE-COUNT
                       IF SR-OVERDUE NOT = "Y"
                           MOVE "Y" TO SR-OVERDUE
                           PERFORM RAISE-OVERDUE-ALERT
                       END-IF
                   END-IF
                   MOVE SERVICE-REQUEST-RECORD TO RQ-IMAGE(I-IDX)
               END-IF
           END-PERFORM
           IF NEWLY-OVERDUE > 0
               CLOSE OPERATOR-ALERT-FILE
               MOVE "OPSALERT" TO LOCK-RESOURCE
               MOVE "R" TO LOCK-ACTION
               CALL "FILELOCK" USING LOCK-RESOURCE LOCK-ACTION
                   LOCK-HOLDER LOCK-RESULT
           END-IF
           .

       RAISE-OVERDUE-ALERT.
           IF NEWLY-OVERDUE = 0
               MOVE "OPSALERT" TO LOCK-RESOURCE
               MOVE "A" TO LOCK-ACTION
               CALL "FILELOCK" USING LOCK-RESOURCE LOCK-ACTION
                   LOCK-HOLDER LOCK-RESULT
               IF LOCK-RESULT NOT = "A"
                   DISPLAY "OPSALERT is held by another program -- "
                       "appends may interleave"
               END-IF
               OPEN EXTEND OPERATOR-ALERT-FILE
               IF OPALERT-FILE-STATUS NOT = "00"
                   OPEN OUTPUT OPERATOR-ALERT-FILE
               END-IF
           END-IF
           ADD 1 TO NEWLY-OVERDUE
           COMPUTE DAYS-OVER = TODAY-INT
               - FUNCTION INTEGER-OF-DATE(SR-TARGET-DATE)
           MOVE SPACES TO OPERATOR-ALERT-RECORD
           MOVE "UFSVCREQ" TO OA-SOURCE
           MOVE TODAY-STAMP TO OA-DATE
           MOVE 0 TO OA-STEP
           MOVE "WARNING" TO OA-SEVERITY
           STRING "311 " SR-ID " " SR-CATEGORY " D" SR-DISTRICT
               " " SR-DEPT " OVERDUE " DAYS-OVER " DAYS"
               DELIMITED BY SIZE INTO OA-TEXT
           WRITE OPERATOR-ALERT-RECORD
           .

       SAVE-SERVICE-REQUESTS.
           OPEN OUTPUT SERVICE-REQUEST-FILE
           PERFORM VARYING I-IDX FROM 1 BY 1
                   UNTIL I-IDX > REQUEST-COUNT
               MOVE RQ-IMAGE(I-IDX) TO SERVICE-REQUEST-RECORD
               WRITE SERVICE-REQUEST-RECORD
           END-PERFORM
           CLOSE SERVICE-REQUEST-FILE
           .
