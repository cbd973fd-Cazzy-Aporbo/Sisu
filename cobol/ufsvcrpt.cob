       IDENTIFICATION DIVISION.
       PROGRAM-ID. UFSVCRPT.
       AUTHOR. CAZZY.
       REMARKS. >
           Monthly citizen service request (311) report from the
           UFSVCREQ file, by district and by category: requests
           opened and closed in the month, the average days to
           close, how many of the month's closures met their
           service-level target (and the percentage), and what was
           still open -- and of that, overdue -- at month end. The
           month entered (last month when blank) is the one
           reported.

      *-----------------------------------------------------------*
      * Mod history:
      *   2026-10-15  CAZZY - written; service request volumes
      *               and SLA compliance for the council's monthly
      *               operations review.
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SERVICE-REQUEST-FILE ASSIGN TO "UFSVCREQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SR-FILE-STATUS.
           SELECT PRINT-FILE ASSIGN TO "UFSVCRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SERVICE-REQUEST-FILE.
       01  SERVICE-REQUEST-RECORD.
           COPY UFSVCREQ REPLACING ==:LVL:== BY ==05==.

       FD  PRINT-FILE.
       01  PRINT-RECORD        PIC X(80).

       WORKING-STORAGE SECTION.
       77 SR-FILE-STATUS      PIC X(2).
       77 PRINT-FILE-STATUS   PIC X(2).
       77 TODAY-STAMP         PIC 9(8).
       77 MONTH-ENTRY         PIC X(6).
       77 REPORT-MONTH        PIC 9(6) VALUE 0.
       77 LINE-MONTH          PIC 9(6).
       77 MONTH-YEAR          PIC 9(4).
       77 MONTH-NUMBER        PIC 99.
       77 MONTH-START         PIC 9(8).
       77 MONTH-END           PIC 9(8).
       77 OPEN-MONTH          PIC 9(6).
       77 CLOSE-MONTH         PIC 9(6).
       77 REQUESTS-READ       PIC 9(5) VALUE 0.
       77 C-IDX               PIC 99.
       77 D-IDX               PIC 99.
       77 K-IDX               PIC 99.
       77 CATEGORY-OVERFLOW   PIC 9(4) VALUE 0.
       77 AVG-EDIT            PIC ZZ9.9.
       77 PCT-EDIT            PIC ZZ9.
       77 COUNT-EDIT-1        PIC ZZZZ9.
       77 COUNT-EDIT-2        PIC ZZZZ9.
       77 COUNT-EDIT-3        PIC ZZZZ9.
       77 COUNT-EDIT-4        PIC ZZZZ9.
       77 COUNT-EDIT-5        PIC ZZZZ9.
       77 ROW-LABEL           PIC X(10).

      *-----------------------------------------------------------*
      * One set of counters per district (1-9), per category (up  *
      * to 30, in order first seen) and for the city (entry 40).  *
      *-----------------------------------------------------------*
       01 TALLY-TABLE.
           05 TALLY-ENTRY OCCURS 40 TIMES.
              10 TL-OPENED     PIC 9(5).
              10 TL-CLOSED     PIC 9(5).
              10 TL-CLOSE-DAYS PIC 9(7).
              10 TL-MET        PIC 9(5).
              10 TL-OPEN-EOM   PIC 9(5).
              10 TL-OVERDUE-EOM PIC 9(5).
       01 CATEGORY-NAMES.
           05 CN-NAME OCCURS 30 TIMES PIC X(10).
       01 CATEGORY-COUNT      PIC 99 VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT TODAY-STAMP FROM DATE YYYYMMDD
           DISPLAY "Report month YYYYMM (blank = last month): "
           ACCEPT MONTH-ENTRY
           IF MONTH-ENTRY = SPACES
               MOVE TODAY-STAMP(1:6) TO LINE-MONTH
               PERFORM STEP-BACK-ONE-MONTH
               MOVE LINE-MONTH TO REPORT-MONTH
           ELSE
               COMPUTE REPORT-MONTH = FUNCTION NUMVAL(MONTH-ENTRY)
           END-IF
           PERFORM SET-MONTH-BOUNDS
           INITIALIZE TALLY-TABLE

           OPEN INPUT SERVICE-REQUEST-FILE
           IF SR-FILE-STATUS NOT = "00"
               DISPLAY "No service requests (UFSVCREQ) -- report "
                   "will print as zero"
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM UNTIL 1 = 2
                   READ SERVICE-REQUEST-FILE
                       AT END
                           EXIT PERFORM
                   END-READ
                   IF SERVICE-REQUEST-RECORD NOT = SPACES
                       ADD 1 TO REQUESTS-READ
                       PERFORM TALLY-ONE-REQUEST
                   END-IF
               END-PERFORM
               CLOSE SERVICE-REQUEST-FILE
           END-IF

           OPEN OUTPUT PRINT-FILE
           PERFORM PRINT-REPORT
           CLOSE PRINT-FILE
           DISPLAY "Service request report for " REPORT-MONTH
               " on UFSVCRPT (" REQUESTS-READ " requests read)"
           IF CATEGORY-OVERFLOW > 0
               DISPLAY CATEGORY-OVERFLOW " request(s) in categories "
                   "past the first 30 -- in the district and city "
                   "figures only"
           END-IF
           GOBACK.

       STEP-BACK-ONE-MONTH.
           COMPUTE MONTH-YEAR = LINE-MONTH / 100
           COMPUTE MONTH-NUMBER = LINE-MONTH - MONTH-YEAR * 100
           IF MONTH-NUMBER <= 1
               SUBTRACT 1 FROM MONTH-YEAR
               MOVE 12 TO MONTH-NUMBER
           ELSE
               SUBTRACT 1 FROM MONTH-NUMBER
           END-IF
           COMPUTE LINE-MONTH = MONTH-YEAR * 100 + MONTH-NUMBER
           .

      *-----------------------------------------------------------*
      * First and last day of the month: the last is the day      *
      * before the first of the month after.                      *
      *-----------------------------------------------------------*
       SET-MONTH-BOUNDS.
           COMPUTE MONTH-START = REPORT-MONTH * 100 + 1
           COMPUTE MONTH-YEAR = REPORT-MONTH / 100
           COMPUTE MONTH-NUMBER = REPORT-MONTH - MONTH-YEAR * 100
           IF MONTH-NUMBER >= 12
               ADD 1 TO MONTH-YEAR
               MOVE 1 TO MONTH-NUMBER
           ELSE
               ADD 1 TO MONTH-NUMBER
           END-IF
           COMPUTE MONTH-END = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE
                   (MONTH-YEAR * 10000 + MONTH-NUMBER * 100 + 1) - 1)
           .

      *-----------------------------------------------------------*
      * Each request counts toward its district, its category and *
      * the city. Opened and closed go by the month of the date;  *
      * a request open at month end was opened by then and not    *
      * closed until after, and is overdue if its target had      *
      * passed by then.                                           *
      *-----------------------------------------------------------*
       TALLY-ONE-REQUEST.
           MOVE 0 TO K-IDX
           PERFORM VARYING C-IDX FROM 1 BY 1
                   UNTIL C-IDX > CATEGORY-COUNT
               IF CN-NAME(C-IDX) = SR-CATEGORY
                   MOVE C-IDX TO K-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF K-IDX = 0
               IF CATEGORY-COUNT < 30
                   ADD 1 TO CATEGORY-COUNT
                   MOVE SR-CATEGORY TO CN-NAME(CATEGORY-COUNT)
                   MOVE CATEGORY-COUNT TO K-IDX
               ELSE
                   ADD 1 TO CATEGORY-OVERFLOW
               END-IF
           END-IF
           MOVE SR-OPEN-DATE(1:6) TO OPEN-MONTH
           MOVE SR-CLOSE-DATE(1:6) TO CLOSE-MONTH
           IF SR-DISTRICT > 0
               MOVE SR-DISTRICT TO D-IDX
               PERFORM TALLY-INTO-ENTRY
           END-IF
           IF K-IDX > 0
               COMPUTE D-IDX = K-IDX + 9
               PERFORM TALLY-INTO-ENTRY
           END-IF
           MOVE 40 TO D-IDX
           PERFORM TALLY-INTO-ENTRY
           .

       TALLY-INTO-ENTRY.
           IF OPEN-MONTH = REPORT-MONTH
               ADD 1 TO TL-OPENED(D-IDX)
           END-IF
           IF SR-STATUS = "C" AND CLOSE-MONTH = REPORT-MONTH
               ADD 1 TO TL-CLOSED(D-IDX)
               ADD SR-AGE-DAYS TO TL-CLOSE-DAYS(D-IDX)
               IF SR-CLOSE-DATE <= SR-TARGET-DATE
                   ADD 1 TO TL-MET(D-IDX)
               END-IF
           END-IF
           IF SR-OPEN-DATE <= MONTH-END
                   AND (SR-STATUS NOT = "C"
                        OR SR-CLOSE-DATE > MONTH-END)
               ADD 1 TO TL-OPEN-EOM(D-IDX)
               IF SR-TARGET-DATE < MONTH-END
                   ADD 1 TO TL-OVERDUE-EOM(D-IDX)
               END-IF
           END-IF
           .

       PRINT-REPORT.
           MOVE SPACES TO PRINT-RECORD
           STRING "CITIZEN SERVICE REQUESTS (311) FOR " REPORT-MONTH
               "  (" MONTH-START " - " MONTH-END ")"
               DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE "BY DISTRICT" TO PRINT-RECORD
           WRITE PRINT-RECORD
           PERFORM PRINT-COLUMN-HEADINGS
           PERFORM VARYING D-IDX FROM 1 BY 1 UNTIL D-IDX > 9
               IF TL-OPENED(D-IDX) > 0 OR TL-CLOSED(D-IDX) > 0
                       OR TL-OPEN-EOM(D-IDX) > 0
                   MOVE SPACES TO ROW-LABEL
                   STRING "DISTRICT " D-IDX(2:1)
                       DELIMITED BY SIZE INTO ROW-LABEL
                   PERFORM PRINT-TALLY-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE "BY CATEGORY" TO PRINT-RECORD
           WRITE PRINT-RECORD
           PERFORM PRINT-COLUMN-HEADINGS
           PERFORM VARYING C-IDX FROM 1 BY 1
                   UNTIL C-IDX > CATEGORY-COUNT
               COMPUTE D-IDX = C-IDX + 9
               IF TL-OPENED(D-IDX) > 0 OR TL-CLOSED(D-IDX) > 0
                       OR TL-OPEN-EOM(D-IDX) > 0
                   MOVE CN-NAME(C-IDX) TO ROW-LABEL
                   PERFORM PRINT-TALLY-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE 40 TO D-IDX
           MOVE "CITY TOTAL" TO ROW-LABEL
           PERFORM PRINT-TALLY-LINE
           .

       PRINT-COLUMN-HEADINGS.
           MOVE SPACES TO PRINT-RECORD
           STRING "            OPENED CLOSED  AVG-DAYS MET-SLA  MET%"
               "  OPEN-EOM OVERDUE"
               DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD
           .

      *-----------------------------------------------------------*
      * Average days to close and SLA compliance are over the     *
      * month's closures; with none, they print as zero.          *
      *-----------------------------------------------------------*
       PRINT-TALLY-LINE.
           MOVE 0 TO AVG-EDIT
           MOVE 0 TO PCT-EDIT
           IF TL-CLOSED(D-IDX) > 0
               COMPUTE AVG-EDIT ROUNDED =
                   TL-CLOSE-DAYS(D-IDX) / TL-CLOSED(D-IDX)
               COMPUTE PCT-EDIT ROUNDED =
                   TL-MET(D-IDX) * 100 / TL-CLOSED(D-IDX)
           END-IF
           MOVE TL-OPENED(D-IDX) TO COUNT-EDIT-1
           MOVE TL-CLOSED(D-IDX) TO COUNT-EDIT-2
           MOVE TL-MET(D-IDX) TO COUNT-EDIT-3
           MOVE TL-OPEN-EOM(D-IDX) TO COUNT-EDIT-4
           MOVE TL-OVERDUE-EOM(D-IDX) TO COUNT-EDIT-5
           MOVE SPACES TO PRINT-RECORD
           STRING ROW-LABEL "   " COUNT-EDIT-1 "  " COUNT-EDIT-2
               "     " AVG-EDIT "   " COUNT-EDIT-3 "   " PCT-EDIT
               "     " COUNT-EDIT-4 "   " COUNT-EDIT-5
               DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD
           .
