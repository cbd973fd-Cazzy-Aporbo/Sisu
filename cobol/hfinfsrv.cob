       IDENTIFICATION DIVISION.
       PROGRAM-ID. HFINFSRV.
       AUTHOR. CAZZY.
       REMARKS. >
           Monthly infection surveillance rates by unit for the
           infection control committee. Every isolation that
           INFECTTRACE logged on HFINFLOG is classified hospital-
           onset when its exposure date falls on or after the
           ONSET-DAYS day of the stay, community-onset otherwise,
           and each unit's hospital-onset count is rated per 1,000
           patient-days -- one patient-day per HFSTAYLG VIT line,
           the one line per occupied bed HEALTHFLUX writes with
           each run's bed-day accrual. The month entered (this
           month when blank) is printed beside the two before it
           for the trend, and a unit whose rate for the month is
           over its HFINFPRM benchmark goes to OPSALERT.

      *-----------------------------------------------------------*
      * Mod history:
      *   2026-10-15  CAZZY - written; infection control was
      *               counting infections by hand for the monthly
      *               committee.
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INFECTION-LOG-FILE ASSIGN TO "HFINFLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INFLOG-FILE-STATUS.
           SELECT STAY-LOG-FILE ASSIGN TO "HFSTAYLG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STAYLOG-FILE-STATUS.
           SELECT BENCHMARK-PARM-FILE ASSIGN TO "HFINFPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-FILE-STATUS.
           SELECT OPERATOR-ALERT-FILE ASSIGN TO "OPSALERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPALERT-FILE-STATUS.
           SELECT PRINT-FILE ASSIGN TO "HFINFSRV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INFECTION-LOG-FILE.
       01  INFECTION-EVENT-RECORD.
           COPY HFINFEVT REPLACING ==:LVL:== BY ==05==.

       FD  STAY-LOG-FILE.
       01  STAY-LOG-RECORD.
           COPY HFSTAYREC REPLACING ==:LVL:== BY ==05==
                                    ==:SUB:== BY ==10==.

      *-----------------------------------------------------------*
      * One benchmark per line: rate per 1,000 patient-days, then *
      * the unit it applies to. A line with no unit is the house  *
      * benchmark for every unit without a line of its own.       *
      *-----------------------------------------------------------*
       FD  BENCHMARK-PARM-FILE.
       01  PARM-RECORD         PIC X(80).

       FD  OPERATOR-ALERT-FILE.
       01  OPERATOR-ALERT-RECORD.
           COPY OPALERT REPLACING ==:LVL:== BY ==05==.

       FD  PRINT-FILE.
       01  PRINT-RECORD        PIC X(80).

       WORKING-STORAGE SECTION.
       77 INFLOG-FILE-STATUS  PIC X(2).
       77 STAYLOG-FILE-STATUS PIC X(2).
       77 PARM-FILE-STATUS    PIC X(2).
       77 OPALERT-FILE-STATUS PIC X(2).
       77 PRINT-FILE-STATUS   PIC X(2).
       77 TODAY-STAMP         PIC 9(8).
       77 MONTH-ENTRY         PIC X(10).
       77 REPORT-MONTH        PIC 9(6) VALUE 0.
       77 ONSET-DAYS          PIC 99 VALUE 3.
       77 ONSET-DAY-OUT       PIC Z9.
       77 STAY-DAY            PIC S9(5).
       77 HOUSE-BENCHMARK     PIC 9(4)V99 VALUE 3.00.
       77 BENCH-RATE-TEXT     PIC X(10).
       77 BENCH-UNIT          PIC X(4).
       77 LINE-UNIT           PIC X(4).
       77 LINE-MONTH          PIC 9(6).
       77 U-IDX               PIC 99.
       77 M-IDX               PIC 9.
       77 B-IDX               PIC 99.
       77 UNIT-BENCHMARK      PIC 9(4)V99.
       77 RATE-WORK           PIC 9(4)V99.
       77 RATE-OUT            PIC ZZZ9.99.
       77 PRIOR-OUT           PIC ZZZ9.99.
       77 EARLIER-OUT         PIC ZZZ9.99.
       77 BENCH-OUT           PIC ZZZ9.99.
       77 TREND-TEXT          PIC X(4).
       77 FLAG-TEXT           PIC X(6).
       77 FLAGGED-COUNT       PIC 99 VALUE 0.
       77 NO-ADMIT-COUNT      PIC 9(4) VALUE 0.
       77 SKIPPED-COUNT       PIC 9(6) VALUE 0.

      *-----------------------------------------------------------*
      * The three months reported, oldest first: the month        *
      * entered is MONTH-KEY(3), the two before it 2 and 1.       *
      *-----------------------------------------------------------*
       01 MONTH-KEYS.
           05 MONTH-KEY OCCURS 3 TIMES PIC 9(6).
       01 MONTH-YEAR          PIC 9(4).
       01 MONTH-NUMBER        PIC 99.

       01 BENCHMARK-TABLE.
           05 BT-ENTRY OCCURS 30 TIMES.
              10 BT-UNIT       PIC X(4).
              10 BT-RATE       PIC 9(4)V99.
       01 BT-COUNT            PIC 99 VALUE 0.

      *-----------------------------------------------------------*
      * Per unit and month: patient-days, hospital-onset and      *
      * community-onset isolations, and the hospital-onset rate   *
      * per 1,000 patient-days.                                   *
      *-----------------------------------------------------------*
       01 UNIT-COUNTS.
           05 UC-ENTRY OCCURS 30 TIMES.
              10 UC-UNIT       PIC X(4).
              10 UC-MONTH OCCURS 3 TIMES.
                 15 UC-PT-DAYS    PIC 9(6).
                 15 UC-HOSPITAL   PIC 9(4).
                 15 UC-COMMUNITY  PIC 9(4).
                 15 UC-RATE       PIC 9(4)V99.
       01 UC-TOTAL            PIC 99 VALUE 0.

       01 GRAND-TOTALS.
           05 GT-PT-DAYS      PIC 9(7) VALUE 0.
           05 GT-HOSPITAL     PIC 9(5) VALUE 0.
           05 GT-COMMUNITY    PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT TODAY-STAMP FROM DATE YYYYMMDD
           DISPLAY "Surveillance month YYYYMM (blank = this month): "
           ACCEPT MONTH-ENTRY
           IF MONTH-ENTRY = SPACES
               MOVE TODAY-STAMP(1:6) TO REPORT-MONTH
           ELSE
               COMPUTE REPORT-MONTH = FUNCTION NUMVAL(MONTH-ENTRY)
           END-IF
           PERFORM SET-MONTH-KEYS
           PERFORM LOAD-BENCHMARKS

           OPEN INPUT STAY-LOG-FILE
           IF STAYLOG-FILE-STATUS NOT = "00"
               DISPLAY "Cannot open HFSTAYLG, status "
                   STAYLOG-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL 1 = 2
               READ STAY-LOG-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               PERFORM TALLY-PATIENT-DAY
           END-PERFORM
           CLOSE STAY-LOG-FILE

      *    No HFINFLOG yet just means no isolations logged.
           OPEN INPUT INFECTION-LOG-FILE
           IF INFLOG-FILE-STATUS = "00"
               PERFORM UNTIL 1 = 2
                   READ INFECTION-LOG-FILE
                       AT END
                           EXIT PERFORM
                   END-READ
                   PERFORM TALLY-ISOLATION
               END-PERFORM
               CLOSE INFECTION-LOG-FILE
           END-IF

           PERFORM VARYING U-IDX FROM 1 BY 1 UNTIL U-IDX > UC-TOTAL
               PERFORM VARYING M-IDX FROM 1 BY 1 UNTIL M-IDX > 3
                   PERFORM COMPUTE-UNIT-RATE
               END-PERFORM
           END-PERFORM

           OPEN OUTPUT PRINT-FILE
           PERFORM PRINT-REPORT
           CLOSE PRINT-FILE
           DISPLAY "Infection surveillance for " REPORT-MONTH ": "
               GT-HOSPITAL " hospital-onset, " GT-COMMUNITY
               " community-onset over " GT-PT-DAYS
               " patient-days on HFINFSRV"
           IF FLAGGED-COUNT > 0
               DISPLAY FLAGGED-COUNT
                   " units over benchmark raised to OPSALERT"
           END-IF
           IF SKIPPED-COUNT > 0
               DISPLAY SKIPPED-COUNT
                   " records for units over the table limit not counted"
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       SET-MONTH-KEYS.
           MOVE REPORT-MONTH TO MONTH-KEY(3)
           PERFORM VARYING M-IDX FROM 2 BY -1 UNTIL M-IDX < 1
               COMPUTE MONTH-YEAR = MONTH-KEY(M-IDX + 1) / 100
               COMPUTE MONTH-NUMBER = MONTH-KEY(M-IDX + 1)
                   - MONTH-YEAR * 100
               IF MONTH-NUMBER <= 1
                   SUBTRACT 1 FROM MONTH-YEAR
                   MOVE 12 TO MONTH-NUMBER
               ELSE
                   SUBTRACT 1 FROM MONTH-NUMBER
               END-IF
               COMPUTE MONTH-KEY(M-IDX) =
                   MONTH-YEAR * 100 + MONTH-NUMBER
           END-PERFORM
           .

      *-----------------------------------------------------------*
      * No HFINFPRM, or no unit-blank line in it, leaves the      *
      * house benchmark at its default.                           *
      *-----------------------------------------------------------*
       LOAD-BENCHMARKS.
           OPEN INPUT BENCHMARK-PARM-FILE
           IF PARM-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ BENCHMARK-PARM-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               MOVE SPACES TO BENCH-RATE-TEXT
               MOVE SPACES TO BENCH-UNIT
               UNSTRING PARM-RECORD DELIMITED BY ALL SPACES
                   INTO BENCH-RATE-TEXT BENCH-UNIT
               IF BENCH-RATE-TEXT NOT = SPACES
                   IF BENCH-UNIT = SPACES
                       COMPUTE HOUSE-BENCHMARK =
                           FUNCTION NUMVAL(BENCH-RATE-TEXT)
                   ELSE
                       IF BT-COUNT < 30
                           ADD 1 TO BT-COUNT
                           MOVE BENCH-UNIT TO BT-UNIT(BT-COUNT)
                           COMPUTE BT-RATE(BT-COUNT) =
                               FUNCTION NUMVAL(BENCH-RATE-TEXT)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE BENCHMARK-PARM-FILE
           .

      *-----------------------------------------------------------*
      * HEALTHFLUX accrues one bed-day per occupied bed per run   *
      * and writes that bed's VIT line in the same run, so each   *
      * VIT line in a month is one patient-day on its unit.       *
      *-----------------------------------------------------------*
       TALLY-PATIENT-DAY.
           IF SL-TYPE NOT = "VIT" OR SL-DATE IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE SL-DATE(1:6) TO LINE-MONTH
           PERFORM FIND-MONTH
           IF M-IDX = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SL-UNIT TO LINE-UNIT
           PERFORM FIND-UNIT
           IF U-IDX = 0
               ADD 1 TO SKIPPED-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO UC-PT-DAYS(U-IDX, M-IDX)
           IF M-IDX = 3
               ADD 1 TO GT-PT-DAYS
           END-IF
           .

      *-----------------------------------------------------------*
      * Hospital-onset when the exposure came ONSET-DAYS or more  *
      * days after admission -- on or after day 4 of the stay,    *
      * the admit date being day 1. An isolation with no usable   *
      * admit date cannot be shown to have started in the         *
      * hospital; it counts community-onset and is footnoted.     *
      *-----------------------------------------------------------*
       TALLY-ISOLATION.
           IF IE-EXPOSURE-DATE IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE IE-EXPOSURE-DATE(1:6) TO LINE-MONTH
           PERFORM FIND-MONTH
           IF M-IDX = 0
               EXIT PARAGRAPH
           END-IF
           MOVE IE-UNIT TO LINE-UNIT
           PERFORM FIND-UNIT
           IF U-IDX = 0
               ADD 1 TO SKIPPED-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE -1 TO STAY-DAY
           IF IE-ADMIT-DATE IS NUMERIC
                   AND IE-ADMIT-DATE >= 19000101
                   AND IE-ADMIT-DATE <= IE-EXPOSURE-DATE
               COMPUTE STAY-DAY =
                   FUNCTION INTEGER-OF-DATE(IE-EXPOSURE-DATE)
                   - FUNCTION INTEGER-OF-DATE(IE-ADMIT-DATE)
           END-IF
           IF STAY-DAY >= ONSET-DAYS
               ADD 1 TO UC-HOSPITAL(U-IDX, M-IDX)
               IF M-IDX = 3
                   ADD 1 TO GT-HOSPITAL
               END-IF
           ELSE
               ADD 1 TO UC-COMMUNITY(U-IDX, M-IDX)
               IF M-IDX = 3
                   ADD 1 TO GT-COMMUNITY
                   IF STAY-DAY < 0
                       ADD 1 TO NO-ADMIT-COUNT
                   END-IF
               END-IF
           END-IF
           .

       FIND-MONTH.
           PERFORM VARYING M-IDX FROM 1 BY 1 UNTIL M-IDX > 3
               IF MONTH-KEY(M-IDX) = LINE-MONTH
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           MOVE 0 TO M-IDX
           .

      *-----------------------------------------------------------*
      * U-IDX comes back pointing at LINE-UNIT's row, added if    *
      * new, or zero once the table is full.                      *
      *-----------------------------------------------------------*
       FIND-UNIT.
           PERFORM VARYING U-IDX FROM 1 BY 1 UNTIL U-IDX > UC-TOTAL
               IF UC-UNIT(U-IDX) = LINE-UNIT
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF UC-TOTAL >= 30
               MOVE 0 TO U-IDX
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO UC-TOTAL
           MOVE UC-TOTAL TO U-IDX
           INITIALIZE UC-ENTRY(U-IDX)
           MOVE LINE-UNIT TO UC-UNIT(U-IDX)
           .

       COMPUTE-UNIT-RATE.
           MOVE 0 TO UC-RATE(U-IDX, M-IDX)
           IF UC-PT-DAYS(U-IDX, M-IDX) > 0
               COMPUTE UC-RATE(U-IDX, M-IDX) ROUNDED =
                   UC-HOSPITAL(U-IDX, M-IDX) * 1000
                   / UC-PT-DAYS(U-IDX, M-IDX)
                   ON SIZE ERROR
                       MOVE 9999.99 TO UC-RATE(U-IDX, M-IDX)
               END-COMPUTE
           END-IF
           .

       FIND-UNIT-BENCHMARK.
           MOVE HOUSE-BENCHMARK TO UNIT-BENCHMARK
           PERFORM VARYING B-IDX FROM 1 BY 1 UNTIL B-IDX > BT-COUNT
               IF BT-UNIT(B-IDX) = UC-UNIT(U-IDX)
                   MOVE BT-RATE(B-IDX) TO UNIT-BENCHMARK
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           .

       PRINT-REPORT.
           MOVE SPACES TO PRINT-RECORD
           STRING "INFECTION SURVEILLANCE BY UNIT FOR " REPORT-MONTH
               DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD
           COMPUTE ONSET-DAY-OUT = ONSET-DAYS + 1
           STRING "(HOSPITAL-ONSET PER 1,000 PATIENT-DAYS: EXPOSED ON"
               " OR AFTER STAY DAY " FUNCTION TRIM(ONSET-DAY-OUT) ")"
               DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD
           STRING "                       --- RATE / 1000 PD ----"
               DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD
           STRING "UNIT PT-DAYS HOSP COMM  " MONTH-KEY(1) "  "
               MONTH-KEY(2) "  " MONTH-KEY(3)
               " TREND   BENCH FLAG"
               DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD
           PERFORM VARYING U-IDX FROM 1 BY 1 UNTIL U-IDX > UC-TOTAL
               PERFORM PRINT-UNIT-LINE
           END-PERFORM
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD
           PERFORM PRINT-TOTAL-LINE
           .

      *-----------------------------------------------------------*
      * The trend compares the month with the one before it; a    *
      * unit with no patient-days last month has nothing to       *
      * compare against. Only the month entered is benchmarked.   *
      *-----------------------------------------------------------*
       PRINT-UNIT-LINE.
           PERFORM FIND-UNIT-BENCHMARK
           MOVE UC-RATE(U-IDX, 1) TO EARLIER-OUT
           MOVE UC-RATE(U-IDX, 2) TO PRIOR-OUT
           MOVE UC-RATE(U-IDX, 3) TO RATE-OUT
           MOVE UNIT-BENCHMARK TO BENCH-OUT
           EVALUATE TRUE
               WHEN UC-PT-DAYS(U-IDX, 2) = 0
                   MOVE "NEW " TO TREND-TEXT
               WHEN UC-RATE(U-IDX, 3) > UC-RATE(U-IDX, 2)
                   MOVE "UP  " TO TREND-TEXT
               WHEN UC-RATE(U-IDX, 3) < UC-RATE(U-IDX, 2)
                   MOVE "DOWN" TO TREND-TEXT
               WHEN OTHER
                   MOVE "SAME" TO TREND-TEXT
           END-EVALUATE
           MOVE SPACES TO FLAG-TEXT
           IF UC-PT-DAYS(U-IDX, 3) > 0
                   AND UC-RATE(U-IDX, 3) > UNIT-BENCHMARK
               MOVE "*OVER*" TO FLAG-TEXT
               ADD 1 TO FLAGGED-COUNT
               PERFORM RAISE-BENCHMARK-ALERT
           END-IF
           MOVE SPACES TO PRINT-RECORD
           STRING UC-UNIT(U-IDX) " " UC-PT-DAYS(U-IDX, 3)
               "  " UC-HOSPITAL(U-IDX, 3) " " UC-COMMUNITY(U-IDX, 3)
               " " EARLIER-OUT " " PRIOR-OUT " " RATE-OUT
               " " TREND-TEXT "  " BENCH-OUT " " FLAG-TEXT
               DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD
           .

       PRINT-TOTAL-LINE.
           MOVE 0 TO RATE-WORK
           IF GT-PT-DAYS > 0
               COMPUTE RATE-WORK ROUNDED =
                   GT-HOSPITAL * 1000 / GT-PT-DAYS
                   ON SIZE ERROR
                       MOVE 9999.99 TO RATE-WORK
               END-COMPUTE
           END-IF
           MOVE RATE-WORK TO RATE-OUT
           MOVE SPACES TO PRINT-RECORD
           STRING "TOTAL PATIENT-DAYS: " GT-PT-DAYS
               "  HOSPITAL-ONSET: " GT-HOSPITAL
               "  COMMUNITY-ONSET: " GT-COMMUNITY
               DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD
           STRING "HOUSE RATE / 1000 PD: " RATE-OUT
               "  UNITS OVER BENCHMARK: " FLAGGED-COUNT
               DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD
           IF NO-ADMIT-COUNT > 0
               MOVE SPACES TO PRINT-RECORD
               STRING "(" NO-ADMIT-COUNT " ISOLATIONS HAD NO ADMIT"
                   " DATE AND ARE COUNTED COMMUNITY-ONSET)"
                   DELIMITED BY SIZE INTO PRINT-RECORD
               WRITE PRINT-RECORD
           END-IF
           .

       RAISE-BENCHMARK-ALERT.
           OPEN EXTEND OPERATOR-ALERT-FILE
           IF OPALERT-FILE-STATUS NOT = "00"
               OPEN OUTPUT OPERATOR-ALERT-FILE
           END-IF
           MOVE SPACES TO OPERATOR-ALERT-RECORD
           MOVE "HFINFSRV" TO OA-SOURCE
           MOVE TODAY-STAMP TO OA-DATE
           MOVE 0 TO OA-STEP
           MOVE "WARNING" TO OA-SEVERITY
           STRING "UNIT " UC-UNIT(U-IDX) " HAI "
               FUNCTION TRIM(RATE-OUT) "/1000PD OVER BENCHMARK "
               FUNCTION TRIM(BENCH-OUT)
               DELIMITED BY SIZE INTO OA-TEXT
           WRITE OPERATOR-ALERT-RECORD
           CLOSE OPERATOR-ALERT-FILE
           .
