       IDENTIFICATION DIVISION.
       PROGRAM-ID. HFREADMRPT.
       AUTHOR. CAZZY.
       REMARKS. >
           Monthly 30-day readmission report. Counts the month's
           discharges per unit from the HFDSCHST discharge
           history, and the readmissions HEALTHFLUX logged on
           HFREADM against the unit the patient was discharged
           from, giving each unit's readmission rate, the spread
           of days to readmission, and how many of the prior
           stays had alerts or low MAR adherence.

      *-----------------------------------------------------------*
      * Mod history:
      *   2026-10-15  CAZZY - written; quality review was counting
      *               readmissions by hand from the ADT feed.
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISCHARGE-HISTORY-FILE ASSIGN TO "HFDSCHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DSCHST-FILE-STATUS.
           SELECT READMISSION-LOG-FILE ASSIGN TO "HFREADM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS READM-FILE-STATUS.
           SELECT PRINT-FILE ASSIGN TO "HFREADMR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DISCHARGE-HISTORY-FILE.
       01  DISCHARGE-HIST-RECORD.
           COPY HFDSCHST REPLACING ==:LVL:== BY ==05==.

       FD  READMISSION-LOG-FILE.
       01  READMISSION-RECORD.
           COPY HFREADM REPLACING ==:LVL:== BY ==05==.

       FD  PRINT-FILE.
       01  PRINT-RECORD        PIC X(80).

       WORKING-STORAGE SECTION.
       77 DSCHST-FILE-STATUS PIC X(2).
       77 READM-FILE-STATUS  PIC X(2).
       77 PRINT-FILE-STATUS  PIC X(2).
       77 REPORT-MONTH       PIC 9(6) VALUE 0.
       77 MONTH-ENTRY        PIC X(10).
       77 LINE-UNIT          PIC X(4).
       77 U-IDX              PIC 99.
       77 RATE-PCT           PIC 9(3)V9.
       77 RATE-OUT           PIC ZZ9.9.
       77 AVG-DAYS           PIC 9(3)V9.
       77 AVG-OUT            PIC ZZ9.9.

      *-----------------------------------------------------------*
      * Readmissions are counted against the month of the prior   *
      * discharge, so every readmission counted is one of the     *
      * discharges counted and the rate is a true proportion.     *
      *-----------------------------------------------------------*
       01 UNIT-COUNTS.
           05 UC-ENTRY OCCURS 30 TIMES.
              10 UC-UNIT       PIC X(4).
              10 UC-DISCHARGES PIC 9(4).
              10 UC-READMITS   PIC 9(4).
              10 UC-DAYS-0-7   PIC 9(4).
              10 UC-DAYS-8-14  PIC 9(4).
              10 UC-DAYS-15-30 PIC 9(4).
              10 UC-DAYS-SUM   PIC 9(6).
              10 UC-PRIOR-ALERTS PIC 9(4).
              10 UC-PRIOR-LOW-MAR PIC 9(4).
       01 UC-TOTAL           PIC 99 VALUE 0.

       01 GRAND-TOTALS.
           05 GT-DISCHARGES   PIC 9(5) VALUE 0.
           05 GT-READMITS     PIC 9(5) VALUE 0.
           05 GT-DAYS-0-7     PIC 9(5) VALUE 0.
           05 GT-DAYS-8-14    PIC 9(5) VALUE 0.
           05 GT-DAYS-15-30   PIC 9(5) VALUE 0.
           05 GT-DAYS-SUM     PIC 9(7) VALUE 0.
           05 GT-PRIOR-ALERTS PIC 9(5) VALUE 0.
           05 GT-PRIOR-LOW-MAR PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "Report month YYYYMM: "
           ACCEPT MONTH-ENTRY
           COMPUTE REPORT-MONTH = FUNCTION NUMVAL(MONTH-ENTRY)

           OPEN INPUT DISCHARGE-HISTORY-FILE
           IF DSCHST-FILE-STATUS NOT = "00"
               DISPLAY "Cannot open HFDSCHST, status "
                   DSCHST-FILE-STATUS
               STOP RUN
           END-IF
           PERFORM UNTIL 1 = 2
               READ DISCHARGE-HISTORY-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               PERFORM TALLY-DISCHARGE
           END-PERFORM
           CLOSE DISCHARGE-HISTORY-FILE

      *    No HFREADM yet just means no readmissions logged.
           OPEN INPUT READMISSION-LOG-FILE
           IF READM-FILE-STATUS = "00"
               PERFORM UNTIL 1 = 2
                   READ READMISSION-LOG-FILE
                       AT END
                           EXIT PERFORM
                   END-READ
                   PERFORM TALLY-READMISSION
               END-PERFORM
               CLOSE READMISSION-LOG-FILE
           END-IF

           OPEN OUTPUT PRINT-FILE
           PERFORM PRINT-REPORT
           CLOSE PRINT-FILE
           DISPLAY "Readmission report complete: " GT-READMITS
               " readmissions of " GT-DISCHARGES " discharges for "
               REPORT-MONTH " on HFREADMR"
           STOP RUN.

       TALLY-DISCHARGE.
           IF DH-DISCHARGE-DATE IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF DH-DISCHARGE-DATE(1:6) NOT = REPORT-MONTH
               EXIT PARAGRAPH
           END-IF
           MOVE DH-UNIT TO LINE-UNIT
           PERFORM FIND-UNIT
           IF U-IDX = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO UC-DISCHARGES(U-IDX)
           ADD 1 TO GT-DISCHARGES
           .

       TALLY-READMISSION.
           IF RM-PRIOR-DSC-DATE IS NOT NUMERIC
                   OR RM-DAYS IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF RM-PRIOR-DSC-DATE(1:6) NOT = REPORT-MONTH
               EXIT PARAGRAPH
           END-IF
           MOVE RM-PRIOR-UNIT TO LINE-UNIT
           PERFORM FIND-UNIT
           IF U-IDX = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO UC-READMITS(U-IDX)
           ADD 1 TO GT-READMITS
           ADD RM-DAYS TO UC-DAYS-SUM(U-IDX)
           ADD RM-DAYS TO GT-DAYS-SUM
           EVALUATE TRUE
               WHEN RM-DAYS <= 7
                   ADD 1 TO UC-DAYS-0-7(U-IDX)
                   ADD 1 TO GT-DAYS-0-7
               WHEN RM-DAYS <= 14
                   ADD 1 TO UC-DAYS-8-14(U-IDX)
                   ADD 1 TO GT-DAYS-8-14
               WHEN OTHER
                   ADD 1 TO UC-DAYS-15-30(U-IDX)
                   ADD 1 TO GT-DAYS-15-30
           END-EVALUATE
           IF RM-PRIOR-ALERTS IS NUMERIC AND RM-PRIOR-ALERTS > 0
               ADD 1 TO UC-PRIOR-ALERTS(U-IDX)
               ADD 1 TO GT-PRIOR-ALERTS
           END-IF
           IF RM-PRIOR-LOW-MAR = "Y"
               ADD 1 TO UC-PRIOR-LOW-MAR(U-IDX)
               ADD 1 TO GT-PRIOR-LOW-MAR
           END-IF
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

       PRINT-REPORT.
           MOVE SPACES TO PRINT-RECORD
           STRING "30-DAY READMISSIONS FOR DISCHARGES IN "
               REPORT-MONTH
               DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE "(A DISCHARGE LATE IN THE MONTH CAN BE READMITTED UP"
               TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE " TO 30 DAYS LATER -- RERUN THEN FOR FINAL RATES)"
               TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD
           STRING "UNIT  DSCH READM RATE%   0-7  8-14 15-30"
               " AVG-DAYS ALERTS LOWMAR"
               DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD
           PERFORM VARYING U-IDX FROM 1 BY 1 UNTIL U-IDX > UC-TOTAL
               PERFORM PRINT-UNIT-LINE
           END-PERFORM
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD
           PERFORM PRINT-TOTAL-LINE
           .

       PRINT-UNIT-LINE.
           MOVE 0 TO RATE-PCT
           IF UC-DISCHARGES(U-IDX) > 0
               COMPUTE RATE-PCT ROUNDED =
                   UC-READMITS(U-IDX) * 100 / UC-DISCHARGES(U-IDX)
           END-IF
           MOVE RATE-PCT TO RATE-OUT
           MOVE 0 TO AVG-DAYS
           IF UC-READMITS(U-IDX) > 0
               COMPUTE AVG-DAYS ROUNDED =
                   UC-DAYS-SUM(U-IDX) / UC-READMITS(U-IDX)
           END-IF
           MOVE AVG-DAYS TO AVG-OUT
           MOVE SPACES TO PRINT-RECORD
           STRING UC-UNIT(U-IDX) "  " UC-DISCHARGES(U-IDX)
               "  " UC-READMITS(U-IDX) " " RATE-OUT
               "  " UC-DAYS-0-7(U-IDX) "  " UC-DAYS-8-14(U-IDX)
               "  " UC-DAYS-15-30(U-IDX) "    " AVG-OUT
               "   " UC-PRIOR-ALERTS(U-IDX)
               "   " UC-PRIOR-LOW-MAR(U-IDX)
               DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD
           .

       PRINT-TOTAL-LINE.
           MOVE 0 TO RATE-PCT
           IF GT-DISCHARGES > 0
               COMPUTE RATE-PCT ROUNDED =
                   GT-READMITS * 100 / GT-DISCHARGES
           END-IF
           MOVE RATE-PCT TO RATE-OUT
           MOVE 0 TO AVG-DAYS
           IF GT-READMITS > 0
               COMPUTE AVG-DAYS ROUNDED = GT-DAYS-SUM / GT-READMITS
           END-IF
           MOVE AVG-DAYS TO AVG-OUT
           MOVE SPACES TO PRINT-RECORD
           STRING "TOTAL DISCHARGES: " GT-DISCHARGES
               "  READMISSIONS: " GT-READMITS
               "  RATE%: " RATE-OUT
               DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD
           STRING "DAYS TO READMISSION  0-7: " GT-DAYS-0-7
               "  8-14: " GT-DAYS-8-14
               "  15-30: " GT-DAYS-15-30
               "  AVERAGE: " AVG-OUT
               DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD
           STRING "PRIOR STAY HAD ALERTS: " GT-PRIOR-ALERTS
               "  PRIOR STAY LOW MAR ADHERENCE: " GT-PRIOR-LOW-MAR
               DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD
           .
