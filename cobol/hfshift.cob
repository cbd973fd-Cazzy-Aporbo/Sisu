      *               " UNIT=" tag instead of a fixed 15-byte
      *               slice; a short alert was dragging the unit
      *               tag into the type breakdown.
      *   2026-10-15  CAZZY - list the lab orders still open on
      *               HFLABORD by unit, flagging those past due,
      *               for the oncoming shift.
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
           SELECT ALERT-HISTORY-FILE ASSIGN TO "HFALERTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALERT-FILE-STATUS.
           SELECT LAB-ORDER-FILE ASSIGN TO "HFLABORD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LO-KEY
               FILE STATUS IS LABORD-FILE-STATUS.
           SELECT PRINT-FILE ASSIGN TO "HFSHIFTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINT-FILE-STATUS.
       FD  ALERT-HISTORY-FILE.
       01  ALERT-HIST-RECORD   PIC X(80).

       FD  LAB-ORDER-FILE.
       01  LAB-ORDER-RECORD.
           COPY HFLABORD REPLACING ==:LVL:== BY ==05==
                                   ==:SUB:== BY ==10==.

       FD  PRINT-FILE.
       01  PRINT-RECORD        PIC X(80).

       WORKING-STORAGE SECTION.
       77 ALERT-FILE-STATUS  PIC X(2).
       77 PRINT-FILE-STATUS  PIC X(2).
       77 LABORD-FILE-STATUS PIC X(2).
       77 REPORT-DATE        PIC 9(8) VALUE 0.
       77 DATE-ENTRY         PIC X(10).
       77 LINE-DATE          PIC 9(8).
       77 BEST-COUNT         PIC 9(4).
       77 TALLY-CT           PIC 9(4).
       77 S-IDX              PIC 9(3).
       77 LAB-ORDERS-READ    PIC X VALUE "N".
       77 NOW-DATE           PIC 9(8).
       77 NOW-TIME           PIC 9(8).
       77 NOW-STAMP          PIC 9(14).
       77 DUE-STAMP          PIC 9(14).
       77 OO-TOTAL           PIC 9(3) VALUE 0.
       77 OO-IDX             PIC 9(3).
       77 OO-OVERDUE-CT      PIC 9(3) VALUE 0.
       77 OO-DROPPED         PIC 9(4) VALUE 0.
       77 UNIT-NOW           PIC X(4).
       77 UNIT-PRINTED       PIC 9(3).

       01 PATIENT-COUNTS.
           05 PC-ENTRY OCCURS 50 TIMES.
       01 STEP-COUNTS.
           05 SC-COUNT OCCURS 99 TIMES PIC 9(4).

       01 OPEN-ORDERS.
           05 OO-ENTRY OCCURS 200 TIMES.
              10 OO-UNIT       PIC X(4).
              10 OO-BED        PIC X(4).
              10 OO-MRN        PIC 9(6).
              10 OO-TEST       PIC X(4).
              10 OO-ORD-DATE   PIC 9(8).
              10 OO-ORD-TIME   PIC 9(6).
              10 OO-DUE-DATE   PIC 9(8).
              10 OO-DUE-TIME   PIC 9(6).
              10 OO-ALERTS     PIC 9(3).
              10 OO-OVERDUE    PIC X.
              10 OO-PRINTED    PIC X.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "Shift date YYYYMMDD: "
               PERFORM TALLY-ALERT-LINE
           END-PERFORM
           CLOSE ALERT-HISTORY-FILE
           PERFORM LOAD-OPEN-LAB-ORDERS

           OPEN OUTPUT PRINT-FILE
           PERFORM PRINT-SUMMARY

           PERFORM PRINT-TOP-PATIENTS
           PERFORM PRINT-STEP-VOLUMES
           PERFORM PRINT-OPEN-LAB-ORDERS
           .

      *-----------------------------------------------------------*
               END-IF
           END-PERFORM
           .

      *-----------------------------------------------------------*
      * The lab orders still open on HFLABORD as the shift ends.  *
      * Overdue is judged against the clock now, not the shift    *
      * date, since the oncoming shift inherits them as they are. *
      *-----------------------------------------------------------*
       LOAD-OPEN-LAB-ORDERS.
           OPEN INPUT LAB-ORDER-FILE
           IF LABORD-FILE-STATUS NOT = "00"
               DISPLAY "HFLABORD not available, status "
                   LABORD-FILE-STATUS " -- no open lab order list"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO LAB-ORDERS-READ
           ACCEPT NOW-DATE FROM DATE YYYYMMDD
           ACCEPT NOW-TIME FROM TIME
           COMPUTE NOW-STAMP = NOW-DATE * 1000000 + NOW-TIME / 100
           PERFORM UNTIL 1 = 2
               READ LAB-ORDER-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF LO-STATUS = "O"
                   PERFORM TABLE-OPEN-LAB-ORDER
               END-IF
           END-PERFORM
           CLOSE LAB-ORDER-FILE
           .

       TABLE-OPEN-LAB-ORDER.
           IF OO-TOTAL >= 200
               ADD 1 TO OO-DROPPED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO OO-TOTAL
           MOVE LO-UNIT TO OO-UNIT(OO-TOTAL)
           MOVE LO-BED TO OO-BED(OO-TOTAL)
           MOVE LO-MRN TO OO-MRN(OO-TOTAL)
           MOVE LO-TEST TO OO-TEST(OO-TOTAL)
           MOVE LO-ORDER-DATE TO OO-ORD-DATE(OO-TOTAL)
           MOVE LO-ORDER-TIME TO OO-ORD-TIME(OO-TOTAL)
           MOVE LO-DUE-DATE TO OO-DUE-DATE(OO-TOTAL)
           MOVE LO-DUE-TIME TO OO-DUE-TIME(OO-TOTAL)
           MOVE LO-ALERTS TO OO-ALERTS(OO-TOTAL)
           MOVE "N" TO OO-PRINTED(OO-TOTAL)
           COMPUTE DUE-STAMP = LO-DUE-DATE * 1000000 + LO-DUE-TIME
           IF NOW-STAMP > DUE-STAMP
               MOVE "Y" TO OO-OVERDUE(OO-TOTAL)
               ADD 1 TO OO-OVERDUE-CT
           ELSE
               MOVE "N" TO OO-OVERDUE(OO-TOTAL)
           END-IF
           .

      *-----------------------------------------------------------*
      * One block per unit: take the first order not yet printed, *
      * then print every order on that unit -- the same repeated  *
      * pull as the top-N list, no sort for a short list.         *
      *-----------------------------------------------------------*
       PRINT-OPEN-LAB-ORDERS.
           IF LAB-ORDERS-READ = "N"
               MOVE "OUTSTANDING LAB ORDERS: HFLABORD NOT AVAILABLE"
                   TO PRINT-RECORD
               WRITE PRINT-RECORD
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO PRINT-RECORD
           STRING "OUTSTANDING LAB ORDERS BY UNIT: " OO-TOTAL
               " OPEN, " OO-OVERDUE-CT " OVERDUE"
               DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD
           IF OO-TOTAL = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "  UNIT BED  MRN    TEST ORDERED       DUE"
               TO PRINT-RECORD
           MOVE "ALERTS" TO PRINT-RECORD(61:6)
           WRITE PRINT-RECORD
           MOVE 0 TO UNIT-PRINTED
           PERFORM UNTIL UNIT-PRINTED >= OO-TOTAL
               PERFORM VARYING OO-IDX FROM 1 BY 1
                       UNTIL OO-IDX > OO-TOTAL
                   IF OO-PRINTED(OO-IDX) = "N"
                       MOVE OO-UNIT(OO-IDX) TO UNIT-NOW
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               PERFORM VARYING OO-IDX FROM 1 BY 1
                       UNTIL OO-IDX > OO-TOTAL
                   IF OO-PRINTED(OO-IDX) = "N"
                           AND OO-UNIT(OO-IDX) = UNIT-NOW
                       PERFORM PRINT-ONE-LAB-ORDER
                       MOVE "Y" TO OO-PRINTED(OO-IDX)
                       ADD 1 TO UNIT-PRINTED
                   END-IF
               END-PERFORM
           END-PERFORM
           IF OO-DROPPED > 0
               MOVE SPACES TO PRINT-RECORD
               STRING "  (" OO-DROPPED " MORE OPEN ORDERS NOT LISTED)"
                   DELIMITED BY SIZE INTO PRINT-RECORD
               WRITE PRINT-RECORD
           END-IF
           .

       PRINT-ONE-LAB-ORDER.
           MOVE SPACES TO PRINT-RECORD
           STRING "  " OO-UNIT(OO-IDX) " " OO-BED(OO-IDX)
               " " OO-MRN(OO-IDX) " " OO-TEST(OO-IDX)
               " " OO-ORD-DATE(OO-IDX) " " OO-ORD-TIME(OO-IDX)(1:4)
               " " OO-DUE-DATE(OO-IDX) " " OO-DUE-TIME(OO-IDX)(1:4)
               DELIMITED BY SIZE INTO PRINT-RECORD
           IF OO-OVERDUE(OO-IDX) = "Y"
               MOVE "OVERDUE" TO PRINT-RECORD(53:7)
           END-IF
           MOVE OO-ALERTS(OO-IDX) TO PRINT-RECORD(62:3)
           WRITE PRINT-RECORD
           .
