           One morning operations summary across the whole suite,
           run after the nightly chain. Condenses each source to
           its headline -- chain outcome and duration from NBHIST,
           alert counts from OPSALERT and unacknowledged CRITICAL
           incidents from OPSINCEV and OPSACKS, state-file
           pass/fail from the STATERPT
           reconciliation, suspense postings from LEDGREXC, and
           census/bed-day counts from the HFBILLING trailer --
           onto one DAYRPT page with the worst news first and a
      * Mod history:
      *   2026-09-02  CAZZY - written; the morning routine had
      *               become six separate reports.
      *   2026-10-15  CAZZY - the billing line counts stays apart
      *               from the HFBILLING medication charge lines
      *               and shows the doses billed.
      *   2026-10-15  CAZZY - unacknowledged CRITICALs are counted
      *               over the OPSCORR incident lines on OPSINCEV,
      *               which is what OPSACK acknowledges; counted
      *               over raw OPSALERT every repeat showed as
      *               unacknowledged.
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
           SELECT OPERATOR-ALERT-FILE ASSIGN TO "OPSALERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IN-FILE-STATUS.
           SELECT INCIDENT-EVENT-FILE ASSIGN TO "OPSINCEV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IN-FILE-STATUS.
           SELECT ACK-FILE ASSIGN TO "OPSACKS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IN-FILE-STATUS.
       01  OPERATOR-ALERT-RECORD.
           COPY OPALERT REPLACING ==:LVL:== BY ==05==.

       FD  INCIDENT-EVENT-FILE.
       01  INCIDENT-EVENT-RECORD PIC X(80).

       FD  ACK-FILE.
       01  ACK-RECORD.
           05 ACK-SOURCE       PIC X(10).
       77 SUSPENSE-TODAY     PIC 9(4) VALUE 0.
       77 BILLED-STAYS       PIC 9(4) VALUE 0.
       77 BILLED-BED-DAYS    PIC 9(5) VALUE 0.
       77 BILLED-MED-LINES   PIC 9(4) VALUE 0.
       77 BILLED-DOSES       PIC 9(5) VALUE 0.
       77 BILLING-SEEN       PIC X VALUE "N".
       77 TALLY-CT           PIC 9(3).

           PERFORM SCAN-CHAIN-HISTORY
           PERFORM LOAD-ACKNOWLEDGMENTS
           PERFORM SCAN-ALERTS
           PERFORM SCAN-INCIDENT-LINES
           PERFORM SCAN-STATE-REPORT
           PERFORM SCAN-SUSPENSE
           PERFORM SCAN-BILLING
               ADD 1 TO ALERT-TOTAL
               IF OA-SEVERITY = "CRITICAL"
                   ADD 1 TO CRIT-TOTAL
               END-IF
           END-PERFORM
           CLOSE OPERATOR-ALERT-FILE
           .

      *-----------------------------------------------------------*
      * Acknowledgments are taken per OPSCORR incident line, one  *
      * per occurrence however often the alert repeated, so the   *
      * unacknowledged count is of CRITICAL incident lines.       *
      *-----------------------------------------------------------*
       SCAN-INCIDENT-LINES.
           OPEN INPUT INCIDENT-EVENT-FILE
           IF IN-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ INCIDENT-EVENT-FILE INTO OPERATOR-ALERT-RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF OA-SEVERITY = "CRITICAL"
                   PERFORM CHECK-ALERT-ACKED
                   IF ALERT-IS-ACKED = "N"
                       ADD 1 TO CRIT-UNACKED
                   END-IF
               END-IF
           END-PERFORM
           CLOSE INCIDENT-EVENT-FILE
           IF CRIT-UNACKED > 0
               ADD 1 TO CONDITION-COUNT
           END-IF
                       NUMVAL(BILLING-FEED-RECORD(4:4))
                   COMPUTE BILLED-BED-DAYS = FUNCTION
                       NUMVAL(BILLING-FEED-RECORD(8:5))
                   IF BILLING-FEED-RECORD(13:9) IS NUMERIC
                       COMPUTE BILLED-MED-LINES = FUNCTION
                           NUMVAL(BILLING-FEED-RECORD(13:4))
                       COMPUTE BILLED-DOSES = FUNCTION
                           NUMVAL(BILLING-FEED-RECORD(17:5))
                       SUBTRACT BILLED-MED-LINES FROM BILLED-STAYS
                   END-IF
               END-IF
           END-PERFORM
           CLOSE BILLING-FEED-FILE
           END-IF
           IF CRIT-UNACKED > 0
               MOVE SPACES TO DAY-RECORD
               STRING "*** " CRIT-UNACKED " CRITICAL INCIDENTS "
                   "UNACKNOWLEDGED -- SEE OPSACK"
                   DELIMITED BY SIZE INTO DAY-RECORD
               WRITE DAY-RECORD
           END-IF
           MOVE SPACES TO DAY-RECORD
           STRING "ALERTS: TOTAL=" ALERT-TOTAL
               " CRITICAL=" CRIT-TOTAL
               " UNACKED-CRIT-INCIDENTS=" CRIT-UNACKED
               DELIMITED BY SIZE INTO DAY-RECORD
           WRITE DAY-RECORD
           MOVE SPACES TO DAY-RECORD
           IF BILLING-SEEN = "Y"
               STRING "BILLING: " BILLED-STAYS
                   " STAYS CLOSED, " BILLED-BED-DAYS
                   " BED-DAYS, " BILLED-DOSES
                   " DOSES ON HFBILLING"
                   DELIMITED BY SIZE INTO DAY-RECORD
           ELSE
               MOVE "BILLING: NO HFBILLING FEED ON HAND"
