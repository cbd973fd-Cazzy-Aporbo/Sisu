       AUTHOR. CAZZY.
       REMARKS. >
           Daily operations summary over the shared OPSALERT
           console file and the OPSCORR incidents on OPSINCID. For
           a requested date: alert counts by source, first and
           last alert step per source and a comparison against
           the prior day's counts, so a spike from one program is
           obvious at a glance instead of buried in the scroll;
           then the incidents active that day -- new, reopened
           and still open per source, by peak severity, and the
           ones that repeated most.

      *-----------------------------------------------------------*
      * Mod history:
      *   2026-08-22  CAZZY - written; the morning routine was
      *               scrolling the overnight file end to end.
      *   2026-10-15  CAZZY - the severity breakdown and the
      *               top-recurring list come from the OPSCORR
      *               incidents active on the date (peak severity,
      *               most repeated), with new, reopened and
      *               still-open incidents per source; the alert
      *               counts stay as they were.
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
           SELECT OPERATOR-ALERT-FILE ASSIGN TO "OPSALERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPALERT-FILE-STATUS.
           SELECT INCIDENT-FILE ASSIGN TO "OPSINCID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INCIDENT-FILE-STATUS.
           SELECT SUMMARY-RPT-FILE ASSIGN TO "OPSSUMRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
       01  OPERATOR-ALERT-RECORD.
           COPY OPALERT REPLACING ==:LVL:== BY ==05==.

       FD  INCIDENT-FILE.
       01  INCIDENT-RECORD.
           COPY OPINCID REPLACING ==:LVL:== BY ==05==.

       FD  SUMMARY-RPT-FILE.
       01  SUMMARY-RECORD      PIC X(80).

       77 TODAY-TOTAL         PIC 9(4) VALUE 0.
       77 PRIOR-TOTAL         PIC 9(4) VALUE 0.
       77 BEST-IDX            PIC 99.
       77 SOURCE-KEY          PIC X(10).
       77 RANK-NO             PIC 9.
       77 OVERFLOW-SKIPPED    PIC 9(3) VALUE 0.
       77 INCIDENT-FILE-STATUS PIC X(2).
       77 BEST-REPEATS        PIC 9(5).
       77 ACTIVE-TOTAL        PIC 9(4) VALUE 0.
       77 NEW-TOTAL           PIC 9(4) VALUE 0.
       77 REOPENED-TOTAL      PIC 9(4) VALUE 0.
       77 OPEN-TOTAL          PIC 9(4) VALUE 0.

       01 SOURCE-TABLE.
           05 SRC-ENTRY OCCURS 10 TIMES.
              10 SR-PRIOR      PIC 9(4).
              10 SR-FIRST-STEP PIC 999.
              10 SR-LAST-STEP  PIC 999.
              10 SR-INCIDENTS  PIC 9(4).
              10 SR-NEW        PIC 9(4).
              10 SR-REOPENED   PIC 9(4).
              10 SR-OPEN       PIC 9(4).
       01 SRC-COUNT           PIC 99 VALUE 0.

       01 SEVERITY-TABLE.
              10 SV-COUNT      PIC 9(4).
       01 SEV-COUNT           PIC 99 VALUE 0.

      *-----------------------------------------------------------*
      * The incidents active on the report date, for the top-     *
      * repeaters list.                                           *
      *-----------------------------------------------------------*
       01 ACTIVE-TABLE.
           05 ACT-ENTRY OCCURS 50 TIMES.
              10 AC-LABEL      PIC X(12).
              10 AC-SOURCE     PIC X(10).
              10 AC-SUBJECT    PIC X(30).
              10 AC-COUNT      PIC 9(5).
              10 AC-RANKED     PIC X.
       01 ACT-COUNT           PIC 99 VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
               END-IF
           END-PERFORM
           CLOSE OPERATOR-ALERT-FILE
           PERFORM TALLY-INCIDENTS

           OPEN OUTPUT SUMMARY-RPT-FILE
           PERFORM PRINT-SUMMARY

       TALLY-TODAY.
           ADD 1 TO TODAY-TOTAL
           MOVE OA-SOURCE TO SOURCE-KEY
           PERFORM FIND-OR-ADD-SOURCE
           IF S-IDX NOT = 0
               ADD 1 TO SR-COUNT(S-IDX)
                   MOVE OA-STEP TO SR-LAST-STEP(S-IDX)
               END-IF
           END-IF
           .

       TALLY-PRIOR.
           ADD 1 TO PRIOR-TOTAL
           MOVE OA-SOURCE TO SOURCE-KEY
           PERFORM FIND-OR-ADD-SOURCE
           IF S-IDX NOT = 0
               ADD 1 TO SR-PRIOR(S-IDX)
       FIND-OR-ADD-SOURCE.
           PERFORM VARYING S-IDX FROM 1 BY 1
                   UNTIL S-IDX > SRC-COUNT
               IF SR-NAME(S-IDX) = SOURCE-KEY
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF SRC-COUNT < 10
               ADD 1 TO SRC-COUNT
               MOVE SRC-COUNT TO S-IDX
               MOVE SOURCE-KEY TO SR-NAME(S-IDX)
               MOVE 0 TO SR-COUNT(S-IDX)
               MOVE 0 TO SR-PRIOR(S-IDX)
               MOVE 0 TO SR-FIRST-STEP(S-IDX)
               MOVE 0 TO SR-LAST-STEP(S-IDX)
               MOVE 0 TO SR-INCIDENTS(S-IDX)
               MOVE 0 TO SR-NEW(S-IDX)
               MOVE 0 TO SR-REOPENED(S-IDX)
               MOVE 0 TO SR-OPEN(S-IDX)
           ELSE
      *        Table full: the extra source is skipped and
      *        reported, not folded into the first row.
           END-IF
           .

      *-----------------------------------------------------------*
      * An incident occurrence is active on the report date when  *
      * its first and last sightings straddle it. Severity here   *
      * is the occurrence's peak, so a WARNING run that turned    *
      * CRITICAL counts once, as CRITICAL.                        *
      *-----------------------------------------------------------*
       TALLY-INCIDENTS.
           OPEN INPUT INCIDENT-FILE
           IF INCIDENT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ INCIDENT-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF IN-FIRST-DATE <= REPORT-DATE
                       AND IN-LAST-DATE >= REPORT-DATE
                   PERFORM TALLY-ONE-INCIDENT
               END-IF
           END-PERFORM
           CLOSE INCIDENT-FILE
           .

       TALLY-ONE-INCIDENT.
           ADD 1 TO ACTIVE-TOTAL
           MOVE IN-SOURCE TO SOURCE-KEY
           PERFORM FIND-OR-ADD-SOURCE
           IF S-IDX NOT = 0
               ADD 1 TO SR-INCIDENTS(S-IDX)
           END-IF
           IF IN-FIRST-DATE = REPORT-DATE
               IF IN-OCCUR = 1
                   ADD 1 TO NEW-TOTAL
                   IF S-IDX NOT = 0
                       ADD 1 TO SR-NEW(S-IDX)
                   END-IF
               ELSE
                   ADD 1 TO REOPENED-TOTAL
                   IF S-IDX NOT = 0
                       ADD 1 TO SR-REOPENED(S-IDX)
                   END-IF
               END-IF
           END-IF
           IF IN-STATUS = "O"
               ADD 1 TO OPEN-TOTAL
               IF S-IDX NOT = 0
                   ADD 1 TO SR-OPEN(S-IDX)
               END-IF
           END-IF
           PERFORM VARYING T-IDX FROM 1 BY 1
                   UNTIL T-IDX > SEV-COUNT
               IF SV-NAME(T-IDX) = IN-PEAK
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF T-IDX > SEV-COUNT AND SEV-COUNT < 10
               ADD 1 TO SEV-COUNT
               MOVE IN-PEAK TO SV-NAME(SEV-COUNT)
               MOVE 0 TO SV-COUNT(SEV-COUNT)
           END-IF
           IF T-IDX <= SEV-COUNT
               ADD 1 TO SV-COUNT(T-IDX)
           END-IF
           IF ACT-COUNT < 50
               ADD 1 TO ACT-COUNT
               MOVE SPACES TO AC-LABEL(ACT-COUNT)
               STRING "INC" IN-ID "-" IN-OCCUR
                   DELIMITED BY SIZE INTO AC-LABEL(ACT-COUNT)
               MOVE IN-SOURCE TO AC-SOURCE(ACT-COUNT)
               MOVE IN-SUBJECT TO AC-SUBJECT(ACT-COUNT)
               MOVE IN-COUNT TO AC-COUNT(ACT-COUNT)
               MOVE "N" TO AC-RANKED(ACT-COUNT)
           END-IF
           .

               WRITE SUMMARY-RECORD
           END-PERFORM

           MOVE SPACES TO SUMMARY-RECORD
           STRING "INCIDENTS ACTIVE: " ACTIVE-TOTAL
               "  NEW: " NEW-TOTAL "  REOPENED: " REOPENED-TOTAL
               "  STILL OPEN: " OPEN-TOTAL
               DELIMITED BY SIZE INTO SUMMARY-RECORD
           WRITE SUMMARY-RECORD
           MOVE "INCIDENTS BY SOURCE (ACTIVE/NEW/REOPENED/OPEN):"
               TO SUMMARY-RECORD
           WRITE SUMMARY-RECORD
           PERFORM VARYING S-IDX FROM 1 BY 1
                   UNTIL S-IDX > SRC-COUNT
               IF SR-INCIDENTS(S-IDX) > 0
                   MOVE SPACES TO SUMMARY-RECORD
                   STRING "  " SR-NAME(S-IDX)
                       " " SR-INCIDENTS(S-IDX) "/" SR-NEW(S-IDX)
                       "/" SR-REOPENED(S-IDX) "/" SR-OPEN(S-IDX)
                       DELIMITED BY SIZE INTO SUMMARY-RECORD
                   WRITE SUMMARY-RECORD
               END-IF
           END-PERFORM

           MOVE "INCIDENTS BY PEAK SEVERITY:" TO SUMMARY-RECORD
           WRITE SUMMARY-RECORD
           PERFORM VARYING T-IDX FROM 1 BY 1
                   UNTIL T-IDX > SEV-COUNT
               WRITE SUMMARY-RECORD
           END-PERFORM

           MOVE "MOST REPEATED INCIDENTS:" TO SUMMARY-RECORD
           WRITE SUMMARY-RECORD
           PERFORM VARYING RANK-NO FROM 1 BY 1 UNTIL RANK-NO > 5
               MOVE 0 TO BEST-IDX
               MOVE 0 TO BEST-REPEATS
               PERFORM VARYING T-IDX FROM 1 BY 1
                       UNTIL T-IDX > ACT-COUNT
                   IF AC-RANKED(T-IDX) = "N"
                           AND AC-COUNT(T-IDX) > BEST-REPEATS
                       MOVE T-IDX TO BEST-IDX
                       MOVE AC-COUNT(T-IDX) TO BEST-REPEATS
                   END-IF
               END-PERFORM
               IF BEST-IDX = 0
                   EXIT PERFORM
               END-IF
               MOVE "Y" TO AC-RANKED(BEST-IDX)
               MOVE SPACES TO SUMMARY-RECORD
               STRING "  " RANK-NO ". (" BEST-REPEATS ") "
                   AC-LABEL(BEST-IDX) " " AC-SOURCE(BEST-IDX) " "
                   AC-SUBJECT(BEST-IDX)
                   DELIMITED BY SIZE INTO SUMMARY-RECORD
               WRITE SUMMARY-RECORD
           END-PERFORM
