       IDENTIFICATION DIVISION.
       PROGRAM-ID. CERTSITR.
       AUTHOR. CAZZY.
       REMARKS. >
           Certification sittings report. For each CERTSIT sitting
           (date, window, proctor, seat list) the CERTHIST attempts
           made in it are counted -- seated, sat, passed and the
           pass rate -- and every attempt made outside a scheduled
           window is listed: those CERTEXAM wrote as SITTING=NONE,
           and any claiming a sitting on another day or outside
           its hours. Lines written before sittings were recorded
           are counted, not listed. Prints to CERTSITP; RC 4 when
           anything is flagged.

      *-----------------------------------------------------------*
      * Mod history:
      *   2026-10-15  CAZZY - written; candidates could sit the
      *               exam any time, as often as they liked, and
      *               nobody could say who had sat it unproctored.
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SITTING-FILE ASSIGN TO "CERTSIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SIT-FILE-STATUS.
           SELECT CERT-HIST-FILE ASSIGN TO "CERTHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HIST-FILE-STATUS.
           SELECT SITTING-REPORT-FILE ASSIGN TO "CERTSITP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SITTING-FILE.
       01  SITTING-RECORD      PIC X(80).

       FD  CERT-HIST-FILE.
       01  CERT-HIST-RECORD    PIC X(160).

       FD  SITTING-REPORT-FILE.
       01  SITTING-REPORT-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
       77 SIT-FILE-STATUS    PIC X(2).
       77 HIST-FILE-STATUS   PIC X(2).
       77 REPORT-FILE-STATUS PIC X(2).
       77 TODAY-STAMP        PIC 9(8).
       77 S-IDX              PIC 99.
       77 A-IDX              PIC 99.
       77 MATCH-IDX          PIC 99.
       77 SITTING-COUNT      PIC 99 VALUE 0.
       77 HIST-LINES         PIC 9(5) VALUE 0.
       77 LEGACY-LINES       PIC 9(5) VALUE 0.
       77 FLAGGED-COUNT      PIC 9(5) VALUE 0.
       77 ALL-SAT            PIC 9(5) VALUE 0.
       77 ALL-PASSED         PIC 9(5) VALUE 0.
       77 PASS-RATE          PIC 999.
       77 RATE-EDIT          PIC ZZ9.
       77 DATE-EDIT          PIC 9999/99/99.
       77 FLAG-REASON        PIC X(24).
       77 HIST-DATE          PIC 9(8).
       77 HIST-NAME          PIC X(20).
       77 HIST-OPER          PIC X(8).
       77 HIST-RESULT        PIC X(4).
       77 HIST-SITTING       PIC X(6).
       77 HIST-TIME          PIC X(4).
       77 HIST-REST          PIC X(160).
       77 TIME-NUM           PIC 9(4).

       01 SITTING-TOKENS.
           05 SK-KEYWORD       PIC X(8).
           05 SK-ID            PIC X(6).
           05 SK-ARG           PIC X(8) OCCURS 8 TIMES.
       01 SITTING-TABLE.
           05 SITTING-ENTRY OCCURS 50 TIMES.
              10 SIT-ID        PIC X(6).
              10 SIT-DATE      PIC 9(8).
              10 SIT-START     PIC 9(4).
              10 SIT-END       PIC 9(4).
              10 SIT-PROCTOR   PIC X(8).
              10 SIT-SEATED    PIC 9(3).
              10 SIT-SAT       PIC 9(3).
              10 SIT-PASSED    PIC 9(3).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT TODAY-STAMP FROM DATE YYYYMMDD
           PERFORM LOAD-SITTINGS
           OPEN OUTPUT SITTING-REPORT-FILE
           MOVE TODAY-STAMP TO DATE-EDIT
           MOVE SPACES TO SITTING-REPORT-RECORD
           STRING "CERTIFICATION EXAM SITTINGS " DATE-EDIT
               DELIMITED BY SIZE INTO SITTING-REPORT-RECORD
           WRITE SITTING-REPORT-RECORD
           MOVE SPACES TO SITTING-REPORT-RECORD
           WRITE SITTING-REPORT-RECORD
           MOVE "ATTEMPTS OUTSIDE A SCHEDULED WINDOW"
               TO SITTING-REPORT-RECORD
           WRITE SITTING-REPORT-RECORD
           PERFORM SCAN-CERT-HISTORY
           IF FLAGGED-COUNT = 0
               MOVE "  NONE" TO SITTING-REPORT-RECORD
               WRITE SITTING-REPORT-RECORD
           END-IF
           MOVE SPACES TO SITTING-REPORT-RECORD
           WRITE SITTING-REPORT-RECORD
           MOVE SPACES TO SITTING-REPORT-RECORD
           STRING "SITTING DATE       WINDOW    PROCTOR   "
               "SEATED  SAT  PASSED  RATE"
               DELIMITED BY SIZE INTO SITTING-REPORT-RECORD
           WRITE SITTING-REPORT-RECORD
           PERFORM VARYING S-IDX FROM 1 BY 1
                   UNTIL S-IDX > SITTING-COUNT
               PERFORM REPORT-ONE-SITTING
           END-PERFORM
           MOVE 0 TO PASS-RATE
           IF ALL-SAT > 0
               COMPUTE PASS-RATE ROUNDED = ALL-PASSED * 100 / ALL-SAT
           END-IF
           MOVE PASS-RATE TO RATE-EDIT
           MOVE SPACES TO SITTING-REPORT-RECORD
           STRING "ALL SITTINGS  SAT " ALL-SAT "  PASSED " ALL-PASSED
               "  RATE " RATE-EDIT "%"
               DELIMITED BY SIZE INTO SITTING-REPORT-RECORD
           WRITE SITTING-REPORT-RECORD
           MOVE SPACES TO SITTING-REPORT-RECORD
           STRING "CERTHIST LINES " HIST-LINES "  FLAGGED "
               FLAGGED-COUNT "  BEFORE SITTINGS WERE RECORDED "
               LEGACY-LINES
               DELIMITED BY SIZE INTO SITTING-REPORT-RECORD
           WRITE SITTING-REPORT-RECORD
           CLOSE SITTING-REPORT-FILE
           DISPLAY "Sittings report on CERTSITP: " SITTING-COUNT
               " sittings, " FLAGGED-COUNT " attempts flagged"
           IF FLAGGED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      *-----------------------------------------------------------*
      * "SITTING id yyyymmdd hhmm hhmm proctor" and "SEAT id      *
      * operator ..." lines, as CERTEXAM reads them.              *
      *-----------------------------------------------------------*
       LOAD-SITTINGS.
           OPEN INPUT SITTING-FILE
           IF SIT-FILE-STATUS NOT = "00"
               DISPLAY "No sitting schedule (CERTSIT) on hand -- "
                   "every attempt is unscheduled"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ SITTING-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               MOVE SPACES TO SITTING-TOKENS
               UNSTRING SITTING-RECORD DELIMITED BY ALL SPACES
                   INTO SK-KEYWORD SK-ID SK-ARG(1) SK-ARG(2)
                        SK-ARG(3) SK-ARG(4) SK-ARG(5) SK-ARG(6)
                        SK-ARG(7) SK-ARG(8)
               EVALUATE SK-KEYWORD
                   WHEN "SITTING"
                       IF SITTING-COUNT < 50
                               AND SK-ARG(1) (1:8) IS NUMERIC
                               AND SK-ARG(2) (1:4) IS NUMERIC
                               AND SK-ARG(3) (1:4) IS NUMERIC
                           ADD 1 TO SITTING-COUNT
                           MOVE SK-ID TO SIT-ID(SITTING-COUNT)
                           MOVE SK-ARG(1) TO SIT-DATE(SITTING-COUNT)
                           MOVE SK-ARG(2) (1:4)
                               TO SIT-START(SITTING-COUNT)
                           MOVE SK-ARG(3) (1:4)
                               TO SIT-END(SITTING-COUNT)
                           MOVE SK-ARG(4) TO SIT-PROCTOR(SITTING-COUNT)
                           MOVE 0 TO SIT-SEATED(SITTING-COUNT)
                           MOVE 0 TO SIT-SAT(SITTING-COUNT)
                           MOVE 0 TO SIT-PASSED(SITTING-COUNT)
                       END-IF
                   WHEN "SEAT"
                       PERFORM FIND-SITTING-BY-ID
                       IF MATCH-IDX > 0
                           PERFORM VARYING A-IDX FROM 1 BY 1
                                   UNTIL A-IDX > 8
                               IF SK-ARG(A-IDX) NOT = SPACES
                                   ADD 1 TO SIT-SEATED(MATCH-IDX)
                               END-IF
                           END-PERFORM
                       END-IF
               END-EVALUATE
           END-PERFORM
           CLOSE SITTING-FILE
           .

       FIND-SITTING-BY-ID.
           MOVE 0 TO MATCH-IDX
           PERFORM VARYING A-IDX FROM 1 BY 1
                   UNTIL A-IDX > SITTING-COUNT
               IF SIT-ID(A-IDX) = SK-ID
                   MOVE A-IDX TO MATCH-IDX
               END-IF
           END-PERFORM
           .

       SCAN-CERT-HISTORY.
           OPEN INPUT CERT-HIST-FILE
           IF HIST-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ CERT-HIST-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               ADD 1 TO HIST-LINES
               PERFORM TAKE-ATTEMPT
           END-PERFORM
           CLOSE CERT-HIST-FILE
           .

      *-----------------------------------------------------------*
      * An attempt counts to its sitting when the date and time   *
      * CERTEXAM stamped fall inside that sitting's window;       *
      * otherwise it is flagged with the reason.                  *
      *-----------------------------------------------------------*
       TAKE-ATTEMPT.
           IF CERT-HIST-RECORD (1:8) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE CERT-HIST-RECORD (1:8) TO HIST-DATE
           MOVE SPACES TO HIST-REST HIST-NAME HIST-OPER HIST-RESULT
               HIST-SITTING HIST-TIME
           UNSTRING CERT-HIST-RECORD DELIMITED BY "CANDIDATE="
               OR " QUESTIONS="
               INTO HIST-REST HIST-NAME
           MOVE SPACES TO HIST-REST
           UNSTRING CERT-HIST-RECORD DELIMITED BY " RESULT="
               INTO HIST-REST HIST-RESULT
           MOVE SPACES TO HIST-REST
           UNSTRING CERT-HIST-RECORD DELIMITED BY " OPERATOR="
               INTO HIST-REST HIST-OPER
           MOVE SPACES TO HIST-REST
           UNSTRING CERT-HIST-RECORD DELIMITED BY " SITTING="
               INTO HIST-REST HIST-SITTING
           MOVE SPACES TO HIST-REST
           UNSTRING CERT-HIST-RECORD DELIMITED BY " TIME="
               INTO HIST-REST HIST-TIME
           IF HIST-SITTING = SPACES
               ADD 1 TO LEGACY-LINES
               EXIT PARAGRAPH
           END-IF
           IF HIST-SITTING = "NONE"
               MOVE "NO SITTING" TO FLAG-REASON
               PERFORM FLAG-ATTEMPT
               EXIT PARAGRAPH
           END-IF
           MOVE HIST-SITTING TO SK-ID
           PERFORM FIND-SITTING-BY-ID
           IF MATCH-IDX = 0
               MOVE "SITTING NOT SCHEDULED" TO FLAG-REASON
               PERFORM FLAG-ATTEMPT
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO TIME-NUM
           IF HIST-TIME IS NUMERIC
               MOVE HIST-TIME TO TIME-NUM
           END-IF
           IF HIST-DATE NOT = SIT-DATE(MATCH-IDX)
                   OR TIME-NUM < SIT-START(MATCH-IDX)
                   OR TIME-NUM > SIT-END(MATCH-IDX)
               MOVE "OUTSIDE SITTING WINDOW" TO FLAG-REASON
               PERFORM FLAG-ATTEMPT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO SIT-SAT(MATCH-IDX)
           ADD 1 TO ALL-SAT
           IF HIST-RESULT = "PASS"
               ADD 1 TO SIT-PASSED(MATCH-IDX)
               ADD 1 TO ALL-PASSED
           END-IF
           .

       FLAG-ATTEMPT.
           ADD 1 TO FLAGGED-COUNT
           MOVE HIST-DATE TO DATE-EDIT
           MOVE SPACES TO SITTING-REPORT-RECORD
           STRING "  " DATE-EDIT " " HIST-TIME " " HIST-OPER " "
               HIST-NAME " " HIST-RESULT " " FLAG-REASON
               DELIMITED BY SIZE INTO SITTING-REPORT-RECORD
           WRITE SITTING-REPORT-RECORD
           .

       REPORT-ONE-SITTING.
           MOVE 0 TO PASS-RATE
           IF SIT-SAT(S-IDX) > 0
               COMPUTE PASS-RATE ROUNDED =
                   SIT-PASSED(S-IDX) * 100 / SIT-SAT(S-IDX)
           END-IF
           MOVE PASS-RATE TO RATE-EDIT
           MOVE SIT-DATE(S-IDX) TO DATE-EDIT
           MOVE SPACES TO SITTING-REPORT-RECORD
           STRING SIT-ID(S-IDX) "  " DATE-EDIT " "
               SIT-START(S-IDX) "-" SIT-END(S-IDX) " "
               SIT-PROCTOR(S-IDX) "  " SIT-SEATED(S-IDX) "    "
               SIT-SAT(S-IDX) "  " SIT-PASSED(S-IDX) "    "
               RATE-EDIT "%"
               DELIMITED BY SIZE INTO SITTING-REPORT-RECORD
           WRITE SITTING-REPORT-RECORD
           .

       END PROGRAM CERTSITR.
