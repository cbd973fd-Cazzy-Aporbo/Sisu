      * Mod history:
      *   2026-09-02  CAZZY - written; grades sat in ALINAGRD all
      *               term and nothing looked until term end.
      *   2026-10-15  CAZZY - a failing standing writes a
      *               notification letter to the student's
      *               guardians on ALINAGUA through the ALINALTR
      *               subprogram, logged on the ALINACOR
      *               correspondence history.
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
              10 ST-COURSE     PIC X(6).
              10 ST-SECTION    PIC X(2).
              10 ST-STANDING   PIC 99.
              10 ST-GRADED     PIC X.
       01 STUDENT-COUNT      PIC 99 VALUE 0.

       01 ASSIGNMENTS.
              10 AS-SECTION   PIC X(2).
       01 NUM-ASSIGNMENTS    PIC 9(3) VALUE 0.

      *-----------------------------------------------------------*
      * Guardian notification letters through ALINALTR.           *
      *-----------------------------------------------------------*
       01 LETTER-TYPE        PIC X(8) VALUE "FAILING".
       01 LETTER-DETAIL      PIC X(40).
       01 LETTER-SOURCE      PIC X(8) VALUE "ALINAMID".
       01 LETTER-RESULT      PIC X.
       01 LETTERS-SENT       PIC 99 VALUE 0.
       01 NO-GUARDIAN-COUNT  PIC 99 VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT TODAY-STAMP FROM DATE YYYYMMDD
               IF ST-STATUS(I) NOT = "W"
                   PERFORM COMPUTE-STANDING
                   MOVE STANDING TO ST-STANDING(I)
                   IF WEIGHT-USED > 0
                       MOVE "Y" TO ST-GRADED(I)
                   END-IF
               END-IF
           END-PERFORM
           OPEN OUTPUT MIDTERM-RPT-FILE
           DISPLAY "Mid-term run: " FAILING-COUNT " failing, "
               WARNING-COUNT " in the warning band, "
               HONOR-COUNT " honor roll -- report on ALINAMIDR"
           IF LETTERS-SENT > 0 OR NO-GUARDIAN-COUNT > 0
               DISPLAY "Failing notices to guardians: " LETTERS-SENT
                   " sent (ALINALET), " NO-GUARDIAN-COUNT
                   " with no guardian on file"
           END-IF
           STOP RUN.

       LOAD-ROSTER.
                   MOVE RR-ABSENCES TO ST-ABSENCES(STUDENT-COUNT)
                   MOVE RR-STATUS TO ST-STATUS(STUDENT-COUNT)
                   MOVE 0 TO ST-STANDING(STUDENT-COUNT)
                   MOVE "N" TO ST-GRADED(STUDENT-COUNT)
                   IF RR-COURSE = SPACES
                       MOVE "GEN   " TO ST-COURSE(STUDENT-COUNT)
                       MOVE "01" TO ST-SECTION(STUDENT-COUNT)
                       AND ST-STANDING(I) < WARN-LINE
                   IF ST-STANDING(I) < FAIL-MARK
                       ADD 1 TO FAILING-COUNT
                       PERFORM SEND-FAILING-LETTER
                   ELSE
                       ADD 1 TO WARNING-COUNT
                   END-IF
           END-PERFORM
           .

      *-----------------------------------------------------------*
      * A failing standing is written to the student's guardians  *
      * on ALINAGUA and logged on ALINACOR; the same course's     *
      * notice already sent inside the resend window is not sent  *
      * again. A course with nothing graded yet has no standing   *
      * to write home about.                                      *
      *-----------------------------------------------------------*
       SEND-FAILING-LETTER.
           IF ST-GRADED(I) NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO LETTER-DETAIL
           STRING "Mid-term standing " ST-STANDING(I)
                  ", passing mark " FAIL-MARK
                  DELIMITED BY SIZE INTO LETTER-DETAIL
           CALL "ALINALTR" USING ST-NAME(I) LETTER-TYPE
               ST-COURSE(I) ST-SECTION(I) LETTER-DETAIL
               LETTER-SOURCE LETTER-RESULT
               ON EXCEPTION
                   MOVE "X" TO LETTER-RESULT
           END-CALL
           EVALUATE LETTER-RESULT
               WHEN "S"
                   ADD 1 TO LETTERS-SENT
               WHEN "N"
                   ADD 1 TO NO-GUARDIAN-COUNT
                   DISPLAY "No guardian on file for " ST-NAME(I)
                       " -- failing letter not sent"
           END-EVALUATE
           .

       PRINT-ONE-WARNING.
           MOVE SPACES TO MIDTERM-RECORD
           IF ST-STANDING(I) < FAIL-MARK
