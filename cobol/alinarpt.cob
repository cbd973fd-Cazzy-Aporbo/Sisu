           the letter grade -- the page a parent can be handed.
           Withdrawn students are skipped the way the class
           average already skips them. Prints to ALINARPC.
           The teacher signing the cards off is named on ALINASGN
           (one line, the operator ID); each card then carries the
           sign-off line and ALINAAUD gets a REPORT-CARD-SIGNED
           line per student, so SODRPT can set it against the
           grade changes on the same trail. An ID not on OPERMAST
           is refused: the cards print unsigned, RC 4. No ALINASGN
           prints them unsigned as before.

      *-----------------------------------------------------------*
      * Mod history:
      *               roster and gradebook now hold: the page
      *               header names them and the assignment match
      *               keys on student plus course plus section.
      *   2026-10-15  CAZZY - the signing teacher named on
      *               ALINASGN is printed on each card and logged
      *               on ALINAAUD (REPORT-CARD-SIGNED) per
      *               student.
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
           SELECT REPORT-CARD-FILE ASSIGN TO "ALINARPC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
           SELECT SIGNOFF-PARM-FILE ASSIGN TO "ALINASGN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SIGNOFF-FILE-STATUS.
           SELECT GRADE-AUDIT-FILE ASSIGN TO "ALINAAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRAUD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-CARD-FILE.
       01  REPORT-CARD-RECORD PIC X(80).

       FD  SIGNOFF-PARM-FILE.
       01  SIGNOFF-PARM-RECORD PIC X(8).

       FD  GRADE-AUDIT-FILE.
       01  GRADE-AUDIT-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       77 ROSTER-FILE-STATUS PIC X(2).
       77 GRADEBOOK-FILE-STATUS PIC X(2).
       77 WEIGHTS-FILE-STATUS PIC X(2).
       77 TERM-FILE-STATUS   PIC X(2).
       77 RPT-FILE-STATUS    PIC X(2).
       77 SIGNOFF-FILE-STATUS PIC X(2).
       77 GRAUD-FILE-STATUS  PIC X(2).
       77 SIGNOFF-ID         PIC X(8) VALUE SPACES.
       77 AUTH-ROLE          PIC X.
       77 AUTH-RESULT        PIC X.
       77 TODAY-STAMP        PIC 9(8).
       77 TERM-ID            PIC X(6).
       77 I                  PIC 99.
           PERFORM LOAD-GRADEBOOK
           PERFORM LOAD-WEIGHTS
           PERFORM LOAD-TERM-ID
           PERFORM LOAD-SIGNOFF-ID
           IF SIGNOFF-ID NOT = SPACES
               OPEN EXTEND GRADE-AUDIT-FILE
               IF GRAUD-FILE-STATUS NOT = "00"
                   OPEN OUTPUT GRADE-AUDIT-FILE
               END-IF
           END-IF
           OPEN OUTPUT REPORT-CARD-FILE
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > STUDENT-COUNT
               END-IF
           END-PERFORM
           CLOSE REPORT-CARD-FILE
           IF SIGNOFF-ID NOT = SPACES
               CLOSE GRADE-AUDIT-FILE
               DISPLAY "Report cards signed off by " SIGNOFF-ID
           END-IF
           DISPLAY "Report cards for term " TERM-ID ": "
               CARDS-PRINTED " students on ALINARPC"
           STOP RUN.
           END-PERFORM
           .

      *-----------------------------------------------------------*
      * The signing teacher from ALINASGN, checked against        *
      * OPERMAST through OPERAUTH; an unknown ID signs nothing.   *
      *-----------------------------------------------------------*
       LOAD-SIGNOFF-ID.
           OPEN INPUT SIGNOFF-PARM-FILE
           IF SIGNOFF-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ SIGNOFF-PARM-FILE
               AT END
                   MOVE SPACES TO SIGNOFF-PARM-RECORD
           END-READ
           CLOSE SIGNOFF-PARM-FILE
           MOVE SIGNOFF-PARM-RECORD TO SIGNOFF-ID
           IF SIGNOFF-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACE TO AUTH-ROLE
           CALL "OPERAUTH" USING SIGNOFF-ID AUTH-ROLE AUTH-RESULT
               ON EXCEPTION
                   MOVE "X" TO AUTH-RESULT
           END-CALL
           IF AUTH-RESULT = "U"
               DISPLAY "Sign-off operator " SIGNOFF-ID " is not on "
                   "the operator master -- cards print unsigned"
               MOVE SPACES TO SIGNOFF-ID
               MOVE 4 TO RETURN-CODE
           END-IF
           .

       LOAD-TERM-ID.
           MOVE SPACES TO TERM-ID
           OPEN INPUT TERM-PARM-FILE
               "  GRADE: " LETTER-GRADE
               DELIMITED BY SIZE INTO REPORT-CARD-RECORD
           WRITE REPORT-CARD-RECORD
           IF SIGNOFF-ID NOT = SPACES
               MOVE SPACES TO REPORT-CARD-RECORD
               STRING "SIGNED OFF BY " SIGNOFF-ID
                   "  DATE " TODAY-STAMP
                   DELIMITED BY SIZE INTO REPORT-CARD-RECORD
               WRITE REPORT-CARD-RECORD
               MOVE SPACES TO GRADE-AUDIT-RECORD
               STRING TODAY-STAMP " OPERATOR=" SIGNOFF-ID
                   " STUDENT=" ST-NAME(I)
                   " REPORT-CARD-SIGNED TERM=" TERM-ID
                   DELIMITED BY SIZE INTO GRADE-AUDIT-RECORD
               WRITE GRADE-AUDIT-RECORD
           END-IF
           MOVE SPACES TO REPORT-CARD-RECORD
           WRITE REPORT-CARD-RECORD
           .
