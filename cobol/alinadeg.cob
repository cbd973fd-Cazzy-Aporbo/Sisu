       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALINADEG.
       AUTHOR. CAZZY.
       REMARKS. >
           Graduation requirements audit. Measures every student's
           ALINAHIST term history against the requirements of the
           program the student is in (ALINAPGM; students not on
           it take the DEFAULT program) as ALINAREQ defines them:
           required courses with their minimum grades, credits
           per subject area, total credits, the lowest grade and
           the most absences a course may carry and still earn
           its credit, and the number of terms to graduate in.
           Prints to ALINADGR, per student, what is complete, what
           is in progress this term (the ALINATERM term, from the
           live ALINAROS roster and any history already written
           for it) and what is still missing, then the students
           at risk of not graduating on time (with any student
           whose history is too large to audit). Return code 4
           when anyone is at risk.

      *-----------------------------------------------------------*
      * Mod history:
      *   2026-10-15  CAZZY - written; counselors were adding up
      *               credits by hand off ALINATRR transcripts.
      *   2026-10-15  CAZZY - a student with more courses than the
      *               course table holds (now 120) is reported as
      *               an incomplete audit and listed at risk; the
      *               last course used to be overwritten, showing
      *               a false deficiency.
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUIREMENTS-FILE ASSIGN TO "ALINAREQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REQ-FILE-STATUS.
           SELECT STUDENT-PROGRAM-FILE ASSIGN TO "ALINAPGM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PGM-FILE-STATUS.
           SELECT TERM-HIST-FILE ASSIGN TO "ALINAHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HIST-FILE-STATUS.
           SELECT TERM-PARM-FILE ASSIGN TO "ALINATERM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TERM-FILE-STATUS.
           SELECT ROSTER-FILE ASSIGN TO "ALINAROS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ROSTER-FILE-STATUS.
           SELECT AUDIT-RPT-FILE ASSIGN TO "ALINADGR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *-----------------------------------------------------------*
      * Requirements, one keyword line each:                      *
      *     COURSE  course credits subject   credits a course     *
      *                                      earns and the        *
      *                                      subject area they    *
      *                                      count to (default    *
      *                                      1.0, the first four  *
      *                                      letters of the code) *
      *     DEFAULT program                  program for students *
      *                                      not on ALINAPGM      *
      *     program REQUIRE course [grade]   required course and  *
      *                                      its minimum grade    *
      *     program SUBJECT subject credits  credits needed in a  *
      *                                      subject area         *
      *     program TOTAL credits            credits to graduate  *
      *     program MINGRADE grade           lowest passing grade *
      *                                      (default D)          *
      *     program ABSENCES n               most absences a      *
      *                                      course may carry and *
      *                                      still earn credit    *
      *     program TERMS n                  terms to graduate in *
      *                                      (default 8)          *
      *     program TERMLOAD credits         most credits a       *
      *                                      student can carry in *
      *                                      a term (default 6)   *
      *-----------------------------------------------------------*
       FD  REQUIREMENTS-FILE.
       01  REQUIREMENTS-RECORD PIC X(80).

       FD  STUDENT-PROGRAM-FILE.
       01  STUDENT-PROGRAM-RECORD.
           05 PR-NAME         PIC X(15).
           05 PR-PROGRAM      PIC X(6).

       FD  TERM-HIST-FILE.
       01  TERM-HIST-RECORD.
           05 TH-TERM         PIC X(6).
           05 TH-NAME         PIC X(15).
           05 TH-SCORE        PIC 99.
           05 TH-GRADE        PIC X.
           05 TH-ABSENCES     PIC 99.
           05 TH-STATUS       PIC X.
           05 TH-COURSE       PIC X(6).
           05 TH-SECTION      PIC X(2).

       FD  TERM-PARM-FILE.
       01  TERM-PARM-RECORD   PIC X(10).

       FD  ROSTER-FILE.
       01  ROSTER-RECORD.
           05 RR-NAME         PIC X(15).
           05 RR-SCORE        PIC 99.
           05 RR-ATTENDANCE   PIC X.
           05 RR-ABSENCES     PIC 99.
           05 RR-STATUS       PIC X.
           05 RR-COURSE       PIC X(6).
           05 RR-SECTION      PIC X(2).

       FD  AUDIT-RPT-FILE.
       01  AUDIT-RECORD       PIC X(80).

       WORKING-STORAGE SECTION.
       77 REQ-FILE-STATUS    PIC X(2).
       77 PGM-FILE-STATUS    PIC X(2).
       77 HIST-FILE-STATUS   PIC X(2).
       77 TERM-FILE-STATUS   PIC X(2).
       77 ROSTER-FILE-STATUS PIC X(2).
       77 RPT-FILE-STATUS    PIC X(2).
       77 CURRENT-TERM       PIC X(6) VALUE SPACES.
       77 TODAY-STAMP        PIC 9(8).
       77 DEFAULT-PROGRAM    PIC X(6) VALUE SPACES.
       77 STUDENT-PROGRAM    PIC X(6).
       77 H-IDX              PIC 9(3).
       77 H-IDX2             PIC 9(3).
       77 S-IDX              PIC 9(3).
       77 P-IDX              PIC 99.
       77 R-IDX              PIC 99.
       77 C-IDX              PIC 9(3).
       77 K-IDX              PIC 99.
       77 T-IDX              PIC 99.
       77 GRADE-TO-RANK      PIC X.
       77 GRADE-RANK         PIC 9.
       77 NEEDED-RANK        PIC 9.
       77 ENTRY-FOUND        PIC X.
       77 EARNS-CREDIT       PIC X.
       77 COURSE-CREDITS     PIC 99V9.
       77 COURSE-SUBJECT     PIC X(6).
       77 CREDIT-SUBJECT     PIC X(6).
       77 EARNED-CREDITS     PIC 999V9.
       77 PROGRESS-CREDITS   PIC 999V9.
       77 SHORT-CREDITS      PIC S999V9.
       77 NEEDED-CREDITS     PIC 999V9.
       77 SUBJECT-SHORT      PIC 999V9.
       77 MISSING-REQUIRED   PIC 99.
       77 TERMS-DONE         PIC 99.
       77 TERMS-LEFT         PIC S99.
       77 TERM-CAPACITY      PIC 9(4)V9.
       77 STUDENT-STATUS     PIC X(9).
       77 AT-RISK-COUNT      PIC 9(3) VALUE 0.
       77 COMPLETE-COUNT     PIC 9(3) VALUE 0.
       77 INCOMPLETE-COUNT   PIC 9(3) VALUE 0.
       77 AUDIT-INCOMPLETE   PIC X.
       77 CREDIT-EDIT        PIC ZZ9.9.
       77 CREDIT-EDIT-2      PIC ZZ9.9.
       77 CREDIT-EDIT-3      PIC ZZ9.9.
       77 TERMS-EDIT         PIC -9.
       77 REQ-KEY            PIC X(10).
       77 REQ-WORD           PIC X(10).
       77 REQ-ARG1           PIC X(10).
       77 REQ-ARG2           PIC X(10).

      *-----------------------------------------------------------*
      * Requirements as loaded from ALINAREQ.                     *
      *-----------------------------------------------------------*
       01 PROGRAM-TABLE.
           05 PROGRAM-ENTRY OCCURS 10 TIMES.
              10 PG-CODE       PIC X(6).
              10 PG-TOTAL      PIC 999V9.
              10 PG-MINGRADE   PIC X.
              10 PG-ABSENCES   PIC 99.
              10 PG-TERMS      PIC 99.
              10 PG-TERMLOAD   PIC 99V9.
       01 PG-COUNT           PIC 99 VALUE 0.
       01 REQUIRED-TABLE.
           05 REQUIRED-ENTRY OCCURS 60 TIMES.
              10 RQ-PROGRAM    PIC X(6).
              10 RQ-COURSE     PIC X(6).
              10 RQ-GRADE      PIC X.
       01 RQ-COUNT           PIC 99 VALUE 0.
       01 SUBJECT-TABLE.
           05 SUBJECT-ENTRY OCCURS 40 TIMES.
              10 SR-PROGRAM    PIC X(6).
              10 SR-SUBJECT    PIC X(6).
              10 SR-CREDITS    PIC 99V9.
       01 SR-COUNT           PIC 99 VALUE 0.
       01 COURSE-TABLE.
           05 COURSE-ENTRY OCCURS 60 TIMES.
              10 CC-COURSE     PIC X(6).
              10 CC-CREDITS    PIC 99V9.
              10 CC-SUBJECT    PIC X(6).
       01 CC-COUNT           PIC 99 VALUE 0.
       01 STUDENT-PROGRAMS.
           05 STUDENT-PROGRAM-ENTRY OCCURS 100 TIMES.
              10 SP-NAME       PIC X(15).
              10 SP-PROGRAM    PIC X(6).
       01 SP-COUNT           PIC 9(3) VALUE 0.

      *-----------------------------------------------------------*
      * Term history, one entry per student, term and course:     *
      * ALINA-PROJECT appends the whole roster each run, so the   *
      * last line written for a term is the one that stands. The  *
      * live roster's active enrollments are this term's work.    *
      *-----------------------------------------------------------*
       01 HISTORY-TABLE.
           05 HIST-ENTRY OCCURS 500 TIMES.
              10 HT-TERM       PIC X(6).
              10 HT-NAME       PIC X(15).
              10 HT-GRADE      PIC X.
              10 HT-ABSENCES   PIC 99.
              10 HT-STATUS     PIC X.
              10 HT-COURSE     PIC X(6).
       01 HIST-COUNT         PIC 9(3) VALUE 0.
       01 ENROLLED-TABLE.
           05 ENROLLED-ENTRY OCCURS 30 TIMES.
              10 EN-NAME       PIC X(15).
              10 EN-COURSE     PIC X(6).
       01 EN-COUNT           PIC 99 VALUE 0.
       01 STUDENT-LIST.
           05 SL-NAME OCCURS 100 TIMES PIC X(15).
       01 SL-COUNT           PIC 9(3) VALUE 0.

      *-----------------------------------------------------------*
      * One student's courses: E earned, P in progress this term, *
      * N taken without earning the credit; SC-GRADE the best     *
      * grade a completed term gave it. A student with more       *
      * courses than the table holds is not judged at all.        *
      *-----------------------------------------------------------*
       01 STUDENT-COURSES.
           05 SC-ENTRY OCCURS 120 TIMES.
              10 SC-COURSE     PIC X(6).
              10 SC-STATE      PIC X.
              10 SC-GRADE      PIC X.
       01 SC-COUNT           PIC 9(3).
       01 TERMS-SEEN.
           05 TS-TERM OCCURS 20 TIMES PIC X(6).
       01 TS-COUNT           PIC 99.
       01 AT-RISK-TABLE.
           05 AT-RISK-LINE OCCURS 100 TIMES PIC X(80).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT TODAY-STAMP FROM DATE YYYYMMDD
           PERFORM LOAD-REQUIREMENTS
           IF PG-COUNT = 0
               DISPLAY "No graduation requirements (ALINAREQ) on hand"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-STUDENT-PROGRAMS
           PERFORM LOAD-CURRENT-TERM
           PERFORM LOAD-TERM-HISTORY
           PERFORM LOAD-ROSTER

           OPEN OUTPUT AUDIT-RPT-FILE
           MOVE SPACES TO AUDIT-RECORD
           STRING TODAY-STAMP " GRADUATION REQUIREMENTS AUDIT"
                  "  CURRENT TERM " CURRENT-TERM
                  DELIMITED BY SIZE INTO AUDIT-RECORD
           WRITE AUDIT-RECORD
           PERFORM VARYING S-IDX FROM 1 BY 1 UNTIL S-IDX > SL-COUNT
               PERFORM AUDIT-ONE-STUDENT
           END-PERFORM
           MOVE SPACES TO AUDIT-RECORD
           WRITE AUDIT-RECORD
           MOVE "STUDENTS AT RISK OF NOT GRADUATING ON TIME:"
               TO AUDIT-RECORD
           WRITE AUDIT-RECORD
           PERFORM VARYING S-IDX FROM 1 BY 1
                   UNTIL S-IDX > AT-RISK-COUNT
               MOVE AT-RISK-LINE(S-IDX) TO AUDIT-RECORD
               WRITE AUDIT-RECORD
           END-PERFORM
           IF AT-RISK-COUNT = 0
               MOVE "  NONE" TO AUDIT-RECORD
               WRITE AUDIT-RECORD
           END-IF
           CLOSE AUDIT-RPT-FILE

           DISPLAY "Graduation audit on ALINADGR: " SL-COUNT
               " students, " COMPLETE-COUNT " complete, "
               AT-RISK-COUNT " at risk"
           IF INCOMPLETE-COUNT > 0
               DISPLAY INCOMPLETE-COUNT " audits incomplete -- "
                   "course table full"
           END-IF
           IF AT-RISK-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-REQUIREMENTS.
           OPEN INPUT REQUIREMENTS-FILE
           IF REQ-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ REQUIREMENTS-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               MOVE SPACES TO REQ-KEY REQ-WORD REQ-ARG1 REQ-ARG2
               UNSTRING REQUIREMENTS-RECORD DELIMITED BY ALL SPACES
                   INTO REQ-KEY REQ-WORD REQ-ARG1 REQ-ARG2
               EVALUATE REQ-KEY
                   WHEN SPACES
                       CONTINUE
                   WHEN "COURSE"
                       PERFORM TAKE-COURSE-LINE
                   WHEN "DEFAULT"
                       MOVE REQ-WORD TO DEFAULT-PROGRAM
                   WHEN OTHER
                       PERFORM TAKE-PROGRAM-LINE
               END-EVALUATE
           END-PERFORM
           CLOSE REQUIREMENTS-FILE
           .

       TAKE-COURSE-LINE.
           IF CC-COUNT = 60
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO CC-COUNT
           MOVE REQ-WORD TO CC-COURSE(CC-COUNT)
           MOVE 1 TO CC-CREDITS(CC-COUNT)
           IF FUNCTION TEST-NUMVAL(REQ-ARG1) = 0
               COMPUTE CC-CREDITS(CC-COUNT) = FUNCTION NUMVAL(REQ-ARG1)
           END-IF
           IF REQ-ARG2 = SPACES
               MOVE REQ-WORD(1:4) TO CC-SUBJECT(CC-COUNT)
           ELSE
               MOVE REQ-ARG2 TO CC-SUBJECT(CC-COUNT)
           END-IF
           .

      *-----------------------------------------------------------*
      * A program line: the program's entry is made the first     *
      * time its code is seen, with the house defaults.           *
      *-----------------------------------------------------------*
       TAKE-PROGRAM-LINE.
           PERFORM VARYING P-IDX FROM 1 BY 1 UNTIL P-IDX > PG-COUNT
               IF PG-CODE(P-IDX) = REQ-KEY
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF P-IDX > PG-COUNT
               IF PG-COUNT = 10
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO PG-COUNT
               MOVE REQ-KEY TO PG-CODE(PG-COUNT)
               MOVE 0 TO PG-TOTAL(PG-COUNT)
               MOVE "D" TO PG-MINGRADE(PG-COUNT)
               MOVE 99 TO PG-ABSENCES(PG-COUNT)
               MOVE 8 TO PG-TERMS(PG-COUNT)
               MOVE 6 TO PG-TERMLOAD(PG-COUNT)
               MOVE PG-COUNT TO P-IDX
           END-IF
           EVALUATE REQ-WORD
               WHEN "REQUIRE"
                   IF RQ-COUNT < 60
                       ADD 1 TO RQ-COUNT
                       MOVE REQ-KEY TO RQ-PROGRAM(RQ-COUNT)
                       MOVE REQ-ARG1 TO RQ-COURSE(RQ-COUNT)
                       MOVE REQ-ARG2(1:1) TO RQ-GRADE(RQ-COUNT)
                   END-IF
               WHEN "SUBJECT"
                   IF SR-COUNT < 40
                           AND FUNCTION TEST-NUMVAL(REQ-ARG2) = 0
                       ADD 1 TO SR-COUNT
                       MOVE REQ-KEY TO SR-PROGRAM(SR-COUNT)
                       MOVE REQ-ARG1 TO SR-SUBJECT(SR-COUNT)
                       COMPUTE SR-CREDITS(SR-COUNT) =
                           FUNCTION NUMVAL(REQ-ARG2)
                   END-IF
               WHEN "TOTAL"
                   IF FUNCTION TEST-NUMVAL(REQ-ARG1) = 0
                       COMPUTE PG-TOTAL(P-IDX) =
                           FUNCTION NUMVAL(REQ-ARG1)
                   END-IF
               WHEN "MINGRADE"
                   MOVE REQ-ARG1(1:1) TO PG-MINGRADE(P-IDX)
               WHEN "ABSENCES"
                   IF FUNCTION TEST-NUMVAL(REQ-ARG1) = 0
                       COMPUTE PG-ABSENCES(P-IDX) =
                           FUNCTION NUMVAL(REQ-ARG1)
                   END-IF
               WHEN "TERMS"
                   IF FUNCTION TEST-NUMVAL(REQ-ARG1) = 0
                       COMPUTE PG-TERMS(P-IDX) =
                           FUNCTION NUMVAL(REQ-ARG1)
                   END-IF
               WHEN "TERMLOAD"
                   IF FUNCTION TEST-NUMVAL(REQ-ARG1) = 0
                       COMPUTE PG-TERMLOAD(P-IDX) =
                           FUNCTION NUMVAL(REQ-ARG1)
                   END-IF
               WHEN OTHER
                   DISPLAY "Unknown requirement " REQ-WORD
                       " for program " REQ-KEY " -- ignored"
           END-EVALUATE
           .

       LOAD-STUDENT-PROGRAMS.
           OPEN INPUT STUDENT-PROGRAM-FILE
           IF PGM-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ STUDENT-PROGRAM-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF SP-COUNT < 100
                   ADD 1 TO SP-COUNT
                   MOVE PR-NAME TO SP-NAME(SP-COUNT)
                   MOVE PR-PROGRAM TO SP-PROGRAM(SP-COUNT)
               END-IF
           END-PERFORM
           CLOSE STUDENT-PROGRAM-FILE
           .

      *-----------------------------------------------------------*
      * The term in progress, as ALINA-PROJECT names it: the      *
      * ALINATERM identifier, or the year and month without one.  *
      *-----------------------------------------------------------*
       LOAD-CURRENT-TERM.
           OPEN INPUT TERM-PARM-FILE
           IF TERM-FILE-STATUS = "00"
               READ TERM-PARM-FILE
                   AT END
                       CONTINUE
               END-READ
               IF TERM-FILE-STATUS = "00"
                   MOVE TERM-PARM-RECORD(1:6) TO CURRENT-TERM
               END-IF
               CLOSE TERM-PARM-FILE
           END-IF
           IF CURRENT-TERM = SPACES
               MOVE TODAY-STAMP(1:6) TO CURRENT-TERM
           END-IF
           .

       LOAD-TERM-HISTORY.
           OPEN INPUT TERM-HIST-FILE
           IF HIST-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ TERM-HIST-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF TH-COURSE = SPACES
                   MOVE "GEN   " TO TH-COURSE
               END-IF
               MOVE "N" TO ENTRY-FOUND
               PERFORM VARYING H-IDX FROM 1 BY 1
                       UNTIL H-IDX > HIST-COUNT
                   IF HT-NAME(H-IDX) = TH-NAME
                           AND HT-TERM(H-IDX) = TH-TERM
                           AND HT-COURSE(H-IDX) = TH-COURSE
                       MOVE "Y" TO ENTRY-FOUND
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF ENTRY-FOUND = "N"
                   IF HIST-COUNT < 500
                       ADD 1 TO HIST-COUNT
                       MOVE HIST-COUNT TO H-IDX
                   ELSE
                       EXIT PERFORM
                   END-IF
               END-IF
               MOVE TH-TERM TO HT-TERM(H-IDX)
               MOVE TH-NAME TO HT-NAME(H-IDX)
               MOVE TH-GRADE TO HT-GRADE(H-IDX)
               MOVE TH-ABSENCES TO HT-ABSENCES(H-IDX)
               MOVE TH-STATUS TO HT-STATUS(H-IDX)
               MOVE TH-COURSE TO HT-COURSE(H-IDX)
               PERFORM NOTE-STUDENT
           END-PERFORM
           CLOSE TERM-HIST-FILE
           .

       LOAD-ROSTER.
           OPEN INPUT ROSTER-FILE
           IF ROSTER-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ ROSTER-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF RR-STATUS NOT = "W" AND EN-COUNT < 30
                   ADD 1 TO EN-COUNT
                   MOVE RR-NAME TO EN-NAME(EN-COUNT)
                   IF RR-COURSE = SPACES
                       MOVE "GEN   " TO EN-COURSE(EN-COUNT)
                   ELSE
                       MOVE RR-COURSE TO EN-COURSE(EN-COUNT)
                   END-IF
                   MOVE RR-NAME TO TH-NAME
                   PERFORM NOTE-STUDENT
               END-IF
           END-PERFORM
           CLOSE ROSTER-FILE
           .

       NOTE-STUDENT.
           PERFORM VARYING K-IDX FROM 1 BY 1 UNTIL K-IDX > SL-COUNT
               IF SL-NAME(K-IDX) = TH-NAME
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF SL-COUNT < 100
               ADD 1 TO SL-COUNT
               MOVE TH-NAME TO SL-NAME(SL-COUNT)
           END-IF
           .

      *-----------------------------------------------------------*
      * One student: sort the history into earned, in progress    *
      * and taken-but-not-earned courses, then judge it against   *
      * the program's required courses, subject credits and total *
      * credits, and the terms left to finish in.                 *
      *-----------------------------------------------------------*
       AUDIT-ONE-STUDENT.
           MOVE DEFAULT-PROGRAM TO STUDENT-PROGRAM
           PERFORM VARYING K-IDX FROM 1 BY 1 UNTIL K-IDX > SP-COUNT
               IF SP-NAME(K-IDX) = SL-NAME(S-IDX)
                   MOVE SP-PROGRAM(K-IDX) TO STUDENT-PROGRAM
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE SPACES TO AUDIT-RECORD
           WRITE AUDIT-RECORD
           PERFORM VARYING P-IDX FROM 1 BY 1 UNTIL P-IDX > PG-COUNT
               IF PG-CODE(P-IDX) = STUDENT-PROGRAM
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF P-IDX > PG-COUNT
               MOVE SPACES TO AUDIT-RECORD
               STRING "STUDENT " SL-NAME(S-IDX)
                      " NO PROGRAM ON FILE -- NOT AUDITED"
                      DELIMITED BY SIZE INTO AUDIT-RECORD
               WRITE AUDIT-RECORD
               EXIT PARAGRAPH
           END-IF

           PERFORM SORT-STUDENT-COURSES
           IF AUDIT-INCOMPLETE = "Y"
               PERFORM REPORT-AUDIT-INCOMPLETE
               EXIT PARAGRAPH
           END-IF
           COMPUTE TERMS-LEFT = PG-TERMS(P-IDX) - TERMS-DONE
           MOVE TERMS-LEFT TO TERMS-EDIT
           MOVE SPACES TO AUDIT-RECORD
           STRING "STUDENT " SL-NAME(S-IDX)
                  " PROGRAM " STUDENT-PROGRAM
                  "  TERMS COMPLETED " TERMS-DONE
                  " OF " PG-TERMS(P-IDX)
                  DELIMITED BY SIZE INTO AUDIT-RECORD
           WRITE AUDIT-RECORD

           MOVE 0 TO MISSING-REQUIRED
           PERFORM VARYING R-IDX FROM 1 BY 1 UNTIL R-IDX > RQ-COUNT
               IF RQ-PROGRAM(R-IDX) = STUDENT-PROGRAM
                   PERFORM REPORT-REQUIRED-COURSE
               END-IF
           END-PERFORM

           MOVE 0 TO SUBJECT-SHORT
           PERFORM VARYING R-IDX FROM 1 BY 1 UNTIL R-IDX > SR-COUNT
               IF SR-PROGRAM(R-IDX) = STUDENT-PROGRAM
                   PERFORM REPORT-SUBJECT-CREDITS
               END-IF
           END-PERFORM

           PERFORM REPORT-TOTAL-CREDITS
           PERFORM JUDGE-STUDENT-STATUS
           .

       SORT-STUDENT-COURSES.
           MOVE 0 TO SC-COUNT
           MOVE "N" TO AUDIT-INCOMPLETE
           MOVE 0 TO TS-COUNT
           MOVE 0 TO TERMS-DONE
           PERFORM VARYING H-IDX FROM 1 BY 1 UNTIL H-IDX > HIST-COUNT
               IF HT-NAME(H-IDX) = SL-NAME(S-IDX)
                   PERFORM TAKE-HISTORY-ENTRY
               END-IF
           END-PERFORM
           PERFORM VARYING H-IDX FROM 1 BY 1 UNTIL H-IDX > EN-COUNT
               IF EN-NAME(H-IDX) = SL-NAME(S-IDX)
                   MOVE EN-COURSE(H-IDX) TO COURSE-SUBJECT
                   PERFORM FIND-STUDENT-COURSE
                   IF C-IDX > 0 AND SC-STATE(C-IDX) NOT = "E"
                       MOVE "P" TO SC-STATE(C-IDX)
                   END-IF
               END-IF
           END-PERFORM
           .

      *-----------------------------------------------------------*
      * A completed term's course earns its credit when it was    *
      * not withdrawn, the grade meets the program's minimum and  *
      * the absences are within the program's limit. The current  *
      * term's history is still in progress.                      *
      *-----------------------------------------------------------*
       TAKE-HISTORY-ENTRY.
           MOVE HT-COURSE(H-IDX) TO COURSE-SUBJECT
           PERFORM FIND-STUDENT-COURSE
           IF C-IDX = 0
               EXIT PARAGRAPH
           END-IF
           IF HT-TERM(H-IDX) = CURRENT-TERM
               IF HT-STATUS(H-IDX) NOT = "W"
                       AND SC-STATE(C-IDX) NOT = "E"
                   MOVE "P" TO SC-STATE(C-IDX)
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING T-IDX FROM 1 BY 1 UNTIL T-IDX > TS-COUNT
               IF TS-TERM(T-IDX) = HT-TERM(H-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF T-IDX > TS-COUNT AND TS-COUNT < 20
               ADD 1 TO TS-COUNT
               MOVE HT-TERM(H-IDX) TO TS-TERM(TS-COUNT)
               ADD 1 TO TERMS-DONE
           END-IF
           IF HT-STATUS(H-IDX) = "W"
               EXIT PARAGRAPH
           END-IF
           MOVE HT-GRADE(H-IDX) TO GRADE-TO-RANK
           PERFORM RANK-GRADE
           MOVE GRADE-RANK TO NEEDED-RANK
           IF SC-GRADE(C-IDX) NOT = SPACE
               MOVE SC-GRADE(C-IDX) TO GRADE-TO-RANK
               PERFORM RANK-GRADE
               IF NEEDED-RANK < GRADE-RANK
                   MOVE HT-GRADE(H-IDX) TO SC-GRADE(C-IDX)
               END-IF
           ELSE
               MOVE HT-GRADE(H-IDX) TO SC-GRADE(C-IDX)
           END-IF
           MOVE PG-MINGRADE(P-IDX) TO GRADE-TO-RANK
           PERFORM RANK-GRADE
           IF NEEDED-RANK <= GRADE-RANK
                   AND HT-ABSENCES(H-IDX) <= PG-ABSENCES(P-IDX)
               MOVE "E" TO SC-STATE(C-IDX)
           END-IF
           .

      *-----------------------------------------------------------*
      * C-IDX to the student's entry for course COURSE-SUBJECT,   *
      * made (as N) if it is not there yet. With the table full   *
      * C-IDX is 0 and the student's audit is incomplete.         *
      *-----------------------------------------------------------*
       FIND-STUDENT-COURSE.
           PERFORM VARYING C-IDX FROM 1 BY 1 UNTIL C-IDX > SC-COUNT
               IF SC-COURSE(C-IDX) = COURSE-SUBJECT
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF SC-COUNT = 120
               MOVE "Y" TO AUDIT-INCOMPLETE
               MOVE 0 TO C-IDX
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO SC-COUNT
           MOVE SC-COUNT TO C-IDX
           MOVE COURSE-SUBJECT TO SC-COURSE(C-IDX)
           MOVE "N" TO SC-STATE(C-IDX)
           MOVE SPACE TO SC-GRADE(C-IDX)
           .

      *-----------------------------------------------------------*
      * No verdict for a student whose history would not fit: a   *
      * course left out could only show up as a false deficiency. *
      * The student goes on the at-risk list for a hand audit.    *
      *-----------------------------------------------------------*
       REPORT-AUDIT-INCOMPLETE.
           ADD 1 TO INCOMPLETE-COUNT
           MOVE SPACES TO AUDIT-RECORD
           STRING "STUDENT " SL-NAME(S-IDX)
                  " PROGRAM " STUDENT-PROGRAM
                  " MORE THAN 120 COURSES ON HISTORY"
                  DELIMITED BY SIZE INTO AUDIT-RECORD
           WRITE AUDIT-RECORD
           MOVE "  STATUS: AUDIT INCOMPLETE -- NOT JUDGED"
               TO AUDIT-RECORD
           WRITE AUDIT-RECORD
           IF AT-RISK-COUNT < 100
               ADD 1 TO AT-RISK-COUNT
               MOVE SPACES TO AT-RISK-LINE(AT-RISK-COUNT)
               STRING "  " SL-NAME(S-IDX) " " STUDENT-PROGRAM
                      " AUDIT INCOMPLETE -- AUDIT BY HAND"
                      DELIMITED BY SIZE
                      INTO AT-RISK-LINE(AT-RISK-COUNT)
           END-IF
           .

      *-----------------------------------------------------------*
      * A to F as 1 to 5, so a lower rank is the better grade.    *
      *-----------------------------------------------------------*
       RANK-GRADE.
           EVALUATE GRADE-TO-RANK
               WHEN "A"
                   MOVE 1 TO GRADE-RANK
               WHEN "B"
                   MOVE 2 TO GRADE-RANK
               WHEN "C"
                   MOVE 3 TO GRADE-RANK
               WHEN "D"
                   MOVE 4 TO GRADE-RANK
               WHEN OTHER
                   MOVE 5 TO GRADE-RANK
           END-EVALUATE
           .

       REPORT-REQUIRED-COURSE.
           MOVE RQ-COURSE(R-IDX) TO COURSE-SUBJECT
           MOVE "N" TO ENTRY-FOUND
           PERFORM VARYING C-IDX FROM 1 BY 1 UNTIL C-IDX > SC-COUNT
               IF SC-COURSE(C-IDX) = COURSE-SUBJECT
                   MOVE "Y" TO ENTRY-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE SPACES TO AUDIT-RECORD
           IF ENTRY-FOUND = "N"
               ADD 1 TO MISSING-REQUIRED
               STRING "  REQUIRED " COURSE-SUBJECT "  MISSING"
                      DELIMITED BY SIZE INTO AUDIT-RECORD
               WRITE AUDIT-RECORD
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO EARNS-CREDIT
           IF SC-STATE(C-IDX) = "E" AND RQ-GRADE(R-IDX) NOT = SPACE
               MOVE SC-GRADE(C-IDX) TO GRADE-TO-RANK
               PERFORM RANK-GRADE
               MOVE GRADE-RANK TO NEEDED-RANK
               MOVE RQ-GRADE(R-IDX) TO GRADE-TO-RANK
               PERFORM RANK-GRADE
               IF NEEDED-RANK > GRADE-RANK
                   MOVE "N" TO EARNS-CREDIT
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN SC-STATE(C-IDX) = "E" AND EARNS-CREDIT = "Y"
                   STRING "  REQUIRED " COURSE-SUBJECT
                          "  COMPLETE (" SC-GRADE(C-IDX) ")"
                          DELIMITED BY SIZE INTO AUDIT-RECORD
               WHEN SC-STATE(C-IDX) = "P"
                   STRING "  REQUIRED " COURSE-SUBJECT
                          "  IN PROGRESS"
                          DELIMITED BY SIZE INTO AUDIT-RECORD
               WHEN SC-STATE(C-IDX) = "E"
                   ADD 1 TO MISSING-REQUIRED
                   STRING "  REQUIRED " COURSE-SUBJECT
                          "  MISSING -- " RQ-GRADE(R-IDX)
                          " NEEDED, BEST GRADE " SC-GRADE(C-IDX)
                          DELIMITED BY SIZE INTO AUDIT-RECORD
               WHEN OTHER
                   ADD 1 TO MISSING-REQUIRED
                   STRING "  REQUIRED " COURSE-SUBJECT
                          "  MISSING -- TAKEN, NOT PASSED"
                          DELIMITED BY SIZE INTO AUDIT-RECORD
           END-EVALUATE
           WRITE AUDIT-RECORD
           .

      *-----------------------------------------------------------*
      * Credits and subject area for course COURSE-SUBJECT from   *
      * the COURSE lines; a course without one earns 1.0 in the   *
      * subject named by the first four letters of its code.      *
      *-----------------------------------------------------------*
       FIND-COURSE-CREDITS.
           MOVE 1 TO COURSE-CREDITS
           MOVE COURSE-SUBJECT(1:4) TO CREDIT-SUBJECT
           PERFORM VARYING K-IDX FROM 1 BY 1 UNTIL K-IDX > CC-COUNT
               IF CC-COURSE(K-IDX) = COURSE-SUBJECT
                   MOVE CC-CREDITS(K-IDX) TO COURSE-CREDITS
                   MOVE CC-SUBJECT(K-IDX) TO CREDIT-SUBJECT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

       REPORT-SUBJECT-CREDITS.
           MOVE 0 TO EARNED-CREDITS
           MOVE 0 TO PROGRESS-CREDITS
           PERFORM VARYING C-IDX FROM 1 BY 1 UNTIL C-IDX > SC-COUNT
               MOVE SC-COURSE(C-IDX) TO COURSE-SUBJECT
               PERFORM FIND-COURSE-CREDITS
               IF CREDIT-SUBJECT = SR-SUBJECT(R-IDX)
                   EVALUATE SC-STATE(C-IDX)
                       WHEN "E"
                           ADD COURSE-CREDITS TO EARNED-CREDITS
                       WHEN "P"
                           ADD COURSE-CREDITS TO PROGRESS-CREDITS
                   END-EVALUATE
               END-IF
           END-PERFORM
           COMPUTE SHORT-CREDITS = SR-CREDITS(R-IDX)
               - EARNED-CREDITS - PROGRESS-CREDITS
           IF SHORT-CREDITS > 0
               ADD SHORT-CREDITS TO SUBJECT-SHORT
           END-IF
           MOVE SR-CREDITS(R-IDX) TO CREDIT-EDIT
           MOVE EARNED-CREDITS TO CREDIT-EDIT-2
           MOVE PROGRESS-CREDITS TO CREDIT-EDIT-3
           MOVE SPACES TO AUDIT-RECORD
           STRING "  SUBJECT  " SR-SUBJECT(R-IDX) " NEEDED " CREDIT-EDIT
                  " EARNED " CREDIT-EDIT-2
                  " IN PROGRESS " CREDIT-EDIT-3
                  DELIMITED BY SIZE INTO AUDIT-RECORD
           PERFORM APPEND-CREDIT-VERDICT
           WRITE AUDIT-RECORD
           .

       REPORT-TOTAL-CREDITS.
           MOVE 0 TO EARNED-CREDITS
           MOVE 0 TO PROGRESS-CREDITS
           PERFORM VARYING C-IDX FROM 1 BY 1 UNTIL C-IDX > SC-COUNT
               MOVE SC-COURSE(C-IDX) TO COURSE-SUBJECT
               PERFORM FIND-COURSE-CREDITS
               EVALUATE SC-STATE(C-IDX)
                   WHEN "E"
                       ADD COURSE-CREDITS TO EARNED-CREDITS
                   WHEN "P"
                       ADD COURSE-CREDITS TO PROGRESS-CREDITS
               END-EVALUATE
           END-PERFORM
           COMPUTE SHORT-CREDITS = PG-TOTAL(P-IDX)
               - EARNED-CREDITS - PROGRESS-CREDITS
           MOVE PG-TOTAL(P-IDX) TO CREDIT-EDIT
           MOVE EARNED-CREDITS TO CREDIT-EDIT-2
           MOVE PROGRESS-CREDITS TO CREDIT-EDIT-3
           MOVE SPACES TO AUDIT-RECORD
           STRING "  TOTAL           NEEDED " CREDIT-EDIT
                  " EARNED " CREDIT-EDIT-2
                  " IN PROGRESS " CREDIT-EDIT-3
                  DELIMITED BY SIZE INTO AUDIT-RECORD
           PERFORM APPEND-CREDIT-VERDICT
           WRITE AUDIT-RECORD
           .

      *-----------------------------------------------------------*
      * COMPLETE on credits already earned, IN PROGRESS when this *
      * term's courses would cover it, or the credits still       *
      * missing after them.                                       *
      *-----------------------------------------------------------*
       APPEND-CREDIT-VERDICT.
           EVALUATE TRUE
               WHEN SHORT-CREDITS + PROGRESS-CREDITS <= 0
                   MOVE "COMPLETE" TO AUDIT-RECORD(66:8)
               WHEN SHORT-CREDITS <= 0
                   MOVE "IN PROGRESS" TO AUDIT-RECORD(66:11)
               WHEN OTHER
                   MOVE SHORT-CREDITS TO CREDIT-EDIT
                   STRING "MISSING " CREDIT-EDIT
                          DELIMITED BY SIZE
                          INTO AUDIT-RECORD(66:15)
           END-EVALUATE
           .

      *-----------------------------------------------------------*
      * Complete once every requirement is met on earned credit.  *
      * Otherwise the credits still needed after this term must   *
      * fit the terms left at the program's term load, and with   *
      * no terms left anything outstanding is a late graduation.  *
      *-----------------------------------------------------------*
       JUDGE-STUDENT-STATUS.
           MOVE 0 TO NEEDED-CREDITS
           IF SHORT-CREDITS > 0
               MOVE SHORT-CREDITS TO NEEDED-CREDITS
           END-IF
           IF SUBJECT-SHORT > NEEDED-CREDITS
               MOVE SUBJECT-SHORT TO NEEDED-CREDITS
           END-IF
           IF PROGRESS-CREDITS > 0
               SUBTRACT 1 FROM TERMS-LEFT
           END-IF
           IF TERMS-LEFT < 0
               MOVE 0 TO TERMS-LEFT
           END-IF
           COMPUTE TERM-CAPACITY = TERMS-LEFT * PG-TERMLOAD(P-IDX)
           EVALUATE TRUE
               WHEN NEEDED-CREDITS = 0 AND MISSING-REQUIRED = 0
                       AND PROGRESS-CREDITS = 0
                       AND SHORT-CREDITS <= 0
                   MOVE "COMPLETE" TO STUDENT-STATUS
                   ADD 1 TO COMPLETE-COUNT
               WHEN NEEDED-CREDITS > TERM-CAPACITY
                   MOVE "AT RISK" TO STUDENT-STATUS
               WHEN TERMS-LEFT = 0 AND MISSING-REQUIRED > 0
                   MOVE "AT RISK" TO STUDENT-STATUS
               WHEN OTHER
                   MOVE "ON TRACK" TO STUDENT-STATUS
           END-EVALUATE
           MOVE NEEDED-CREDITS TO CREDIT-EDIT
           MOVE TERMS-LEFT TO TERMS-EDIT
           MOVE SPACES TO AUDIT-RECORD
           STRING "  STATUS: " STUDENT-STATUS
                  " CREDITS NEEDED " CREDIT-EDIT
                  "  REQUIRED MISSING " MISSING-REQUIRED
                  "  TERMS LEFT " TERMS-EDIT
                  DELIMITED BY SIZE INTO AUDIT-RECORD
           WRITE AUDIT-RECORD
           IF STUDENT-STATUS = "AT RISK" AND AT-RISK-COUNT < 100
               ADD 1 TO AT-RISK-COUNT
               MOVE SPACES TO AT-RISK-LINE(AT-RISK-COUNT)
               STRING "  " SL-NAME(S-IDX) " " STUDENT-PROGRAM
                      " NEEDS " CREDIT-EDIT " CREDITS, "
                      MISSING-REQUIRED " REQUIRED, "
                      TERMS-EDIT " TERMS LEFT"
                      DELIMITED BY SIZE
                      INTO AT-RISK-LINE(AT-RISK-COUNT)
           END-IF
           .
