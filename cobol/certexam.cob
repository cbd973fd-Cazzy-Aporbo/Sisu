           the configurable pass mark in CERTPARM, and writes a
           certification record per attempt to CERTHIST -- the
           demonstrable operator certification the audit asks for.
           The record names the operator ID the candidate signs on
           with and the exam version (the CERTPARM line is exam
           size, pass mark, version), so the nightly CERTRENW can
           carry a pass onto the operator master.
           Attempts are rationed: CERTPARM's fifth to seventh values
           are the attempts allowed per period, the period in days
           and the days a candidate waits after a fail (defaults 3,
           90 and 14), counted from CERTHIST. A retake leaves out
           the questions the candidate saw last time (CERTQLOG)
           while the bank has enough others. An attempt made in a
           CERTSIT sitting the candidate is seated for -- "SITTING
           id date hhmm hhmm proctor" and "SEAT id operator ..."
           lines -- carries the sitting ID; any other attempt is
           written as SITTING=NONE for the CERTSITR report.

      *-----------------------------------------------------------*
      * Mod history:
      *               correct or not, the attempt's final result)
      *               so the item analysis can judge which
      *               questions discriminate.
      *   2026-10-15  CAZZY - CERTHIST carries the candidate's
      *               operator ID and the exam version (third
      *               CERTPARM value) so CERTRENW can date and
      *               expire the operator's certification from a
      *               pass.
      *   2026-10-15  CAZZY - attempt rationing and sittings:
      *               CERTPARM attempts per period and retake wait
      *               (from CERTHIST), a retake leaves out the
      *               last attempt's questions (CERTQLOG), and
      *               CERTHIST records the CERTSIT sitting (or
      *               NONE) and time for CERTSITR.
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
           SELECT QUESTION-LOG-FILE ASSIGN TO "CERTQLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QLOG-FILE-STATUS.
           SELECT SITTING-FILE ASSIGN TO "CERTSIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  EXAM-PARM-RECORD    PIC X(20).

       FD  CERT-HIST-FILE.
       01  CERT-HIST-RECORD    PIC X(160).

       FD  QUESTION-LOG-FILE.
       01  QUESTION-LOG-RECORD.
           05 QL-CORRECT       PIC X.
           05 QL-RESULT        PIC X(4).

       FD  SITTING-FILE.
       01  SITTING-RECORD      PIC X(80).

       WORKING-STORAGE SECTION.
       77 BANK-FILE-STATUS   PIC X(2).
       77 PARM-FILE-STATUS   PIC X(2).
       77 SCORE-PCT          PIC 999.
       77 EXAM-RESULT        PIC X(4).
       77 CANDIDATE-NAME     PIC X(20).
       77 CANDIDATE-OPER     PIC X(8).
       77 EXAM-VERSION       PIC X(4) VALUE "1".
       77 SIT-FILE-STATUS    PIC X(2).
       77 MAX-ATTEMPTS       PIC 99 VALUE 3.
       77 ATTEMPT-PERIOD     PIC 9(4) VALUE 90.
       77 RETAKE-WAIT        PIC 9(3) VALUE 14.
       77 TODAY-INT          PIC 9(7).
       77 NOW-TIME           PIC 9(8).
       77 NOW-HHMM           PIC 9(4).
       77 PRIOR-ATTEMPTS     PIC 99 VALUE 0.
       77 LAST-ATTEMPT-DATE  PIC 9(8) VALUE 0.
       77 LAST-ATTEMPT-RESULT PIC X(4) VALUE SPACES.
       77 RETAKE-FROM        PIC 9(8).
       77 DATE-EDIT          PIC 9999/99/99.
       77 HIST-DATE          PIC 9(8).
       77 HIST-NAME          PIC X(20).
       77 HIST-OPER          PIC X(8).
       77 HIST-RESULT        PIC X(4).
       77 HIST-REST          PIC X(160).
       77 SEEN-DATE          PIC 9(8) VALUE 0.
       77 SEEN-COUNT         PIC 99 VALUE 0.
       77 UNSEEN-COUNT       PIC 99 VALUE 0.
       77 S-IDX              PIC 99.
       77 SITTING-COUNT      PIC 99 VALUE 0.
       77 SEAT-COUNT         PIC 9(3) VALUE 0.
       77 T-IDX              PIC 9(3).
       77 EXAM-SITTING       PIC X(6) VALUE "NONE".
       77 PARM-DAYS          PIC X(5).
       77 PARM-ATTEMPTS      PIC X(5).
       77 PARM-PERIOD        PIC X(5).
       77 PARM-WAIT          PIC X(5).
       77 TODAY-STAMP        PIC 9(8).
       77 WANT-CHAPTER       PIC 99.
       77 CHAPTER-CURSOR     PIC 99 VALUE 0.
              10 SQ-CHAPTER    PIC 99.
              10 SQ-CORRECT    PIC X.

      *-----------------------------------------------------------*
      * The question IDs of the candidate's most recent attempt,  *
      * left out of a retake.                                     *
      *-----------------------------------------------------------*
       01 SEEN-TABLE.
           05 SEEN-QID OCCURS 50 TIMES PIC 9(4).

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
       01 SEAT-TABLE.
           05 SEAT-ENTRY OCCURS 500 TIMES.
              10 SEAT-SITTING  PIC X(6).
              10 SEAT-OPER     PIC X(8).

       01 QUESTION-BANK.
           05 QUESTION OCCURS 50 TIMES.
              10 QN-CHAPTER    PIC 99.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT TODAY-STAMP FROM DATE YYYYMMDD
           COMPUTE TODAY-INT = FUNCTION INTEGER-OF-DATE(TODAY-STAMP)
           ACCEPT NOW-TIME FROM TIME
           MOVE NOW-TIME (1:4) TO NOW-HHMM
           PERFORM LOAD-QUESTION-BANK
           IF NUM-QUESTIONS = 0
               DISPLAY "No question bank (CERTBANK) on hand -- "

           DISPLAY "Candidate name: "
           ACCEPT CANDIDATE-NAME
           DISPLAY "Operator ID (blank if none): "
           ACCEPT CANDIDATE-OPER
           PERFORM CHECK-ATTEMPT-LIMITS
           PERFORM FIND-OPEN-SITTING
           PERFORM LOAD-PREVIOUS-QUESTIONS
           DISPLAY "Certification exam: " EXAM-SIZE
               " questions, pass mark " PASS-MARK "%"

                       CONTINUE
               END-READ
               IF PARM-FILE-STATUS = "00"
                   MOVE SPACES TO PARM-ATTEMPTS PARM-PERIOD PARM-WAIT
                   UNSTRING EXAM-PARM-RECORD
                       DELIMITED BY ALL SPACES
                       INTO EXAM-SIZE PASS-MARK EXAM-VERSION
                            PARM-DAYS PARM-ATTEMPTS PARM-PERIOD
                            PARM-WAIT
                   IF EXAM-VERSION = SPACES
                       MOVE "1" TO EXAM-VERSION
                   END-IF
                   IF PARM-ATTEMPTS NOT = SPACES
                           AND FUNCTION TEST-NUMVAL(PARM-ATTEMPTS) = 0
                       COMPUTE MAX-ATTEMPTS =
                           FUNCTION NUMVAL(PARM-ATTEMPTS)
                   END-IF
                   IF PARM-PERIOD NOT = SPACES
                           AND FUNCTION TEST-NUMVAL(PARM-PERIOD) = 0
                       COMPUTE ATTEMPT-PERIOD =
                           FUNCTION NUMVAL(PARM-PERIOD)
                   END-IF
                   IF PARM-WAIT NOT = SPACES
                           AND FUNCTION TEST-NUMVAL(PARM-WAIT) = 0
                       COMPUTE RETAKE-WAIT =
                           FUNCTION NUMVAL(PARM-WAIT)
                   END-IF
               END-IF
               CLOSE EXAM-PARM-FILE
           END-IF
           IF PICK-IDX = 0
               PERFORM PICK-ANY-UNUSED
           END-IF
           IF PICK-IDX = 0
               PERFORM PICK-ANY-SEEN
           END-IF
           .

       PICK-RANDOM-IN-CHAPTER.
           END-PERFORM
           .

      *-----------------------------------------------------------*
      * Only when the unseen questions run out does a retake get  *
      * one it was asked last time.                               *
      *-----------------------------------------------------------*
       PICK-ANY-SEEN.
           PERFORM VARYING Q-IDX FROM 1 BY 1
                   UNTIL Q-IDX > NUM-QUESTIONS
               IF QN-USED(Q-IDX) = "S"
                   MOVE Q-IDX TO PICK-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

      *-----------------------------------------------------------*
      * The candidate's earlier attempts on CERTHIST, matched by  *
      * operator ID (by name when no ID was given): too many in   *
      * the period, or a fail still inside the waiting period,    *
      * and no exam is given.                                     *
      *-----------------------------------------------------------*
       CHECK-ATTEMPT-LIMITS.
           OPEN INPUT CERT-HIST-FILE
           IF HIST-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ CERT-HIST-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               PERFORM TAKE-PRIOR-ATTEMPT
           END-PERFORM
           CLOSE CERT-HIST-FILE
           IF PRIOR-ATTEMPTS >= MAX-ATTEMPTS
               DISPLAY "Attempt limit reached: " PRIOR-ATTEMPTS
                   " attempts in the last " ATTEMPT-PERIOD
                   " days -- no exam given"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF LAST-ATTEMPT-RESULT = "FAIL"
               COMPUTE RETAKE-FROM = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(LAST-ATTEMPT-DATE)
                   + RETAKE-WAIT)
               IF RETAKE-FROM > TODAY-STAMP
                   MOVE RETAKE-FROM TO DATE-EDIT
                   DISPLAY "Last attempt failed -- a retake is "
                       "allowed from " DATE-EDIT
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           .

       TAKE-PRIOR-ATTEMPT.
           IF CERT-HIST-RECORD (1:8) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE CERT-HIST-RECORD (1:8) TO HIST-DATE
           MOVE SPACES TO HIST-REST HIST-NAME HIST-OPER HIST-RESULT
           UNSTRING CERT-HIST-RECORD DELIMITED BY "CANDIDATE="
               OR " QUESTIONS="
               INTO HIST-REST HIST-NAME
           MOVE SPACES TO HIST-REST
           UNSTRING CERT-HIST-RECORD DELIMITED BY " RESULT="
               INTO HIST-REST HIST-RESULT
           MOVE SPACES TO HIST-REST
           UNSTRING CERT-HIST-RECORD DELIMITED BY " OPERATOR="
               INTO HIST-REST HIST-OPER
           IF CANDIDATE-OPER NOT = SPACES
               IF HIST-OPER NOT = CANDIDATE-OPER
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF HIST-NAME NOT = CANDIDATE-NAME
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF TODAY-INT - FUNCTION INTEGER-OF-DATE(HIST-DATE)
                   < ATTEMPT-PERIOD
               ADD 1 TO PRIOR-ATTEMPTS
           END-IF
           IF HIST-DATE >= LAST-ATTEMPT-DATE
               MOVE HIST-DATE TO LAST-ATTEMPT-DATE
               MOVE HIST-RESULT TO LAST-ATTEMPT-RESULT
           END-IF
           .

      *-----------------------------------------------------------*
      * The sitting open now (today, inside its window) that has  *
      * the candidate on its seat list; otherwise NONE.           *
      *-----------------------------------------------------------*
       FIND-OPEN-SITTING.
           OPEN INPUT SITTING-FILE
           IF SIT-FILE-STATUS NOT = "00"
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
                       END-IF
                   WHEN "SEAT"
                       PERFORM VARYING S-IDX FROM 1 BY 1
                               UNTIL S-IDX > 8
                           IF SK-ARG(S-IDX) NOT = SPACES
                                   AND SEAT-COUNT < 500
                               ADD 1 TO SEAT-COUNT
                               MOVE SK-ID TO SEAT-SITTING(SEAT-COUNT)
                               MOVE SK-ARG(S-IDX)
                                   TO SEAT-OPER(SEAT-COUNT)
                           END-IF
                       END-PERFORM
               END-EVALUATE
           END-PERFORM
           CLOSE SITTING-FILE
           IF CANDIDATE-OPER = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING S-IDX FROM 1 BY 1
                   UNTIL S-IDX > SITTING-COUNT
               IF SIT-DATE(S-IDX) = TODAY-STAMP
                       AND NOW-HHMM >= SIT-START(S-IDX)
                       AND NOW-HHMM <= SIT-END(S-IDX)
                   PERFORM VARYING T-IDX FROM 1 BY 1
                           UNTIL T-IDX > SEAT-COUNT
                       IF SEAT-SITTING(T-IDX) = SIT-ID(S-IDX)
                               AND SEAT-OPER(T-IDX) = CANDIDATE-OPER
                           MOVE SIT-ID(S-IDX) TO EXAM-SITTING
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           IF EXAM-SITTING = "NONE"
               DISPLAY "No scheduled sitting open for this "
                   "candidate -- the attempt is recorded as "
                   "unscheduled"
           ELSE
               DISPLAY "Sitting " EXAM-SITTING
           END-IF
           .

      *-----------------------------------------------------------*
      * CERTQLOG lines of the candidate's latest attempt date:    *
      * those questions are set aside (S) for a retake, provided  *
      * enough others remain to fill the exam.                    *
      *-----------------------------------------------------------*
       LOAD-PREVIOUS-QUESTIONS.
           OPEN INPUT QUESTION-LOG-FILE
           IF QLOG-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ QUESTION-LOG-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF QL-CANDIDATE = CANDIDATE-NAME AND QL-QID > 0
                   IF QL-DATE > SEEN-DATE
                       MOVE QL-DATE TO SEEN-DATE
                       MOVE 0 TO SEEN-COUNT
                   END-IF
                   IF QL-DATE = SEEN-DATE AND SEEN-COUNT < 50
                       ADD 1 TO SEEN-COUNT
                       MOVE QL-QID TO SEEN-QID(SEEN-COUNT)
                   END-IF
               END-IF
           END-PERFORM
           CLOSE QUESTION-LOG-FILE
           IF SEEN-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO UNSEEN-COUNT
           PERFORM VARYING Q-IDX FROM 1 BY 1
                   UNTIL Q-IDX > NUM-QUESTIONS
               MOVE "N" TO QN-USED(Q-IDX)
               PERFORM VARYING S-IDX FROM 1 BY 1
                       UNTIL S-IDX > SEEN-COUNT
                   IF QN-ID(Q-IDX) = SEEN-QID(S-IDX)
                       MOVE "S" TO QN-USED(Q-IDX)
                   END-IF
               END-PERFORM
               IF QN-USED(Q-IDX) = "N"
                   ADD 1 TO UNSEEN-COUNT
               END-IF
           END-PERFORM
           DISPLAY "Retake: " SEEN-COUNT " questions from the "
               "last attempt set aside, " UNSEEN-COUNT " others"
           .

       ASK-QUESTION.
           MOVE "Y" TO QN-USED(PICK-IDX)
           ADD 1 TO ASKED-COUNT
               " CORRECT=" CORRECT-COUNT
               " SCORE=" SCORE-PCT
               " RESULT=" EXAM-RESULT
               " OPERATOR=" CANDIDATE-OPER
               " VERSION=" EXAM-VERSION
               " SITTING=" EXAM-SITTING
               " TIME=" NOW-HHMM
               DELIMITED BY SIZE INTO CERT-HIST-RECORD
           WRITE CERT-HIST-RECORD
           CLOSE CERT-HIST-FILE
