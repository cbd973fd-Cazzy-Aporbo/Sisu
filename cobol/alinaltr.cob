       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALINALTR.
       AUTHOR. CAZZY.
       REMARKS. >
           Guardian notification letters, CALLed the way OPERAUTH
           is by ALINA-PROJECT (truancy, enrollment withdrawal)
           and ALINAMID (failing mid-term standing). Each
           guardian on the ALINAGUA contact file for the student
           gets a letter on the ALINALET print file, headed with
           the guardian's preferred contact (MAIL, EMAIL, PHONE),
           and a line on the ALINACOR correspondence history.
           The same notice for the same student and course is not
           sent twice inside RESEND-DAYS. Results: S = sent,
           D = already sent inside the window, N = no guardian on
           file for the student, X = no guardian file on hand.

      *-----------------------------------------------------------*
      * Mod history:
      *   2026-10-15  CAZZY - written; truancy and early-warning
      *               notices only ever reached the staff, and a
      *               family disputing it later had only a phone
      *               call nobody logged to go on.
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GUARDIAN-FILE ASSIGN TO "ALINAGUA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GUARD-FILE-STATUS.
           SELECT LETTER-FILE ASSIGN TO "ALINALET"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LETTER-FILE-STATUS.
           SELECT CORRESPONDENCE-FILE ASSIGN TO "ALINACOR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CORR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GUARDIAN-FILE.
       01  GUARDIAN-RECORD.
           COPY ALINAGUA REPLACING ==:LVL:== BY ==05==.

       FD  LETTER-FILE.
       01  LETTER-RECORD      PIC X(80).

       FD  CORRESPONDENCE-FILE.
       01  CORRESPONDENCE-RECORD.
           COPY ALINACOR REPLACING ==:LVL:== BY ==05==.

       WORKING-STORAGE SECTION.
       77 GUARD-FILE-STATUS  PIC X(2).
       77 LETTER-FILE-STATUS PIC X(2).
       77 CORR-FILE-STATUS   PIC X(2).
       77 FILES-LOADED       PIC X VALUE "N".
       77 GUARDIANS-ON-HAND  PIC X VALUE "N".
       77 RESEND-DAYS        PIC 9(3) VALUE 30.
       77 TODAY-STAMP        PIC 9(8).
       77 TODAY-DAYS         PIC 9(7).
       77 SENT-DAYS          PIC 9(7).
       77 G-IDX              PIC 99.
       77 C-IDX              PIC 9(3).
       77 SENT-COUNT         PIC 99.
       77 SUBJECT-TEXT       PIC X(30).

       01 GUARDIAN-TABLE.
           05 GUARD-ENTRY OCCURS 60 TIMES.
              10 GD-STUDENT    PIC X(15).
              10 GD-NAME       PIC X(25).
              10 GD-STREET     PIC X(30).
              10 GD-CITY       PIC X(30).
              10 GD-CONTACT    PIC X(5).
              10 GD-CONTACT-ADDR PIC X(30).
       01 GUARD-COUNT        PIC 99 VALUE 0.

      *-----------------------------------------------------------*
      * Notices already sent: the ALINACOR history as loaded,     *
      * plus every letter this run writes.                        *
      *-----------------------------------------------------------*
       01 SENT-TABLE.
           05 SENT-ENTRY OCCURS 500 TIMES.
              10 SN-DATE       PIC 9(8).
              10 SN-STUDENT    PIC X(15).
              10 SN-LETTER     PIC X(8).
              10 SN-COURSE     PIC X(6).
              10 SN-SECTION    PIC X(2).
       01 SENT-TOTAL         PIC 9(3) VALUE 0.

       LINKAGE SECTION.
       01  LK-STUDENT         PIC X(15).
       01  LK-LETTER          PIC X(8).
       01  LK-COURSE          PIC X(6).
       01  LK-SECTION         PIC X(2).
       01  LK-DETAIL          PIC X(40).
       01  LK-SOURCE          PIC X(8).
       01  LK-RESULT          PIC X.

       PROCEDURE DIVISION USING LK-STUDENT LK-LETTER LK-COURSE
               LK-SECTION LK-DETAIL LK-SOURCE LK-RESULT.
       MAIN-LOGIC.
           IF FILES-LOADED = "N"
               PERFORM LOAD-GUARDIANS
               PERFORM LOAD-CORRESPONDENCE
           END-IF
           IF GUARDIANS-ON-HAND = "N"
               MOVE "X" TO LK-RESULT
               GOBACK
           END-IF
           PERFORM CHECK-ALREADY-SENT
           IF LK-RESULT = "D"
               GOBACK
           END-IF
           MOVE 0 TO SENT-COUNT
           PERFORM VARYING G-IDX FROM 1 BY 1
                   UNTIL G-IDX > GUARD-COUNT
               IF GD-STUDENT(G-IDX) = LK-STUDENT
                   PERFORM WRITE-ONE-LETTER
                   ADD 1 TO SENT-COUNT
               END-IF
           END-PERFORM
           IF SENT-COUNT = 0
               MOVE "N" TO LK-RESULT
           ELSE
               MOVE "S" TO LK-RESULT
               PERFORM NOTE-SENT
           END-IF
           GOBACK.

       LOAD-GUARDIANS.
           MOVE "Y" TO FILES-LOADED
           ACCEPT TODAY-STAMP FROM DATE YYYYMMDD
           COMPUTE TODAY-DAYS = FUNCTION INTEGER-OF-DATE(TODAY-STAMP)
           OPEN INPUT GUARDIAN-FILE
           IF GUARD-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO GUARDIANS-ON-HAND
           PERFORM UNTIL 1 = 2
               READ GUARDIAN-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF GUARD-COUNT < 60
                   ADD 1 TO GUARD-COUNT
                   MOVE GU-STUDENT TO GD-STUDENT(GUARD-COUNT)
                   MOVE GU-NAME TO GD-NAME(GUARD-COUNT)
                   MOVE GU-STREET TO GD-STREET(GUARD-COUNT)
                   MOVE GU-CITY TO GD-CITY(GUARD-COUNT)
                   MOVE GU-CONTACT-ADDR
                       TO GD-CONTACT-ADDR(GUARD-COUNT)
                   IF GU-CONTACT = "EMAIL" OR GU-CONTACT = "PHONE"
                       MOVE GU-CONTACT TO GD-CONTACT(GUARD-COUNT)
                   ELSE
                       MOVE "MAIL" TO GD-CONTACT(GUARD-COUNT)
                   END-IF
               END-IF
           END-PERFORM
           CLOSE GUARDIAN-FILE
           .

      *-----------------------------------------------------------*
      * Only the notices still inside the resend window matter;   *
      * older history lines are skipped at load.                  *
      *-----------------------------------------------------------*
       LOAD-CORRESPONDENCE.
           OPEN INPUT CORRESPONDENCE-FILE
           IF CORR-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ CORRESPONDENCE-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF CO-DATE IS NUMERIC
                       AND FUNCTION TEST-DATE-YYYYMMDD(CO-DATE) = 0
                   COMPUTE SENT-DAYS =
                       FUNCTION INTEGER-OF-DATE(CO-DATE)
                   IF SENT-DAYS + RESEND-DAYS > TODAY-DAYS
                           AND SENT-TOTAL < 500
                       ADD 1 TO SENT-TOTAL
                       MOVE CO-DATE TO SN-DATE(SENT-TOTAL)
                       MOVE CO-STUDENT TO SN-STUDENT(SENT-TOTAL)
                       MOVE CO-LETTER TO SN-LETTER(SENT-TOTAL)
                       MOVE CO-COURSE TO SN-COURSE(SENT-TOTAL)
                       MOVE CO-SECTION TO SN-SECTION(SENT-TOTAL)
                   END-IF
               END-IF
           END-PERFORM
           CLOSE CORRESPONDENCE-FILE
           .

       CHECK-ALREADY-SENT.
           MOVE SPACE TO LK-RESULT
           PERFORM VARYING C-IDX FROM 1 BY 1
                   UNTIL C-IDX > SENT-TOTAL
               IF SN-STUDENT(C-IDX) = LK-STUDENT
                       AND SN-LETTER(C-IDX) = LK-LETTER
                       AND SN-COURSE(C-IDX) = LK-COURSE
                       AND SN-SECTION(C-IDX) = LK-SECTION
                   MOVE "D" TO LK-RESULT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

       NOTE-SENT.
           IF SENT-TOTAL < 500
               ADD 1 TO SENT-TOTAL
               MOVE TODAY-STAMP TO SN-DATE(SENT-TOTAL)
               MOVE LK-STUDENT TO SN-STUDENT(SENT-TOTAL)
               MOVE LK-LETTER TO SN-LETTER(SENT-TOTAL)
               MOVE LK-COURSE TO SN-COURSE(SENT-TOTAL)
               MOVE LK-SECTION TO SN-SECTION(SENT-TOTAL)
           END-IF
           .

      *-----------------------------------------------------------*
      * One letter to one guardian, then its history line. Both   *
      * files are opened for the one letter and closed again, so  *
      * nothing is left open when control returns to the caller.  *
      *-----------------------------------------------------------*
       WRITE-ONE-LETTER.
           EVALUATE LK-LETTER
               WHEN "TRUANCY"
                   MOVE "UNEXCUSED ABSENCES" TO SUBJECT-TEXT
               WHEN "FAILING"
                   MOVE "FAILING MID-TERM STANDING" TO SUBJECT-TEXT
               WHEN "WITHDRAW"
                   MOVE "WITHDRAWAL FROM A CLASS" TO SUBJECT-TEXT
               WHEN OTHER
                   MOVE LK-LETTER TO SUBJECT-TEXT
           END-EVALUATE
           OPEN EXTEND LETTER-FILE
           IF LETTER-FILE-STATUS NOT = "00"
               OPEN OUTPUT LETTER-FILE
           END-IF
           MOVE ALL "=" TO LETTER-RECORD
           WRITE LETTER-RECORD
           MOVE SPACES TO LETTER-RECORD
           EVALUATE GD-CONTACT(G-IDX)
               WHEN "EMAIL"
                   STRING TODAY-STAMP "   BY EMAIL TO "
                          GD-CONTACT-ADDR(G-IDX)
                          DELIMITED BY SIZE INTO LETTER-RECORD
               WHEN "PHONE"
                   STRING TODAY-STAMP "   BY TELEPHONE TO "
                          GD-CONTACT-ADDR(G-IDX)
                          DELIMITED BY SIZE INTO LETTER-RECORD
               WHEN OTHER
                   STRING TODAY-STAMP "   BY MAIL"
                          DELIMITED BY SIZE INTO LETTER-RECORD
           END-EVALUATE
           WRITE LETTER-RECORD
           MOVE SPACES TO LETTER-RECORD
           WRITE LETTER-RECORD
           MOVE GD-NAME(G-IDX) TO LETTER-RECORD
           WRITE LETTER-RECORD
           MOVE GD-STREET(G-IDX) TO LETTER-RECORD
           WRITE LETTER-RECORD
           MOVE GD-CITY(G-IDX) TO LETTER-RECORD
           WRITE LETTER-RECORD
           MOVE SPACES TO LETTER-RECORD
           WRITE LETTER-RECORD
           MOVE SPACES TO LETTER-RECORD
           STRING "RE: " SUBJECT-TEXT
                  DELIMITED BY SIZE INTO LETTER-RECORD
           WRITE LETTER-RECORD
           MOVE SPACES TO LETTER-RECORD
           IF LK-COURSE = SPACES
               STRING "    STUDENT " LK-STUDENT
                      DELIMITED BY SIZE INTO LETTER-RECORD
           ELSE
               STRING "    STUDENT " LK-STUDENT
                      "  COURSE " LK-COURSE "/" LK-SECTION
                      DELIMITED BY SIZE INTO LETTER-RECORD
           END-IF
           WRITE LETTER-RECORD
           MOVE SPACES TO LETTER-RECORD
           WRITE LETTER-RECORD
           MOVE SPACES TO LETTER-RECORD
           STRING "Dear " GD-NAME(G-IDX)
                  DELIMITED BY SIZE INTO LETTER-RECORD
           WRITE LETTER-RECORD
           MOVE SPACES TO LETTER-RECORD
           WRITE LETTER-RECORD
           PERFORM WRITE-LETTER-BODY
           MOVE SPACES TO LETTER-RECORD
           STRING "    " LK-DETAIL
                  DELIMITED BY SIZE INTO LETTER-RECORD
           WRITE LETTER-RECORD
           MOVE SPACES TO LETTER-RECORD
           WRITE LETTER-RECORD
           MOVE "Please contact the school office to discuss this."
               TO LETTER-RECORD
           WRITE LETTER-RECORD
           MOVE SPACES TO LETTER-RECORD
           WRITE LETTER-RECORD
           MOVE "The School Office" TO LETTER-RECORD
           WRITE LETTER-RECORD
           CLOSE LETTER-FILE

           OPEN EXTEND CORRESPONDENCE-FILE
           IF CORR-FILE-STATUS NOT = "00"
               OPEN OUTPUT CORRESPONDENCE-FILE
           END-IF
           MOVE TODAY-STAMP TO CO-DATE
           MOVE LK-STUDENT TO CO-STUDENT
           MOVE LK-LETTER TO CO-LETTER
           MOVE LK-COURSE TO CO-COURSE
           MOVE LK-SECTION TO CO-SECTION
           MOVE GD-NAME(G-IDX) TO CO-GUARDIAN
           MOVE GD-CONTACT(G-IDX) TO CO-CONTACT
           MOVE LK-SOURCE TO CO-SOURCE
           MOVE LK-DETAIL TO CO-DETAIL
           WRITE CORRESPONDENCE-RECORD
           CLOSE CORRESPONDENCE-FILE
           .

       WRITE-LETTER-BODY.
           EVALUATE LK-LETTER
               WHEN "TRUANCY"
                   MOVE SPACES TO LETTER-RECORD
                   STRING "We are writing because the student named "
                          "above has reached"
                          DELIMITED BY SIZE INTO LETTER-RECORD
                   WRITE LETTER-RECORD
                   MOVE SPACES TO LETTER-RECORD
                   STRING "the school's limit for unexcused absences "
                          "this term:"
                          DELIMITED BY SIZE INTO LETTER-RECORD
                   WRITE LETTER-RECORD
               WHEN "FAILING"
                   MOVE SPACES TO LETTER-RECORD
                   STRING "We are writing because the student named "
                          "above is currently"
                          DELIMITED BY SIZE INTO LETTER-RECORD
                   WRITE LETTER-RECORD
                   MOVE "failing the course at mid-term:"
                       TO LETTER-RECORD
                   WRITE LETTER-RECORD
               WHEN "WITHDRAW"
                   MOVE SPACES TO LETTER-RECORD
                   STRING "We are writing to confirm that the student "
                          "named above has been"
                          DELIMITED BY SIZE INTO LETTER-RECORD
                   WRITE LETTER-RECORD
                   MOVE "withdrawn from the course:"
                       TO LETTER-RECORD
                   WRITE LETTER-RECORD
               WHEN OTHER
                   MOVE SPACES TO LETTER-RECORD
                   STRING "We are writing about the student named "
                          "above:"
                          DELIMITED BY SIZE INTO LETTER-RECORD
                   WRITE LETTER-RECORD
           END-EVALUATE
           .
