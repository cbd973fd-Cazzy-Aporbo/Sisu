      *               every call, the way ALINARPT and ALINAMID
      *               do; a course without an ALINAWGT row was
      *               inheriting the previous course's weights.
      *   2026-10-15  CAZZY - class timetable (ALINATTB: section,
      *               day pattern, period, room, capacity,
      *               teacher): an ADD is rejected when one of the
      *               section's meetings falls in a period the
      *               student already has another section, or when
      *               the section's room has no seat left;
      *               ALINATBL lists the student, teacher and room
      *               clashes before term.
      *   2026-10-15  CAZZY - a truancy alert and an enrollment
      *               withdrawal also write a notification letter
      *               to the student's guardians on ALINAGUA
      *               through the ALINALTR subprogram, logged on
      *               the ALINACOR correspondence history.
      *   2026-10-15  CAZZY - every applied ALINATRN change is
      *               also written to the ALINAENR enrollment
      *               history, dated by the transaction's
      *               effective date (columns 33-40) or else the
      *               day it was applied, for the ALINAADA
      *               attendance funding extract.
      *   2026-10-15  CAZZY - sign-on asks for the operator's PIN
      *               (OPERSIGN); a wrong PIN, lockout or refused
      *               PIN change ends the session.
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
           SELECT COURSE-MASTER-FILE ASSIGN TO "ALINACRS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COURSE-FILE-STATUS.
           SELECT TIMETABLE-FILE ASSIGN TO "ALINATTB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TTB-FILE-STATUS.
           SELECT ENROLL-HIST-FILE ASSIGN TO "ALINAENR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ENRHIST-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 TN-NAME         PIC X(15).
           05 TN-COURSE       PIC X(6).
           05 TN-SECTION      PIC X(2).
           05 TN-EFFECTIVE    PIC X(8).

       FD  ENROLL-LOG-FILE.
       01  ENROLL-LOG-RECORD  PIC X(80).
           05 CM-SECTION      PIC X(2).
           05 CM-DESC         PIC X(20).

       FD  TIMETABLE-FILE.
       01  TIMETABLE-RECORD.
           COPY ALINATTB REPLACING ==:LVL:== BY ==05==.

       FD  ENROLL-HIST-FILE.
       01  ENROLL-HIST-RECORD.
           COPY ALINAENR REPLACING ==:LVL:== BY ==05==.

       WORKING-STORAGE SECTION.

       77 NUM-STUDENTS      PIC 99 VALUE 0.

       77 ENROLL-FILE-STATUS PIC X(2).
       77 ENRLOG-FILE-STATUS PIC X(2).
       77 ENRHIST-FILE-STATUS PIC X(2).
       77 TXN-FOUND-IDX     PIC 99.
       77 TXN-MOVE-IDX      PIC 99.
       77 TODAY-STAMP       PIC 9(8).
       77 LOCK-RESULT       PIC X.
       77 AUTH-ROLE         PIC X.
       77 AUTH-RESULT       PIC X.
       77 SIGN-RESULT       PIC X.

       01 REPORT-LINE       PIC X(80).

       01 CRS-PRESENT       PIC 99.
       01 CRS-SEEN          PIC X.

      *-----------------------------------------------------------*
      * Timetable from ALINATTB, one entry per meeting. TB-DAYS   *
      * holds the day pattern by position (M T W R F), so two     *
      * meetings overlap when both have a letter in any position. *
      *-----------------------------------------------------------*
       77 TTB-FILE-STATUS   PIC X(2).
       01 TIMETABLE.
           05 TTB-ENTRY OCCURS 40 TIMES.
              10 TB-COURSE    PIC X(6).
              10 TB-SECTION   PIC X(2).
              10 TB-DAYS      PIC X(5).
              10 TB-PERIOD    PIC 99.
              10 TB-ROOM      PIC X(6).
              10 TB-CAPACITY  PIC 999.
              10 TB-TEACHER   PIC X(15).
       01 TB-COUNT          PIC 99 VALUE 0.
       01 TB-IDX            PIC 99.
       01 TB-IDX2           PIC 99.
       01 DAY-IDX           PIC 9.
       01 CLASH-FOUND       PIC X.
       01 CLASH-COURSE      PIC X(6).
       01 CLASH-SECTION     PIC X(2).
       01 SEAT-LIMIT        PIC 999.
       01 SEATS-TAKEN       PIC 999.
       01 SEAT-EDIT         PIC ZZ9.

      *-----------------------------------------------------------*
      * Guardian notification letters through ALINALTR.           *
      *-----------------------------------------------------------*
       01 LETTER-STUDENT    PIC X(15).
       01 LETTER-TYPE       PIC X(8).
       01 LETTER-COURSE     PIC X(6).
       01 LETTER-SECTION    PIC X(2).
       01 LETTER-DETAIL     PIC X(40).
       01 LETTER-SOURCE     PIC X(8) VALUE "ALINA".
       01 LETTER-RESULT     PIC X.

       PROCEDURE DIVISION.
       MAIN-LOGIC.

           PERFORM CHECK-OPERATOR-SIGNON
           PERFORM LOAD-RUN-MODE
           PERFORM LOAD-COURSE-MASTER
           PERFORM LOAD-TIMETABLE
           PERFORM LOAD-ROSTER
      *    The gradebook loads before the enrollment transactions
      *    so a DROP can purge the student's assignment rows too.
      *-----------------------------------------------------------*
      * Sign-on check against the OPERMAST master: an unknown ID  *
      * is refused outright; no master keeps the historical       *
      * accept-anything behavior. A known operator then keys      *
      * their PIN (OPERSIGN); a wrong PIN, a lockout or a refused *
      * PIN change ends the session.                              *
      *-----------------------------------------------------------*
       CHECK-OPERATOR-SIGNON.
           MOVE SPACE TO AUTH-ROLE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CALL "OPERSIGN" USING OPERATOR-ID SIGN-RESULT
               ON EXCEPTION
                   MOVE "X" TO SIGN-RESULT
           END-CALL
           IF SIGN-RESULT NOT = "V" AND SIGN-RESULT NOT = "X"
               DISPLAY "Operator " OPERATOR-ID " -- sign-on refused"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           .

      *-----------------------------------------------------------*
           IF ENRLOG-FILE-STATUS NOT = "00"
               OPEN OUTPUT ENROLL-LOG-FILE
           END-IF
           OPEN EXTEND ENROLL-HIST-FILE
           IF ENRHIST-FILE-STATUS NOT = "00"
               OPEN OUTPUT ENROLL-HIST-FILE
           END-IF
           PERFORM UNTIL 1 = 2
               READ ENROLL-TXN-FILE
                   AT END
                       PERFORM LOG-ENROLLMENT
               END-EVALUATE
           END-PERFORM
           CLOSE ENROLL-HIST-FILE
           CLOSE ENROLL-LOG-FILE
           CLOSE ENROLL-TXN-FILE
           .
                   IF COURSE-COUNT > 0
                       PERFORM CHECK-COURSE-ON-MASTER
                   END-IF
                   IF TB-COUNT > 0
                           AND REPORT-LINE(1:8) NOT = "rejected"
                       PERFORM CHECK-TIMETABLE-FIT
                   END-IF
                   IF REPORT-LINE(1:8) = "rejected"
                       CONTINUE
                   ELSE
           ELSE
               MOVE "W" TO ENROLL-STATUS(TXN-FOUND-IDX)
               MOVE "withdrawn (kept for record)" TO REPORT-LINE
               MOVE TN-NAME TO LETTER-STUDENT
               MOVE "WITHDRAW" TO LETTER-TYPE
               MOVE TN-COURSE TO LETTER-COURSE
               MOVE TN-SECTION TO LETTER-SECTION
               MOVE SPACES TO LETTER-DETAIL
               STRING "Withdrawn as of " TODAY-STAMP
                      DELIMITED BY SIZE INTO LETTER-DETAIL
               PERFORM SEND-GUARDIAN-LETTER
           END-IF
           PERFORM LOG-ENROLLMENT
           .
               FUNCTION TRIM(REPORT-LINE)
               DELIMITED BY SIZE INTO ENROLL-LOG-RECORD
           WRITE ENROLL-LOG-RECORD
           IF REPORT-LINE(1:8) NOT = "rejected"
                   AND REPORT-LINE(1:7) NOT = "unknown"
               PERFORM WRITE-ENROLLMENT-HISTORY
           END-IF
           .

      *-----------------------------------------------------------*
      * An applied change also goes on the ALINAENR enrollment    *
      * history, dated by the transaction's effective date when   *
      * the registrar keyed one, so membership can be counted     *
      * from the day the student actually started or left.        *
      *-----------------------------------------------------------*
       WRITE-ENROLLMENT-HISTORY.
           IF TN-EFFECTIVE IS NUMERIC
               MOVE TN-EFFECTIVE TO EH-DATE
           ELSE
               MOVE TODAY-STAMP TO EH-DATE
           END-IF
           MOVE TN-ACTION TO EH-ACTION
           MOVE TN-NAME TO EH-NAME
           MOVE TN-COURSE TO EH-COURSE
           MOVE TN-SECTION TO EH-SECTION
           MOVE TODAY-STAMP TO EH-POSTED
           WRITE ENROLL-HIST-RECORD
           .

      *-----------------------------------------------------------*
               DELIMITED BY SIZE INTO OA-TEXT
           WRITE OPERATOR-ALERT-RECORD
           CLOSE OPERATOR-ALERT-FILE
      *    Absences are counted across the student's whole day, so
      *    the letter names no one course.
           MOVE NAME(I) TO LETTER-STUDENT
           MOVE "TRUANCY" TO LETTER-TYPE
           MOVE SPACES TO LETTER-COURSE
           MOVE SPACES TO LETTER-SECTION
           MOVE SPACES TO LETTER-DETAIL
           STRING "Unexcused absences " UNEXCUSED-COUNT
                  ", limit " TRUANCY-LIMIT
                  DELIMITED BY SIZE INTO LETTER-DETAIL
           PERFORM SEND-GUARDIAN-LETTER
           .

      *-----------------------------------------------------------*
      * The guardians on ALINAGUA are written to and the letter   *
      * logged on ALINACOR; a notice already sent inside the      *
      * resend window is not sent again.                          *
      *-----------------------------------------------------------*
       SEND-GUARDIAN-LETTER.
           CALL "ALINALTR" USING LETTER-STUDENT LETTER-TYPE
               LETTER-COURSE LETTER-SECTION LETTER-DETAIL
               LETTER-SOURCE LETTER-RESULT
               ON EXCEPTION
                   MOVE "X" TO LETTER-RESULT
           END-CALL
           EVALUATE LETTER-RESULT
               WHEN "S"
                   DISPLAY "Guardian letter (" LETTER-TYPE
                       ") written for " LETTER-STUDENT
               WHEN "N"
                   DISPLAY "No guardian on file for " LETTER-STUDENT
                       " -- " LETTER-TYPE " letter not sent"
           END-EVALUATE
           .

      *-----------------------------------------------------------*
               TO REPORT-LINE
           .

      *-----------------------------------------------------------*
      * The ALINATTB timetable, each day pattern laid out by      *
      * position. No timetable leaves enrollments unchecked.      *
      *-----------------------------------------------------------*
       LOAD-TIMETABLE.
           MOVE 0 TO TB-COUNT
           OPEN INPUT TIMETABLE-FILE
           IF TTB-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ TIMETABLE-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF TT-PERIOD IS NOT NUMERIC
                   DISPLAY "Unreadable timetable period for "
                       TT-COURSE "/" TT-SECTION " -- skipped"
               ELSE
                   IF TB-COUNT < 40
                       ADD 1 TO TB-COUNT
                       MOVE TT-COURSE TO TB-COURSE(TB-COUNT)
                       MOVE TT-SECTION TO TB-SECTION(TB-COUNT)
                       MOVE TT-PERIOD TO TB-PERIOD(TB-COUNT)
                       MOVE TT-ROOM TO TB-ROOM(TB-COUNT)
                       MOVE TT-TEACHER TO TB-TEACHER(TB-COUNT)
                       IF TT-CAPACITY IS NUMERIC
                           MOVE TT-CAPACITY TO TB-CAPACITY(TB-COUNT)
                       ELSE
                           MOVE 0 TO TB-CAPACITY(TB-COUNT)
                       END-IF
                       PERFORM LAY-OUT-TIMETABLE-DAYS
                   END-IF
               END-IF
           END-PERFORM
           CLOSE TIMETABLE-FILE
           .

       LAY-OUT-TIMETABLE-DAYS.
           MOVE SPACES TO TB-DAYS(TB-COUNT)
           PERFORM VARYING DAY-IDX FROM 1 BY 1 UNTIL DAY-IDX > 5
               EVALUATE TT-DAYS(DAY-IDX:1)
                   WHEN "M"
                       MOVE "M" TO TB-DAYS(TB-COUNT)(1:1)
                   WHEN "T"
                       MOVE "T" TO TB-DAYS(TB-COUNT)(2:1)
                   WHEN "W"
                       MOVE "W" TO TB-DAYS(TB-COUNT)(3:1)
                   WHEN "R"
                       MOVE "R" TO TB-DAYS(TB-COUNT)(4:1)
                   WHEN "F"
                       MOVE "F" TO TB-DAYS(TB-COUNT)(5:1)
               END-EVALUATE
           END-PERFORM
           .

      *-----------------------------------------------------------*
      * An ADD must fit the timetable: the section's room must    *
      * have a seat left (the smallest room the section meets in  *
      * governs), and none of the section's meetings may fall in  *
      * a period the student already has another section.         *
      *-----------------------------------------------------------*
       CHECK-TIMETABLE-FIT.
           PERFORM CHECK-SECTION-SEATS
           IF REPORT-LINE(1:8) = "rejected"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > NUM-STUDENTS
               IF NAME(I) = TN-NAME
                       AND ENROLL-STATUS(I) NOT = "W"
                   MOVE COURSE-ID(I) TO CLASH-COURSE
                   MOVE SECTION-ID(I) TO CLASH-SECTION
                   PERFORM CHECK-SECTIONS-OVERLAP
                   IF CLASH-FOUND = "Y"
                       STRING "rejected: timetable clash with "
                                  DELIMITED BY SIZE
                              CLASH-COURSE DELIMITED BY SPACE
                              "/" CLASH-SECTION DELIMITED BY SIZE
                              INTO REPORT-LINE
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-PERFORM
           .

       CHECK-SECTION-SEATS.
           MOVE 0 TO SEAT-LIMIT
           PERFORM VARYING TB-IDX FROM 1 BY 1 UNTIL TB-IDX > TB-COUNT
               IF TB-COURSE(TB-IDX) = TN-COURSE
                       AND TB-SECTION(TB-IDX) = TN-SECTION
                       AND TB-CAPACITY(TB-IDX) > 0
                   IF SEAT-LIMIT = 0
                           OR TB-CAPACITY(TB-IDX) < SEAT-LIMIT
                       MOVE TB-CAPACITY(TB-IDX) TO SEAT-LIMIT
                   END-IF
               END-IF
           END-PERFORM
           IF SEAT-LIMIT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO SEATS-TAKEN
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > NUM-STUDENTS
               IF COURSE-ID(I) = TN-COURSE
                       AND SECTION-ID(I) = TN-SECTION
                       AND ENROLL-STATUS(I) NOT = "W"
                   ADD 1 TO SEATS-TAKEN
               END-IF
           END-PERFORM
           IF SEATS-TAKEN >= SEAT-LIMIT
               MOVE SEAT-LIMIT TO SEAT-EDIT
               STRING "rejected: room capacity "
                      FUNCTION TRIM(SEAT-EDIT) " reached"
                      DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           .

      *-----------------------------------------------------------*
      * CLASH-FOUND = Y when a meeting of the transaction's       *
      * section and one of CLASH-COURSE/CLASH-SECTION share a     *
      * period on a common day.                                   *
      *-----------------------------------------------------------*
       CHECK-SECTIONS-OVERLAP.
           MOVE "N" TO CLASH-FOUND
           PERFORM VARYING TB-IDX FROM 1 BY 1 UNTIL TB-IDX > TB-COUNT
               IF TB-COURSE(TB-IDX) = TN-COURSE
                       AND TB-SECTION(TB-IDX) = TN-SECTION
                   PERFORM VARYING TB-IDX2 FROM 1 BY 1
                           UNTIL TB-IDX2 > TB-COUNT
                       IF TB-COURSE(TB-IDX2) = CLASH-COURSE
                               AND TB-SECTION(TB-IDX2) = CLASH-SECTION
                               AND TB-PERIOD(TB-IDX2)
                                   = TB-PERIOD(TB-IDX)
                           PERFORM CHECK-DAYS-OVERLAP
                           IF CLASH-FOUND = "Y"
                               EXIT PARAGRAPH
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           .

       CHECK-DAYS-OVERLAP.
           PERFORM VARYING DAY-IDX FROM 1 BY 1 UNTIL DAY-IDX > 5
               IF TB-DAYS(TB-IDX)(DAY-IDX:1) NOT = SPACE
                       AND TB-DAYS(TB-IDX2)(DAY-IDX:1) NOT = SPACE
                   MOVE "Y" TO CLASH-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

       LOAD-GRADEBOOK.
           MOVE 0 TO NUM-ASSIGNMENTS
           OPEN INPUT GRADEBOOK-FILE
