       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALINAADA.
       AUTHOR. CAZZY.
       REMARKS. >
           State enrollment and attendance funding extract for one
           reporting period (ALINAADP: PERIOD from to, DISTRICT,
           SCHOOL; the month to date without it). Each student's
           enrollment window per course and section comes from
           the ALINAENR enrollment history, the ALINAROS roster
           covering anyone enrolled before the history began; the
           school days of the period are the days attendance was
           taken on ALINAATT. Days enrolled, days present and
           excused and unexcused absences are figured per
           enrollment, and average daily membership (ADM) and
           attendance (ADA) per course and section and for the
           school. The ALINAADE edit report lists attendance
           outside a student's enrollment and for students not
           enrolled, duplicate attendance days and withdrawn
           students with no withdrawal date, then the ADM/ADA
           totals. The fixed-format ALINAADS submission (header,
           detail, course/section and trailer control totals) is
           written only when the edit finds no errors; held, it
           is return code 8, warnings alone return code 4.

      *-----------------------------------------------------------*
      * Mod history:
      *   2026-10-15  CAZZY - written; the state submission was
      *               being compiled from spreadsheets.
      *   2026-10-15  CAZZY - an enrollment window the window
      *               table (now 600) has no room for is an edit
      *               error that holds the submission; the last
      *               window used to be overwritten, understating
      *               it. Enrollment history is now read after the
      *               edit report is opened.
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-PARM-FILE ASSIGN TO "ALINAADP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-FILE-STATUS.
           SELECT ENROLL-HIST-FILE ASSIGN TO "ALINAENR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ENRHIST-FILE-STATUS.
           SELECT ROSTER-FILE ASSIGN TO "ALINAROS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ROSTER-FILE-STATUS.
           SELECT ATTENDANCE-FILE ASSIGN TO "ALINAATT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ATTEND-FILE-STATUS.
           SELECT EDIT-RPT-FILE ASSIGN TO "ALINAADE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
           SELECT SUBMISSION-FILE ASSIGN TO "ALINAADS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUB-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERIOD-PARM-FILE.
       01  PERIOD-PARM-RECORD PIC X(80).

       FD  ENROLL-HIST-FILE.
       01  ENROLL-HIST-RECORD.
           COPY ALINAENR REPLACING ==:LVL:== BY ==05==.

       FD  ROSTER-FILE.
       01  ROSTER-RECORD.
           05 RR-NAME         PIC X(15).
           05 RR-SCORE        PIC 99.
           05 RR-ATTENDANCE   PIC X.
           05 RR-ABSENCES     PIC 99.
           05 RR-STATUS       PIC X.
           05 RR-COURSE       PIC X(6).
           05 RR-SECTION      PIC X(2).

       FD  ATTENDANCE-FILE.
       01  ATTENDANCE-RECORD.
           05 AT-DATE         PIC 9(8).
           05 AT-NAME         PIC X(15).
           05 AT-CODE         PIC X.
           05 AT-EXCUSED      PIC X.

       FD  EDIT-RPT-FILE.
       01  EDIT-RECORD        PIC X(80).

      *-----------------------------------------------------------*
      * State submission, 80 bytes fixed, record type in column   *
      * 1: H header, D one per enrollment, C one per course and   *
      * section, T trailer with the control totals (the D counts  *
      * and day totals over the D records, and the school ADM and *
      * ADA counting each student once).                          *
      *-----------------------------------------------------------*
       FD  SUBMISSION-FILE.
       01  SUB-HEADER.
           05 SH-TYPE         PIC X.
           05 SH-DISTRICT     PIC X(6).
           05 SH-SCHOOL       PIC X(6).
           05 SH-PERIOD-FROM  PIC 9(8).
           05 SH-PERIOD-TO    PIC 9(8).
           05 SH-CREATED      PIC 9(8).
           05 SH-SCHOOL-DAYS  PIC 9(3).
           05 FILLER          PIC X(40).
       01  SUB-DETAIL.
           05 SD-TYPE         PIC X.
           05 SD-NAME         PIC X(15).
           05 SD-COURSE       PIC X(6).
           05 SD-SECTION      PIC X(2).
           05 SD-ENTRY-DATE   PIC 9(8).
           05 SD-EXIT-DATE    PIC 9(8).
           05 SD-DAYS-ENROLLED PIC 9(3).
           05 SD-DAYS-PRESENT PIC 9(3).
           05 SD-EXCUSED      PIC 9(3).
           05 SD-UNEXCUSED    PIC 9(3).
           05 FILLER          PIC X(28).
       01  SUB-COURSE.
           05 SC-TYPE         PIC X.
           05 SC-COURSE       PIC X(6).
           05 SC-SECTION      PIC X(2).
           05 SC-STUDENTS     PIC 9(3).
           05 SC-DAYS-ENROLLED PIC 9(5).
           05 SC-DAYS-PRESENT PIC 9(5).
           05 SC-ADM          PIC 9(3)V99.
           05 SC-ADA          PIC 9(3)V99.
           05 FILLER          PIC X(48).
       01  SUB-TRAILER.
           05 ST-TYPE         PIC X.
           05 ST-DETAIL-COUNT PIC 9(5).
           05 ST-COURSE-COUNT PIC 9(3).
           05 ST-DAYS-ENROLLED PIC 9(7).
           05 ST-DAYS-PRESENT PIC 9(7).
           05 ST-EXCUSED      PIC 9(7).
           05 ST-UNEXCUSED    PIC 9(7).
           05 ST-SCHOOL-ADM   PIC 9(5)V99.
           05 ST-SCHOOL-ADA   PIC 9(5)V99.
           05 FILLER          PIC X(29).

       WORKING-STORAGE SECTION.
       77 PARM-FILE-STATUS   PIC X(2).
       77 ENRHIST-FILE-STATUS PIC X(2).
       77 ROSTER-FILE-STATUS PIC X(2).
       77 ATTEND-FILE-STATUS PIC X(2).
       77 RPT-FILE-STATUS    PIC X(2).
       77 SUB-FILE-STATUS    PIC X(2).
       77 TODAY-STAMP        PIC 9(8).
       77 PERIOD-FROM        PIC 9(8).
       77 PERIOD-TO          PIC 9(8).
       77 DISTRICT-CODE      PIC X(6) VALUE SPACES.
       77 SCHOOL-CODE        PIC X(6) VALUE SPACES.
       77 PARM-KEY           PIC X(10).
       77 PARM-ARG1          PIC X(10).
       77 PARM-ARG2          PIC X(10).
       77 W-IDX              PIC 9(3).
       77 W-IDX2             PIC 9(3).
       77 A-IDX              PIC 9(3).
       77 A-IDX2             PIC 9(3).
       77 D-IDX              PIC 9(3).
       77 S-IDX              PIC 99.
       77 ENTRY-FOUND        PIC X.
       77 DAY-ENROLLED       PIC X.
       77 ERROR-COUNT        PIC 9(3) VALUE 0.
       77 WARNING-COUNT      PIC 9(3) VALUE 0.
       77 EDIT-TEXT          PIC X(40).
       77 SCHOOL-ENROLLED    PIC 9(7) VALUE 0.
       77 SCHOOL-PRESENT     PIC 9(7) VALUE 0.
       77 STUDENT-ABSENT     PIC X.
       77 DETAIL-COUNT       PIC 9(5) VALUE 0.
       77 TOTAL-ENROLLED     PIC 9(7) VALUE 0.
       77 TOTAL-PRESENT      PIC 9(7) VALUE 0.
       77 TOTAL-EXCUSED      PIC 9(7) VALUE 0.
       77 TOTAL-UNEXCUSED    PIC 9(7) VALUE 0.
       77 AVERAGE-ADM        PIC 9(5)V99.
       77 AVERAGE-ADA        PIC 9(5)V99.
       77 ADM-EDIT           PIC ZZZZ9.99.
       77 ADA-EDIT           PIC ZZZZ9.99.
       77 DAYS-EDIT          PIC ZZZZZZ9.
       77 DAYS-EDIT-2        PIC ZZZZZZ9.
       77 COUNT-EDIT         PIC ZZ9.

      *-----------------------------------------------------------*
      * Enrollment windows, one per stretch a student was in a    *
      * section: EW-START the entry date (0 when the student was  *
      * enrolled before the enrollment history began), EW-END the *
      * first day no longer enrolled (99999999 still enrolled).   *
      * A window the table has no room for is an edit error.      *
      *-----------------------------------------------------------*
       01 WINDOW-TABLE.
           05 WINDOW-ENTRY OCCURS 600 TIMES.
              10 EW-NAME       PIC X(15).
              10 EW-COURSE     PIC X(6).
              10 EW-SECTION    PIC X(2).
              10 EW-START      PIC 9(8).
              10 EW-END        PIC 9(8).
              10 EW-DAYS       PIC 9(3).
              10 EW-EXCUSED    PIC 9(3).
              10 EW-UNEXCUSED  PIC 9(3).
              10 EW-PRESENT    PIC 9(3).
       01 WINDOW-COUNT       PIC 9(3) VALUE 0.
       01 OPEN-WINDOW        PIC 9(8) VALUE 99999999.

      *-----------------------------------------------------------*
      * The period's attendance, and the school days it was       *
      * taken on.                                                 *
      *-----------------------------------------------------------*
       01 ATTEND-TABLE.
           05 ATTEND-ENTRY OCCURS 500 TIMES.
              10 AE-DATE       PIC 9(8).
              10 AE-NAME       PIC X(15).
              10 AE-CODE       PIC X.
              10 AE-EXCUSED    PIC X.
       01 ATTEND-COUNT       PIC 9(3) VALUE 0.
       01 SCHOOL-DAY-TABLE.
           05 SCHOOL-DAY OCCURS 200 TIMES PIC 9(8).
       01 DAY-COUNT          PIC 9(3) VALUE 0.
       01 STUDENT-LIST.
           05 SL-NAME OCCURS 100 TIMES PIC X(15).
       01 SL-COUNT           PIC 9(3) VALUE 0.
       01 SECTION-TABLE.
           05 SECTION-ENTRY OCCURS 20 TIMES.
              10 SE-COURSE     PIC X(6).
              10 SE-SECTION    PIC X(2).
              10 SE-STUDENTS   PIC 9(3).
              10 SE-ENROLLED   PIC 9(5).
              10 SE-PRESENT    PIC 9(5).
       01 SECTION-COUNT      PIC 99 VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT TODAY-STAMP FROM DATE YYYYMMDD
           PERFORM LOAD-PERIOD
           OPEN OUTPUT EDIT-RPT-FILE
           MOVE SPACES TO EDIT-RECORD
           STRING TODAY-STAMP " ATTENDANCE FUNDING EXTRACT EDIT"
                  "  PERIOD " PERIOD-FROM " TO " PERIOD-TO
                  DELIMITED BY SIZE INTO EDIT-RECORD
           WRITE EDIT-RECORD
           MOVE SPACES TO EDIT-RECORD
           WRITE EDIT-RECORD
           PERFORM LOAD-ENROLLMENT-HISTORY
           PERFORM LOAD-ROSTER
           PERFORM LOAD-ATTENDANCE
           PERFORM EDIT-ATTENDANCE
           PERFORM COUNT-WINDOW-DAYS
           PERFORM COUNT-SCHOOL-DAYS
           PERFORM REPORT-SECTION-TOTALS

           IF ERROR-COUNT > 0
               MOVE SPACES TO EDIT-RECORD
               STRING "SUBMISSION HELD -- " ERROR-COUNT
                      " EDIT ERRORS TO CLEAR"
                      DELIMITED BY SIZE INTO EDIT-RECORD
               WRITE EDIT-RECORD
               CLOSE EDIT-RPT-FILE
               DISPLAY "Funding extract held: " ERROR-COUNT
                   " edit errors on ALINAADE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM WRITE-SUBMISSION
           MOVE SPACES TO EDIT-RECORD
           STRING "SUBMISSION WRITTEN TO ALINAADS -- " DETAIL-COUNT
                  " DETAIL RECORDS, " WARNING-COUNT " WARNINGS"
                  DELIMITED BY SIZE INTO EDIT-RECORD
           WRITE EDIT-RECORD
           CLOSE EDIT-RPT-FILE
           DISPLAY "Funding extract on ALINAADS: " DETAIL-COUNT
               " enrollments, " DAY-COUNT " school days, "
               WARNING-COUNT " warnings"
           IF WARNING-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      *-----------------------------------------------------------*
      * PERIOD from to, DISTRICT code and SCHOOL code. Without a  *
      * period the extract runs for the month to date.            *
      *-----------------------------------------------------------*
       LOAD-PERIOD.
           MOVE TODAY-STAMP TO PERIOD-FROM
           MOVE 01 TO PERIOD-FROM(7:2)
           MOVE TODAY-STAMP TO PERIOD-TO
           OPEN INPUT PERIOD-PARM-FILE
           IF PARM-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ PERIOD-PARM-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               MOVE SPACES TO PARM-KEY PARM-ARG1 PARM-ARG2
               UNSTRING PERIOD-PARM-RECORD DELIMITED BY ALL SPACES
                   INTO PARM-KEY PARM-ARG1 PARM-ARG2
               EVALUATE PARM-KEY
                   WHEN "PERIOD"
                       IF PARM-ARG1(1:8) IS NUMERIC
                               AND PARM-ARG2(1:8) IS NUMERIC
                           MOVE PARM-ARG1(1:8) TO PERIOD-FROM
                           MOVE PARM-ARG2(1:8) TO PERIOD-TO
                       ELSE
                           DISPLAY "PERIOD dates unreadable -- "
                               "month to date used"
                       END-IF
                   WHEN "DISTRICT"
                       MOVE PARM-ARG1 TO DISTRICT-CODE
                   WHEN "SCHOOL"
                       MOVE PARM-ARG1 TO SCHOOL-CODE
               END-EVALUATE
           END-PERFORM
           CLOSE PERIOD-PARM-FILE
           .

      *-----------------------------------------------------------*
      * An ADD opens a window; a DROP or WITHDRAW closes the one  *
      * open for the student's section, or stands for a window    *
      * opened before the history began. Changes after the period *
      * do not bear on it.                                        *
      *-----------------------------------------------------------*
       LOAD-ENROLLMENT-HISTORY.
           OPEN INPUT ENROLL-HIST-FILE
           IF ENRHIST-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ ENROLL-HIST-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF EH-DATE IS NUMERIC AND EH-DATE <= PERIOD-TO
                   PERFORM FIND-OPEN-WINDOW
                   EVALUATE EH-ACTION
                       WHEN "ADD"
                           IF ENTRY-FOUND = "N"
                               PERFORM ADD-WINDOW
                               IF W-IDX > 0
                                   MOVE EH-DATE TO EW-START(W-IDX)
                               END-IF
                           END-IF
                       WHEN "DROP"
                       WHEN "WITHDRAW"
                           IF ENTRY-FOUND = "N"
                               PERFORM ADD-WINDOW
                           END-IF
                           IF W-IDX > 0
                               MOVE EH-DATE TO EW-END(W-IDX)
                           END-IF
                   END-EVALUATE
               END-IF
           END-PERFORM
           CLOSE ENROLL-HIST-FILE
           .

       FIND-OPEN-WINDOW.
           MOVE "N" TO ENTRY-FOUND
           PERFORM VARYING W-IDX FROM 1 BY 1
                   UNTIL W-IDX > WINDOW-COUNT
               IF EW-NAME(W-IDX) = EH-NAME
                       AND EW-COURSE(W-IDX) = EH-COURSE
                       AND EW-SECTION(W-IDX) = EH-SECTION
                       AND EW-END(W-IDX) = OPEN-WINDOW
                   MOVE "Y" TO ENTRY-FOUND
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           .

      *-----------------------------------------------------------*
      * W-IDX to a new window for EH-NAME's section, or 0 with    *
      * an edit error when the table is full: a window left out   *
      * would understate the submission.                          *
      *-----------------------------------------------------------*
       ADD-WINDOW.
           IF WINDOW-COUNT = 600
               MOVE 0 TO W-IDX
               ADD 1 TO ERROR-COUNT
               MOVE SPACES TO EDIT-RECORD
               STRING "ERROR    " EH-NAME " " EH-COURSE " " EH-SECTION
                      " ENROLLMENT WINDOW TABLE FULL -- NOT COUNTED"
                      DELIMITED BY SIZE INTO EDIT-RECORD
               WRITE EDIT-RECORD
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WINDOW-COUNT
           MOVE WINDOW-COUNT TO W-IDX
           MOVE EH-NAME TO EW-NAME(W-IDX)
           MOVE EH-COURSE TO EW-COURSE(W-IDX)
           MOVE EH-SECTION TO EW-SECTION(W-IDX)
           MOVE 0 TO EW-START(W-IDX)
           MOVE OPEN-WINDOW TO EW-END(W-IDX)
           MOVE 0 TO EW-DAYS(W-IDX) EW-EXCUSED(W-IDX)
           MOVE 0 TO EW-UNEXCUSED(W-IDX) EW-PRESENT(W-IDX)
           .

      *-----------------------------------------------------------*
      * A roster enrollment with no history is taken as enrolled  *
      * from before the period. A withdrawn one without a         *
      * withdrawal date cannot be counted and is left out with a  *
      * warning.                                                  *
      *-----------------------------------------------------------*
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
               MOVE RR-NAME TO EH-NAME
               IF RR-COURSE = SPACES
                   MOVE "GEN   " TO EH-COURSE
                   MOVE "01" TO EH-SECTION
               ELSE
                   MOVE RR-COURSE TO EH-COURSE
                   MOVE RR-SECTION TO EH-SECTION
               END-IF
               MOVE "N" TO ENTRY-FOUND
               PERFORM VARYING W-IDX FROM 1 BY 1
                       UNTIL W-IDX > WINDOW-COUNT
                   IF EW-NAME(W-IDX) = EH-NAME
                           AND EW-COURSE(W-IDX) = EH-COURSE
                           AND EW-SECTION(W-IDX) = EH-SECTION
                       MOVE "Y" TO ENTRY-FOUND
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF ENTRY-FOUND = "N"
                   IF RR-STATUS = "W"
                       ADD 1 TO WARNING-COUNT
                       MOVE SPACES TO EDIT-RECORD
                       STRING "WARNING  " EH-NAME " " EH-COURSE
                              " " EH-SECTION
                              " WITHDRAWN, NO WITHDRAWAL DATE"
                              " -- NOT COUNTED"
                              DELIMITED BY SIZE INTO EDIT-RECORD
                       WRITE EDIT-RECORD
                   ELSE
                       PERFORM ADD-WINDOW
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ROSTER-FILE
           .

      *-----------------------------------------------------------*
      * Attendance in the period, and the distinct days it was    *
      * taken on as the school days.                              *
      *-----------------------------------------------------------*
       LOAD-ATTENDANCE.
           OPEN INPUT ATTENDANCE-FILE
           IF ATTEND-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ ATTENDANCE-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF AT-DATE IS NUMERIC
                       AND AT-DATE >= PERIOD-FROM
                       AND AT-DATE <= PERIOD-TO
                       AND ATTEND-COUNT < 500
                   ADD 1 TO ATTEND-COUNT
                   MOVE AT-DATE TO AE-DATE(ATTEND-COUNT)
                   MOVE AT-NAME TO AE-NAME(ATTEND-COUNT)
                   MOVE AT-CODE TO AE-CODE(ATTEND-COUNT)
                   MOVE AT-EXCUSED TO AE-EXCUSED(ATTEND-COUNT)
                   PERFORM VARYING D-IDX FROM 1 BY 1
                           UNTIL D-IDX > DAY-COUNT
                       IF SCHOOL-DAY(D-IDX) = AT-DATE
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   IF D-IDX > DAY-COUNT AND DAY-COUNT < 200
                       ADD 1 TO DAY-COUNT
                       MOVE AT-DATE TO SCHOOL-DAY(DAY-COUNT)
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ATTENDANCE-FILE
           .

      *-----------------------------------------------------------*
      * Every attendance record must fall inside one of the       *
      * student's enrollment windows, and a student has one       *
      * record a day. Anything else is an error that holds the    *
      * submission.                                               *
      *-----------------------------------------------------------*
       EDIT-ATTENDANCE.
           PERFORM VARYING A-IDX FROM 1 BY 1 UNTIL A-IDX > ATTEND-COUNT
               MOVE SPACES TO EDIT-TEXT
               MOVE "N" TO ENTRY-FOUND
               MOVE "N" TO DAY-ENROLLED
               PERFORM VARYING W-IDX FROM 1 BY 1
                       UNTIL W-IDX > WINDOW-COUNT
                   IF EW-NAME(W-IDX) = AE-NAME(A-IDX)
                       MOVE "Y" TO ENTRY-FOUND
                       IF AE-DATE(A-IDX) >= EW-START(W-IDX)
                               AND AE-DATE(A-IDX) < EW-END(W-IDX)
                           MOVE "Y" TO DAY-ENROLLED
                       END-IF
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN ENTRY-FOUND = "N"
                       MOVE "STUDENT NOT ENROLLED" TO EDIT-TEXT
                   WHEN DAY-ENROLLED = "N"
                       MOVE "OUTSIDE ENROLLMENT WINDOW" TO EDIT-TEXT
                   WHEN OTHER
                       PERFORM VARYING A-IDX2 FROM 1 BY 1
                               UNTIL A-IDX2 >= A-IDX
                           IF AE-NAME(A-IDX2) = AE-NAME(A-IDX)
                                   AND AE-DATE(A-IDX2) = AE-DATE(A-IDX)
                               MOVE "DUPLICATE DAY" TO EDIT-TEXT
                               EXIT PERFORM
                           END-IF
                       END-PERFORM
               END-EVALUATE
               IF EDIT-TEXT NOT = SPACES
                   ADD 1 TO ERROR-COUNT
                   MOVE SPACES TO EDIT-RECORD
                   STRING "ERROR    " AE-NAME(A-IDX) " "
                          AE-DATE(A-IDX) " " AE-CODE(A-IDX) " "
                          EDIT-TEXT
                          DELIMITED BY SIZE INTO EDIT-RECORD
                   WRITE EDIT-RECORD
               END-IF
           END-PERFORM
           .

      *-----------------------------------------------------------*
      * Days enrolled are the school days inside the window;      *
      * the student's absences inside it are excused or not by    *
      * their flag, and the rest of the days are present (a       *
      * tardy is present).                                        *
      *-----------------------------------------------------------*
       COUNT-WINDOW-DAYS.
           PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > WINDOW-COUNT
               PERFORM VARYING D-IDX FROM 1 BY 1
                       UNTIL D-IDX > DAY-COUNT
                   IF SCHOOL-DAY(D-IDX) >= EW-START(W-IDX)
                           AND SCHOOL-DAY(D-IDX) < EW-END(W-IDX)
                       ADD 1 TO EW-DAYS(W-IDX)
                   END-IF
               END-PERFORM
               PERFORM VARYING A-IDX FROM 1 BY 1
                       UNTIL A-IDX > ATTEND-COUNT
                   IF AE-NAME(A-IDX) = EW-NAME(W-IDX)
                           AND AE-CODE(A-IDX) = "A"
                           AND AE-DATE(A-IDX) >= EW-START(W-IDX)
                           AND AE-DATE(A-IDX) < EW-END(W-IDX)
                       IF AE-EXCUSED(A-IDX) = "Y"
                           ADD 1 TO EW-EXCUSED(W-IDX)
                       ELSE
                           ADD 1 TO EW-UNEXCUSED(W-IDX)
                       END-IF
                   END-IF
               END-PERFORM
               COMPUTE EW-PRESENT(W-IDX) = EW-DAYS(W-IDX)
                   - EW-EXCUSED(W-IDX) - EW-UNEXCUSED(W-IDX)
               IF EW-DAYS(W-IDX) > 0
                   PERFORM ADD-TO-SECTION
               END-IF
           END-PERFORM
           .

       ADD-TO-SECTION.
           PERFORM VARYING S-IDX FROM 1 BY 1
                   UNTIL S-IDX > SECTION-COUNT
               IF SE-COURSE(S-IDX) = EW-COURSE(W-IDX)
                       AND SE-SECTION(S-IDX) = EW-SECTION(W-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF S-IDX > SECTION-COUNT
               IF SECTION-COUNT = 20
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO SECTION-COUNT
               MOVE EW-COURSE(W-IDX) TO SE-COURSE(S-IDX)
               MOVE EW-SECTION(W-IDX) TO SE-SECTION(S-IDX)
               MOVE 0 TO SE-STUDENTS(S-IDX) SE-ENROLLED(S-IDX)
               MOVE 0 TO SE-PRESENT(S-IDX)
           END-IF
           ADD 1 TO SE-STUDENTS(S-IDX)
           ADD EW-DAYS(W-IDX) TO SE-ENROLLED(S-IDX)
           ADD EW-PRESENT(W-IDX) TO SE-PRESENT(S-IDX)
           .

      *-----------------------------------------------------------*
      * The school figures count each student once a day however  *
      * many sections they are in: enrolled when any window       *
      * covers the day, present unless absent that day.           *
      *-----------------------------------------------------------*
       COUNT-SCHOOL-DAYS.
           PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > WINDOW-COUNT
               PERFORM VARYING A-IDX FROM 1 BY 1
                       UNTIL A-IDX > SL-COUNT
                   IF SL-NAME(A-IDX) = EW-NAME(W-IDX)
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF A-IDX > SL-COUNT AND SL-COUNT < 100
                   ADD 1 TO SL-COUNT
                   MOVE EW-NAME(W-IDX) TO SL-NAME(SL-COUNT)
               END-IF
           END-PERFORM
           PERFORM VARYING W-IDX2 FROM 1 BY 1 UNTIL W-IDX2 > SL-COUNT
               PERFORM VARYING D-IDX FROM 1 BY 1
                       UNTIL D-IDX > DAY-COUNT
                   PERFORM COUNT-STUDENT-DAY
               END-PERFORM
           END-PERFORM
           .

       COUNT-STUDENT-DAY.
           MOVE "N" TO DAY-ENROLLED
           PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > WINDOW-COUNT
               IF EW-NAME(W-IDX) = SL-NAME(W-IDX2)
                       AND SCHOOL-DAY(D-IDX) >= EW-START(W-IDX)
                       AND SCHOOL-DAY(D-IDX) < EW-END(W-IDX)
                   MOVE "Y" TO DAY-ENROLLED
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF DAY-ENROLLED = "N"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO SCHOOL-ENROLLED
           MOVE "N" TO STUDENT-ABSENT
           PERFORM VARYING A-IDX FROM 1 BY 1 UNTIL A-IDX > ATTEND-COUNT
               IF AE-NAME(A-IDX) = SL-NAME(W-IDX2)
                       AND AE-DATE(A-IDX) = SCHOOL-DAY(D-IDX)
                       AND AE-CODE(A-IDX) = "A"
                   MOVE "Y" TO STUDENT-ABSENT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF STUDENT-ABSENT = "N"
               ADD 1 TO SCHOOL-PRESENT
           END-IF
           .

       REPORT-SECTION-TOTALS.
           MOVE SPACES TO EDIT-RECORD
           WRITE EDIT-RECORD
           MOVE DAY-COUNT TO COUNT-EDIT
           MOVE SPACES TO EDIT-RECORD
           STRING "MEMBERSHIP AND ATTENDANCE -- " COUNT-EDIT
                  " SCHOOL DAYS"
                  DELIMITED BY SIZE INTO EDIT-RECORD
           WRITE EDIT-RECORD
           MOVE "COURSE SEC STUDENTS  DAYS ENROLLED  DAYS PRESENT"
               TO EDIT-RECORD
           MOVE "ADM       ADA" TO EDIT-RECORD(56:13)
           WRITE EDIT-RECORD
           PERFORM VARYING S-IDX FROM 1 BY 1
                   UNTIL S-IDX > SECTION-COUNT
               PERFORM FIGURE-SECTION-AVERAGES
               MOVE SE-STUDENTS(S-IDX) TO COUNT-EDIT
               MOVE SE-ENROLLED(S-IDX) TO DAYS-EDIT
               MOVE SE-PRESENT(S-IDX) TO DAYS-EDIT-2
               MOVE SPACES TO EDIT-RECORD
               STRING SE-COURSE(S-IDX) " " SE-SECTION(S-IDX)
                      "       " COUNT-EDIT "       " DAYS-EDIT
                      "       " DAYS-EDIT-2 "  " ADM-EDIT
                      "  " ADA-EDIT
                      DELIMITED BY SIZE INTO EDIT-RECORD
               WRITE EDIT-RECORD
           END-PERFORM
           MOVE 0 TO AVERAGE-ADM AVERAGE-ADA
           IF DAY-COUNT > 0
               COMPUTE AVERAGE-ADM ROUNDED =
                   SCHOOL-ENROLLED / DAY-COUNT
               COMPUTE AVERAGE-ADA ROUNDED =
                   SCHOOL-PRESENT / DAY-COUNT
           END-IF
           MOVE AVERAGE-ADM TO ADM-EDIT
           MOVE AVERAGE-ADA TO ADA-EDIT
           MOVE SL-COUNT TO COUNT-EDIT
           MOVE SCHOOL-ENROLLED TO DAYS-EDIT
           MOVE SCHOOL-PRESENT TO DAYS-EDIT-2
           MOVE SPACES TO EDIT-RECORD
           STRING "SCHOOL           " COUNT-EDIT "       " DAYS-EDIT
                  "       " DAYS-EDIT-2 "  " ADM-EDIT
                  "  " ADA-EDIT
                  DELIMITED BY SIZE INTO EDIT-RECORD
           WRITE EDIT-RECORD
           MOVE SPACES TO EDIT-RECORD
           WRITE EDIT-RECORD
           .

       FIGURE-SECTION-AVERAGES.
           MOVE 0 TO AVERAGE-ADM AVERAGE-ADA
           IF DAY-COUNT > 0
               COMPUTE AVERAGE-ADM ROUNDED =
                   SE-ENROLLED(S-IDX) / DAY-COUNT
               COMPUTE AVERAGE-ADA ROUNDED =
                   SE-PRESENT(S-IDX) / DAY-COUNT
           END-IF
           MOVE AVERAGE-ADM TO ADM-EDIT
           MOVE AVERAGE-ADA TO ADA-EDIT
           .

      *-----------------------------------------------------------*
      * Header, a detail per enrollment with days in the period,  *
      * a line per course and section, and the trailer totals.    *
      *-----------------------------------------------------------*
       WRITE-SUBMISSION.
           OPEN OUTPUT SUBMISSION-FILE
           MOVE SPACES TO SUB-HEADER
           MOVE "H" TO SH-TYPE
           MOVE DISTRICT-CODE TO SH-DISTRICT
           MOVE SCHOOL-CODE TO SH-SCHOOL
           MOVE PERIOD-FROM TO SH-PERIOD-FROM
           MOVE PERIOD-TO TO SH-PERIOD-TO
           MOVE TODAY-STAMP TO SH-CREATED
           MOVE DAY-COUNT TO SH-SCHOOL-DAYS
           WRITE SUB-HEADER
           PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > WINDOW-COUNT
               IF EW-DAYS(W-IDX) > 0
                   MOVE SPACES TO SUB-DETAIL
                   MOVE "D" TO SD-TYPE
                   MOVE EW-NAME(W-IDX) TO SD-NAME
                   MOVE EW-COURSE(W-IDX) TO SD-COURSE
                   MOVE EW-SECTION(W-IDX) TO SD-SECTION
                   MOVE EW-START(W-IDX) TO SD-ENTRY-DATE
                   IF EW-END(W-IDX) = OPEN-WINDOW
                       MOVE 0 TO SD-EXIT-DATE
                   ELSE
                       MOVE EW-END(W-IDX) TO SD-EXIT-DATE
                   END-IF
                   MOVE EW-DAYS(W-IDX) TO SD-DAYS-ENROLLED
                   MOVE EW-PRESENT(W-IDX) TO SD-DAYS-PRESENT
                   MOVE EW-EXCUSED(W-IDX) TO SD-EXCUSED
                   MOVE EW-UNEXCUSED(W-IDX) TO SD-UNEXCUSED
                   WRITE SUB-DETAIL
                   ADD 1 TO DETAIL-COUNT
                   ADD EW-DAYS(W-IDX) TO TOTAL-ENROLLED
                   ADD EW-PRESENT(W-IDX) TO TOTAL-PRESENT
                   ADD EW-EXCUSED(W-IDX) TO TOTAL-EXCUSED
                   ADD EW-UNEXCUSED(W-IDX) TO TOTAL-UNEXCUSED
               END-IF
           END-PERFORM
           PERFORM VARYING S-IDX FROM 1 BY 1
                   UNTIL S-IDX > SECTION-COUNT
               PERFORM FIGURE-SECTION-AVERAGES
               MOVE SPACES TO SUB-COURSE
               MOVE "C" TO SC-TYPE
               MOVE SE-COURSE(S-IDX) TO SC-COURSE
               MOVE SE-SECTION(S-IDX) TO SC-SECTION
               MOVE SE-STUDENTS(S-IDX) TO SC-STUDENTS
               MOVE SE-ENROLLED(S-IDX) TO SC-DAYS-ENROLLED
               MOVE SE-PRESENT(S-IDX) TO SC-DAYS-PRESENT
               MOVE AVERAGE-ADM TO SC-ADM
               MOVE AVERAGE-ADA TO SC-ADA
               WRITE SUB-COURSE
           END-PERFORM
           MOVE SPACES TO SUB-TRAILER
           MOVE "T" TO ST-TYPE
           MOVE DETAIL-COUNT TO ST-DETAIL-COUNT
           MOVE SECTION-COUNT TO ST-COURSE-COUNT
           MOVE TOTAL-ENROLLED TO ST-DAYS-ENROLLED
           MOVE TOTAL-PRESENT TO ST-DAYS-PRESENT
           MOVE TOTAL-EXCUSED TO ST-EXCUSED
           MOVE TOTAL-UNEXCUSED TO ST-UNEXCUSED
           MOVE 0 TO ST-SCHOOL-ADM ST-SCHOOL-ADA
           IF DAY-COUNT > 0
               COMPUTE ST-SCHOOL-ADM ROUNDED =
                   SCHOOL-ENROLLED / DAY-COUNT
               COMPUTE ST-SCHOOL-ADA ROUNDED =
                   SCHOOL-PRESENT / DAY-COUNT
           END-IF
           WRITE SUB-TRAILER
           CLOSE SUBMISSION-FILE
           .
