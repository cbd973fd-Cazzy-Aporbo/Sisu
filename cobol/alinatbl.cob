       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALINATBL.
       AUTHOR. CAZZY.
       REMARKS. >
           Timetable conflict report, run before the term starts.
           Reads the ALINATTB class timetable and the ALINAROS
           roster and lists every clash on ALINACNF: two sections
           meeting in the same room, a teacher due in two rooms,
           a student enrolled in two sections, in the same period
           on a common day -- and any section enrolled past its
           room's capacity. Return code 4 when anything is listed.

      *-----------------------------------------------------------*
      * Mod history:
      *   2026-10-15  CAZZY - written; ALINA-PROJECT now refuses a
      *               clashing enrollment, but a timetable built
      *               with two sections in one room, or a roster
      *               carried over from before the timetable, is
      *               better caught before the first bell.
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TIMETABLE-FILE ASSIGN TO "ALINATTB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TTB-FILE-STATUS.
           SELECT ROSTER-FILE ASSIGN TO "ALINAROS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ROSTER-FILE-STATUS.
           SELECT CONFLICT-FILE ASSIGN TO "ALINACNF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TIMETABLE-FILE.
       01  TIMETABLE-RECORD.
           COPY ALINATTB REPLACING ==:LVL:== BY ==05==.

       FD  ROSTER-FILE.
       01  ROSTER-RECORD.
           05 RR-NAME         PIC X(15).
           05 RR-SCORE        PIC 99.
           05 RR-ATTENDANCE   PIC X.
           05 RR-ABSENCES     PIC 99.
           05 RR-STATUS       PIC X.
           05 RR-COURSE       PIC X(6).
           05 RR-SECTION      PIC X(2).

       FD  CONFLICT-FILE.
       01  CONFLICT-RECORD    PIC X(80).

       WORKING-STORAGE SECTION.
       77 TTB-FILE-STATUS   PIC X(2).
       77 ROSTER-FILE-STATUS PIC X(2).
       77 RPT-FILE-STATUS   PIC X(2).
       77 TB-IDX            PIC 99.
       77 TB-IDX2           PIC 99.
       77 RS-IDX            PIC 99.
       77 RS-IDX2           PIC 99.
       77 DAY-IDX           PIC 9.
       77 DAYS-OVERLAP      PIC X.
       77 SEATS-TAKEN       PIC 999.
       77 ROOM-CLASHES      PIC 999 VALUE 0.
       77 TEACHER-CLASHES   PIC 999 VALUE 0.
       77 STUDENT-CLASHES   PIC 999 VALUE 0.
       77 OVER-CAPACITY     PIC 999 VALUE 0.

      *-----------------------------------------------------------*
      * One entry per meeting, the day pattern laid out by        *
      * position (M T W R F) as ALINA-PROJECT holds it.           *
      *-----------------------------------------------------------*
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

       01 ROSTER.
           05 RS-ENTRY OCCURS 30 TIMES.
              10 RS-NAME      PIC X(15).
              10 RS-COURSE    PIC X(6).
              10 RS-SECTION   PIC X(2).
       01 RS-COUNT          PIC 99 VALUE 0.

       01 CAPACITY-EDIT     PIC ZZ9.
       01 SEATS-EDIT        PIC ZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM LOAD-TIMETABLE
           IF TB-COUNT = 0
               DISPLAY "No timetable (ALINATTB) on hand"
               STOP RUN
           END-IF
           PERFORM LOAD-ROSTER

           OPEN OUTPUT CONFLICT-FILE
           MOVE "TIMETABLE CONFLICTS" TO CONFLICT-RECORD
           WRITE CONFLICT-RECORD
           PERFORM VARYING TB-IDX FROM 1 BY 1 UNTIL TB-IDX > TB-COUNT
               PERFORM CHECK-ONE-MEETING
           END-PERFORM
           PERFORM VARYING RS-IDX FROM 1 BY 1 UNTIL RS-IDX > RS-COUNT
               PERFORM CHECK-ONE-ENROLLMENT
           END-PERFORM
           PERFORM VARYING TB-IDX FROM 1 BY 1 UNTIL TB-IDX > TB-COUNT
               PERFORM CHECK-ROOM-CAPACITY
           END-PERFORM
           MOVE SPACES TO CONFLICT-RECORD
           STRING "CLASHES -- ROOM: " ROOM-CLASHES
                  "  TEACHER: " TEACHER-CLASHES
                  "  STUDENT: " STUDENT-CLASHES
                  "  OVER CAPACITY: " OVER-CAPACITY
                  DELIMITED BY SIZE INTO CONFLICT-RECORD
           WRITE CONFLICT-RECORD
           CLOSE CONFLICT-FILE

           DISPLAY "Timetable conflicts on ALINACNF: rooms "
               ROOM-CLASHES " teachers " TEACHER-CLASHES
               " students " STUDENT-CLASHES
               " over capacity " OVER-CAPACITY
           IF ROOM-CLASHES > 0 OR TEACHER-CLASHES > 0
                   OR STUDENT-CLASHES > 0 OR OVER-CAPACITY > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-TIMETABLE.
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
      * Withdrawn students hold no seat and attend nothing.       *
      * Rosters from before the course dimension are the general  *
      * section, as ALINA-PROJECT loads them.                     *
      *-----------------------------------------------------------*
       LOAD-ROSTER.
           OPEN INPUT ROSTER-FILE
           IF ROSTER-FILE-STATUS NOT = "00"
               DISPLAY "No roster (ALINAROS) on hand -- "
                   "timetable checked on its own"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ ROSTER-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF RR-STATUS NOT = "W" AND RS-COUNT < 30
                   ADD 1 TO RS-COUNT
                   MOVE RR-NAME TO RS-NAME(RS-COUNT)
                   IF RR-COURSE = SPACES
                       MOVE "GEN   " TO RS-COURSE(RS-COUNT)
                       MOVE "01" TO RS-SECTION(RS-COUNT)
                   ELSE
                       MOVE RR-COURSE TO RS-COURSE(RS-COUNT)
                       MOVE RR-SECTION TO RS-SECTION(RS-COUNT)
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ROSTER-FILE
           .

      *-----------------------------------------------------------*
      * Each later meeting of another section in the same period  *
      * on a common day: a shared room or a shared teacher is a   *
      * clash. Each pair is listed once.                          *
      *-----------------------------------------------------------*
       CHECK-ONE-MEETING.
           PERFORM VARYING TB-IDX2 FROM TB-IDX BY 1
                   UNTIL TB-IDX2 > TB-COUNT
               IF TB-PERIOD(TB-IDX2) = TB-PERIOD(TB-IDX)
                       AND (TB-COURSE(TB-IDX2) NOT = TB-COURSE(TB-IDX)
                       OR TB-SECTION(TB-IDX2)
                           NOT = TB-SECTION(TB-IDX))
                   PERFORM CHECK-DAYS-OVERLAP
                   IF DAYS-OVERLAP = "Y"
                       PERFORM REPORT-MEETING-CLASH
                   END-IF
               END-IF
           END-PERFORM
           .

       REPORT-MEETING-CLASH.
           IF TB-ROOM(TB-IDX) NOT = SPACES
                   AND TB-ROOM(TB-IDX2) = TB-ROOM(TB-IDX)
               ADD 1 TO ROOM-CLASHES
               MOVE SPACES TO CONFLICT-RECORD
               STRING "ROOM    " TB-ROOM(TB-IDX) "         "
                      " PERIOD " TB-PERIOD(TB-IDX) " "
                      TB-COURSE(TB-IDX) "/" TB-SECTION(TB-IDX)
                      " " TB-DAYS(TB-IDX) " AND "
                      TB-COURSE(TB-IDX2) "/" TB-SECTION(TB-IDX2)
                      " " TB-DAYS(TB-IDX2)
                      DELIMITED BY SIZE INTO CONFLICT-RECORD
               WRITE CONFLICT-RECORD
           END-IF
           IF TB-TEACHER(TB-IDX) NOT = SPACES
                   AND TB-TEACHER(TB-IDX2) = TB-TEACHER(TB-IDX)
               ADD 1 TO TEACHER-CLASHES
               MOVE SPACES TO CONFLICT-RECORD
               STRING "TEACHER " TB-TEACHER(TB-IDX)
                      " PERIOD " TB-PERIOD(TB-IDX) " "
                      TB-COURSE(TB-IDX) "/" TB-SECTION(TB-IDX)
                      " " TB-DAYS(TB-IDX) " AND "
                      TB-COURSE(TB-IDX2) "/" TB-SECTION(TB-IDX2)
                      " " TB-DAYS(TB-IDX2)
                      DELIMITED BY SIZE INTO CONFLICT-RECORD
               WRITE CONFLICT-RECORD
           END-IF
           .

      *-----------------------------------------------------------*
      * The student's later enrollments in other sections, each   *
      * checked meeting by meeting against this one's.            *
      *-----------------------------------------------------------*
       CHECK-ONE-ENROLLMENT.
           PERFORM VARYING RS-IDX2 FROM RS-IDX BY 1
                   UNTIL RS-IDX2 > RS-COUNT
               IF RS-NAME(RS-IDX2) = RS-NAME(RS-IDX)
                       AND (RS-COURSE(RS-IDX2) NOT = RS-COURSE(RS-IDX)
                       OR RS-SECTION(RS-IDX2)
                           NOT = RS-SECTION(RS-IDX))
                   PERFORM CHECK-STUDENT-SECTIONS
               END-IF
           END-PERFORM
           .

       CHECK-STUDENT-SECTIONS.
           PERFORM VARYING TB-IDX FROM 1 BY 1 UNTIL TB-IDX > TB-COUNT
               IF TB-COURSE(TB-IDX) = RS-COURSE(RS-IDX)
                       AND TB-SECTION(TB-IDX) = RS-SECTION(RS-IDX)
                   PERFORM VARYING TB-IDX2 FROM 1 BY 1
                           UNTIL TB-IDX2 > TB-COUNT
                       IF TB-COURSE(TB-IDX2) = RS-COURSE(RS-IDX2)
                               AND TB-SECTION(TB-IDX2)
                                   = RS-SECTION(RS-IDX2)
                               AND TB-PERIOD(TB-IDX2)
                                   = TB-PERIOD(TB-IDX)
                           PERFORM CHECK-DAYS-OVERLAP
                           IF DAYS-OVERLAP = "Y"
                               PERFORM REPORT-STUDENT-CLASH
                               EXIT PARAGRAPH
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           .

       REPORT-STUDENT-CLASH.
           ADD 1 TO STUDENT-CLASHES
           MOVE SPACES TO CONFLICT-RECORD
           STRING "STUDENT " RS-NAME(RS-IDX)
                  " PERIOD " TB-PERIOD(TB-IDX) " "
                  TB-COURSE(TB-IDX) "/" TB-SECTION(TB-IDX)
                  " " TB-DAYS(TB-IDX) " AND "
                  TB-COURSE(TB-IDX2) "/" TB-SECTION(TB-IDX2)
                  " " TB-DAYS(TB-IDX2)
                  DELIMITED BY SIZE INTO CONFLICT-RECORD
           WRITE CONFLICT-RECORD
           .

       CHECK-DAYS-OVERLAP.
           MOVE "N" TO DAYS-OVERLAP
           PERFORM VARYING DAY-IDX FROM 1 BY 1 UNTIL DAY-IDX > 5
               IF TB-DAYS(TB-IDX)(DAY-IDX:1) NOT = SPACE
                       AND TB-DAYS(TB-IDX2)(DAY-IDX:1) NOT = SPACE
                   MOVE "Y" TO DAYS-OVERLAP
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

      *-----------------------------------------------------------*
      * A section enrolled past the seats of a room it meets in.  *
      *-----------------------------------------------------------*
       CHECK-ROOM-CAPACITY.
           IF TB-CAPACITY(TB-IDX) = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO SEATS-TAKEN
           PERFORM VARYING RS-IDX FROM 1 BY 1 UNTIL RS-IDX > RS-COUNT
               IF RS-COURSE(RS-IDX) = TB-COURSE(TB-IDX)
                       AND RS-SECTION(RS-IDX) = TB-SECTION(TB-IDX)
                   ADD 1 TO SEATS-TAKEN
               END-IF
           END-PERFORM
           IF SEATS-TAKEN > TB-CAPACITY(TB-IDX)
               ADD 1 TO OVER-CAPACITY
               MOVE SEATS-TAKEN TO SEATS-EDIT
               MOVE TB-CAPACITY(TB-IDX) TO CAPACITY-EDIT
               MOVE SPACES TO CONFLICT-RECORD
               STRING "ROOM    " TB-ROOM(TB-IDX) "         "
                      " PERIOD " TB-PERIOD(TB-IDX) " "
                      TB-COURSE(TB-IDX) "/" TB-SECTION(TB-IDX)
                      " " TB-DAYS(TB-IDX) " ENROLLED " SEATS-EDIT
                      " OVER CAPACITY " CAPACITY-EDIT
                      DELIMITED BY SIZE INTO CONFLICT-RECORD
               WRITE CONFLICT-RECORD
           END-IF
           .
