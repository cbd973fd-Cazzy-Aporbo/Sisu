      *-----------------------------------------------------------*
      * ALINATTB - class timetable, 39 bytes, one line per time a *
      * section meets; a section meeting at more than one period  *
      * has a line for each. Read by ALINA-PROJECT to vet         *
      * enrollments and by ALINATBL for the conflict report.      *
      *                                                           *
      * TT-DAYS          day pattern, the letters M T W R F for   *
      *                  the days it meets, e.g. MWF or TR (a     *
      *                  positional M W F also reads)             *
      * TT-PERIOD        period of the day, 01-12                 *
      * TT-ROOM          room the section meets in                *
      * TT-CAPACITY      seats in the room for the section        *
      * TT-TEACHER       teacher assigned                         *
      *                                                           *
      * Embed under the caller's own level number, e.g.:          *
      *     01  TIMETABLE-RECORD.                                 *
      *         COPY ALINATTB REPLACING ==:LVL:== BY ==05==.      *
      *-----------------------------------------------------------*
       :LVL: TT-COURSE          PIC X(6).
       :LVL: TT-SECTION         PIC X(2).
       :LVL: TT-DAYS            PIC X(5).
       :LVL: TT-PERIOD          PIC 99.
       :LVL: TT-ROOM            PIC X(6).
       :LVL: TT-CAPACITY        PIC 999.
       :LVL: TT-TEACHER         PIC X(15).
