      *-----------------------------------------------------------*
      * ALINACOR - guardian correspondence history, 117 bytes,    *
      * one line per notification letter ALINALTR writes, kept    *
      * as the school's proof the family was told.                *
      *                                                           *
      * CO-LETTER        TRUANCY   unexcused absences at or over  *
      *                            the ALINATRU threshold         *
      *                  FAILING   failing mid-term standing      *
      *                  WITHDRAW  enrollment withdrawal          *
      * CO-COURSE        course and section the letter concerns   *
      * CO-SECTION       (blank for truancy, which is counted     *
      *                  across the student's whole day)          *
      * CO-CONTACT       the guardian's preferred contact the     *
      *                  letter went out by                       *
      * CO-SOURCE        program that raised the notice           *
      *                                                           *
      * Embed under the caller's own level number, e.g.:          *
      *     01  CORRESPONDENCE-RECORD.                            *
      *         COPY ALINACOR REPLACING ==:LVL:== BY ==05==.      *
      *-----------------------------------------------------------*
       :LVL: CO-DATE            PIC 9(8).
       :LVL: CO-STUDENT         PIC X(15).
       :LVL: CO-LETTER          PIC X(8).
       :LVL: CO-COURSE          PIC X(6).
       :LVL: CO-SECTION         PIC X(2).
       :LVL: CO-GUARDIAN        PIC X(25).
       :LVL: CO-CONTACT         PIC X(5).
       :LVL: CO-SOURCE          PIC X(8).
       :LVL: CO-DETAIL          PIC X(40).
