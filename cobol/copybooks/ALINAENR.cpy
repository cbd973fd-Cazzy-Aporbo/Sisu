      *-----------------------------------------------------------*
      * ALINAENR - enrollment history, 47 bytes, one line for     *
      * every ALINATRN enrollment change ALINA-PROJECT applies.   *
      * Read by ALINAADA for the enrollment window behind each    *
      * student's days of membership.                             *
      *                                                           *
      * EH-DATE          effective date of the change (YYYYMMDD), *
      *                  the transaction's own date or else the   *
      *                  day it was applied                       *
      * EH-ACTION        ADD, DROP or WITHDRAW                    *
      * EH-NAME          student                                  *
      * EH-COURSE        course                                   *
      * EH-SECTION       section                                  *
      * EH-POSTED        day the change was applied (YYYYMMDD)    *
      *                                                           *
      * Embed under the caller's own level number, e.g.:          *
      *     01  ENROLL-HIST-RECORD.                               *
      *         COPY ALINAENR REPLACING ==:LVL:== BY ==05==.      *
      *-----------------------------------------------------------*
       :LVL: EH-DATE            PIC 9(8).
       :LVL: EH-ACTION          PIC X(8).
       :LVL: EH-NAME            PIC X(15).
       :LVL: EH-COURSE          PIC X(6).
       :LVL: EH-SECTION         PIC X(2).
       :LVL: EH-POSTED          PIC 9(8).
