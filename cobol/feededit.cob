      *               the duplicate key includes them so the same
      *               student ADDed into two sections is not a
      *               false reject.
      *   2026-10-15  CAZZY - HFADT carries the bed priority for
      *               the bed request queue in column 48 (blank or
      *               1-3, else PRIO); it rides through to
      *               HFADTCLN.
      *   2026-10-15  CAZZY - ALINATRN may carry the effective
      *               date of the enrollment change in columns
      *               33-40 (blank for the day it is applied); a
      *               date that is not a real YYYYMMDD is rejected
      *               DATE, and it rides through to ALTRNCLN.
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
           05 ADT-UNIT         PIC X(4).
           05 ADT-ROOM         PIC X(4).
           05 ADT-BED          PIC X(4).
           05 ADT-PRIORITY     PIC X.

       FD  ADT-CLEAN-FILE.
       01  ADT-CLEAN-RECORD    PIC X(48).

       FD  MED-ORDERS-FILE.
       01  MED-ORDER-RECORD.
      *-----------------------------------------------------------*
      * HFADT: action keyword, nonblank name, numeric vitals,     *
      * MRN numeric or blank (blank means assign at admission),   *
      * bed priority blank or 1-3, duplicates keyed on action     *
      * plus MRN.                                                 *
      *-----------------------------------------------------------*
       EDIT-HFADT.
           MOVE "HFADT   " TO CUR-FEED
                   MOVE "MRN " TO REASON-CODE
                   PERFORM WRITE-FEED-REJECT
               END-IF
      *        Bed priority: blank (routine) or 1-3.
               IF RECORD-OK = "Y" AND ADT-PRIORITY NOT = SPACE
                       AND ADT-PRIORITY NOT = "1"
                       AND ADT-PRIORITY NOT = "2"
                       AND ADT-PRIORITY NOT = "3"
                   MOVE "PRIO" TO REASON-CODE
                   PERFORM WRITE-FEED-REJECT
               END-IF
               IF RECORD-OK = "Y"
                   MOVE SPACES TO DUP-KEY
                   STRING ADT-ACTION ADT-MRN
