      *               the isolation flags REWRITE each exposed
      *               patient's record in place, so the hold table
      *               and the PATMASTR interlock are gone.
      *   2026-10-15  CAZZY - PATMASTER layout gains the
      *               readmission flag and prior discharge
      *               date/unit.
      *   2026-10-15  CAZZY - each new isolation is appended to
      *               the HFINFLOG event log with the patient's
      *               unit and admit date, for the HFINFSRV
      *               infection surveillance rates.
      *   2026-10-15  CAZZY - PATMASTER layout gains the discharge
      *               date.
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-MRN
               FILE STATUS IS MASTER-FILE-STATUS.
           SELECT INFECTION-LOG-FILE ASSIGN TO "HFINFLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INFLOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 PM-ADMIT-DATE       PIC 9(8).
           05 PM-BED-DAYS         PIC 9(3).
           05 PM-ISOLATION        PIC X.
           05 PM-READMIT          PIC X.
           05 PM-PRIOR-DSC-DATE   PIC 9(8).
           05 PM-PRIOR-DSC-UNIT   PIC X(4).
           05 PM-DISCHARGE-DATE   PIC 9(8).

       FD  INFECTION-LOG-FILE.
       01  INFECTION-EVENT-RECORD.
           COPY HFINFEVT REPLACING ==:LVL:== BY ==05==.

       WORKING-STORAGE SECTION.
       77 CENSUS-FILE-STATUS  PIC X(2).
       77 TODAY-STAMP         PIC 9(8).
       77 MASTER-FILE-STATUS  PIC X(2).
       77 FLAGGED-COUNT       PIC 99 VALUE 0.
       77 INFLOG-FILE-STATUS  PIC X(2).
       77 NEWLY-ISOLATED      PIC 99 VALUE 0.

       01 ROSTER.
           05 ROSTER-ENTRY OCCURS 50 TIMES.
           PERFORM FLAG-EXPOSED-ON-MASTER
           DISPLAY "Trace complete: " TOTAL-EXPOSED " of "
               NUM-PATIENTS " exposed. Report on HFTRACE, "
               FLAGGED-COUNT " isolation flags posted, "
               NEWLY-ISOLATED " new isolations logged."
           STOP RUN.

      *-----------------------------------------------------------*
      * each exposed MRN's record is read by key and its          *
      * PM-ISOLATION rewritten in place -- record-level updates   *
      * on the indexed master, so no interlock is needed and no   *
      * other patient's record is touched. A patient not already  *
      * in isolation goes onto HFINFLOG as a new isolation for    *
      * the infection surveillance rates; re-flagging one who is  *
      * already isolated adds nothing there.                      *
      *-----------------------------------------------------------*
       FLAG-EXPOSED-ON-MASTER.
           OPEN I-O PATIENT-MASTER-FILE
                   "isolation flags not posted"
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND INFECTION-LOG-FILE
           IF INFLOG-FILE-STATUS NOT = "00"
               OPEN OUTPUT INFECTION-LOG-FILE
           END-IF
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > NUM-PATIENTS
               IF EXPOSURE(I) > 0 AND ROSTER-MRN(I) NOT = 0
                   MOVE ROSTER-MRN(I) TO PM-MRN
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF PM-ISOLATION NOT = "Y"
                               PERFORM LOG-NEW-ISOLATION
                           END-IF
                           MOVE "Y" TO PM-ISOLATION
                           REWRITE PATIENT-MASTER-RECORD
                               INVALID KEY
               END-IF
           END-PERFORM
           CLOSE PATIENT-MASTER-FILE
           CLOSE INFECTION-LOG-FILE
           .

      *-----------------------------------------------------------*
      * The trace date stands as the exposure date: the index     *
      * case is confirmed and its contacts exposed the day the    *
      * trace is run. Unit and admit date are the master's as the *
      * flag goes on.                                             *
      *-----------------------------------------------------------*
       LOG-NEW-ISOLATION.
           MOVE SPACES TO INFECTION-EVENT-RECORD
           MOVE PM-MRN TO IE-MRN
           MOVE TODAY-STAMP TO IE-EXPOSURE-DATE
           MOVE PM-UNIT TO IE-UNIT
           IF PM-ADMIT-DATE IS NUMERIC
               MOVE PM-ADMIT-DATE TO IE-ADMIT-DATE
           ELSE
               MOVE 0 TO IE-ADMIT-DATE
           END-IF
           IF I = SEED-IDX
               MOVE "I" TO IE-ROLE
           ELSE
               MOVE "E" TO IE-ROLE
           END-IF
           MOVE SEED-MRN TO IE-INDEX-MRN
           WRITE INFECTION-EVENT-RECORD
           ADD 1 TO NEWLY-ISOLATED
           .

       LOAD-CENSUS.
