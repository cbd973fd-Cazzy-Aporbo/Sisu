      *               neither source are DELETEd: the patient has
      *               left, and nothing else ever removed the
      *               record from the keyed master.
      *   2026-10-15  CAZZY - readmission flag and prior discharge
      *               date/unit carried forward with the stay.
      *   2026-10-15  CAZZY - an MRN retired by HFMRNMRG
      *               (HFMRGLOG) is posted to the MRN it was
      *               merged into, so a source record still
      *               carrying it cannot recreate the duplicate.
      *   2026-10-15  CAZZY - departed patients are stamped with
      *               PM-DISCHARGE-DATE instead of deleted; a
      *               returning MRN carries its discharged
      *               record's history.
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
           SELECT MRN-SEQ-FILE ASSIGN TO "HFMRNSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MRNSEQ-FILE-STATUS.
           SELECT MERGE-LOG-FILE ASSIGN TO "HFMRGLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MRGLOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 PM-ADMIT-DATE       PIC 9(8).
           05 PM-BED-DAYS         PIC 9(3).
           05 PM-ISOLATION        PIC X.
           05 PM-READMIT          PIC X.
           05 PM-PRIOR-DSC-DATE   PIC 9(8).
           05 PM-PRIOR-DSC-UNIT   PIC X(4).
           05 PM-DISCHARGE-DATE   PIC 9(8).

       FD  MERGE-RPT-FILE.
       01  MERGE-RPT-RECORD    PIC X(80).
       FD  MRN-SEQ-FILE.
       01  MRN-SEQ-RECORD      PIC X(10).

       FD  MERGE-LOG-FILE.
       01  MERGE-LOG-RECORD.
           COPY HFMRGLOG REPLACING ==:LVL:== BY ==05==.

       WORKING-STORAGE SECTION.
       77 CENSUS-FILE-STATUS   PIC X(2).
       77 DASH-FILE-STATUS     PIC X(2).
       77 PRIOR-IDX            PIC 99.
       77 STILL-PRESENT        PIC X.
       77 TODAY-DATE-W         PIC 9(8).
       77 MRGLOG-FILE-STATUS   PIC X(2).
       77 R-IDX                PIC 999.
       77 DUP-IDX              PIC 99.

      *-----------------------------------------------------------*
      * MRNs HFMRNMRG has retired, each with the MRN it was       *
      * merged into: a source record still carrying a retired     *
      * number is posted to the surviving patient.                *
      *-----------------------------------------------------------*
       01 RETIRED-MRNS.
           05 RETIRED-ENTRY OCCURS 500 TIMES.
              10 RT-LOSING     PIC 9(6).
              10 RT-SURVIVING  PIC 9(6).
       01 RETIRED-COUNT        PIC 999 VALUE 0.

      *-----------------------------------------------------------*
      * Stay fields from the prior master, keyed by MRN, carried  *
              10 PR-MRN        PIC 9(6).
              10 PR-ADMIT      PIC 9(8).
              10 PR-BED-DAYS   PIC 9(3).
              10 PR-READMIT    PIC X.
              10 PR-PRIOR-DSC-DATE PIC 9(8).
              10 PR-PRIOR-DSC-UNIT PIC X(4).
       01 PRIOR-COUNT          PIC 99 VALUE 0.

       01 MERGED-PATIENTS.
           WRITE MERGE-RPT-RECORD

           PERFORM LOAD-PRIOR-STAYS
           PERFORM LOAD-RETIRED-MRNS
           PERFORM MERGE-CENSUS
           PERFORM MERGE-DASHBOARD
           PERFORM CARRY-STAYS-FORWARD
               " conflicts (see PATMRGRPT)"
           STOP RUN.

       LOAD-RETIRED-MRNS.
           OPEN INPUT MERGE-LOG-FILE
           IF MRGLOG-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ MERGE-LOG-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF ML-RESULT = "M" AND ML-LOSING-MRN IS NUMERIC
                       AND ML-SURVIVING-MRN IS NUMERIC
                   IF RETIRED-COUNT < 500
                       ADD 1 TO RETIRED-COUNT
                       MOVE ML-LOSING-MRN TO RT-LOSING(RETIRED-COUNT)
                       MOVE ML-SURVIVING-MRN
                           TO RT-SURVIVING(RETIRED-COUNT)
                   ELSE
                       DISPLAY "More than 500 retired MRNs on "
                           "HFMRGLOG -- " ML-LOSING-MRN
                           " not translated"
                   END-IF
               END-IF
           END-PERFORM
           CLOSE MERGE-LOG-FILE
           .

      *-----------------------------------------------------------*
      * WORK-MRN comes back as the MRN it was merged into, if it  *
      * was retired; merges are followed in log order so a number *
      * merged twice lands on the last survivor.                  *
      *-----------------------------------------------------------*
       TRANSLATE-RETIRED-MRN.
           PERFORM VARYING R-IDX FROM 1 BY 1
                   UNTIL R-IDX > RETIRED-COUNT
               IF RT-LOSING(R-IDX) = WORK-MRN
                   MOVE RT-SURVIVING(R-IDX) TO WORK-MRN
                   MOVE SPACES TO MERGE-RPT-RECORD
                   STRING "RETIRED MRN " RT-LOSING(R-IDX)
                       " POSTED TO SURVIVING MRN " WORK-MRN
                       DELIMITED BY SIZE INTO MERGE-RPT-RECORD
                   WRITE MERGE-RPT-RECORD
               END-IF
           END-PERFORM
           .

       LOAD-PRIOR-STAYS.
           MOVE 0 TO PRIOR-COUNT
           OPEN INPUT PATIENT-MASTER-FILE
                       AT END
                           EXIT PERFORM
                   END-READ
      *            A discharged record is history, not a stay to
      *            carry: the MRN coming back is a new admission.
                   IF PM-DISCHARGE-DATE IS NUMERIC
                           AND PM-DISCHARGE-DATE > 0
                       EXIT PERFORM CYCLE
                   END-IF
                   IF PRIOR-COUNT < 50 AND PM-MRN NOT = 0
                       ADD 1 TO PRIOR-COUNT
                       MOVE PM-MRN TO PR-MRN(PRIOR-COUNT)
                       MOVE PM-ADMIT-DATE TO PR-ADMIT(PRIOR-COUNT)
                       MOVE PM-BED-DAYS
                           TO PR-BED-DAYS(PRIOR-COUNT)
                       MOVE PM-READMIT TO PR-READMIT(PRIOR-COUNT)
                       MOVE PM-PRIOR-DSC-DATE
                           TO PR-PRIOR-DSC-DATE(PRIOR-COUNT)
                       MOVE PM-PRIOR-DSC-UNIT
                           TO PR-PRIOR-DSC-UNIT(PRIOR-COUNT)
                   END-IF
               END-PERFORM
               CLOSE PATIENT-MASTER-FILE

      *-----------------------------------------------------------*
      * A merged patient already on the prior master keeps their  *
      * stay and readmission flag; anyone new opens a stay today  *
      * with zero bed-days.                                       *
      *-----------------------------------------------------------*
       CARRY-STAYS-FORWARD.
           ACCEPT TODAY-DATE-W FROM DATE YYYYMMDD
                   UNTIL M-IDX > NUM-MERGED
               MOVE TODAY-DATE-W TO PT-ADMIT-DATE(M-IDX)
               MOVE 0 TO PT-BED-DAYS(M-IDX)
               MOVE "N" TO PT-READMIT(M-IDX)
               MOVE 0 TO PT-PRIOR-DSC-DATE(M-IDX)
               MOVE SPACES TO PT-PRIOR-DSC-UNIT(M-IDX)
               PERFORM VARYING PRIOR-IDX FROM 1 BY 1
                       UNTIL PRIOR-IDX > PRIOR-COUNT
                   IF PR-MRN(PRIOR-IDX) = PT-MRN(M-IDX)
                           TO PT-ADMIT-DATE(M-IDX)
                       MOVE PR-BED-DAYS(PRIOR-IDX)
                           TO PT-BED-DAYS(M-IDX)
                       MOVE PR-READMIT(PRIOR-IDX)
                           TO PT-READMIT(M-IDX)
                       MOVE PR-PRIOR-DSC-DATE(PRIOR-IDX)
                           TO PT-PRIOR-DSC-DATE(M-IDX)
                       MOVE PR-PRIOR-DSC-UNIT(PRIOR-IDX)
                           TO PT-PRIOR-DSC-UNIT(M-IDX)
                       EXIT PERFORM
                   END-IF
               END-PERFORM
                       AT END
                           EXIT PERFORM
                   END-READ
                   IF CR-MRN IS NUMERIC AND CR-MRN NOT = "000000"
                       MOVE CR-MRN TO WORK-MRN
                       PERFORM TRANSLATE-RETIRED-MRN
                       MOVE WORK-MRN TO CR-MRN
                       PERFORM FIND-CENSUS-DUPLICATE
                   ELSE
                       MOVE 0 TO DUP-IDX
                   END-IF
                   IF NUM-MERGED < MAX-MERGED AND DUP-IDX = 0
                       ADD 1 TO NUM-MERGED
                       INITIALIZE MERGED-ENTRY(NUM-MERGED)
                       MOVE CR-NAME TO PT-NAME(NUM-MERGED)
      * risk, alert); a disagreement on age is a conflict line.   *
      * Dashboard-only patients are appended whole.               *
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
      * Two census lines for one MRN (both halves of a merged     *
      * pair still on the bed list) merge once; the first wins.   *
      *-----------------------------------------------------------*
       FIND-CENSUS-DUPLICATE.
           MOVE 0 TO DUP-IDX
           PERFORM VARYING M-IDX FROM 1 BY 1
                   UNTIL M-IDX > NUM-MERGED
               IF PT-MRN(M-IDX) = WORK-MRN
                   MOVE M-IDX TO DUP-IDX
                   MOVE SPACES TO MERGE-RPT-RECORD
                   STRING "DUPLICATE CENSUS LINE MRN=" WORK-MRN
                       " PATIENT=" CR-NAME " (first kept)"
                       DELIMITED BY SIZE INTO MERGE-RPT-RECORD
                   WRITE MERGE-RPT-RECORD
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

       MERGE-DASHBOARD.
           OPEN INPUT DASH-PATIENT-FILE
           IF DASH-FILE-STATUS = "00"
       MERGE-ONE-DASH-PATIENT.
           MOVE 0 TO MATCH-IDX
           IF PTF-MRN NOT = 0
               MOVE PTF-MRN TO WORK-MRN
               PERFORM TRANSLATE-RETIRED-MRN
               MOVE WORK-MRN TO PTF-MRN
               PERFORM VARYING M-IDX FROM 1 BY 1
                       UNTIL M-IDX > NUM-MERGED
                   IF PT-MRN(M-IDX) = PTF-MRN
      *-----------------------------------------------------------*
      * Record-level merge: each merged patient's record is read  *
      * by MRN and rewritten, or written fresh for a new          *
      * admission. A returning patient the dashboard roster does  *
      * not carry keeps the clinical fields of their discharged   *
      * record. A master record in neither source belongs to a    *
      * patient who has left and is stamped discharged.           *
      *-----------------------------------------------------------*
       WRITE-MASTER.
           OPEN I-O PATIENT-MASTER-FILE
                   KEY IS PM-MRN
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PM-DISCHARGE-DATE IS NUMERIC
                               AND PM-DISCHARGE-DATE > 0
                               AND PT-SEX(M-IDX) = SPACE
                           PERFORM CARRY-RETURNING-HISTORY
                       END-IF
               END-READ
               MOVE MERGED-ENTRY(M-IDX) TO PATIENT-MASTER-RECORD
               REWRITE PATIENT-MASTER-RECORD
                       END-WRITE
               END-REWRITE
           END-PERFORM
           PERFORM MARK-DEPARTED-RECORDS
           CLOSE PATIENT-MASTER-FILE
           .

       CARRY-RETURNING-HISTORY.
           MOVE PM-SEX TO PT-SEX(M-IDX)
           MOVE PM-MISDIAG TO PT-MISDIAG(M-IDX)
           MOVE PM-SYMPTOM-CODE TO PT-SYMPTOM-CODE(M-IDX)
           MOVE PM-SYMPTOMS TO PT-SYMPTOMS(M-IDX)
           MOVE PM-MISDIAG-RISK TO PT-MISDIAG-RISK(M-IDX)
           MOVE PM-ISOLATION TO PT-ISOLATION(M-IDX)
           MOVE SPACES TO MERGE-RPT-RECORD
           STRING "RETURNING MRN=" PM-MRN " DISCHARGED "
               PM-DISCHARGE-DATE " (history carried)"
               DELIMITED BY SIZE INTO MERGE-RPT-RECORD
           WRITE MERGE-RPT-RECORD
           .

      *-----------------------------------------------------------*
      * The prior-stay pass already read every open-stay MRN; any *
      * of them missing from the merged roster has departed, and  *
      * its record is stamped discharged today with its bed       *
      * cleared -- left as history for HFPATARC to archive.       *
      *-----------------------------------------------------------*
       MARK-DEPARTED-RECORDS.
           PERFORM VARYING PRIOR-IDX FROM 1 BY 1
                   UNTIL PRIOR-IDX > PRIOR-COUNT
               MOVE "N" TO STILL-PRESENT
               END-PERFORM
               IF STILL-PRESENT = "N"
                   MOVE PR-MRN(PRIOR-IDX) TO PM-MRN
                   READ PATIENT-MASTER-FILE
                       KEY IS PM-MRN
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE TODAY-STAMP TO PM-DISCHARGE-DATE
                           MOVE SPACES TO PM-ROOM
                           MOVE SPACES TO PM-BED
                           REWRITE PATIENT-MASTER-RECORD
                               INVALID KEY
                                   CONTINUE
                           END-REWRITE
                   END-READ
               END-IF
           END-PERFORM
           .
