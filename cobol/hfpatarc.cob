       IDENTIFICATION DIVISION.
       PROGRAM-ID. HFPATARC.
       AUTHOR. CAZZY.
       REMARKS. >
           Patient master retention. A discharge leaves the
           patient's PATMASTER record behind, stamped with its
           discharge date, and every census load passes it over;
           this job moves each record discharged longer ago than
           the PATMASTER line on the RETPARM retention file allows
           into the HFPATARC patient archive, keyed by MRN, and
           DELETEs it from the master. A record is held on the
           master while the patient still has an open AROPEN
           balance, a misdiagnosis case without a closing
           HFDOUTCOME (never given one, or last escalated), or an
           isolation flag set. Every record moved or held is
           listed on HFARCRPT. Run with an MRN instead of a blank
           line, it is an inquiry: what the archive holds for
           that MRN and whether the master has it back. HEALTHFLUX
           restores the history from the archive itself when an
           ADT admission brings the MRN back.

      *-----------------------------------------------------------*
      * Mod history:
      *   2026-10-15  CAZZY - written; every discharged stay ever
      *               was still being read by every census load.
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETAIN-PARM-FILE ASSIGN TO "RETPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-FILE-STATUS.
           SELECT PATIENT-MASTER-FILE ASSIGN TO "PATMASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-MRN
               FILE STATUS IS MASTER-FILE-STATUS.
           SELECT PATIENT-ARCHIVE-FILE ASSIGN TO "HFPATARC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PA-MRN
               FILE STATUS IS PATARC-FILE-STATUS.
           SELECT OPEN-ITEM-FILE ASSIGN TO "AROPEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AROPEN-FILE-STATUS.
           SELECT OUTCOME-FILE ASSIGN TO "HFDOUTCOME"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OUTCOME-FILE-STATUS.
           SELECT PRINT-FILE ASSIGN TO "HFARCRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RETAIN-PARM-FILE.
       01  RETAIN-PARM-RECORD  PIC X(30).

      *-----------------------------------------------------------*
      * Same field-for-field layout as the PATIENTREC copybook,   *
      * PM- prefixed like every other reader of the master.       *
      *-----------------------------------------------------------*
       FD  PATIENT-MASTER-FILE.
       01  PATIENT-MASTER-RECORD.
           05 PM-NAME             PIC X(20).
           05 PM-SEX              PIC X.
           05 PM-AGE              PIC 99.
           05 PM-HEART            PIC 99.
           05 PM-BP               PIC 999.
           05 PM-OXYGEN           PIC 99.
           05 PM-VITAL            PIC 999.
           05 PM-MISDIAG          PIC X.
           05 PM-SYMPTOM-CODE     PIC 99.
           05 PM-SYMPTOMS         PIC X(50).
           05 PM-MISDIAG-RISK     PIC 99.
           05 PM-ALERT            PIC X(40).
           05 PM-MRN              PIC 9(6).
           05 PM-UNIT             PIC X(4).
           05 PM-ROOM             PIC X(4).
           05 PM-BED              PIC X(4).
           05 PM-ADMIT-DATE       PIC 9(8).
           05 PM-BED-DAYS         PIC 9(3).
           05 PM-ISOLATION        PIC X.
           05 PM-READMIT          PIC X.
           05 PM-PRIOR-DSC-DATE   PIC 9(8).
           05 PM-PRIOR-DSC-UNIT   PIC X(4).
           05 PM-DISCHARGE-DATE   PIC 9(8).

       FD  PATIENT-ARCHIVE-FILE.
       01  PATIENT-ARCHIVE-RECORD.
           COPY HFPATARC REPLACING ==:LVL:== BY ==05==.

       FD  OPEN-ITEM-FILE.
       01  OPEN-ITEM-RECORD.
           05 AO-TYPE          PIC X(3).
           05 AO-SEQ           PIC 9(6).
           05 AO-PATIENT       PIC X(20).
           05 AO-DATE          PIC 9(8).
           05 AO-ORIG-AMT      PIC S9(7)V99.
           05 AO-OPEN-AMT      PIC S9(7)V99.
           05 AO-STATUS        PIC X.
           05 AO-MRN           PIC 9(6).
           05 AO-WO-AMT        PIC S9(7)V99.

       FD  OUTCOME-FILE.
       01  OUTCOME-RECORD.
           05 OC-STAMP           PIC 9(8).
           05 OC-PATIENT         PIC X(20).
           05 OC-CODE            PIC X.
           05 OC-RESOLVED        PIC 9(8).
           05 OC-REVIEWER        PIC X(8).
           05 OC-SEX             PIC X.
           05 OC-SYMPTOM         PIC 99.

       FD  PRINT-FILE.
       01  PRINT-RECORD        PIC X(80).

       WORKING-STORAGE SECTION.
       77 PARM-FILE-STATUS    PIC X(2).
       77 MASTER-FILE-STATUS  PIC X(2).
       77 PATARC-FILE-STATUS  PIC X(2).
       77 AROPEN-FILE-STATUS  PIC X(2).
       77 OUTCOME-FILE-STATUS PIC X(2).
       77 PRINT-FILE-STATUS   PIC X(2).
       77 TODAY-STAMP         PIC 9(8).
       77 REQUEST-ENTRY       PIC X(10).
       77 INQUIRY-MRN         PIC 9(6).
       77 PARM-LOG-NAME       PIC X(10).
       77 PARM-KEEP-DAYS      PIC 9(4).
       77 PARM-ACTION         PIC X.
       77 PARM-FOUND          PIC X VALUE "N".
       77 KEEP-DAYS           PIC 9(4) VALUE 0.
       77 CUTOFF-DATE         PIC 9(8).
       77 MAX-AR-MRNS         PIC 9(4) VALUE 2000.
       77 MAX-CASE-NAMES      PIC 9(3) VALUE 500.
       77 MAX-CANDIDATES      PIC 9(3) VALUE 500.
       77 A-IDX               PIC 9(4).
       77 O-IDX               PIC 9(3).
       77 C-IDX               PIC 9(3).
       77 TABLE-OVERFLOW      PIC X VALUE "N".
       77 OVERFLOW-FILE       PIC X(10).
       77 HOLD-POINTER        PIC 99.
       77 SCANNED-COUNT       PIC 9(6) VALUE 0.
       77 OPEN-STAY-COUNT     PIC 9(6) VALUE 0.
       77 NOT-DUE-COUNT       PIC 9(6) VALUE 0.
       77 ARCHIVED-COUNT      PIC 9(5) VALUE 0.
       77 HELD-COUNT          PIC 9(5) VALUE 0.
       77 LEFT-COUNT          PIC 9(5) VALUE 0.
       77 KEEP-DAYS-OUT       PIC ZZZ9.

      *-----------------------------------------------------------*
      * MRNs with an open AROPEN item: type ITM, status O, and a  *
      * balance still owing.                                      *
      *-----------------------------------------------------------*
       01 AR-OPEN-TABLE.
           05 AR-OPEN-MRN OCCURS 2000 TIMES PIC 9(6).
       01 AR-COUNT            PIC 9(4) VALUE 0.

      *-----------------------------------------------------------*
      * HFDOUTCOME carries the patient name only; the last        *
      * outcome recorded for each name is the one that stands.    *
      *-----------------------------------------------------------*
       01 CASE-TABLE.
           05 CS-ENTRY OCCURS 500 TIMES.
              10 CS-NAME       PIC X(20).
              10 CS-LAST-CODE  PIC X.
       01 CS-COUNT            PIC 9(3) VALUE 0.

      *-----------------------------------------------------------*
      * Master records due for the archive, with why any of them  *
      * must stay (CD-HOLD blank = move it).                      *
      *-----------------------------------------------------------*
       01 CANDIDATE-TABLE.
           05 CD-ENTRY OCCURS 500 TIMES.
              10 CD-MRN        PIC 9(6).
              10 CD-NAME       PIC X(20).
              10 CD-DSC-DATE   PIC 9(8).
              10 CD-HOLD       PIC X(30).
       01 CD-COUNT            PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT TODAY-STAMP FROM DATE YYYYMMDD
           DISPLAY "Archive inquiry MRN (blank = retention run): "
           ACCEPT REQUEST-ENTRY
           IF REQUEST-ENTRY NOT = SPACES
               PERFORM ARCHIVE-INQUIRY
               GOBACK
           END-IF

           PERFORM LOAD-RETENTION
           IF PARM-FOUND = "N"
               DISPLAY "No PATMASTER line on RETPARM -- nothing "
                   "archived"
               GOBACK
           END-IF
           COMPUTE CUTOFF-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(TODAY-STAMP) - KEEP-DAYS)

      *    A hold that cannot be checked in full is no hold at
      *    all: if either table overflows nothing is moved.
           PERFORM LOAD-OPEN-BALANCES
           PERFORM LOAD-CASE-OUTCOMES
           IF TABLE-OVERFLOW = "Y"
               DISPLAY "More records on " OVERFLOW-FILE
                   " than the hold table takes -- nothing archived"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN I-O PATIENT-MASTER-FILE
           IF MASTER-FILE-STATUS NOT = "00"
               DISPLAY "Cannot open PATMASTER, status "
                   MASTER-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM OPEN-ARCHIVE-FILE
           IF PATARC-FILE-STATUS NOT = "00"
               DISPLAY "Cannot open HFPATARC, status "
                   PATARC-FILE-STATUS
               CLOSE PATIENT-MASTER-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT PRINT-FILE
           MOVE KEEP-DAYS TO KEEP-DAYS-OUT
           MOVE SPACES TO PRINT-RECORD
           STRING TODAY-STAMP " PATIENT MASTER ARCHIVE  RETAIN "
               KEEP-DAYS-OUT " DAYS  DISCHARGED BEFORE "
               CUTOFF-DATE
               DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD

           PERFORM FIND-DUE-RECORDS
           PERFORM ARCHIVE-ONE-PATIENT
               VARYING C-IDX FROM 1 BY 1 UNTIL C-IDX > CD-COUNT

           MOVE SPACES TO PRINT-RECORD
           STRING "SCANNED=" SCANNED-COUNT " OPEN=" OPEN-STAY-COUNT
               " NOT-DUE=" NOT-DUE-COUNT " ARCHIVED=" ARCHIVED-COUNT
               " HELD=" HELD-COUNT
               DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD
           IF LEFT-COUNT > 0
               MOVE SPACES TO PRINT-RECORD
               STRING LEFT-COUNT " MORE DUE RECORDS LEFT FOR THE "
                   "NEXT RUN"
                   DELIMITED BY SIZE INTO PRINT-RECORD
               WRITE PRINT-RECORD
           END-IF
           CLOSE PRINT-FILE
           CLOSE PATIENT-ARCHIVE-FILE
           CLOSE PATIENT-MASTER-FILE
           DISPLAY "Patient archive: " ARCHIVED-COUNT " moved, "
               HELD-COUNT " held (see HFARCRPT)"
           GOBACK.

      *-----------------------------------------------------------*
      * The PATMASTER line on RETPARM, in LOGARCH's layout: name, *
      * keep-days, action. The action is ignored -- a patient     *
      * record is only ever archived, never dropped.              *
      *-----------------------------------------------------------*
       LOAD-RETENTION.
           OPEN INPUT RETAIN-PARM-FILE
           IF PARM-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ RETAIN-PARM-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               MOVE SPACES TO PARM-LOG-NAME
               MOVE 0 TO PARM-KEEP-DAYS
               UNSTRING RETAIN-PARM-RECORD
                   DELIMITED BY ALL SPACES
                   INTO PARM-LOG-NAME PARM-KEEP-DAYS PARM-ACTION
               IF PARM-LOG-NAME = "PATMASTER"
                   MOVE "Y" TO PARM-FOUND
                   MOVE PARM-KEEP-DAYS TO KEEP-DAYS
               END-IF
           END-PERFORM
           CLOSE RETAIN-PARM-FILE
           .

       LOAD-OPEN-BALANCES.
           OPEN INPUT OPEN-ITEM-FILE
           IF AROPEN-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ OPEN-ITEM-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF AO-TYPE = "ITM" AND AO-STATUS = "O"
                       AND AO-MRN IS NUMERIC
                       AND AO-OPEN-AMT IS NUMERIC
                       AND AO-OPEN-AMT > 0
                   IF AR-COUNT < MAX-AR-MRNS
                       ADD 1 TO AR-COUNT
                       MOVE AO-MRN TO AR-OPEN-MRN(AR-COUNT)
                   ELSE
                       MOVE "Y" TO TABLE-OVERFLOW
                       MOVE "AROPEN" TO OVERFLOW-FILE
                       EXIT PERFORM
                   END-IF
               END-IF
           END-PERFORM
           CLOSE OPEN-ITEM-FILE
           .

       LOAD-CASE-OUTCOMES.
           OPEN INPUT OUTCOME-FILE
           IF OUTCOME-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ OUTCOME-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               PERFORM VARYING O-IDX FROM 1 BY 1
                       UNTIL O-IDX > CS-COUNT
                   IF CS-NAME(O-IDX) = OC-PATIENT
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF O-IDX > CS-COUNT
                   IF CS-COUNT < MAX-CASE-NAMES
                       ADD 1 TO CS-COUNT
                       MOVE CS-COUNT TO O-IDX
                       MOVE OC-PATIENT TO CS-NAME(O-IDX)
                   ELSE
                       MOVE "Y" TO TABLE-OVERFLOW
                       MOVE "HFDOUTCOME" TO OVERFLOW-FILE
                       EXIT PERFORM
                   END-IF
               END-IF
               MOVE OC-CODE TO CS-LAST-CODE(O-IDX)
           END-PERFORM
           CLOSE OUTCOME-FILE
           .

       OPEN-ARCHIVE-FILE.
           OPEN I-O PATIENT-ARCHIVE-FILE
           IF PATARC-FILE-STATUS = "35"
               OPEN OUTPUT PATIENT-ARCHIVE-FILE
               CLOSE PATIENT-ARCHIVE-FILE
               OPEN I-O PATIENT-ARCHIVE-FILE
           END-IF
           .

      *-----------------------------------------------------------*
      * One pass over the master: open stays and discharges still *
      * inside the retention period are counted and left alone;   *
      * each record discharged before the cutoff is tabled with   *
      * its holds, if any.                                        *
      *-----------------------------------------------------------*
       FIND-DUE-RECORDS.
           PERFORM UNTIL 1 = 2
               READ PATIENT-MASTER-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               ADD 1 TO SCANNED-COUNT
               IF PM-DISCHARGE-DATE IS NOT NUMERIC
                       OR PM-DISCHARGE-DATE = 0
                   ADD 1 TO OPEN-STAY-COUNT
                   EXIT PERFORM CYCLE
               END-IF
               IF PM-DISCHARGE-DATE NOT < CUTOFF-DATE
                   ADD 1 TO NOT-DUE-COUNT
                   EXIT PERFORM CYCLE
               END-IF
               IF CD-COUNT < MAX-CANDIDATES
                   ADD 1 TO CD-COUNT
                   MOVE PM-MRN TO CD-MRN(CD-COUNT)
                   MOVE PM-NAME TO CD-NAME(CD-COUNT)
                   MOVE PM-DISCHARGE-DATE TO CD-DSC-DATE(CD-COUNT)
                   PERFORM SET-ARCHIVE-HOLDS
               ELSE
                   ADD 1 TO LEFT-COUNT
               END-IF
           END-PERFORM
           .

       SET-ARCHIVE-HOLDS.
           MOVE SPACES TO CD-HOLD(CD-COUNT)
           MOVE 1 TO HOLD-POINTER
           PERFORM VARYING A-IDX FROM 1 BY 1 UNTIL A-IDX > AR-COUNT
               IF AR-OPEN-MRN(A-IDX) = PM-MRN
                   STRING "AR-BALANCE "
                       DELIMITED BY SIZE INTO CD-HOLD(CD-COUNT)
                       WITH POINTER HOLD-POINTER
                   EXIT PERFORM
               END-IF
           END-PERFORM
           PERFORM VARYING O-IDX FROM 1 BY 1 UNTIL O-IDX > CS-COUNT
               IF CS-NAME(O-IDX) = PM-NAME
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF PM-MISDIAG = "Y"
                   OR (O-IDX <= CS-COUNT
                       AND CS-LAST-CODE(O-IDX) = "E")
               STRING "CASE-OPEN "
                   DELIMITED BY SIZE INTO CD-HOLD(CD-COUNT)
                   WITH POINTER HOLD-POINTER
           END-IF
           IF PM-ISOLATION = "Y"
               STRING "ISOLATION "
                   DELIMITED BY SIZE INTO CD-HOLD(CD-COUNT)
                   WITH POINTER HOLD-POINTER
           END-IF
           .

      *-----------------------------------------------------------*
      * The archive copy is written (or replaces an earlier one   *
      * for the same MRN) before the master record goes; a failed *
      * write leaves the patient on the master.                   *
      *-----------------------------------------------------------*
       ARCHIVE-ONE-PATIENT.
           MOVE SPACES TO PRINT-RECORD
           IF CD-HOLD(C-IDX) NOT = SPACES
               ADD 1 TO HELD-COUNT
               STRING "HELD     " CD-MRN(C-IDX) " " CD-NAME(C-IDX)
                   " DSC " CD-DSC-DATE(C-IDX) " " CD-HOLD(C-IDX)
                   DELIMITED BY SIZE INTO PRINT-RECORD
               WRITE PRINT-RECORD
               EXIT PARAGRAPH
           END-IF
           MOVE CD-MRN(C-IDX) TO PM-MRN
           READ PATIENT-MASTER-FILE
               KEY IS PM-MRN
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE SPACES TO PATIENT-ARCHIVE-RECORD
           MOVE PM-MRN TO PA-MRN
           MOVE TODAY-STAMP TO PA-ARCHIVE-DATE
           MOVE PATIENT-MASTER-RECORD TO PA-MASTER-IMAGE
           WRITE PATIENT-ARCHIVE-RECORD
               INVALID KEY
                   REWRITE PATIENT-ARCHIVE-RECORD
                       INVALID KEY
                           DISPLAY "HFPATARC write failed for MRN "
                               PA-MRN " -- left on PATMASTER"
                           EXIT PARAGRAPH
                   END-REWRITE
           END-WRITE
           DELETE PATIENT-MASTER-FILE RECORD
               INVALID KEY
                   DISPLAY "PATMASTER delete failed for MRN "
                       PM-MRN
           END-DELETE
           ADD 1 TO ARCHIVED-COUNT
           STRING "ARCHIVED " CD-MRN(C-IDX) " " CD-NAME(C-IDX)
               " DSC " CD-DSC-DATE(C-IDX)
               DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD
           .

      *-----------------------------------------------------------*
      * Inquiry: the archived image for one MRN, and where the    *
      * patient stands on the master today.                       *
      *-----------------------------------------------------------*
       ARCHIVE-INQUIRY.
           IF REQUEST-ENTRY(1:6) IS NOT NUMERIC
               DISPLAY "MRN must be six digits: " REQUEST-ENTRY
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE REQUEST-ENTRY(1:6) TO INQUIRY-MRN
           OPEN INPUT PATIENT-MASTER-FILE
           IF MASTER-FILE-STATUS = "00"
               MOVE INQUIRY-MRN TO PM-MRN
               READ PATIENT-MASTER-FILE
                   KEY IS PM-MRN
                   INVALID KEY
                       DISPLAY "MRN " INQUIRY-MRN
                           " is not on PATMASTER"
                   NOT INVALID KEY
                       IF PM-DISCHARGE-DATE IS NUMERIC
                               AND PM-DISCHARGE-DATE > 0
                           DISPLAY "MRN " INQUIRY-MRN
                               " is on PATMASTER, discharged "
                               PM-DISCHARGE-DATE
                       ELSE
                           DISPLAY "MRN " INQUIRY-MRN
                               " is on PATMASTER, in bed "
                               PM-UNIT "/" PM-ROOM "/" PM-BED
                       END-IF
               END-READ
               CLOSE PATIENT-MASTER-FILE
           END-IF
           OPEN INPUT PATIENT-ARCHIVE-FILE
           IF PATARC-FILE-STATUS NOT = "00"
               DISPLAY "No patient archive (HFPATARC) on hand"
               EXIT PARAGRAPH
           END-IF
           MOVE INQUIRY-MRN TO PA-MRN
           READ PATIENT-ARCHIVE-FILE
               KEY IS PA-MRN
               INVALID KEY
                   DISPLAY "MRN " INQUIRY-MRN
                       " is not on the archive"
                   CLOSE PATIENT-ARCHIVE-FILE
                   EXIT PARAGRAPH
           END-READ
           CLOSE PATIENT-ARCHIVE-FILE
           MOVE PA-MASTER-IMAGE TO PATIENT-MASTER-RECORD
           DISPLAY "Archived " PA-ARCHIVE-DATE ": " PM-NAME
               " MRN " PM-MRN
           DISPLAY "  Admitted " PM-ADMIT-DATE "  discharged "
               PM-DISCHARGE-DATE " from " PM-UNIT
               "  bed-days " PM-BED-DAYS
           DISPLAY "  Sex " PM-SEX "  isolation " PM-ISOLATION
               "  misdiag case " PM-MISDIAG
               "  readmit " PM-READMIT
           .
