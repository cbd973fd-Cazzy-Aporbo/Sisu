       IDENTIFICATION DIVISION.
       PROGRAM-ID. HFMRNMRG.
       AUTHOR. CAZZY.
       REMARKS. >
           MRN merge utility. Applies the HFMRGREQ merge requests
           health information raises from the HFDUPRPT duplicate
           candidates: each names the losing MRN, the surviving
           MRN, the operator (who must hold OPERAUTH role R) and a
           reason. The losing MRN's dose events (HFMEDADM), contact
           pairs (HFCONTACT) and AR open items (AROPEN) are moved
           to the surviving MRN; its alert history (HFALERTS) and
           dashboard outcome cases (HFDOUTCOME), which carry only
           the patient name, are renamed to the surviving patient
           from the losing stay's admit date on. The survivor's
           master record takes the earlier admit date, then the
           loser is DELETEd from PATMASTER. Every request, merged
           or rejected, is appended to the HFMRGLOG compliance
           log, and the request file is emptied once read.

      *-----------------------------------------------------------*
      * Mod history:
      *   2026-10-15  CAZZY - written; duplicate MRNs were being
      *               merged by hand-editing five files.
      *   2026-10-15  CAZZY - PATMASTER layout gains the discharge
      *               date; an open stay on either MRN leaves the
      *               survivor open, otherwise the later discharge
      *               stands.
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MERGE-REQUEST-FILE ASSIGN TO "HFMRGREQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REQUEST-FILE-STATUS.
           SELECT PATIENT-MASTER-FILE ASSIGN TO "PATMASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-MRN
               FILE STATUS IS MASTER-FILE-STATUS.
           SELECT MERGE-LOG-FILE ASSIGN TO "HFMRGLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MRGLOG-FILE-STATUS.
           SELECT MED-ADMIN-FILE ASSIGN TO "HFMEDADM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOG-FILE-STATUS.
           SELECT CONTACT-FILE ASSIGN TO "HFCONTACT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOG-FILE-STATUS.
           SELECT OPEN-ITEM-FILE ASSIGN TO "AROPEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOG-FILE-STATUS.
           SELECT ALERT-HISTORY-FILE ASSIGN TO "HFALERTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOG-FILE-STATUS.
           SELECT OUTCOME-FILE ASSIGN TO "HFDOUTCOME"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MERGE-REQUEST-FILE.
       01  MERGE-REQUEST-RECORD.
           05 MR-LOSING-MRN    PIC X(6).
           05 MR-SURVIVING-MRN PIC X(6).
           05 MR-OPERATOR      PIC X(8).
           05 MR-REASON        PIC X(25).

      *-----------------------------------------------------------*
      * Same field-for-field layout as the PATIENTREC copybook,   *
      * PM- prefixed the way PATMERGE declares it.                *
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

       FD  MERGE-LOG-FILE.
       01  MERGE-LOG-RECORD.
           COPY HFMRGLOG REPLACING ==:LVL:== BY ==05==.

       FD  MED-ADMIN-FILE.
       01  MED-ADMIN-RECORD.
           05 MA-STEP          PIC 99.
           05 MA-MRN           PIC X(6).
           05 MA-TYPE          PIC X(10).
           05 MA-ACTION        PIC X.

       FD  CONTACT-FILE.
       01  CONTACT-RECORD.
           05 PC-NAME-A        PIC X(10).
           05 PC-NAME-B        PIC X(10).
           05 PC-REASON        PIC X(10).
           05 PC-MRN-A         PIC X(6).
           05 PC-MRN-B         PIC X(6).

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

      *-----------------------------------------------------------*
      * HEALTHFLUX's LOG-ALERT line: stamp date in columns 1-8,   *
      * the patient name in columns 39-58.                        *
      *-----------------------------------------------------------*
       FD  ALERT-HISTORY-FILE.
       01  ALERT-HIST-RECORD.
           05 AH-DATE          PIC X(8).
           05 FILLER           PIC X(30).
           05 AH-PATIENT       PIC X(20).
           05 FILLER           PIC X(22).

       FD  OUTCOME-FILE.
       01  OUTCOME-RECORD.
           05 OC-STAMP           PIC 9(8).
           05 OC-PATIENT         PIC X(20).
           05 OC-CODE            PIC X.
           05 OC-RESOLVED        PIC 9(8).
           05 OC-REVIEWER        PIC X(8).
           05 OC-SEX             PIC X.
           05 OC-SYMPTOM         PIC 99.

       WORKING-STORAGE SECTION.
       77 REQUEST-FILE-STATUS PIC X(2).
       77 MASTER-FILE-STATUS  PIC X(2).
       77 MRGLOG-FILE-STATUS  PIC X(2).
       77 LOG-FILE-STATUS     PIC X(2).
       77 TODAY-STAMP         PIC 9(8).
       77 NOW-TIME            PIC 9(8).
       77 MAX-REQUESTS        PIC 99 VALUE 20.
       77 MAX-WORK-RECS       PIC 9(4) VALUE 2000.
       77 WORK-COUNT          PIC 9(4).
       77 W-IDX               PIC 9(4).
       77 Q-IDX               PIC 99.
       77 K-IDX               PIC 99.
       77 MERGED-COUNT        PIC 99 VALUE 0.
       77 REJECTED-COUNT      PIC 99 VALUE 0.
       77 WORK-OVERFLOW       PIC X VALUE "N".
       77 SIZED-FILE          PIC X(10).
       77 OVERFLOW-FILE       PIC X(10).
       77 LOSING-MRN-X        PIC X(6).
       77 SURVIVING-MRN-X     PIC X(6).
       77 LINE-DATE           PIC 9(8).
       77 AUTH-ROLE           PIC X VALUE "R".
       77 AUTH-RESULT         PIC X.

      *-----------------------------------------------------------*
      * One row per merge request read, with what PATMASTER had   *
      * for both MRNs and the per-file repoint counts that go on  *
      * the log. RQ-RESULT M = will merge, R = rejected (the text *
      * of the rejection in RQ-REJECT).                           *
      *-----------------------------------------------------------*
       01 REQUEST-TABLE.
           05 RQ-ENTRY OCCURS 20 TIMES.
              10 RQ-LOSING     PIC 9(6).
              10 RQ-SURVIVING  PIC 9(6).
              10 RQ-OPERATOR   PIC X(8).
              10 RQ-REASON     PIC X(25).
              10 RQ-RESULT     PIC X.
              10 RQ-REJECT     PIC X(25).
              10 RQ-LOSING-NAME PIC X(20).
              10 RQ-SURV-NAME  PIC X(20).
              10 RQ-LOSING-ADMIT PIC 9(8).
              10 RQ-ALERTS     PIC 9(4).
              10 RQ-OUTCOMES   PIC 9(4).
              10 RQ-AR-ITEMS   PIC 9(4).
              10 RQ-MAR-EVENTS PIC 9(4).
              10 RQ-CONTACTS   PIC 9(4).
       01 RQ-COUNT            PIC 99 VALUE 0.

       01 WORK-TABLE.
           05 WK-RECORD OCCURS 2000 TIMES PIC X(80).

       01 LOSER-MASTER.
           05 LM-ADMIT-DATE    PIC 9(8).
           05 LM-BED-DAYS      PIC 9(3).
           05 LM-ISOLATION     PIC X.
           05 LM-READMIT       PIC X.
           05 LM-PRIOR-DSC-DATE PIC 9(8).
           05 LM-PRIOR-DSC-UNIT PIC X(4).
           05 LM-DISCHARGE-DATE PIC 9(8).
           05 LM-UNIT          PIC X(4).
           05 LM-ROOM          PIC X(4).
           05 LM-BED           PIC X(4).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT TODAY-STAMP FROM DATE YYYYMMDD
           ACCEPT NOW-TIME FROM TIME

           OPEN I-O PATIENT-MASTER-FILE
           IF MASTER-FILE-STATUS NOT = "00"
               DISPLAY "Cannot open PATMASTER, status "
                   MASTER-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM LOAD-MERGE-REQUESTS
           IF RQ-COUNT = 0
               CLOSE PATIENT-MASTER-FILE
               DISPLAY "No merge requests on HFMRGREQ"
               GOBACK
           END-IF
           PERFORM VALIDATE-REQUEST
               VARYING Q-IDX FROM 1 BY 1 UNTIL Q-IDX > RQ-COUNT

      *    Every file is sized before any is rewritten: a merge
      *    that could repoint only some of the five files would
      *    leave the patient split worse than before.
           IF MERGED-COUNT > 0
               PERFORM SIZE-REPOINT-FILES
               IF WORK-OVERFLOW = "Y"
                   PERFORM REJECT-ALL-MERGES
               END-IF
           END-IF
           IF MERGED-COUNT > 0
               PERFORM REPOINT-MED-ADMIN
               PERFORM REPOINT-CONTACTS
               PERFORM REPOINT-OPEN-ITEMS
               PERFORM REPOINT-ALERT-HISTORY
               PERFORM REPOINT-OUTCOMES
               PERFORM RETIRE-LOSING-MRN
                   VARYING Q-IDX FROM 1 BY 1 UNTIL Q-IDX > RQ-COUNT
           END-IF
           CLOSE PATIENT-MASTER-FILE

           PERFORM WRITE-MERGE-LOG
           OPEN OUTPUT MERGE-REQUEST-FILE
           CLOSE MERGE-REQUEST-FILE

           DISPLAY "MRN merge: " MERGED-COUNT " merged, "
               REJECTED-COUNT " rejected (see HFMRGLOG)"
           IF REJECTED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WORK-OVERFLOW = "Y"
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

       LOAD-MERGE-REQUESTS.
           OPEN INPUT MERGE-REQUEST-FILE
           IF REQUEST-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ MERGE-REQUEST-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF MERGE-REQUEST-RECORD NOT = SPACES
                   IF RQ-COUNT < MAX-REQUESTS
                       ADD 1 TO RQ-COUNT
                       INITIALIZE RQ-ENTRY(RQ-COUNT)
                       MOVE "M" TO RQ-RESULT(RQ-COUNT)
                       IF MR-LOSING-MRN IS NUMERIC
                           MOVE MR-LOSING-MRN TO RQ-LOSING(RQ-COUNT)
                       END-IF
                       IF MR-SURVIVING-MRN IS NUMERIC
                           MOVE MR-SURVIVING-MRN
                               TO RQ-SURVIVING(RQ-COUNT)
                       END-IF
                       MOVE MR-OPERATOR TO RQ-OPERATOR(RQ-COUNT)
                       MOVE MR-REASON TO RQ-REASON(RQ-COUNT)
                   ELSE
                       DISPLAY "More than " MAX-REQUESTS
                           " merge requests -- " MR-LOSING-MRN
                           " into " MR-SURVIVING-MRN
                           " not read, resubmit it"
                   END-IF
               END-IF
           END-PERFORM
           CLOSE MERGE-REQUEST-FILE
           .

      *-----------------------------------------------------------*
      * A request is rejected unless its operator holds role R,   *
      * both MRNs are on PATMASTER and differ, and neither MRN is *
      * already part of an earlier request in this run (a chain   *
      * A into B into C is merged one step per run).              *
      *-----------------------------------------------------------*
       VALIDATE-REQUEST.
           IF RQ-LOSING(Q-IDX) = 0 OR RQ-SURVIVING(Q-IDX) = 0
               MOVE "MRN MISSING OR NOT NUMERIC" TO RQ-REJECT(Q-IDX)
               PERFORM REJECT-REQUEST
               EXIT PARAGRAPH
           END-IF
           IF RQ-LOSING(Q-IDX) = RQ-SURVIVING(Q-IDX)
               MOVE "SAME MRN ON BOTH SIDES" TO RQ-REJECT(Q-IDX)
               PERFORM REJECT-REQUEST
               EXIT PARAGRAPH
           END-IF
           CALL "OPERAUTH" USING RQ-OPERATOR(Q-IDX) AUTH-ROLE
               AUTH-RESULT
               ON EXCEPTION
                   MOVE "X" TO AUTH-RESULT
           END-CALL
           IF AUTH-RESULT = "N" OR AUTH-RESULT = "U"
               MOVE "OPERATOR NOT AUTHORIZED" TO RQ-REJECT(Q-IDX)
               PERFORM REJECT-REQUEST
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING K-IDX FROM 1 BY 1 UNTIL K-IDX >= Q-IDX
               IF RQ-RESULT(K-IDX) = "M"
                   IF RQ-LOSING(K-IDX) = RQ-LOSING(Q-IDX)
                           OR RQ-LOSING(K-IDX) = RQ-SURVIVING(Q-IDX)
                           OR RQ-SURVIVING(K-IDX) = RQ-LOSING(Q-IDX)
                       MOVE "MRN IN AN EARLIER MERGE"
                           TO RQ-REJECT(Q-IDX)
                   END-IF
               END-IF
           END-PERFORM
           IF RQ-REJECT(Q-IDX) NOT = SPACES
               PERFORM REJECT-REQUEST
               EXIT PARAGRAPH
           END-IF
           MOVE RQ-SURVIVING(Q-IDX) TO PM-MRN
           READ PATIENT-MASTER-FILE
               KEY IS PM-MRN
               INVALID KEY
                   MOVE "SURVIVING MRN NOT ON FILE" TO RQ-REJECT(Q-IDX)
           END-READ
           IF RQ-REJECT(Q-IDX) NOT = SPACES
               PERFORM REJECT-REQUEST
               EXIT PARAGRAPH
           END-IF
           MOVE PM-NAME TO RQ-SURV-NAME(Q-IDX)
           MOVE RQ-LOSING(Q-IDX) TO PM-MRN
           READ PATIENT-MASTER-FILE
               KEY IS PM-MRN
               INVALID KEY
                   MOVE "LOSING MRN NOT ON FILE" TO RQ-REJECT(Q-IDX)
           END-READ
           IF RQ-REJECT(Q-IDX) NOT = SPACES
               PERFORM REJECT-REQUEST
               EXIT PARAGRAPH
           END-IF
           MOVE PM-NAME TO RQ-LOSING-NAME(Q-IDX)
           MOVE 0 TO RQ-LOSING-ADMIT(Q-IDX)
           IF PM-ADMIT-DATE IS NUMERIC
               MOVE PM-ADMIT-DATE TO RQ-LOSING-ADMIT(Q-IDX)
           END-IF
           ADD 1 TO MERGED-COUNT
           .

       REJECT-REQUEST.
           MOVE "R" TO RQ-RESULT(Q-IDX)
           ADD 1 TO REJECTED-COUNT
           DISPLAY "Merge " RQ-LOSING(Q-IDX) " into "
               RQ-SURVIVING(Q-IDX) " rejected: " RQ-REJECT(Q-IDX)
           .

       REJECT-ALL-MERGES.
           PERFORM VARYING Q-IDX FROM 1 BY 1 UNTIL Q-IDX > RQ-COUNT
               IF RQ-RESULT(Q-IDX) = "M"
                   MOVE SPACES TO RQ-REJECT(Q-IDX)
                   STRING OVERFLOW-FILE DELIMITED BY SPACE
                       " TOO LARGE TO REPOINT"
                       DELIMITED BY SIZE INTO RQ-REJECT(Q-IDX)
                   PERFORM REJECT-REQUEST
               END-IF
           END-PERFORM
           MOVE 0 TO MERGED-COUNT
           .

      *-----------------------------------------------------------*
      * Each repointed file is read whole into the work table and *
      * rewritten, so none may hold more than MAX-WORK-RECS lines *
      * (the LOGARCH rule: never rewrite a file from a partial    *
      * table).                                                   *
      *-----------------------------------------------------------*
       SIZE-REPOINT-FILES.
           MOVE 0 TO WORK-COUNT
           OPEN INPUT MED-ADMIN-FILE
           IF LOG-FILE-STATUS = "00"
               PERFORM UNTIL 1 = 2
                   READ MED-ADMIN-FILE
                       AT END
                           EXIT PERFORM
                   END-READ
                   ADD 1 TO WORK-COUNT
               END-PERFORM
               CLOSE MED-ADMIN-FILE
           END-IF
           MOVE "HFMEDADM" TO SIZED-FILE
           PERFORM CHECK-WORK-SIZE
           OPEN INPUT CONTACT-FILE
           IF LOG-FILE-STATUS = "00"
               PERFORM UNTIL 1 = 2
                   READ CONTACT-FILE
                       AT END
                           EXIT PERFORM
                   END-READ
                   ADD 1 TO WORK-COUNT
               END-PERFORM
               CLOSE CONTACT-FILE
           END-IF
           MOVE "HFCONTACT" TO SIZED-FILE
           PERFORM CHECK-WORK-SIZE
           OPEN INPUT OPEN-ITEM-FILE
           IF LOG-FILE-STATUS = "00"
               PERFORM UNTIL 1 = 2
                   READ OPEN-ITEM-FILE
                       AT END
                           EXIT PERFORM
                   END-READ
                   ADD 1 TO WORK-COUNT
               END-PERFORM
               CLOSE OPEN-ITEM-FILE
           END-IF
           MOVE "AROPEN" TO SIZED-FILE
           PERFORM CHECK-WORK-SIZE
           OPEN INPUT ALERT-HISTORY-FILE
           IF LOG-FILE-STATUS = "00"
               PERFORM UNTIL 1 = 2
                   READ ALERT-HISTORY-FILE
                       AT END
                           EXIT PERFORM
                   END-READ
                   ADD 1 TO WORK-COUNT
               END-PERFORM
               CLOSE ALERT-HISTORY-FILE
           END-IF
           MOVE "HFALERTS" TO SIZED-FILE
           PERFORM CHECK-WORK-SIZE
           OPEN INPUT OUTCOME-FILE
           IF LOG-FILE-STATUS = "00"
               PERFORM UNTIL 1 = 2
                   READ OUTCOME-FILE
                       AT END
                           EXIT PERFORM
                   END-READ
                   ADD 1 TO WORK-COUNT
               END-PERFORM
               CLOSE OUTCOME-FILE
           END-IF
           MOVE "HFDOUTCOME" TO SIZED-FILE
           PERFORM CHECK-WORK-SIZE
           .

      *    The first file found too large is the one reported.
       CHECK-WORK-SIZE.
           IF WORK-OVERFLOW = "N"
               IF WORK-COUNT > MAX-WORK-RECS
                   MOVE "Y" TO WORK-OVERFLOW
                   MOVE SIZED-FILE TO OVERFLOW-FILE
                   DISPLAY OVERFLOW-FILE " holds more than "
                       MAX-WORK-RECS " records -- no merge applied"
               END-IF
           END-IF
           MOVE 0 TO WORK-COUNT
           .

      *-----------------------------------------------------------*
      * HFMEDADM: the dose event's MRN moves to the survivor.     *
      *-----------------------------------------------------------*
       REPOINT-MED-ADMIN.
           MOVE 0 TO WORK-COUNT
           OPEN INPUT MED-ADMIN-FILE
           IF LOG-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ MED-ADMIN-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               PERFORM VARYING Q-IDX FROM 1 BY 1
                       UNTIL Q-IDX > RQ-COUNT
                   IF RQ-RESULT(Q-IDX) = "M"
                       MOVE RQ-LOSING(Q-IDX) TO LOSING-MRN-X
                       IF MA-MRN = LOSING-MRN-X
                           MOVE RQ-SURVIVING(Q-IDX) TO SURVIVING-MRN-X
                           MOVE SURVIVING-MRN-X TO MA-MRN
                           ADD 1 TO RQ-MAR-EVENTS(Q-IDX)
                       END-IF
                   END-IF
               END-PERFORM
               ADD 1 TO WORK-COUNT
               MOVE MED-ADMIN-RECORD TO WK-RECORD(WORK-COUNT)
           END-PERFORM
           CLOSE MED-ADMIN-FILE
           OPEN OUTPUT MED-ADMIN-FILE
           PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > WORK-COUNT
               MOVE WK-RECORD(W-IDX) TO MED-ADMIN-RECORD
               WRITE MED-ADMIN-RECORD
           END-PERFORM
           CLOSE MED-ADMIN-FILE
           .

      *-----------------------------------------------------------*
      * HFCONTACT: either side of a contact pair naming the loser *
      * takes the survivor's MRN and (short) name.                *
      *-----------------------------------------------------------*
       REPOINT-CONTACTS.
           MOVE 0 TO WORK-COUNT
           OPEN INPUT CONTACT-FILE
           IF LOG-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ CONTACT-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               PERFORM VARYING Q-IDX FROM 1 BY 1
                       UNTIL Q-IDX > RQ-COUNT
                   IF RQ-RESULT(Q-IDX) = "M"
                       MOVE RQ-LOSING(Q-IDX) TO LOSING-MRN-X
                       MOVE RQ-SURVIVING(Q-IDX) TO SURVIVING-MRN-X
                       IF PC-MRN-A = LOSING-MRN-X
                           MOVE SURVIVING-MRN-X TO PC-MRN-A
                           MOVE RQ-SURV-NAME(Q-IDX) TO PC-NAME-A
                           ADD 1 TO RQ-CONTACTS(Q-IDX)
                       END-IF
                       IF PC-MRN-B = LOSING-MRN-X
                           MOVE SURVIVING-MRN-X TO PC-MRN-B
                           MOVE RQ-SURV-NAME(Q-IDX) TO PC-NAME-B
                           ADD 1 TO RQ-CONTACTS(Q-IDX)
                       END-IF
                   END-IF
               END-PERFORM
               ADD 1 TO WORK-COUNT
               MOVE CONTACT-RECORD TO WK-RECORD(WORK-COUNT)
           END-PERFORM
           CLOSE CONTACT-FILE
           OPEN OUTPUT CONTACT-FILE
           PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > WORK-COUNT
               MOVE WK-RECORD(W-IDX) TO CONTACT-RECORD
               WRITE CONTACT-RECORD
           END-PERFORM
           CLOSE CONTACT-FILE
           .

      *-----------------------------------------------------------*
      * AROPEN: the loser's ITM items move to the survivor's MRN  *
      * and name so statements and dunning find one account. The  *
      * CTL record passes through untouched.                      *
      *-----------------------------------------------------------*
       REPOINT-OPEN-ITEMS.
           MOVE 0 TO WORK-COUNT
           OPEN INPUT OPEN-ITEM-FILE
           IF LOG-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ OPEN-ITEM-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF AO-TYPE = "ITM" AND AO-MRN IS NUMERIC
                   PERFORM VARYING Q-IDX FROM 1 BY 1
                           UNTIL Q-IDX > RQ-COUNT
                       IF RQ-RESULT(Q-IDX) = "M"
                               AND AO-MRN = RQ-LOSING(Q-IDX)
                           MOVE RQ-SURVIVING(Q-IDX) TO AO-MRN
                           MOVE RQ-SURV-NAME(Q-IDX) TO AO-PATIENT
                           ADD 1 TO RQ-AR-ITEMS(Q-IDX)
                       END-IF
                   END-PERFORM
               END-IF
               ADD 1 TO WORK-COUNT
               MOVE OPEN-ITEM-RECORD TO WK-RECORD(WORK-COUNT)
           END-PERFORM
           CLOSE OPEN-ITEM-FILE
           OPEN OUTPUT OPEN-ITEM-FILE
           PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > WORK-COUNT
               MOVE WK-RECORD(W-IDX) TO OPEN-ITEM-RECORD
               WRITE OPEN-ITEM-RECORD
           END-PERFORM
           CLOSE OPEN-ITEM-FILE
           .

      *-----------------------------------------------------------*
      * HFALERTS carries the patient name only. Lines under the   *
      * loser's name dated on or after the loser's admit date are *
      * that stay's alerts and take the survivor's name; where    *
      * the two names already agree nothing needs rewriting.      *
      *-----------------------------------------------------------*
       REPOINT-ALERT-HISTORY.
           MOVE 0 TO WORK-COUNT
           OPEN INPUT ALERT-HISTORY-FILE
           IF LOG-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ ALERT-HISTORY-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               MOVE 0 TO LINE-DATE
               IF AH-DATE IS NUMERIC
                   MOVE AH-DATE TO LINE-DATE
               END-IF
               PERFORM VARYING Q-IDX FROM 1 BY 1
                       UNTIL Q-IDX > RQ-COUNT
                   IF RQ-RESULT(Q-IDX) = "M"
                           AND RQ-LOSING-NAME(Q-IDX)
                               NOT = RQ-SURV-NAME(Q-IDX)
                           AND AH-PATIENT = RQ-LOSING-NAME(Q-IDX)
                           AND LINE-DATE >= RQ-LOSING-ADMIT(Q-IDX)
                       MOVE RQ-SURV-NAME(Q-IDX) TO AH-PATIENT
                       ADD 1 TO RQ-ALERTS(Q-IDX)
                   END-IF
               END-PERFORM
               ADD 1 TO WORK-COUNT
               MOVE ALERT-HIST-RECORD TO WK-RECORD(WORK-COUNT)
           END-PERFORM
           CLOSE ALERT-HISTORY-FILE
           OPEN OUTPUT ALERT-HISTORY-FILE
           PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > WORK-COUNT
               MOVE WK-RECORD(W-IDX) TO ALERT-HIST-RECORD
               WRITE ALERT-HIST-RECORD
           END-PERFORM
           CLOSE ALERT-HISTORY-FILE
           .

      *-----------------------------------------------------------*
      * HFDOUTCOME: name-keyed the same way as HFALERTS.          *
      *-----------------------------------------------------------*
       REPOINT-OUTCOMES.
           MOVE 0 TO WORK-COUNT
           OPEN INPUT OUTCOME-FILE
           IF LOG-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ OUTCOME-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               MOVE 0 TO LINE-DATE
               IF OC-STAMP IS NUMERIC
                   MOVE OC-STAMP TO LINE-DATE
               END-IF
               PERFORM VARYING Q-IDX FROM 1 BY 1
                       UNTIL Q-IDX > RQ-COUNT
                   IF RQ-RESULT(Q-IDX) = "M"
                           AND RQ-LOSING-NAME(Q-IDX)
                               NOT = RQ-SURV-NAME(Q-IDX)
                           AND OC-PATIENT = RQ-LOSING-NAME(Q-IDX)
                           AND LINE-DATE >= RQ-LOSING-ADMIT(Q-IDX)
                       MOVE RQ-SURV-NAME(Q-IDX) TO OC-PATIENT
                       ADD 1 TO RQ-OUTCOMES(Q-IDX)
                   END-IF
               END-PERFORM
               ADD 1 TO WORK-COUNT
               MOVE OUTCOME-RECORD TO WK-RECORD(WORK-COUNT)
           END-PERFORM
           CLOSE OUTCOME-FILE
           OPEN OUTPUT OUTCOME-FILE
           PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > WORK-COUNT
               MOVE WK-RECORD(W-IDX) TO OUTCOME-RECORD
               WRITE OUTCOME-RECORD
           END-PERFORM
           CLOSE OUTCOME-FILE
           .

      *-----------------------------------------------------------*
      * The survivor's stay opens at the earlier of the two admit *
      * dates with the longer bed-day count, keeps an isolation   *
      * or readmission flag either record had, stays open (in the *
      * loser's bed if need be) when either stay was open, and    *
      * the loser's master record is removed.                     *
      *-----------------------------------------------------------*
       RETIRE-LOSING-MRN.
           IF RQ-RESULT(Q-IDX) NOT = "M"
               EXIT PARAGRAPH
           END-IF
           MOVE RQ-LOSING(Q-IDX) TO PM-MRN
           READ PATIENT-MASTER-FILE
               KEY IS PM-MRN
               INVALID KEY
                   DISPLAY "Losing MRN " RQ-LOSING(Q-IDX)
                       " vanished from PATMASTER during the merge"
                   EXIT PARAGRAPH
           END-READ
           MOVE PM-ADMIT-DATE TO LM-ADMIT-DATE
           MOVE PM-BED-DAYS TO LM-BED-DAYS
           MOVE PM-ISOLATION TO LM-ISOLATION
           MOVE PM-READMIT TO LM-READMIT
           MOVE PM-PRIOR-DSC-DATE TO LM-PRIOR-DSC-DATE
           MOVE PM-PRIOR-DSC-UNIT TO LM-PRIOR-DSC-UNIT
           MOVE PM-DISCHARGE-DATE TO LM-DISCHARGE-DATE
           MOVE PM-UNIT TO LM-UNIT
           MOVE PM-ROOM TO LM-ROOM
           MOVE PM-BED TO LM-BED

           MOVE RQ-SURVIVING(Q-IDX) TO PM-MRN
           READ PATIENT-MASTER-FILE
               KEY IS PM-MRN
               INVALID KEY
                   DISPLAY "Surviving MRN " RQ-SURVIVING(Q-IDX)
                       " vanished from PATMASTER during the merge"
                   EXIT PARAGRAPH
           END-READ
           IF LM-ADMIT-DATE IS NUMERIC AND LM-ADMIT-DATE > 0
               IF PM-ADMIT-DATE IS NOT NUMERIC
                       OR PM-ADMIT-DATE = 0
                       OR LM-ADMIT-DATE < PM-ADMIT-DATE
                   MOVE LM-ADMIT-DATE TO PM-ADMIT-DATE
               END-IF
           END-IF
           IF LM-BED-DAYS IS NUMERIC
               IF PM-BED-DAYS IS NOT NUMERIC
                       OR LM-BED-DAYS > PM-BED-DAYS
                   MOVE LM-BED-DAYS TO PM-BED-DAYS
               END-IF
           END-IF
           IF LM-ISOLATION = "Y"
               MOVE "Y" TO PM-ISOLATION
           END-IF
           IF LM-READMIT = "Y" AND PM-READMIT NOT = "Y"
               MOVE "Y" TO PM-READMIT
               MOVE LM-PRIOR-DSC-DATE TO PM-PRIOR-DSC-DATE
               MOVE LM-PRIOR-DSC-UNIT TO PM-PRIOR-DSC-UNIT
           END-IF
      *    The merged patient is in a bed if either record was; if
      *    both stays had closed, the later discharge stands.
           IF LM-DISCHARGE-DATE IS NOT NUMERIC
               MOVE 0 TO LM-DISCHARGE-DATE
           END-IF
           IF PM-DISCHARGE-DATE IS NOT NUMERIC
               MOVE 0 TO PM-DISCHARGE-DATE
           END-IF
           IF LM-DISCHARGE-DATE = 0
               IF PM-DISCHARGE-DATE > 0
                   MOVE LM-UNIT TO PM-UNIT
                   MOVE LM-ROOM TO PM-ROOM
                   MOVE LM-BED TO PM-BED
               END-IF
               MOVE 0 TO PM-DISCHARGE-DATE
           ELSE
               IF PM-DISCHARGE-DATE > 0
                       AND LM-DISCHARGE-DATE > PM-DISCHARGE-DATE
                   MOVE LM-DISCHARGE-DATE TO PM-DISCHARGE-DATE
               END-IF
           END-IF
           REWRITE PATIENT-MASTER-RECORD
               INVALID KEY
                   DISPLAY "PATMASTER update failed for MRN "
                       PM-MRN
           END-REWRITE

           MOVE RQ-LOSING(Q-IDX) TO PM-MRN
           DELETE PATIENT-MASTER-FILE RECORD
               INVALID KEY
                   DISPLAY "PATMASTER delete failed for MRN "
                       PM-MRN
           END-DELETE
           DISPLAY "Merged MRN " RQ-LOSING(Q-IDX) " into "
               RQ-SURVIVING(Q-IDX) " " RQ-SURV-NAME(Q-IDX)
           .

      *-----------------------------------------------------------*
      * One compliance line per request read, merged or not.      *
      *-----------------------------------------------------------*
       WRITE-MERGE-LOG.
           OPEN EXTEND MERGE-LOG-FILE
           IF MRGLOG-FILE-STATUS NOT = "00"
               OPEN OUTPUT MERGE-LOG-FILE
           END-IF
           PERFORM VARYING Q-IDX FROM 1 BY 1 UNTIL Q-IDX > RQ-COUNT
               MOVE SPACES TO MERGE-LOG-RECORD
               MOVE TODAY-STAMP TO ML-DATE
               MOVE NOW-TIME(1:6) TO ML-TIME
               MOVE RQ-RESULT(Q-IDX) TO ML-RESULT
               MOVE RQ-LOSING(Q-IDX) TO ML-LOSING-MRN
               MOVE RQ-SURVIVING(Q-IDX) TO ML-SURVIVING-MRN
               MOVE RQ-LOSING-NAME(Q-IDX) TO ML-LOSING-NAME
               MOVE RQ-OPERATOR(Q-IDX) TO ML-OPERATOR
               MOVE RQ-ALERTS(Q-IDX) TO ML-ALERTS
               MOVE RQ-OUTCOMES(Q-IDX) TO ML-OUTCOMES
               MOVE RQ-AR-ITEMS(Q-IDX) TO ML-AR-ITEMS
               MOVE RQ-MAR-EVENTS(Q-IDX) TO ML-MAR-EVENTS
               MOVE RQ-CONTACTS(Q-IDX) TO ML-CONTACTS
               IF RQ-RESULT(Q-IDX) = "M"
                   MOVE RQ-REASON(Q-IDX) TO ML-REASON
               ELSE
                   MOVE RQ-REJECT(Q-IDX) TO ML-REASON
               END-IF
               WRITE MERGE-LOG-RECORD
           END-PERFORM
           CLOSE MERGE-LOG-FILE
           .
