      *   2026-09-02  CAZZY - a discharge DELETEs the patient's
      *               PATMASTER record in the keyed save; the
      *               stale record was reloading next session.
      *   2026-10-15  CAZZY - a discharge CALLs the shared
      *               HFDSCSUM subprogram to append the patient's
      *               printable discharge summary to HFDSCSUM
      *               before the bed is cleared, the same summary
      *               an ADT discharge gets in HEALTHFLUX.
      *   2026-10-15  CAZZY - readmission flag and prior discharge
      *               date/unit carried on PATMASTER and shown on
      *               the bed display and patient detail.
      *   2026-10-15  CAZZY - menu option 11 keeps the patient's
      *               allergies on HFALLERGY (allergen, drug or
      *               class, reaction, severity; changes audited)
      *               and the detail view lists them; option 12
      *               lets an operator with the A role override an
      *               order HEALTHFLUX held for an allergy, the
      *               reason going to HFALLOVR and HFDAUDIT.
      *   2026-10-15  CAZZY - patient record access log: each
      *               detail, search hit and allergy view goes on
      *               HFACCLOG (operator, MRN, date/time,
      *               function); a patient off the operator's
      *               OPERMAST units needs a break-the-glass
      *               reason, and a refusal is logged too.
      *   2026-10-15  CAZZY - discharge stamps PM-DISCHARGE-DATE
      *               on the master record instead of deleting it;
      *               discharged records are passed over on load.
      *   2026-10-15  CAZZY - sign-on asks for the operator's PIN
      *               (OPERSIGN); a wrong PIN, lockout or refused
      *               PIN change ends the session.
      *   2026-10-15  CAZZY - a recorded case outcome is logged on
      *               HFDAUDIT (OUTCOME-RECORDED) under the keying
      *               operator, for the segregation-of-duties
      *               report.
      *--------------------------------------------------------*

       ENVIRONMENT DIVISION.
           SELECT ALERT-HISTORY-FILE ASSIGN TO "HFALERTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALERT-FILE-STATUS.
           SELECT ALLERGY-FILE ASSIGN TO "HFALLERGY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-KEY
               FILE STATUS IS ALLERGY-FILE-STATUS.
           SELECT HELD-ORDER-FILE ASSIGN TO "HFMEDHLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HELD-FILE-STATUS.
           SELECT ALLERGY-OVERRIDE-FILE ASSIGN TO "HFALLOVR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OVERRIDE-FILE-STATUS.
           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERMAST-FILE-STATUS.
           SELECT ACCESS-LOG-FILE ASSIGN TO "HFACCLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACCLOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 PM-ADMIT-DATE       PIC 9(8).
           05 PM-BED-DAYS         PIC 9(3).
           05 PM-ISOLATION        PIC X.
           05 PM-READMIT          PIC X.
           05 PM-PRIOR-DSC-DATE   PIC 9(8).
           05 PM-PRIOR-DSC-UNIT   PIC X(4).
           05 PM-DISCHARGE-DATE   PIC 9(8).

       FD  MRN-SEQ-FILE.
       01  MRN-SEQ-RECORD          PIC X(10).
       FD  ALERT-HISTORY-FILE.
       01  ALERT-HIST-RECORD       PIC X(80).

       FD  ALLERGY-FILE.
       01  ALLERGY-RECORD.
           COPY HFALLRG REPLACING ==:LVL:== BY ==05==
                                  ==:SUB:== BY ==10==.

       FD  HELD-ORDER-FILE.
       01  HELD-ORDER-RECORD       PIC X(80).

       FD  ALLERGY-OVERRIDE-FILE.
       01  ALLERGY-OVERRIDE-RECORD.
           COPY HFALLOVR REPLACING ==:LVL:== BY ==05==.

       FD  OPERATOR-MASTER-FILE.
       01  OPERATOR-MASTER-RECORD.
           COPY OPERREC REPLACING ==:LVL:== BY ==05==.

       FD  ACCESS-LOG-FILE.
       01  ACCESS-LOG-RECORD.
           COPY HFACCLOG REPLACING ==:LVL:== BY ==05==.

       FD  OUTCOME-FILE.
       01  OUTCOME-RECORD.
           05 OC-STAMP           PIC 9(8).

       01  WS-INDEX                 PIC 99 VALUE 1.
      *-----------------------------------------------------------*
      * MRNs discharged this session; the keyed save stamps       *
      * their PATMASTER records with the discharge date so the    *
      * load passes them over until HFPATARC archives them.       *
      *-----------------------------------------------------------*
       01  DISCHARGED-MRNS.
           05 DM-MRN OCCURS 10 TIMES PIC 9(6).
       01  ALERT-FILE-STATUS        PIC X(2).
       01  WS-AUTH-ROLE             PIC X.
       01  WS-AUTH-RESULT           PIC X.
       01  WS-SIGN-RESULT           PIC X.
       01  WS-TIMELINE-COUNT        PIC 9(4).
       01  WS-DETAIL-NAME           PIC X(20).
       01  WS-NEXT-MRN              PIC 9(6) VALUE 0.
       01  WS-FEMALE-COUNT          PIC 9(4).
       01  WS-MALE-COUNT            PIC 9(4).
       01  WS-AUDIT-PATIENT         PIC X(20).
       01  ALLERGY-FILE-STATUS      PIC X(2).
       01  HELD-FILE-STATUS         PIC X(2).
       01  OVERRIDE-FILE-STATUS     PIC X(2).
       01  WS-ALLERGY-ACTION        PIC X.
       01  WS-ALLERGY-COUNT         PIC 99.
       01  WS-ALLERGEN              PIC X(10).
       01  WS-HELD-COUNT            PIC 99.
       01  WS-HELD-PICK             PIC 99.
       01  WS-OVERRIDE-REASON       PIC X(40).
       01  OPERMAST-FILE-STATUS     PIC X(2).
       01  ACCLOG-FILE-STATUS       PIC X(2).
       01  WS-OPER-UNITS            PIC X(12) VALUE SPACES.
       01  WS-UNITS-ON-HAND         PIC X VALUE "N".
       01  WS-UNIT-IDX              PIC 9.
       01  WS-UNIT-TIED             PIC X.
       01  WS-ACCESS-FUNCTION       PIC X(8).
       01  WS-ACCESS-REASON         PIC X(30).
       01  WS-ACCESS-OK             PIC X.
       01  WS-ACCESS-TIME           PIC 9(8).

      *-----------------------------------------------------------*
      * Orders HEALTHFLUX held for an allergy on its last run,    *
      * from HFMEDHLD, for the clinician override.                *
      *-----------------------------------------------------------*
       01  HELD-ORDER-TABLE.
           05 HELD-ENTRY OCCURS 20 TIMES.
               COPY HFMEDHLD REPLACING ==:LVL:== BY ==10==.

      *-----------------------------------------------------------*
      * Case-opened dates pulled from HFDAUDIT for the days-open  *
           DISPLAY "Enter operator ID: "
           ACCEPT WS-OPERATOR-ID
           PERFORM CHECK-OPERATOR-SIGNON
           PERFORM LOAD-OPERATOR-UNITS
           PERFORM OPEN-AUDIT-LOG
           PERFORM OPEN-ACCESS-LOG
           PERFORM OPEN-OPERATOR-ALERTS
           PERFORM OPEN-BATCH-CHOICES
           PERFORM LOAD-PATIENT-TABLE
               CLOSE BATCH-CHOICE-FILE
           END-IF
           CLOSE MISDIAG-AUDIT-FILE
           CLOSE ACCESS-LOG-FILE
           CLOSE OPERATOR-ALERT-FILE
           PERFORM RELEASE-OPERATOR-ALERTS
           DISPLAY COLOR-CYAN "Simulation ended. Stay healthy!"
      *-----------------------------------------------------------*
      * Sign-on and role checks against OPERMAST via the shared   *
      * OPERAUTH subprogram; no master keeps the historical       *
      * behavior, an unknown ID is refused. A known operator then *
      * keys their PIN (OPERSIGN); a wrong PIN, a lockout or a    *
      * refused PIN change ends the session.                      *
      *-----------------------------------------------------------*
       CHECK-OPERATOR-SIGNON.
           MOVE SPACE TO WS-AUTH-ROLE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CALL "OPERSIGN" USING WS-OPERATOR-ID WS-SIGN-RESULT
               ON EXCEPTION
                   MOVE "X" TO WS-SIGN-RESULT
           END-CALL
           IF WS-SIGN-RESULT NOT = "V" AND WS-SIGN-RESULT NOT = "X"
               DISPLAY COLOR-RED "Operator " WS-OPERATOR-ID
                   " -- sign-on refused" COLOR-RESET
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       CHECK-MISDIAG-ROLE.
           END-IF
           .

       CHECK-OVERRIDE-ROLE.
           MOVE "A" TO WS-AUTH-ROLE
           CALL "OPERAUTH" USING WS-OPERATOR-ID WS-AUTH-ROLE
               WS-AUTH-RESULT
               ON EXCEPTION
                   MOVE "X" TO WS-AUTH-RESULT
           END-CALL
           IF WS-AUTH-RESULT = "N"
               DISPLAY COLOR-RED "Operator " WS-OPERATOR-ID
                   " is not authorized to override an allergy hold"
                   COLOR-RESET
           END-IF
           .

      *-----------------------------------------------------------*
      * The operator's assigned units from OPERMAST, for the      *
      * break-the-glass check. No master (or no units) on hand    *
      * keeps the historical open access.                         *
      *-----------------------------------------------------------*
       LOAD-OPERATOR-UNITS.
           OPEN INPUT OPERATOR-MASTER-FILE
           IF OPERMAST-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ OPERATOR-MASTER-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF OM-ID = WS-OPERATOR-ID
                   MOVE OM-UNITS TO WS-OPER-UNITS
                   MOVE "Y" TO WS-UNITS-ON-HAND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           CLOSE OPERATOR-MASTER-FILE
           .

       OPEN-ACCESS-LOG.
           OPEN EXTEND ACCESS-LOG-FILE
           IF ACCLOG-FILE-STATUS NOT = "00"
               OPEN OUTPUT ACCESS-LOG-FILE
           END-IF
           .

      *-----------------------------------------------------------*
      * Every opening of a patient's record (WS-INDEX's bed) is   *
      * logged on HFACCLOG with the function in                   *
      * WS-ACCESS-FUNCTION. A patient off the operator's units    *
      * is a break-the-glass access: a reason must be given or    *
      * the record stays closed (WS-ACCESS-OK = N), and either    *
      * way the attempt is logged.                                *
      *-----------------------------------------------------------*
       CHECK-PATIENT-ACCESS.
           MOVE "Y" TO WS-ACCESS-OK
           MOVE SPACES TO WS-ACCESS-REASON
           MOVE "N" TO WS-UNIT-TIED
           IF WS-UNITS-ON-HAND = "N" OR WS-OPER-UNITS(1:4) = "ALL "
               MOVE "Y" TO WS-UNIT-TIED
           ELSE
               PERFORM VARYING WS-UNIT-IDX FROM 1 BY 1
                       UNTIL WS-UNIT-IDX > 3
                   IF WS-OPER-UNITS((WS-UNIT-IDX - 1) * 4 + 1:4)
                           = PT-UNIT(WS-INDEX)
                           AND PT-UNIT(WS-INDEX) NOT = SPACES
                       MOVE "Y" TO WS-UNIT-TIED
                   END-IF
               END-PERFORM
           END-IF
           MOVE SPACES TO ACCESS-LOG-RECORD
           IF WS-UNIT-TIED = "Y"
               MOVE "U" TO AX-ACCESS
           ELSE
               DISPLAY COLOR-YELLOW PT-NAME(WS-INDEX) " is on unit "
                   PT-UNIT(WS-INDEX) ", not one of yours ("
                   WS-OPER-UNITS ")." COLOR-RESET
               DISPLAY "Reason for access (break the glass), "
                   "blank to cancel: "
               ACCEPT WS-ACCESS-REASON
               IF WS-ACCESS-REASON = SPACES
                   MOVE "N" TO WS-ACCESS-OK
                   MOVE "R" TO AX-ACCESS
                   DISPLAY COLOR-RED "Access cancelled -- logged."
                       COLOR-RESET
               ELSE
                   MOVE "G" TO AX-ACCESS
               END-IF
           END-IF
           ACCEPT WS-AUDIT-STAMP FROM DATE YYYYMMDD
           ACCEPT WS-ACCESS-TIME FROM TIME
           MOVE WS-AUDIT-STAMP TO AX-DATE
           MOVE WS-ACCESS-TIME(1:6) TO AX-TIME
           MOVE WS-OPERATOR-ID TO AX-OPERATOR
           MOVE PT-MRN(WS-INDEX) TO AX-MRN
           MOVE PT-UNIT(WS-INDEX) TO AX-UNIT
           MOVE WS-ACCESS-FUNCTION TO AX-FUNCTION
           MOVE WS-ACCESS-REASON TO AX-REASON
           WRITE ACCESS-LOG-RECORD
           .

       OPEN-BATCH-CHOICES.
           OPEN INPUT BATCH-CHOICE-FILE
           IF BATCH-FILE-STATUS = "00"
                       AT END
                           EXIT PERFORM
                   END-READ
                   IF PM-DISCHARGE-DATE IS NUMERIC
                           AND PM-DISCHARGE-DATE > 0
                       EXIT PERFORM CYCLE
                   END-IF
                   IF WS-INDEX <= 10
                       MOVE "Y" TO MASTER-SOURCE
                       MOVE PM-NAME TO PT-NAME(WS-INDEX)
                           TO PT-BED-DAYS(WS-INDEX)
                       MOVE PM-ISOLATION
                           TO PT-ISOLATION(WS-INDEX)
                       MOVE PM-READMIT TO PT-READMIT(WS-INDEX)
                       MOVE PM-PRIOR-DSC-DATE
                           TO PT-PRIOR-DSC-DATE(WS-INDEX)
                       MOVE PM-PRIOR-DSC-UNIT
                           TO PT-PRIOR-DSC-UNIT(WS-INDEX)
                       MOVE 0 TO PT-DISCHARGE-DATE(WS-INDEX)
                       ADD 1 TO WS-INDEX
                   ELSE
      *                Records past the ten beds stay on the
                   MOVE PT-ADMIT-DATE(WS-INDEX) TO PM-ADMIT-DATE
                   MOVE PT-BED-DAYS(WS-INDEX) TO PM-BED-DAYS
                   MOVE PT-ISOLATION(WS-INDEX) TO PM-ISOLATION
                   MOVE PT-READMIT(WS-INDEX) TO PM-READMIT
                   MOVE PT-PRIOR-DSC-DATE(WS-INDEX)
                       TO PM-PRIOR-DSC-DATE
                   MOVE PT-PRIOR-DSC-UNIT(WS-INDEX)
                       TO PM-PRIOR-DSC-UNIT
                   MOVE 0 TO PM-DISCHARGE-DATE
                   REWRITE PATIENT-MASTER-RECORD
                       INVALID KEY
                           WRITE PATIENT-MASTER-RECORD
                   END-REWRITE
               END-IF
           END-PERFORM
      *    Discharged beds are stamped, not removed: the record
      *    stays on the master as history until HFPATARC archives
      *    it, and the load passes it over meanwhile.
           ACCEPT WS-AUDIT-STAMP FROM DATE YYYYMMDD
           PERFORM VARYING DM-IDX FROM 1 BY 1
                   UNTIL DM-IDX > DM-COUNT
               MOVE DM-MRN(DM-IDX) TO PM-MRN
               READ PATIENT-MASTER-FILE
                   KEY IS PM-MRN
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE WS-AUDIT-STAMP TO PM-DISCHARGE-DATE
                       MOVE SPACES TO PM-ROOM
                       MOVE SPACES TO PM-BED
                       REWRITE PATIENT-MASTER-RECORD
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
               END-READ
           END-PERFORM
           CLOSE PATIENT-MASTER-FILE
           .
                   " -- question any transfer into this room ***"
                   COLOR-RESET
           END-IF
           IF PT-READMIT(WS-INDEX) = "Y"
               DISPLAY COLOR-YELLOW "  *** READMISSION -- discharged "
                   PT-PRIOR-DSC-DATE(WS-INDEX) " from unit "
                   PT-PRIOR-DSC-UNIT(WS-INDEX) " ***" COLOR-RESET
           END-IF
           IF PT-MISDIAG(WS-INDEX) = "Y"
               DISPLAY COLOR-RED PT-NAME(WS-INDEX) "("
                       PT-SEX(WS-INDEX) ")"
               DISPLAY "8 - Record misdiagnosis case outcome"
               DISPLAY "9 - Monthly misdiagnosis statistics"
               DISPLAY "10 - Patient detail with alert history"
               DISPLAY "11 - Patient allergies"
               DISPLAY "12 - Override allergy-held medication order"
               ACCEPT WS-CHOICE
           END-IF
           .
                   PERFORM MONTHLY-MISDIAG-STATS
               WHEN 10
                   PERFORM PATIENT-DETAIL-TIMELINE
               WHEN 11
                   PERFORM ALLERGY-MAINTENANCE
               WHEN 12
                   PERFORM CHECK-OVERRIDE-ROLE
                   IF WS-AUTH-RESULT NOT = "N"
                       PERFORM OVERRIDE-HELD-ORDER
                   END-IF
               WHEN OTHER
                   DISPLAY "Invalid choice!"
           END-EVALUATE
               ACCEPT WS-AUDIT-STAMP FROM DATE YYYYMMDD
               MOVE WS-AUDIT-STAMP TO PT-ADMIT-DATE(WS-INDEX)
               MOVE 0 TO PT-BED-DAYS(WS-INDEX)
               MOVE "N" TO PT-READMIT(WS-INDEX)
               MOVE 0 TO PT-PRIOR-DSC-DATE(WS-INDEX)
               MOVE SPACES TO PT-PRIOR-DSC-UNIT(WS-INDEX)
               PERFORM LOG-ROSTER-AUDIT
               DISPLAY COLOR-GREEN "Admitted "
                   PT-NAME(WS-INDEX) " MRN " PT-MRN(WS-INDEX)
                           " is already empty." COLOR-RESET
                   ELSE
                       PERFORM LOG-ROSTER-AUDIT
      *                The summary is written from the bed as it
      *                stands, before the fields below are cleared.
                       CALL "HFDSCSUM" USING PATIENT-ENTRY(WS-INDEX)
                           WS-AUDIT-STAMP
                       DISPLAY COLOR-CYAN "Discharged "
                           PT-NAME(WS-INDEX) COLOR-RESET
                       DISPLAY "Discharge summary written to "
                           "HFDSCSUM"
                       IF PT-MRN(WS-INDEX) NOT = 0
                               AND DM-COUNT < 10
                           ADD 1 TO DM-COUNT
                       MOVE 0 TO PT-ADMIT-DATE(WS-INDEX)
                       MOVE 0 TO PT-BED-DAYS(WS-INDEX)
                       MOVE "N" TO PT-ISOLATION(WS-INDEX)
                       MOVE "N" TO PT-READMIT(WS-INDEX)
                       MOVE 0 TO PT-PRIOR-DSC-DATE(WS-INDEX)
                       MOVE SPACES TO PT-PRIOR-DSC-UNIT(WS-INDEX)
                       MOVE "N" TO PT-MISDIAG(WS-INDEX)
                   END-IF
               END-IF
                   IF PT-NAME(WS-INDEX) = WS-SEARCH-NAME
                           AND PT-NAME(WS-INDEX) NOT = SPACES
                       MOVE "Y" TO WS-FOUND-FLAG
                       MOVE "SEARCH" TO WS-ACCESS-FUNCTION
                       PERFORM CHECK-PATIENT-ACCESS
                       IF WS-ACCESS-OK = "Y"
                           DISPLAY "Bed " WS-INDEX ": "
                           PERFORM DISPLAY-PATIENT
                       END-IF
                       EXIT PERFORM
                   END-IF
               END-PERFORM
      * Record what happened to a flagged case: C=confirmed,      *
      * R=ruled out, E=escalated, with resolution date and        *
      * reviewer, appended to HFDOUTCOME. Only patients whose     *
      * PT-MISDIAG flag is set can take an outcome. The entry is  *
      * also logged on HFDAUDIT under the operator who keyed it,  *
      * so SODRPT can match it against the flag it closes.        *
      *-----------------------------------------------------------*
       RECORD-CASE-OUTCOME.
           IF BATCH-MODE = "Y"
               MOVE PT-SYMPTOM-CODE(WS-INDEX) TO OC-SYMPTOM
               WRITE OUTCOME-RECORD
               CLOSE OUTCOME-FILE
               MOVE SPACES TO AUDIT-RECORD
               STRING WS-AUDIT-STAMP " OPERATOR=" WS-OPERATOR-ID
                   " PATIENT=" PT-NAME(WS-INDEX)
                   " OUTCOME-RECORDED " WS-OUTCOME-CODE
                   " REVIEWER=" WS-REVIEWER
                   DELIMITED BY SIZE INTO AUDIT-RECORD
               WRITE AUDIT-RECORD
               IF WS-OUTCOME-CODE NOT = "E"
                   MOVE "N" TO PT-MISDIAG(WS-INDEX)
               END-IF
                   COLOR-RESET
               EXIT PARAGRAPH
           END-IF
           MOVE "DETAIL" TO WS-ACCESS-FUNCTION
           PERFORM CHECK-PATIENT-ACCESS
           IF WS-ACCESS-OK = "N"
               EXIT PARAGRAPH
           END-IF
           DISPLAY COLOR-CYAN "Detail for " PT-NAME(WS-INDEX)
               " MRN " PT-MRN(WS-INDEX) COLOR-RESET
           DISPLAY "  Unit/Room/Bed: " PT-UNIT(WS-INDEX) "/"
           DISPLAY "  Misdiag:" PT-MISDIAG(WS-INDEX)
               " Risk:" PT-MISDIAG-RISK(WS-INDEX)
               " Isolation:" PT-ISOLATION(WS-INDEX)
           IF PT-READMIT(WS-INDEX) = "Y"
               DISPLAY "  Readmission: prior discharge "
                   PT-PRIOR-DSC-DATE(WS-INDEX) " from unit "
                   PT-PRIOR-DSC-UNIT(WS-INDEX)
           END-IF
           IF PT-MRN(WS-INDEX) NOT = 0
               OPEN INPUT ALLERGY-FILE
               IF ALLERGY-FILE-STATUS = "00"
                   DISPLAY "  Allergies (HFALLERGY):"
                   PERFORM LIST-PATIENT-ALLERGIES
                   CLOSE ALLERGY-FILE
               END-IF
           END-IF
           MOVE 0 TO WS-TIMELINE-COUNT
           MOVE PT-NAME(WS-INDEX) TO WS-DETAIL-NAME
           DISPLAY "  Alert timeline (HFALERTS):"
                       PT-NAME(WS-INDEX)
                       " DISCHARGED BED=" WS-INDEX
                       DELIMITED BY SIZE INTO AUDIT-RECORD
               WHEN 11
                   IF WS-ALLERGY-ACTION = "A"
                       STRING WS-AUDIT-STAMP " OPERATOR="
                           WS-OPERATOR-ID " PATIENT="
                           PT-NAME(WS-INDEX) " MRN=" PT-MRN(WS-INDEX)
                           " ALLERGY-ADDED " WS-ALLERGEN
                           " SEV=" AL-SEVERITY
                           DELIMITED BY SIZE INTO AUDIT-RECORD
                   ELSE
                       STRING WS-AUDIT-STAMP " OPERATOR="
                           WS-OPERATOR-ID " PATIENT="
                           PT-NAME(WS-INDEX) " MRN=" PT-MRN(WS-INDEX)
                           " ALLERGY-REMOVED " WS-ALLERGEN
                           DELIMITED BY SIZE INTO AUDIT-RECORD
                   END-IF
               WHEN 12
                   STRING WS-AUDIT-STAMP " OPERATOR="
                       WS-OPERATOR-ID " PATIENT="
                       HO-NAME(WS-HELD-PICK)
                       " ALLERGY-OVERRIDE " HO-TYPE(WS-HELD-PICK)
                       " REASON=" WS-OVERRIDE-REASON
                       DELIMITED BY SIZE INTO AUDIT-RECORD
           END-EVALUATE
           WRITE AUDIT-RECORD
           .

      *-----------------------------------------------------------*
      * Allergy maintenance for a bed's patient, keyed on the     *
      * MRN in HFALLERGY: the patient's allergies are listed,     *
      * then one can be added (or its reaction and severity       *
      * corrected) or removed. Each change goes on HFDAUDIT.      *
      * HEALTHFLUX checks every medication order against these.   *
      *-----------------------------------------------------------*
       ALLERGY-MAINTENANCE.
           IF BATCH-MODE = "Y"
               DISPLAY "Skipping allergies: HFDBATCH has no patient "
                   "number to supply in batch mode."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter patient number (1-10): "
           ACCEPT WS-INDEX
           IF WS-INDEX < 1 OR WS-INDEX > 10
               DISPLAY COLOR-RED "No such patient number."
                   COLOR-RESET
               EXIT PARAGRAPH
           END-IF
           IF PT-NAME(WS-INDEX) = SPACES OR PT-MRN(WS-INDEX) = 0
               DISPLAY COLOR-RED "Bed " WS-INDEX
                   " has no patient with an MRN." COLOR-RESET
               EXIT PARAGRAPH
           END-IF
           MOVE "ALLERGY" TO WS-ACCESS-FUNCTION
           PERFORM CHECK-PATIENT-ACCESS
           IF WS-ACCESS-OK = "N"
               EXIT PARAGRAPH
           END-IF
           PERFORM OPEN-ALLERGY-FILE
           IF ALLERGY-FILE-STATUS NOT = "00"
               DISPLAY COLOR-RED "Cannot open HFALLERGY, status "
                   ALLERGY-FILE-STATUS COLOR-RESET
               EXIT PARAGRAPH
           END-IF
           DISPLAY COLOR-CYAN "Allergies for " PT-NAME(WS-INDEX)
               " MRN " PT-MRN(WS-INDEX) COLOR-RESET
           PERFORM LIST-PATIENT-ALLERGIES
           DISPLAY "A - add or correct, D - remove, blank - done: "
           MOVE SPACE TO WS-ALLERGY-ACTION
           ACCEPT WS-ALLERGY-ACTION
           EVALUATE WS-ALLERGY-ACTION
               WHEN "A"
                   PERFORM ADD-PATIENT-ALLERGY
               WHEN "D"
                   PERFORM REMOVE-PATIENT-ALLERGY
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           CLOSE ALLERGY-FILE
           .

       OPEN-ALLERGY-FILE.
           OPEN I-O ALLERGY-FILE
           IF ALLERGY-FILE-STATUS = "35"
               OPEN OUTPUT ALLERGY-FILE
               CLOSE ALLERGY-FILE
               OPEN I-O ALLERGY-FILE
           END-IF
           .

       LIST-PATIENT-ALLERGIES.
           MOVE 0 TO WS-ALLERGY-COUNT
           MOVE PT-MRN(WS-INDEX) TO AL-MRN
           MOVE LOW-VALUES TO AL-ALLERGEN
           START ALLERGY-FILE KEY NOT < AL-KEY
               INVALID KEY
                   MOVE "10" TO ALLERGY-FILE-STATUS
           END-START
           IF ALLERGY-FILE-STATUS = "00"
               PERFORM UNTIL 1 = 2
                   READ ALLERGY-FILE NEXT RECORD
                       AT END
                           EXIT PERFORM
                   END-READ
                   IF AL-MRN NOT = PT-MRN(WS-INDEX)
                       EXIT PERFORM
                   END-IF
                   ADD 1 TO WS-ALLERGY-COUNT
                   DISPLAY "    " AL-ALLERGEN " (" AL-KIND ") "
                       AL-REACTION " SEV=" AL-SEVERITY
                       " ENTERED " AL-ENTERED " BY " AL-ENTERED-BY
               END-PERFORM
           END-IF
           IF WS-ALLERGY-COUNT = 0
               DISPLAY "    (no allergies on file)"
           END-IF
           .

       ADD-PATIENT-ALLERGY.
           MOVE "Y" TO WS-ENTRY-OK
           MOVE SPACES TO ALLERGY-RECORD
           DISPLAY "Allergen (medication type or drug class): "
           ACCEPT WS-ALLERGEN
           IF WS-ALLERGEN = SPACES
               DISPLAY COLOR-RED "Allergen required." COLOR-RESET
               MOVE "N" TO WS-ENTRY-OK
           END-IF
           IF WS-ENTRY-OK = "Y"
               DISPLAY "Drug (D) or drug class (C): "
               ACCEPT AL-KIND
               IF AL-KIND NOT = "D" AND AL-KIND NOT = "C"
                   DISPLAY COLOR-RED "Kind must be D or C."
                       COLOR-RESET
                   MOVE "N" TO WS-ENTRY-OK
               END-IF
           END-IF
           IF WS-ENTRY-OK = "Y"
               DISPLAY "Reaction: "
               ACCEPT AL-REACTION
               IF AL-REACTION = SPACES
                   DISPLAY COLOR-RED "Reaction required."
                       COLOR-RESET
                   MOVE "N" TO WS-ENTRY-OK
               END-IF
           END-IF
           IF WS-ENTRY-OK = "Y"
               DISPLAY "Severity (M mild, O moderate, S severe): "
               ACCEPT AL-SEVERITY
               IF AL-SEVERITY NOT = "M" AND AL-SEVERITY NOT = "O"
                       AND AL-SEVERITY NOT = "S"
                   DISPLAY COLOR-RED "Severity must be M, O or S."
                       COLOR-RESET
                   MOVE "N" TO WS-ENTRY-OK
               END-IF
           END-IF
           IF WS-ENTRY-OK = "N"
               DISPLAY COLOR-RED "Allergy not recorded." COLOR-RESET
               EXIT PARAGRAPH
           END-IF
           MOVE PT-MRN(WS-INDEX) TO AL-MRN
           MOVE WS-ALLERGEN TO AL-ALLERGEN
           ACCEPT WS-AUDIT-STAMP FROM DATE YYYYMMDD
           MOVE WS-AUDIT-STAMP TO AL-ENTERED
           MOVE WS-OPERATOR-ID TO AL-ENTERED-BY
           WRITE ALLERGY-RECORD
               INVALID KEY
                   REWRITE ALLERGY-RECORD
                       INVALID KEY
                           DISPLAY COLOR-RED "HFALLERGY update "
                               "failed, status " ALLERGY-FILE-STATUS
                               COLOR-RESET
                           EXIT PARAGRAPH
                   END-REWRITE
           END-WRITE
           PERFORM LOG-ROSTER-AUDIT
           DISPLAY COLOR-GREEN "Allergy " WS-ALLERGEN " recorded for "
               PT-NAME(WS-INDEX) COLOR-RESET
           .

       REMOVE-PATIENT-ALLERGY.
           DISPLAY "Allergen to remove: "
           ACCEPT WS-ALLERGEN
           MOVE PT-MRN(WS-INDEX) TO AL-MRN
           MOVE WS-ALLERGEN TO AL-ALLERGEN
           DELETE ALLERGY-FILE RECORD
               INVALID KEY
                   DISPLAY COLOR-YELLOW WS-ALLERGEN
                       " is not on file for this patient."
                       COLOR-RESET
                   EXIT PARAGRAPH
           END-DELETE
           PERFORM LOG-ROSTER-AUDIT
           DISPLAY COLOR-CYAN "Allergy " WS-ALLERGEN " removed"
               COLOR-RESET
           .

      *-----------------------------------------------------------*
      * A clinician releases an order HEALTHFLUX held for an      *
      * allergy: the order is picked from the HFMEDHLD list and   *
      * the reason keyed goes to HFALLOVR, which the next         *
      * HEALTHFLUX run honors, and to the HFDAUDIT trail.         *
      *-----------------------------------------------------------*
       OVERRIDE-HELD-ORDER.
           IF BATCH-MODE = "Y"
               DISPLAY "Skipping override: HFDBATCH has no order "
                   "or reason to supply in batch mode."
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-HELD-COUNT
           OPEN INPUT HELD-ORDER-FILE
           IF HELD-FILE-STATUS = "00"
               PERFORM UNTIL 1 = 2
                   READ HELD-ORDER-FILE
                       AT END
                           EXIT PERFORM
                   END-READ
                   IF WS-HELD-COUNT < 20
                       ADD 1 TO WS-HELD-COUNT
                       MOVE HELD-ORDER-RECORD
                           TO HELD-ENTRY(WS-HELD-COUNT)
                   END-IF
               END-PERFORM
               CLOSE HELD-ORDER-FILE
           END-IF
           IF WS-HELD-COUNT = 0
               DISPLAY COLOR-CYAN "No medication orders are held "
                   "for an allergy." COLOR-RESET
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-HELD-PICK FROM 1 BY 1
                   UNTIL WS-HELD-PICK > WS-HELD-COUNT
               DISPLAY WS-HELD-PICK " - MRN " HO-MRN(WS-HELD-PICK)
                   " " HO-NAME(WS-HELD-PICK)
                   " " HO-TYPE(WS-HELD-PICK)
                   " ALLERGY " HO-ALLERGEN(WS-HELD-PICK)
                   " " HO-REACTION(WS-HELD-PICK)
                   " SEV=" HO-SEVERITY(WS-HELD-PICK)
           END-PERFORM
           DISPLAY "Order to override (number): "
           ACCEPT WS-HELD-PICK
           IF WS-HELD-PICK < 1 OR WS-HELD-PICK > WS-HELD-COUNT
               DISPLAY COLOR-RED "No such held order." COLOR-RESET
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Clinical reason for the override: "
           MOVE SPACES TO WS-OVERRIDE-REASON
           ACCEPT WS-OVERRIDE-REASON
           IF WS-OVERRIDE-REASON = SPACES
               DISPLAY COLOR-RED "A reason is required -- order "
                   "stays held." COLOR-RESET
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND ALLERGY-OVERRIDE-FILE
           IF OVERRIDE-FILE-STATUS NOT = "00"
               OPEN OUTPUT ALLERGY-OVERRIDE-FILE
           END-IF
           MOVE SPACES TO ALLERGY-OVERRIDE-RECORD
           MOVE HO-MRN(WS-HELD-PICK) TO OV-MRN
           MOVE HO-TYPE(WS-HELD-PICK) TO OV-TYPE
           ACCEPT WS-AUDIT-STAMP FROM DATE YYYYMMDD
           MOVE WS-AUDIT-STAMP TO OV-DATE
           MOVE WS-OPERATOR-ID TO OV-OPERATOR
           MOVE WS-OVERRIDE-REASON TO OV-REASON
           WRITE ALLERGY-OVERRIDE-RECORD
           CLOSE ALLERGY-OVERRIDE-FILE
           PERFORM LOG-ROSTER-AUDIT
           DISPLAY COLOR-GREEN "Override recorded: "
               HO-TYPE(WS-HELD-PICK) " for MRN "
               HO-MRN(WS-HELD-PICK)
               " is released on the next HEALTHFLUX run" COLOR-RESET
           .

       ANALYZE-MISDIAG.
           DISPLAY COLOR-YELLOW "Analyzing misdiagnosis patterns..."
               COLOR-RESET
