       IDENTIFICATION DIVISION.
       PROGRAM-ID. ECOENFRC.
       AUTHOR. CAZZY.
       REMARKS. >
           Environmental enforcement case management, run weekly.
           ECOLEDGER appends a violation to ECOVIOL the first time
           in a run a factory's reading passes its permitted rate
           or its year's readings pass its traded allowance; each
           one opens an enforcement case on ECOCASE, or is counted
           against the factory's case already open. A case moves
           open (O), notice issued (N), corrective action due (C),
           closed (X) through the ECOCSTRN actions:
               NOTICE  case [fine]   notice of violation, with the
                                     fine for the case's severity
                                     unless one is given
               ORDER   case [days]   corrective action due in the
                                     days given (CORRDAYS default)
               INSPECT factory PASS|FAIL
                                     inspection result; a pass
                                     closes a case under corrective
                                     action, a fail escalates it
               CLOSE   case [ref]    closed by the enforcement
                                     officer
           Severity runs MINOR, MAJOR, SEVERE: a case opened within
           REPEATDAYS of the factory's last closed case starts one
           step above it, and a case escalates on the second and
           fourth day of violation and on a failed inspection.
           ECOINSP holds each permitted factory's inspection
           schedule, brought forward to a follow-up when a case is
           opened or an inspection fails and to the deadline when
           corrective action is ordered. Fines wait on ECOFINGL for
           the next ECOLEDGER run to carry onto ECOPOST; ECOCSTRN
           and ECOVIOL are cleared once read and every action is
           appended to the ECOCSAUD audit trail. ECOCSRPT is the
           weekly case report: open cases, overdue corrective
           actions and the inspections due in the week ahead.
           ECOENPRM may override the defaults, one keyword per
           line: FINE1 FINE2 FINE3 (fine per severity), CORRDAYS,
           INSPDAYS (routine interval), FOLLOWDAYS, REPEATDAYS.

      *-----------------------------------------------------------*
      * Mod history:
      *   2026-10-15  CAZZY - written; a permit breach raised an
      *               alert and nothing more -- no notice, fine,
      *               deadline or follow-up inspection was tracked.
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENFORCE-PARM-FILE ASSIGN TO "ECOENPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-FILE-STATUS.
           SELECT PERMIT-FILE ASSIGN TO "ECOPERMIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERMIT-FILE-STATUS.
           SELECT RATE-TABLE-FILE ASSIGN TO "ECORATES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RATES-FILE-STATUS.
           SELECT VIOLATION-FILE ASSIGN TO "ECOVIOL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VIOL-FILE-STATUS.
           SELECT CASE-FILE ASSIGN TO "ECOCASE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CASE-FILE-STATUS.
           SELECT INSPECTION-FILE ASSIGN TO "ECOINSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INSP-FILE-STATUS.
           SELECT CASE-TRANS-FILE ASSIGN TO "ECOCSTRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANS-FILE-STATUS.
           SELECT CASE-AUDIT-FILE ASSIGN TO "ECOCSAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.
           SELECT FINE-POSTING-FILE ASSIGN TO "ECOFINGL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS POST-FILE-STATUS.
           SELECT CASE-RPT-FILE ASSIGN TO "ECOCSRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ENFORCE-PARM-FILE.
       01  ENFORCE-PARM-RECORD PIC X(80).

       FD  PERMIT-FILE.
       01  PERMIT-RECORD.
           05 PF-NAME          PIC X(10).
           05 PF-RATE-TEXT     PIC X(8).
           05 PF-ALLOW-TEXT    PIC X(8).

      *-----------------------------------------------------------*
      * ECOLEDGER's charge rate table; only FINEEXP (the fine     *
      * expense account) and FINEPAY (fines payable) are read     *
      * here.                                                     *
      *-----------------------------------------------------------*
       FD  RATE-TABLE-FILE.
       01  RATE-RECORD.
           05 ER-NAME          PIC X(10).
           05 ER-RATE          PIC X(8).
           05 ER-ACCT          PIC X(4).

       FD  VIOLATION-FILE.
       01  VIOLATION-RECORD.
           COPY ECOVIOL REPLACING ==:LVL:== BY ==05==.

      *-----------------------------------------------------------*
      * One enforcement case. CS-TYPE is the violation that       *
      * opened it; CS-VIOLATIONS counts the days of violation     *
      * booked against it, CS-LAST-VIOL the latest of them.       *
      *-----------------------------------------------------------*
       FD  CASE-FILE.
       01  CASE-RECORD.
           05 CS-CASE-NO       PIC 9(5).
           05 CS-FACTORY       PIC X(10).
           05 CS-TYPE          PIC X(10).
           05 CS-STATUS        PIC X.
           05 CS-SEVERITY      PIC 9.
           05 CS-VIOLATIONS    PIC 9(3).
           05 CS-OPENED        PIC 9(8).
           05 CS-LAST-VIOL     PIC 9(8).
           05 CS-NOTICE-DATE   PIC 9(8).
           05 CS-FINE          PIC 9(7)V99.
           05 CS-DUE-DATE      PIC 9(8).
           05 CS-CLOSED        PIC 9(8).
           05 CS-CLOSE-REF     PIC X(10).

      *-----------------------------------------------------------*
      * One line per factory: the routine interval in days, the   *
      * last inspection and its result, and the next one due      *
      * with why it was scheduled (ROUTINE, FOLLOWUP,             *
      * CORRECTIVE).                                              *
      *-----------------------------------------------------------*
       FD  INSPECTION-FILE.
       01  INSPECTION-RECORD.
           05 IN-FACTORY       PIC X(10).
           05 IN-INTERVAL      PIC 9(3).
           05 IN-LAST-DATE     PIC 9(8).
           05 IN-LAST-RESULT   PIC X(4).
           05 IN-NEXT-DATE     PIC 9(8).
           05 IN-REASON        PIC X(10).

       FD  CASE-TRANS-FILE.
       01  CASE-TRANS-RECORD   PIC X(80).

       FD  CASE-AUDIT-FILE.
       01  CASE-AUDIT-RECORD   PIC X(120).

       FD  FINE-POSTING-FILE.
       01  GL-POSTING-RECORD   PIC X(80).

       FD  CASE-RPT-FILE.
       01  CASE-RPT-RECORD     PIC X(100).

       WORKING-STORAGE SECTION.
       77 PARM-FILE-STATUS   PIC X(2).
       77 PERMIT-FILE-STATUS PIC X(2).
       77 RATES-FILE-STATUS  PIC X(2).
       77 VIOL-FILE-STATUS   PIC X(2).
       77 CASE-FILE-STATUS   PIC X(2).
       77 INSP-FILE-STATUS   PIC X(2).
       77 TRANS-FILE-STATUS  PIC X(2).
       77 AUDIT-FILE-STATUS  PIC X(2).
       77 POST-FILE-STATUS   PIC X(2).
       77 RPT-FILE-STATUS    PIC X(2).
       77 TODAY-STAMP        PIC 9(8).
       77 TODAY-INT          PIC 9(7).
       77 WORK-INT           PIC 9(7).
       77 WORK-DATE          PIC 9(8).
       77 WEEK-END-DATE      PIC 9(8).
       77 FINE-MINOR         PIC 9(7)V99 VALUE 500.00.
       77 FINE-MAJOR         PIC 9(7)V99 VALUE 2500.00.
       77 FINE-SEVERE        PIC 9(7)V99 VALUE 10000.00.
       77 CORRECT-DAYS       PIC 9(3) VALUE 30.
       77 INSPECT-DAYS       PIC 9(3) VALUE 90.
       77 FOLLOWUP-DAYS      PIC 9(3) VALUE 14.
       77 REPEAT-DAYS        PIC 9(3) VALUE 365.
       77 FINE-EXP-ACCT      PIC X(4) VALUE "6530".
       77 FINE-PAY-ACCT      PIC X(4) VALUE "2310".
       77 BILLED-COMPANY     PIC X(4) VALUE "CITY".
       77 VIOLATIONS-READ    PIC 9(4) VALUE 0.
       77 CASES-OPENED       PIC 9(4) VALUE 0.
       77 CASES-ESCALATED    PIC 9(4) VALUE 0.
       77 TRANS-READ         PIC 9(4) VALUE 0.
       77 TRANS-APPLIED      PIC 9(4) VALUE 0.
       77 TRANS-REJECTED     PIC 9(4) VALUE 0.
       77 POST-LINES         PIC 9(4) VALUE 0.
       77 OPEN-COUNT         PIC 9(4) VALUE 0.
       77 OVERDUE-COUNT      PIC 9(4) VALUE 0.
       77 DUE-INSP-COUNT     PIC 9(4) VALUE 0.
       77 TABLE-FULL         PIC X VALUE "N".
       77 REJECT-REASON      PIC X(40).
       77 AUDIT-STATUS       PIC X(8).
       77 FIND-CASE-NO       PIC 9(5).
       77 FIND-NAME          PIC X(10).
       77 NEXT-CASE-NO       PIC 9(5) VALUE 0.
       77 PRIOR-SEVERITY     PIC 9.
       77 PRIOR-CLOSED       PIC 9(8).
       77 FINE-AMT           PIC 9(7)V99.
       77 ORDER-DAYS         PIC 9(3).
       77 DAYS-OVER          PIC 9(5).
       77 SCHEDULE-DATE      PIC 9(8).
       77 SCHEDULE-REASON    PIC X(10).
       77 SEVERITY-TEXT      PIC X(6).
       77 STATUS-TEXT        PIC X(10).
       77 CHARGE-EDIT        PIC +9(7).99.
       77 AMT-EDIT           PIC Z(6)9.99.
       77 CASE-EDIT          PIC 9(5).
       77 COUNT-EDIT         PIC ZZ9.
       77 DAYS-EDIT          PIC ZZZZ9.
       77 READING-EDIT       PIC Z(6)9.
       77 LIMIT-EDIT         PIC Z(6)9.
       77 NOTICE-TEXT        PIC X(8).
       77 DUE-TEXT           PIC X(8).
       77 LAST-TEXT          PIC X(8).
       01 TRAN-TOKENS.
           05 TT-ACTION        PIC X(10).
           05 TT-ARG1          PIC X(10).
           05 TT-ARG2          PIC X(15).
       01 PARM-TOKENS.
           05 PK-KEYWORD       PIC X(10).
           05 PK-ARG1          PIC X(15).

       01 PERMIT-TABLE.
           05 PERMIT-ENTRY OCCURS 20 TIMES.
              10 PM-NAME       PIC X(10).
       01 PERMIT-COUNT       PIC 99 VALUE 0.
       01 PERMIT-IDX         PIC 99.

      *-----------------------------------------------------------*
      * The case file in case number order; new cases are added   *
      * at the end. Closed cases are kept as the factory's        *
      * enforcement history.                                      *
      *-----------------------------------------------------------*
       01 CASE-TABLE.
           05 CASE-ENTRY OCCURS 500 TIMES.
              10 CA-CASE-NO    PIC 9(5).
              10 CA-FACTORY    PIC X(10).
              10 CA-TYPE       PIC X(10).
              10 CA-STATUS     PIC X.
              10 CA-SEVERITY   PIC 9.
              10 CA-VIOLATIONS PIC 9(3).
              10 CA-OPENED     PIC 9(8).
              10 CA-LAST-VIOL  PIC 9(8).
              10 CA-NOTICE-DATE PIC 9(8).
              10 CA-FINE       PIC 9(7)V99.
              10 CA-DUE-DATE   PIC 9(8).
              10 CA-CLOSED     PIC 9(8).
              10 CA-CLOSE-REF  PIC X(10).
       01 CASE-COUNT         PIC 9(3) VALUE 0.
       01 MAX-CASES          PIC 9(3) VALUE 500.
       01 CASE-IDX           PIC 9(3).
       01 MATCH-IDX          PIC 9(3).

       01 INSPECTION-TABLE.
           05 INSPECTION-ENTRY OCCURS 50 TIMES.
              10 IS-FACTORY    PIC X(10).
              10 IS-INTERVAL   PIC 9(3).
              10 IS-LAST-DATE  PIC 9(8).
              10 IS-LAST-RESULT PIC X(4).
              10 IS-NEXT-DATE  PIC 9(8).
              10 IS-REASON     PIC X(10).
       01 INSPECTION-COUNT   PIC 99 VALUE 0.
       01 MAX-INSPECTIONS    PIC 99 VALUE 50.
       01 INSP-IDX           PIC 99.
       01 INSP-MATCH         PIC 99.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT TODAY-STAMP FROM DATE YYYYMMDD
           COMPUTE TODAY-INT = FUNCTION INTEGER-OF-DATE(TODAY-STAMP)
           COMPUTE WORK-INT = TODAY-INT + 7
           COMPUTE WEEK-END-DATE = FUNCTION DATE-OF-INTEGER(WORK-INT)
           PERFORM LOAD-ENFORCEMENT-PARMS
           PERFORM LOAD-FINE-ACCOUNTS
           PERFORM LOAD-FACTORY-PERMITS
           PERFORM LOAD-CASES
           PERFORM LOAD-INSPECTIONS
           IF TABLE-FULL = "Y"
               DISPLAY "ECOCASE holds more than " MAX-CASES
                   " cases or ECOINSP more than " MAX-INSPECTIONS
                   " factories -- ECOVIOL and ECOCSTRN left "
                   "unapplied"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM SCHEDULE-ROUTINE-INSPECTIONS
           OPEN OUTPUT CASE-RPT-FILE
           MOVE SPACES TO CASE-RPT-RECORD
           STRING TODAY-STAMP " ENVIRONMENTAL ENFORCEMENT CASES"
               DELIMITED BY SIZE INTO CASE-RPT-RECORD
           WRITE CASE-RPT-RECORD
           OPEN EXTEND CASE-AUDIT-FILE
           IF AUDIT-FILE-STATUS = "35"
               OPEN OUTPUT CASE-AUDIT-FILE
           END-IF
           OPEN EXTEND FINE-POSTING-FILE
           IF POST-FILE-STATUS = "35"
               OPEN OUTPUT FINE-POSTING-FILE
           END-IF
           PERFORM OPEN-CASES-FROM-VIOLATIONS
           PERFORM APPLY-CASE-ACTIONS
           CLOSE CASE-AUDIT-FILE
           CLOSE FINE-POSTING-FILE
           PERFORM SAVE-CASES
           PERFORM SAVE-INSPECTIONS
           PERFORM PRINT-OPEN-CASES
           PERFORM PRINT-OVERDUE-ACTIONS
           PERFORM PRINT-INSPECTIONS-DUE
           CLOSE CASE-RPT-FILE
           DISPLAY "Enforcement: " VIOLATIONS-READ " violations, "
               CASES-OPENED " cases opened, " CASES-ESCALATED
               " escalated, " TRANS-APPLIED " actions applied, "
               TRANS-REJECTED " rejected -- report on ECOCSRPT"
           DISPLAY "Open cases: " OPEN-COUNT ", corrective actions "
               "overdue: " OVERDUE-COUNT
           IF POST-LINES > 0
               DISPLAY "Fine lines left on ECOFINGL for the next "
                   "ECOLEDGER posting run"
           END-IF
           IF TRANS-REJECTED > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

       LOAD-ENFORCEMENT-PARMS.
           OPEN INPUT ENFORCE-PARM-FILE
           IF PARM-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ ENFORCE-PARM-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               MOVE SPACES TO PARM-TOKENS
               UNSTRING ENFORCE-PARM-RECORD DELIMITED BY ALL SPACES
                   INTO PK-KEYWORD PK-ARG1
               IF FUNCTION TEST-NUMVAL(PK-ARG1) NOT = 0
                   EXIT PERFORM CYCLE
               END-IF
               EVALUATE PK-KEYWORD
                   WHEN "FINE1"
                       COMPUTE FINE-MINOR = FUNCTION NUMVAL(PK-ARG1)
                   WHEN "FINE2"
                       COMPUTE FINE-MAJOR = FUNCTION NUMVAL(PK-ARG1)
                   WHEN "FINE3"
                       COMPUTE FINE-SEVERE =
                           FUNCTION NUMVAL(PK-ARG1)
                   WHEN "CORRDAYS"
                       COMPUTE CORRECT-DAYS =
                           FUNCTION NUMVAL(PK-ARG1)
                   WHEN "INSPDAYS"
                       COMPUTE INSPECT-DAYS =
                           FUNCTION NUMVAL(PK-ARG1)
                   WHEN "FOLLOWDAYS"
                       COMPUTE FOLLOWUP-DAYS =
                           FUNCTION NUMVAL(PK-ARG1)
                   WHEN "REPEATDAYS"
                       COMPUTE REPEAT-DAYS =
                           FUNCTION NUMVAL(PK-ARG1)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM
           CLOSE ENFORCE-PARM-FILE
           .

       LOAD-FINE-ACCOUNTS.
           OPEN INPUT RATE-TABLE-FILE
           IF RATES-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ RATE-TABLE-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               EVALUATE ER-NAME
                   WHEN "FINEEXP   "
                       MOVE ER-ACCT TO FINE-EXP-ACCT
                   WHEN "FINEPAY   "
                       MOVE ER-ACCT TO FINE-PAY-ACCT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM
           CLOSE RATE-TABLE-FILE
           .

       LOAD-FACTORY-PERMITS.
           MOVE 0 TO PERMIT-COUNT
           OPEN INPUT PERMIT-FILE
           IF PERMIT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ PERMIT-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF PERMIT-COUNT < 20
                   ADD 1 TO PERMIT-COUNT
                   MOVE PF-NAME TO PM-NAME(PERMIT-COUNT)
               END-IF
           END-PERFORM
           CLOSE PERMIT-FILE
           .

       LOAD-CASES.
           MOVE 0 TO CASE-COUNT
           OPEN INPUT CASE-FILE
           IF CASE-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ CASE-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF CASE-COUNT NOT < MAX-CASES
                   MOVE "Y" TO TABLE-FULL
                   EXIT PERFORM
               END-IF
               ADD 1 TO CASE-COUNT
               MOVE CS-CASE-NO TO CA-CASE-NO(CASE-COUNT)
               MOVE CS-FACTORY TO CA-FACTORY(CASE-COUNT)
               MOVE CS-TYPE TO CA-TYPE(CASE-COUNT)
               MOVE CS-STATUS TO CA-STATUS(CASE-COUNT)
               MOVE CS-SEVERITY TO CA-SEVERITY(CASE-COUNT)
               MOVE CS-VIOLATIONS TO CA-VIOLATIONS(CASE-COUNT)
               MOVE CS-OPENED TO CA-OPENED(CASE-COUNT)
               MOVE CS-LAST-VIOL TO CA-LAST-VIOL(CASE-COUNT)
               MOVE CS-NOTICE-DATE TO CA-NOTICE-DATE(CASE-COUNT)
               MOVE CS-FINE TO CA-FINE(CASE-COUNT)
               MOVE CS-DUE-DATE TO CA-DUE-DATE(CASE-COUNT)
               MOVE CS-CLOSED TO CA-CLOSED(CASE-COUNT)
               MOVE CS-CLOSE-REF TO CA-CLOSE-REF(CASE-COUNT)
               IF CS-CASE-NO > NEXT-CASE-NO
                   MOVE CS-CASE-NO TO NEXT-CASE-NO
               END-IF
           END-PERFORM
           CLOSE CASE-FILE
           .

       LOAD-INSPECTIONS.
           MOVE 0 TO INSPECTION-COUNT
           OPEN INPUT INSPECTION-FILE
           IF INSP-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ INSPECTION-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF INSPECTION-COUNT NOT < MAX-INSPECTIONS
                   MOVE "Y" TO TABLE-FULL
                   EXIT PERFORM
               END-IF
               ADD 1 TO INSPECTION-COUNT
               MOVE IN-FACTORY TO IS-FACTORY(INSPECTION-COUNT)
               MOVE IN-INTERVAL TO IS-INTERVAL(INSPECTION-COUNT)
               MOVE IN-LAST-DATE TO IS-LAST-DATE(INSPECTION-COUNT)
               MOVE IN-LAST-RESULT
                   TO IS-LAST-RESULT(INSPECTION-COUNT)
               MOVE IN-NEXT-DATE TO IS-NEXT-DATE(INSPECTION-COUNT)
               MOVE IN-REASON TO IS-REASON(INSPECTION-COUNT)
           END-PERFORM
           CLOSE INSPECTION-FILE
           .

      *-----------------------------------------------------------*
      * Every permitted factory is on the schedule; one new to    *
      * ECOPERMIT gets its first routine inspection an interval   *
      * from today.                                               *
      *-----------------------------------------------------------*
       SCHEDULE-ROUTINE-INSPECTIONS.
           PERFORM VARYING PERMIT-IDX FROM 1 BY 1
                   UNTIL PERMIT-IDX > PERMIT-COUNT
               MOVE PM-NAME(PERMIT-IDX) TO FIND-NAME
               PERFORM FIND-OR-ADD-INSPECTION
           END-PERFORM
           .

      *-----------------------------------------------------------*
      * INSP-MATCH is FIND-NAME's schedule line, added when       *
      * missing (0 when the schedule is full).                    *
      *-----------------------------------------------------------*
       FIND-OR-ADD-INSPECTION.
           PERFORM FIND-INSPECTION
           IF INSP-MATCH > 0
               EXIT PARAGRAPH
           END-IF
           IF INSPECTION-COUNT NOT < MAX-INSPECTIONS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO INSPECTION-COUNT
           MOVE INSPECTION-COUNT TO INSP-MATCH
           INITIALIZE INSPECTION-ENTRY(INSP-MATCH)
           MOVE FIND-NAME TO IS-FACTORY(INSP-MATCH)
           MOVE INSPECT-DAYS TO IS-INTERVAL(INSP-MATCH)
           COMPUTE WORK-INT = TODAY-INT + INSPECT-DAYS
           COMPUTE IS-NEXT-DATE(INSP-MATCH) =
               FUNCTION DATE-OF-INTEGER(WORK-INT)
           MOVE "ROUTINE" TO IS-REASON(INSP-MATCH)
           .

       FIND-INSPECTION.
           MOVE 0 TO INSP-MATCH
           PERFORM VARYING INSP-IDX FROM 1 BY 1
                   UNTIL INSP-IDX > INSPECTION-COUNT
               IF IS-FACTORY(INSP-IDX) = FIND-NAME
                   MOVE INSP-IDX TO INSP-MATCH
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

      *-----------------------------------------------------------*
      * Bring FIND-NAME's next inspection forward to              *
      * SCHEDULE-DATE when that is sooner than the one booked.    *
      *-----------------------------------------------------------*
       BRING-INSPECTION-FORWARD.
           PERFORM FIND-OR-ADD-INSPECTION
           IF INSP-MATCH = 0
               EXIT PARAGRAPH
           END-IF
           IF SCHEDULE-DATE < IS-NEXT-DATE(INSP-MATCH)
               MOVE SCHEDULE-DATE TO IS-NEXT-DATE(INSP-MATCH)
               MOVE SCHEDULE-REASON TO IS-REASON(INSP-MATCH)
           END-IF
           .

      *-----------------------------------------------------------*
      * A violation is booked against the factory's case still    *
      * open, once per day of violation however many limits it    *
      * broke that day; with no case open it opens one. ECOVIOL   *
      * is cleared afterwards.                                    *
      *-----------------------------------------------------------*
       OPEN-CASES-FROM-VIOLATIONS.
           OPEN INPUT VIOLATION-FILE
           IF VIOL-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO CASE-RPT-RECORD
           WRITE CASE-RPT-RECORD
           MOVE "VIOLATIONS THIS WEEK" TO CASE-RPT-RECORD
           WRITE CASE-RPT-RECORD
           PERFORM UNTIL 1 = 2
               READ VIOLATION-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               ADD 1 TO VIOLATIONS-READ
               MOVE VL-READING TO READING-EDIT
               MOVE VL-LIMIT TO LIMIT-EDIT
               MOVE VL-FACTORY TO FIND-NAME
               PERFORM FIND-OPEN-CASE
               IF MATCH-IDX = 0
                   PERFORM OPEN-NEW-CASE
               ELSE
                   PERFORM BOOK-REPEAT-VIOLATION
               END-IF
           END-PERFORM
           CLOSE VIOLATION-FILE
           OPEN OUTPUT VIOLATION-FILE
           CLOSE VIOLATION-FILE
           .

       FIND-OPEN-CASE.
           MOVE 0 TO MATCH-IDX
           PERFORM VARYING CASE-IDX FROM 1 BY 1
                   UNTIL CASE-IDX > CASE-COUNT
               IF CA-FACTORY(CASE-IDX) = FIND-NAME
                       AND CA-STATUS(CASE-IDX) NOT = "X"
                   MOVE CASE-IDX TO MATCH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

      *-----------------------------------------------------------*
      * A new case starts MINOR, or one step above the factory's  *
      * last closed case when that closed within REPEATDAYS of    *
      * this violation. A follow-up inspection is booked.         *
      *-----------------------------------------------------------*
       OPEN-NEW-CASE.
           IF CASE-COUNT NOT < MAX-CASES
               MOVE SPACES TO CASE-RPT-RECORD
               STRING VL-DATE " " VL-FACTORY " " VL-TYPE
                   " NOT OPENED -- ECOCASE FULL"
                   DELIMITED BY SIZE INTO CASE-RPT-RECORD
               WRITE CASE-RPT-RECORD
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO PRIOR-SEVERITY
           MOVE 0 TO PRIOR-CLOSED
           PERFORM VARYING CASE-IDX FROM 1 BY 1
                   UNTIL CASE-IDX > CASE-COUNT
               IF CA-FACTORY(CASE-IDX) = FIND-NAME
                       AND CA-STATUS(CASE-IDX) = "X"
                       AND CA-CLOSED(CASE-IDX) > PRIOR-CLOSED
                   MOVE CA-CLOSED(CASE-IDX) TO PRIOR-CLOSED
                   MOVE CA-SEVERITY(CASE-IDX) TO PRIOR-SEVERITY
               END-IF
           END-PERFORM
           ADD 1 TO CASE-COUNT
           MOVE CASE-COUNT TO MATCH-IDX
           INITIALIZE CASE-ENTRY(MATCH-IDX)
           ADD 1 TO NEXT-CASE-NO
           MOVE NEXT-CASE-NO TO CA-CASE-NO(MATCH-IDX)
           MOVE VL-FACTORY TO CA-FACTORY(MATCH-IDX)
           MOVE VL-TYPE TO CA-TYPE(MATCH-IDX)
           MOVE "O" TO CA-STATUS(MATCH-IDX)
           MOVE 1 TO CA-SEVERITY(MATCH-IDX)
           MOVE 1 TO CA-VIOLATIONS(MATCH-IDX)
           MOVE VL-DATE TO CA-OPENED(MATCH-IDX)
           MOVE VL-DATE TO CA-LAST-VIOL(MATCH-IDX)
           IF PRIOR-CLOSED > 0
               COMPUTE WORK-INT =
                   FUNCTION INTEGER-OF-DATE(VL-DATE)
                   - FUNCTION INTEGER-OF-DATE(PRIOR-CLOSED)
               IF WORK-INT NOT > REPEAT-DAYS
                   COMPUTE CA-SEVERITY(MATCH-IDX) =
                       PRIOR-SEVERITY + 1
                   IF CA-SEVERITY(MATCH-IDX) > 3
                       MOVE 3 TO CA-SEVERITY(MATCH-IDX)
                   END-IF
               END-IF
           END-IF
           ADD 1 TO CASES-OPENED
           MOVE CA-CASE-NO(MATCH-IDX) TO CASE-EDIT
           PERFORM SET-SEVERITY-TEXT
           MOVE SPACES TO CASE-RPT-RECORD
           STRING VL-DATE " " VL-FACTORY " " VL-TYPE READING-EDIT
               "/" LIMIT-EDIT " CASE " CASE-EDIT " OPENED "
               SEVERITY-TEXT
               DELIMITED BY SIZE INTO CASE-RPT-RECORD
           WRITE CASE-RPT-RECORD
           COMPUTE WORK-INT = FUNCTION INTEGER-OF-DATE(VL-DATE)
               + FOLLOWUP-DAYS
           COMPUTE SCHEDULE-DATE = FUNCTION DATE-OF-INTEGER(WORK-INT)
           MOVE "FOLLOWUP" TO SCHEDULE-REASON
           PERFORM BRING-INSPECTION-FORWARD
           .

      *-----------------------------------------------------------*
      * Another day of violation on an open case; the second and  *
      * fourth days escalate it.                                  *
      *-----------------------------------------------------------*
       BOOK-REPEAT-VIOLATION.
           MOVE CA-CASE-NO(MATCH-IDX) TO CASE-EDIT
           IF VL-DATE NOT > CA-LAST-VIOL(MATCH-IDX)
               MOVE SPACES TO CASE-RPT-RECORD
               STRING VL-DATE " " VL-FACTORY " " VL-TYPE
                   READING-EDIT "/" LIMIT-EDIT " CASE " CASE-EDIT
                   " SAME DAY"
                   DELIMITED BY SIZE INTO CASE-RPT-RECORD
               WRITE CASE-RPT-RECORD
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO CA-VIOLATIONS(MATCH-IDX)
           MOVE VL-DATE TO CA-LAST-VIOL(MATCH-IDX)
           MOVE CA-VIOLATIONS(MATCH-IDX) TO COUNT-EDIT
           MOVE SPACES TO CASE-RPT-RECORD
           STRING VL-DATE " " VL-FACTORY " " VL-TYPE READING-EDIT
               "/" LIMIT-EDIT " CASE " CASE-EDIT " VIOLATION "
               COUNT-EDIT
               DELIMITED BY SIZE INTO CASE-RPT-RECORD
           WRITE CASE-RPT-RECORD
           IF CA-VIOLATIONS(MATCH-IDX) = 2
                   OR CA-VIOLATIONS(MATCH-IDX) = 4
               PERFORM ESCALATE-CASE
           END-IF
           .

       ESCALATE-CASE.
           IF CA-SEVERITY(MATCH-IDX) NOT < 3
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO CA-SEVERITY(MATCH-IDX)
           ADD 1 TO CASES-ESCALATED
           MOVE CA-CASE-NO(MATCH-IDX) TO CASE-EDIT
           PERFORM SET-SEVERITY-TEXT
           MOVE SPACES TO CASE-RPT-RECORD
           STRING "         CASE " CASE-EDIT " "
               CA-FACTORY(MATCH-IDX) " ESCALATED TO " SEVERITY-TEXT
               DELIMITED BY SIZE INTO CASE-RPT-RECORD
           WRITE CASE-RPT-RECORD
           .

      *-----------------------------------------------------------*
      * ECOCSTRN actions apply in file order after the week's     *
      * violations, then the file is cleared; the audit trail     *
      * keeps every line with what became of it.                  *
      *-----------------------------------------------------------*
       APPLY-CASE-ACTIONS.
           OPEN INPUT CASE-TRANS-FILE
           IF TRANS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO CASE-RPT-RECORD
           WRITE CASE-RPT-RECORD
           MOVE "CASE ACTIONS THIS WEEK" TO CASE-RPT-RECORD
           WRITE CASE-RPT-RECORD
           PERFORM UNTIL 1 = 2
               MOVE SPACES TO CASE-TRANS-RECORD
               READ CASE-TRANS-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF CASE-TRANS-RECORD = SPACES
                   EXIT PERFORM CYCLE
               END-IF
               ADD 1 TO TRANS-READ
               MOVE SPACES TO TRAN-TOKENS
               MOVE SPACES TO REJECT-REASON
               UNSTRING CASE-TRANS-RECORD DELIMITED BY ALL SPACES
                   INTO TT-ACTION TT-ARG1 TT-ARG2
               EVALUATE TT-ACTION
                   WHEN "NOTICE"
                       PERFORM APPLY-NOTICE
                   WHEN "ORDER"
                       PERFORM APPLY-ORDER
                   WHEN "INSPECT"
                       PERFORM APPLY-INSPECTION
                   WHEN "CLOSE"
                       PERFORM APPLY-CLOSE
                   WHEN OTHER
                       MOVE "UNKNOWN ACTION" TO REJECT-REASON
               END-EVALUATE
               IF REJECT-REASON = SPACES
                   MOVE "APPLIED " TO AUDIT-STATUS
                   ADD 1 TO TRANS-APPLIED
               ELSE
                   MOVE "REJECTED" TO AUDIT-STATUS
                   ADD 1 TO TRANS-REJECTED
                   MOVE SPACES TO CASE-RPT-RECORD
                   STRING "REJECTED: " CASE-TRANS-RECORD(1:40)
                       " -- " REJECT-REASON
                       DELIMITED BY SIZE INTO CASE-RPT-RECORD
                   WRITE CASE-RPT-RECORD
               END-IF
               MOVE SPACES TO CASE-AUDIT-RECORD
               STRING TODAY-STAMP " " AUDIT-STATUS " "
                   CASE-TRANS-RECORD(1:60) " " REJECT-REASON
                   DELIMITED BY SIZE INTO CASE-AUDIT-RECORD
               WRITE CASE-AUDIT-RECORD
           END-PERFORM
           CLOSE CASE-TRANS-FILE
           OPEN OUTPUT CASE-TRANS-FILE
           CLOSE CASE-TRANS-FILE
           .

      *-----------------------------------------------------------*
      * MATCH-IDX is the case numbered in TT-ARG1, 0 with the     *
      * reason set when there is none.                            *
      *-----------------------------------------------------------*
       FIND-CASE.
           MOVE 0 TO MATCH-IDX
           IF FUNCTION TRIM(TT-ARG1) IS NOT NUMERIC
               MOVE "CASE NUMBER NOT NUMERIC" TO REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           COMPUTE FIND-CASE-NO = FUNCTION NUMVAL(TT-ARG1)
           PERFORM VARYING CASE-IDX FROM 1 BY 1
                   UNTIL CASE-IDX > CASE-COUNT
               IF CA-CASE-NO(CASE-IDX) = FIND-CASE-NO
                   MOVE CASE-IDX TO MATCH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF MATCH-IDX = 0
               MOVE "NO SUCH CASE" TO REJECT-REASON
           END-IF
           .

      *-----------------------------------------------------------*
      * Notice of violation on an open case. The fine is the one  *
      * given or the schedule's for the case's severity; it is    *
      * the city's expense, owed until paid.                      *
      *-----------------------------------------------------------*
       APPLY-NOTICE.
           PERFORM FIND-CASE
           IF MATCH-IDX = 0
               EXIT PARAGRAPH
           END-IF
           IF CA-STATUS(MATCH-IDX) NOT = "O"
               MOVE "NOTICE ALREADY ISSUED OR CASE CLOSED"
                   TO REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF TT-ARG2 = SPACES
               EVALUATE CA-SEVERITY(MATCH-IDX)
                   WHEN 3
                       MOVE FINE-SEVERE TO FINE-AMT
                   WHEN 2
                       MOVE FINE-MAJOR TO FINE-AMT
                   WHEN OTHER
                       MOVE FINE-MINOR TO FINE-AMT
               END-EVALUATE
           ELSE
               IF FUNCTION TEST-NUMVAL(TT-ARG2) NOT = 0
                   MOVE "FINE NOT NUMERIC" TO REJECT-REASON
                   EXIT PARAGRAPH
               END-IF
               COMPUTE FINE-AMT = FUNCTION NUMVAL(TT-ARG2)
           END-IF
           MOVE "N" TO CA-STATUS(MATCH-IDX)
           MOVE TODAY-STAMP TO CA-NOTICE-DATE(MATCH-IDX)
           MOVE FINE-AMT TO CA-FINE(MATCH-IDX)
           MOVE CA-CASE-NO(MATCH-IDX) TO CASE-EDIT
           MOVE FINE-AMT TO AMT-EDIT
           MOVE SPACES TO CASE-RPT-RECORD
           STRING "CASE " CASE-EDIT " " CA-FACTORY(MATCH-IDX)
               " NOTICE OF VIOLATION ISSUED, FINE " AMT-EDIT
               DELIMITED BY SIZE INTO CASE-RPT-RECORD
           WRITE CASE-RPT-RECORD
           IF FINE-AMT = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE CHARGE-EDIT = FINE-AMT
           MOVE SPACES TO GL-POSTING-RECORD
           STRING "DTL" FINE-EXP-ACCT CHARGE-EDIT
               " FINE CASE " CASE-EDIT " " CA-FACTORY(MATCH-IDX)
               DELIMITED BY SIZE INTO GL-POSTING-RECORD
           STRING CA-FACTORY(MATCH-IDX) " " TODAY-STAMP
               DELIMITED BY SIZE INTO GL-POSTING-RECORD(57:20)
           MOVE BILLED-COMPANY TO GL-POSTING-RECORD(77:4)
           WRITE GL-POSTING-RECORD
           COMPUTE CHARGE-EDIT = 0 - FINE-AMT
           MOVE SPACES TO GL-POSTING-RECORD
           STRING "DTL" FINE-PAY-ACCT CHARGE-EDIT
               " FINE PAYABLE CASE " CASE-EDIT
               DELIMITED BY SIZE INTO GL-POSTING-RECORD
           STRING CA-FACTORY(MATCH-IDX) " " TODAY-STAMP
               DELIMITED BY SIZE INTO GL-POSTING-RECORD(57:20)
           MOVE BILLED-COMPANY TO GL-POSTING-RECORD(77:4)
           WRITE GL-POSTING-RECORD
           ADD 2 TO POST-LINES
           .

      *-----------------------------------------------------------*
      * Corrective action ordered on a noticed case, due in the   *
      * days given; the factory's next inspection is brought      *
      * forward to the deadline.                                  *
      *-----------------------------------------------------------*
       APPLY-ORDER.
           PERFORM FIND-CASE
           IF MATCH-IDX = 0
               EXIT PARAGRAPH
           END-IF
           IF CA-STATUS(MATCH-IDX) NOT = "N"
               MOVE "CASE HAS NO NOTICE OUTSTANDING"
                   TO REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE CORRECT-DAYS TO ORDER-DAYS
           IF TT-ARG2 NOT = SPACES
               IF FUNCTION TRIM(TT-ARG2) IS NOT NUMERIC
                   MOVE "DAYS NOT A WHOLE NUMBER" TO REJECT-REASON
                   EXIT PARAGRAPH
               END-IF
               COMPUTE ORDER-DAYS = FUNCTION NUMVAL(TT-ARG2)
           END-IF
           IF ORDER-DAYS = 0
               MOVE "DAYS MISSING" TO REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           COMPUTE WORK-INT = TODAY-INT + ORDER-DAYS
           COMPUTE CA-DUE-DATE(MATCH-IDX) =
               FUNCTION DATE-OF-INTEGER(WORK-INT)
           MOVE "C" TO CA-STATUS(MATCH-IDX)
           MOVE CA-CASE-NO(MATCH-IDX) TO CASE-EDIT
           MOVE SPACES TO CASE-RPT-RECORD
           STRING "CASE " CASE-EDIT " " CA-FACTORY(MATCH-IDX)
               " CORRECTIVE ACTION DUE " CA-DUE-DATE(MATCH-IDX)
               DELIMITED BY SIZE INTO CASE-RPT-RECORD
           WRITE CASE-RPT-RECORD
           MOVE CA-FACTORY(MATCH-IDX) TO FIND-NAME
           MOVE CA-DUE-DATE(MATCH-IDX) TO SCHEDULE-DATE
           MOVE "CORRECTIVE" TO SCHEDULE-REASON
           PERFORM BRING-INSPECTION-FORWARD
           .

      *-----------------------------------------------------------*
      * An inspection resets the factory's routine schedule. A    *
      * pass closes its case under corrective action; a fail      *
      * escalates its open case and books a follow-up, and a      *
      * corrective deadline still ahead keeps its inspection.     *
      *-----------------------------------------------------------*
       APPLY-INSPECTION.
           MOVE TT-ARG1 TO FIND-NAME
           PERFORM FIND-INSPECTION
           IF INSP-MATCH = 0
               MOVE "FACTORY NOT ON THE INSPECTION SCHEDULE"
                   TO REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF TT-ARG2 NOT = "PASS" AND TT-ARG2 NOT = "FAIL"
               MOVE "RESULT MUST BE PASS OR FAIL" TO REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE TODAY-STAMP TO IS-LAST-DATE(INSP-MATCH)
           MOVE TT-ARG2 TO IS-LAST-RESULT(INSP-MATCH)
           COMPUTE WORK-INT = TODAY-INT + IS-INTERVAL(INSP-MATCH)
           COMPUTE IS-NEXT-DATE(INSP-MATCH) =
               FUNCTION DATE-OF-INTEGER(WORK-INT)
           MOVE "ROUTINE" TO IS-REASON(INSP-MATCH)
           MOVE SPACES TO CASE-RPT-RECORD
           STRING "INSPECTION " FIND-NAME " " TT-ARG2
               DELIMITED BY SIZE INTO CASE-RPT-RECORD
           WRITE CASE-RPT-RECORD
           PERFORM FIND-OPEN-CASE
           IF MATCH-IDX = 0
               EXIT PARAGRAPH
           END-IF
           IF TT-ARG2 = "PASS"
               IF CA-STATUS(MATCH-IDX) = "C"
                   MOVE "X" TO CA-STATUS(MATCH-IDX)
                   MOVE TODAY-STAMP TO CA-CLOSED(MATCH-IDX)
                   MOVE "INSPECTED" TO CA-CLOSE-REF(MATCH-IDX)
                   MOVE CA-CASE-NO(MATCH-IDX) TO CASE-EDIT
                   MOVE SPACES TO CASE-RPT-RECORD
                   STRING "CASE " CASE-EDIT " "
                       CA-FACTORY(MATCH-IDX)
                       " CLOSED ON PASSED INSPECTION"
                       DELIMITED BY SIZE INTO CASE-RPT-RECORD
                   WRITE CASE-RPT-RECORD
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM ESCALATE-CASE
           IF CA-STATUS(MATCH-IDX) = "C"
                   AND CA-DUE-DATE(MATCH-IDX) > TODAY-STAMP
               MOVE CA-DUE-DATE(MATCH-IDX) TO SCHEDULE-DATE
               MOVE "CORRECTIVE" TO SCHEDULE-REASON
               PERFORM BRING-INSPECTION-FORWARD
           END-IF
           COMPUTE WORK-INT = TODAY-INT + FOLLOWUP-DAYS
           COMPUTE SCHEDULE-DATE = FUNCTION DATE-OF-INTEGER(WORK-INT)
           MOVE "FOLLOWUP" TO SCHEDULE-REASON
           PERFORM BRING-INSPECTION-FORWARD
           .

       APPLY-CLOSE.
           PERFORM FIND-CASE
           IF MATCH-IDX = 0
               EXIT PARAGRAPH
           END-IF
           IF CA-STATUS(MATCH-IDX) = "X"
               MOVE "CASE ALREADY CLOSED" TO REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE "X" TO CA-STATUS(MATCH-IDX)
           MOVE TODAY-STAMP TO CA-CLOSED(MATCH-IDX)
           MOVE TT-ARG2 TO CA-CLOSE-REF(MATCH-IDX)
           MOVE CA-CASE-NO(MATCH-IDX) TO CASE-EDIT
           MOVE SPACES TO CASE-RPT-RECORD
           STRING "CASE " CASE-EDIT " " CA-FACTORY(MATCH-IDX)
               " CLOSED " TT-ARG2
               DELIMITED BY SIZE INTO CASE-RPT-RECORD
           WRITE CASE-RPT-RECORD
           .

       SAVE-CASES.
           OPEN OUTPUT CASE-FILE
           PERFORM VARYING CASE-IDX FROM 1 BY 1
                   UNTIL CASE-IDX > CASE-COUNT
               MOVE CA-CASE-NO(CASE-IDX) TO CS-CASE-NO
               MOVE CA-FACTORY(CASE-IDX) TO CS-FACTORY
               MOVE CA-TYPE(CASE-IDX) TO CS-TYPE
               MOVE CA-STATUS(CASE-IDX) TO CS-STATUS
               MOVE CA-SEVERITY(CASE-IDX) TO CS-SEVERITY
               MOVE CA-VIOLATIONS(CASE-IDX) TO CS-VIOLATIONS
               MOVE CA-OPENED(CASE-IDX) TO CS-OPENED
               MOVE CA-LAST-VIOL(CASE-IDX) TO CS-LAST-VIOL
               MOVE CA-NOTICE-DATE(CASE-IDX) TO CS-NOTICE-DATE
               MOVE CA-FINE(CASE-IDX) TO CS-FINE
               MOVE CA-DUE-DATE(CASE-IDX) TO CS-DUE-DATE
               MOVE CA-CLOSED(CASE-IDX) TO CS-CLOSED
               MOVE CA-CLOSE-REF(CASE-IDX) TO CS-CLOSE-REF
               WRITE CASE-RECORD
           END-PERFORM
           CLOSE CASE-FILE
           .

       SAVE-INSPECTIONS.
           OPEN OUTPUT INSPECTION-FILE
           PERFORM VARYING INSP-IDX FROM 1 BY 1
                   UNTIL INSP-IDX > INSPECTION-COUNT
               MOVE IS-FACTORY(INSP-IDX) TO IN-FACTORY
               MOVE IS-INTERVAL(INSP-IDX) TO IN-INTERVAL
               MOVE IS-LAST-DATE(INSP-IDX) TO IN-LAST-DATE
               MOVE IS-LAST-RESULT(INSP-IDX) TO IN-LAST-RESULT
               MOVE IS-NEXT-DATE(INSP-IDX) TO IN-NEXT-DATE
               MOVE IS-REASON(INSP-IDX) TO IN-REASON
               WRITE INSPECTION-RECORD
           END-PERFORM
           CLOSE INSPECTION-FILE
           .

       SET-SEVERITY-TEXT.
           EVALUATE CA-SEVERITY(MATCH-IDX)
               WHEN 3
                   MOVE "SEVERE" TO SEVERITY-TEXT
               WHEN 2
                   MOVE "MAJOR" TO SEVERITY-TEXT
               WHEN OTHER
                   MOVE "MINOR" TO SEVERITY-TEXT
           END-EVALUATE
           .

       SET-STATUS-TEXT.
           EVALUATE CA-STATUS(MATCH-IDX)
               WHEN "O"
                   MOVE "OPEN" TO STATUS-TEXT
               WHEN "N"
                   MOVE "NOTICED" TO STATUS-TEXT
               WHEN "C"
                   MOVE "CORRECTING" TO STATUS-TEXT
               WHEN OTHER
                   MOVE "CLOSED" TO STATUS-TEXT
           END-EVALUATE
           .

      *-----------------------------------------------------------*
      * Every case not yet closed, oldest first.                  *
      *-----------------------------------------------------------*
       PRINT-OPEN-CASES.
           MOVE SPACES TO CASE-RPT-RECORD
           WRITE CASE-RPT-RECORD
           MOVE "OPEN CASES" TO CASE-RPT-RECORD
           WRITE CASE-RPT-RECORD
           MOVE SPACES TO CASE-RPT-RECORD
           STRING "CASE  FACTORY    VIOLATION  STATUS     SEVERITY"
               " VIOL OPENED   NOTICED        FINE DUE"
               DELIMITED BY SIZE INTO CASE-RPT-RECORD
           WRITE CASE-RPT-RECORD
           PERFORM VARYING MATCH-IDX FROM 1 BY 1
                   UNTIL MATCH-IDX > CASE-COUNT
               IF CA-STATUS(MATCH-IDX) NOT = "X"
                   ADD 1 TO OPEN-COUNT
                   PERFORM SET-SEVERITY-TEXT
                   PERFORM SET-STATUS-TEXT
                   MOVE CA-CASE-NO(MATCH-IDX) TO CASE-EDIT
                   MOVE CA-VIOLATIONS(MATCH-IDX) TO COUNT-EDIT
                   MOVE CA-FINE(MATCH-IDX) TO AMT-EDIT
                   MOVE SPACES TO NOTICE-TEXT
                   IF CA-NOTICE-DATE(MATCH-IDX) > 0
                       MOVE CA-NOTICE-DATE(MATCH-IDX) TO NOTICE-TEXT
                   END-IF
                   MOVE SPACES TO DUE-TEXT
                   IF CA-DUE-DATE(MATCH-IDX) > 0
                       MOVE CA-DUE-DATE(MATCH-IDX) TO DUE-TEXT
                   END-IF
                   MOVE SPACES TO CASE-RPT-RECORD
                   STRING CASE-EDIT " " CA-FACTORY(MATCH-IDX) " "
                       CA-TYPE(MATCH-IDX) " " STATUS-TEXT " "
                       SEVERITY-TEXT "   " COUNT-EDIT "  "
                       CA-OPENED(MATCH-IDX) " "
                       NOTICE-TEXT " " AMT-EDIT " " DUE-TEXT
                       DELIMITED BY SIZE INTO CASE-RPT-RECORD
                   WRITE CASE-RPT-RECORD
               END-IF
           END-PERFORM
           IF OPEN-COUNT = 0
               MOVE "  NONE" TO CASE-RPT-RECORD
               WRITE CASE-RPT-RECORD
           END-IF
           .

      *-----------------------------------------------------------*
      * Cases whose corrective-action deadline has passed with    *
      * no passed inspection or close, and by how many days.      *
      *-----------------------------------------------------------*
       PRINT-OVERDUE-ACTIONS.
           MOVE SPACES TO CASE-RPT-RECORD
           WRITE CASE-RPT-RECORD
           MOVE "OVERDUE CORRECTIVE ACTIONS" TO CASE-RPT-RECORD
           WRITE CASE-RPT-RECORD
           PERFORM VARYING MATCH-IDX FROM 1 BY 1
                   UNTIL MATCH-IDX > CASE-COUNT
               IF CA-STATUS(MATCH-IDX) = "C"
                       AND CA-DUE-DATE(MATCH-IDX) < TODAY-STAMP
                   ADD 1 TO OVERDUE-COUNT
                   PERFORM SET-SEVERITY-TEXT
                   COMPUTE DAYS-OVER = TODAY-INT -
                       FUNCTION INTEGER-OF-DATE(CA-DUE-DATE(MATCH-IDX))
                   MOVE DAYS-OVER TO DAYS-EDIT
                   MOVE CA-CASE-NO(MATCH-IDX) TO CASE-EDIT
                   MOVE SPACES TO CASE-RPT-RECORD
                   STRING CASE-EDIT " " CA-FACTORY(MATCH-IDX) " "
                       SEVERITY-TEXT " DUE " CA-DUE-DATE(MATCH-IDX)
                       DAYS-EDIT " DAYS OVERDUE"
                       DELIMITED BY SIZE INTO CASE-RPT-RECORD
                   WRITE CASE-RPT-RECORD
               END-IF
           END-PERFORM
           IF OVERDUE-COUNT = 0
               MOVE "  NONE" TO CASE-RPT-RECORD
               WRITE CASE-RPT-RECORD
           END-IF
           .

      *-----------------------------------------------------------*
      * Inspections overdue or falling due in the week ahead.     *
      *-----------------------------------------------------------*
       PRINT-INSPECTIONS-DUE.
           MOVE SPACES TO CASE-RPT-RECORD
           WRITE CASE-RPT-RECORD
           MOVE SPACES TO CASE-RPT-RECORD
           STRING "INSPECTIONS DUE BY " WEEK-END-DATE
               DELIMITED BY SIZE INTO CASE-RPT-RECORD
           WRITE CASE-RPT-RECORD
           PERFORM VARYING INSP-IDX FROM 1 BY 1
                   UNTIL INSP-IDX > INSPECTION-COUNT
               IF IS-NEXT-DATE(INSP-IDX) NOT > WEEK-END-DATE
                   ADD 1 TO DUE-INSP-COUNT
                   MOVE SPACES TO LAST-TEXT
                   IF IS-LAST-DATE(INSP-IDX) > 0
                       MOVE IS-LAST-DATE(INSP-IDX) TO LAST-TEXT
                   END-IF
                   MOVE SPACES TO CASE-RPT-RECORD
                   STRING IS-FACTORY(INSP-IDX) " "
                       IS-NEXT-DATE(INSP-IDX) " "
                       IS-REASON(INSP-IDX) " LAST "
                       LAST-TEXT " "
                       IS-LAST-RESULT(INSP-IDX)
                       DELIMITED BY SIZE INTO CASE-RPT-RECORD
                   IF IS-NEXT-DATE(INSP-IDX) < TODAY-STAMP
                       MOVE "OVERDUE" TO CASE-RPT-RECORD(61:7)
                   END-IF
                   WRITE CASE-RPT-RECORD
               END-IF
           END-PERFORM
           IF DUE-INSP-COUNT = 0
               MOVE "  NONE" TO CASE-RPT-RECORD
               WRITE CASE-RPT-RECORD
           END-IF
           .
