      *               back like sign-on does when no OPERAUTH
      *               module is present, instead of abending at
      *               the close prompt.
      *   2026-10-15  CAZZY - APLEDGER's GLQAP queue also blocks
      *               the month-end close until swept.
      *   2026-10-15  CAZZY - so does FIXASSET's GLQFA queue.
      *   2026-10-15  CAZZY - auto-reversing accruals: a journal
      *               flagged at entry is recorded on LEDGRREV
      *               when it posts, and once MONTH-END-CLOSE has
      *               opened the new period the mirror-image
      *               journal posts under the same journal number,
      *               dated the first of that period. Reversals
      *               that fail period or account validation stay
      *               queued; LEDGRRVR lists both outcomes.
      *   2026-10-15  CAZZY - company code on every journal line
      *               and TXN-RECORD, validated against the
      *               LEDGRCOM company master. Keyed journals take
      *               one company; interface lines carry theirs in
      *               columns 77-80 of the DTL record; standing
      *               templates carry one after the frequency. A
      *               journal must net to zero within each
      *               company, LEDGRABL balances are kept per
      *               company and account, and the year-end close
      *               rolls each company into its own retained
      *               earnings.
      *   2026-10-15  CAZZY - so does ARLEDGER's GLQAR remittance
      *               queue.
      *   2026-10-15  CAZZY - so does ARBADDBT's GLQBD bad-debt
      *               queue.
      *   2026-10-15  CAZZY - every TXN-RECORD carries its source
      *               system and source reference: interface lines
      *               take both from columns 47-76 of the GLPOST
      *               DTL record (GLSWEEP stamps the system, the
      *               feed program the reference -- MRN and stay
      *               date, factory and reading date, city run
      *               steps), and keyed and generated journals
      *               carry LEDGER and the journal description.
      *               LEDGRDRL drills an account and period back
      *               to the feed records.
      *   2026-10-15  CAZZY - month-end overhead allocation: after
      *               the standing journals, each overhead cost
      *               center on LEDGRALR, in step-down order, has
      *               the period's expense (plus what earlier
      *               steps gave it) spread to the centers holding
      *               its LEDGRSTS statistic -- BEDD patient-days
      *               by unit from BILLPOST, or a keyed basis --
      *               and the lot posts as generated journal 9100.
      *               Interface lines take a cost center from DTL
      *               columns 81-84 where the feed gives one;
      *               LEDGRCCM names the patient unit a center
      *               serves.
      *   2026-10-15  CAZZY - LEDGRACT carries the parent group
      *               each account rolls up to; group accounts
      *               take no postings and route to suspense like
      *               an inactive code.
      *   2026-10-15  CAZZY - LEDGRACT and LEDGRABL are indexed
      *               files: each account code is validated by a
      *               keyed read instead of a scan of a 99-slot
      *               table, and the close folds every posting
      *               into LEDGRABL by account and company key
      *               (READ, then REWRITE or WRITE) instead of a
      *               200-slot table saved whole. The year-end
      *               close now runs after the fold and reads the
      *               folded balances, posting in more than one
      *               journal when the chart outgrows one; its
      *               closing lines fold in behind it. Proof
      *               projections start from LEDGRABL and seed
      *               only the accounts proofed. Session totals
      *               hold 500 accounts and say so when full.
      *   2026-10-15  CAZZY - pending-journal approval needs a
      *               supervisor with a current certification
      *               (OPERAUTH role *); a lapsed one is turned
      *               away like an unknown ID.
      *   2026-10-15  CAZZY - interface pick-up logs what it found
      *               on GLPOST and what reached LEDGERTX to the
      *               CTLTOT control log
      *   2026-10-15  CAZZY - sign-on and the supervisor of a
      *               pending-journal review key their PIN
      *               (OPERSIGN); an ID alone no longer approves.
      *   2026-10-15  CAZZY - a GLPOST line over 99,999.99 posts
      *               as several journal lines on the same
      *               account, center and company (counted once
      *               for CTLTOT) instead of being truncated; the
      *               interface journal holds 999 lines and a file
      *               needing more is rejected and left in place.
      *   2026-10-15  CAZZY - a LEDGRREV queue over the 400-line
      *               reversal table, or reversals to keep that
      *               overflow it, writes a FAILED line to
      *               LEDGRRVR, sets RC 8 and leaves LEDGRREV as
      *               it was; the lines past 400 used to be
      *               dropped when the queue was rewritten.
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
           SELECT ACCT-MASTER-FILE ASSIGN TO "LEDGRACT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-CODE
               FILE STATUS IS ACCT-FILE-STATUS.
           SELECT EXCEPTION-RPT-FILE ASSIGN TO "LEDGREXC"
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT CITY-QUEUE-FILE ASSIGN TO "UFPOST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IFQ-FILE-STATUS.
           SELECT AP-QUEUE-FILE ASSIGN TO "GLQAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IFQ-FILE-STATUS.
           SELECT FA-QUEUE-FILE ASSIGN TO "GLQFA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IFQ-FILE-STATUS.
           SELECT AR-QUEUE-FILE ASSIGN TO "GLQAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IFQ-FILE-STATUS.
           SELECT BD-QUEUE-FILE ASSIGN TO "GLQBD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IFQ-FILE-STATUS.
           SELECT ACCT-BAL-FILE ASSIGN TO "LEDGRABL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ABL-KEY
               FILE STATUS IS ABAL-FILE-STATUS.
           SELECT COST-CTR-FILE ASSIGN TO "LEDGRCCM"
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT PROOF-RPT-FILE ASSIGN TO "LEDGRPRF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRF-FILE-STATUS.
           SELECT COMPANY-FILE ASSIGN TO "LEDGRCOM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COM-FILE-STATUS.
           SELECT ACCRUAL-REV-FILE ASSIGN TO "LEDGRREV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REV-FILE-STATUS.
           SELECT REVERSAL-RPT-FILE ASSIGN TO "LEDGRRVR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RVR-FILE-STATUS.
           SELECT ALLOC-RULE-FILE ASSIGN TO "LEDGRALR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALR-FILE-STATUS.
           SELECT STATISTICS-FILE ASSIGN TO "LEDGRSTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LEDGER-TXN-FILE.
           05 TXN-OPERATOR     PIC X(8).
           05 TXN-TIME         PIC 9(6).
           05 TXN-COST-CTR     PIC X(4).
           05 TXN-COMPANY      PIC X(4).
           05 TXN-SOURCE       PIC X(10).
           05 TXN-SRC-REF      PIC X(20).

       FD  OPENING-BAL-FILE.
       01  BAL-RECORD          PIC X(20).
           05 AM-DESC          PIC X(20).
           05 AM-TYPE          PIC X.
           05 AM-ACTIVE        PIC X.
           05 AM-PARENT        PIC X(4).
           05 AM-GROUP         PIC X.

       FD  EXCEPTION-RPT-FILE.
       01  EXC-RECORD          PIC X(80).
       01  AUDIT-RECORD        PIC X(80).

       FD  GL-INTERFACE-FILE.
       01  GL-INTERFACE-RECORD PIC X(84).

      *    One balance per account and company, keyed account
      *    first; the CTL record (key CTL) carries the period the
      *    balances are folded through.
       FD  ACCT-BAL-FILE.
       01  ACCT-BAL-RECORD.
           05 ABL-KEY.
              10 ABL-ACCT      PIC X(4).
              10 ABL-COMPANY   PIC X(4).
           05 ABL-BAL          PIC S9(7)V99.
           05 FILLER           PIC X(3).
       01  ACCT-BAL-CTL-RECORD.
           05 ABL-CTL-KEY      PIC X(8).
           05 ABL-ASOF-PERIOD  PIC 9(6).
           05 FILLER           PIC X(6).

       FD  COST-CTR-FILE.
       01  COST-CTR-RECORD.
           05 CC-CODE          PIC X(4).
           05 CC-DESC          PIC X(20).
           05 CC-ACTIVE        PIC X.
           05 CC-UNIT          PIC X(4).

       FD  ECO-QUEUE-FILE.
       01  ECO-QUEUE-RECORD    PIC X(80).

       FD  BILL-QUEUE-FILE.
       01  BILL-QUEUE-RECORD   PIC X(84).

       FD  CITY-QUEUE-FILE.
       01  CITY-QUEUE-RECORD   PIC X(80).

       FD  AP-QUEUE-FILE.
       01  AP-QUEUE-RECORD     PIC X(80).

       FD  FA-QUEUE-FILE.
       01  FA-QUEUE-RECORD     PIC X(80).

       FD  AR-QUEUE-FILE.
       01  AR-QUEUE-RECORD     PIC X(80).

       FD  BD-QUEUE-FILE.
       01  BD-QUEUE-RECORD     PIC X(80).

       FD  APPROVAL-PARM-FILE.
       01  APPROVAL-PARM-RECORD PIC X(20).

       FD  PROOF-RPT-FILE.
       01  PROOF-RECORD        PIC X(80).

       FD  COMPANY-FILE.
       01  COMPANY-RECORD.
           05 CM-CODE          PIC X(4).
           05 CM-NAME          PIC X(20).
           05 CM-ACTIVE        PIC X.

       FD  ACCRUAL-REV-FILE.
       01  ACCRUAL-REV-RECORD  PIC X(60).

       FD  REVERSAL-RPT-FILE.
       01  REVERSAL-RPT-RECORD PIC X(80).

       FD  STANDING-JRNL-FILE.
       01  STANDING-JRNL-RECORD.
           05 SJ-ACCT          PIC X(4).
           05 SJ-AMT-TEXT      PIC X(10).
           05 SJ-DESC          PIC X(20).
           05 SJ-FREQ          PIC X.
           05 SJ-COMPANY       PIC X(4).

       FD  ALLOC-RULE-FILE.
       01  ALLOC-RULE-RECORD.
           05 AL-FROM-CTR      PIC X(4).
           05 AL-BASIS         PIC X(4).
           05 AL-ACCT          PIC X(4).
           05 AL-COMPANY       PIC X(4).

       FD  STATISTICS-FILE.
       01  STATISTICS-RECORD.
           05 ST-PERIOD        PIC 9(6).
           05 ST-BASIS         PIC X(4).
           05 ST-COST-CTR      PIC X(4).
           05 ST-COMPANY       PIC X(4).
           05 ST-QTY           PIC 9(7).
           05 ST-SOURCE        PIC X(10).

       WORKING-STORAGE SECTION.
       01 TOTAL        PIC S9(7)V99 VALUE 0.
       01 CLOSE-ANSWER     PIC X.

       01 ACCT-TOTALS.
           05 ACCT-ENTRY OCCURS 500 TIMES.
              10 ACCT-ENTRY-CODE   PIC X(4).
              10 ACCT-ENTRY-TOTAL  PIC S9(7)V99 VALUE 0.
       01 ACCT-COUNT       PIC 9(3) VALUE 0.
       01 ACCT-IDX         PIC 9(3).
       01 ACCT-FOUND       PIC X VALUE "N".

       01 JRNL-ENTRY       PIC X(10).
       01 JRNL-LINE-COUNT  PIC 9(3) VALUE 0.
       01 JRNL-IDX         PIC 9(3).
       01 MAX-JRNL-LINES   PIC 9(3) VALUE 99.
       01 GLI-MAX-LINES    PIC 9(3) VALUE 999.
       01 JRNL-LINES.
           05 JRNL-LINE OCCURS 999 TIMES.
              10 JL-ACCT-CODE   PIC X(4).
              10 JL-ORIG-CODE   PIC X(4).
              10 JL-AMT         PIC S9(5)V99.
              10 JL-COST-CTR    PIC X(4).
              10 JL-COMPANY     PIC X(4).
              10 JL-SOURCE      PIC X(10).
              10 JL-SRC-REF     PIC X(20).
              10 JL-CONTINUED   PIC X.

       01 ACCT-FILE-STATUS PIC X(2).
       01 EXC-FILE-STATUS  PIC X(2).
       01 SUSPENSE-ACCT    PIC X(4) VALUE "9999".
      *    LEDGRACT is read by account code as each line is
      *    validated; AM-AVAILABLE is N when no master is on hand.
       01 AM-AVAILABLE     PIC X VALUE "N".
       01 AM-FOUND         PIC X.
       01 ACCT-LOOKUP     PIC X.

       01 PER-FILE-STATUS  PIC X(2).
       01 PRF-FILE-STATUS  PIC X(2).
       01 PROOF-MODE       PIC X VALUE "N".
       01 PROOF-ANSWER     PIC X.
       01 PROOF-AMT-EDIT   PIC -9(7).99.
       01 PROOF-BAL-EDIT   PIC -9(7).99.
       01 PROOF-DESC       PIC X(20).
       01 PRF-IDX          PIC 9(3).
       01 PROOF-BALS.
           05 PRF-ENTRY OCCURS 500 TIMES.
              10 PRF-CODE      PIC X(4).
              10 PRF-BAL       PIC S9(7)V99.
       01 PRF-COUNT        PIC 9(3) VALUE 0.

       01 APP-FILE-STATUS  PIC X(2).
       01 PND-FILE-STATUS  PIC X(2).
       01 PEND-ORIG-OPER   PIC X(8).
       01 PEND-ORIG-DATE   PIC X(8).

       01 REV-FILE-STATUS  PIC X(2).
       01 RVR-FILE-STATUS  PIC X(2).
       01 JRNL-REVERSE     PIC X VALUE "N".
       01 REV-ANSWER       PIC X.
       01 POSTING-DATE     PIC 9(8) VALUE 0.
       01 REV-LINES.
           05 REV-LINE OCCURS 400 TIMES PIC X(60).
       01 REV-COUNT        PIC 9(3) VALUE 0.
       01 REV-IDX          PIC 9(3).
       01 REV-HDR-IDX      PIC 9(3).
       01 REV-ORIG-PERIOD  PIC 9(6).
       01 REV-ORIG-DESC    PIC X(20).
       01 REV-FAIL-REASON  PIC X(30).
       01 REV-POSTED       PIC 9(3) VALUE 0.
       01 REV-FAILED       PIC 9(3) VALUE 0.
       01 REV-TABLE-FULL   PIC X VALUE "N".

       01 CCM-FILE-STATUS  PIC X(2).
       01 COST-CTR         PIC X(4).
       01 COST-CTR-ENTRY   PIC X(4).
       01 CCM-COUNT        PIC 99 VALUE 0.
       01 CCM-IDX          PIC 99.

       01 COM-FILE-STATUS  PIC X(2).
       01 COMPANY-CODE     PIC X(4).
       01 COMPANY-ENTRY    PIC X(4).
       01 JRNL-COMPANY     PIC X(4).
       01 DEFAULT-COMPANY  PIC X(4) VALUE "CORP".
       01 CO-LOOKUP        PIC X.
       01 COMPANY-MASTER.
           05 COM-ENTRY OCCURS 20 TIMES.
              10 COM-ENTRY-CODE   PIC X(4).
              10 COM-ENTRY-NAME   PIC X(20).
              10 COM-ENTRY-ACTIVE PIC X.
       01 COM-COUNT        PIC 99 VALUE 0.
       01 COM-IDX          PIC 99.
       01 JRNL-BAD-COMPANY PIC 9(3) VALUE 0.
       01 JRNL-ACCEPTED    PIC X VALUE "N".
       01 CO-NETS.
           05 CO-NET-ENTRY OCCURS 20 TIMES.
              10 CO-NET-CODE   PIC X(4).
              10 CO-NET-AMT    PIC S9(7)V99.
       01 CO-NET-COUNT     PIC 99 VALUE 0.
       01 CO-NET-IDX       PIC 99.
       01 CO-NET-EDIT      PIC -9(7).99.

       01 AUTH-ROLE        PIC X.
       01 AUTH-RESULT      PIC X.
       01 SIGN-RESULT      PIC X.

       01 ABAL-FILE-STATUS PIC X(2).
       01 ABAL-ASOF-PERIOD PIC 9(6) VALUE 0.
       01 ABAL-CTL-KEY     PIC X(8) VALUE "CTL".
       01 ABAL-FOLDED      PIC 9(6) VALUE 0.
       01 ABAL-TXN-PERIOD  PIC 9(6).

       01 YE-JRNL-NO       PIC 9(4) VALUE 9800.
       01 RETAINED-ACCT    PIC X(4) VALUE "3900".
       01 YE-FIRST-SEQ     PIC 9(6) VALUE 0.
       01 YE-JOURNALS      PIC 99 VALUE 0.
       01 YE-NET           PIC S9(7)V99 VALUE 0.

       01 GLI-FILE-STATUS  PIC X(2).
       01 IFQ-FILE-STATUS  PIC X(2).
       01 GLI-TRL-TOTAL    PIC 9(7)V99 VALUE 0.
       01 GLI-TRL-SEEN     PIC X VALUE "N".
       01 GLI-AMT          PIC S9(7)V99.
       01 GLI-LINE-LEFT    PIC S9(7)V99.
       01 GLI-PIECE        PIC X.
       01 GLI-OVERFLOW     PIC X VALUE "N".
       01 INTERFACE-PASS   PIC X VALUE "N".
       01 GLI-BATCH        PIC 9(8) VALUE 0.
       01 GLI-POST-COUNT   PIC 9(6) VALUE 0.
       01 GLI-POST-HASH    PIC 9(9)V99 VALUE 0.
       01 CONTROL-TOTAL-ENTRY.
           COPY CTLTOT.
       01 POSTING-SOURCE   PIC X(10).
       01 POSTING-SRC-REF  PIC X(20).
       01 KEYED-SOURCE     PIC X(10) VALUE "LEDGER".

       01 ALR-FILE-STATUS  PIC X(2).
       01 STS-FILE-STATUS  PIC X(2).
       01 ALC-JRNL-NO      PIC 9(4) VALUE 9100.
       01 ALLOC-STEPS.
           05 ALC-STEP OCCURS 20 TIMES.
              10 AS-FROM-CTR   PIC X(4).
              10 AS-BASIS      PIC X(4).
              10 AS-ACCT       PIC X(4).
              10 AS-COMPANY    PIC X(4).
              10 AS-POOL       PIC S9(9)V99.
       01 AS-COUNT         PIC 99 VALUE 0.
       01 AS-IDX           PIC 99.
       01 AS-IDX2          PIC 99.
       01 ALLOC-STATS.
           05 AST-ENTRY OCCURS 100 TIMES.
              10 AST-BASIS     PIC X(4).
              10 AST-COST-CTR  PIC X(4).
              10 AST-COMPANY   PIC X(4).
              10 AST-QTY       PIC 9(9).
       01 AST-COUNT        PIC 9(3) VALUE 0.
       01 AST-IDX          PIC 9(3).
       01 ALC-BASE-QTY     PIC 9(9).
       01 ALC-LEFT-QTY     PIC 9(9).
       01 ALC-LEFT-AMT     PIC S9(9)V99.
       01 ALC-SHARE        PIC S9(9)V99.
       01 ALC-LINE-AMT     PIC S9(9)V99.
       01 ALC-LINE-CTR     PIC X(4).
       01 ALC-LINE-MAX     PIC S9(5)V99 VALUE 99999.99.
       01 ALC-RECEIVER     PIC X.
       01 ALC-OVERFLOW     PIC X VALUE "N".
       01 ALC-ACCT-TYPE    PIC X.
       01 ALC-EDIT         PIC -(8)9.99.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           END-IF
           PERFORM LOAD-PERIOD-CONTROL
           PERFORM CHECK-POSTING-PERIOD
           PERFORM OPEN-ACCOUNT-MASTER
           PERFORM LOAD-COST-CENTER-MASTER
           PERFORM LOAD-COMPANY-MASTER
           PERFORM LOAD-APPROVAL-LIMIT
           PERFORM OPEN-TXN-FILE
           PERFORM FIND-LAST-SEQ
              COMPUTE JRNL-NO = FUNCTION NUMVAL(JRNL-ENTRY)
              DISPLAY "Journal description: "
              ACCEPT JRNL-DESC
              DISPLAY "Auto-reverse at next period open? (Y/N): "
              ACCEPT REV-ANSWER
              IF FUNCTION UPPER-CASE(REV-ANSWER) = "Y"
                  MOVE "Y" TO JRNL-REVERSE
              ELSE
                  MOVE "N" TO JRNL-REVERSE
              END-IF
              DISPLAY "Company code (spaces for "
                  DEFAULT-COMPANY "): "
              ACCEPT COMPANY-ENTRY
              IF COMPANY-ENTRY = SPACES
                  MOVE DEFAULT-COMPANY TO JRNL-COMPANY
              ELSE
                  MOVE COMPANY-ENTRY TO JRNL-COMPANY
              END-IF
              MOVE JRNL-COMPANY TO COMPANY-CODE
              PERFORM VALIDATE-COMPANY-CODE
              IF CO-LOOKUP NOT = "V"
                  DISPLAY "Company " JRNL-COMPANY " not active on "
                      "LEDGRCOM -- this journal will be rejected"
              END-IF
              PERFORM ENTER-JOURNAL-LINES
              PERFORM VALIDATE-JOURNAL-BATCH
           END-PERFORM
                   PERFORM REVIEW-PENDING-JOURNALS
               END-IF
           END-IF
           MOVE "N" TO JRNL-REVERSE
           DISPLAY "Ledger total: " TOTAL
           PERFORM DISPLAY-ACCOUNT-TOTALS
           CLOSE LEDGER-TXN-FILE
               DISPLAY "Proof session complete -- edit register "
                   "on LEDGRPRF, nothing posted"
           END-IF
           IF AM-AVAILABLE = "Y"
               CLOSE ACCT-MASTER-FILE
           END-IF
           STOP RUN.

      *-----------------------------------------------------------*
                          TO JL-ACCT-CODE(JRNL-LINE-COUNT)
                  END-IF
                  MOVE COST-CTR TO JL-COST-CTR(JRNL-LINE-COUNT)
                  MOVE JRNL-COMPANY TO JL-COMPANY(JRNL-LINE-COUNT)
                  MOVE AMT TO JL-AMT(JRNL-LINE-COUNT)
                  ADD AMT TO JRNL-NET
              ELSE
      * its lines reach LEDGERTX or the account totals.            *
      *-----------------------------------------------------------*
       VALIDATE-JOURNAL-BATCH.
           MOVE "N" TO JRNL-ACCEPTED
           IF JRNL-LINE-COUNT = 0
               DISPLAY "Journal " JRNL-NO " has no lines -- skipped"
               EXIT PARAGRAPH
           END-IF
           IF JRNL-NET NOT = 0
               COMPUTE JRNL-NET-EDIT = JRNL-NET
               DISPLAY "Journal " JRNL-NO " REJECTED: "
                   "out of balance by " JRNL-NET-EDIT
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-JOURNAL-COMPANIES
           IF JRNL-BAD-COMPANY > 0
               DISPLAY "Journal " JRNL-NO " REJECTED: "
                   JRNL-BAD-COMPANY " lines carry a company code "
                   "not active on LEDGRCOM"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING CO-NET-IDX FROM 1 BY 1
                   UNTIL CO-NET-IDX > CO-NET-COUNT
               IF CO-NET-AMT(CO-NET-IDX) NOT = 0
                   COMPUTE CO-NET-EDIT = CO-NET-AMT(CO-NET-IDX)
                   DISPLAY "Journal " JRNL-NO " REJECTED: company "
                       CO-NET-CODE(CO-NET-IDX) " out of balance by "
                       CO-NET-EDIT
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           MOVE "Y" TO JRNL-ACCEPTED
           IF PROOF-MODE = "Y"
               PERFORM PROOF-JOURNAL-BATCH
           ELSE
               PERFORM CHECK-APPROVAL-THRESHOLD
               IF HOLD-NEEDED = "Y"
                   PERFORM HOLD-JOURNAL-FOR-APPROVAL
               ELSE
                   PERFORM POST-JOURNAL-BATCH
               END-IF
           END-IF
           .

      *-----------------------------------------------------------*
      * Every line's company code must be active on LEDGRCOM, and *
      * the lines must net to zero within each company as well as *
      * in total, so each entity's books balance on their own. A  *
      * blank code belongs to the default company.                *
      *-----------------------------------------------------------*
       CHECK-JOURNAL-COMPANIES.
           MOVE 0 TO JRNL-BAD-COMPANY
           MOVE 0 TO CO-NET-COUNT
           PERFORM VARYING JRNL-IDX FROM 1 BY 1
                   UNTIL JRNL-IDX > JRNL-LINE-COUNT
               IF JL-COMPANY(JRNL-IDX) = SPACES
                   MOVE DEFAULT-COMPANY TO JL-COMPANY(JRNL-IDX)
               END-IF
               MOVE JL-COMPANY(JRNL-IDX) TO COMPANY-CODE
               PERFORM VALIDATE-COMPANY-CODE
               IF CO-LOOKUP NOT = "V"
                   ADD 1 TO JRNL-BAD-COMPANY
               END-IF
               MOVE JL-AMT(JRNL-IDX) TO AMT
               PERFORM ADD-COMPANY-NET
           END-PERFORM
           .

       ADD-COMPANY-NET.
           PERFORM VARYING CO-NET-IDX FROM 1 BY 1
                   UNTIL CO-NET-IDX > CO-NET-COUNT
               IF CO-NET-CODE(CO-NET-IDX) = COMPANY-CODE
                   ADD AMT TO CO-NET-AMT(CO-NET-IDX)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF CO-NET-COUNT < 20
               ADD 1 TO CO-NET-COUNT
               MOVE COMPANY-CODE TO CO-NET-CODE(CO-NET-COUNT)
               MOVE AMT TO CO-NET-AMT(CO-NET-COUNT)
           END-IF
           .

      *-----------------------------------------------------------*
      * Company master from LEDGRCOM (code, name, active flag),   *
      * one line per entity keeping its own books on the shared   *
      * chart of accounts. No master on hand means company codes  *
      * are not validated, matching how LEDGRCCM is handled.      *
      *-----------------------------------------------------------*
       LOAD-COMPANY-MASTER.
           MOVE 0 TO COM-COUNT
           OPEN INPUT COMPANY-FILE
           IF COM-FILE-STATUS = "00"
               PERFORM UNTIL 1 = 2
                   READ COMPANY-FILE
                       AT END
                           EXIT PERFORM
                   END-READ
                   IF COM-COUNT < 20
                       ADD 1 TO COM-COUNT
                       MOVE CM-CODE TO COM-ENTRY-CODE(COM-COUNT)
                       MOVE CM-NAME TO COM-ENTRY-NAME(COM-COUNT)
                       MOVE CM-ACTIVE
                           TO COM-ENTRY-ACTIVE(COM-COUNT)
                   END-IF
               END-PERFORM
               CLOSE COMPANY-FILE
           END-IF
           IF COM-COUNT = 0
               DISPLAY "No company master (LEDGRCOM) -- company "
                   "codes will not be validated"
           END-IF
           .

      *-----------------------------------------------------------*
      * Look COMPANY-CODE up in the master: "V" = valid and       *
      * active, "U" = unknown, "I" = inactive. There is no        *
      * suspense company -- moving a line to another entity would *
      * unbalance both sets of books -- so the caller rejects.    *
      *-----------------------------------------------------------*
       VALIDATE-COMPANY-CODE.
           IF COM-COUNT = 0
               MOVE "V" TO CO-LOOKUP
               EXIT PARAGRAPH
           END-IF
           MOVE "U" TO CO-LOOKUP
           PERFORM VARYING COM-IDX FROM 1 BY 1
                   UNTIL COM-IDX > COM-COUNT
               IF COM-ENTRY-CODE(COM-IDX) = COMPANY-CODE
                   IF COM-ENTRY-ACTIVE(COM-IDX) = "Y"
                       MOVE "V" TO CO-LOOKUP
                   ELSE
                       MOVE "I" TO CO-LOOKUP
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

       POST-JOURNAL-BATCH.
               MOVE JL-ACCT-CODE(JRNL-IDX) TO ACCT-CODE
               MOVE JL-AMT(JRNL-IDX) TO AMT
               MOVE JL-COST-CTR(JRNL-IDX) TO COST-CTR
               MOVE JL-COMPANY(JRNL-IDX) TO COMPANY-CODE
               IF INTERFACE-PASS = "Y"
                   MOVE JL-SOURCE(JRNL-IDX) TO POSTING-SOURCE
                   MOVE JL-SRC-REF(JRNL-IDX) TO POSTING-SRC-REF
               ELSE
                   MOVE KEYED-SOURCE TO POSTING-SOURCE
                   MOVE JRNL-DESC TO POSTING-SRC-REF
               END-IF
               ADD AMT TO TOTAL
               PERFORM POST-ACCOUNT-TOTAL
               PERFORM WRITE-TXN-RECORD
           DISPLAY "Journal " JRNL-NO " ("
               FUNCTION TRIM(JRNL-DESC) ") posted: "
               JRNL-LINE-COUNT " lines"
           IF JRNL-REVERSE = "Y"
               PERFORM RECORD-ACCRUAL-REVERSAL
           END-IF
           .

      *-----------------------------------------------------------*
      * An auto-reversing journal is queued whole on LEDGRREV --  *
      * HDR with number, description, operator and the period it  *
      * posted in, one DTL per line as posted (account, amount,   *
      * cost center), and an END marker -- for the reversal that  *
      * MONTH-END-CLOSE posts once the next period is open.       *
      *-----------------------------------------------------------*
       RECORD-ACCRUAL-REVERSAL.
           OPEN EXTEND ACCRUAL-REV-FILE
           IF REV-FILE-STATUS NOT = "00"
               OPEN OUTPUT ACCRUAL-REV-FILE
           END-IF
           MOVE SPACES TO ACCRUAL-REV-RECORD
           STRING "HDR" JRNL-NO JRNL-DESC OPERATOR-ID TODAY-PERIOD
               DELIMITED BY SIZE INTO ACCRUAL-REV-RECORD
           WRITE ACCRUAL-REV-RECORD
           PERFORM VARYING JRNL-IDX FROM 1 BY 1
                   UNTIL JRNL-IDX > JRNL-LINE-COUNT
               COMPUTE PEND-AMT-EDIT = JL-AMT(JRNL-IDX)
               MOVE SPACES TO ACCRUAL-REV-RECORD
               STRING "DTL" JL-ACCT-CODE(JRNL-IDX) PEND-AMT-EDIT
                   JL-COST-CTR(JRNL-IDX) JL-COMPANY(JRNL-IDX)
                   DELIMITED BY SIZE INTO ACCRUAL-REV-RECORD
               WRITE ACCRUAL-REV-RECORD
           END-PERFORM
           MOVE "END" TO ACCRUAL-REV-RECORD
           WRITE ACCRUAL-REV-RECORD
           CLOSE ACCRUAL-REV-FILE
           DISPLAY "Journal " JRNL-NO " will reverse when the "
               "next period opens"
           MOVE SPACES TO AUDIT-RECORD
           STRING TODAY-DATE " OPERATOR=" OPERATOR-ID
               " JRNL=" JRNL-NO " QUEUED FOR AUTO-REVERSAL"
               DELIMITED BY SIZE INTO AUDIT-RECORD
           WRITE AUDIT-RECORD
           .

      *-----------------------------------------------------------*
      * Open the LEDGRACT chart-of-accounts master for keyed      *
      * reads by account code; it stays open for the session.     *
      * When no master is on hand (e.g. running the demo), or it  *
      * holds no accounts, validation is skipped and every code   *
      * is taken as keyed, matching the historical behavior.      *
      *-----------------------------------------------------------*
       OPEN-ACCOUNT-MASTER.
           MOVE "N" TO AM-AVAILABLE
           OPEN INPUT ACCT-MASTER-FILE
           IF ACCT-FILE-STATUS = "00"
               MOVE "Y" TO AM-AVAILABLE
               MOVE LOW-VALUES TO AM-CODE
               START ACCT-MASTER-FILE KEY NOT < AM-CODE
                   INVALID KEY
                       MOVE "N" TO AM-AVAILABLE
                       CLOSE ACCT-MASTER-FILE
               END-START
           END-IF
           IF AM-AVAILABLE = "N"
               DISPLAY "No account master (LEDGRACT) -- account "
                   "codes will not be validated"
           END-IF
           .

      *-----------------------------------------------------------*
      * Keyed read of LEDGRACT for the code in AM-CODE. AM-FOUND  *
      * is Y when the account is on the master, with its record   *
      * (description, type, active and group flags) in place.     *
      *-----------------------------------------------------------*
       READ-ACCOUNT-MASTER.
           MOVE "N" TO AM-FOUND
           IF AM-AVAILABLE = "N"
               EXIT PARAGRAPH
           END-IF
           READ ACCT-MASTER-FILE
               KEY IS AM-CODE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE "Y" TO AM-FOUND
           .

      *-----------------------------------------------------------*
      * Look ACCT-CODE up in the master. "V" = valid and active,  *
      * "U" = unknown, "I" = on the master but inactive, "G" = a  *
      * roll-up group account, which totals on the reports but    *
      * takes no postings. Anything but "V" is rerouted to the    *
      * suspense account.                                         *
      *-----------------------------------------------------------*
       VALIDATE-ACCOUNT-CODE.
           IF AM-AVAILABLE = "N"
               MOVE "V" TO ACCT-LOOKUP
           ELSE
               MOVE ACCT-CODE TO AM-CODE
               PERFORM READ-ACCOUNT-MASTER
               EVALUATE TRUE
                   WHEN AM-FOUND = "N"
                       MOVE "U" TO ACCT-LOOKUP
                   WHEN AM-GROUP = "G"
                       MOVE "G" TO ACCT-LOOKUP
                   WHEN AM-ACTIVE = "Y"
                       MOVE "V" TO ACCT-LOOKUP
                   WHEN OTHER
                       MOVE "I" TO ACCT-LOOKUP
               END-EVALUATE
           END-IF
           IF ACCT-LOOKUP = "G"
               DISPLAY "Account " ACCT-CODE " is a roll-up group -- "
                   "line will post to suspense " SUSPENSE-ACCT
           END-IF
           IF ACCT-LOOKUP = "U"
               DISPLAY "Account " ACCT-CODE " not on master -- "
      * and no file the live path writes is touched.              *
      *-----------------------------------------------------------*
       PROOF-JOURNAL-BATCH.
           OPEN EXTEND PROOF-RPT-FILE
           IF PRF-FILE-STATUS NOT = "00"
               OPEN OUTPUT PROOF-RPT-FILE

       PROOF-ONE-LINE.
           MOVE SPACES TO PROOF-DESC
           MOVE JL-ACCT-CODE(JRNL-IDX) TO AM-CODE
           PERFORM READ-ACCOUNT-MASTER
           IF AM-FOUND = "Y"
               MOVE AM-DESC TO PROOF-DESC
           END-IF
           PERFORM VARYING PRF-IDX FROM 1 BY 1
                   UNTIL PRF-IDX > PRF-COUNT
               IF PRF-CODE(PRF-IDX) = JL-ACCT-CODE(JRNL-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF PRF-IDX > PRF-COUNT AND PRF-COUNT < 500
               ADD 1 TO PRF-COUNT
               MOVE PRF-COUNT TO PRF-IDX
               MOVE JL-ACCT-CODE(JRNL-IDX) TO PRF-CODE(PRF-IDX)
               PERFORM SEED-PROOF-BALANCE
           END-IF
           IF PRF-IDX <= PRF-COUNT
               ADD JL-AMT(JRNL-IDX) TO PRF-BAL(PRF-IDX)
           .

      *-----------------------------------------------------------*
      * An account's projected total starts from its LEDGRABL     *
      * carry-forward (every company) plus the live activity no   *
      * close has folded yet; proofed amounts accumulate on top   *
      * so a second proofed journal sees the first one's effect.  *
      * Only the accounts a proof run touches are seeded.         *
      *-----------------------------------------------------------*
       SEED-PROOF-BALANCE.
           MOVE 0 TO PRF-BAL(PRF-IDX)
           MOVE 0 TO ABAL-ASOF-PERIOD
           OPEN INPUT ACCT-BAL-FILE
           IF ABAL-FILE-STATUS = "00"
               PERFORM READ-BALANCE-CONTROL
               PERFORM ADD-PROOF-CARRY-FORWARD
               CLOSE ACCT-BAL-FILE
           END-IF
      *    LEDGERTX is already open I-O for the session, so the
      *    seed repositions to the first key and reads through
      *    rather than reopening the file.
                   AT END
                       EXIT PERFORM
               END-READ
               COMPUTE ABAL-TXN-PERIOD = TXN-DATE / 100
               IF TXN-ACCT-CODE = PRF-CODE(PRF-IDX)
                       AND ABAL-TXN-PERIOD > ABAL-ASOF-PERIOD
                   ADD TXN-AMT TO PRF-BAL(PRF-IDX)
               END-IF
           END-PERFORM
           .

       ADD-PROOF-CARRY-FORWARD.
           MOVE PRF-CODE(PRF-IDX) TO ABL-ACCT
           MOVE LOW-VALUES TO ABL-COMPANY
           START ACCT-BAL-FILE KEY NOT < ABL-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           PERFORM UNTIL 1 = 2
               READ ACCT-BAL-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF ABL-ACCT NOT = PRF-CODE(PRF-IDX)
                   EXIT PERFORM
               END-IF
               ADD ABL-BAL TO PRF-BAL(PRF-IDX)
           END-PERFORM
           .

      *-----------------------------------------------------------*
      * Sign-on check against the OPERMAST master: an unknown ID  *
      * is refused outright; no master keeps the historical       *
      * accept-anything behavior. A known operator then keys      *
      * their PIN (OPERSIGN); a wrong PIN, a lockout or a refused *
      * PIN change ends the session.                              *
      *-----------------------------------------------------------*
       CHECK-OPERATOR-SIGNON.
           MOVE SPACE TO AUTH-ROLE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CALL "OPERSIGN" USING OPERATOR-ID SIGN-RESULT
               ON EXCEPTION
                   MOVE "X" TO SIGN-RESULT
           END-CALL
           IF SIGN-RESULT NOT = "V" AND SIGN-RESULT NOT = "X"
               DISPLAY "Operator " OPERATOR-ID " -- sign-on refused"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           .

      *-----------------------------------------------------------*
           END-IF
           MOVE SPACES TO PENDING-JRNL-RECORD
           STRING "HDR" JRNL-NO JRNL-DESC OPERATOR-ID TODAY-DATE
               JRNL-REVERSE
               DELIMITED BY SIZE INTO PENDING-JRNL-RECORD
           WRITE PENDING-JRNL-RECORD
           PERFORM VARYING JRNL-IDX FROM 1 BY 1
               MOVE SPACES TO PENDING-JRNL-RECORD
               STRING "DTL" JL-ACCT-CODE(JRNL-IDX)
                   JL-ORIG-CODE(JRNL-IDX) PEND-AMT-EDIT
                   JL-COST-CTR(JRNL-IDX) JL-COMPANY(JRNL-IDX)
                   DELIMITED BY SIZE INTO PENDING-JRNL-RECORD
               WRITE PENDING-JRNL-RECORD
           END-PERFORM
      * each held journal is listed and approved (posted through  *
      * the normal validation, hold bypassed) or rejected, and    *
      * anything skipped stays on LEDGRPND for the next review.   *
      * The entering operator cannot approve their own queue. The *
      * supervisor keys their own PIN (OPERSIGN) before the queue *
      * is shown.                                                 *
      *-----------------------------------------------------------*
       REVIEW-PENDING-JOURNALS.
           MOVE 0 TO PEND-COUNT
                   "review abandoned"
               EXIT PARAGRAPH
           END-IF
           MOVE "*" TO AUTH-ROLE
           CALL "OPERAUTH" USING SUPERVISOR-ID AUTH-ROLE
               AUTH-RESULT
               ON EXCEPTION
                   "the operator master -- review abandoned"
               EXIT PARAGRAPH
           END-IF
           IF AUTH-RESULT = "N"
               DISPLAY "Supervisor " SUPERVISOR-ID " has no current "
                   "certification -- review abandoned"
               EXIT PARAGRAPH
           END-IF
           CALL "OPERSIGN" USING SUPERVISOR-ID SIGN-RESULT
               ON EXCEPTION
                   MOVE "X" TO SIGN-RESULT
           END-CALL
           IF SIGN-RESULT NOT = "V" AND SIGN-RESULT NOT = "X"
               DISPLAY "Supervisor " SUPERVISOR-ID " not verified "
                   "-- review abandoned"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO KEPT-COUNT
           MOVE 1 TO PEND-IDX
           PERFORM UNTIL PEND-IDX > PEND-COUNT
           MOVE PEND-LINE(PEND-IDX) (8:20) TO JRNL-DESC
           MOVE PEND-LINE(PEND-IDX) (28:8) TO PEND-ORIG-OPER
           MOVE PEND-LINE(PEND-IDX) (36:8) TO PEND-ORIG-DATE
           IF PEND-LINE(PEND-IDX) (44:1) = "Y"
               MOVE "Y" TO JRNL-REVERSE
           ELSE
               MOVE "N" TO JRNL-REVERSE
           END-IF
           DISPLAY "Pending journal " JRNL-NO " ("
               FUNCTION TRIM(JRNL-DESC) ") entered by "
               PEND-ORIG-OPER
                       MOVE PEND-LINE(PEND-IDX) (23:4)
                           TO JL-COST-CTR(JRNL-LINE-COUNT)
                   END-IF
                   MOVE PEND-LINE(PEND-IDX) (27:4)
                       TO JL-COMPANY(JRNL-LINE-COUNT)
                   ADD JL-AMT(JRNL-LINE-COUNT) TO JRNL-NET
                   DISPLAY "  " JL-ACCT-CODE(JRNL-LINE-COUNT)
                       " " PEND-LINE(PEND-IDX) (12:11)
               ADD 1 TO KEPT-COUNT
               MOVE SPACES TO KEPT-LINE(KEPT-COUNT)
               STRING "HDR" JRNL-NO JRNL-DESC
                   PEND-ORIG-OPER PEND-ORIG-DATE JRNL-REVERSE
                   DELIMITED BY SIZE INTO KEPT-LINE(KEPT-COUNT)
           END-IF
           PERFORM VARYING JRNL-IDX FROM 1 BY 1
                   MOVE SPACES TO KEPT-LINE(KEPT-COUNT)
                   STRING "DTL" JL-ACCT-CODE(JRNL-IDX)
                       JL-ORIG-CODE(JRNL-IDX) PEND-AMT-EDIT
                       JL-COST-CTR(JRNL-IDX) JL-COMPANY(JRNL-IDX)
                       DELIMITED BY SIZE
                       INTO KEPT-LINE(KEPT-COUNT)
               END-IF
                   MOVE "Y" TO ACCT-FOUND
               END-IF
           END-PERFORM
           IF ACCT-FOUND = "N"
               IF ACCT-COUNT < 500
                   ADD 1 TO ACCT-COUNT
                   MOVE ACCT-CODE TO ACCT-ENTRY-CODE(ACCT-COUNT)
                   MOVE AMT TO ACCT-ENTRY-TOTAL(ACCT-COUNT)
               ELSE
                   DISPLAY "Session account totals full -- "
                       ACCT-CODE " posted but not in the totals"
               END-IF
           END-IF
           .

                   "and post it before closing the month"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO JRNL-REVERSE
           PERFORM POST-STANDING-JOURNALS
           PERFORM POST-OVERHEAD-ALLOCATION
      *    The period folds into LEDGRABL first: the year-end
      *    close reads the folded balances and folds its own
      *    closing journal in behind them.
           PERFORM UPDATE-ACCOUNT-BALANCES
           IF FUNCTION MOD(TODAY-PERIOD 100) = 12
               PERFORM POST-YEAR-END-CLOSE
           END-IF
           OPEN OUTPUT OPENING-BAL-FILE
           MOVE SPACES TO BAL-RECORD
           COMPUTE TOTAL-EDIT = TOTAL
           WRITE RPT-RECORD
           CLOSE CLOSING-RPT-FILE
           PERFORM UPDATE-PERIOD-CONTROL
           PERFORM POST-ACCRUAL-REVERSALS
           DISPLAY "Month-end close complete. Carried forward: " TOTAL
           .

      *-----------------------------------------------------------*
      * With the new period open, every LEDGRREV accrual queued   *
      * in an earlier period posts its mirror image: each line    *
      * negated, under the original journal number so TXN-JRNL    *
      * ties the pair together, dated the first of the new open   *
      * period. A reversal whose target period is already closed  *
      * or whose accounts are no longer active on LEDGRACT is not *
      * posted and stays queued for the next close. LEDGRRVR      *
      * lists every reversal posted or failed. A queue longer     *
      * than the reversal table posts nothing and is left as it   *
      * was (RC 8), rather than losing the lines past the end.    *
      *-----------------------------------------------------------*
       POST-ACCRUAL-REVERSALS.
           MOVE 0 TO REV-COUNT
           MOVE "N" TO REV-TABLE-FULL
           OPEN INPUT ACCRUAL-REV-FILE
           IF REV-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ ACCRUAL-REV-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF REV-COUNT < 400
                   ADD 1 TO REV-COUNT
                   MOVE ACCRUAL-REV-RECORD TO REV-LINE(REV-COUNT)
               ELSE
                   MOVE "Y" TO REV-TABLE-FULL
                   EXIT PERFORM
               END-IF
           END-PERFORM
           CLOSE ACCRUAL-REV-FILE
           IF REV-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           IF REV-TABLE-FULL = "Y"
               OPEN EXTEND REVERSAL-RPT-FILE
               IF RVR-FILE-STATUS NOT = "00"
                   OPEN OUTPUT REVERSAL-RPT-FILE
               END-IF
               MOVE SPACES TO REVERSAL-RPT-RECORD
               STRING TODAY-DATE " FAILED   LEDGRREV OVER 400 LINES"
                   " -- NONE POSTED, LEDGRREV AS IT WAS"
                   DELIMITED BY SIZE INTO REVERSAL-RPT-RECORD
               WRITE REVERSAL-RPT-RECORD
               CLOSE REVERSAL-RPT-FILE
               DISPLAY "LEDGRREV holds more than 400 lines -- no "
                   "accrual reversals posted, queue left as it was"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           COMPUTE POSTING-DATE = OPEN-PERIOD * 100 + 1
           MOVE 0 TO REV-POSTED
           MOVE 0 TO REV-FAILED
           MOVE 0 TO KEPT-COUNT
           OPEN EXTEND REVERSAL-RPT-FILE
           IF RVR-FILE-STATUS NOT = "00"
               OPEN OUTPUT REVERSAL-RPT-FILE
           END-IF
           MOVE SPACES TO REVERSAL-RPT-RECORD
           STRING TODAY-DATE " ACCRUAL REVERSALS INTO PERIOD "
               OPEN-PERIOD " DATED " POSTING-DATE
               DELIMITED BY SIZE INTO REVERSAL-RPT-RECORD
           WRITE REVERSAL-RPT-RECORD
           MOVE 1 TO REV-IDX
           PERFORM UNTIL REV-IDX > REV-COUNT
               IF REV-LINE(REV-IDX) (1:3) = "HDR"
                   PERFORM REVERSE-ONE-ACCRUAL
               ELSE
                   ADD 1 TO REV-IDX
               END-IF
           END-PERFORM
           MOVE SPACES TO REVERSAL-RPT-RECORD
           STRING TODAY-DATE " REVERSED=" REV-POSTED
               " FAILED=" REV-FAILED
               DELIMITED BY SIZE INTO REVERSAL-RPT-RECORD
           WRITE REVERSAL-RPT-RECORD
           IF REV-TABLE-FULL = "Y"
               MOVE SPACES TO REVERSAL-RPT-RECORD
               STRING TODAY-DATE " FAILED   KEPT REVERSALS OVER 400"
                   " LINES -- LEDGRREV LEFT AS IT WAS"
                   DELIMITED BY SIZE INTO REVERSAL-RPT-RECORD
               WRITE REVERSAL-RPT-RECORD
               CLOSE REVERSAL-RPT-FILE
               DISPLAY "Reversals to keep exceed 400 lines -- "
                   "LEDGRREV left as it was"
               MOVE 8 TO RETURN-CODE
               MOVE 0 TO POSTING-DATE
               EXIT PARAGRAPH
           END-IF
           CLOSE REVERSAL-RPT-FILE
           OPEN OUTPUT ACCRUAL-REV-FILE
           PERFORM VARYING PEND-IDX FROM 1 BY 1
                   UNTIL PEND-IDX > KEPT-COUNT
               MOVE KEPT-LINE(PEND-IDX) TO ACCRUAL-REV-RECORD
               WRITE ACCRUAL-REV-RECORD
           END-PERFORM
           CLOSE ACCRUAL-REV-FILE
           MOVE 0 TO POSTING-DATE
           DISPLAY "Accrual reversals: " REV-POSTED " posted, "
               REV-FAILED " failed (see LEDGRRVR)"
           .

       REVERSE-ONE-ACCRUAL.
           MOVE REV-IDX TO REV-HDR-IDX
           COMPUTE JRNL-NO = FUNCTION
               NUMVAL(REV-LINE(REV-IDX) (4:4))
           MOVE REV-LINE(REV-IDX) (8:20) TO REV-ORIG-DESC
           COMPUTE REV-ORIG-PERIOD = FUNCTION
               NUMVAL(REV-LINE(REV-IDX) (36:6))
           MOVE 0 TO JRNL-LINE-COUNT
           MOVE 0 TO JRNL-NET
           ADD 1 TO REV-IDX
           PERFORM UNTIL REV-IDX > REV-COUNT
                   OR REV-LINE(REV-IDX) (1:3) = "END"
                   OR REV-LINE(REV-IDX) (1:3) = "HDR"
               IF REV-LINE(REV-IDX) (1:3) = "DTL"
                       AND JRNL-LINE-COUNT < MAX-JRNL-LINES
                   ADD 1 TO JRNL-LINE-COUNT
                   MOVE REV-LINE(REV-IDX) (4:4)
                       TO JL-ACCT-CODE(JRNL-LINE-COUNT)
                   MOVE REV-LINE(REV-IDX) (4:4)
                       TO JL-ORIG-CODE(JRNL-LINE-COUNT)
                   COMPUTE JL-AMT(JRNL-LINE-COUNT) = 0 - FUNCTION
                       NUMVAL(REV-LINE(REV-IDX) (8:11))
                   IF REV-LINE(REV-IDX) (19:4) = SPACES
                       MOVE DEFAULT-COST-CTR
                           TO JL-COST-CTR(JRNL-LINE-COUNT)
                   ELSE
                       MOVE REV-LINE(REV-IDX) (19:4)
                           TO JL-COST-CTR(JRNL-LINE-COUNT)
                   END-IF
                   MOVE REV-LINE(REV-IDX) (23:4)
                       TO JL-COMPANY(JRNL-LINE-COUNT)
                   ADD JL-AMT(JRNL-LINE-COUNT) TO JRNL-NET
               END-IF
               ADD 1 TO REV-IDX
           END-PERFORM
           IF REV-IDX <= REV-COUNT
                   AND REV-LINE(REV-IDX) (1:3) = "END"
               ADD 1 TO REV-IDX
           END-IF
      *    Accrued this period -- not due until the next one opens.
           IF REV-ORIG-PERIOD NOT < OPEN-PERIOD
               PERFORM KEEP-ACCRUAL-REVERSAL
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-ACCRUAL-REVERSAL
           IF REV-FAIL-REASON NOT = SPACES
               PERFORM KEEP-ACCRUAL-REVERSAL
               ADD 1 TO REV-FAILED
               MOVE SPACES TO REVERSAL-RPT-RECORD
               STRING TODAY-DATE " FAILED   JRNL=" JRNL-NO " "
                   REV-ORIG-DESC " " REV-FAIL-REASON
                   DELIMITED BY SIZE INTO REVERSAL-RPT-RECORD
               WRITE REVERSAL-RPT-RECORD
               DISPLAY "Reversal of journal " JRNL-NO " FAILED: "
                   FUNCTION TRIM(REV-FAIL-REASON)
               EXIT PARAGRAPH
           END-IF
           MOVE "REVERSAL OF ACCRUAL" TO JRNL-DESC
      *    Mirror of a journal that already passed entry and any
      *    approval hold -- posted under month-end authority.
           MOVE "Y" TO APPROVAL-PASS
           OPEN I-O LEDGER-TXN-FILE
           PERFORM VALIDATE-JOURNAL-BATCH
           CLOSE LEDGER-TXN-FILE
           MOVE "N" TO APPROVAL-PASS
           IF JRNL-ACCEPTED NOT = "Y"
               MOVE "COMPANY OR BALANCE CHECK" TO REV-FAIL-REASON
               PERFORM KEEP-ACCRUAL-REVERSAL
               ADD 1 TO REV-FAILED
               MOVE SPACES TO REVERSAL-RPT-RECORD
               STRING TODAY-DATE " FAILED   JRNL=" JRNL-NO " "
                   REV-ORIG-DESC " " REV-FAIL-REASON
                   DELIMITED BY SIZE INTO REVERSAL-RPT-RECORD
               WRITE REVERSAL-RPT-RECORD
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO REV-POSTED
           MOVE SPACES TO REVERSAL-RPT-RECORD
           STRING TODAY-DATE " REVERSED JRNL=" JRNL-NO " "
               REV-ORIG-DESC " FROM=" REV-ORIG-PERIOD
               " LINES=" JRNL-LINE-COUNT
               DELIMITED BY SIZE INTO REVERSAL-RPT-RECORD
           WRITE REVERSAL-RPT-RECORD
           .

      *-----------------------------------------------------------*
      * Period and account validation for one queued reversal:    *
      * the target period must not be on the closed list, and     *
      * every account must still be active on LEDGRACT (suspense  *
      * lines reverse as they posted). REV-FAIL-REASON stays      *
      * spaces when the reversal may post.                        *
      *-----------------------------------------------------------*
       CHECK-ACCRUAL-REVERSAL.
           MOVE SPACES TO REV-FAIL-REASON
           PERFORM VARYING CLOSED-IDX FROM 1 BY 1
                   UNTIL CLOSED-IDX > CLOSED-COUNT
               IF CLOSED-PERIOD(CLOSED-IDX) = OPEN-PERIOD
                   STRING "PERIOD " OPEN-PERIOD " CLOSED"
                       DELIMITED BY SIZE INTO REV-FAIL-REASON
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF AM-AVAILABLE = "N"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING JRNL-IDX FROM 1 BY 1
                   UNTIL JRNL-IDX > JRNL-LINE-COUNT
                   OR REV-FAIL-REASON NOT = SPACES
               IF JL-ACCT-CODE(JRNL-IDX) NOT = SUSPENSE-ACCT
                   MOVE JL-ACCT-CODE(JRNL-IDX) TO AM-CODE
                   PERFORM READ-ACCOUNT-MASTER
                   EVALUATE TRUE
                       WHEN AM-FOUND = "N"
                           MOVE "U" TO ACCT-LOOKUP
                       WHEN AM-ACTIVE = "Y" AND AM-GROUP NOT = "G"
                           MOVE "V" TO ACCT-LOOKUP
                       WHEN OTHER
                           MOVE "I" TO ACCT-LOOKUP
                   END-EVALUATE
                   IF ACCT-LOOKUP = "U"
                       STRING "ACCOUNT " JL-ACCT-CODE(JRNL-IDX)
                           " NOT ON MASTER"
                           DELIMITED BY SIZE INTO REV-FAIL-REASON
                   END-IF
                   IF ACCT-LOOKUP = "I"
                       STRING "ACCOUNT " JL-ACCT-CODE(JRNL-IDX)
                           " INACTIVE"
                           DELIMITED BY SIZE INTO REV-FAIL-REASON
                   END-IF
               END-IF
           END-PERFORM
           .

      *-----------------------------------------------------------*
      * A reversal not posted this close is copied back whole --  *
      * HDR through END, as read -- for the next close to retry.  *
      * No room to keep it leaves LEDGRREV unrewritten.           *
      *-----------------------------------------------------------*
       KEEP-ACCRUAL-REVERSAL.
           PERFORM VARYING PEND-IDX FROM REV-HDR-IDX BY 1
                   UNTIL PEND-IDX >= REV-IDX
               IF KEPT-COUNT < 400
                   ADD 1 TO KEPT-COUNT
                   MOVE REV-LINE(PEND-IDX) TO KEPT-LINE(KEPT-COUNT)
               ELSE
                   MOVE "Y" TO REV-TABLE-FULL
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

      *-----------------------------------------------------------*
      * Pick up interface postings (GLPOST): HDR, DTL lines of    *
      * "DTL" + account(4) + signed amount(11) + description, the *
      * source system in 47-56 and source reference in 57-76      *
      * (both carried onto TXN-RECORD for drill-back), and        *
      * a TRL carrying the DTL count and the hash total of the    *
      * debits. A count or total mismatch rejects the whole file; *
      * a verified file posts as one journal through the same     *
      * net-zero check keyed entry goes through. Account codes    *
      * are validated and rerouted to suspense like keyed lines.  *
      *-----------------------------------------------------------*
       LOAD-INTERFACE-POSTINGS.
           OPEN INPUT GL-INTERFACE-FILE
           IF GLI-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO JRNL-LINE-COUNT
           MOVE 0 TO JRNL-NET
           MOVE 0 TO GLI-DTL-COUNT
           MOVE 0 TO GLI-HASH-TOTAL
           MOVE "N" TO GLI-TRL-SEEN
           MOVE "N" TO GLI-OVERFLOW
           MOVE 0 TO GLI-BATCH
           PERFORM UNTIL 1 = 2
               READ GL-INTERFACE-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               EVALUATE GL-INTERFACE-RECORD(1:3)
                   WHEN "HDR"
                       IF GL-INTERFACE-RECORD(4:8) IS NUMERIC
                           MOVE GL-INTERFACE-RECORD(4:8) TO GLI-BATCH
                       END-IF
                   WHEN "DTL"
                       PERFORM TAKE-INTERFACE-DETAIL
                   WHEN "TRL"
                       MOVE "Y" TO GLI-TRL-SEEN
                       COMPUTE GLI-TRL-COUNT = FUNCTION
                           NUMVAL(GL-INTERFACE-RECORD(4:4))
                       COMPUTE GLI-TRL-TOTAL = FUNCTION
                           NUMVAL(GL-INTERFACE-RECORD(8:11))
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM
           CLOSE GL-INTERFACE-FILE
           IF GLI-DTL-COUNT = 0 AND GLI-TRL-SEEN = "N"
      *        An empty file is a consumed or absent interface,
      *        not an error -- nothing to pick up.
               EXIT PARAGRAPH
           END-IF
           IF GLI-TRL-SEEN = "N"
               DISPLAY "GLPOST REJECTED: no control trailer"
               MOVE "J" TO CTL-ROLE
               MOVE "NO TRAILER" TO CTL-NOTE
               PERFORM LOG-INTERFACE-RECEIPT
               EXIT PARAGRAPH
           END-IF
           IF GLI-OVERFLOW = "Y"
               DISPLAY "GLPOST REJECTED: needs more than "
                   GLI-MAX-LINES " journal lines -- left in place"
               MOVE "J" TO CTL-ROLE
               MOVE "JOURNAL FULL" TO CTL-NOTE
               PERFORM LOG-INTERFACE-RECEIPT
           ELSE
               IF GLI-TRL-COUNT NOT = GLI-DTL-COUNT
                   OR GLI-TRL-TOTAL NOT = GLI-HASH-TOTAL
                   DISPLAY "GLPOST REJECTED: control mismatch "
                       "(count " GLI-DTL-COUNT "/" GLI-TRL-COUNT
                       " total " GLI-HASH-TOTAL "/" GLI-TRL-TOTAL
                       ")"
                   MOVE "J" TO CTL-ROLE
                   MOVE "CONTROL MISMATCH" TO CTL-NOTE
                   PERFORM LOG-INTERFACE-RECEIPT
               ELSE
                   MOVE "R" TO CTL-ROLE
                   MOVE SPACES TO CTL-NOTE
                   PERFORM LOG-INTERFACE-RECEIPT
                   MOVE GLI-JRNL-NO TO JRNL-NO
                   MOVE "INTERFACE POSTINGS" TO JRNL-DESC
                   DISPLAY "Interface postings picked up from "
                       "GLPOST: " GLI-DTL-COUNT " lines"
      *            Control-verified machine batch, already hash-
      *            proved against its trailer -- not subject to
      *            the approval hold. A held-and-rejected batch
      *            could never be rekeyed: the source file is
      *            consumed and GLQREG blocks a re-sweep.
                   MOVE "Y" TO APPROVAL-PASS
                   MOVE "Y" TO INTERFACE-PASS
                   MOVE 0 TO GLI-POST-COUNT
                   MOVE 0 TO GLI-POST-HASH
                   PERFORM VALIDATE-JOURNAL-BATCH
                   MOVE "N" TO APPROVAL-PASS
                   MOVE "N" TO INTERFACE-PASS
                   IF JRNL-ACCEPTED = "Y"
                       PERFORM LOG-INTERFACE-POSTED
                       PERFORM CLEAR-INTERFACE-FILE
                   ELSE
                       DISPLAY "GLPOST left in place for "
                           "investigation -- it was NOT posted"
                   END-IF
               END-IF
           END-IF
           .

      *-----------------------------------------------------------*
      * Control totals to the CTLTOT log for CTLBAL: what was     *
      * found on GLPOST (received or rejected, CTL-ROLE and       *
      * CTL-NOTE set by the caller), and what actually reached    *
      * LEDGERTX from it -- the lines written and their debits.   *
      *-----------------------------------------------------------*
       LOG-INTERFACE-RECEIPT.
           MOVE "GLPOST" TO CTL-INTERFACE
           MOVE "LEDGER" TO CTL-PROGRAM
           MOVE GLI-BATCH TO CTL-BATCH
           MOVE GLI-DTL-COUNT TO CTL-COUNT
           MOVE GLI-HASH-TOTAL TO CTL-HASH
           CALL "CTLTOTW" USING CONTROL-TOTAL-ENTRY
           .

       LOG-INTERFACE-POSTED.
           MOVE "LEDGERTX" TO CTL-INTERFACE
           MOVE "P" TO CTL-ROLE
           MOVE "LEDGER" TO CTL-PROGRAM
           MOVE GLI-BATCH TO CTL-BATCH
           MOVE GLI-POST-COUNT TO CTL-COUNT
           MOVE GLI-POST-HASH TO CTL-HASH
           MOVE SPACES TO CTL-NOTE
           CALL "CTLTOTW" USING CONTROL-TOTAL-ENTRY
           .

      *-----------------------------------------------------------*
      * A posted interface file is consumed: rewrite it empty so  *
      * the next session cannot post the identical journal again. *
      *-----------------------------------------------------------*
       CLEAR-INTERFACE-FILE.
           OPEN OUTPUT GL-INTERFACE-FILE
           CLOSE GL-INTERFACE-FILE
           DISPLAY "GLPOST consumed and cleared"
           .

       TAKE-INTERFACE-DETAIL.
           ADD 1 TO GLI-DTL-COUNT
           COMPUTE GLI-AMT = FUNCTION
           END-IF
           MOVE GL-INTERFACE-RECORD(4:4) TO ACCT-CODE
           PERFORM VALIDATE-ACCOUNT-CODE
           IF GL-INTERFACE-RECORD(81:4) = SPACES
               MOVE DEFAULT-COST-CTR TO COST-CTR
           ELSE
               MOVE GL-INTERFACE-RECORD(81:4) TO COST-CTR
               PERFORM VALIDATE-COST-CENTER
           END-IF
           MOVE GLI-AMT TO GLI-LINE-LEFT
           MOVE "N" TO GLI-PIECE
           PERFORM ADD-INTERFACE-LINE
           PERFORM UNTIL GLI-LINE-LEFT = 0 OR GLI-OVERFLOW = "Y"
               PERFORM ADD-INTERFACE-LINE
           END-PERFORM
           .

      *-----------------------------------------------------------*
      * A journal line holds at most 99,999.99, so a larger       *
      * interface amount goes in as several lines on the same     *
      * account and center, the way an allocation share does.     *
      * Only the first counts as a posted line for CTLTOT; the    *
      * continuations still add their debits to the hash. A file  *
      * needing more lines than the journal holds is rejected.    *
      *-----------------------------------------------------------*
       ADD-INTERFACE-LINE.
           IF JRNL-LINE-COUNT >= GLI-MAX-LINES
               MOVE "Y" TO GLI-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO JRNL-LINE-COUNT
           MOVE ACCT-CODE TO JL-ORIG-CODE(JRNL-LINE-COUNT)
           IF ACCT-LOOKUP = "V"
               MOVE ACCT-CODE TO JL-ACCT-CODE(JRNL-LINE-COUNT)
           ELSE
               MOVE SUSPENSE-ACCT TO JL-ACCT-CODE(JRNL-LINE-COUNT)
           END-IF
           MOVE COST-CTR TO JL-COST-CTR(JRNL-LINE-COUNT)
           MOVE GL-INTERFACE-RECORD(77:4)
               TO JL-COMPANY(JRNL-LINE-COUNT)
           MOVE GL-INTERFACE-RECORD(47:10)
               TO JL-SOURCE(JRNL-LINE-COUNT)
           MOVE GL-INTERFACE-RECORD(57:20)
               TO JL-SRC-REF(JRNL-LINE-COUNT)
           MOVE GLI-PIECE TO JL-CONTINUED(JRNL-LINE-COUNT)
           MOVE "Y" TO GLI-PIECE
           EVALUATE TRUE
               WHEN GLI-LINE-LEFT > ALC-LINE-MAX
                   MOVE ALC-LINE-MAX TO JL-AMT(JRNL-LINE-COUNT)
               WHEN GLI-LINE-LEFT < 0 - ALC-LINE-MAX
                   COMPUTE JL-AMT(JRNL-LINE-COUNT) = 0 - ALC-LINE-MAX
               WHEN OTHER
                   MOVE GLI-LINE-LEFT TO JL-AMT(JRNL-LINE-COUNT)
           END-EVALUATE
           ADD JL-AMT(JRNL-LINE-COUNT) TO JRNL-NET
           SUBTRACT JL-AMT(JRNL-LINE-COUNT) FROM GLI-LINE-LEFT
           .

      *-----------------------------------------------------------*
                           TO JL-ORIG-CODE(JRNL-LINE-COUNT)
                       MOVE DEFAULT-COST-CTR
                           TO JL-COST-CTR(JRNL-LINE-COUNT)
                       MOVE SJ-COMPANY
                           TO JL-COMPANY(JRNL-LINE-COUNT)
                       COMPUTE JL-AMT(JRNL-LINE-COUNT) =
                           FUNCTION NUMVAL(SJ-AMT-TEXT)
                       ADD JL-AMT(JRNL-LINE-COUNT) TO JRNL-NET
           .

      *-----------------------------------------------------------*
      * Step-down overhead allocation. LEDGRALR lists the         *
      * overhead cost centers in step order, each with the        *
      * statistic it is spread by (BEDD patient-days, or any      *
      * basis keyed onto LEDGRSTS such as square feet), the       *
      * expense account the allocation books to and the company.  *
      * Each center's pool is its expense activity for the        *
      * closing period plus whatever earlier steps allocated to   *
      * it; the pool is credited off the center and debited to    *
      * every center holding that statistic for the period (a     *
      * 000000 period on LEDGRSTS applies to every month), except *
      * the centers already stepped down. Shares are figured on   *
      * what is left of the pool so the pennies land on the last  *
      * receiver and each step nets to zero. All steps post as    *
      * one generated journal, ALC-JRNL-NO, under month-end       *
      * authority; a step-down that will not fit in one journal   *
      * posts nothing rather than half.                           *
      *-----------------------------------------------------------*
       POST-OVERHEAD-ALLOCATION.
           PERFORM LOAD-ALLOCATION-RULES
           IF AS-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           IF AM-AVAILABLE = "N"
               DISPLAY "No account master -- expense pools cannot "
                   "be told apart; overhead allocation skipped"
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-ALLOCATION-STATS
           PERFORM SUM-OVERHEAD-POOLS
           MOVE 0 TO JRNL-LINE-COUNT
           MOVE 0 TO JRNL-NET
           MOVE "N" TO ALC-OVERFLOW
           DISPLAY "Overhead allocation (step-down):"
           PERFORM VARYING AS-IDX FROM 1 BY 1
                   UNTIL AS-IDX > AS-COUNT
               PERFORM ALLOCATE-ONE-STEP
           END-PERFORM
           IF ALC-OVERFLOW = "Y"
               DISPLAY "Overhead allocation needs more than "
                   MAX-JRNL-LINES " lines -- NOT posted; split "
                   "LEDGRALR by company"
               EXIT PARAGRAPH
           END-IF
           IF JRNL-LINE-COUNT = 0
               DISPLAY "  (nothing to allocate this period)"
               EXIT PARAGRAPH
           END-IF
           MOVE ALC-JRNL-NO TO JRNL-NO
           MOVE "OVERHEAD ALLOCATION" TO JRNL-DESC
      *    Generated under month-end authority -- not subject to
      *    the approval hold.
           MOVE "Y" TO APPROVAL-PASS
           OPEN I-O LEDGER-TXN-FILE
           PERFORM VALIDATE-JOURNAL-BATCH
           CLOSE LEDGER-TXN-FILE
           MOVE "N" TO APPROVAL-PASS
           .

      *-----------------------------------------------------------*
      * A rule whose allocation account is not active on LEDGRACT *
      * is dropped with a message -- an allocation routed to      *
      * suspense would strand the overhead there.                 *
      *-----------------------------------------------------------*
       LOAD-ALLOCATION-RULES.
           MOVE 0 TO AS-COUNT
           OPEN INPUT ALLOC-RULE-FILE
           IF ALR-FILE-STATUS NOT = "00"
               DISPLAY "No overhead allocation rules (LEDGRALR) "
                   "on hand"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ ALLOC-RULE-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               MOVE AL-ACCT TO ACCT-CODE
               PERFORM VALIDATE-ACCOUNT-CODE
               IF ACCT-LOOKUP NOT = "V"
                   DISPLAY "Allocation rule for center " AL-FROM-CTR
                       " dropped: account " AL-ACCT " not active"
               ELSE
                   IF AS-COUNT < 20
                       ADD 1 TO AS-COUNT
                       MOVE AL-FROM-CTR TO AS-FROM-CTR(AS-COUNT)
                       MOVE AL-BASIS TO AS-BASIS(AS-COUNT)
                       MOVE AL-ACCT TO AS-ACCT(AS-COUNT)
                       MOVE AL-COMPANY TO AS-COMPANY(AS-COUNT)
                       IF AL-COMPANY = SPACES
                           MOVE DEFAULT-COMPANY
                               TO AS-COMPANY(AS-COUNT)
                       END-IF
                       MOVE 0 TO AS-POOL(AS-COUNT)
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ALLOC-RULE-FILE
           .

      *-----------------------------------------------------------*
      * Statistics for the closing period (and standing 000000    *
      * ones) summed by basis, center and company -- BILLPOST     *
      * appends one BEDD line per unit per run.                   *
      *-----------------------------------------------------------*
       LOAD-ALLOCATION-STATS.
           MOVE 0 TO AST-COUNT
           OPEN INPUT STATISTICS-FILE
           IF STS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ STATISTICS-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF ST-COMPANY = SPACES
                   MOVE DEFAULT-COMPANY TO ST-COMPANY
               END-IF
               IF (ST-PERIOD = TODAY-PERIOD OR ST-PERIOD = 0)
                       AND ST-QTY IS NUMERIC
                   PERFORM VARYING AST-IDX FROM 1 BY 1
                           UNTIL AST-IDX > AST-COUNT
                       IF AST-BASIS(AST-IDX) = ST-BASIS
                               AND AST-COST-CTR(AST-IDX) = ST-COST-CTR
                               AND AST-COMPANY(AST-IDX) = ST-COMPANY
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   IF AST-IDX > AST-COUNT AND AST-COUNT < 100
                       ADD 1 TO AST-COUNT
                       MOVE ST-BASIS TO AST-BASIS(AST-COUNT)
                       MOVE ST-COST-CTR TO AST-COST-CTR(AST-COUNT)
                       MOVE ST-COMPANY TO AST-COMPANY(AST-COUNT)
                       MOVE 0 TO AST-QTY(AST-COUNT)
                   END-IF
                   IF AST-IDX <= AST-COUNT
                       ADD ST-QTY TO AST-QTY(AST-IDX)
                   END-IF
               END-IF
           END-PERFORM
           CLOSE STATISTICS-FILE
           .

       SUM-OVERHEAD-POOLS.
           OPEN INPUT LEDGER-TXN-FILE
           IF TXN-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ LEDGER-TXN-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               COMPUTE ABAL-TXN-PERIOD = TXN-DATE / 100
               IF ABAL-TXN-PERIOD = TODAY-PERIOD
                   MOVE SPACE TO ALC-ACCT-TYPE
                   MOVE TXN-ACCT-CODE TO AM-CODE
                   PERFORM READ-ACCOUNT-MASTER
                   IF AM-FOUND = "Y"
                       MOVE AM-TYPE TO ALC-ACCT-TYPE
                   END-IF
                   MOVE TXN-COMPANY TO COMPANY-CODE
                   IF COMPANY-CODE = SPACES
                           OR COMPANY-CODE = LOW-VALUES
                       MOVE DEFAULT-COMPANY TO COMPANY-CODE
                   END-IF
                   IF ALC-ACCT-TYPE = "E"
                       PERFORM VARYING AS-IDX FROM 1 BY 1
                               UNTIL AS-IDX > AS-COUNT
                           IF AS-FROM-CTR(AS-IDX) = TXN-COST-CTR
                                   AND AS-COMPANY(AS-IDX)
                                       = COMPANY-CODE
                               ADD TXN-AMT TO AS-POOL(AS-IDX)
                           END-IF
                       END-PERFORM
                   END-IF
               END-IF
           END-PERFORM
           CLOSE LEDGER-TXN-FILE
           .

       ALLOCATE-ONE-STEP.
           IF AS-POOL(AS-IDX) NOT > 0
               DISPLAY "  " AS-FROM-CTR(AS-IDX) " "
                   AS-COMPANY(AS-IDX) ": no expense to allocate"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO ALC-BASE-QTY
           PERFORM VARYING AST-IDX FROM 1 BY 1
                   UNTIL AST-IDX > AST-COUNT
               PERFORM CHECK-ALLOCATION-RECEIVER
               IF ALC-RECEIVER = "Y"
                   ADD AST-QTY(AST-IDX) TO ALC-BASE-QTY
               END-IF
           END-PERFORM
           IF ALC-BASE-QTY = 0
               DISPLAY "  " AS-FROM-CTR(AS-IDX) " "
                   AS-COMPANY(AS-IDX) ": no " AS-BASIS(AS-IDX)
                   " statistics for " TODAY-PERIOD
                   " -- not allocated"
               EXIT PARAGRAPH
           END-IF
           COMPUTE ALC-EDIT = AS-POOL(AS-IDX)
           DISPLAY "  " AS-FROM-CTR(AS-IDX) " "
               AS-COMPANY(AS-IDX) " pool " ALC-EDIT " by "
               AS-BASIS(AS-IDX) " (" ALC-BASE-QTY ")"
           MOVE AS-POOL(AS-IDX) TO ALC-LEFT-AMT
           MOVE ALC-BASE-QTY TO ALC-LEFT-QTY
           PERFORM VARYING AST-IDX FROM 1 BY 1
                   UNTIL AST-IDX > AST-COUNT
               PERFORM CHECK-ALLOCATION-RECEIVER
               IF ALC-RECEIVER = "Y"
                   IF AST-QTY(AST-IDX) = ALC-LEFT-QTY
                       MOVE ALC-LEFT-AMT TO ALC-SHARE
                   ELSE
                       COMPUTE ALC-SHARE ROUNDED = ALC-LEFT-AMT
                           * AST-QTY(AST-IDX) / ALC-LEFT-QTY
                   END-IF
                   SUBTRACT ALC-SHARE FROM ALC-LEFT-AMT
                   SUBTRACT AST-QTY(AST-IDX) FROM ALC-LEFT-QTY
                   MOVE AST-COST-CTR(AST-IDX) TO ALC-LINE-CTR
                   MOVE ALC-SHARE TO ALC-LINE-AMT
                   PERFORM ADD-ALLOCATION-LINE
                   COMPUTE ALC-EDIT = ALC-SHARE
                   DISPLAY "    -> " AST-COST-CTR(AST-IDX) " "
                       AST-QTY(AST-IDX) " " ALC-EDIT
      *            A later overhead center takes what it received
      *            into its own pool.
                   PERFORM VARYING AS-IDX2 FROM AS-IDX BY 1
                           UNTIL AS-IDX2 > AS-COUNT
                       IF AS-FROM-CTR(AS-IDX2) = AST-COST-CTR(AST-IDX)
                               AND AS-COMPANY(AS-IDX2)
                                   = AS-COMPANY(AS-IDX)
                           ADD ALC-SHARE TO AS-POOL(AS-IDX2)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           MOVE AS-FROM-CTR(AS-IDX) TO ALC-LINE-CTR
           COMPUTE ALC-LINE-AMT = 0 - AS-POOL(AS-IDX)
           PERFORM ADD-ALLOCATION-LINE
           .

      *-----------------------------------------------------------*
      * A center receives this step when it holds the step's      *
      * statistic in the step's company and is not an overhead    *
      * center already stepped down (this one or an earlier one). *
      *-----------------------------------------------------------*
       CHECK-ALLOCATION-RECEIVER.
           MOVE "N" TO ALC-RECEIVER
           IF AST-BASIS(AST-IDX) NOT = AS-BASIS(AS-IDX)
                   OR AST-COMPANY(AST-IDX) NOT = AS-COMPANY(AS-IDX)
                   OR AST-QTY(AST-IDX) = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING AS-IDX2 FROM 1 BY 1
                   UNTIL AS-IDX2 > AS-IDX
               IF AS-FROM-CTR(AS-IDX2) = AST-COST-CTR(AST-IDX)
                       AND AS-COMPANY(AS-IDX2) = AS-COMPANY(AS-IDX)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           MOVE "Y" TO ALC-RECEIVER
           .

      *-----------------------------------------------------------*
      * A journal line holds at most 99,999.99, so a larger share *
      * goes in as several lines on the same account and center.  *
      *-----------------------------------------------------------*
       ADD-ALLOCATION-LINE.
           MOVE ALC-LINE-CTR TO COST-CTR
           PERFORM VALIDATE-COST-CENTER
           PERFORM UNTIL ALC-LINE-AMT = 0
               IF JRNL-LINE-COUNT >= MAX-JRNL-LINES
                   MOVE "Y" TO ALC-OVERFLOW
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO JRNL-LINE-COUNT
               MOVE AS-ACCT(AS-IDX) TO JL-ACCT-CODE(JRNL-LINE-COUNT)
               MOVE AS-ACCT(AS-IDX) TO JL-ORIG-CODE(JRNL-LINE-COUNT)
               MOVE COST-CTR TO JL-COST-CTR(JRNL-LINE-COUNT)
               MOVE AS-COMPANY(AS-IDX)
                   TO JL-COMPANY(JRNL-LINE-COUNT)
               EVALUATE TRUE
                   WHEN ALC-LINE-AMT > ALC-LINE-MAX
                       MOVE ALC-LINE-MAX TO JL-AMT(JRNL-LINE-COUNT)
                   WHEN ALC-LINE-AMT < 0 - ALC-LINE-MAX
                       COMPUTE JL-AMT(JRNL-LINE-COUNT) =
                           0 - ALC-LINE-MAX
                   WHEN OTHER
                       MOVE ALC-LINE-AMT TO JL-AMT(JRNL-LINE-COUNT)
               END-EVALUATE
               ADD JL-AMT(JRNL-LINE-COUNT) TO JRNL-NET
               SUBTRACT JL-AMT(JRNL-LINE-COUNT) FROM ALC-LINE-AMT
           END-PERFORM
           .

      *-----------------------------------------------------------*
      * Fiscal year-end close, run with the December month-end,   *
      * once the period has folded into LEDGRABL: for every       *
      * company balance on an account typed R or E on LEDGRACT    *
      * generate one offsetting line, with the net landed on      *
      * RETAINED-ACCT, so the income accounts start the new year  *
      * at zero. Each company closes into its own retained        *
      * earnings. The closing journal posts through               *
      * VALIDATE-JOURNAL-BATCH like any other batch; it nets to   *
      * zero by construction, and a chart too big for one         *
      * journal closes in several under the same number. A        *
      * retained-earnings account missing from the master skips   *
      * the whole close rather than route the year into suspense. *
      *-----------------------------------------------------------*
                   "skipped"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT ACCT-BAL-FILE
           IF ABAL-FILE-STATUS NOT = "00"
               DISPLAY "Year-end close: no balance master "
                   "(LEDGRABL) -- no income or expense balances "
                   "to roll"
               EXIT PARAGRAPH
           END-IF
           MOVE NEXT-SEQ TO YE-FIRST-SEQ
           MOVE 0 TO YE-NET
           MOVE 0 TO YE-JOURNALS
           PERFORM START-YEAR-END-JOURNAL
      *    Generated under month-end authority -- not subject to
      *    the approval hold.
           MOVE "Y" TO APPROVAL-PASS
           OPEN I-O LEDGER-TXN-FILE
           PERFORM UNTIL 1 = 2
               READ ACCT-BAL-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF ABL-KEY NOT = ABAL-CTL-KEY AND ABL-BAL NOT = 0
                   PERFORM TAKE-YEAR-END-BALANCE
               END-IF
           END-PERFORM
           IF JRNL-LINE-COUNT > 0
               PERFORM POST-YEAR-END-JOURNAL
           END-IF
           CLOSE LEDGER-TXN-FILE
           CLOSE ACCT-BAL-FILE
           MOVE "N" TO APPROVAL-PASS
           IF YE-JOURNALS = 0
               DISPLAY "Year-end close: no income or expense "
                   "balances to roll"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Year-end close: rolled " YE-NET
               " to retained earnings " RETAINED-ACCT
           PERFORM FOLD-YEAR-END-JOURNALS
           .

       START-YEAR-END-JOURNAL.
           MOVE 0 TO JRNL-LINE-COUNT
           MOVE 0 TO JRNL-NET
           MOVE 0 TO CO-NET-COUNT
           .

      *-----------------------------------------------------------*
      * One closing line for the R or E balance just read. Room   *
      * is kept at the end of each journal for one retained-      *
      * earnings line per company; a full journal posts and the   *
      * next one starts.                                          *
      *-----------------------------------------------------------*
       TAKE-YEAR-END-BALANCE.
           MOVE ABL-ACCT TO AM-CODE
           PERFORM READ-ACCOUNT-MASTER
           IF AM-FOUND = "N"
               EXIT PARAGRAPH
           END-IF
           IF AM-TYPE NOT = "R" AND AM-TYPE NOT = "E"
               EXIT PARAGRAPH
           END-IF
           IF JRNL-LINE-COUNT >= MAX-JRNL-LINES - 20
               PERFORM POST-YEAR-END-JOURNAL
               PERFORM START-YEAR-END-JOURNAL
           END-IF
           ADD 1 TO JRNL-LINE-COUNT
           MOVE ABL-ACCT TO JL-ACCT-CODE(JRNL-LINE-COUNT)
           MOVE ABL-ACCT TO JL-ORIG-CODE(JRNL-LINE-COUNT)
           MOVE DEFAULT-COST-CTR TO JL-COST-CTR(JRNL-LINE-COUNT)
           MOVE ABL-COMPANY TO JL-COMPANY(JRNL-LINE-COUNT)
           COMPUTE JL-AMT(JRNL-LINE-COUNT) = 0 - ABL-BAL
           ADD JL-AMT(JRNL-LINE-COUNT) TO JRNL-NET
           MOVE ABL-COMPANY TO COMPANY-CODE
           MOVE ABL-BAL TO AMT
           PERFORM ADD-COMPANY-NET
           .

       POST-YEAR-END-JOURNAL.
           PERFORM VARYING CO-NET-IDX FROM 1 BY 1
                   UNTIL CO-NET-IDX > CO-NET-COUNT
               ADD 1 TO JRNL-LINE-COUNT
               MOVE RETAINED-ACCT TO JL-ACCT-CODE(JRNL-LINE-COUNT)
               MOVE RETAINED-ACCT TO JL-ORIG-CODE(JRNL-LINE-COUNT)
               MOVE DEFAULT-COST-CTR
                   TO JL-COST-CTR(JRNL-LINE-COUNT)
               MOVE CO-NET-CODE(CO-NET-IDX)
                   TO JL-COMPANY(JRNL-LINE-COUNT)
               MOVE CO-NET-AMT(CO-NET-IDX)
                   TO JL-AMT(JRNL-LINE-COUNT)
               ADD CO-NET-AMT(CO-NET-IDX) TO JRNL-NET
               ADD CO-NET-AMT(CO-NET-IDX) TO YE-NET
           END-PERFORM
           MOVE YE-JRNL-NO TO JRNL-NO
           MOVE "YEAR-END CLOSE" TO JRNL-DESC
           PERFORM VALIDATE-JOURNAL-BATCH
           IF JRNL-ACCEPTED = "Y"
               ADD 1 TO YE-JOURNALS
           END-IF
           .

      *-----------------------------------------------------------*
      * Fold the closing period's per-account activity into the   *
      * LEDGRABL balance master, one keyed update per posting.    *
      * The CTL record's as-of period bounds what gets folded --  *
      * only transactions in periods after the last close and up  *
      * to the one closing now -- so months already carried       *
      * forward cannot fold twice, and the balances survive       *
      * LEDGERARC purging the detail.                             *
      *-----------------------------------------------------------*
       UPDATE-ACCOUNT-BALANCES.
           PERFORM OPEN-ACCOUNT-BALANCES
           IF ABAL-FILE-STATUS NOT = "00"
               DISPLAY "Cannot open LEDGRABL for update, status "
                   ABAL-FILE-STATUS " -- balances not carried "
                   "forward"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO ABAL-FOLDED
           OPEN INPUT LEDGER-TXN-FILE
           IF TXN-FILE-STATUS = "00"
               PERFORM UNTIL 1 = 2
               CLOSE LEDGER-TXN-FILE
           END-IF
           MOVE TODAY-PERIOD TO ABAL-ASOF-PERIOD
           PERFORM SAVE-BALANCE-CONTROL
           CLOSE ACCT-BAL-FILE
           DISPLAY "Account balances carried forward: "
               ABAL-FOLDED " postings folded (as of "
               ABAL-ASOF-PERIOD ")"
           .

      *-----------------------------------------------------------*
      * LEDGRABL is opened for keyed update -- created empty the  *
      * first time -- and its CTL record read for the as-of       *
      * period.                                                   *
      *-----------------------------------------------------------*
       OPEN-ACCOUNT-BALANCES.
           MOVE 0 TO ABAL-ASOF-PERIOD
           OPEN I-O ACCT-BAL-FILE
           IF ABAL-FILE-STATUS NOT = "00"
               OPEN OUTPUT ACCT-BAL-FILE
               IF ABAL-FILE-STATUS = "00"
                   CLOSE ACCT-BAL-FILE
                   OPEN I-O ACCT-BAL-FILE
               END-IF
           END-IF
           IF ABAL-FILE-STATUS = "00"
               PERFORM READ-BALANCE-CONTROL
           END-IF
           .

       READ-BALANCE-CONTROL.
           MOVE 0 TO ABAL-ASOF-PERIOD
           MOVE ABAL-CTL-KEY TO ABL-KEY
           READ ACCT-BAL-FILE
               KEY IS ABL-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE ABL-ASOF-PERIOD TO ABAL-ASOF-PERIOD
           .

       FOLD-TXN-INTO-BALANCE.
           MOVE TXN-COMPANY TO COMPANY-CODE
           IF COMPANY-CODE = SPACES OR COMPANY-CODE = LOW-VALUES
               MOVE DEFAULT-COMPANY TO COMPANY-CODE
           END-IF
           MOVE TXN-ACCT-CODE TO ABL-ACCT
           MOVE COMPANY-CODE TO ABL-COMPANY
           READ ACCT-BAL-FILE
               KEY IS ABL-KEY
               INVALID KEY
                   MOVE SPACES TO ACCT-BAL-RECORD
                   MOVE TXN-ACCT-CODE TO ABL-ACCT
                   MOVE COMPANY-CODE TO ABL-COMPANY
                   MOVE 0 TO ABL-BAL
           END-READ
           ADD TXN-AMT TO ABL-BAL
           REWRITE ACCT-BAL-RECORD
               INVALID KEY
                   WRITE ACCT-BAL-RECORD
                       INVALID KEY
                           DISPLAY "LEDGRABL update failed for "
                               COMPANY-CODE "/" TXN-ACCT-CODE
                   END-WRITE
           END-REWRITE
           ADD 1 TO ABAL-FOLDED
           .

       SAVE-BALANCE-CONTROL.
           MOVE SPACES TO ACCT-BAL-CTL-RECORD
           MOVE ABAL-CTL-KEY TO ABL-CTL-KEY
           MOVE ABAL-ASOF-PERIOD TO ABL-ASOF-PERIOD
           REWRITE ACCT-BAL-CTL-RECORD
               INVALID KEY
                   WRITE ACCT-BAL-CTL-RECORD
                       INVALID KEY
                           DISPLAY "LEDGRABL control record not "
                               "saved, status " ABAL-FILE-STATUS
                   END-WRITE
           END-REWRITE
           .

      *-----------------------------------------------------------*
      * The closing journal posts after the period has already    *
      * folded into LEDGRABL, so its lines -- everything written  *
      * to LEDGERTX past YE-FIRST-SEQ -- fold in here on their    *
      * own; the as-of period is already the one closing.         *
      *-----------------------------------------------------------*
       FOLD-YEAR-END-JOURNALS.
           PERFORM OPEN-ACCOUNT-BALANCES
           IF ABAL-FILE-STATUS NOT = "00"
               DISPLAY "Cannot open LEDGRABL for update, status "
                   ABAL-FILE-STATUS " -- year-end close not "
                   "carried forward"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO ABAL-FOLDED
           OPEN INPUT LEDGER-TXN-FILE
           IF TXN-FILE-STATUS = "00"
               PERFORM FOLD-YEAR-END-LINES
               CLOSE LEDGER-TXN-FILE
           END-IF
           CLOSE ACCT-BAL-FILE
           DISPLAY "Year-end close: " ABAL-FOLDED
               " closing lines folded into the balances"
           .

       FOLD-YEAR-END-LINES.
           MOVE YE-FIRST-SEQ TO TXN-SEQ
           START LEDGER-TXN-FILE KEY > TXN-SEQ
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           PERFORM UNTIL 1 = 2
               READ LEDGER-TXN-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               PERFORM FOLD-TXN-INTO-BALANCE
           END-PERFORM
           .

      *-----------------------------------------------------------*
      * A nonempty interface queue (GLPOST, ECOPOST, GLQBILL,     *
      * UFPOST, GLQAP, GLQFA, GLQAR or GLQBD) blocks the close;   *
      * PENDING-QUEUE names the first offender for the operator   *
      * message.                                                  *
      *-----------------------------------------------------------*
       CHECK-INTERFACE-QUEUES-EMPTY.
           MOVE "N" TO QUEUES-PENDING
                   CLOSE CITY-QUEUE-FILE
               END-IF
           END-IF
           IF QUEUES-PENDING = "N"
               OPEN INPUT AP-QUEUE-FILE
               IF IFQ-FILE-STATUS = "00"
                   READ AP-QUEUE-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE "Y" TO QUEUES-PENDING
                           MOVE "GLQAP" TO PENDING-QUEUE
                   END-READ
                   CLOSE AP-QUEUE-FILE
               END-IF
           END-IF
           IF QUEUES-PENDING = "N"
               OPEN INPUT FA-QUEUE-FILE
               IF IFQ-FILE-STATUS = "00"
                   READ FA-QUEUE-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE "Y" TO QUEUES-PENDING
                           MOVE "GLQFA" TO PENDING-QUEUE
                   END-READ
                   CLOSE FA-QUEUE-FILE
               END-IF
           END-IF
           IF QUEUES-PENDING = "N"
               OPEN INPUT AR-QUEUE-FILE
               IF IFQ-FILE-STATUS = "00"
                   READ AR-QUEUE-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE "Y" TO QUEUES-PENDING
                           MOVE "GLQAR" TO PENDING-QUEUE
                   END-READ
                   CLOSE AR-QUEUE-FILE
               END-IF
           END-IF
           IF QUEUES-PENDING = "N"
               OPEN INPUT BD-QUEUE-FILE
               IF IFQ-FILE-STATUS = "00"
                   READ BD-QUEUE-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE "Y" TO QUEUES-PENDING
                           MOVE "GLQBD" TO PENDING-QUEUE
                   END-READ
                   CLOSE BD-QUEUE-FILE
               END-IF
           END-IF
           .

       CHECK-STANDING-FREQUENCY.
           ACCEPT ENTRY-TIME FROM TIME
           ADD 1 TO NEXT-SEQ
           MOVE NEXT-SEQ TO TXN-SEQ
           IF POSTING-DATE NOT = 0
               MOVE POSTING-DATE TO TXN-DATE
           ELSE
               MOVE TODAY-DATE TO TXN-DATE
           END-IF
           MOVE ACCT-CODE TO TXN-ACCT-CODE
           MOVE AMT TO TXN-AMT
           MOVE JRNL-NO TO TXN-JRNL
           MOVE OPERATOR-ID TO TXN-OPERATOR
           MOVE ENTRY-TIME(1:6) TO TXN-TIME
           MOVE COST-CTR TO TXN-COST-CTR
           MOVE COMPANY-CODE TO TXN-COMPANY
           MOVE POSTING-SOURCE TO TXN-SOURCE
           MOVE POSTING-SRC-REF TO TXN-SRC-REF
           WRITE TXN-RECORD
               INVALID KEY
                   DISPLAY "Ledger txn write failed: "
                       TXN-FILE-STATUS
               NOT INVALID KEY
                   IF INTERFACE-PASS = "Y"
                       IF JL-CONTINUED(JRNL-IDX) NOT = "Y"
                           ADD 1 TO GLI-POST-COUNT
                       END-IF
                       IF AMT > 0
                           ADD AMT TO GLI-POST-HASH
                       END-IF
                   END-IF
           END-WRITE
           PERFORM WRITE-ENTRY-AUDIT
           .
