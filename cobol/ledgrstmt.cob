           undistributed earnings. Live LEDGERTX and the LEDGRARC
           archive are both read, the way LEDGERRPT reports a
           closed period, and the statements print to LEDGRFIN.
           Given a company code the statements cover that entity's
           own books; left blank they consolidate every company,
           removing the intercompany accounts named on LEDGRELM
           (ECOLEDGER's emission charges billed to the city, for
           one) and printing what was eliminated. Each section
           follows the LEDGRACT roll-up (LEDGRHIR), subtotalling
           every group account, down to the level asked for: level
           1 gives management the one-page summary, blank gives
           finance every account.

      *-----------------------------------------------------------*
      * Mod history:
      *   2026-09-02  CAZZY - written; month-end stopped at the
      *               trial balance and the statements were being
      *               rebuilt in a spreadsheet by retyping it.
      *   2026-10-15  CAZZY - company code prompt for one entity's
      *               statements; blank consolidates all
      *               companies, eliminating the LEDGRELM
      *               intercompany accounts and printing an
      *               elimination schedule that must net to zero.
      *   2026-10-15  CAZZY - TXN-RECORD and ARCHIVE-RECORD carry
      *               the source system and source reference;
      *               layout only.
      *   2026-10-15  CAZZY - account types and descriptions come
      *               from the LEDGRHIR roll-up of LEDGRACT; each
      *               section subtotals the group accounts and
      *               prints to a chosen level.
      *   2026-10-15  CAZZY - the statements hold 500 accounts,
      *               matching the larger chart LEDGRACT now
      *               carries as an indexed file.
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
           SELECT ARCHIVE-FILE ASSIGN TO "LEDGRARC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARC-FILE-STATUS.
           SELECT ELIM-RULE-FILE ASSIGN TO "LEDGRELM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ELIM-FILE-STATUS.
           SELECT PRINT-FILE ASSIGN TO "LEDGRFIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINT-FILE-STATUS.
           05 TXN-OPERATOR     PIC X(8).
           05 TXN-TIME         PIC 9(6).
           05 TXN-COST-CTR     PIC X(4).
           05 TXN-COMPANY      PIC X(4).
           05 TXN-SOURCE       PIC X(10).
           05 TXN-SRC-REF      PIC X(20).

       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD.
           05 AR-OPERATOR      PIC X(8).
           05 AR-TIME          PIC 9(6).
           05 AR-COST-CTR      PIC X(4).
           05 AR-COMPANY       PIC X(4).
           05 AR-SOURCE        PIC X(10).
           05 AR-SRC-REF       PIC X(20).

      *-----------------------------------------------------------*
      * One line per intercompany account to eliminate on         *
      * consolidation: the company and the account it carries     *
      * the other entity's side of a charge in. Each pair of       *
      * rules must net to zero or the schedule says so.           *
      *-----------------------------------------------------------*
       FD  ELIM-RULE-FILE.
       01  ELIM-RULE-RECORD.
           05 EL-COMPANY       PIC X(4).
           05 EL-ACCT          PIC X(4).
           05 EL-DESC          PIC X(20).

       FD  PRINT-FILE.
       01  PRINT-RECORD        PIC X(80).
       WORKING-STORAGE SECTION.
       77 TXN-FILE-STATUS    PIC X(2).
       77 ARC-FILE-STATUS    PIC X(2).
       77 PRINT-FILE-STATUS  PIC X(2).
       77 ELIM-FILE-STATUS   PIC X(2).
       77 STMT-COMPANY       PIC X(4) VALUE SPACES.
       77 STMT-LABEL         PIC X(12) VALUE "CONSOLIDATED".
       77 WORK-COMPANY       PIC X(4).
       77 DEFAULT-COMPANY    PIC X(4) VALUE "CORP".
       77 ELIM-TOTAL         PIC S9(9)V99 VALUE 0.
       77 FROM-DATE          PIC 9(8) VALUE 0.
       77 TO-DATE            PIC 9(8) VALUE 99999999.
       77 DATE-ENTRY         PIC X(10).
       77 WORK-DATE          PIC 9(8).
       77 WORK-ACCT          PIC X(4).
       77 WORK-AMT           PIC S9(5)V99.
       77 S-IDX              PIC 9(3).
       77 WANT-TYPE          PIC X.
       77 SECTION-TOTAL      PIC S9(9)V99.
       77 SECTION-SIGN       PIC S9 VALUE +1.
       77 EQUITY-TOTAL       PIC S9(9)V99 VALUE 0.
       77 UNDIST-EARNINGS    PIC S9(9)V99 VALUE 0.
       77 BALANCE-CHECK      PIC S9(9)V99 VALUE 0.
       77 UNTYPED-COUNT      PIC 9(3) VALUE 0.
       77 RPT-LEVEL          PIC 9 VALUE 9.
       77 LEVEL-ENTRY        PIC X(2).
       77 STMT-BASIS         PIC X.
       77 H-IDX              PIC 9(3).
       77 C-IDX              PIC 9(3).
       77 LABEL-PTR          PIC 99.
       77 NODE-SHOWN         PIC X.
       77 NODE-HEADED        PIC X.
       77 LINE-LABEL         PIC X(27).

      *-----------------------------------------------------------*
      * One row per account touched: the range movement feeds the *
      * income statement, the cumulative-to-date balance feeds    *
      * the balance sheet. Type, description and place in the     *
      * roll-up (SA-NODE) come from the LEDGRACT chart; an        *
      * account not on the master reports under the untyped       *
      * section so it gets investigated.                          *
      *-----------------------------------------------------------*
       01 STMT-ACCTS.
           05 SA-ENTRY OCCURS 500 TIMES.
              10 SA-CODE       PIC X(4).
              10 SA-DESC       PIC X(20).
              10 SA-TYPE       PIC X.
              10 SA-RANGE-AMT  PIC S9(9)V99.
              10 SA-CUM-AMT    PIC S9(9)V99.
              10 SA-NODE       PIC 9(3).
       01 SA-COUNT           PIC 9(3) VALUE 0.

       01 ACCT-HIERARCHY.
           COPY LEDGRHIR.

      *-----------------------------------------------------------*
      * The section being printed, rolled up the chart: each      *
      * account's signed figure on its own node and every group   *
      * above it.                                                 *
      *-----------------------------------------------------------*
       01 HIER-AMTS.
           05 HS-AMT OCCURS 500 TIMES PIC S9(9)V99.

      *-----------------------------------------------------------*
      * Consolidation only: what each LEDGRELM rule took out of   *
      * the statements, to date and within the period.            *
      *-----------------------------------------------------------*
       01 ELIM-TABLE.
           05 ET-ENTRY OCCURS 20 TIMES.
              10 ET-COMPANY    PIC X(4).
              10 ET-ACCT       PIC X(4).
              10 ET-DESC       PIC X(20).
              10 ET-RANGE-AMT  PIC S9(9)V99.
              10 ET-CUM-AMT    PIC S9(9)V99.
       01 ET-COUNT           PIC 99 VALUE 0.
       01 ET-IDX             PIC 99.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           IF DATE-ENTRY NOT = SPACES
               COMPUTE TO-DATE = FUNCTION NUMVAL(DATE-ENTRY)
           END-IF
           DISPLAY "Company code (spaces for consolidated): "
           ACCEPT STMT-COMPANY
           MOVE FUNCTION UPPER-CASE(STMT-COMPANY) TO STMT-COMPANY
           IF STMT-COMPANY NOT = SPACES
               MOVE SPACES TO STMT-LABEL
               STRING "COMPANY " STMT-COMPANY
                   DELIMITED BY SIZE INTO STMT-LABEL
           END-IF
           DISPLAY "Roll-up level 1-8 (spaces for full account "
               "detail): "
           ACCEPT LEVEL-ENTRY
           IF LEVEL-ENTRY(1:1) IS NUMERIC
                   AND LEVEL-ENTRY(1:1) NOT = "0"
               MOVE LEVEL-ENTRY(1:1) TO RPT-LEVEL
           END-IF

           CALL "LEDGRHIR" USING ACCT-HIERARCHY
               ON EXCEPTION
                   MOVE "X" TO HR-RESULT
                   MOVE 0 TO HR-COUNT
           END-CALL
           IF HR-COUNT = 0
               DISPLAY "No account master (LEDGRACT) -- statements"
                   " cannot be typed"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF STMT-COMPANY = SPACES
               PERFORM LOAD-ELIMINATION-RULES
           END-IF
           PERFORM LOAD-ARCHIVED-TRANSACTIONS
           PERFORM LOAD-LIVE-TRANSACTIONS

           OPEN OUTPUT PRINT-FILE
           PERFORM PRINT-INCOME-STATEMENT
           PERFORM PRINT-BALANCE-SHEET
           PERFORM PRINT-ELIMINATIONS
           CLOSE PRINT-FILE
           IF UNTYPED-COUNT > 0
               DISPLAY "Statements include " UNTYPED-COUNT
                   " untyped accounts -- see LEDGRFIN"
           END-IF
           DISPLAY "Financial statements (" STMT-LABEL ") for "
               FROM-DATE " - " TO-DATE " on LEDGRFIN"
           STOP RUN.

       LOAD-ELIMINATION-RULES.
           MOVE 0 TO ET-COUNT
           OPEN INPUT ELIM-RULE-FILE
           IF ELIM-FILE-STATUS NOT = "00"
               DISPLAY "No elimination rules (LEDGRELM) -- "
                   "consolidated without intercompany eliminations"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ ELIM-RULE-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF ET-COUNT < 20
                   ADD 1 TO ET-COUNT
                   MOVE EL-COMPANY TO ET-COMPANY(ET-COUNT)
                   MOVE EL-ACCT TO ET-ACCT(ET-COUNT)
                   MOVE EL-DESC TO ET-DESC(ET-COUNT)
                   MOVE 0 TO ET-RANGE-AMT(ET-COUNT)
                   MOVE 0 TO ET-CUM-AMT(ET-COUNT)
               ELSE
                   DISPLAY "More than 20 elimination rules -- "
                       EL-COMPANY " " EL-ACCT " not applied"
               END-IF
           END-PERFORM
           CLOSE ELIM-RULE-FILE
           .

      *-----------------------------------------------------------*
               MOVE AR-DATE TO WORK-DATE
               MOVE AR-ACCT-CODE TO WORK-ACCT
               MOVE AR-AMT TO WORK-AMT
               MOVE AR-COMPANY TO WORK-COMPANY
               PERFORM TALLY-STATEMENT-ACCOUNT
           END-PERFORM
           CLOSE ARCHIVE-FILE
               MOVE TXN-DATE TO WORK-DATE
               MOVE TXN-ACCT-CODE TO WORK-ACCT
               MOVE TXN-AMT TO WORK-AMT
               MOVE TXN-COMPANY TO WORK-COMPANY
               PERFORM TALLY-STATEMENT-ACCOUNT
           END-PERFORM
           CLOSE LEDGER-TXN-FILE
           .

      *-----------------------------------------------------------*
      * A single company's statements take only its own lines     *
      * (no code is CORP's). Consolidated, every company adds in  *
      * except lines an elimination rule claims, which go to the  *
      * elimination schedule instead of the statements.           *
      *-----------------------------------------------------------*
       TALLY-STATEMENT-ACCOUNT.
           IF WORK-DATE > TO-DATE
               EXIT PARAGRAPH
           END-IF
           IF WORK-COMPANY = SPACES
               MOVE DEFAULT-COMPANY TO WORK-COMPANY
           END-IF
           IF STMT-COMPANY NOT = SPACES
               IF WORK-COMPANY NOT = STMT-COMPANY
                   EXIT PARAGRAPH
               END-IF
           ELSE
               PERFORM VARYING ET-IDX FROM 1 BY 1
                       UNTIL ET-IDX > ET-COUNT
                   IF ET-COMPANY(ET-IDX) = WORK-COMPANY
                           AND ET-ACCT(ET-IDX) = WORK-ACCT
                       ADD WORK-AMT TO ET-CUM-AMT(ET-IDX)
                       IF WORK-DATE >= FROM-DATE
                           ADD WORK-AMT TO ET-RANGE-AMT(ET-IDX)
                       END-IF
                       EXIT PARAGRAPH
                   END-IF
               END-PERFORM
           END-IF
           PERFORM VARYING S-IDX FROM 1 BY 1 UNTIL S-IDX > SA-COUNT
               IF SA-CODE(S-IDX) = WORK-ACCT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF S-IDX > SA-COUNT
               IF SA-COUNT >= 500
                   DISPLAY "More than 500 accounts -- " WORK-ACCT
                       " not in statements"
                   EXIT PARAGRAPH
               END-IF
               MOVE 0 TO SA-CUM-AMT(S-IDX)
               MOVE SPACES TO SA-DESC(S-IDX)
               MOVE SPACE TO SA-TYPE(S-IDX)
               MOVE 0 TO SA-NODE(S-IDX)
               PERFORM VARYING H-IDX FROM 1 BY 1
                       UNTIL H-IDX > HR-COUNT
                   IF HR-CODE(H-IDX) = WORK-ACCT
                       MOVE HR-DESC(H-IDX) TO SA-DESC(S-IDX)
                       MOVE HR-TYPE(H-IDX) TO SA-TYPE(S-IDX)
                       MOVE H-IDX TO SA-NODE(S-IDX)
                       EXIT PERFORM
                   END-IF
               END-PERFORM
       PRINT-INCOME-STATEMENT.
           MOVE SPACES TO PRINT-RECORD
           STRING "INCOME STATEMENT " FROM-DATE " - " TO-DATE
               "  " STMT-LABEL
               DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD
           IF RPT-LEVEL NOT = 9
               MOVE SPACES TO PRINT-RECORD
               STRING "SUMMARY TO ROLL-UP LEVEL " RPT-LEVEL
                   DELIMITED BY SIZE INTO PRINT-RECORD
               WRITE PRINT-RECORD
           END-IF
           MOVE ALL "=" TO PRINT-RECORD
           WRITE PRINT-RECORD

           .

       PRINT-RANGE-SECTION.
           MOVE "R" TO STMT-BASIS
           PERFORM PRINT-TYPE-SECTION
           .

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       PRINT-BALANCE-SHEET.
           MOVE SPACES TO PRINT-RECORD
           STRING "BALANCE SHEET AS OF " TO-DATE "  " STMT-LABEL
               DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE ALL "=" TO PRINT-RECORD
           .

       PRINT-CUM-SECTION.
           MOVE "C" TO STMT-BASIS
           PERFORM PRINT-TYPE-SECTION
           .

      *-----------------------------------------------------------*
      * One statement section: the WANT-TYPE accounts' range      *
      * movement (basis R) or balance to date (basis C), signed   *
      * by SECTION-SIGN, printed down the chart. A group above    *
      * the chosen level prints a heading, its members and a      *
      * subtotal; a group at the level prints as one line; deeper *
      * accounts are carried in the subtotals. The section total  *
      * comes from the accounts themselves, whatever the level.   *
      *-----------------------------------------------------------*
       PRINT-TYPE-SECTION.
           MOVE 0 TO SECTION-TOTAL
           PERFORM VARYING H-IDX FROM 1 BY 1 UNTIL H-IDX > HR-COUNT
               MOVE 0 TO HS-AMT(H-IDX)
           END-PERFORM
           PERFORM VARYING S-IDX FROM 1 BY 1 UNTIL S-IDX > SA-COUNT
               IF SA-TYPE(S-IDX) = WANT-TYPE
                   IF STMT-BASIS = "R"
                       COMPUTE LINE-AMT =
                           SA-RANGE-AMT(S-IDX) * SECTION-SIGN
                   ELSE
                       COMPUTE LINE-AMT =
                           SA-CUM-AMT(S-IDX) * SECTION-SIGN
                   END-IF
                   ADD LINE-AMT TO SECTION-TOTAL
                   MOVE SA-NODE(S-IDX) TO C-IDX
                   PERFORM UNTIL C-IDX = 0
                       ADD LINE-AMT TO HS-AMT(C-IDX)
                       MOVE HR-PARENT(C-IDX) TO C-IDX
                   END-PERFORM
               END-IF
           END-PERFORM
           PERFORM VARYING H-IDX FROM 1 BY 1 UNTIL H-IDX > HR-COUNT
               PERFORM PRINT-STMT-NODE
           END-PERFORM
           COMPUTE AMT-EDIT = SECTION-TOTAL
           MOVE SPACES TO PRINT-RECORD
           STRING "  TOTAL                      " AMT-EDIT
           WRITE PRINT-RECORD
           .

       PRINT-STMT-NODE.
           MOVE H-IDX TO C-IDX
           PERFORM CHECK-STMT-NODE
           IF NODE-SHOWN = "Y"
               MOVE SPACES TO LINE-LABEL
               MOVE HR-LEVEL(H-IDX) TO LABEL-PTR
               STRING HR-CODE(H-IDX) " " HR-DESC(H-IDX)
                   DELIMITED BY SIZE INTO LINE-LABEL
                   WITH POINTER LABEL-PTR
               MOVE SPACES TO PRINT-RECORD
               IF NODE-HEADED = "Y"
                   STRING "  " LINE-LABEL
                       DELIMITED BY SIZE INTO PRINT-RECORD
               ELSE
                   COMPUTE AMT-EDIT = HS-AMT(H-IDX)
                   STRING "  " LINE-LABEL AMT-EDIT
                       DELIMITED BY SIZE INTO PRINT-RECORD
               END-IF
               WRITE PRINT-RECORD
           END-IF
      *    Close every group whose last member this was.
           PERFORM UNTIL C-IDX = 0
               IF HR-LAST(C-IDX) NOT = H-IDX
                   EXIT PERFORM
               END-IF
               PERFORM CHECK-STMT-NODE
               IF NODE-HEADED = "Y"
                   MOVE SPACES TO LINE-LABEL
                   MOVE HR-LEVEL(C-IDX) TO LABEL-PTR
                   STRING "TOTAL " HR-DESC(C-IDX)
                       DELIMITED BY SIZE INTO LINE-LABEL
                       WITH POINTER LABEL-PTR
                   COMPUTE AMT-EDIT = HS-AMT(C-IDX)
                   MOVE SPACES TO PRINT-RECORD
                   STRING "  " LINE-LABEL AMT-EDIT
                       DELIMITED BY SIZE INTO PRINT-RECORD
                   WRITE PRINT-RECORD
               END-IF
               MOVE HR-PARENT(C-IDX) TO C-IDX
           END-PERFORM
           .

       CHECK-STMT-NODE.
           MOVE "N" TO NODE-SHOWN
           MOVE "N" TO NODE-HEADED
           IF HR-TYPE(C-IDX) NOT = WANT-TYPE
                   OR HR-LEVEL(C-IDX) > RPT-LEVEL
                   OR HS-AMT(C-IDX) = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO NODE-SHOWN
           IF HR-GROUP(C-IDX) = "G"
                   AND HR-LEVEL(C-IDX) < RPT-LEVEL
                   AND HR-LAST(C-IDX) > C-IDX
               MOVE "Y" TO NODE-HEADED
           END-IF
           .

      *-----------------------------------------------------------*
      * Accounts with no LEDGRACT type (suspense postings, codes  *
      * missing from the master) are listed so the statements     *
               END-IF
           END-PERFORM
           .

      *-----------------------------------------------------------*
      * Consolidation schedule: each rule's eliminated balance to *
      * date and period movement. The rules come in pairs (one    *
      * entity's receivable against the other's payable, revenue  *
      * against expense), so the to-date column must total zero;  *
      * anything else is an intercompany charge one side missed.  *
      *-----------------------------------------------------------*
       PRINT-ELIMINATIONS.
           IF ET-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE "INTERCOMPANY ELIMINATIONS" TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE ALL "=" TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD
           STRING "  CO   ACCT DESCRIPTION                 PERIOD"
               "         TO DATE"
               DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE 0 TO ELIM-TOTAL
           PERFORM VARYING ET-IDX FROM 1 BY 1 UNTIL ET-IDX > ET-COUNT
               ADD ET-CUM-AMT(ET-IDX) TO ELIM-TOTAL
               COMPUTE AMT-EDIT = ET-RANGE-AMT(ET-IDX)
               COMPUTE LINE-AMT = ET-CUM-AMT(ET-IDX)
               MOVE SPACES TO PRINT-RECORD
               STRING "  " ET-COMPANY(ET-IDX) " " ET-ACCT(ET-IDX)
                   " " ET-DESC(ET-IDX) " " AMT-EDIT
                   DELIMITED BY SIZE INTO PRINT-RECORD
               COMPUTE AMT-EDIT = LINE-AMT
               MOVE AMT-EDIT TO PRINT-RECORD(50:13)
               WRITE PRINT-RECORD
           END-PERFORM
           COMPUTE AMT-EDIT = ELIM-TOTAL
           MOVE SPACES TO PRINT-RECORD
           STRING "  NET ELIMINATED" DELIMITED BY SIZE
               INTO PRINT-RECORD
           MOVE AMT-EDIT TO PRINT-RECORD(50:13)
           WRITE PRINT-RECORD
           IF ELIM-TOTAL NOT = 0
               MOVE "*** INTERCOMPANY BALANCES DO NOT ELIMINATE ***"
                   TO PRINT-RECORD
               WRITE PRINT-RECORD
               DISPLAY "Intercompany eliminations do not net to "
                   "zero -- see LEDGRFIN"
           END-IF
           .
