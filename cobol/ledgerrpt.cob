           grand total) to the LEDGRRPT print file. On request the
           LEDGRARC period archive is included too, so a closed
           period can still be reported after LEDGERARC has rolled
           it off the live file. A company code limits the
           report to that entity's books (transactions with no
           code are CORP's); spaces report all companies together.
           The trial balance follows the LEDGRACT roll-up (LEDGRHIR)
           with a subtotal for every group account, printed down to
           the level asked for -- level 1 is the one-page summary
           of the top groups; left blank every account prints and
           the activity detail follows.

      *-----------------------------------------------------------*
      * Mod history:
      *               the activity detail's running balance starts
      *               from the opening figure, so a purged closed
      *               period no longer reads as a zero start.
      *   2026-10-15  CAZZY - company code prompt: the trial
      *               balance and activity detail cover one
      *               entity's transactions and LEDGRABL openings,
      *               or every company when left blank.
      *   2026-10-15  CAZZY - TXN-RECORD and ARCHIVE-RECORD carry
      *               the source system and source reference;
      *               layout only.
      *   2026-10-15  CAZZY - the trial balance rolls up the
      *               LEDGRACT account hierarchy with group
      *               subtotals, printed to a chosen level; the
      *               activity detail prints at full detail only.
      *   2026-10-15  CAZZY - LEDGRABL is an indexed file keyed by
      *               account and company and is read as such; the
      *               trial balance holds 500 accounts.
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARC-FILE-STATUS.
           SELECT ACCT-BAL-FILE ASSIGN TO "LEDGRABL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ABL-KEY
               FILE STATUS IS ABAL-FILE-STATUS.
           SELECT PRINT-FILE ASSIGN TO "LEDGRRPT"
               ORGANIZATION IS LINE SEQUENTIAL
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

       FD  ACCT-BAL-FILE.
       01  ACCT-BAL-RECORD.
           05 ABL-KEY.
              10 ABL-ACCT      PIC X(4).
              10 ABL-COMPANY   PIC X(4).
           05 ABL-BAL          PIC S9(7)V99.
           05 FILLER           PIC X(3).

       FD  PRINT-FILE.
       01  PRINT-RECORD        PIC X(80).
       77 ABAL-FILE-STATUS   PIC X(2).
       77 PRINT-FILE-STATUS  PIC X(2).
       77 INCLUDE-ARC        PIC X VALUE "N".
       77 RPT-COMPANY        PIC X(4) VALUE SPACES.
       77 RPT-COMPANY-LABEL  PIC X(4) VALUE "ALL ".
       77 REC-COMPANY        PIC X(4).
       77 DEFAULT-COMPANY    PIC X(4) VALUE "CORP".
       77 FROM-DATE          PIC 9(8) VALUE 0.
       77 TO-DATE            PIC 9(8) VALUE 99999999.
       77 DATE-ENTRY         PIC X(10).
       77 TXN-COUNT          PIC 9(4) VALUE 0.
       77 MAX-TXNS           PIC 9(4) VALUE 1000.
       77 T-IDX              PIC 9(4).
       77 A-IDX              PIC 9(3).
       77 GRAND-TOTAL        PIC S9(9)V99 VALUE 0.
       77 RUN-BALANCE        PIC S9(9)V99 VALUE 0.
       77 ACCT-SUBTOTAL      PIC S9(9)V99 VALUE 0.
       77 CREDIT-TOTAL       PIC S9(9)V99 VALUE 0.
       77 AMT-EDIT           PIC -(9)9.99.
       77 AMT-EDIT2          PIC -(9)9.99.
       77 RPT-LEVEL          PIC 9 VALUE 9.
       77 LEVEL-ENTRY        PIC X(2).
       77 H-IDX              PIC 9(3).
       77 C-IDX              PIC 9(3).
       77 LABEL-PTR          PIC 99.
       77 NODE-SHOWN         PIC X.
       77 NODE-HEADED        PIC X.
       77 UNMAPPED-COUNT     PIC 9(3) VALUE 0.
       77 LINE-LABEL         PIC X(18).
       77 LINE-OPENING       PIC S9(9)V99.
       77 LINE-DEBITS        PIC S9(9)V99.
       77 LINE-CREDITS       PIC S9(9)V99.

       01 TXN-TABLE.
           05 TT-ENTRY OCCURS 1000 TIMES.
              10 TT-JRNL       PIC 9(4).

       01 RPT-ACCTS.
           05 RA-ENTRY OCCURS 500 TIMES.
              10 RA-CODE       PIC X(4).
              10 RA-OPENING    PIC S9(9)V99.
              10 RA-DEBITS     PIC S9(9)V99.
              10 RA-CREDITS    PIC S9(9)V99.
              10 RA-NODE       PIC 9(3).
       01 RA-COUNT           PIC 9(3) VALUE 0.
       01 RA-FOUND           PIC X.

       77 OPEN-EDIT          PIC -(9)9.99.
       77 CLOSE-EDIT         PIC -(9)9.99.
       77 OPENING-TOTAL      PIC S9(9)V99 VALUE 0.
       77 CLOSING-TOTAL      PIC S9(9)V99 VALUE 0.
       77 ABAL-CTL-KEY       PIC X(8) VALUE "CTL".

       01 ACCT-HIERARCHY.
           COPY LEDGRHIR.

      *-----------------------------------------------------------*
      * Trial-balance figures rolled up the account hierarchy,    *
      * one row per HR-NODE: each account's own figures plus      *
      * everything beneath it.                                    *
      *-----------------------------------------------------------*
       01 HIER-AMTS.
           05 HA-ENTRY OCCURS 500 TIMES.
              10 HA-OPENING    PIC S9(9)V99.
              10 HA-DEBITS     PIC S9(9)V99.
              10 HA-CREDITS    PIC S9(9)V99.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           END-IF
           DISPLAY "Include archived periods from LEDGRARC (Y/N): "
           ACCEPT INCLUDE-ARC
           DISPLAY "Company code (spaces for all companies): "
           ACCEPT RPT-COMPANY
           MOVE FUNCTION UPPER-CASE(RPT-COMPANY) TO RPT-COMPANY
           IF RPT-COMPANY NOT = SPACES
               MOVE RPT-COMPANY TO RPT-COMPANY-LABEL
           END-IF
           DISPLAY "Roll-up level 1-8 (spaces for full account "
               "detail): "
           ACCEPT LEVEL-ENTRY
           IF LEVEL-ENTRY(1:1) IS NUMERIC
                   AND LEVEL-ENTRY(1:1) NOT = "0"
               MOVE LEVEL-ENTRY(1:1) TO RPT-LEVEL
           END-IF

           IF INCLUDE-ARC = "Y" OR INCLUDE-ARC = "y"
               PERFORM LOAD-ARCHIVED-TRANSACTIONS
           END-IF
           PERFORM LOAD-TRANSACTIONS
           PERFORM LOAD-OPENING-BALANCES
           CALL "LEDGRHIR" USING ACCT-HIERARCHY
               ON EXCEPTION
                   MOVE "X" TO HR-RESULT
                   MOVE 0 TO HR-COUNT
           END-CALL
           OPEN OUTPUT PRINT-FILE
           PERFORM PRINT-HEADINGS
           PERFORM PRINT-TRIAL-BALANCE
           IF RPT-LEVEL = 9
               PERFORM PRINT-ACCOUNT-ACTIVITY
           END-IF
           CLOSE PRINT-FILE
           DISPLAY "Report complete: " TXN-COUNT
               " transactions on LEDGRRPT"
                   AT END
                       EXIT PERFORM
               END-READ
               MOVE TXN-COMPANY TO REC-COMPANY
               IF REC-COMPANY = SPACES
                   MOVE DEFAULT-COMPANY TO REC-COMPANY
               END-IF
               IF TXN-DATE >= FROM-DATE AND TXN-DATE <= TO-DATE
                       AND (RPT-COMPANY = SPACES
                            OR RPT-COMPANY = REC-COMPANY)
                   IF TXN-COUNT < MAX-TXNS
                       ADD 1 TO TXN-COUNT
                       MOVE TXN-SEQ TO TT-SEQ(TXN-COUNT)
                   AT END
                       EXIT PERFORM
               END-READ
               MOVE AR-COMPANY TO REC-COMPANY
               IF REC-COMPANY = SPACES
                   MOVE DEFAULT-COMPANY TO REC-COMPANY
               END-IF
               IF AR-DATE >= FROM-DATE AND AR-DATE <= TO-DATE
                       AND (RPT-COMPANY = SPACES
                            OR RPT-COMPANY = REC-COMPANY)
                   IF TXN-COUNT < MAX-TXNS
                       ADD 1 TO TXN-COUNT
                       MOVE AR-SEQ TO TT-SEQ(TXN-COUNT)
               END-IF
           END-PERFORM
           IF RA-FOUND = "N"
               IF RA-COUNT >= 500
                   DISPLAY "More than 500 accounts in range -- "
                       TT-ACCT(TXN-COUNT) " not in trial balance"
                   EXIT PARAGRAPH
               END-IF

      *-----------------------------------------------------------*
      * Opening balances from the LEDGRABL master MONTH-END-CLOSE *
      * maintains, keyed by account and company; the CTL record   *
      * (as-of period) is passed over. Across all companies the   *
      * entities' balances for an account add into one opening.   *
      * Accounts carrying a balance but no activity in range get  *
      * their own row so the life-to-date position still shows.   *
      *-----------------------------------------------------------*
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ ACCT-BAL-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               MOVE ABL-COMPANY TO REC-COMPANY
               IF REC-COMPANY = SPACES
                   MOVE DEFAULT-COMPANY TO REC-COMPANY
               END-IF
               IF ABL-KEY NOT = ABAL-CTL-KEY
                       AND (RPT-COMPANY = SPACES
                            OR RPT-COMPANY = REC-COMPANY)
                   PERFORM TAKE-ONE-OPENING
               END-IF
           END-PERFORM
       TAKE-ONE-OPENING.
           MOVE "N" TO RA-FOUND
           PERFORM VARYING A-IDX FROM 1 BY 1 UNTIL A-IDX > RA-COUNT
               IF RA-CODE(A-IDX) = ABL-ACCT
                   MOVE "Y" TO RA-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF RA-FOUND = "N"
               IF RA-COUNT >= 500
                   DISPLAY "More than 500 accounts -- opening for "
                       ABL-ACCT " not reported"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO RA-COUNT
               MOVE RA-COUNT TO A-IDX
               MOVE ABL-ACCT TO RA-CODE(A-IDX)
               MOVE 0 TO RA-OPENING(A-IDX)
               MOVE 0 TO RA-DEBITS(A-IDX)
               MOVE 0 TO RA-CREDITS(A-IDX)
           END-IF
           ADD ABL-BAL TO RA-OPENING(A-IDX)
           .

       PRINT-HEADINGS.
           MOVE SPACES TO PRINT-RECORD
           STRING "LEDGER TRIAL BALANCE AND ACCOUNT ACTIVITY "
               FROM-DATE " - " TO-DATE " CO " RPT-COMPANY-LABEL
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

      *-----------------------------------------------------------*
      * Grand totals come from the account rows, so they are the  *
      * same whatever level prints. With a chart on LEDGRACT the  *
      * rows print in roll-up order; without one, as tallied.     *
      *-----------------------------------------------------------*
       PRINT-TRIAL-BALANCE.
           MOVE "TRIAL BALANCE" TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD
           MOVE "ACCOUNT" TO PRINT-RECORD(1:7)
           MOVE "OPENING" TO PRINT-RECORD(26:7)
           MOVE "DEBITS" TO PRINT-RECORD(41:6)
           MOVE "CREDITS" TO PRINT-RECORD(54:7)
           MOVE "CLOSING" TO PRINT-RECORD(68:7)
           WRITE PRINT-RECORD
           MOVE 0 TO DEBIT-TOTAL
           MOVE 0 TO CREDIT-TOTAL
               ADD RA-OPENING(A-IDX) TO OPENING-TOTAL
               ADD RA-DEBITS(A-IDX) TO DEBIT-TOTAL
               ADD RA-CREDITS(A-IDX) TO CREDIT-TOTAL
               ADD RA-OPENING(A-IDX) TO CLOSING-TOTAL
               ADD RA-DEBITS(A-IDX) TO CLOSING-TOTAL
               ADD RA-CREDITS(A-IDX) TO CLOSING-TOTAL
           END-PERFORM
           IF HR-COUNT = 0
               PERFORM VARYING A-IDX FROM 1 BY 1
                       UNTIL A-IDX > RA-COUNT
                   MOVE RA-CODE(A-IDX) TO LINE-LABEL
                   PERFORM PRINT-TB-ACCOUNT-ROW
               END-PERFORM
           ELSE
               PERFORM ROLL-UP-TRIAL-BALANCE
               PERFORM VARYING H-IDX FROM 1 BY 1
                       UNTIL H-IDX > HR-COUNT
                   PERFORM PRINT-TB-NODE
               END-PERFORM
               PERFORM PRINT-TB-UNMAPPED
           END-IF
           MOVE "TOTAL ALL ACCOUNTS" TO LINE-LABEL
           MOVE OPENING-TOTAL TO LINE-OPENING
           MOVE DEBIT-TOTAL TO LINE-DEBITS
           MOVE CREDIT-TOTAL TO LINE-CREDITS
           PERFORM PRINT-TB-LINE
           COMPUTE AMT-EDIT = DEBIT-TOTAL + CREDIT-TOTAL
           MOVE SPACES TO PRINT-RECORD
           STRING "NET MOVEMENT " AMT-EDIT
               DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD
           .

       PRINT-TB-ACCOUNT-ROW.
           MOVE RA-OPENING(A-IDX) TO LINE-OPENING
           MOVE RA-DEBITS(A-IDX) TO LINE-DEBITS
           MOVE RA-CREDITS(A-IDX) TO LINE-CREDITS
           PERFORM PRINT-TB-LINE
           .

       PRINT-TB-LINE.
           COMPUTE OPEN-EDIT = LINE-OPENING
           COMPUTE AMT-EDIT = LINE-DEBITS
           COMPUTE AMT-EDIT2 = LINE-CREDITS
           COMPUTE CLOSE-EDIT = LINE-OPENING + LINE-DEBITS
               + LINE-CREDITS
           MOVE SPACES TO PRINT-RECORD
           STRING LINE-LABEL " " OPEN-EDIT " " AMT-EDIT
               " " AMT-EDIT2 " " CLOSE-EDIT
               DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD
           .

      *-----------------------------------------------------------*
      * Each account row's figures go to its own node and every   *
      * group above it. A row with no node is not on LEDGRACT and *
      * prints on its own after the chart.                        *
      *-----------------------------------------------------------*
       ROLL-UP-TRIAL-BALANCE.
           PERFORM VARYING H-IDX FROM 1 BY 1 UNTIL H-IDX > HR-COUNT
               MOVE 0 TO HA-OPENING(H-IDX)
               MOVE 0 TO HA-DEBITS(H-IDX)
               MOVE 0 TO HA-CREDITS(H-IDX)
           END-PERFORM
           MOVE 0 TO UNMAPPED-COUNT
           PERFORM VARYING A-IDX FROM 1 BY 1 UNTIL A-IDX > RA-COUNT
               MOVE 0 TO RA-NODE(A-IDX)
               PERFORM VARYING H-IDX FROM 1 BY 1
                       UNTIL H-IDX > HR-COUNT
                   IF HR-CODE(H-IDX) = RA-CODE(A-IDX)
                       MOVE H-IDX TO RA-NODE(A-IDX)
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF RA-NODE(A-IDX) = 0
                   ADD 1 TO UNMAPPED-COUNT
               END-IF
               MOVE RA-NODE(A-IDX) TO C-IDX
               PERFORM UNTIL C-IDX = 0
                   ADD RA-OPENING(A-IDX) TO HA-OPENING(C-IDX)
                   ADD RA-DEBITS(A-IDX) TO HA-DEBITS(C-IDX)
                   ADD RA-CREDITS(A-IDX) TO HA-CREDITS(C-IDX)
                   MOVE HR-PARENT(C-IDX) TO C-IDX
               END-PERFORM
           END-PERFORM
           .

      *-----------------------------------------------------------*
      * A group above the chosen level prints a heading, then     *
      * what rolls up into it, then its subtotal; a group at the  *
      * chosen level prints as one line; anything deeper is       *
      * carried in the subtotals only. Accounts with no figures   *
      * are left out, as before.                                  *
      *-----------------------------------------------------------*
       PRINT-TB-NODE.
           MOVE H-IDX TO C-IDX
           PERFORM CHECK-TB-NODE
           IF NODE-HEADED = "Y"
               MOVE SPACES TO PRINT-RECORD
               MOVE HR-LEVEL(H-IDX) TO LABEL-PTR
               STRING HR-CODE(H-IDX) " " HR-DESC(H-IDX)
                   DELIMITED BY SIZE INTO PRINT-RECORD
                   WITH POINTER LABEL-PTR
               WRITE PRINT-RECORD
           ELSE
               IF NODE-SHOWN = "Y"
                   MOVE SPACES TO LINE-LABEL
                   MOVE HR-LEVEL(H-IDX) TO LABEL-PTR
                   STRING HR-CODE(H-IDX) " " HR-DESC(H-IDX)
                       DELIMITED BY SIZE INTO LINE-LABEL
                       WITH POINTER LABEL-PTR
                   MOVE HA-OPENING(H-IDX) TO LINE-OPENING
                   MOVE HA-DEBITS(H-IDX) TO LINE-DEBITS
                   MOVE HA-CREDITS(H-IDX) TO LINE-CREDITS
                   PERFORM PRINT-TB-LINE
               END-IF
           END-IF
      *    Close every group whose last member this was.
           PERFORM UNTIL C-IDX = 0
               IF HR-LAST(C-IDX) NOT = H-IDX
                   EXIT PERFORM
               END-IF
               PERFORM CHECK-TB-NODE
               IF NODE-HEADED = "Y"
                   MOVE SPACES TO LINE-LABEL
                   MOVE HR-LEVEL(C-IDX) TO LABEL-PTR
                   STRING "TOTAL " HR-CODE(C-IDX)
                       DELIMITED BY SIZE INTO LINE-LABEL
                       WITH POINTER LABEL-PTR
                   MOVE HA-OPENING(C-IDX) TO LINE-OPENING
                   MOVE HA-DEBITS(C-IDX) TO LINE-DEBITS
                   MOVE HA-CREDITS(C-IDX) TO LINE-CREDITS
                   PERFORM PRINT-TB-LINE
               END-IF
               MOVE HR-PARENT(C-IDX) TO C-IDX
           END-PERFORM
           .

       CHECK-TB-NODE.
           MOVE "N" TO NODE-SHOWN
           MOVE "N" TO NODE-HEADED
           IF HR-LEVEL(C-IDX) > RPT-LEVEL
               EXIT PARAGRAPH
           END-IF
           IF HA-OPENING(C-IDX) = 0 AND HA-DEBITS(C-IDX) = 0
                   AND HA-CREDITS(C-IDX) = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO NODE-SHOWN
           IF HR-GROUP(C-IDX) = "G"
                   AND HR-LEVEL(C-IDX) < RPT-LEVEL
                   AND HR-LAST(C-IDX) > C-IDX
               MOVE "Y" TO NODE-HEADED
           END-IF
           .

       PRINT-TB-UNMAPPED.
           IF UNMAPPED-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "ACCOUNTS NOT ON LEDGRACT" TO PRINT-RECORD
           WRITE PRINT-RECORD
           PERFORM VARYING A-IDX FROM 1 BY 1 UNTIL A-IDX > RA-COUNT
               IF RA-NODE(A-IDX) = 0
                   MOVE SPACES TO LINE-LABEL
                   MOVE RA-CODE(A-IDX) TO LINE-LABEL(2:4)
                   PERFORM PRINT-TB-ACCOUNT-ROW
               END-IF
           END-PERFORM
           .

      *-----------------------------------------------------------*
      * Per-account detail: every transaction in sequence order   *
      * with a running balance, a subtotal per account, and a     *
