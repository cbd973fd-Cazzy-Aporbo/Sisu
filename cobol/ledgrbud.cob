           for the period and year to date, with actuals drawn
           from live LEDGERTX plus the LEDGRARC archive the way
           LEDGERRPT reports a closed period. Prints to LEDGRVAR.
           Accounts print down the LEDGRACT roll-up (LEDGRHIR) with
           budget, actual and variance subtotalled for every group
           account, to the level asked for; blank prints them all.

      *-----------------------------------------------------------*
      * Mod history:
      *               comparing the trial balance to the plan by
      *               hand because nothing in the suite knew a
      *               budget existed.
      *   2026-10-15  CAZZY - TXN-RECORD carries the company code;
      *               layout only.
      *   2026-10-15  CAZZY - TXN-RECORD and ARCHIVE-RECORD carry
      *               the source system and source reference;
      *               layout only.
      *   2026-10-15  CAZZY - accounts print down the LEDGRHIR
      *               roll-up of LEDGRACT with group subtotals, to
      *               a chosen level.
      *   2026-10-15  CAZZY - the variance table holds 500
      *               accounts, matching the larger chart LEDGRACT
      *               now carries as an indexed file.
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
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
      * One budget line per account and period: account(4),       *
       77 WORK-PERIOD        PIC 9(6).
       77 WORK-ACCT          PIC X(4).
       77 WORK-AMT           PIC S9(5)V99.
       77 V-IDX              PIC 9(3).
       77 AMT-EDIT           PIC -(7)9.99.
       77 AMT-EDIT2          PIC -(7)9.99.
       77 AMT-EDIT3          PIC -(7)9.99.
       77 TOT-ACTUAL         PIC S9(9)V99 VALUE 0.
       77 TOT-YTD-BUDGET     PIC S9(9)V99 VALUE 0.
       77 TOT-YTD-ACTUAL     PIC S9(9)V99 VALUE 0.
       77 RPT-LEVEL          PIC 9 VALUE 9.
       77 LEVEL-ENTRY        PIC X(2).
       77 H-IDX              PIC 9(3).
       77 C-IDX              PIC 9(3).
       77 LABEL-PTR          PIC 99.
       77 LINE-INDENT        PIC 9.
       77 NODE-SHOWN         PIC X.
       77 NODE-HEADED        PIC X.
       77 UNMAPPED-COUNT     PIC 9(3) VALUE 0.
       77 LINE-LABEL         PIC X(18).
       77 LINE-BUDGET        PIC S9(9)V99.
       77 LINE-ACTUAL        PIC S9(9)V99.
       77 LINE-YTD-BUDGET    PIC S9(9)V99.
       77 LINE-YTD-ACTUAL    PIC S9(9)V99.

      *-----------------------------------------------------------*
      * One row per account appearing on the budget or in the     *
      * both show on the report instead of vanishing.             *
      *-----------------------------------------------------------*
       01 VARIANCE-TABLE.
           05 VT-ENTRY OCCURS 500 TIMES.
              10 VT-ACCT        PIC X(4).
              10 VT-BUDGET      PIC S9(9)V99.
              10 VT-ACTUAL      PIC S9(9)V99.
              10 VT-YTD-BUDGET  PIC S9(9)V99.
              10 VT-YTD-ACTUAL  PIC S9(9)V99.
              10 VT-NODE        PIC 9(3).
       01 VT-COUNT           PIC 9(3) VALUE 0.

       01 ACCT-HIERARCHY.
           COPY LEDGRHIR.

      *-----------------------------------------------------------*
      * Budget and actual rolled up the chart, one row per        *
      * HR-NODE: each account's own figures plus everything       *
      * beneath it.                                               *
      *-----------------------------------------------------------*
       01 HIER-AMTS.
           05 HV-ENTRY OCCURS 500 TIMES.
              10 HV-BUDGET      PIC S9(9)V99.
              10 HV-ACTUAL      PIC S9(9)V99.
              10 HV-YTD-BUDGET  PIC S9(9)V99.
              10 HV-YTD-ACTUAL  PIC S9(9)V99.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           END-IF
           COMPUTE YEAR-START =
               FUNCTION INTEGER(REPORT-PERIOD / 100) * 100 + 1
           DISPLAY "Roll-up level 1-8 (spaces for full account "
               "detail): "
           ACCEPT LEVEL-ENTRY
           IF LEVEL-ENTRY(1:1) IS NUMERIC
                   AND LEVEL-ENTRY(1:1) NOT = "0"
               MOVE LEVEL-ENTRY(1:1) TO RPT-LEVEL
           END-IF

           PERFORM LOAD-BUDGET
           IF VT-COUNT = 0
           END-IF
           PERFORM LOAD-ARCHIVED-ACTUALS
           PERFORM LOAD-LIVE-ACTUALS
           CALL "LEDGRHIR" USING ACCT-HIERARCHY
               ON EXCEPTION
                   MOVE "X" TO HR-RESULT
                   MOVE 0 TO HR-COUNT
           END-CALL

           OPEN OUTPUT PRINT-FILE
           PERFORM PRINT-VARIANCE-REPORT
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF VT-COUNT >= 500
               DISPLAY "More than 500 accounts -- " WORK-ACCT
                   " not reported"
               MOVE 0 TO V-IDX
               EXIT PARAGRAPH
               " (YTD FROM " YEAR-START ")"
               DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD
           IF RPT-LEVEL NOT = 9
               MOVE SPACES TO PRINT-RECORD
               STRING "SUMMARY TO ROLL-UP LEVEL " RPT-LEVEL
                   DELIMITED BY SIZE INTO PRINT-RECORD
               WRITE PRINT-RECORD
           END-IF
           MOVE SPACES TO PRINT-RECORD
           MOVE "ACCOUNT" TO PRINT-RECORD(1:7)
           MOVE "BUDGET" TO PRINT-RECORD(25:6)
           MOVE "ACTUAL" TO PRINT-RECORD(37:6)
           MOVE "VARIANCE" TO PRINT-RECORD(47:8)
           WRITE PRINT-RECORD
           PERFORM VARYING V-IDX FROM 1 BY 1 UNTIL V-IDX > VT-COUNT
               ADD VT-BUDGET(V-IDX) TO TOT-BUDGET
               ADD VT-ACTUAL(V-IDX) TO TOT-ACTUAL
               ADD VT-YTD-BUDGET(V-IDX) TO TOT-YTD-BUDGET
               ADD VT-YTD-ACTUAL(V-IDX) TO TOT-YTD-ACTUAL
           END-PERFORM
           IF HR-COUNT = 0
               PERFORM VARYING V-IDX FROM 1 BY 1
                       UNTIL V-IDX > VT-COUNT
                   MOVE VT-ACCT(V-IDX) TO LINE-LABEL
                   MOVE 1 TO LINE-INDENT
                   PERFORM PRINT-VARIANCE-ROW
               END-PERFORM
           ELSE
               PERFORM ROLL-UP-VARIANCE
               PERFORM VARYING H-IDX FROM 1 BY 1
                       UNTIL H-IDX > HR-COUNT
                   PERFORM PRINT-VARIANCE-NODE
               END-PERFORM
               PERFORM PRINT-VARIANCE-UNMAPPED
           END-IF
           MOVE "TOTL" TO LINE-LABEL
           MOVE 1 TO LINE-INDENT
           MOVE TOT-BUDGET TO LINE-BUDGET
           MOVE TOT-ACTUAL TO LINE-ACTUAL
           MOVE TOT-YTD-BUDGET TO LINE-YTD-BUDGET
           MOVE TOT-YTD-ACTUAL TO LINE-YTD-ACTUAL
           PERFORM PRINT-VARIANCE-LINES
           .

       PRINT-VARIANCE-ROW.
           MOVE VT-BUDGET(V-IDX) TO LINE-BUDGET
           MOVE VT-ACTUAL(V-IDX) TO LINE-ACTUAL
           MOVE VT-YTD-BUDGET(V-IDX) TO LINE-YTD-BUDGET
           MOVE VT-YTD-ACTUAL(V-IDX) TO LINE-YTD-ACTUAL
           PERFORM PRINT-VARIANCE-LINES
           .

      *-----------------------------------------------------------*
      * The period line under LINE-LABEL, then the year-to-date   *
      * line indented to match it.                                *
      *-----------------------------------------------------------*
       PRINT-VARIANCE-LINES.
           COMPUTE AMT-EDIT = LINE-BUDGET
           COMPUTE AMT-EDIT2 = LINE-ACTUAL
           COMPUTE AMT-EDIT3 = LINE-BUDGET - LINE-ACTUAL
           MOVE SPACES TO PRINT-RECORD
           STRING LINE-LABEL " " AMT-EDIT " " AMT-EDIT2
               " " AMT-EDIT3
               DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE SPACES TO LINE-LABEL
           COMPUTE LABEL-PTR = LINE-INDENT + 2
           STRING "YTD" DELIMITED BY SIZE INTO LINE-LABEL
               WITH POINTER LABEL-PTR
           COMPUTE AMT-EDIT = LINE-YTD-BUDGET
           COMPUTE AMT-EDIT2 = LINE-YTD-ACTUAL
           COMPUTE AMT-EDIT3 = LINE-YTD-BUDGET - LINE-YTD-ACTUAL
           MOVE SPACES TO PRINT-RECORD
           STRING LINE-LABEL " " AMT-EDIT " " AMT-EDIT2
               " " AMT-EDIT3
               DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD
           .

       ROLL-UP-VARIANCE.
           PERFORM VARYING H-IDX FROM 1 BY 1 UNTIL H-IDX > HR-COUNT
               MOVE 0 TO HV-BUDGET(H-IDX)
               MOVE 0 TO HV-ACTUAL(H-IDX)
               MOVE 0 TO HV-YTD-BUDGET(H-IDX)
               MOVE 0 TO HV-YTD-ACTUAL(H-IDX)
           END-PERFORM
           MOVE 0 TO UNMAPPED-COUNT
           PERFORM VARYING V-IDX FROM 1 BY 1 UNTIL V-IDX > VT-COUNT
               MOVE 0 TO VT-NODE(V-IDX)
               PERFORM VARYING H-IDX FROM 1 BY 1
                       UNTIL H-IDX > HR-COUNT
                   IF HR-CODE(H-IDX) = VT-ACCT(V-IDX)
                       MOVE H-IDX TO VT-NODE(V-IDX)
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF VT-NODE(V-IDX) = 0
                   ADD 1 TO UNMAPPED-COUNT
               END-IF
               MOVE VT-NODE(V-IDX) TO C-IDX
               PERFORM UNTIL C-IDX = 0
                   ADD VT-BUDGET(V-IDX) TO HV-BUDGET(C-IDX)
                   ADD VT-ACTUAL(V-IDX) TO HV-ACTUAL(C-IDX)
                   ADD VT-YTD-BUDGET(V-IDX) TO HV-YTD-BUDGET(C-IDX)
                   ADD VT-YTD-ACTUAL(V-IDX) TO HV-YTD-ACTUAL(C-IDX)
                   MOVE HR-PARENT(C-IDX) TO C-IDX
               END-PERFORM
           END-PERFORM
           .

      *-----------------------------------------------------------*
      * A group above the chosen level prints a heading, its      *
      * members and a subtotal; a group at the level prints as    *
      * one pair of lines; deeper accounts are carried in the     *
      * subtotals. Accounts with no budget and no actual are      *
      * left out.                                                 *
      *-----------------------------------------------------------*
       PRINT-VARIANCE-NODE.
           MOVE H-IDX TO C-IDX
           PERFORM CHECK-VARIANCE-NODE
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
                   MOVE HR-LEVEL(H-IDX) TO LINE-INDENT
                   STRING HR-CODE(H-IDX) " " HR-DESC(H-IDX)
                       DELIMITED BY SIZE INTO LINE-LABEL
                       WITH POINTER LABEL-PTR
                   PERFORM MOVE-NODE-FIGURES
                   PERFORM PRINT-VARIANCE-LINES
               END-IF
           END-IF
      *    Close every group whose last member this was.
           PERFORM UNTIL C-IDX = 0
               IF HR-LAST(C-IDX) NOT = H-IDX
                   EXIT PERFORM
               END-IF
               PERFORM CHECK-VARIANCE-NODE
               IF NODE-HEADED = "Y"
                   MOVE SPACES TO LINE-LABEL
                   MOVE HR-LEVEL(C-IDX) TO LABEL-PTR
                   MOVE HR-LEVEL(C-IDX) TO LINE-INDENT
                   STRING "TOTAL " HR-CODE(C-IDX)
                       DELIMITED BY SIZE INTO LINE-LABEL
                       WITH POINTER LABEL-PTR
                   PERFORM MOVE-NODE-FIGURES
                   PERFORM PRINT-VARIANCE-LINES
               END-IF
               MOVE HR-PARENT(C-IDX) TO C-IDX
           END-PERFORM
           .

       MOVE-NODE-FIGURES.
           MOVE HV-BUDGET(C-IDX) TO LINE-BUDGET
           MOVE HV-ACTUAL(C-IDX) TO LINE-ACTUAL
           MOVE HV-YTD-BUDGET(C-IDX) TO LINE-YTD-BUDGET
           MOVE HV-YTD-ACTUAL(C-IDX) TO LINE-YTD-ACTUAL
           .

       CHECK-VARIANCE-NODE.
           MOVE "N" TO NODE-SHOWN
           MOVE "N" TO NODE-HEADED
           IF HR-LEVEL(C-IDX) > RPT-LEVEL
               EXIT PARAGRAPH
           END-IF
           IF HV-BUDGET(C-IDX) = 0 AND HV-ACTUAL(C-IDX) = 0
                   AND HV-YTD-BUDGET(C-IDX) = 0
                   AND HV-YTD-ACTUAL(C-IDX) = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO NODE-SHOWN
           IF HR-GROUP(C-IDX) = "G"
                   AND HR-LEVEL(C-IDX) < RPT-LEVEL
                   AND HR-LAST(C-IDX) > C-IDX
               MOVE "Y" TO NODE-HEADED
           END-IF
           .

       PRINT-VARIANCE-UNMAPPED.
           IF UNMAPPED-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "ACCOUNTS NOT ON LEDGRACT" TO PRINT-RECORD
           WRITE PRINT-RECORD
           PERFORM VARYING V-IDX FROM 1 BY 1 UNTIL V-IDX > VT-COUNT
               IF VT-NODE(V-IDX) = 0
                   MOVE SPACES TO LINE-LABEL
                   MOVE VT-ACCT(V-IDX) TO LINE-LABEL(2:4)
                   MOVE 2 TO LINE-INDENT
                   PERFORM PRINT-VARIANCE-ROW
               END-IF
           END-PERFORM
           .
