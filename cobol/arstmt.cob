       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARSTMT.
       AUTHOR. CAZZY.
       REMARKS. >
           Monthly patient statements and dunning cycle over the
           ARLEDGER open items. For the statement month (default
           the current one) every MRN with a balance or with
           activity in the month gets one statement on ARSTMTS:
           opening balance, each new bed-day charge from AROPEN,
           each ARCASH receipt applied (from the ARRCPTH history
           ARLEDGER keeps), any bad-debt write-off ARBADDBT made or
           a recovery reinstated, and the balance due at month end.
           The dunning message escalates with the age of the oldest
           unpaid charge on the ARAGING buckets -- a reminder past
           30 days, a past-due notice past 60, a final notice past
           90 -- and each statement is written to the ARDUNHST
           dunning history so collections can see which notices
           went out and when. A patient already noticed for the
           month is not noticed twice when the run is repeated.

      *-----------------------------------------------------------*
      * Mod history:
      *   2026-10-15  CAZZY - written; ARLEDGER aged what patients
      *               owed but nothing was ever sent to them.
      *   2026-10-15  CAZZY - bad-debt write-offs and their
      *               reinstatements on ARRCPTH print as their own
      *               lines and count with the payments toward the
      *               balance.
      *   2026-10-15  CAZZY - receipts before the statement month
      *               are carried as one total per MRN, read from
      *               ARRCPTH and its ARRCPTA archive, and only
      *               the month's receipts are kept line by line;
      *               a receipt table that fills stops the run (RC
      *               8) instead of overstating balances.
      *   2026-10-15  CAZZY - charges and receipts are netted by
      *               MRN first and only patients with an opening
      *               balance or activity in the month take a
      *               statement row, so settled patients no longer
      *               fill the table; AROPEN over 500 charges or
      *               more than 200 patients to statement stops
      *               the run (RC 8) before anything is written,
      *               where rows used to be dropped with a
      *               message.
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPEN-ITEM-FILE ASSIGN TO "AROPEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPEN-FILE-STATUS.
           SELECT RECEIPT-HIST-FILE ASSIGN TO "ARRCPTH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RCPT-FILE-STATUS.
           SELECT RECEIPT-ARCH-FILE ASSIGN TO "ARRCPTA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RCPT-FILE-STATUS.
           SELECT DUNNING-HIST-FILE ASSIGN TO "ARDUNHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DUN-FILE-STATUS.
           SELECT STATEMENT-FILE ASSIGN TO "ARSTMTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STMT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *-----------------------------------------------------------*
      * ARLEDGER's open-item layout: CTL record first, then one   *
      * ITM record per open or paid item.                         *
      *-----------------------------------------------------------*
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

       FD  RECEIPT-HIST-FILE.
       01  RECEIPT-HIST-RECORD.
           05 RH-MRN           PIC 9(6).
           05 RH-DATE          PIC 9(8).
           05 RH-AMT           PIC S9(7)V99.
           05 RH-PATIENT       PIC X(20).
           05 RH-TYPE          PIC X.

      *-----------------------------------------------------------*
      * ARRCPTH lines LOGARCH has aged out, same layout.          *
      *-----------------------------------------------------------*
       FD  RECEIPT-ARCH-FILE.
       01  RECEIPT-ARCH-RECORD.
           05 RA-MRN           PIC 9(6).
           05 RA-DATE          PIC 9(8).
           05 RA-AMT           PIC S9(7)V99.
           05 RA-PATIENT       PIC X(20).
           05 RA-TYPE          PIC X.

      *-----------------------------------------------------------*
      * One line per statement sent: MRN, statement month, run    *
      * date, dunning level (0 statement only, 1 reminder, 2 past *
      * due, 3 final), the notice, the balance due and the age in *
      * days of the oldest unpaid charge.                         *
      *-----------------------------------------------------------*
       FD  DUNNING-HIST-FILE.
       01  DUNNING-HIST-RECORD.
           05 DH-MRN           PIC 9(6).
           05 DH-PERIOD        PIC 9(6).
           05 DH-RUN-DATE      PIC 9(8).
           05 DH-LEVEL         PIC 9.
           05 DH-NOTICE        PIC X(12).
           05 DH-BALANCE       PIC S9(7)V99.
           05 DH-OLDEST-AGE    PIC 9(5).
           05 DH-PATIENT       PIC X(20).

       FD  STATEMENT-FILE.
       01  STATEMENT-RECORD    PIC X(80).

       WORKING-STORAGE SECTION.
       77 OPEN-FILE-STATUS    PIC X(2).
       77 RCPT-FILE-STATUS    PIC X(2).
       77 DUN-FILE-STATUS     PIC X(2).
       77 STMT-FILE-STATUS    PIC X(2).
       77 TODAY-STAMP         PIC 9(8).
       77 MONTH-ENTRY         PIC X(6).
       77 STMT-PERIOD         PIC 9(6).
       77 PERIOD-START        PIC 9(8).
       77 PERIOD-END          PIC 9(8).
       77 NEXT-MONTH-START    PIC 9(8).
       77 WORK-YEAR           PIC 9(4).
       77 WORK-MONTH          PIC 99.
       77 I-IDX               PIC 9(3).
       77 P-IDX               PIC 9(3).
       77 R-IDX               PIC 9(3).
       77 D-IDX               PIC 9(3).
       77 LOOKUP-MRN          PIC 9(6).
       77 NO-MRN-ITEMS        PIC 9(3) VALUE 0.
       77 STATEMENTS-PRINTED  PIC 9(3) VALUE 0.
       77 NOTICES-WRITTEN     PIC 9(3) VALUE 0.
       77 NOTICES-SKIPPED     PIC 9(3) VALUE 0.
       77 REMINDERS-SENT      PIC 9(3) VALUE 0.
       77 PAST-DUE-SENT       PIC 9(3) VALUE 0.
       77 FINALS-SENT         PIC 9(3) VALUE 0.
       77 OPENING-BAL         PIC S9(9)V99.
       77 BALANCE-DUE         PIC S9(9)V99.
       77 UNCOVERED-RCPT      PIC S9(9)V99.
       77 OLDEST-DATE         PIC 9(8).
       77 OLDEST-AGE          PIC S9(5).
       77 DUNNING-LEVEL       PIC 9.
       77 ALREADY-NOTICED     PIC X.
       77 AMT-EDIT            PIC -(7)9.99.
       77 RCPT-MRN            PIC 9(6).
       77 RCPT-DATE           PIC 9(8).
       77 RCPT-AMT            PIC S9(7)V99.
       77 RCPT-TYPE           PIC X.
       77 RCPT-PATIENT        PIC X(20).
       77 N-IDX               PIC 9(3).
       77 RCPT-TABLE-FULL     PIC X VALUE "N".
       77 ITEMS-FULL          PIC X VALUE "N".
       77 STMT-TABLE-FULL     PIC X VALUE "N".

      *-----------------------------------------------------------*
      * Dunning messages by level; the final notice runs to two   *
      * lines.                                                    *
      *-----------------------------------------------------------*
       77 MSG-CURRENT         PIC X(60) VALUE
           "THANK YOU. PAYMENT IS DUE ON RECEIPT OF THIS STATEMENT.".
       77 MSG-REMINDER        PIC X(60) VALUE
           "REMINDER: PART OF YOUR BALANCE IS OVER 30 DAYS OLD.".
       77 MSG-PAST-DUE        PIC X(60) VALUE
           "PAST DUE: YOUR BALANCE IS OVER 60 DAYS PAST DUE.".
       77 MSG-PAST-DUE-2      PIC X(60) VALUE
           "PLEASE PAY NOW OR CALL PATIENT ACCOUNTS.".
       77 MSG-FINAL           PIC X(60) VALUE
           "FINAL NOTICE: YOUR BALANCE IS OVER 90 DAYS PAST DUE.".
       77 MSG-FINAL-2         PIC X(60) VALUE
           "UNPAID BALANCES ARE REFERRED TO COLLECTIONS.".

       01 ITEM-TABLE.
           05 ITEM-ENTRY OCCURS 500 TIMES.
              10 IT-PATIENT    PIC X(20).
              10 IT-DATE       PIC 9(8).
              10 IT-ORIG-AMT   PIC S9(7)V99.
              10 IT-MRN        PIC 9(6).
       01 ITEM-COUNT          PIC 9(3) VALUE 0.

       01 RECEIPT-TABLE.
           05 RC-ENTRY OCCURS 500 TIMES.
              10 RC-MRN        PIC 9(6).
              10 RC-DATE       PIC 9(8).
              10 RC-AMT        PIC S9(7)V99.
              10 RC-TYPE       PIC X.
       01 RC-COUNT            PIC 9(3) VALUE 0.

      *-----------------------------------------------------------*
      * Every MRN on AROPEN or the receipt history, netted: the   *
      * charges and receipts before the month and within it. A    *
      * receipt before the month adds to its MRN's total here --  *
      * only the month's own receipts are kept line by line.      *
      *-----------------------------------------------------------*
       01 MRN-NET-TABLE.
           05 MN-ENTRY OCCURS 500 TIMES.
              10 MN-MRN        PIC 9(6).
              10 MN-PATIENT    PIC X(20).
              10 MN-CHG-BEFORE PIC S9(9)V99.
              10 MN-CHG-PERIOD PIC S9(9)V99.
              10 MN-RCP-BEFORE PIC S9(9)V99.
              10 MN-RCP-PERIOD PIC S9(9)V99.
       01 MN-COUNT            PIC 9(3) VALUE 0.

      *-----------------------------------------------------------*
      * One row per MRN to be statemented -- those the netting    *
      * leaves owing or owed an opening balance, or with charges  *
      * or receipts in the month. Opening = before charges less   *
      * before receipts; balance due adds the month's movement.   *
      *-----------------------------------------------------------*
       01 STATEMENT-TABLE.
           05 ST-ENTRY OCCURS 200 TIMES.
              10 ST-MRN        PIC 9(6).
              10 ST-PATIENT    PIC X(20).
              10 ST-CHG-BEFORE PIC S9(9)V99.
              10 ST-CHG-PERIOD PIC S9(9)V99.
              10 ST-RCP-BEFORE PIC S9(9)V99.
              10 ST-RCP-PERIOD PIC S9(9)V99.
       01 ST-COUNT            PIC 9(3) VALUE 0.

       01 NOTICED-TABLE.
           05 NT-MRN OCCURS 200 TIMES PIC 9(6).
       01 NT-COUNT            PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT TODAY-STAMP FROM DATE YYYYMMDD
           DISPLAY "Statement month YYYYMM (spaces for this month): "
           ACCEPT MONTH-ENTRY
           IF MONTH-ENTRY = SPACES
               MOVE TODAY-STAMP(1:6) TO STMT-PERIOD
           ELSE
               IF MONTH-ENTRY IS NOT NUMERIC
                       OR MONTH-ENTRY(5:2) < "01"
                       OR MONTH-ENTRY(5:2) > "12"
                   DISPLAY "Invalid statement month " MONTH-ENTRY
                       " -- run abandoned"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE MONTH-ENTRY TO STMT-PERIOD
           END-IF
           PERFORM SET-PERIOD-DATES
           PERFORM LOAD-OPEN-ITEMS
           IF ITEM-COUNT = 0
               DISPLAY "No open items (AROPEN) -- no statements"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF ITEMS-FULL = "Y"
               DISPLAY "AROPEN holds more than 500 charges -- no "
                   "statements, ARDUNHST left as it was"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM NET-CHARGES-BY-MRN
           PERFORM LOAD-RECEIPT-HISTORY
           IF RCPT-TABLE-FULL = "Y"
               DISPLAY "Receipt history for " STMT-PERIOD
                   " will not fit the receipt tables -- no "
                   "statements, ARDUNHST left as it was"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-NOTICED-PATIENTS
           PERFORM BUILD-STATEMENT-TABLE
           IF STMT-TABLE-FULL = "Y"
               DISPLAY "More than 200 patients to statement for "
                   STMT-PERIOD " -- no statements, ARDUNHST left "
                   "as it was"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT STATEMENT-FILE
           OPEN EXTEND DUNNING-HIST-FILE
           IF DUN-FILE-STATUS NOT = "00"
               OPEN OUTPUT DUNNING-HIST-FILE
           END-IF
           PERFORM VARYING P-IDX FROM 1 BY 1 UNTIL P-IDX > ST-COUNT
               PERFORM PRINT-ONE-STATEMENT
           END-PERFORM
           CLOSE DUNNING-HIST-FILE
           CLOSE STATEMENT-FILE
           IF NO-MRN-ITEMS > 0
               DISPLAY NO-MRN-ITEMS " open items carry no MRN -- "
                   "no statement possible, see ARAGING"
           END-IF
           IF NOTICES-SKIPPED > 0
               DISPLAY NOTICES-SKIPPED " patients already noticed "
                   "for " STMT-PERIOD " -- history not repeated"
           END-IF
           DISPLAY "Statements for " STMT-PERIOD ": "
               STATEMENTS-PRINTED " on ARSTMTS, " NOTICES-WRITTEN
               " logged to ARDUNHST; " REMINDERS-SENT
               " reminders, " PAST-DUE-SENT " past due, "
               FINALS-SENT " final notices"
           STOP RUN.

      *-----------------------------------------------------------*
      * The month runs from its first day to the day before the   *
      * first of the next month.                                  *
      *-----------------------------------------------------------*
       SET-PERIOD-DATES.
           COMPUTE PERIOD-START = STMT-PERIOD * 100 + 1
           MOVE STMT-PERIOD(1:4) TO WORK-YEAR
           MOVE STMT-PERIOD(5:2) TO WORK-MONTH
           IF WORK-MONTH = 12
               ADD 1 TO WORK-YEAR
               MOVE 1 TO WORK-MONTH
           ELSE
               ADD 1 TO WORK-MONTH
           END-IF
           COMPUTE NEXT-MONTH-START =
               WORK-YEAR * 10000 + WORK-MONTH * 100 + 1
           COMPUTE PERIOD-END = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(NEXT-MONTH-START) - 1)
           .

      *-----------------------------------------------------------*
      * Every charge ever opened, paid or not: AROPEN keeps paid  *
      * items, so the opening balance can be rebuilt from the     *
      * charges and receipts before the month. More charges than  *
      * the table holds stops the run -- a dropped charge would   *
      * understate the balance due.                               *
      *-----------------------------------------------------------*
       LOAD-OPEN-ITEMS.
           MOVE 0 TO ITEM-COUNT
           OPEN INPUT OPEN-ITEM-FILE
           IF OPEN-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ OPEN-ITEM-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF AO-TYPE NOT = "CTL"
                   IF AO-MRN IS NOT NUMERIC OR AO-MRN = 0
                       IF AO-STATUS = "O"
                           ADD 1 TO NO-MRN-ITEMS
                       END-IF
                   ELSE
                       IF ITEM-COUNT < 500
                           ADD 1 TO ITEM-COUNT
                           MOVE AO-PATIENT TO IT-PATIENT(ITEM-COUNT)
                           MOVE AO-DATE TO IT-DATE(ITEM-COUNT)
                           MOVE AO-ORIG-AMT
                               TO IT-ORIG-AMT(ITEM-COUNT)
                           MOVE AO-MRN TO IT-MRN(ITEM-COUNT)
                       ELSE
                           MOVE "Y" TO ITEMS-FULL
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE OPEN-ITEM-FILE
           .

      *-----------------------------------------------------------*
      * ARRCPTH only grows between LOGARCH runs, and its aged     *
      * lines move to ARRCPTA while AROPEN keeps the charges they *
      * paid, so both are read: a receipt before the month adds   *
      * to its MRN's opening total, one within it is kept as a    *
      * statement line. Either table filling up stops the run --  *
      * a dropped receipt would overstate the balance due.        *
      *-----------------------------------------------------------*
       LOAD-RECEIPT-HISTORY.
           MOVE 0 TO RC-COUNT
           OPEN INPUT RECEIPT-ARCH-FILE
           IF RCPT-FILE-STATUS = "00"
               PERFORM UNTIL 1 = 2
                   READ RECEIPT-ARCH-FILE
                       AT END
                           EXIT PERFORM
                   END-READ
                   MOVE RA-MRN TO RCPT-MRN
                   MOVE RA-DATE TO RCPT-DATE
                   MOVE RA-AMT TO RCPT-AMT
                   MOVE RA-TYPE TO RCPT-TYPE
                   MOVE RA-PATIENT TO RCPT-PATIENT
                   PERFORM TAKE-RECEIPT
               END-PERFORM
               CLOSE RECEIPT-ARCH-FILE
           END-IF
           OPEN INPUT RECEIPT-HIST-FILE
           IF RCPT-FILE-STATUS NOT = "00"
               DISPLAY "No receipt history (ARRCPTH) -- statements "
                   "show charges only"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ RECEIPT-HIST-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               MOVE RH-MRN TO RCPT-MRN
               MOVE RH-DATE TO RCPT-DATE
               MOVE RH-AMT TO RCPT-AMT
               MOVE RH-TYPE TO RCPT-TYPE
               MOVE RH-PATIENT TO RCPT-PATIENT
               PERFORM TAKE-RECEIPT
           END-PERFORM
           CLOSE RECEIPT-HIST-FILE
           .

       TAKE-RECEIPT.
           IF RCPT-DATE > PERIOD-END
               EXIT PARAGRAPH
           END-IF
           MOVE RCPT-MRN TO LOOKUP-MRN
           PERFORM FIND-NET-ROW
           IF N-IDX > MN-COUNT
               MOVE "Y" TO RCPT-TABLE-FULL
               EXIT PARAGRAPH
           END-IF
           IF MN-PATIENT(N-IDX) = SPACES
               MOVE RCPT-PATIENT TO MN-PATIENT(N-IDX)
           END-IF
           EVALUATE TRUE
               WHEN RCPT-DATE < PERIOD-START
                   ADD RCPT-AMT TO MN-RCP-BEFORE(N-IDX)
               WHEN RC-COUNT >= 500
                   MOVE "Y" TO RCPT-TABLE-FULL
               WHEN OTHER
                   ADD RCPT-AMT TO MN-RCP-PERIOD(N-IDX)
                   ADD 1 TO RC-COUNT
                   MOVE RCPT-MRN TO RC-MRN(RC-COUNT)
                   MOVE RCPT-DATE TO RC-DATE(RC-COUNT)
                   MOVE RCPT-AMT TO RC-AMT(RC-COUNT)
                   MOVE RCPT-TYPE TO RC-TYPE(RC-COUNT)
           END-EVALUATE
           .

      *-----------------------------------------------------------*
      * MRNs already written to ARDUNHST for this statement month *
      * -- a rerun reprints their statements but does not log a   *
      * second notice.                                            *
      *-----------------------------------------------------------*
       LOAD-NOTICED-PATIENTS.
           MOVE 0 TO NT-COUNT
           OPEN INPUT DUNNING-HIST-FILE
           IF DUN-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ DUNNING-HIST-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF DH-PERIOD = STMT-PERIOD AND NT-COUNT < 200
                   ADD 1 TO NT-COUNT
                   MOVE DH-MRN TO NT-MRN(NT-COUNT)
               END-IF
           END-PERFORM
           CLOSE DUNNING-HIST-FILE
           .

      *-----------------------------------------------------------*
      * Charges to month end netted by MRN before the receipts    *
      * are read. The item table is the bound on MRNs, so the net *
      * table cannot fill here.                                   *
      *-----------------------------------------------------------*
       NET-CHARGES-BY-MRN.
           MOVE 0 TO MN-COUNT
           PERFORM VARYING I-IDX FROM 1 BY 1 UNTIL I-IDX > ITEM-COUNT
               IF IT-DATE(I-IDX) <= PERIOD-END
                   MOVE IT-MRN(I-IDX) TO LOOKUP-MRN
                   PERFORM FIND-NET-ROW
                   MOVE IT-PATIENT(I-IDX) TO MN-PATIENT(N-IDX)
                   IF IT-DATE(I-IDX) < PERIOD-START
                       ADD IT-ORIG-AMT(I-IDX)
                           TO MN-CHG-BEFORE(N-IDX)
                   ELSE
                       ADD IT-ORIG-AMT(I-IDX)
                           TO MN-CHG-PERIOD(N-IDX)
                   END-IF
               END-IF
           END-PERFORM
           .

      *-----------------------------------------------------------*
      * Net row for the MRN in LOOKUP-MRN, added if new; N-IDX    *
      * past MN-COUNT means the table is full.                    *
      *-----------------------------------------------------------*
       FIND-NET-ROW.
           PERFORM VARYING N-IDX FROM 1 BY 1 UNTIL N-IDX > MN-COUNT
               IF MN-MRN(N-IDX) = LOOKUP-MRN
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF N-IDX > MN-COUNT
               IF MN-COUNT >= 500
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO MN-COUNT
               MOVE MN-COUNT TO N-IDX
               MOVE LOOKUP-MRN TO MN-MRN(N-IDX)
               MOVE SPACES TO MN-PATIENT(N-IDX)
               MOVE 0 TO MN-CHG-BEFORE(N-IDX)
               MOVE 0 TO MN-CHG-PERIOD(N-IDX)
               MOVE 0 TO MN-RCP-BEFORE(N-IDX)
               MOVE 0 TO MN-RCP-PERIOD(N-IDX)
           END-IF
           .

      *-----------------------------------------------------------*
      * Only MRNs with an opening balance either way, or charges  *
      * or receipts in the month, are statemented; a patient      *
      * long since settled drops out here. More of them than the  *
      * statement table holds stops the run before anything is    *
      * printed or logged.                                        *
      *-----------------------------------------------------------*
       BUILD-STATEMENT-TABLE.
           MOVE 0 TO ST-COUNT
           PERFORM VARYING N-IDX FROM 1 BY 1 UNTIL N-IDX > MN-COUNT
               IF MN-CHG-BEFORE(N-IDX) NOT = MN-RCP-BEFORE(N-IDX)
                       OR MN-CHG-PERIOD(N-IDX) NOT = 0
                       OR MN-RCP-PERIOD(N-IDX) NOT = 0
                   IF ST-COUNT >= 200
                       MOVE "Y" TO STMT-TABLE-FULL
                       EXIT PERFORM
                   END-IF
                   ADD 1 TO ST-COUNT
                   MOVE MN-MRN(N-IDX) TO ST-MRN(ST-COUNT)
                   MOVE MN-PATIENT(N-IDX) TO ST-PATIENT(ST-COUNT)
                   MOVE MN-CHG-BEFORE(N-IDX) TO ST-CHG-BEFORE(ST-COUNT)
                   MOVE MN-CHG-PERIOD(N-IDX) TO ST-CHG-PERIOD(ST-COUNT)
                   MOVE MN-RCP-BEFORE(N-IDX) TO ST-RCP-BEFORE(ST-COUNT)
                   MOVE MN-RCP-PERIOD(N-IDX) TO ST-RCP-PERIOD(ST-COUNT)
               END-IF
           END-PERFORM
           .

      *-----------------------------------------------------------*
      * A patient with nothing owed and nothing moving in the     *
      * month gets no statement. The dunning level follows the    *
      * oldest charge still unpaid at month end, aged in the      *
      * ARAGING buckets.                                          *
      *-----------------------------------------------------------*
       PRINT-ONE-STATEMENT.
           COMPUTE OPENING-BAL =
               ST-CHG-BEFORE(P-IDX) - ST-RCP-BEFORE(P-IDX)
           COMPUTE BALANCE-DUE = OPENING-BAL
               + ST-CHG-PERIOD(P-IDX) - ST-RCP-PERIOD(P-IDX)
           IF BALANCE-DUE = 0 AND ST-CHG-PERIOD(P-IDX) = 0
                   AND ST-RCP-PERIOD(P-IDX) = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-OLDEST-UNPAID
           EVALUATE TRUE
               WHEN BALANCE-DUE <= 0
                   MOVE 0 TO DUNNING-LEVEL
               WHEN OLDEST-AGE > 90
                   MOVE 3 TO DUNNING-LEVEL
               WHEN OLDEST-AGE > 60
                   MOVE 2 TO DUNNING-LEVEL
               WHEN OLDEST-AGE > 30
                   MOVE 1 TO DUNNING-LEVEL
               WHEN OTHER
                   MOVE 0 TO DUNNING-LEVEL
           END-EVALUATE
           ADD 1 TO STATEMENTS-PRINTED

           MOVE ALL "=" TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           MOVE SPACES TO STATEMENT-RECORD
           STRING "PATIENT STATEMENT" "                     "
               "STATEMENT DATE " PERIOD-END
               DELIMITED BY SIZE INTO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           MOVE SPACES TO STATEMENT-RECORD
           STRING "MRN " ST-MRN(P-IDX) "  " ST-PATIENT(P-IDX)
               DELIMITED BY SIZE INTO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           MOVE SPACES TO STATEMENT-RECORD
           STRING "PERIOD " PERIOD-START " - " PERIOD-END
               DELIMITED BY SIZE INTO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           MOVE SPACES TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD

           COMPUTE AMT-EDIT = OPENING-BAL
           MOVE SPACES TO STATEMENT-RECORD
           STRING "  OPENING BALANCE                     " AMT-EDIT
               DELIMITED BY SIZE INTO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           PERFORM VARYING I-IDX FROM 1 BY 1 UNTIL I-IDX > ITEM-COUNT
               IF IT-MRN(I-IDX) = ST-MRN(P-IDX)
                       AND IT-DATE(I-IDX) >= PERIOD-START
                       AND IT-DATE(I-IDX) <= PERIOD-END
                   COMPUTE AMT-EDIT = IT-ORIG-AMT(I-IDX)
                   MOVE SPACES TO STATEMENT-RECORD
                   STRING "  " IT-DATE(I-IDX) " BED-DAY CHARGES"
                       "            " AMT-EDIT
                       DELIMITED BY SIZE INTO STATEMENT-RECORD
                   WRITE STATEMENT-RECORD
               END-IF
           END-PERFORM
           PERFORM VARYING R-IDX FROM 1 BY 1 UNTIL R-IDX > RC-COUNT
               IF RC-MRN(R-IDX) = ST-MRN(P-IDX)
                       AND RC-DATE(R-IDX) >= PERIOD-START
                   COMPUTE AMT-EDIT = 0 - RC-AMT(R-IDX)
                   MOVE SPACES TO STATEMENT-RECORD
                   EVALUATE TRUE
                       WHEN RC-TYPE(R-IDX) NOT = "W"
                           STRING "  " RC-DATE(R-IDX)
                               " PAYMENT RECEIVED           " AMT-EDIT
                               DELIMITED BY SIZE INTO STATEMENT-RECORD
                       WHEN RC-AMT(R-IDX) > 0
                           STRING "  " RC-DATE(R-IDX)
                               " BAD DEBT WRITE-OFF         " AMT-EDIT
                               DELIMITED BY SIZE INTO STATEMENT-RECORD
                       WHEN OTHER
                           STRING "  " RC-DATE(R-IDX)
                               " WRITE-OFF REINSTATED       " AMT-EDIT
                               DELIMITED BY SIZE INTO STATEMENT-RECORD
                   END-EVALUATE
                   WRITE STATEMENT-RECORD
               END-IF
           END-PERFORM
           COMPUTE AMT-EDIT = ST-CHG-PERIOD(P-IDX)
           MOVE SPACES TO STATEMENT-RECORD
           STRING "  NEW CHARGES THIS PERIOD             " AMT-EDIT
               DELIMITED BY SIZE INTO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           COMPUTE AMT-EDIT = 0 - ST-RCP-PERIOD(P-IDX)
           MOVE SPACES TO STATEMENT-RECORD
           STRING "  PAYMENTS AND CREDITS THIS PERIOD    " AMT-EDIT
               DELIMITED BY SIZE INTO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           COMPUTE AMT-EDIT = BALANCE-DUE
           MOVE SPACES TO STATEMENT-RECORD
           STRING "  BALANCE DUE                         " AMT-EDIT
               DELIMITED BY SIZE INTO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           MOVE SPACES TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           PERFORM PRINT-DUNNING-MESSAGE
           PERFORM LOG-DUNNING-HISTORY
           .

      *-----------------------------------------------------------*
      * Receipts apply oldest charge first (ARLEDGER's rule), so  *
      * walking the MRN's charges in order and letting the        *
      * receipts to month end cover them finds the oldest charge  *
      * still unpaid then.                                        *
      *-----------------------------------------------------------*
       FIND-OLDEST-UNPAID.
           MOVE 0 TO OLDEST-AGE
           MOVE 0 TO OLDEST-DATE
           COMPUTE UNCOVERED-RCPT =
               ST-RCP-BEFORE(P-IDX) + ST-RCP-PERIOD(P-IDX)
           PERFORM VARYING I-IDX FROM 1 BY 1 UNTIL I-IDX > ITEM-COUNT
               IF IT-MRN(I-IDX) = ST-MRN(P-IDX)
                       AND IT-DATE(I-IDX) <= PERIOD-END
                   IF UNCOVERED-RCPT >= IT-ORIG-AMT(I-IDX)
                       SUBTRACT IT-ORIG-AMT(I-IDX) FROM UNCOVERED-RCPT
                   ELSE
                       MOVE IT-DATE(I-IDX) TO OLDEST-DATE
                       EXIT PERFORM
                   END-IF
               END-IF
           END-PERFORM
           IF OLDEST-DATE > 0
               COMPUTE OLDEST-AGE =
                   FUNCTION INTEGER-OF-DATE(PERIOD-END)
                   - FUNCTION INTEGER-OF-DATE(OLDEST-DATE)
           END-IF
           .

       PRINT-DUNNING-MESSAGE.
           EVALUATE DUNNING-LEVEL
               WHEN 1
                   MOVE MSG-REMINDER TO STATEMENT-RECORD
                   WRITE STATEMENT-RECORD
                   ADD 1 TO REMINDERS-SENT
               WHEN 2
                   MOVE MSG-PAST-DUE TO STATEMENT-RECORD
                   WRITE STATEMENT-RECORD
                   MOVE MSG-PAST-DUE-2 TO STATEMENT-RECORD
                   WRITE STATEMENT-RECORD
                   ADD 1 TO PAST-DUE-SENT
               WHEN 3
                   MOVE MSG-FINAL TO STATEMENT-RECORD
                   WRITE STATEMENT-RECORD
                   MOVE MSG-FINAL-2 TO STATEMENT-RECORD
                   WRITE STATEMENT-RECORD
                   ADD 1 TO FINALS-SENT
               WHEN OTHER
                   IF BALANCE-DUE > 0
                       MOVE MSG-CURRENT TO STATEMENT-RECORD
                       WRITE STATEMENT-RECORD
                   END-IF
           END-EVALUATE
           .

       LOG-DUNNING-HISTORY.
           MOVE "N" TO ALREADY-NOTICED
           PERFORM VARYING D-IDX FROM 1 BY 1 UNTIL D-IDX > NT-COUNT
               IF NT-MRN(D-IDX) = ST-MRN(P-IDX)
                   MOVE "Y" TO ALREADY-NOTICED
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF ALREADY-NOTICED = "Y"
               ADD 1 TO NOTICES-SKIPPED
               EXIT PARAGRAPH
           END-IF
           MOVE ST-MRN(P-IDX) TO DH-MRN
           MOVE STMT-PERIOD TO DH-PERIOD
           MOVE TODAY-STAMP TO DH-RUN-DATE
           MOVE DUNNING-LEVEL TO DH-LEVEL
           EVALUATE DUNNING-LEVEL
               WHEN 1
                   MOVE "REMINDER" TO DH-NOTICE
               WHEN 2
                   MOVE "PAST DUE" TO DH-NOTICE
               WHEN 3
                   MOVE "FINAL NOTICE" TO DH-NOTICE
               WHEN OTHER
                   MOVE "STATEMENT" TO DH-NOTICE
           END-EVALUATE
           MOVE BALANCE-DUE TO DH-BALANCE
           MOVE OLDEST-AGE TO DH-OLDEST-AGE
           MOVE ST-PATIENT(P-IDX) TO DH-PATIENT
           WRITE DUNNING-HIST-RECORD
           ADD 1 TO NOTICES-WRITTEN
           .
