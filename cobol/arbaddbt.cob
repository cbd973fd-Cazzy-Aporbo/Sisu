       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARBADDBT.
       AUTHOR. CAZZY.
       REMARKS. >
           Month-end bad-debt run over the ARLEDGER open items.
           Write-off requests keyed by the billing office on
           ARWOREQ are held on the ARWOPND pending queue, the way
           LEDGER holds large journals on LEDGRPND, and nothing is
           written off until a second operator reviews the queue
           and approves each one: the AROPEN item is closed to bad
           debt (status W, the amount written off kept on the
           item for a later recovery), the write-off is logged on
           the ARRCPTH history so the patient statement shows it,
           and every decision lands on the ARWOLOG trail. The
           allowance for doubtful accounts is then trued up: the
           open items are aged at month end into the ARAGING
           buckets, each bucket reserved at its ARRESERV
           percentage, and the difference between that required
           allowance and the allowance account's balance on
           LEDGERTX/LEDGRARC is journaled against bad-debt
           expense. Approved write-offs (debit the allowance,
           credit the receivable) and the adjustment go to the GL
           through the GLQBD interface queue for GLSWEEP; the
           computation prints on ARALLOW.

      *-----------------------------------------------------------*
      * Mod history:
      *   2026-10-15  CAZZY - written; the receivable was carried
      *               at face value however old it got, and a
      *               hopeless balance could only be cleared by a
      *               hand journal nobody approved.
      *   2026-10-15  CAZZY - TXN-RECORD carries the source system
      *               and source reference; layout only.
      *   2026-10-15  CAZZY - write-off approval needs a
      *               supervisor with a current certification
      *               (OPERAUTH role *).
      *   2026-10-15  CAZZY - the GLQBD batch's trailer count and
      *               hash are logged to CTLTOT (CTLTOTW) so
      *               CTLBAL can tie it to what GLSWEEP received.
      *   2026-10-15  CAZZY - the write-off supervisor keys their
      *               PIN (OPERSIGN); an ID alone no longer
      *               approves.
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPEN-ITEM-FILE ASSIGN TO "AROPEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPEN-FILE-STATUS.
           SELECT RESERVE-FILE ASSIGN TO "ARRESERV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESV-FILE-STATUS.
           SELECT WO-REQUEST-FILE ASSIGN TO "ARWOREQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REQ-FILE-STATUS.
           SELECT WO-PENDING-FILE ASSIGN TO "ARWOPND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PND-FILE-STATUS.
           SELECT WO-LOG-FILE ASSIGN TO "ARWOLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOG-FILE-STATUS.
           SELECT RECEIPT-HIST-FILE ASSIGN TO "ARRCPTH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RCPT-FILE-STATUS.
           SELECT GL-POSTING-FILE ASSIGN TO "GLQBD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS POST-FILE-STATUS.
           SELECT ALLOWANCE-RPT-FILE ASSIGN TO "ARALLOW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
           SELECT LEDGER-TXN-FILE ASSIGN TO "LEDGERTX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TXN-SEQ
               FILE STATUS IS TXN-FILE-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO "LEDGRARC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARC-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *-----------------------------------------------------------*
      * ARLEDGER's open-item layout: CTL record first, then one   *
      * ITM record per item (O open, P paid, W written off).      *
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

      *-----------------------------------------------------------*
      * Reserve table: one line per aging bucket (CURRENT, 31-60, *
      * 61-90, OVER90) with its percentage; ALLOWANCE and EXPENSE *
      * name the accounts, the way ECORATES names its own.        *
      *-----------------------------------------------------------*
       FD  RESERVE-FILE.
       01  RESERVE-RECORD.
           05 RS-NAME          PIC X(10).
           05 RS-PCT           PIC X(8).
           05 RS-ACCT          PIC X(4).

      *-----------------------------------------------------------*
      * A keyed write-off request: the item, its MRN (checked     *
      * against the item), the requesting operator and why.       *
      *-----------------------------------------------------------*
       FD  WO-REQUEST-FILE.
       01  WO-REQUEST-RECORD.
           05 WR-SEQ           PIC X(6).
           05 WR-MRN           PIC X(6).
           05 WR-OPERATOR      PIC X(8).
           05 WR-REASON        PIC X(30).

       FD  WO-PENDING-FILE.
       01  WO-PENDING-RECORD.
           05 PW-SEQ           PIC 9(6).
           05 PW-MRN           PIC 9(6).
           05 PW-OPERATOR      PIC X(8).
           05 PW-DATE          PIC 9(8).
           05 PW-AMT           PIC S9(7)V99.
           05 PW-REASON        PIC X(30).

       FD  WO-LOG-FILE.
       01  WO-LOG-RECORD       PIC X(100).

       FD  RECEIPT-HIST-FILE.
       01  RECEIPT-HIST-RECORD.
           05 RH-MRN           PIC 9(6).
           05 RH-DATE          PIC 9(8).
           05 RH-AMT           PIC S9(7)V99.
           05 RH-PATIENT       PIC X(20).
           05 RH-TYPE          PIC X.

       FD  GL-POSTING-FILE.
       01  GL-POSTING-RECORD   PIC X(80).

       FD  ALLOWANCE-RPT-FILE.
       01  ALLOWANCE-RPT-RECORD PIC X(80).

       FD  LEDGER-TXN-FILE.
       01  TXN-RECORD.
           05 TXN-SEQ          PIC 9(6).
           05 TXN-DATE         PIC 9(8).
           05 TXN-ACCT-CODE    PIC X(4).
           05 TXN-AMT          PIC S9(5)V99.
           05 TXN-JRNL         PIC 9(4).
           05 TXN-OPERATOR     PIC X(8).
           05 TXN-TIME         PIC 9(6).
           05 TXN-COST-CTR     PIC X(4).
           05 TXN-COMPANY      PIC X(4).
           05 TXN-SOURCE       PIC X(10).
           05 TXN-SRC-REF      PIC X(20).

       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD.
           05 AR-SEQ           PIC 9(6).
           05 AR-DATE          PIC 9(8).
           05 AR-ACCT-CODE     PIC X(4).
           05 AR-AMT           PIC S9(5)V99.

       WORKING-STORAGE SECTION.
       77 OPEN-FILE-STATUS    PIC X(2).
       77 RESV-FILE-STATUS    PIC X(2).
       77 REQ-FILE-STATUS     PIC X(2).
       77 PND-FILE-STATUS     PIC X(2).
       77 LOG-FILE-STATUS     PIC X(2).
       77 RCPT-FILE-STATUS    PIC X(2).
       77 POST-FILE-STATUS    PIC X(2).
       77 RPT-FILE-STATUS     PIC X(2).
       77 TXN-FILE-STATUS     PIC X(2).
       77 ARC-FILE-STATUS     PIC X(2).
       77 TODAY-STAMP         PIC 9(8).
       77 MONTH-ENTRY         PIC X(6).
       77 ALLOW-PERIOD        PIC 9(6).
       77 PERIOD-END          PIC 9(8).
       77 NEXT-MONTH-START    PIC 9(8).
       77 WORK-YEAR           PIC 9(4).
       77 WORK-MONTH          PIC 99.
       77 I-IDX               PIC 9(3).
       77 W-IDX               PIC 9(3).
       77 B-IDX               PIC 9.
       77 ITEM-AGE            PIC S9(5).
       77 LOOKUP-SEQ          PIC 9(6).
       77 REQUEST-REASON      PIC X(30).
       77 REQUESTS-HELD       PIC 9(3) VALUE 0.
       77 REQUESTS-REJECTED   PIC 9(3) VALUE 0.
       77 WRITE-OFFS-APPROVED PIC 9(3) VALUE 0.
       77 WRITE-OFFS-REJECTED PIC 9(3) VALUE 0.
       77 SUPERVISOR-ID       PIC X(8).
       77 PEND-ACTION         PIC X.
       77 AUTH-ROLE           PIC X.
       77 AUTH-RESULT         PIC X.
       77 SIGN-RESULT         PIC X.
       77 QUEUE-PENDING       PIC X VALUE "N".
       77 RECEIVABLE-ACCT     PIC X(4) VALUE "1200".
       77 ALLOWANCE-ACCT      PIC X(4) VALUE "1290".
       77 BAD-DEBT-ACCT       PIC X(4) VALUE "6800".
       77 COMPANY-CODE        PIC X(4) VALUE "HOSP".
       77 RUN-WRITTEN-OFF     PIC S9(9)V99 VALUE 0.
       77 REQUIRED-ALLOWANCE  PIC S9(9)V99 VALUE 0.
       77 GL-ALLOWANCE-BAL    PIC S9(9)V99 VALUE 0.
       77 CURRENT-ALLOWANCE   PIC S9(9)V99 VALUE 0.
       77 ALLOWANCE-ADJ       PIC S9(9)V99 VALUE 0.
       77 OPEN-TOTAL          PIC S9(9)V99 VALUE 0.
       77 POST-COUNT          PIC 9(4) VALUE 0.
       77 POST-HASH           PIC 9(7)V99 VALUE 0.
       01 CONTROL-TOTAL-ENTRY.
           COPY CTLTOT.
       77 CHARGE-EDIT         PIC +9(7).99.
       77 AMT-EDIT            PIC -(7)9.99.
       77 AMT-EDIT2           PIC -(7)9.99.
       77 PCT-EDIT            PIC ZZ9.99.

       01 ITEM-TABLE.
           05 ITEM-ENTRY OCCURS 500 TIMES.
              10 IT-SEQ        PIC 9(6).
              10 IT-PATIENT    PIC X(20).
              10 IT-DATE       PIC 9(8).
              10 IT-ORIG-AMT   PIC S9(7)V99.
              10 IT-OPEN-AMT   PIC S9(7)V99.
              10 IT-STATUS     PIC X.
              10 IT-MRN        PIC 9(6).
              10 IT-WO-AMT     PIC S9(7)V99.
       01 ITEM-COUNT          PIC 9(3) VALUE 0.
       01 MAX-ITEMS           PIC 9(3) VALUE 500.
       01 CTL-RECORD-SAVE     PIC X(80).

      *-----------------------------------------------------------*
      * The four ARAGING buckets: name, reserve percentage (the   *
      * defaults stand when ARRESERV is missing or silent on a    *
      * bucket), the open amount aged into it and its reserve.    *
      *-----------------------------------------------------------*
       01 BUCKET-TABLE.
           05 BUCKET-ENTRY OCCURS 4 TIMES.
              10 BK-NAME       PIC X(10).
              10 BK-PCT        PIC 9(3)V99.
              10 BK-OPEN       PIC S9(9)V99.
              10 BK-RESERVE    PIC S9(9)V99.

       01 PENDING-TABLE.
           05 PENDING-ENTRY OCCURS 100 TIMES.
              10 PT-LINE       PIC X(67).
              10 PT-KEEP       PIC X.
       01 PENDING-COUNT       PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT TODAY-STAMP FROM DATE YYYYMMDD
           DISPLAY "Allowance month YYYYMM (spaces for this month): "
           ACCEPT MONTH-ENTRY
           IF MONTH-ENTRY = SPACES
               MOVE TODAY-STAMP(1:6) TO ALLOW-PERIOD
           ELSE
               IF MONTH-ENTRY IS NOT NUMERIC
                       OR MONTH-ENTRY(5:2) < "01"
                       OR MONTH-ENTRY(5:2) > "12"
                   DISPLAY "Invalid allowance month " MONTH-ENTRY
                       " -- run abandoned"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE MONTH-ENTRY TO ALLOW-PERIOD
           END-IF
           PERFORM SET-PERIOD-END
           PERFORM CHECK-QUEUE-SWEPT
           IF QUEUE-PENDING = "Y"
               DISPLAY "GLQBD still holds the last bad-debt batch -- "
                   "run GLSWEEP first; run abandoned"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-RESERVE-RATES
           PERFORM LOAD-OPEN-ITEMS
           IF ITEM-COUNT = 0
               DISPLAY "No open items (AROPEN) -- nothing to reserve"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND WO-LOG-FILE
           IF LOG-FILE-STATUS NOT = "00"
               OPEN OUTPUT WO-LOG-FILE
           END-IF
           PERFORM HOLD-WRITE-OFF-REQUESTS
           PERFORM REVIEW-PENDING-WRITE-OFFS
           CLOSE WO-LOG-FILE
           IF WRITE-OFFS-APPROVED > 0
               PERFORM SAVE-OPEN-ITEMS
           END-IF
           PERFORM AGE-OPEN-ITEMS
           PERFORM READ-ALLOWANCE-BALANCE
           PERFORM WRITE-GL-POSTINGS
           PERFORM PRINT-ALLOWANCE-REPORT
           DISPLAY "Bad debt for " ALLOW-PERIOD ": " REQUESTS-HELD
               " write-offs held, " WRITE-OFFS-APPROVED
               " approved, " WRITE-OFFS-REJECTED " rejected"
           COMPUTE AMT-EDIT = ALLOWANCE-ADJ
           DISPLAY "Allowance adjustment " AMT-EDIT
               " queued on GLQBD, computation on ARALLOW"
           IF REQUESTS-REJECTED > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      *-----------------------------------------------------------*
      * Month end is the day before the first of the next month.  *
      *-----------------------------------------------------------*
       SET-PERIOD-END.
           MOVE ALLOW-PERIOD(1:4) TO WORK-YEAR
           MOVE ALLOW-PERIOD(5:2) TO WORK-MONTH
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
      * GLQBD is rewritten each run; an unswept batch would be    *
      * lost, and the allowance balance read below would not yet  *
      * include it.                                               *
      *-----------------------------------------------------------*
       CHECK-QUEUE-SWEPT.
           MOVE "N" TO QUEUE-PENDING
           OPEN INPUT GL-POSTING-FILE
           IF POST-FILE-STATUS = "00"
               READ GL-POSTING-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE "Y" TO QUEUE-PENDING
               END-READ
               CLOSE GL-POSTING-FILE
           END-IF
           .

       LOAD-RESERVE-RATES.
           MOVE "CURRENT" TO BK-NAME(1)
           MOVE "31-60" TO BK-NAME(2)
           MOVE "61-90" TO BK-NAME(3)
           MOVE "OVER90" TO BK-NAME(4)
           MOVE 1 TO BK-PCT(1)
           MOVE 5 TO BK-PCT(2)
           MOVE 20 TO BK-PCT(3)
           MOVE 50 TO BK-PCT(4)
           OPEN INPUT RESERVE-FILE
           IF RESV-FILE-STATUS NOT = "00"
               DISPLAY "No reserve table (ARRESERV) -- default "
                   "percentages 1/5/20/50"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ RESERVE-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               EVALUATE TRUE
                   WHEN RS-NAME = "ALLOWANCE"
                       MOVE RS-ACCT TO ALLOWANCE-ACCT
                   WHEN RS-NAME = "EXPENSE"
                       MOVE RS-ACCT TO BAD-DEBT-ACCT
                   WHEN OTHER
                       PERFORM VARYING B-IDX FROM 1 BY 1
                               UNTIL B-IDX > 4
                           IF RS-NAME = BK-NAME(B-IDX)
                               COMPUTE BK-PCT(B-IDX) =
                                   FUNCTION NUMVAL(RS-PCT)
                           END-IF
                       END-PERFORM
               END-EVALUATE
           END-PERFORM
           CLOSE RESERVE-FILE
           .

       LOAD-OPEN-ITEMS.
           MOVE 0 TO ITEM-COUNT
           MOVE SPACES TO CTL-RECORD-SAVE
           OPEN INPUT OPEN-ITEM-FILE
           IF OPEN-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ OPEN-ITEM-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF AO-TYPE = "CTL"
                   MOVE OPEN-ITEM-RECORD TO CTL-RECORD-SAVE
               ELSE
                   IF ITEM-COUNT < MAX-ITEMS
                       ADD 1 TO ITEM-COUNT
                       MOVE AO-SEQ TO IT-SEQ(ITEM-COUNT)
                       MOVE AO-PATIENT TO IT-PATIENT(ITEM-COUNT)
                       MOVE AO-DATE TO IT-DATE(ITEM-COUNT)
                       MOVE AO-ORIG-AMT TO IT-ORIG-AMT(ITEM-COUNT)
                       MOVE AO-OPEN-AMT TO IT-OPEN-AMT(ITEM-COUNT)
                       MOVE AO-STATUS TO IT-STATUS(ITEM-COUNT)
                       IF AO-MRN IS NUMERIC
                           MOVE AO-MRN TO IT-MRN(ITEM-COUNT)
                       ELSE
                           MOVE 0 TO IT-MRN(ITEM-COUNT)
                       END-IF
                       IF AO-WO-AMT IS NUMERIC
                           MOVE AO-WO-AMT TO IT-WO-AMT(ITEM-COUNT)
                       ELSE
                           MOVE 0 TO IT-WO-AMT(ITEM-COUNT)
                       END-IF
                   ELSE
                       DISPLAY "Open-item table full -- item "
                           AO-SEQ " not reserved"
                   END-IF
               END-IF
           END-PERFORM
           CLOSE OPEN-ITEM-FILE
           .

      *-----------------------------------------------------------*
      * Each ARWOREQ line must name an open item under the MRN    *
      * given and not already be waiting on ARWOPND; it is held   *
      * with the item's open amount at the time. Bad lines are    *
      * reported and dropped. An applied request file is cleared. *
      *-----------------------------------------------------------*
       HOLD-WRITE-OFF-REQUESTS.
           PERFORM LOAD-PENDING-QUEUE
           OPEN INPUT WO-REQUEST-FILE
           IF REQ-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ WO-REQUEST-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               PERFORM HOLD-ONE-REQUEST
           END-PERFORM
           CLOSE WO-REQUEST-FILE
           OPEN OUTPUT WO-REQUEST-FILE
           CLOSE WO-REQUEST-FILE
           .

       LOAD-PENDING-QUEUE.
           MOVE 0 TO PENDING-COUNT
           OPEN INPUT WO-PENDING-FILE
           IF PND-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ WO-PENDING-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF PENDING-COUNT < 100
                   ADD 1 TO PENDING-COUNT
                   MOVE WO-PENDING-RECORD TO PT-LINE(PENDING-COUNT)
                   MOVE "Y" TO PT-KEEP(PENDING-COUNT)
               END-IF
           END-PERFORM
           CLOSE WO-PENDING-FILE
           .

       HOLD-ONE-REQUEST.
           MOVE SPACES TO REQUEST-REASON
           MOVE ITEM-COUNT TO I-IDX
           ADD 1 TO I-IDX
           IF WR-SEQ IS NUMERIC
               MOVE WR-SEQ TO LOOKUP-SEQ
               PERFORM FIND-ITEM
           END-IF
           EVALUATE TRUE
               WHEN I-IDX > ITEM-COUNT
                   MOVE "UNKNOWN ITEM" TO REQUEST-REASON
               WHEN WR-MRN IS NOT NUMERIC
                   MOVE "MRN DOES NOT MATCH ITEM" TO REQUEST-REASON
               WHEN IT-MRN(I-IDX) NOT = WR-MRN
                   MOVE "MRN DOES NOT MATCH ITEM" TO REQUEST-REASON
               WHEN IT-STATUS(I-IDX) NOT = "O"
                   MOVE "ITEM NOT OPEN" TO REQUEST-REASON
               WHEN WR-OPERATOR = SPACES
                   MOVE "NO REQUESTING OPERATOR" TO REQUEST-REASON
               WHEN PENDING-COUNT >= 100
                   MOVE "PENDING QUEUE FULL" TO REQUEST-REASON
               WHEN OTHER
                   PERFORM VARYING W-IDX FROM 1 BY 1
                           UNTIL W-IDX > PENDING-COUNT
                       IF PT-LINE(W-IDX) (1:6) = WR-SEQ
                           MOVE "ALREADY PENDING" TO REQUEST-REASON
                       END-IF
                   END-PERFORM
           END-EVALUATE
           IF REQUEST-REASON NOT = SPACES
               ADD 1 TO REQUESTS-REJECTED
               DISPLAY "Write-off request for item " WR-SEQ
                   " REJECTED: " REQUEST-REASON
               MOVE SPACES TO WO-LOG-RECORD
               STRING TODAY-STAMP " OPERATOR=" WR-OPERATOR
                   " ITEM=" WR-SEQ " REQUEST REJECTED "
                   REQUEST-REASON
                   DELIMITED BY SIZE INTO WO-LOG-RECORD
               WRITE WO-LOG-RECORD
               EXIT PARAGRAPH
           END-IF
           MOVE IT-SEQ(I-IDX) TO PW-SEQ
           MOVE IT-MRN(I-IDX) TO PW-MRN
           MOVE WR-OPERATOR TO PW-OPERATOR
           MOVE TODAY-STAMP TO PW-DATE
           MOVE IT-OPEN-AMT(I-IDX) TO PW-AMT
           MOVE WR-REASON TO PW-REASON
           ADD 1 TO PENDING-COUNT
           MOVE WO-PENDING-RECORD TO PT-LINE(PENDING-COUNT)
           MOVE "Y" TO PT-KEEP(PENDING-COUNT)
           ADD 1 TO REQUESTS-HELD
           COMPUTE AMT-EDIT = PW-AMT
           DISPLAY "Write-off of item " PW-SEQ " (" AMT-EDIT
               ") HELD for supervisor approval"
           MOVE SPACES TO WO-LOG-RECORD
           STRING TODAY-STAMP " OPERATOR=" WR-OPERATOR
               " ITEM=" WR-SEQ " HELD FOR APPROVAL"
               DELIMITED BY SIZE INTO WO-LOG-RECORD
           WRITE WO-LOG-RECORD
           .

       FIND-ITEM.
           PERFORM VARYING I-IDX FROM 1 BY 1 UNTIL I-IDX > ITEM-COUNT
               IF IT-SEQ(I-IDX) = LOOKUP-SEQ
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

      *-----------------------------------------------------------*
      * Supervisor review, as on LEDGER's LEDGRPND queue: a       *
      * second operator signs the queue, each held write-off is   *
      * listed and approved, rejected or skipped, and the         *
      * requesting operator cannot approve their own. Skipped     *
      * and self-requested write-offs stay on ARWOPND; a blank    *
      * supervisor leaves the whole queue for the next run. The   *
      * supervisor keys their own PIN (OPERSIGN) first.           *
      *-----------------------------------------------------------*
       REVIEW-PENDING-WRITE-OFFS.
           IF PENDING-COUNT = 0
               PERFORM SAVE-PENDING-QUEUE
               EXIT PARAGRAPH
           END-IF
           DISPLAY PENDING-COUNT " write-offs await approval"
           DISPLAY "Supervisor operator ID (spaces to leave them "
               "pending): "
           ACCEPT SUPERVISOR-ID
           IF SUPERVISOR-ID = SPACES
               DISPLAY "Write-off review skipped -- queue left on "
                   "ARWOPND"
               PERFORM SAVE-PENDING-QUEUE
               EXIT PARAGRAPH
           END-IF
           MOVE "*" TO AUTH-ROLE
           CALL "OPERAUTH" USING SUPERVISOR-ID AUTH-ROLE
               AUTH-RESULT
               ON EXCEPTION
                   MOVE "X" TO AUTH-RESULT
           END-CALL
           IF AUTH-RESULT = "U"
               DISPLAY "Supervisor " SUPERVISOR-ID " is not on "
                   "the operator master -- review abandoned"
               PERFORM SAVE-PENDING-QUEUE
               EXIT PARAGRAPH
           END-IF
           IF AUTH-RESULT = "N"
               DISPLAY "Supervisor " SUPERVISOR-ID " has no current "
                   "certification -- review abandoned"
               PERFORM SAVE-PENDING-QUEUE
               EXIT PARAGRAPH
           END-IF
           CALL "OPERSIGN" USING SUPERVISOR-ID SIGN-RESULT
               ON EXCEPTION
                   MOVE "X" TO SIGN-RESULT
           END-CALL
           IF SIGN-RESULT NOT = "V" AND SIGN-RESULT NOT = "X"
               DISPLAY "Supervisor " SUPERVISOR-ID " not verified "
                   "-- review abandoned"
               PERFORM SAVE-PENDING-QUEUE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING W-IDX FROM 1 BY 1
                   UNTIL W-IDX > PENDING-COUNT
               PERFORM REVIEW-ONE-WRITE-OFF
           END-PERFORM
           PERFORM SAVE-PENDING-QUEUE
           .

       REVIEW-ONE-WRITE-OFF.
           MOVE PT-LINE(W-IDX) TO WO-PENDING-RECORD
           IF SUPERVISOR-ID = PW-OPERATOR
               DISPLAY "Write-off of item " PW-SEQ " was requested "
                   "by " PW-OPERATOR " -- a different supervisor "
                   "must review it; left pending"
               EXIT PARAGRAPH
           END-IF
           COMPUTE AMT-EDIT = PW-AMT
           DISPLAY "Write-off item " PW-SEQ " MRN " PW-MRN " "
               AMT-EDIT " requested by " PW-OPERATOR " on " PW-DATE
           DISPLAY "  " PW-REASON
           DISPLAY "Approve, reject or skip? (A/R/S): "
           ACCEPT PEND-ACTION
           EVALUATE FUNCTION UPPER-CASE(PEND-ACTION)
               WHEN "A"
                   MOVE "N" TO PT-KEEP(W-IDX)
                   PERFORM WRITE-OFF-ONE-ITEM
               WHEN "R"
                   MOVE "N" TO PT-KEEP(W-IDX)
                   ADD 1 TO WRITE-OFFS-REJECTED
                   DISPLAY "Write-off of item " PW-SEQ " rejected"
                   MOVE SPACES TO WO-LOG-RECORD
                   STRING TODAY-STAMP " OPERATOR=" SUPERVISOR-ID
                       " ITEM=" PW-SEQ " REJECTED"
                       DELIMITED BY SIZE INTO WO-LOG-RECORD
                   WRITE WO-LOG-RECORD
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

      *-----------------------------------------------------------*
      * Approved: whatever is still open on the item is written   *
      * off -- a payment since the request simply leaves less to  *
      * write off -- and the item is kept, status W, with the     *
      * amount written off for ARLEDGER to reinstate if the       *
      * patient pays later.                                       *
      *-----------------------------------------------------------*
       WRITE-OFF-ONE-ITEM.
           MOVE PW-SEQ TO LOOKUP-SEQ
           PERFORM FIND-ITEM
           IF I-IDX > ITEM-COUNT
               DISPLAY "Item " PW-SEQ " is no longer on AROPEN -- "
                   "write-off dropped"
               EXIT PARAGRAPH
           END-IF
           IF IT-STATUS(I-IDX) NOT = "O" OR IT-OPEN-AMT(I-IDX) <= 0
               DISPLAY "Item " PW-SEQ " is no longer open -- "
                   "write-off dropped"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WRITE-OFFS-APPROVED
           ADD IT-OPEN-AMT(I-IDX) TO RUN-WRITTEN-OFF
           ADD IT-OPEN-AMT(I-IDX) TO IT-WO-AMT(I-IDX)
           MOVE IT-MRN(I-IDX) TO RH-MRN
           MOVE TODAY-STAMP TO RH-DATE
           MOVE IT-OPEN-AMT(I-IDX) TO RH-AMT
           MOVE IT-PATIENT(I-IDX) TO RH-PATIENT
           MOVE "W" TO RH-TYPE
           OPEN EXTEND RECEIPT-HIST-FILE
           IF RCPT-FILE-STATUS NOT = "00"
               OPEN OUTPUT RECEIPT-HIST-FILE
           END-IF
           WRITE RECEIPT-HIST-RECORD
           CLOSE RECEIPT-HIST-FILE
           COMPUTE AMT-EDIT = IT-OPEN-AMT(I-IDX)
           MOVE 0 TO IT-OPEN-AMT(I-IDX)
           MOVE "W" TO IT-STATUS(I-IDX)
           DISPLAY "Item " PW-SEQ " written off " AMT-EDIT
           MOVE SPACES TO WO-LOG-RECORD
           STRING TODAY-STAMP " OPERATOR=" SUPERVISOR-ID
               " ITEM=" PW-SEQ " APPROVED AND WRITTEN OFF " AMT-EDIT
               DELIMITED BY SIZE INTO WO-LOG-RECORD
           WRITE WO-LOG-RECORD
           .

       SAVE-PENDING-QUEUE.
           OPEN OUTPUT WO-PENDING-FILE
           PERFORM VARYING W-IDX FROM 1 BY 1
                   UNTIL W-IDX > PENDING-COUNT
               IF PT-KEEP(W-IDX) = "Y"
                   MOVE PT-LINE(W-IDX) TO WO-PENDING-RECORD
                   WRITE WO-PENDING-RECORD
               END-IF
           END-PERFORM
           CLOSE WO-PENDING-FILE
           .

       SAVE-OPEN-ITEMS.
           OPEN OUTPUT OPEN-ITEM-FILE
           IF CTL-RECORD-SAVE NOT = SPACES
               MOVE CTL-RECORD-SAVE TO OPEN-ITEM-RECORD
               WRITE OPEN-ITEM-RECORD
           END-IF
           PERFORM VARYING I-IDX FROM 1 BY 1
                   UNTIL I-IDX > ITEM-COUNT
               MOVE "ITM" TO AO-TYPE
               MOVE IT-SEQ(I-IDX) TO AO-SEQ
               MOVE IT-PATIENT(I-IDX) TO AO-PATIENT
               MOVE IT-DATE(I-IDX) TO AO-DATE
               MOVE IT-ORIG-AMT(I-IDX) TO AO-ORIG-AMT
               MOVE IT-OPEN-AMT(I-IDX) TO AO-OPEN-AMT
               MOVE IT-STATUS(I-IDX) TO AO-STATUS
               MOVE IT-MRN(I-IDX) TO AO-MRN
               MOVE IT-WO-AMT(I-IDX) TO AO-WO-AMT
               WRITE OPEN-ITEM-RECORD
           END-PERFORM
           CLOSE OPEN-ITEM-FILE
           .

      *-----------------------------------------------------------*
      * Open items aged at month end in ARLEDGER's buckets; items *
      * dated after month end are not yet part of it.             *
      *-----------------------------------------------------------*
       AGE-OPEN-ITEMS.
           PERFORM VARYING B-IDX FROM 1 BY 1 UNTIL B-IDX > 4
               MOVE 0 TO BK-OPEN(B-IDX)
           END-PERFORM
           PERFORM VARYING I-IDX FROM 1 BY 1 UNTIL I-IDX > ITEM-COUNT
               IF IT-STATUS(I-IDX) = "O"
                       AND IT-DATE(I-IDX) <= PERIOD-END
                   COMPUTE ITEM-AGE =
                       FUNCTION INTEGER-OF-DATE(PERIOD-END)
                       - FUNCTION INTEGER-OF-DATE(IT-DATE(I-IDX))
                   EVALUATE TRUE
                       WHEN ITEM-AGE <= 30
                           MOVE 1 TO B-IDX
                       WHEN ITEM-AGE <= 60
                           MOVE 2 TO B-IDX
                       WHEN ITEM-AGE <= 90
                           MOVE 3 TO B-IDX
                       WHEN OTHER
                           MOVE 4 TO B-IDX
                   END-EVALUATE
                   ADD IT-OPEN-AMT(I-IDX) TO BK-OPEN(B-IDX)
               END-IF
           END-PERFORM
           MOVE 0 TO REQUIRED-ALLOWANCE
           MOVE 0 TO OPEN-TOTAL
           PERFORM VARYING B-IDX FROM 1 BY 1 UNTIL B-IDX > 4
               COMPUTE BK-RESERVE(B-IDX) ROUNDED =
                   BK-OPEN(B-IDX) * BK-PCT(B-IDX) / 100
               ADD BK-RESERVE(B-IDX) TO REQUIRED-ALLOWANCE
               ADD BK-OPEN(B-IDX) TO OPEN-TOTAL
           END-PERFORM
           .

      *-----------------------------------------------------------*
      * The allowance is a credit balance on the ledger; carried  *
      * here as a positive figure, less this run's write-offs,    *
      * which draw it down before the true-up.                    *
      *-----------------------------------------------------------*
       READ-ALLOWANCE-BALANCE.
           MOVE 0 TO GL-ALLOWANCE-BAL
           OPEN INPUT ARCHIVE-FILE
           IF ARC-FILE-STATUS = "00"
               PERFORM UNTIL 1 = 2
                   READ ARCHIVE-FILE
                       AT END
                           EXIT PERFORM
                   END-READ
                   IF AR-ACCT-CODE = ALLOWANCE-ACCT
                       ADD AR-AMT TO GL-ALLOWANCE-BAL
                   END-IF
               END-PERFORM
               CLOSE ARCHIVE-FILE
           END-IF
           OPEN INPUT LEDGER-TXN-FILE
           IF TXN-FILE-STATUS = "00"
               PERFORM UNTIL 1 = 2
                   READ LEDGER-TXN-FILE NEXT RECORD
                       AT END
                           EXIT PERFORM
                   END-READ
                   IF TXN-ACCT-CODE = ALLOWANCE-ACCT
                       ADD TXN-AMT TO GL-ALLOWANCE-BAL
                   END-IF
               END-PERFORM
               CLOSE LEDGER-TXN-FILE
           END-IF
           COMPUTE CURRENT-ALLOWANCE =
               0 - GL-ALLOWANCE-BAL - RUN-WRITTEN-OFF
           COMPUTE ALLOWANCE-ADJ =
               REQUIRED-ALLOWANCE - CURRENT-ALLOWANCE
           .

      *-----------------------------------------------------------*
      * GLQBD batch, on the hospital's books: write-offs debit    *
      * the allowance and credit the receivable; an allowance     *
      * increase debits bad-debt expense and credits the          *
      * allowance, a decrease the reverse.                        *
      *-----------------------------------------------------------*
       WRITE-GL-POSTINGS.
           IF RUN-WRITTEN-OFF = 0 AND ALLOWANCE-ADJ = 0
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT GL-POSTING-FILE
           MOVE 0 TO POST-COUNT
           MOVE 0 TO POST-HASH
           MOVE SPACES TO GL-POSTING-RECORD
           STRING "HDR" TODAY-STAMP " ARBADDBT BAD DEBT " ALLOW-PERIOD
               DELIMITED BY SIZE INTO GL-POSTING-RECORD
           WRITE GL-POSTING-RECORD
           IF RUN-WRITTEN-OFF > 0
               COMPUTE CHARGE-EDIT = RUN-WRITTEN-OFF
               MOVE SPACES TO GL-POSTING-RECORD
               STRING "DTL" ALLOWANCE-ACCT CHARGE-EDIT
                   " BAD DEBT WRITE-OFFS"
                   DELIMITED BY SIZE INTO GL-POSTING-RECORD
               MOVE COMPANY-CODE TO GL-POSTING-RECORD(77:4)
               WRITE GL-POSTING-RECORD
               ADD 1 TO POST-COUNT
               ADD RUN-WRITTEN-OFF TO POST-HASH
               COMPUTE CHARGE-EDIT = 0 - RUN-WRITTEN-OFF
               MOVE SPACES TO GL-POSTING-RECORD
               STRING "DTL" RECEIVABLE-ACCT CHARGE-EDIT
                   " BAD DEBT WRITE-OFFS"
                   DELIMITED BY SIZE INTO GL-POSTING-RECORD
               MOVE COMPANY-CODE TO GL-POSTING-RECORD(77:4)
               WRITE GL-POSTING-RECORD
               ADD 1 TO POST-COUNT
           END-IF
           IF ALLOWANCE-ADJ > 0
               COMPUTE CHARGE-EDIT = ALLOWANCE-ADJ
               MOVE SPACES TO GL-POSTING-RECORD
               STRING "DTL" BAD-DEBT-ACCT CHARGE-EDIT
                   " ALLOWANCE PROVISION"
                   DELIMITED BY SIZE INTO GL-POSTING-RECORD
               MOVE COMPANY-CODE TO GL-POSTING-RECORD(77:4)
               WRITE GL-POSTING-RECORD
               ADD 1 TO POST-COUNT
               ADD ALLOWANCE-ADJ TO POST-HASH
               COMPUTE CHARGE-EDIT = 0 - ALLOWANCE-ADJ
               MOVE SPACES TO GL-POSTING-RECORD
               STRING "DTL" ALLOWANCE-ACCT CHARGE-EDIT
                   " ALLOWANCE PROVISION"
                   DELIMITED BY SIZE INTO GL-POSTING-RECORD
               MOVE COMPANY-CODE TO GL-POSTING-RECORD(77:4)
               WRITE GL-POSTING-RECORD
               ADD 1 TO POST-COUNT
           END-IF
           IF ALLOWANCE-ADJ < 0
               COMPUTE CHARGE-EDIT = 0 - ALLOWANCE-ADJ
               MOVE SPACES TO GL-POSTING-RECORD
               STRING "DTL" ALLOWANCE-ACCT CHARGE-EDIT
                   " ALLOWANCE RELEASED"
                   DELIMITED BY SIZE INTO GL-POSTING-RECORD
               MOVE COMPANY-CODE TO GL-POSTING-RECORD(77:4)
               WRITE GL-POSTING-RECORD
               ADD 1 TO POST-COUNT
               SUBTRACT ALLOWANCE-ADJ FROM POST-HASH
               COMPUTE CHARGE-EDIT = ALLOWANCE-ADJ
               MOVE SPACES TO GL-POSTING-RECORD
               STRING "DTL" BAD-DEBT-ACCT CHARGE-EDIT
                   " ALLOWANCE RELEASED"
                   DELIMITED BY SIZE INTO GL-POSTING-RECORD
               MOVE COMPANY-CODE TO GL-POSTING-RECORD(77:4)
               WRITE GL-POSTING-RECORD
               ADD 1 TO POST-COUNT
           END-IF
           COMPUTE CHARGE-EDIT = POST-HASH
           MOVE SPACES TO GL-POSTING-RECORD
           STRING "TRL" POST-COUNT CHARGE-EDIT
               DELIMITED BY SIZE INTO GL-POSTING-RECORD
           WRITE GL-POSTING-RECORD
           CLOSE GL-POSTING-FILE
           MOVE SPACES TO CONTROL-TOTAL-ENTRY
           MOVE "GLQBD" TO CTL-INTERFACE
           MOVE "P" TO CTL-ROLE
           MOVE "ARBADDBT" TO CTL-PROGRAM
           MOVE TODAY-STAMP TO CTL-BATCH
           MOVE POST-COUNT TO CTL-COUNT
           MOVE POST-HASH TO CTL-HASH
           CALL "CTLTOTW" USING CONTROL-TOTAL-ENTRY
           .

       PRINT-ALLOWANCE-REPORT.
           OPEN OUTPUT ALLOWANCE-RPT-FILE
           MOVE SPACES TO ALLOWANCE-RPT-RECORD
           STRING TODAY-STAMP " ALLOWANCE FOR DOUBTFUL ACCOUNTS AT "
               PERIOD-END
               DELIMITED BY SIZE INTO ALLOWANCE-RPT-RECORD
           WRITE ALLOWANCE-RPT-RECORD
           MOVE SPACES TO ALLOWANCE-RPT-RECORD
           STRING "BUCKET           OPEN    PCT     RESERVE"
               DELIMITED BY SIZE INTO ALLOWANCE-RPT-RECORD
           WRITE ALLOWANCE-RPT-RECORD
           PERFORM VARYING B-IDX FROM 1 BY 1 UNTIL B-IDX > 4
               COMPUTE AMT-EDIT = BK-OPEN(B-IDX)
               MOVE BK-PCT(B-IDX) TO PCT-EDIT
               COMPUTE AMT-EDIT2 = BK-RESERVE(B-IDX)
               MOVE SPACES TO ALLOWANCE-RPT-RECORD
               STRING BK-NAME(B-IDX) AMT-EDIT " " PCT-EDIT " "
                   AMT-EDIT2
                   DELIMITED BY SIZE INTO ALLOWANCE-RPT-RECORD
               WRITE ALLOWANCE-RPT-RECORD
           END-PERFORM
           COMPUTE AMT-EDIT = OPEN-TOTAL
           COMPUTE AMT-EDIT2 = REQUIRED-ALLOWANCE
           MOVE SPACES TO ALLOWANCE-RPT-RECORD
           STRING "TOTAL     " AMT-EDIT "        " AMT-EDIT2
               DELIMITED BY SIZE INTO ALLOWANCE-RPT-RECORD
           WRITE ALLOWANCE-RPT-RECORD
           COMPUTE AMT-EDIT = RUN-WRITTEN-OFF
           MOVE SPACES TO ALLOWANCE-RPT-RECORD
           STRING "WRITTEN OFF THIS RUN         " AMT-EDIT
               DELIMITED BY SIZE INTO ALLOWANCE-RPT-RECORD
           WRITE ALLOWANCE-RPT-RECORD
           COMPUTE AMT-EDIT = CURRENT-ALLOWANCE
           MOVE SPACES TO ALLOWANCE-RPT-RECORD
           STRING "ALLOWANCE BALANCE " ALLOWANCE-ACCT "       "
               AMT-EDIT
               DELIMITED BY SIZE INTO ALLOWANCE-RPT-RECORD
           WRITE ALLOWANCE-RPT-RECORD
           COMPUTE AMT-EDIT = ALLOWANCE-ADJ
           MOVE SPACES TO ALLOWANCE-RPT-RECORD
           STRING "ADJUSTMENT TO " BAD-DEBT-ACCT "           "
               AMT-EDIT
               DELIMITED BY SIZE INTO ALLOWANCE-RPT-RECORD
           WRITE ALLOWANCE-RPT-RECORD
           CLOSE ALLOWANCE-RPT-FILE
           .
