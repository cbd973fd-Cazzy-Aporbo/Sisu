       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEDGRSEQ.
       AUTHOR. CAZZY.
       REMARKS. >
           Posting-integrity audit over the whole general ledger:
           the LEDGRARC archive and the live LEDGERTX file read
           together, in posting order. The LEDGRSQR report lists
           gaps in TXN-SEQ (a deleted posting) and sequence
           numbers used twice; keyed journals whose TXN-JRNL
           number posts out of order or posts again after other
           journals (journals released from the LEDGRPND approval
           hold and accruals reversed from LEDGRREV are flagged
           but marked as explained); likely duplicates -- the same
           account, amount, cost center and date posted by the
           same operator within a few minutes of each other; and
           GLPOST interface batches whose lines repeat an earlier
           interface batch exactly, i.e. the same batch swept
           twice. Every finding names the LEDGRAUD entry-audit
           line for the posting it concerns, or says there is
           none. The ledger itself is only read.

      *-----------------------------------------------------------*
      * Mod history:
      *   2026-10-15  CAZZY - written; the external auditors' yearly
      *               "prove nothing was deleted or posted twice"
      *               was being answered by eyeballing listings.
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-TXN-FILE ASSIGN TO "LEDGERTX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TXN-SEQ
               FILE STATUS IS TXN-FILE-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO "LEDGRARC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARC-FILE-STATUS.
           SELECT ENTRY-AUDIT-FILE ASSIGN TO "LEDGRAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUD-FILE-STATUS.
           SELECT REVERSAL-RPT-FILE ASSIGN TO "LEDGRRVR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RVR-FILE-STATUS.
           SELECT AUDIT-RPT-FILE ASSIGN TO "LEDGRSQR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
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
           05 AR-JRNL          PIC 9(4).
           05 AR-OPERATOR      PIC X(8).
           05 AR-TIME          PIC 9(6).
           05 AR-COST-CTR      PIC X(4).
           05 AR-COMPANY       PIC X(4).
           05 AR-SOURCE        PIC X(10).
           05 AR-SRC-REF       PIC X(20).

      *-----------------------------------------------------------*
      * LEDGER's entry-audit trail. A posting line reads          *
      * "date time OPERATOR=id JRNL=nnnn SEQ=nnnnnn ACCT= AMT=";  *
      * a release from the approval hold reads "date OPERATOR=id  *
      * JRNL=nnnn APPROVED AND POSTED".                           *
      *-----------------------------------------------------------*
       FD  ENTRY-AUDIT-FILE.
       01  AUDIT-RECORD        PIC X(80).

       FD  REVERSAL-RPT-FILE.
       01  REVERSAL-RPT-RECORD PIC X(80).

       FD  AUDIT-RPT-FILE.
       01  AUDIT-RPT-RECORD    PIC X(132).

       WORKING-STORAGE SECTION.
       77 TXN-FILE-STATUS     PIC X(2).
       77 ARC-FILE-STATUS     PIC X(2).
       77 AUD-FILE-STATUS     PIC X(2).
       77 RVR-FILE-STATUS     PIC X(2).
       77 RPT-FILE-STATUS     PIC X(2).
       77 TODAY-STAMP         PIC 9(8).
       77 WINDOW-ENTRY        PIC X(3).
       77 DUP-WINDOW-MIN      PIC 9(3) VALUE 5.
       77 DUP-WINDOW-SECS     PIC 9(5).
       77 I-IDX               PIC 9(4).
       77 J-IDX               PIC 9(4).
       77 A-IDX               PIC 9(4).
       77 B-IDX               PIC 9(3).
       77 C-IDX               PIC 9(3).
       77 AUDIT-LINE-NO       PIC 9(6) VALUE 0.
       77 LOOKUP-SEQ          PIC 9(6).
       77 LOOKUP-TIME         PIC 9(6).
       77 LOOKUP-JRNL         PIC 9(4).
       77 AUDIT-REF           PIC X(20).
       77 AUDIT-REF-2         PIC X(20).
       77 MIN-SEQ             PIC 9(6).
       77 MAX-SEQ             PIC 9(6).
       77 NEXT-HIGHER         PIC 9(6).
       77 GAP-FROM            PIC 9(6).
       77 GAP-TO              PIC 9(6).
       77 SEEN-EARLIER        PIC X.
       77 HIGH-KEYED-JRNL     PIC 9(4) VALUE 0.
       77 PREV-JRNL           PIC 9(4).
       77 PREV-OPER           PIC X(8).
       77 PREV-DATE           PIC 9(8).
       77 BLOCK-START         PIC X.
       77 JRNL-EXPLAINED      PIC X(20).
       77 TIME-DIFF           PIC S9(5).
       77 GAPS-FOUND          PIC 9(4) VALUE 0.
       77 REUSE-FOUND         PIC 9(4) VALUE 0.
       77 JRNL-FOUND          PIC 9(4) VALUE 0.
       77 JRNL-EXPLAINED-CNT  PIC 9(4) VALUE 0.
       77 DUPS-FOUND          PIC 9(4) VALUE 0.
       77 BATCH-DUPS-FOUND    PIC 9(4) VALUE 0.
       77 NO-AUDIT-FOUND      PIC 9(4) VALUE 0.
       77 UNEXPLAINED         PIC 9(5) VALUE 0.
       77 GLI-JRNL-NO         PIC 9(4) VALUE 9500.
       77 FIRST-GENERATED     PIC 9(4) VALUE 9000.
       77 AMT-EDIT            PIC -(5)9.99.
       77 AMT-EDIT2           PIC -(7)9.99.

      *-----------------------------------------------------------*
      * Every posting on file, archive first, then live, in the   *
      * order each file holds them -- the order they were made.   *
      * TX-SECS is the posting time in seconds since midnight.    *
      *-----------------------------------------------------------*
       01 TXN-TABLE.
           05 TX-ENTRY OCCURS 3000 TIMES.
              10 TX-SEQ        PIC 9(6).
              10 TX-DATE       PIC 9(8).
              10 TX-ACCT       PIC X(4).
              10 TX-AMT        PIC S9(5)V99.
              10 TX-JRNL       PIC 9(4).
              10 TX-OPER       PIC X(8).
              10 TX-TIME       PIC 9(6).
              10 TX-CC         PIC X(4).
              10 TX-SOURCE     PIC X.
              10 TX-SECS       PIC 9(5).
       01 TX-COUNT            PIC 9(4) VALUE 0.
       01 MAX-TXNS            PIC 9(4) VALUE 3000.
       01 TXNS-SKIPPED        PIC 9(5) VALUE 0.

       01 AUDIT-TABLE.
           05 AU-ENTRY OCCURS 3000 TIMES.
              10 AU-SEQ        PIC 9(6).
              10 AU-TIME       PIC 9(6).
              10 AU-LINE       PIC 9(6).
       01 AU-COUNT            PIC 9(4) VALUE 0.

       01 RELEASED-TABLE.
           05 RL-ENTRY OCCURS 200 TIMES.
              10 RL-JRNL       PIC 9(4).
              10 RL-LINE       PIC 9(6).
       01 RL-COUNT            PIC 9(3) VALUE 0.

       01 REVERSED-TABLE.
           05 RV-JRNL OCCURS 200 TIMES PIC 9(4).
       01 RV-COUNT            PIC 9(3) VALUE 0.

      *-----------------------------------------------------------*
      * One row per GLPOST interface posting (a run of journal    *
      * 9500 lines): where it starts, its line count, the hash of *
      * its debits and a check figure over accounts and amounts.  *
      *-----------------------------------------------------------*
       01 BATCH-TABLE.
           05 IB-ENTRY OCCURS 300 TIMES.
              10 IB-FIRST      PIC 9(4).
              10 IB-COUNT      PIC 9(4).
              10 IB-HASH       PIC S9(9)V99.
              10 IB-CHECK      PIC S9(13)V99.
       01 IB-COUNT-ALL        PIC 9(3) VALUE 0.

       01 ACCT-NUMBER         PIC 9(4).
       01 TIME-WORK.
           05 TIME-HH          PIC 99.
           05 TIME-MM          PIC 99.
           05 TIME-SS          PIC 99.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT TODAY-STAMP FROM DATE YYYYMMDD
           DISPLAY "Duplicate window in minutes (spaces for 5): "
           ACCEPT WINDOW-ENTRY
           IF WINDOW-ENTRY NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WINDOW-ENTRY) = 0
                   COMPUTE DUP-WINDOW-MIN =
                       FUNCTION NUMVAL(WINDOW-ENTRY)
               ELSE
                   DISPLAY "Invalid window " WINDOW-ENTRY
                       " -- 5 minutes used"
               END-IF
           END-IF
           COMPUTE DUP-WINDOW-SECS = DUP-WINDOW-MIN * 60
           PERFORM LOAD-ARCHIVE
           PERFORM LOAD-LIVE-LEDGER
           IF TX-COUNT = 0
               DISPLAY "No postings on LEDGRARC or LEDGERTX -- "
                   "nothing to audit"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-ENTRY-AUDIT
           PERFORM LOAD-REVERSALS
           OPEN OUTPUT AUDIT-RPT-FILE
           MOVE SPACES TO AUDIT-RPT-RECORD
           STRING TODAY-STAMP " LEDGER POSTING-INTEGRITY AUDIT, "
               TX-COUNT " POSTINGS (LEDGRARC + LEDGERTX)"
               DELIMITED BY SIZE INTO AUDIT-RPT-RECORD
           WRITE AUDIT-RPT-RECORD
           IF TXNS-SKIPPED > 0
               MOVE SPACES TO AUDIT-RPT-RECORD
               STRING "*** POSTING TABLE FULL -- " TXNS-SKIPPED
                   " LATER POSTINGS NOT AUDITED"
                   DELIMITED BY SIZE INTO AUDIT-RPT-RECORD
               WRITE AUDIT-RPT-RECORD
           END-IF
           PERFORM CHECK-SEQUENCE-GAPS
           PERFORM CHECK-SEQUENCE-REUSE
           PERFORM CHECK-JOURNAL-ORDER
           PERFORM CHECK-OPERATOR-DUPLICATES
           PERFORM CHECK-INTERFACE-BATCHES
           PERFORM PRINT-AUDIT-SUMMARY
           CLOSE AUDIT-RPT-FILE
           COMPUTE UNEXPLAINED = GAPS-FOUND + REUSE-FOUND
               + JRNL-FOUND - JRNL-EXPLAINED-CNT + DUPS-FOUND
               + BATCH-DUPS-FOUND
           DISPLAY "Posting audit: " GAPS-FOUND " gaps, "
               REUSE-FOUND " reused seqs, " JRNL-FOUND
               " journals out of order (" JRNL-EXPLAINED-CNT
               " explained), " DUPS-FOUND " likely duplicates, "
               BATCH-DUPS-FOUND " repeated interface batches "
               "-- see LEDGRSQR"
           IF UNEXPLAINED > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

       LOAD-ARCHIVE.
           OPEN INPUT ARCHIVE-FILE
           IF ARC-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ ARCHIVE-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               MOVE AR-SEQ TO TXN-SEQ
               MOVE AR-DATE TO TXN-DATE
               MOVE AR-ACCT-CODE TO TXN-ACCT-CODE
               MOVE AR-AMT TO TXN-AMT
               MOVE AR-JRNL TO TXN-JRNL
               MOVE AR-OPERATOR TO TXN-OPERATOR
               MOVE AR-TIME TO TXN-TIME
               MOVE AR-COST-CTR TO TXN-COST-CTR
               PERFORM TAKE-POSTING
               MOVE "A" TO TX-SOURCE(TX-COUNT)
           END-PERFORM
           CLOSE ARCHIVE-FILE
           .

       LOAD-LIVE-LEDGER.
           OPEN INPUT LEDGER-TXN-FILE
           IF TXN-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ LEDGER-TXN-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               PERFORM TAKE-POSTING
               MOVE "L" TO TX-SOURCE(TX-COUNT)
           END-PERFORM
           CLOSE LEDGER-TXN-FILE
           .

      *-----------------------------------------------------------*
      * Archive lines written before a field existed read blank   *
      * there; they are taken as zero rather than dropped.        *
      *-----------------------------------------------------------*
       TAKE-POSTING.
           IF TX-COUNT >= MAX-TXNS
               ADD 1 TO TXNS-SKIPPED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO TX-COUNT
           MOVE TXN-SEQ TO TX-SEQ(TX-COUNT)
           MOVE TXN-DATE TO TX-DATE(TX-COUNT)
           MOVE TXN-ACCT-CODE TO TX-ACCT(TX-COUNT)
           MOVE TXN-AMT TO TX-AMT(TX-COUNT)
           IF TXN-JRNL IS NUMERIC
               MOVE TXN-JRNL TO TX-JRNL(TX-COUNT)
           ELSE
               MOVE 0 TO TX-JRNL(TX-COUNT)
           END-IF
           MOVE TXN-OPERATOR TO TX-OPER(TX-COUNT)
           IF TXN-TIME IS NUMERIC
               MOVE TXN-TIME TO TX-TIME(TX-COUNT)
           ELSE
               MOVE 0 TO TX-TIME(TX-COUNT)
           END-IF
           MOVE TXN-COST-CTR TO TX-CC(TX-COUNT)
           MOVE TX-TIME(TX-COUNT) TO TIME-WORK
           COMPUTE TX-SECS(TX-COUNT) =
               TIME-HH * 3600 + TIME-MM * 60 + TIME-SS
           .

      *-----------------------------------------------------------*
      * Posting lines are indexed by sequence number and time, so *
      * a reused sequence number still finds its own audit line;  *
      * approval releases by journal number.                      *
      *-----------------------------------------------------------*
       LOAD-ENTRY-AUDIT.
           OPEN INPUT ENTRY-AUDIT-FILE
           IF AUD-FILE-STATUS NOT = "00"
               DISPLAY "No entry-audit trail (LEDGRAUD) -- findings "
                   "carry no audit reference"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ ENTRY-AUDIT-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               ADD 1 TO AUDIT-LINE-NO
               EVALUATE TRUE
                   WHEN AUDIT-RECORD(44:5) = " SEQ="
                           AND AUDIT-RECORD(49:6) IS NUMERIC
                           AND AUDIT-RECORD(10:6) IS NUMERIC
                       IF AU-COUNT < 3000
                           ADD 1 TO AU-COUNT
                           MOVE AUDIT-RECORD(49:6) TO AU-SEQ(AU-COUNT)
                           MOVE AUDIT-RECORD(10:6)
                               TO AU-TIME(AU-COUNT)
                           MOVE AUDIT-LINE-NO TO AU-LINE(AU-COUNT)
                       END-IF
                   WHEN AUDIT-RECORD(37:20) = " APPROVED AND POSTED"
                           AND AUDIT-RECORD(33:4) IS NUMERIC
                       IF RL-COUNT < 200
                           ADD 1 TO RL-COUNT
                           MOVE AUDIT-RECORD(33:4) TO RL-JRNL(RL-COUNT)
                           MOVE AUDIT-LINE-NO TO RL-LINE(RL-COUNT)
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM
           CLOSE ENTRY-AUDIT-FILE
           .

       LOAD-REVERSALS.
           OPEN INPUT REVERSAL-RPT-FILE
           IF RVR-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ REVERSAL-RPT-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF REVERSAL-RPT-RECORD(9:15) = " REVERSED JRNL="
                       AND REVERSAL-RPT-RECORD(24:4) IS NUMERIC
                       AND RV-COUNT < 200
                   ADD 1 TO RV-COUNT
                   MOVE REVERSAL-RPT-RECORD(24:4) TO RV-JRNL(RV-COUNT)
               END-IF
           END-PERFORM
           CLOSE REVERSAL-RPT-FILE
           .

      *-----------------------------------------------------------*
      * AUDIT-REF names the LEDGRAUD line for the posting in      *
      * LOOKUP-SEQ / LOOKUP-TIME. A posting the trail never saw   *
      * is itself worth the auditors' attention, so it is         *
      * counted.                                                  *
      *-----------------------------------------------------------*
       FIND-AUDIT-LINE.
           MOVE "NO LEDGRAUD LINE" TO AUDIT-REF
           PERFORM VARYING A-IDX FROM 1 BY 1 UNTIL A-IDX > AU-COUNT
               IF AU-SEQ(A-IDX) = LOOKUP-SEQ
                       AND AU-TIME(A-IDX) = LOOKUP-TIME
                   MOVE SPACES TO AUDIT-REF
                   STRING "LEDGRAUD LINE " AU-LINE(A-IDX)
                       DELIMITED BY SIZE INTO AUDIT-REF
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF A-IDX > AU-COUNT
               ADD 1 TO NO-AUDIT-FOUND
           END-IF
           .

      *-----------------------------------------------------------*
      * A gap is a run of sequence numbers between the lowest and *
      * highest on file that no posting carries -- a deleted      *
      * posting, or a numbering restart.                          *
      *-----------------------------------------------------------*
       CHECK-SEQUENCE-GAPS.
           MOVE SPACES TO AUDIT-RPT-RECORD
           WRITE AUDIT-RPT-RECORD
           MOVE "1. GAPS IN TXN-SEQ" TO AUDIT-RPT-RECORD
           WRITE AUDIT-RPT-RECORD
           MOVE TX-SEQ(1) TO MIN-SEQ
           MOVE TX-SEQ(1) TO MAX-SEQ
           PERFORM VARYING I-IDX FROM 1 BY 1 UNTIL I-IDX > TX-COUNT
               IF TX-SEQ(I-IDX) < MIN-SEQ
                   MOVE TX-SEQ(I-IDX) TO MIN-SEQ
               END-IF
               IF TX-SEQ(I-IDX) > MAX-SEQ
                   MOVE TX-SEQ(I-IDX) TO MAX-SEQ
               END-IF
           END-PERFORM
           IF MIN-SEQ > 1
               ADD 1 TO GAPS-FOUND
               COMPUTE GAP-TO = MIN-SEQ - 1
               MOVE SPACES TO AUDIT-RPT-RECORD
               STRING "  GAP     SEQ 000001 - " GAP-TO
                   "  LOWEST SEQ ON FILE IS " MIN-SEQ
                   DELIMITED BY SIZE INTO AUDIT-RPT-RECORD
               WRITE AUDIT-RPT-RECORD
           END-IF
           PERFORM VARYING I-IDX FROM 1 BY 1 UNTIL I-IDX > TX-COUNT
               IF TX-SEQ(I-IDX) < MAX-SEQ
                   PERFORM CHECK-ONE-GAP
               END-IF
           END-PERFORM
           .

       CHECK-ONE-GAP.
           PERFORM FIND-EARLIER-SEQ
           IF SEEN-EARLIER = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE MAX-SEQ TO NEXT-HIGHER
           PERFORM VARYING J-IDX FROM 1 BY 1 UNTIL J-IDX > TX-COUNT
               IF TX-SEQ(J-IDX) > TX-SEQ(I-IDX)
                       AND TX-SEQ(J-IDX) < NEXT-HIGHER
                   MOVE TX-SEQ(J-IDX) TO NEXT-HIGHER
               END-IF
           END-PERFORM
           IF NEXT-HIGHER > TX-SEQ(I-IDX) + 1
               ADD 1 TO GAPS-FOUND
               COMPUTE GAP-FROM = TX-SEQ(I-IDX) + 1
               COMPUTE GAP-TO = NEXT-HIGHER - 1
               MOVE TX-SEQ(I-IDX) TO LOOKUP-SEQ
               MOVE TX-TIME(I-IDX) TO LOOKUP-TIME
               PERFORM FIND-AUDIT-LINE
               MOVE SPACES TO AUDIT-RPT-RECORD
               STRING "  GAP     SEQ " GAP-FROM " - " GAP-TO
                   "  AFTER SEQ " TX-SEQ(I-IDX) " "
                   TX-DATE(I-IDX) " JRNL " TX-JRNL(I-IDX) " "
                   AUDIT-REF
                   DELIMITED BY SIZE INTO AUDIT-RPT-RECORD
               WRITE AUDIT-RPT-RECORD
           END-IF
           .

      *-----------------------------------------------------------*
      * SEEN-EARLIER = Y when a posting before I-IDX already      *
      * carries TX-SEQ(I-IDX); J-IDX is left on the first one.    *
      *-----------------------------------------------------------*
       FIND-EARLIER-SEQ.
           MOVE "N" TO SEEN-EARLIER
           PERFORM VARYING J-IDX FROM 1 BY 1 UNTIL J-IDX >= I-IDX
               IF TX-SEQ(J-IDX) = TX-SEQ(I-IDX)
                   MOVE "Y" TO SEEN-EARLIER
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

       CHECK-SEQUENCE-REUSE.
           MOVE SPACES TO AUDIT-RPT-RECORD
           WRITE AUDIT-RPT-RECORD
           MOVE "2. TXN-SEQ USED MORE THAN ONCE" TO AUDIT-RPT-RECORD
           WRITE AUDIT-RPT-RECORD
           PERFORM VARYING I-IDX FROM 2 BY 1 UNTIL I-IDX > TX-COUNT
               PERFORM FIND-EARLIER-SEQ
               IF SEEN-EARLIER = "Y"
                   ADD 1 TO REUSE-FOUND
                   MOVE TX-SEQ(J-IDX) TO LOOKUP-SEQ
                   MOVE TX-TIME(J-IDX) TO LOOKUP-TIME
                   PERFORM FIND-AUDIT-LINE
                   MOVE AUDIT-REF TO AUDIT-REF-2
                   MOVE TX-SEQ(I-IDX) TO LOOKUP-SEQ
                   MOVE TX-TIME(I-IDX) TO LOOKUP-TIME
                   PERFORM FIND-AUDIT-LINE
                   MOVE SPACES TO AUDIT-RPT-RECORD
                   STRING "  REUSED  SEQ " TX-SEQ(I-IDX) "  FIRST "
                       TX-SOURCE(J-IDX) " " TX-DATE(J-IDX) " JRNL "
                       TX-JRNL(J-IDX) " " AUDIT-REF-2
                       DELIMITED BY SIZE INTO AUDIT-RPT-RECORD
                   WRITE AUDIT-RPT-RECORD
                   MOVE SPACES TO AUDIT-RPT-RECORD
                   STRING "                     AGAIN "
                       TX-SOURCE(I-IDX) " " TX-DATE(I-IDX) " JRNL "
                       TX-JRNL(I-IDX) " " AUDIT-REF
                       DELIMITED BY SIZE INTO AUDIT-RPT-RECORD
                   WRITE AUDIT-RPT-RECORD
               END-IF
           END-PERFORM
           .

      *-----------------------------------------------------------*
      * Keyed journals (numbers below the generated 9000 range)   *
      * should post in rising order. Walking the postings in      *
      * order, each new journal must exceed the highest keyed one *
      * seen so far; one that does not posted late or reused its  *
      * number. A journal released from the approval hold or an   *
      * accrual reversal (which reposts the original number) is   *
      * explained and marked so.                                  *
      *-----------------------------------------------------------*
       CHECK-JOURNAL-ORDER.
           MOVE SPACES TO AUDIT-RPT-RECORD
           WRITE AUDIT-RPT-RECORD
           MOVE "3. JOURNALS OUT OF SEQUENCE" TO AUDIT-RPT-RECORD
           WRITE AUDIT-RPT-RECORD
           MOVE 0 TO PREV-JRNL
           MOVE SPACES TO PREV-OPER
           MOVE 0 TO PREV-DATE
           PERFORM VARYING I-IDX FROM 1 BY 1 UNTIL I-IDX > TX-COUNT
               MOVE "N" TO BLOCK-START
               IF TX-JRNL(I-IDX) NOT = PREV-JRNL
                       OR TX-OPER(I-IDX) NOT = PREV-OPER
                       OR TX-DATE(I-IDX) NOT = PREV-DATE
                   MOVE "Y" TO BLOCK-START
               END-IF
               MOVE TX-JRNL(I-IDX) TO PREV-JRNL
               MOVE TX-OPER(I-IDX) TO PREV-OPER
               MOVE TX-DATE(I-IDX) TO PREV-DATE
               IF BLOCK-START = "Y"
                       AND TX-JRNL(I-IDX) < FIRST-GENERATED
                       AND TX-JRNL(I-IDX) > 0
                   IF TX-JRNL(I-IDX) > HIGH-KEYED-JRNL
                       MOVE TX-JRNL(I-IDX) TO HIGH-KEYED-JRNL
                   ELSE
                       PERFORM REPORT-JOURNAL-ORDER
                   END-IF
               END-IF
           END-PERFORM
           .

       REPORT-JOURNAL-ORDER.
           ADD 1 TO JRNL-FOUND
           MOVE TX-JRNL(I-IDX) TO LOOKUP-JRNL
           MOVE SPACES TO JRNL-EXPLAINED
           PERFORM VARYING B-IDX FROM 1 BY 1 UNTIL B-IDX > RL-COUNT
               IF RL-JRNL(B-IDX) = LOOKUP-JRNL
                   STRING "RELEASED LINE " RL-LINE(B-IDX)
                       DELIMITED BY SIZE INTO JRNL-EXPLAINED
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF JRNL-EXPLAINED = SPACES
               PERFORM VARYING B-IDX FROM 1 BY 1
                       UNTIL B-IDX > RV-COUNT
                   IF RV-JRNL(B-IDX) = LOOKUP-JRNL
                       MOVE "ACCRUAL REVERSAL" TO JRNL-EXPLAINED
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           IF JRNL-EXPLAINED NOT = SPACES
               ADD 1 TO JRNL-EXPLAINED-CNT
           END-IF
           MOVE TX-SEQ(I-IDX) TO LOOKUP-SEQ
           MOVE TX-TIME(I-IDX) TO LOOKUP-TIME
           PERFORM FIND-AUDIT-LINE
           MOVE SPACES TO AUDIT-RPT-RECORD
           STRING "  JRNL " TX-JRNL(I-IDX) " AT SEQ " TX-SEQ(I-IDX)
               " " TX-DATE(I-IDX) " " TX-OPER(I-IDX)
               " AFTER JRNL " HIGH-KEYED-JRNL " " AUDIT-REF " "
               JRNL-EXPLAINED
               DELIMITED BY SIZE INTO AUDIT-RPT-RECORD
           WRITE AUDIT-RPT-RECORD
           .

      *-----------------------------------------------------------*
      * Same account, amount, cost center and date by the same    *
      * operator within the window. Interface lines are left to   *
      * the batch comparison below; a machine batch legitimately  *
      * repeats a line.                                           *
      *-----------------------------------------------------------*
       CHECK-OPERATOR-DUPLICATES.
           MOVE SPACES TO AUDIT-RPT-RECORD
           WRITE AUDIT-RPT-RECORD
           MOVE SPACES TO AUDIT-RPT-RECORD
           STRING "4. LIKELY DUPLICATE POSTINGS (SAME OPERATOR "
               "WITHIN " DUP-WINDOW-MIN " MINUTES)"
               DELIMITED BY SIZE INTO AUDIT-RPT-RECORD
           WRITE AUDIT-RPT-RECORD
           PERFORM VARYING I-IDX FROM 1 BY 1 UNTIL I-IDX > TX-COUNT
               IF TX-JRNL(I-IDX) NOT = GLI-JRNL-NO
                   COMPUTE J-IDX = I-IDX + 1
                   PERFORM UNTIL J-IDX > TX-COUNT
                       PERFORM CHECK-ONE-DUPLICATE
                       ADD 1 TO J-IDX
                   END-PERFORM
               END-IF
           END-PERFORM
           .

       CHECK-ONE-DUPLICATE.
           IF TX-ACCT(J-IDX) NOT = TX-ACCT(I-IDX)
                   OR TX-AMT(J-IDX) NOT = TX-AMT(I-IDX)
                   OR TX-CC(J-IDX) NOT = TX-CC(I-IDX)
                   OR TX-DATE(J-IDX) NOT = TX-DATE(I-IDX)
                   OR TX-OPER(J-IDX) NOT = TX-OPER(I-IDX)
                   OR TX-JRNL(J-IDX) = GLI-JRNL-NO
               EXIT PARAGRAPH
           END-IF
           COMPUTE TIME-DIFF = TX-SECS(J-IDX) - TX-SECS(I-IDX)
           IF TIME-DIFF < 0
               COMPUTE TIME-DIFF = 0 - TIME-DIFF
           END-IF
           IF TIME-DIFF > DUP-WINDOW-SECS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO DUPS-FOUND
           MOVE TX-SEQ(I-IDX) TO LOOKUP-SEQ
           MOVE TX-TIME(I-IDX) TO LOOKUP-TIME
           PERFORM FIND-AUDIT-LINE
           MOVE AUDIT-REF TO AUDIT-REF-2
           MOVE TX-SEQ(J-IDX) TO LOOKUP-SEQ
           MOVE TX-TIME(J-IDX) TO LOOKUP-TIME
           PERFORM FIND-AUDIT-LINE
           COMPUTE AMT-EDIT = TX-AMT(I-IDX)
           MOVE SPACES TO AUDIT-RPT-RECORD
           STRING "  ACCT " TX-ACCT(I-IDX) " " AMT-EDIT " CC "
               TX-CC(I-IDX) " " TX-DATE(I-IDX) " " TX-OPER(I-IDX)
               DELIMITED BY SIZE INTO AUDIT-RPT-RECORD
           WRITE AUDIT-RPT-RECORD
           MOVE SPACES TO AUDIT-RPT-RECORD
           STRING "     SEQ " TX-SEQ(I-IDX) " " TX-TIME(I-IDX)
               " JRNL " TX-JRNL(I-IDX) " " AUDIT-REF-2
               "  SEQ " TX-SEQ(J-IDX) " " TX-TIME(J-IDX)
               " JRNL " TX-JRNL(J-IDX) " " AUDIT-REF
               DELIMITED BY SIZE INTO AUDIT-RPT-RECORD
           WRITE AUDIT-RPT-RECORD
           .

      *-----------------------------------------------------------*
      * Each GLPOST posting is a run of journal 9500 lines under  *
      * one operator and date. Two runs with the same line count, *
      * debit hash and account/amount check figure are the same   *
      * interface batch posted twice.                             *
      *-----------------------------------------------------------*
       CHECK-INTERFACE-BATCHES.
           MOVE SPACES TO AUDIT-RPT-RECORD
           WRITE AUDIT-RPT-RECORD
           MOVE "5. INTERFACE BATCHES POSTED MORE THAN ONCE"
               TO AUDIT-RPT-RECORD
           WRITE AUDIT-RPT-RECORD
           MOVE 0 TO IB-COUNT-ALL
           MOVE 0 TO PREV-JRNL
           MOVE SPACES TO PREV-OPER
           MOVE 0 TO PREV-DATE
           PERFORM VARYING I-IDX FROM 1 BY 1 UNTIL I-IDX > TX-COUNT
               IF TX-JRNL(I-IDX) = GLI-JRNL-NO
                   PERFORM TAKE-INTERFACE-LINE
               END-IF
               MOVE TX-JRNL(I-IDX) TO PREV-JRNL
               MOVE TX-OPER(I-IDX) TO PREV-OPER
               MOVE TX-DATE(I-IDX) TO PREV-DATE
           END-PERFORM
           PERFORM VARYING B-IDX FROM 2 BY 1 UNTIL B-IDX > IB-COUNT-ALL
               PERFORM VARYING C-IDX FROM 1 BY 1 UNTIL C-IDX >= B-IDX
                   IF IB-COUNT(C-IDX) = IB-COUNT(B-IDX)
                           AND IB-HASH(C-IDX) = IB-HASH(B-IDX)
                           AND IB-CHECK(C-IDX) = IB-CHECK(B-IDX)
                       PERFORM REPORT-REPEATED-BATCH
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-PERFORM
           .

       TAKE-INTERFACE-LINE.
           IF PREV-JRNL NOT = GLI-JRNL-NO
                   OR TX-OPER(I-IDX) NOT = PREV-OPER
                   OR TX-DATE(I-IDX) NOT = PREV-DATE
               IF IB-COUNT-ALL >= 300
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO IB-COUNT-ALL
               MOVE I-IDX TO IB-FIRST(IB-COUNT-ALL)
               MOVE 0 TO IB-COUNT(IB-COUNT-ALL)
               MOVE 0 TO IB-HASH(IB-COUNT-ALL)
               MOVE 0 TO IB-CHECK(IB-COUNT-ALL)
           END-IF
           IF IB-COUNT-ALL = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO IB-COUNT(IB-COUNT-ALL)
           IF TX-AMT(I-IDX) > 0
               ADD TX-AMT(I-IDX) TO IB-HASH(IB-COUNT-ALL)
           END-IF
           IF TX-ACCT(I-IDX) IS NUMERIC
               MOVE TX-ACCT(I-IDX) TO ACCT-NUMBER
           ELSE
               MOVE 0 TO ACCT-NUMBER
           END-IF
           COMPUTE IB-CHECK(IB-COUNT-ALL) = IB-CHECK(IB-COUNT-ALL)
               + (ACCT-NUMBER + 1) * TX-AMT(I-IDX)
           .

       REPORT-REPEATED-BATCH.
           ADD 1 TO BATCH-DUPS-FOUND
           MOVE IB-FIRST(C-IDX) TO J-IDX
           MOVE IB-FIRST(B-IDX) TO I-IDX
           MOVE TX-SEQ(J-IDX) TO LOOKUP-SEQ
           MOVE TX-TIME(J-IDX) TO LOOKUP-TIME
           PERFORM FIND-AUDIT-LINE
           MOVE AUDIT-REF TO AUDIT-REF-2
           MOVE TX-SEQ(I-IDX) TO LOOKUP-SEQ
           MOVE TX-TIME(I-IDX) TO LOOKUP-TIME
           PERFORM FIND-AUDIT-LINE
           COMPUTE AMT-EDIT2 = IB-HASH(B-IDX)
           MOVE SPACES TO AUDIT-RPT-RECORD
           STRING "  " IB-COUNT(B-IDX) " LINES, DEBITS " AMT-EDIT2
               DELIMITED BY SIZE INTO AUDIT-RPT-RECORD
           WRITE AUDIT-RPT-RECORD
           MOVE SPACES TO AUDIT-RPT-RECORD
           STRING "     FIRST SEQ " TX-SEQ(J-IDX) " " TX-DATE(J-IDX)
               " " AUDIT-REF-2 "  AGAIN SEQ " TX-SEQ(I-IDX) " "
               TX-DATE(I-IDX) " " AUDIT-REF
               DELIMITED BY SIZE INTO AUDIT-RPT-RECORD
           WRITE AUDIT-RPT-RECORD
           .

       PRINT-AUDIT-SUMMARY.
           MOVE SPACES TO AUDIT-RPT-RECORD
           WRITE AUDIT-RPT-RECORD
           MOVE SPACES TO AUDIT-RPT-RECORD
           STRING "GAPS " GAPS-FOUND "  REUSED SEQS " REUSE-FOUND
               "  JOURNALS OUT OF ORDER " JRNL-FOUND " ("
               JRNL-EXPLAINED-CNT " EXPLAINED)"
               DELIMITED BY SIZE INTO AUDIT-RPT-RECORD
           WRITE AUDIT-RPT-RECORD
           MOVE SPACES TO AUDIT-RPT-RECORD
           STRING "LIKELY DUPLICATES " DUPS-FOUND
               "  REPEATED INTERFACE BATCHES " BATCH-DUPS-FOUND
               "  FINDINGS WITH NO LEDGRAUD LINE " NO-AUDIT-FOUND
               DELIMITED BY SIZE INTO AUDIT-RPT-RECORD
           WRITE AUDIT-RPT-RECORD
           .
