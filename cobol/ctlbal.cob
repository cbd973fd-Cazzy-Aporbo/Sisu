       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTLBAL.
       AUTHOR. CAZZY.
       REMARKS. >
           End-to-end control-total balancing across the interface
           chain. Every program on the posting paths logs its
           control totals to CTLTOT through CTLTOTW -- the producer
           what its trailer carried (P), the consumer what it found
           on reading the batch (R accepted, J rejected). This ties
           each hop to the next by interface and batch:
               HFBILLING -> GLQBILL -> GLPOST -> LEDGERTX
               ECOPOST, UFPOST, GLQAP, GLQFA, GLQAR, GLQBD -> GLPOST
           A hop balances when the consumer found the producer's
           count and hash. GLSWEEP's pass-through is proved too:
           the queue batches it accepted must add up to the
           GLPOST it wrote, and the GLPOST LEDGER accepted must
           reach LEDGERTX whole. A batch produced before the report
           date that nobody received is NOT RECEIVED; one produced
           on it is still PENDING. Every hop out of balance goes to
           OPSALERT as CRITICAL (source CTLBAL, for OPSROUTE to send
           to the finance queue) and sets RC 8. CTLBPARM lines:
               DATE   yyyymmdd (the report date, default today)
               DAYS   n        (hops active in the n days to it,
                                default 7)

      *-----------------------------------------------------------*
      * Mod history:
      *   2026-10-15  CAZZY - written; a batch could be dropped or
      *               altered between two programs that each
      *               balanced their own trailer.
      *   2026-10-15  CAZZY - CTLTOT lines older than a week
      *               before the window are skipped on load so
      *               history no longer fills the hop table; a
      *               full table prints a CRITICAL line on
      *               CTLBALRP and sets RC 8.
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-LOG-FILE ASSIGN TO "CTLTOT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOG-FILE-STATUS.
           SELECT CTLBAL-PARM-FILE ASSIGN TO "CTLBPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-FILE-STATUS.
           SELECT CTLBAL-RPT-FILE ASSIGN TO "CTLBALRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
           SELECT OPERATOR-ALERT-FILE ASSIGN TO "OPSALERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPALERT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-LOG-FILE.
       01  CONTROL-LOG-RECORD.
           COPY CTLTOT.

       FD  CTLBAL-PARM-FILE.
       01  CTLBAL-PARM-RECORD  PIC X(80).

       FD  CTLBAL-RPT-FILE.
       01  CTLBAL-RECORD       PIC X(100).

       FD  OPERATOR-ALERT-FILE.
       01  OPERATOR-ALERT-RECORD.
           COPY OPALERT REPLACING ==:LVL:== BY ==05==.

       WORKING-STORAGE SECTION.
       77 LOG-FILE-STATUS    PIC X(2).
       77 PARM-FILE-STATUS   PIC X(2).
       77 RPT-FILE-STATUS    PIC X(2).
       77 OPALERT-FILE-STATUS PIC X(2).
       77 LOCK-RESOURCE      PIC X(8).
       77 LOCK-ACTION        PIC X.
       77 LOCK-HOLDER        PIC X(8) VALUE "CTLBAL".
       77 LOCK-RESULT        PIC X.
       77 ALERTS-OPEN        PIC X VALUE "N".
       77 TODAY-STAMP        PIC 9(8).
       77 REPORT-DATE        PIC 9(8).
       77 WINDOW-DAYS        PIC 9(3) VALUE 7.
       77 WINDOW-FROM        PIC 9(8).
       77 LOOKBACK-DAYS      PIC 9(3) VALUE 7.
       77 LOAD-FROM          PIC 9(8).
       77 H-IDX              PIC 9(3).
       77 L-IDX              PIC 9(3).
       77 C-IDX              PIC 99.
       77 MATCH-IDX          PIC 9(3).
       77 HOP-FULL           PIC X VALUE "N".
       77 LOG-LINES          PIC 9(6) VALUE 0.
       77 SWEEP-IN-COUNT     PIC 9(6) VALUE 0.
       77 SWEEP-IN-HASH      PIC S9(9)V99 VALUE 0.
       77 SECTION-PRINTED    PIC X.
       77 HOPS-LISTED        PIC 9(4) VALUE 0.
       77 HOPS-BALANCED      PIC 9(4) VALUE 0.
       77 HOPS-PENDING       PIC 9(4) VALUE 0.
       77 HOPS-OUT           PIC 9(4) VALUE 0.
       77 COUNT-EDIT         PIC Z(5)9.
       77 HASH-EDIT          PIC -(9)9.99.
       77 DATE-EDIT          PIC 9999/99/99.

       01 PARM-TOKENS.
           05 PK-KEYWORD       PIC X(10).
           05 PK-ARG           PIC X(10).

      *-----------------------------------------------------------*
      * The chain in report order: each interface with the        *
      * program expected to produce it and the one expected to    *
      * receive it (LEDGERTX is the end of the line).             *
      *-----------------------------------------------------------*
       01 CHAIN-VALUES.
           05 FILLER PIC X(30) VALUE
               "HFBILLING HEALTHFLUXBILLPOST  ".
           05 FILLER PIC X(30) VALUE
               "GLQBILL   BILLPOST  GLSWEEP   ".
           05 FILLER PIC X(30) VALUE
               "ECOPOST   ECOLEDGER GLSWEEP   ".
           05 FILLER PIC X(30) VALUE
               "UFPOST    URBANFLUX GLSWEEP   ".
           05 FILLER PIC X(30) VALUE
               "GLQAP     APLEDGER  GLSWEEP   ".
           05 FILLER PIC X(30) VALUE
               "GLQFA     FIXASSET  GLSWEEP   ".
           05 FILLER PIC X(30) VALUE
               "GLQAR     ARLEDGER  GLSWEEP   ".
           05 FILLER PIC X(30) VALUE
               "GLQBD     ARBADDBT  GLSWEEP   ".
           05 FILLER PIC X(30) VALUE
               "GLPOST    GLSWEEP   LEDGER    ".
           05 FILLER PIC X(30) VALUE
               "LEDGERTX  LEDGER              ".
       01 CHAIN-TABLE REDEFINES CHAIN-VALUES.
           05 CHAIN-HOP OCCURS 10 TIMES.
              10 CH-INTERFACE  PIC X(10).
              10 CH-PRODUCER   PIC X(10).
              10 CH-CONSUMER   PIC X(10).
       01 CHAIN-COUNT        PIC 99 VALUE 10.

      *-----------------------------------------------------------*
      * One entry per interface per batch: the latest the         *
      * producer logged, the latest the consumer logged, and for  *
      * GLPOST the queue batches GLSWEEP accepted into it.        *
      *-----------------------------------------------------------*
       01 HOP-TABLE.
           05 HOP-ENTRY OCCURS 500 TIMES.
              10 HP-INTERFACE  PIC X(10).
              10 HP-BATCH      PIC 9(8).
              10 HP-LAST-DATE  PIC 9(8).
              10 HP-P-SEEN     PIC X.
              10 HP-PRODUCER   PIC X(10).
              10 HP-P-DATE     PIC 9(8).
              10 HP-P-COUNT    PIC 9(6).
              10 HP-P-HASH     PIC S9(9)V99.
              10 HP-R-ROLE     PIC X.
              10 HP-CONSUMER   PIC X(10).
              10 HP-R-COUNT    PIC 9(6).
              10 HP-R-HASH     PIC S9(9)V99.
              10 HP-R-NOTE     PIC X(19).
              10 HP-IN-SEEN    PIC X.
              10 HP-IN-COUNT   PIC 9(6).
              10 HP-IN-HASH    PIC S9(9)V99.
              10 HP-STATUS     PIC X(16).
              10 HP-OUT        PIC X.
       01 HOP-COUNT          PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT TODAY-STAMP FROM DATE YYYYMMDD
           MOVE TODAY-STAMP TO REPORT-DATE
           PERFORM LOAD-CTLBAL-PARMS
           COMPUTE WINDOW-FROM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(REPORT-DATE) - WINDOW-DAYS
               + 1)
           COMPUTE LOAD-FROM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WINDOW-FROM) - LOOKBACK-DAYS)
           PERFORM LOAD-CONTROL-LOG
           OPEN OUTPUT CTLBAL-RPT-FILE
           MOVE REPORT-DATE TO DATE-EDIT
           MOVE SPACES TO CTLBAL-RECORD
           STRING "INTERFACE CONTROL-TOTAL BALANCING " DATE-EDIT
               DELIMITED BY SIZE INTO CTLBAL-RECORD
           WRITE CTLBAL-RECORD
           MOVE WINDOW-FROM TO DATE-EDIT
           MOVE SPACES TO CTLBAL-RECORD
           STRING "HOPS ACTIVE SINCE " DATE-EDIT "  ("
               LOG-LINES " CTLTOT LINES READ)"
               DELIMITED BY SIZE INTO CTLBAL-RECORD
           WRITE CTLBAL-RECORD
           MOVE "HFBILLING -> GLQBILL -> GLPOST -> LEDGERTX;  ECOPOST,"
               TO CTLBAL-RECORD
           MOVE " UFPOST, GLQAP, GLQFA, GLQAR, GLQBD -> GLPOST"
               TO CTLBAL-RECORD(55:46)
           WRITE CTLBAL-RECORD
           IF HOP-FULL = "Y"
               MOVE SPACES TO CTLBAL-RECORD
               STRING "CRITICAL: HOP TABLE FULL AT " HOP-COUNT
                   " -- BATCHES LOGGED AFTER IT ARE NOT BALANCED"
                   DELIMITED BY SIZE INTO CTLBAL-RECORD
               WRITE CTLBAL-RECORD
           END-IF
           PERFORM JUDGE-ALL-HOPS
           PERFORM VARYING C-IDX FROM 1 BY 1
                   UNTIL C-IDX > CHAIN-COUNT
               PERFORM PRINT-CHAIN-INTERFACE
           END-PERFORM
           PERFORM PRINT-OTHER-INTERFACES
           MOVE SPACES TO CTLBAL-RECORD
           WRITE CTLBAL-RECORD
           MOVE SPACES TO CTLBAL-RECORD
           STRING "HOPS " HOPS-LISTED "  BALANCED " HOPS-BALANCED
               "  PENDING " HOPS-PENDING "  OUT OF BALANCE "
               HOPS-OUT
               DELIMITED BY SIZE INTO CTLBAL-RECORD
           WRITE CTLBAL-RECORD
           CLOSE CTLBAL-RPT-FILE
           IF ALERTS-OPEN = "Y"
               CLOSE OPERATOR-ALERT-FILE
               MOVE "OPSALERT" TO LOCK-RESOURCE
               MOVE "R" TO LOCK-ACTION
               CALL "FILELOCK" USING LOCK-RESOURCE LOCK-ACTION
                   LOCK-HOLDER LOCK-RESULT
           END-IF
           DISPLAY "Control-total balancing on CTLBALRP: "
               HOPS-LISTED " hops, " HOPS-OUT " out of balance"
           IF HOPS-OUT > 0 OR HOP-FULL = "Y"
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-CTLBAL-PARMS.
           OPEN INPUT CTLBAL-PARM-FILE
           IF PARM-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ CTLBAL-PARM-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               MOVE SPACES TO PARM-TOKENS
               UNSTRING CTLBAL-PARM-RECORD DELIMITED BY ALL SPACES
                   INTO PK-KEYWORD PK-ARG
               EVALUATE PK-KEYWORD
                   WHEN "DATE"
                       IF PK-ARG(1:8) IS NUMERIC
                           MOVE PK-ARG(1:8) TO REPORT-DATE
                       END-IF
                   WHEN "DAYS"
                       IF FUNCTION TEST-NUMVAL(PK-ARG) = 0
                           COMPUTE WINDOW-DAYS =
                               FUNCTION NUMVAL(PK-ARG)
                       END-IF
               END-EVALUATE
           END-PERFORM
           CLOSE CTLBAL-PARM-FILE
           IF FUNCTION TEST-DATE-YYYYMMDD(REPORT-DATE) NOT = 0
               DISPLAY "CTLBPARM DATE " REPORT-DATE
                   " is not a date -- using today"
               MOVE TODAY-STAMP TO REPORT-DATE
           END-IF
           IF WINDOW-DAYS < 1
               MOVE 1 TO WINDOW-DAYS
           END-IF
           .

      *-----------------------------------------------------------*
      * CTLTOT is read in the order it was written, so the latest *
      * line for a hop is the one that counts -- a rerun replaces *
      * what the earlier run logged. A J after an R for the same  *
      * batch is GLSWEEP turning away a re-presented batch it has *
      * already swept, not a loss, and leaves the R standing.     *
      * GLSWEEP logs each queue batch it accepts before the       *
      * GLPOST it writes from them, so the R lines since its last *
      * GLPOST are that GLPOST's inputs. Lines dated after the    *
      * report date are ignored, and so are lines older than a    *
      * week before the window -- far enough back to find the     *
      * producer of a batch received in the window without        *
      * filling the hop table with history. A full table still    *
      * fails the run (RC 8) and is flagged CRITICAL on the       *
      * report.                                                   *
      *-----------------------------------------------------------*
       LOAD-CONTROL-LOG.
           OPEN INPUT CONTROL-LOG-FILE
           IF LOG-FILE-STATUS NOT = "00"
               DISPLAY "CTLTOT not found -- nothing to balance"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ CONTROL-LOG-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF CTL-DATE IS NUMERIC AND CTL-BATCH IS NUMERIC
                       AND CTL-DATE NOT > REPORT-DATE
                       AND CTL-DATE NOT < LOAD-FROM
                   ADD 1 TO LOG-LINES
                   PERFORM TAKE-LOG-LINE
               END-IF
           END-PERFORM
           CLOSE CONTROL-LOG-FILE
           IF HOP-FULL = "Y"
               DISPLAY "CTLBAL hop table full at " HOP-COUNT
                   " -- later batches not balanced"
           END-IF
           .

       TAKE-LOG-LINE.
           PERFORM FIND-HOP
           IF MATCH-IDX = 0
               EXIT PARAGRAPH
           END-IF
           MOVE CTL-DATE TO HP-LAST-DATE(MATCH-IDX)
           EVALUATE CTL-ROLE
               WHEN "P"
                   MOVE "Y" TO HP-P-SEEN(MATCH-IDX)
                   MOVE CTL-PROGRAM TO HP-PRODUCER(MATCH-IDX)
                   MOVE CTL-DATE TO HP-P-DATE(MATCH-IDX)
                   MOVE CTL-COUNT TO HP-P-COUNT(MATCH-IDX)
                   MOVE CTL-HASH TO HP-P-HASH(MATCH-IDX)
                   IF CTL-INTERFACE = "GLPOST"
                           AND CTL-PROGRAM = "GLSWEEP"
                       MOVE "Y" TO HP-IN-SEEN(MATCH-IDX)
                       MOVE SWEEP-IN-COUNT TO HP-IN-COUNT(MATCH-IDX)
                       MOVE SWEEP-IN-HASH TO HP-IN-HASH(MATCH-IDX)
                       MOVE 0 TO SWEEP-IN-COUNT
                       MOVE 0 TO SWEEP-IN-HASH
                   END-IF
               WHEN "R"
                   MOVE "R" TO HP-R-ROLE(MATCH-IDX)
                   MOVE CTL-PROGRAM TO HP-CONSUMER(MATCH-IDX)
                   MOVE CTL-COUNT TO HP-R-COUNT(MATCH-IDX)
                   MOVE CTL-HASH TO HP-R-HASH(MATCH-IDX)
                   MOVE CTL-NOTE TO HP-R-NOTE(MATCH-IDX)
                   IF CTL-PROGRAM = "GLSWEEP"
                       ADD CTL-COUNT TO SWEEP-IN-COUNT
                       ADD CTL-HASH TO SWEEP-IN-HASH
                   END-IF
               WHEN "J"
                   IF HP-R-ROLE(MATCH-IDX) NOT = "R"
                       MOVE "J" TO HP-R-ROLE(MATCH-IDX)
                       MOVE CTL-PROGRAM TO HP-CONSUMER(MATCH-IDX)
                       MOVE CTL-COUNT TO HP-R-COUNT(MATCH-IDX)
                       MOVE CTL-HASH TO HP-R-HASH(MATCH-IDX)
                       MOVE CTL-NOTE TO HP-R-NOTE(MATCH-IDX)
                   END-IF
           END-EVALUATE
           .

       FIND-HOP.
           MOVE 0 TO MATCH-IDX
           PERFORM VARYING H-IDX FROM 1 BY 1
                   UNTIL H-IDX > HOP-COUNT
               IF HP-INTERFACE(H-IDX) = CTL-INTERFACE
                       AND HP-BATCH(H-IDX) = CTL-BATCH
                   MOVE H-IDX TO MATCH-IDX
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF HOP-COUNT >= 500
               MOVE "Y" TO HOP-FULL
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO HOP-COUNT
           MOVE HOP-COUNT TO MATCH-IDX
           MOVE CTL-INTERFACE TO HP-INTERFACE(MATCH-IDX)
           MOVE CTL-BATCH TO HP-BATCH(MATCH-IDX)
           MOVE "N" TO HP-P-SEEN(MATCH-IDX)
           MOVE SPACES TO HP-PRODUCER(MATCH-IDX)
           MOVE 0 TO HP-P-DATE(MATCH-IDX)
           MOVE 0 TO HP-P-COUNT(MATCH-IDX)
           MOVE 0 TO HP-P-HASH(MATCH-IDX)
           MOVE SPACE TO HP-R-ROLE(MATCH-IDX)
           MOVE SPACES TO HP-CONSUMER(MATCH-IDX)
           MOVE 0 TO HP-R-COUNT(MATCH-IDX)
           MOVE 0 TO HP-R-HASH(MATCH-IDX)
           MOVE SPACES TO HP-R-NOTE(MATCH-IDX)
           MOVE "N" TO HP-IN-SEEN(MATCH-IDX)
           MOVE 0 TO HP-IN-COUNT(MATCH-IDX)
           MOVE 0 TO HP-IN-HASH(MATCH-IDX)
           MOVE SPACES TO HP-STATUS(MATCH-IDX)
           MOVE "N" TO HP-OUT(MATCH-IDX)
           .

      *-----------------------------------------------------------*
      * Status of every hop in the window: first the hop itself   *
      * (producer against consumer), then the pass-through tie    *
      * for GLPOST -- the swept queue batches against what        *
      * GLSWEEP wrote, and what LEDGER accepted against what      *
      * reached LEDGERTX.                                         *
      *-----------------------------------------------------------*
       JUDGE-ALL-HOPS.
           PERFORM VARYING H-IDX FROM 1 BY 1
                   UNTIL H-IDX > HOP-COUNT
               IF HP-LAST-DATE(H-IDX) NOT < WINDOW-FROM
                   PERFORM JUDGE-ONE-HOP
               END-IF
           END-PERFORM
           .

       JUDGE-ONE-HOP.
           EVALUATE TRUE
               WHEN HP-INTERFACE(H-IDX) = "LEDGERTX"
                   MOVE "POSTED" TO HP-STATUS(H-IDX)
               WHEN HP-P-SEEN(H-IDX) = "N"
                   MOVE "NO PRODUCER" TO HP-STATUS(H-IDX)
                   MOVE "Y" TO HP-OUT(H-IDX)
               WHEN HP-R-ROLE(H-IDX) = "J"
                   MOVE "REJECTED" TO HP-STATUS(H-IDX)
                   MOVE "Y" TO HP-OUT(H-IDX)
               WHEN HP-R-ROLE(H-IDX) = SPACE
                   IF HP-P-DATE(H-IDX) < REPORT-DATE
                       MOVE "NOT RECEIVED" TO HP-STATUS(H-IDX)
                       MOVE "Y" TO HP-OUT(H-IDX)
                   ELSE
                       MOVE "PENDING" TO HP-STATUS(H-IDX)
                   END-IF
               WHEN HP-P-COUNT(H-IDX) NOT = HP-R-COUNT(H-IDX)
                       AND HP-P-HASH(H-IDX) NOT = HP-R-HASH(H-IDX)
                   MOVE "COUNT+HASH DIFF" TO HP-STATUS(H-IDX)
                   MOVE "Y" TO HP-OUT(H-IDX)
               WHEN HP-P-COUNT(H-IDX) NOT = HP-R-COUNT(H-IDX)
                   MOVE "COUNT DIFF" TO HP-STATUS(H-IDX)
                   MOVE "Y" TO HP-OUT(H-IDX)
               WHEN HP-P-HASH(H-IDX) NOT = HP-R-HASH(H-IDX)
                   MOVE "HASH DIFF" TO HP-STATUS(H-IDX)
                   MOVE "Y" TO HP-OUT(H-IDX)
               WHEN OTHER
                   MOVE "BALANCED" TO HP-STATUS(H-IDX)
           END-EVALUATE
           IF HP-OUT(H-IDX) = "N"
                   AND HP-IN-SEEN(H-IDX) = "Y"
                   AND (HP-IN-COUNT(H-IDX) NOT = HP-P-COUNT(H-IDX)
                     OR HP-IN-HASH(H-IDX) NOT = HP-P-HASH(H-IDX))
               MOVE "SWEEP DIFF" TO HP-STATUS(H-IDX)
               MOVE "Y" TO HP-OUT(H-IDX)
           END-IF
           IF HP-OUT(H-IDX) = "N"
                   AND HP-INTERFACE(H-IDX) = "GLPOST"
                   AND HP-R-ROLE(H-IDX) = "R"
               PERFORM TIE-LEDGER-POSTING
           END-IF
           .

       TIE-LEDGER-POSTING.
           PERFORM VARYING L-IDX FROM 1 BY 1
                   UNTIL L-IDX > HOP-COUNT
               IF HP-INTERFACE(L-IDX) = "LEDGERTX"
                       AND HP-BATCH(L-IDX) = HP-BATCH(H-IDX)
                   IF HP-P-COUNT(L-IDX) NOT = HP-R-COUNT(H-IDX)
                       OR HP-P-HASH(L-IDX) NOT = HP-R-HASH(H-IDX)
                       MOVE "POSTING DIFF" TO HP-STATUS(H-IDX)
                       MOVE "Y" TO HP-OUT(H-IDX)
                   END-IF
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           MOVE "NOT POSTED" TO HP-STATUS(H-IDX)
           MOVE "Y" TO HP-OUT(H-IDX)
           .

       PRINT-CHAIN-INTERFACE.
           MOVE "N" TO SECTION-PRINTED
           PERFORM VARYING H-IDX FROM 1 BY 1
                   UNTIL H-IDX > HOP-COUNT
               IF HP-INTERFACE(H-IDX) = CH-INTERFACE(C-IDX)
                       AND HP-STATUS(H-IDX) NOT = SPACES
                   IF SECTION-PRINTED = "N"
                       PERFORM PRINT-SECTION-HEADING
                   END-IF
                   PERFORM PRINT-HOP-LINE
               END-IF
           END-PERFORM
           .

      *-----------------------------------------------------------*
      * An interface logged to CTLTOT that is not on the chain    *
      * above is still balanced producer against consumer.        *
      *-----------------------------------------------------------*
       PRINT-OTHER-INTERFACES.
           PERFORM VARYING H-IDX FROM 1 BY 1
                   UNTIL H-IDX > HOP-COUNT
               IF HP-STATUS(H-IDX) NOT = SPACES
                   PERFORM VARYING C-IDX FROM 1 BY 1
                           UNTIL C-IDX > CHAIN-COUNT
                       OR CH-INTERFACE(C-IDX) = HP-INTERFACE(H-IDX)
                       CONTINUE
                   END-PERFORM
                   IF C-IDX > CHAIN-COUNT
                       MOVE SPACES TO CTLBAL-RECORD
                       WRITE CTLBAL-RECORD
                       MOVE SPACES TO CTLBAL-RECORD
                       STRING "OTHER INTERFACE "
                           HP-INTERFACE(H-IDX)
                           DELIMITED BY SIZE INTO CTLBAL-RECORD
                       WRITE CTLBAL-RECORD
                       PERFORM PRINT-HOP-LINE
                   END-IF
               END-IF
           END-PERFORM
           .

       PRINT-SECTION-HEADING.
           MOVE "Y" TO SECTION-PRINTED
           MOVE SPACES TO CTLBAL-RECORD
           WRITE CTLBAL-RECORD
           MOVE SPACES TO CTLBAL-RECORD
           STRING CH-INTERFACE(C-IDX) DELIMITED BY SPACE
               "  PRODUCED BY " CH-PRODUCER(C-IDX)
               DELIMITED BY SIZE INTO CTLBAL-RECORD
           IF CH-CONSUMER(C-IDX) NOT = SPACES
               STRING "RECEIVED BY " CH-CONSUMER(C-IDX)
                   DELIMITED BY SIZE INTO CTLBAL-RECORD(40:22)
           END-IF
           WRITE CTLBAL-RECORD
           MOVE SPACES TO CTLBAL-RECORD
           MOVE "BATCH" TO CTLBAL-RECORD(3:5)
           MOVE "PRODUCER" TO CTLBAL-RECORD(12:8)
           MOVE "COUNT" TO CTLBAL-RECORD(24:5)
           MOVE "HASH" TO CTLBAL-RECORD(39:4)
           MOVE "CONSUMER" TO CTLBAL-RECORD(45:8)
           MOVE "COUNT" TO CTLBAL-RECORD(57:5)
           MOVE "HASH" TO CTLBAL-RECORD(72:4)
           MOVE "STATUS" TO CTLBAL-RECORD(78:6)
           WRITE CTLBAL-RECORD
           .

      *-----------------------------------------------------------*
      * One line per hop; an out-of-balance hop is flagged "**"   *
      * in column 1 and raised to OPSALERT.                       *
      *-----------------------------------------------------------*
       PRINT-HOP-LINE.
           ADD 1 TO HOPS-LISTED
           MOVE SPACES TO CTLBAL-RECORD
           IF HP-OUT(H-IDX) = "Y"
               MOVE "**" TO CTLBAL-RECORD(1:2)
               ADD 1 TO HOPS-OUT
           ELSE
               IF HP-STATUS(H-IDX) = "PENDING"
                   ADD 1 TO HOPS-PENDING
               ELSE
                   ADD 1 TO HOPS-BALANCED
               END-IF
           END-IF
           MOVE HP-BATCH(H-IDX) TO CTLBAL-RECORD(3:8)
           IF HP-P-SEEN(H-IDX) = "Y"
               MOVE HP-PRODUCER(H-IDX) TO CTLBAL-RECORD(12:10)
               MOVE HP-P-COUNT(H-IDX) TO COUNT-EDIT
               MOVE COUNT-EDIT TO CTLBAL-RECORD(23:6)
               MOVE HP-P-HASH(H-IDX) TO HASH-EDIT
               MOVE HASH-EDIT TO CTLBAL-RECORD(30:13)
           END-IF
           IF HP-R-ROLE(H-IDX) NOT = SPACE
               MOVE HP-CONSUMER(H-IDX) TO CTLBAL-RECORD(45:10)
               MOVE HP-R-COUNT(H-IDX) TO COUNT-EDIT
               MOVE COUNT-EDIT TO CTLBAL-RECORD(56:6)
               MOVE HP-R-HASH(H-IDX) TO HASH-EDIT
               MOVE HASH-EDIT TO CTLBAL-RECORD(63:13)
           END-IF
           MOVE HP-STATUS(H-IDX) TO CTLBAL-RECORD(78:16)
           WRITE CTLBAL-RECORD
           IF HP-R-ROLE(H-IDX) = "J"
                   AND HP-R-NOTE(H-IDX) NOT = SPACES
               MOVE SPACES TO CTLBAL-RECORD
               STRING "REJECTED BY " DELIMITED BY SIZE
                   HP-CONSUMER(H-IDX) DELIMITED BY SPACE
                   ": " HP-R-NOTE(H-IDX)
                   DELIMITED BY SIZE INTO CTLBAL-RECORD(12:50)
               WRITE CTLBAL-RECORD
           END-IF
           IF HP-IN-SEEN(H-IDX) = "Y"
               MOVE SPACES TO CTLBAL-RECORD
               MOVE "SWEPT FROM QUEUES" TO CTLBAL-RECORD(5:17)
               MOVE HP-IN-COUNT(H-IDX) TO COUNT-EDIT
               MOVE COUNT-EDIT TO CTLBAL-RECORD(23:6)
               MOVE HP-IN-HASH(H-IDX) TO HASH-EDIT
               MOVE HASH-EDIT TO CTLBAL-RECORD(30:13)
               WRITE CTLBAL-RECORD
           END-IF
           IF HP-OUT(H-IDX) = "Y"
               PERFORM WRITE-CTLBAL-ALERT
           END-IF
           .

       WRITE-CTLBAL-ALERT.
           IF ALERTS-OPEN = "N"
               MOVE "OPSALERT" TO LOCK-RESOURCE
               MOVE "A" TO LOCK-ACTION
               CALL "FILELOCK" USING LOCK-RESOURCE LOCK-ACTION
                   LOCK-HOLDER LOCK-RESULT
               IF LOCK-RESULT NOT = "A"
                   DISPLAY "OPSALERT is held by another program -- "
                       "appends may interleave"
               END-IF
               OPEN EXTEND OPERATOR-ALERT-FILE
               IF OPALERT-FILE-STATUS NOT = "00"
                   OPEN OUTPUT OPERATOR-ALERT-FILE
               END-IF
               MOVE "Y" TO ALERTS-OPEN
           END-IF
           MOVE "CTLBAL" TO OA-SOURCE
           MOVE REPORT-DATE TO OA-DATE
           MOVE 0 TO OA-STEP
           MOVE "CRITICAL" TO OA-SEVERITY
           MOVE SPACES TO OA-TEXT
           STRING HP-INTERFACE(H-IDX) DELIMITED BY SPACE
               " BATCH " HP-BATCH(H-IDX) " " HP-STATUS(H-IDX)
               DELIMITED BY SIZE INTO OA-TEXT
           WRITE OPERATOR-ALERT-RECORD
           .
