           GL interface queue concentrator. Source systems drop
           their posting batches on their own queue files --
           ECOLEDGER on ECOPOST, BILLPOST on GLQBILL, URBANFLUX
           on UFPOST, APLEDGER on GLQAP, FIXASSET on GLQFA,
           ARLEDGER on GLQAR, ARBADDBT on GLQBD -- each a
           HDR/DTL/TRL batch whose HDR date is the batch number.
           This job verifies every pending batch's control count
           and hash total, refuses any (source, batch) already on
           and clears the consumed queue files. A nonempty GLPOST
           stops the sweep -- LEDGER has not yet picked up the
           last one -- so nothing is lost or posted twice on a
           night when several sources run. Each DTL line carries
           its company code in columns 77-80; a line queued
           without one takes its source's own entity (BILLPOST,
           ARLEDGER and ARBADDBT HOSP, URBANFLUX and FIXASSET
           CITY), and LEDGER books anything still blank to CORP.
           Columns 47-56 of every DTL line are stamped with the
           source system it was swept from, and columns 57-76
           carry the feed's own source reference (or, where the
           feed gives none, the batch it came in), so the posted
           LEDGERTX line can be traced back to its feed record.
           Columns 81-84 carry a cost center where the feed names
           one (BILLPOST's revenue by patient unit); the other
           queues are 80 bytes and their lines pass through with
           the column blank.

      *-----------------------------------------------------------*
      * Mod history:
      *               into place after the first file was consumed.
      *   2026-09-02  CAZZY - sweep URBANFLUX's UFPOST treasury
      *               queue alongside the other two sources.
      *   2026-10-15  CAZZY - sweep APLEDGER's GLQAP payables queue.
      *   2026-10-15  CAZZY - sweep FIXASSET's GLQFA asset queue.
      *   2026-10-15  CAZZY - fill a blank DTL company code from
      *               the source's own entity (HOSP for BILLPOST,
      *               CITY for URBANFLUX and FIXASSET) so batches
      *               queued before the code was stamped still
      *               land on the right books.
      *   2026-10-15  CAZZY - sweep ARLEDGER's GLQAR
      *               payer-remittance queue.
      *   2026-10-15  CAZZY - sweep ARBADDBT's GLQBD bad-debt
      *               queue.
      *   2026-10-15  CAZZY - stamp the source system on every DTL
      *               line in columns 47-56 and default a blank
      *               source reference in 57-76 to the batch
      *               number, for LEDGER to carry onto TXN-RECORD.
      *   2026-10-15  CAZZY - GLPOST and the GLQBILL queue are 84
      *               bytes: columns 81-84 carry the line's cost
      *               center through to LEDGER.
      *   2026-10-15  CAZZY - every queue batch judged is logged
      *               to CTLTOT as received or rejected with the
      *               count and hash actually found, and the
      *               combined GLPOST trailer as produced, for the
      *               CTLBAL hop-to-hop balancing.
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
           SELECT CITY-QUEUE-FILE ASSIGN TO "UFPOST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QUEUE-FILE-STATUS.
           SELECT AP-QUEUE-FILE ASSIGN TO "GLQAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QUEUE-FILE-STATUS.
           SELECT FA-QUEUE-FILE ASSIGN TO "GLQFA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QUEUE-FILE-STATUS.
           SELECT AR-QUEUE-FILE ASSIGN TO "GLQAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QUEUE-FILE-STATUS.
           SELECT BD-QUEUE-FILE ASSIGN TO "GLQBD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QUEUE-FILE-STATUS.
           SELECT GL-POSTING-FILE ASSIGN TO "GLPOST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS POST-FILE-STATUS.
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

       FD  GL-POSTING-FILE.
       01  GL-POSTING-RECORD   PIC X(84).

       FD  REGISTRY-FILE.
       01  REGISTRY-RECORD.
       77 REG-FILE-STATUS    PIC X(2).
       77 TODAY-STAMP        PIC 9(8).
       77 CUR-SOURCE         PIC X(10).
       77 CUR-QUEUE          PIC X(10).
       77 CUR-COMPANY        PIC X(4).
       77 CUR-BATCH          PIC 9(8).
       77 BATCH-DTL-COUNT    PIC 9(4).
       77 BATCH-HASH         PIC 9(7)V99.
       77 BATCH-HDR-SEEN     PIC X.
       77 BATCH-OK           PIC X.
       77 LINE-AMT           PIC S9(7)V99.
       77 QUEUE-LINE         PIC X(84).
       77 SWEPT-COUNT        PIC 9(4) VALUE 0.
       77 SWEPT-HASH         PIC 9(7)V99 VALUE 0.
       77 SWEPT-BATCHES      PIC 99 VALUE 0.
       77 R-IDX              PIC 9(3).
       77 DUP-FOUND          PIC X.
       77 HASH-EDIT          PIC +9(7).99.
       01 CONTROL-TOTAL-ENTRY.
           COPY CTLTOT.

      *-----------------------------------------------------------*
      * Verified details held until every queue has been judged,  *
      * then written as the single combined GLPOST batch.         *
      *-----------------------------------------------------------*
       01 SWEPT-DETAILS.
           05 SW-LINE OCCURS 300 TIMES PIC X(84).
       01 SW-COUNT           PIC 9(3) VALUE 0.

       01 BATCH-DETAILS.
           05 BD-LINE OCCURS 200 TIMES PIC X(84).
       01 BD-COUNT           PIC 9(3) VALUE 0.

       01 REGISTRY-TABLE.
           PERFORM LOAD-REGISTRY

           MOVE "ECOLEDGER " TO CUR-SOURCE
           MOVE "ECOPOST" TO CUR-QUEUE
           MOVE SPACES TO CUR-COMPANY
           PERFORM SWEEP-ECO-QUEUE
           MOVE "BILLPOST  " TO CUR-SOURCE
           MOVE "GLQBILL" TO CUR-QUEUE
           MOVE "HOSP" TO CUR-COMPANY
           PERFORM SWEEP-BILL-QUEUE
           MOVE "URBANFLUX " TO CUR-SOURCE
           MOVE "UFPOST" TO CUR-QUEUE
           MOVE "CITY" TO CUR-COMPANY
           PERFORM SWEEP-CITY-QUEUE
           MOVE "APLEDGER  " TO CUR-SOURCE
           MOVE "GLQAP" TO CUR-QUEUE
           MOVE SPACES TO CUR-COMPANY
           PERFORM SWEEP-AP-QUEUE
           MOVE "FIXASSET  " TO CUR-SOURCE
           MOVE "GLQFA" TO CUR-QUEUE
           MOVE "CITY" TO CUR-COMPANY
           PERFORM SWEEP-FA-QUEUE
           MOVE "ARLEDGER  " TO CUR-SOURCE
           MOVE "GLQAR" TO CUR-QUEUE
           MOVE "HOSP" TO CUR-COMPANY
           PERFORM SWEEP-AR-QUEUE
           MOVE "ARBADDBT  " TO CUR-SOURCE
           MOVE "GLQBD" TO CUR-QUEUE
           MOVE "HOSP" TO CUR-COMPANY
           PERFORM SWEEP-BD-QUEUE

           IF SW-COUNT = 0
               DISPLAY "No pending interface batches to sweep"
           END-IF
           .

       SWEEP-AP-QUEUE.
           PERFORM INIT-BATCH
           OPEN INPUT AP-QUEUE-FILE
           IF QUEUE-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ AP-QUEUE-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               MOVE AP-QUEUE-RECORD TO QUEUE-LINE
               PERFORM TAKE-QUEUE-LINE
           END-PERFORM
           CLOSE AP-QUEUE-FILE
           PERFORM JUDGE-BATCH
           IF BATCH-OK = "Y"
               OPEN OUTPUT AP-QUEUE-FILE
               CLOSE AP-QUEUE-FILE
               DISPLAY "GLQAP batch " CUR-BATCH
                   " swept and cleared"
           END-IF
           .

       SWEEP-FA-QUEUE.
           PERFORM INIT-BATCH
           OPEN INPUT FA-QUEUE-FILE
           IF QUEUE-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ FA-QUEUE-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               MOVE FA-QUEUE-RECORD TO QUEUE-LINE
               PERFORM TAKE-QUEUE-LINE
           END-PERFORM
           CLOSE FA-QUEUE-FILE
           PERFORM JUDGE-BATCH
           IF BATCH-OK = "Y"
               OPEN OUTPUT FA-QUEUE-FILE
               CLOSE FA-QUEUE-FILE
               DISPLAY "GLQFA batch " CUR-BATCH
                   " swept and cleared"
           END-IF
           .

       SWEEP-AR-QUEUE.
           PERFORM INIT-BATCH
           OPEN INPUT AR-QUEUE-FILE
           IF QUEUE-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ AR-QUEUE-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               MOVE AR-QUEUE-RECORD TO QUEUE-LINE
               PERFORM TAKE-QUEUE-LINE
           END-PERFORM
           CLOSE AR-QUEUE-FILE
           PERFORM JUDGE-BATCH
           IF BATCH-OK = "Y"
               OPEN OUTPUT AR-QUEUE-FILE
               CLOSE AR-QUEUE-FILE
               DISPLAY "GLQAR batch " CUR-BATCH
                   " swept and cleared"
           END-IF
           .

       SWEEP-BD-QUEUE.
           PERFORM INIT-BATCH
           OPEN INPUT BD-QUEUE-FILE
           IF QUEUE-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ BD-QUEUE-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               MOVE BD-QUEUE-RECORD TO QUEUE-LINE
               PERFORM TAKE-QUEUE-LINE
           END-PERFORM
           CLOSE BD-QUEUE-FILE
           PERFORM JUDGE-BATCH
           IF BATCH-OK = "Y"
               OPEN OUTPUT BD-QUEUE-FILE
               CLOSE BD-QUEUE-FILE
               DISPLAY "GLQBD batch " CUR-BATCH
                   " swept and cleared"
           END-IF
           .

       INIT-BATCH.
           MOVE 0 TO BD-COUNT
           MOVE 0 TO BATCH-DTL-COUNT
                   IF LINE-AMT > 0
                       ADD LINE-AMT TO BATCH-HASH
                   END-IF
                   IF QUEUE-LINE(77:4) = SPACES
                       MOVE CUR-COMPANY TO QUEUE-LINE(77:4)
                   END-IF
                   MOVE CUR-SOURCE TO QUEUE-LINE(47:10)
                   IF QUEUE-LINE(57:20) = SPACES
                       STRING "BATCH " CUR-BATCH
                           DELIMITED BY SIZE INTO QUEUE-LINE(57:20)
                   END-IF
                   IF BD-COUNT < 200
                       ADD 1 TO BD-COUNT
                       MOVE QUEUE-LINE TO BD-LINE(BD-COUNT)
               ADD 1 TO REJECTED-BATCHES
               DISPLAY CUR-SOURCE " batch " CUR-BATCH
                   " REJECTED: control mismatch -- left in place"
               MOVE "J" TO CTL-ROLE
               MOVE "CONTROL MISMATCH" TO CTL-NOTE
               PERFORM LOG-QUEUE-RECEIPT
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO DUP-FOUND
               DISPLAY CUR-SOURCE " batch " CUR-BATCH
                   " REJECTED: already consumed per GLQREG -- "
                   "left in place"
               MOVE "J" TO CTL-ROLE
               MOVE "DUPLICATE" TO CTL-NOTE
               PERFORM LOG-QUEUE-RECEIPT
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING D-IDX FROM 1 BY 1 UNTIL D-IDX > BD-COUNT
           END-PERFORM
           ADD 1 TO SWEPT-BATCHES
           PERFORM REGISTER-BATCH
           MOVE "R" TO CTL-ROLE
           MOVE SPACES TO CTL-NOTE
           PERFORM LOG-QUEUE-RECEIPT
           MOVE "Y" TO BATCH-OK
           .

      *-----------------------------------------------------------*
      * What the sweep found on a queue -- swept (R) or refused   *
      * (J) -- logged to CTLTOT for CTLBAL to tie to the trailer  *
      * the source logged when it queued the batch.               *
      *-----------------------------------------------------------*
       LOG-QUEUE-RECEIPT.
           MOVE CUR-QUEUE TO CTL-INTERFACE
           MOVE "GLSWEEP" TO CTL-PROGRAM
           MOVE CUR-BATCH TO CTL-BATCH
           MOVE BATCH-DTL-COUNT TO CTL-COUNT
           MOVE BATCH-HASH TO CTL-HASH
           CALL "CTLTOTW" USING CONTROL-TOTAL-ENTRY
           .

       REGISTER-BATCH.
           OPEN EXTEND REGISTRY-FILE
           IF REG-FILE-STATUS NOT = "00"
               DELIMITED BY SIZE INTO GL-POSTING-RECORD
           WRITE GL-POSTING-RECORD
           CLOSE GL-POSTING-FILE
           MOVE SPACES TO CONTROL-TOTAL-ENTRY
           MOVE "GLPOST" TO CTL-INTERFACE
           MOVE "P" TO CTL-ROLE
           MOVE "GLSWEEP" TO CTL-PROGRAM
           MOVE TODAY-STAMP TO CTL-BATCH
           MOVE SWEPT-COUNT TO CTL-COUNT
           MOVE SWEPT-HASH TO CTL-HASH
           CALL "CTLTOTW" USING CONTROL-TOTAL-ENTRY
           .
