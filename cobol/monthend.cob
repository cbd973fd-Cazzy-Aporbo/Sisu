           NIGHTLYBATCH's nightly chain. Runs the closing sequence
           with hard gates between the steps that have burned us:
           it refuses to proceed while any GLPOST, ECOPOST,
           GLQBILL, UFPOST, GLQAP, GLQFA, GLQAR or GLQBD interface
           batch is still unconsumed
           (the LEDGRPER open period must not advance over
           pending postings), refuses
           to archive while the LEDGERTX trial balance does not
           foot to zero, and verifies LEDGER's own MONTH-END-CLOSE
           has already closed the requested period before calling
           LEDGERARC, LEDGERRPT, ECOCOMPL and the LEDGRUNP
           patient-unit profitability report in order. Every step
           and gate decision is logged to the MECLOG close log the
           way NBHIST records the nightly chain, and the MECKPT
           checkpoint resumes an interrupted close at the step
      *               refuses to advance the period while an
      *               interface batch is unconsumed; the queue
      *               gate here stays as the pre-archive backstop.
      *   2026-10-15  CAZZY - the queue gate covers APLEDGER's
      *               GLQAP and FIXASSET's GLQFA as well.
      *   2026-10-15  CAZZY - the trial-balance gate foots each
      *               company code's books separately as well as
      *               the file as a whole.
      *   2026-10-15  CAZZY - the queue gate covers ARLEDGER's
      *               GLQAR as well.
      *   2026-10-15  CAZZY - the queue gate covers ARBADDBT's
      *               GLQBD as well.
      *   2026-10-15  CAZZY - TXN-RECORD carries the source system
      *               and source reference; layout only.
      *   2026-10-15  CAZZY - LEDGRUNP unit profitability runs as
      *               the last close step; GLPOST and GLQBILL
      *               lines carry the cost center.
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
           SELECT CLOSE-LOG-FILE ASSIGN TO "MECLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOG-FILE-STATUS.
           05 TXN-OPERATOR     PIC X(8).
           05 TXN-TIME         PIC 9(6).
           05 TXN-COST-CTR     PIC X(4).
           05 TXN-COMPANY      PIC X(4).
           05 TXN-SOURCE       PIC X(10).
           05 TXN-SRC-REF      PIC X(20).

       FD  GL-POSTING-FILE.
       01  GL-POSTING-RECORD   PIC X(84).

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

       FD  CLOSE-LOG-FILE.
       01  CLOSE-LOG-RECORD    PIC X(80).

       77 QUEUE-NAME         PIC X(8).
       77 TB-NET             PIC S9(9)V99 VALUE 0.
       77 TB-EDIT            PIC -(9)9.99.
       77 TB-COMPANY         PIC X(4).
       77 TB-IDX             PIC 99.
       77 DEFAULT-COMPANY    PIC X(4) VALUE "CORP".
       77 ME-STEP            PIC 99 VALUE 0.
       77 ME-EVENT           PIC X(40).
       77 ME-RC-DISPLAY      PIC 9(4).
       77 ME-PROG-NAME       PIC X(12).

      *-----------------------------------------------------------*
      * Net per company code -- each entity's books must foot on  *
      * their own, not merely the file as a whole.                *
      *-----------------------------------------------------------*
       01 TB-COMPANIES.
           05 TB-CO-ENTRY OCCURS 20 TIMES.
              10 TB-CO-CODE    PIC X(4).
              10 TB-CO-NET     PIC S9(9)V99.
       01 TB-CO-COUNT        PIC 99 VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "=============================================="
           ELSE
               DISPLAY "Skipping ECOCOMPL, already completed"
           END-IF
           IF ME-STEP < 4
               MOVE "LEDGRUNP" TO ME-PROG-NAME
               PERFORM RUN-CLOSE-STEP
               MOVE 4 TO ME-STEP
               PERFORM CHECKPOINT-SAVE
           ELSE
               DISPLAY "Skipping LEDGRUNP, already completed"
           END-IF

           PERFORM CHECKPOINT-CLEAR
           MOVE "CLOSE-END" TO ME-EVENT
           IF QUEUE-PENDING = "Y"
               PERFORM GATE-QUEUE-FAILED
           END-IF
           MOVE "GLQAP   " TO QUEUE-NAME
           MOVE "N" TO QUEUE-PENDING
           OPEN INPUT AP-QUEUE-FILE
           IF QUEUE-FILE-STATUS = "00"
               READ AP-QUEUE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE "Y" TO QUEUE-PENDING
               END-READ
               CLOSE AP-QUEUE-FILE
           END-IF
           IF QUEUE-PENDING = "Y"
               PERFORM GATE-QUEUE-FAILED
           END-IF
           MOVE "GLQFA   " TO QUEUE-NAME
           MOVE "N" TO QUEUE-PENDING
           OPEN INPUT FA-QUEUE-FILE
           IF QUEUE-FILE-STATUS = "00"
               READ FA-QUEUE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE "Y" TO QUEUE-PENDING
               END-READ
               CLOSE FA-QUEUE-FILE
           END-IF
           IF QUEUE-PENDING = "Y"
               PERFORM GATE-QUEUE-FAILED
           END-IF
           MOVE "GLQAR   " TO QUEUE-NAME
           MOVE "N" TO QUEUE-PENDING
           OPEN INPUT AR-QUEUE-FILE
           IF QUEUE-FILE-STATUS = "00"
               READ AR-QUEUE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE "Y" TO QUEUE-PENDING
               END-READ
               CLOSE AR-QUEUE-FILE
           END-IF
           IF QUEUE-PENDING = "Y"
               PERFORM GATE-QUEUE-FAILED
           END-IF
           MOVE "GLQBD   " TO QUEUE-NAME
           MOVE "N" TO QUEUE-PENDING
           OPEN INPUT BD-QUEUE-FILE
           IF QUEUE-FILE-STATUS = "00"
               READ BD-QUEUE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE "Y" TO QUEUE-PENDING
               END-READ
               CLOSE BD-QUEUE-FILE
           END-IF
           IF QUEUE-PENDING = "Y"
               PERFORM GATE-QUEUE-FAILED
           END-IF
           MOVE "GATE INTERFACE-QUEUES PASS" TO ME-EVENT
           PERFORM WRITE-CLOSE-LOG
           .

      *-----------------------------------------------------------*
      * Gate: the live file's debits and credits must net to      *
      * zero, in total and within each company code. Every        *
      * posting path enforces net-zero journals per company, so   *
      * anything else means a torn write -- archiving it would    *
      * purge the evidence.                                       *
      *-----------------------------------------------------------*
       GATE-TRIAL-BALANCE.
           MOVE 0 TO TB-NET
           MOVE 0 TO TB-CO-COUNT
           OPEN INPUT LEDGER-TXN-FILE
           IF TXN-FILE-STATUS NOT = "00"
               DISPLAY "Cannot open LEDGERTX, status "
                       EXIT PERFORM
               END-READ
               ADD TXN-AMT TO TB-NET
               PERFORM TALLY-COMPANY-NET
           END-PERFORM
           CLOSE LEDGER-TXN-FILE
           PERFORM VARYING TB-IDX FROM 1 BY 1
                   UNTIL TB-IDX > TB-CO-COUNT
               IF TB-CO-NET(TB-IDX) NOT = 0
                   COMPUTE TB-EDIT = TB-CO-NET(TB-IDX)
                   DISPLAY "CLOSE REFUSED: company "
                       TB-CO-CODE(TB-IDX) " trial balance does "
                       "not foot -- out of balance by " TB-EDIT
                   MOVE SPACES TO ME-EVENT
                   STRING "GATE FAILED: " TB-CO-CODE(TB-IDX)
                       " TB NET " TB-EDIT
                       DELIMITED BY SIZE INTO ME-EVENT
                   PERFORM WRITE-CLOSE-LOG
                   CLOSE CLOSE-LOG-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-PERFORM
           IF TB-NET NOT = 0
               COMPUTE TB-EDIT = TB-NET
               DISPLAY "CLOSE REFUSED: trial balance does not "
           PERFORM WRITE-CLOSE-LOG
           .

      *-----------------------------------------------------------*
      * Lines from before the company code carry spaces and       *
      * belong to the default company.                            *
      *-----------------------------------------------------------*
       TALLY-COMPANY-NET.
           MOVE TXN-COMPANY TO TB-COMPANY
           IF TB-COMPANY = SPACES OR TB-COMPANY = LOW-VALUES
               MOVE DEFAULT-COMPANY TO TB-COMPANY
           END-IF
           PERFORM VARYING TB-IDX FROM 1 BY 1
                   UNTIL TB-IDX > TB-CO-COUNT
               IF TB-CO-CODE(TB-IDX) = TB-COMPANY
                   ADD TXN-AMT TO TB-CO-NET(TB-IDX)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF TB-CO-COUNT < 20
               ADD 1 TO TB-CO-COUNT
               MOVE TB-COMPANY TO TB-CO-CODE(TB-CO-COUNT)
               MOVE TXN-AMT TO TB-CO-NET(TB-CO-COUNT)
           END-IF
           .

      *-----------------------------------------------------------*
      * Gate: LEDGER's own MONTH-END-CLOSE must already have      *
      * closed the requested period (it appears on LEDGRPER's     *
