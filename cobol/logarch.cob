      *   2026-09-02  CAZZY - the UFHIST city metrics history
      *               joins the retention list, aging into the
      *               UFHISTA archive like the other dated logs.
      *   2026-10-15  CAZZY - pass over the PATMASTER line on
      *               RETPARM; it sets the patient archive's
      *               retention for HFPATARC.
      *   2026-10-15  CAZZY - the ARRCPTH receipt history, the
      *               CTLTOT control log and the RPTDLVR/RPTACKS
      *               delivery and acknowledgment logs join the
      *               retention list; the work table holds 5000
      *               records.
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
           SELECT LEDGER-CLS-ARCH-FILE ASSIGN TO "LEDGRCLA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARC-FILE-STATUS.
           SELECT AR-RCPT-FILE ASSIGN TO "ARRCPTH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOG-FILE-STATUS.
           SELECT AR-RCPT-ARCH-FILE ASSIGN TO "ARRCPTA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARC-FILE-STATUS.
           SELECT CTL-TOT-FILE ASSIGN TO "CTLTOT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOG-FILE-STATUS.
           SELECT CTL-TOT-ARCH-FILE ASSIGN TO "CTLTOTA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARC-FILE-STATUS.
           SELECT RPT-DLVR-FILE ASSIGN TO "RPTDLVR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOG-FILE-STATUS.
           SELECT RPT-DLVR-ARCH-FILE ASSIGN TO "RPTDLVRA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARC-FILE-STATUS.
           SELECT RPT-ACKS-FILE ASSIGN TO "RPTACKS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOG-FILE-STATUS.
           SELECT RPT-ACKS-ARCH-FILE ASSIGN TO "RPTACKSA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARC-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  UF-HIST-RECORD      PIC X(80).
       FD  UF-HIST-ARCHIVE-FILE.
       01  UF-HIST-ARCHIVE-RECORD PIC X(80).
       FD  AR-RCPT-FILE.
       01  AR-RCPT-RECORD      PIC X(80).
       FD  AR-RCPT-ARCH-FILE.
       01  AR-RCPT-ARCH-RECORD PIC X(80).
       FD  CTL-TOT-FILE.
       01  CTL-TOT-RECORD      PIC X(80).
       FD  CTL-TOT-ARCH-FILE.
       01  CTL-TOT-ARCH-RECORD PIC X(80).
       FD  RPT-DLVR-FILE.
       01  RPT-DLVR-RECORD     PIC X(80).
       FD  RPT-DLVR-ARCH-FILE.
       01  RPT-DLVR-ARCH-RECORD PIC X(80).
       FD  RPT-ACKS-FILE.
       01  RPT-ACKS-RECORD     PIC X(80).
       FD  RPT-ACKS-ARCH-FILE.
       01  RPT-ACKS-ARCH-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       77 PARM-FILE-STATUS   PIC X(2).
       77 CUTOFF-DATE        PIC 9(8).
       77 L-IDX              PIC 9(4).
       77 LOG-REC-COUNT      PIC 9(4) VALUE 0.
       77 MAX-LOG-RECS       PIC 9(4) VALUE 5000.
       77 KEPT-COUNT         PIC 9(4).
       77 MOVED-COUNT        PIC 9(4).
       77 REC-DATE           PIC 9(8).
       77 LOCK-RESULT        PIC X.

       01 LOG-WORK-TABLE.
           05 LOG-WORK OCCURS 5000 TIMES.
              10 LW-RECORD     PIC X(80).
              10 LW-AGED       PIC X.

                   PERFORM LOAD-LEDGRCLS
               WHEN "UFHIST"
                   PERFORM LOAD-UFHIST
               WHEN "ARRCPTH"
                   PERFORM LOAD-ARRCPTH
               WHEN "CTLTOT"
                   PERFORM LOAD-CTLTOT
               WHEN "RPTDLVR"
                   PERFORM LOAD-RPTDLVR
               WHEN "RPTACKS"
                   PERFORM LOAD-RPTACKS
      *        The patient master's retention line is HFPATARC's;
      *        a keyed master is not a log to trim here.
               WHEN "PATMASTER"
                   EXIT PARAGRAPH
               WHEN OTHER
                   DISPLAY "Unknown log in RETPARM: "
                       PARM-LOG-NAME
                   PERFORM STORE-LEDGRCLS
               WHEN "UFHIST"
                   PERFORM STORE-UFHIST
               WHEN "ARRCPTH"
                   PERFORM STORE-ARRCPTH
               WHEN "CTLTOT"
                   PERFORM STORE-CTLTOT
               WHEN "RPTDLVR"
                   PERFORM STORE-RPTDLVR
               WHEN "RPTACKS"
                   PERFORM STORE-RPTACKS
           END-EVALUATE

           MOVE SPACES TO RETAIN-RPT-RECORD
           END-PERFORM
           CLOSE LEDGER-CLS-FILE
           .

       LOAD-ARRCPTH.
           OPEN INPUT AR-RCPT-FILE
           IF LOG-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ AR-RCPT-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF LOG-REC-COUNT < MAX-LOG-RECS
                   ADD 1 TO LOG-REC-COUNT
                   MOVE AR-RCPT-RECORD
                       TO LW-RECORD(LOG-REC-COUNT)
               ELSE
                   MOVE "Y" TO LOG-OVERFLOW
               END-IF
           END-PERFORM
           CLOSE AR-RCPT-FILE
           .

      *-----------------------------------------------------------*
      * ARRCPTH lines start with the MRN -- the receipt date sits *
      * at column 7 for this log.                                 *
      *-----------------------------------------------------------*
       STORE-ARRCPTH.
           PERFORM VARYING L-IDX FROM 1 BY 1
                   UNTIL L-IDX > LOG-REC-COUNT
               MOVE "N" TO LW-AGED(L-IDX)
               IF LW-RECORD(L-IDX) (7:8) IS NUMERIC
                   MOVE LW-RECORD(L-IDX) (7:8) TO REC-DATE
                   IF REC-DATE < CUTOFF-DATE
                       MOVE "Y" TO LW-AGED(L-IDX)
                   END-IF
               END-IF
           END-PERFORM
           MOVE 0 TO KEPT-COUNT
           MOVE 0 TO MOVED-COUNT
           PERFORM VARYING L-IDX FROM 1 BY 1
                   UNTIL L-IDX > LOG-REC-COUNT
               IF LW-AGED(L-IDX) = "Y"
                   ADD 1 TO MOVED-COUNT
               ELSE
                   ADD 1 TO KEPT-COUNT
               END-IF
           END-PERFORM
           IF PARM-ACTION = "A" AND MOVED-COUNT > 0
               OPEN EXTEND AR-RCPT-ARCH-FILE
               IF ARC-FILE-STATUS NOT = "00"
                   OPEN OUTPUT AR-RCPT-ARCH-FILE
               END-IF
               PERFORM VARYING L-IDX FROM 1 BY 1
                       UNTIL L-IDX > LOG-REC-COUNT
                   IF LW-AGED(L-IDX) = "Y"
                       MOVE LW-RECORD(L-IDX)
                           TO AR-RCPT-ARCH-RECORD
                       WRITE AR-RCPT-ARCH-RECORD
                   END-IF
               END-PERFORM
               CLOSE AR-RCPT-ARCH-FILE
           END-IF
           OPEN OUTPUT AR-RCPT-FILE
           PERFORM VARYING L-IDX FROM 1 BY 1
                   UNTIL L-IDX > LOG-REC-COUNT
               IF LW-AGED(L-IDX) = "N"
                   MOVE LW-RECORD(L-IDX) TO AR-RCPT-RECORD
                   WRITE AR-RCPT-RECORD
               END-IF
           END-PERFORM
           CLOSE AR-RCPT-FILE
           .

       LOAD-CTLTOT.
           OPEN INPUT CTL-TOT-FILE
           IF LOG-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ CTL-TOT-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF LOG-REC-COUNT < MAX-LOG-RECS
                   ADD 1 TO LOG-REC-COUNT
                   MOVE CTL-TOT-RECORD
                       TO LW-RECORD(LOG-REC-COUNT)
               ELSE
                   MOVE "Y" TO LOG-OVERFLOW
               END-IF
           END-PERFORM
           CLOSE CTL-TOT-FILE
           .

       STORE-CTLTOT.
           IF PARM-ACTION = "A" AND MOVED-COUNT > 0
               OPEN EXTEND CTL-TOT-ARCH-FILE
               IF ARC-FILE-STATUS NOT = "00"
                   OPEN OUTPUT CTL-TOT-ARCH-FILE
               END-IF
               PERFORM VARYING L-IDX FROM 1 BY 1
                       UNTIL L-IDX > LOG-REC-COUNT
                   IF LW-AGED(L-IDX) = "Y"
                       MOVE LW-RECORD(L-IDX)
                           TO CTL-TOT-ARCH-RECORD
                       WRITE CTL-TOT-ARCH-RECORD
                   END-IF
               END-PERFORM
               CLOSE CTL-TOT-ARCH-FILE
           END-IF
           OPEN OUTPUT CTL-TOT-FILE
           PERFORM VARYING L-IDX FROM 1 BY 1
                   UNTIL L-IDX > LOG-REC-COUNT
               IF LW-AGED(L-IDX) = "N"
                   MOVE LW-RECORD(L-IDX) TO CTL-TOT-RECORD
                   WRITE CTL-TOT-RECORD
               END-IF
           END-PERFORM
           CLOSE CTL-TOT-FILE
           .

       LOAD-RPTDLVR.
           OPEN INPUT RPT-DLVR-FILE
           IF LOG-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ RPT-DLVR-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF LOG-REC-COUNT < MAX-LOG-RECS
                   ADD 1 TO LOG-REC-COUNT
                   MOVE RPT-DLVR-RECORD
                       TO LW-RECORD(LOG-REC-COUNT)
               ELSE
                   MOVE "Y" TO LOG-OVERFLOW
               END-IF
           END-PERFORM
           CLOSE RPT-DLVR-FILE
           .

       STORE-RPTDLVR.
           IF PARM-ACTION = "A" AND MOVED-COUNT > 0
               OPEN EXTEND RPT-DLVR-ARCH-FILE
               IF ARC-FILE-STATUS NOT = "00"
                   OPEN OUTPUT RPT-DLVR-ARCH-FILE
               END-IF
               PERFORM VARYING L-IDX FROM 1 BY 1
                       UNTIL L-IDX > LOG-REC-COUNT
                   IF LW-AGED(L-IDX) = "Y"
                       MOVE LW-RECORD(L-IDX)
                           TO RPT-DLVR-ARCH-RECORD
                       WRITE RPT-DLVR-ARCH-RECORD
                   END-IF
               END-PERFORM
               CLOSE RPT-DLVR-ARCH-FILE
           END-IF
           OPEN OUTPUT RPT-DLVR-FILE
           PERFORM VARYING L-IDX FROM 1 BY 1
                   UNTIL L-IDX > LOG-REC-COUNT
               IF LW-AGED(L-IDX) = "N"
                   MOVE LW-RECORD(L-IDX) TO RPT-DLVR-RECORD
                   WRITE RPT-DLVR-RECORD
               END-IF
           END-PERFORM
           CLOSE RPT-DLVR-FILE
           .

       LOAD-RPTACKS.
           OPEN INPUT RPT-ACKS-FILE
           IF LOG-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ RPT-ACKS-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF LOG-REC-COUNT < MAX-LOG-RECS
                   ADD 1 TO LOG-REC-COUNT
                   MOVE RPT-ACKS-RECORD
                       TO LW-RECORD(LOG-REC-COUNT)
               ELSE
                   MOVE "Y" TO LOG-OVERFLOW
               END-IF
           END-PERFORM
           CLOSE RPT-ACKS-FILE
           .

       STORE-RPTACKS.
           IF PARM-ACTION = "A" AND MOVED-COUNT > 0
               OPEN EXTEND RPT-ACKS-ARCH-FILE
               IF ARC-FILE-STATUS NOT = "00"
                   OPEN OUTPUT RPT-ACKS-ARCH-FILE
               END-IF
               PERFORM VARYING L-IDX FROM 1 BY 1
                       UNTIL L-IDX > LOG-REC-COUNT
                   IF LW-AGED(L-IDX) = "Y"
                       MOVE LW-RECORD(L-IDX)
                           TO RPT-ACKS-ARCH-RECORD
                       WRITE RPT-ACKS-ARCH-RECORD
                   END-IF
               END-PERFORM
               CLOSE RPT-ACKS-ARCH-FILE
           END-IF
           OPEN OUTPUT RPT-ACKS-FILE
           PERFORM VARYING L-IDX FROM 1 BY 1
                   UNTIL L-IDX > LOG-REC-COUNT
               IF LW-AGED(L-IDX) = "N"
                   MOVE LW-RECORD(L-IDX) TO RPT-ACKS-RECORD
                   WRITE RPT-ACKS-RECORD
               END-IF
           END-PERFORM
           CLOSE RPT-ACKS-FILE
           .
