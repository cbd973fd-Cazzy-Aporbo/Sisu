       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTMANF.
       AUTHOR. CAZZY.
       REMARKS. >
           Nightly report distribution manifest, the last step of
           the NIGHTLYBATCH chain. The RPTDIST distribution table
           names each print report, who gets it, where it goes
           and how long the copy is kept; the manifest lists
           every report on it with its line and page count
           (60 lines to the page), and flags an expected report
           that was not produced tonight or came out under its
           minimum line count. Each report copy handed out is
           logged on RPTDLVR; recipients confirm receipt through
           RPTACK, and the manifest lists every copy from an
           earlier night still unacknowledged, so the morning
           sees what never arrived. RPTDIST, one line per report
           and recipient:
               1-8   report DD name
               10    Y = expected every night, N = only when
                     its job ran
               12-19 recipient operator ID
               21-40 delivery destination
               42-44 days the recipient's copy is kept
               46-48 fewest lines a real report has (blank = 1;
                     set it above the heading lines to catch a
                     report that printed nothing but headings)
               50-79 description
           The expected flag, minimum and description come from a
           report's first line. A report DD this program does not
           read is listed as UNKNOWN. Processing date is today,
           or the rerun date the chain was forced to on NBRUNDT.
           Missing and empty expected reports also go to OPSALERT
           as WARNINGs ("REPORT ddname ..."). RC 4 when any
           expected report is missing or empty, 8 when RPTDLVR or
           RPTACKS has outgrown its table (LOGARCH trims both), 12
           when no RPTDIST is on hand.

      *-----------------------------------------------------------*
      * Mod history:
      *   2026-10-15  CAZZY - written; every morning someone
      *               worked out by hand which reports had come
      *               out and who was owed them.
      *   2026-10-15  CAZZY - an RPTDLVR or RPTACKS larger than
      *               its table is flagged on RPTMANI and sets RC
      *               8 instead of silently dropping the overflow;
      *               LOGARCH now trims both logs.
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DIST-TABLE-FILE ASSIGN TO "RPTDIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DIST-FILE-STATUS.
           SELECT DELIVERY-FILE ASSIGN TO "RPTDLVR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DLVR-FILE-STATUS.
           SELECT RECEIPT-ACK-FILE ASSIGN TO "RPTACKS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACK-FILE-STATUS.
           SELECT MANIFEST-FILE ASSIGN TO "RPTMANI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MANI-FILE-STATUS.
           SELECT RUN-DATE-FILE ASSIGN TO "NBRUNDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNDT-FILE-STATUS.
           SELECT OPERATOR-ALERT-FILE ASSIGN TO "OPSALERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPALERT-FILE-STATUS.
           SELECT LEDGER-TB-RPT-FILE ASSIGN TO "LEDGRRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
           SELECT SHIFT-RPT-FILE ASSIGN TO "HFSHIFTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
           SELECT ECO-COMPL-RPT-FILE ASSIGN TO "ECOCMPRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
           SELECT AR-AGING-RPT-FILE ASSIGN TO "ARAGING"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
           SELECT DAY-RPT-FILE ASSIGN TO "DAYRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
           SELECT REPORT-CARD-RPT-FILE ASSIGN TO "ALINARPC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
           SELECT STATE-RECON-RPT-FILE ASSIGN TO "STATERPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
           SELECT AP-AGING-RPT-FILE ASSIGN TO "APAGING"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
           SELECT AR-STMT-RPT-FILE ASSIGN TO "ARSTMTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
           SELECT BANK-RECON-RPT-FILE ASSIGN TO "BANKRECR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
           SELECT ACCESS-REVIEW-RPT-FILE ASSIGN TO "HFACCRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
           SELECT DUP-PATIENT-RPT-FILE ASSIGN TO "HFDUPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
           SELECT READMIT-RPT-FILE ASSIGN TO "HFREADMR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
           SELECT RESP-FCST-RPT-FILE ASSIGN TO "HFRESPRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
           SELECT RETENTION-RPT-FILE ASSIGN TO "RETRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
           SELECT PREFLIGHT-RPT-FILE ASSIGN TO "VALRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
           SELECT ALLOWANCE-RPT-FILE ASSIGN TO "ECOALRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
           SELECT TAX-ROLL-RPT-FILE ASSIGN TO "UFTAXRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
           SELECT UTILITY-BILL-RPT-FILE ASSIGN TO "UFUTLRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
           SELECT SVC-REQ-RPT-FILE ASSIGN TO "UFSVCRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
           SELECT CHAIN-HIST-RPT-FILE ASSIGN TO "NBHISTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DIST-TABLE-FILE.
       01  DIST-TABLE-RECORD.
           05 DR-REPORT        PIC X(8).
           05 FILLER           PIC X.
           05 DR-EXPECTED      PIC X.
           05 FILLER           PIC X.
           05 DR-RECIPIENT     PIC X(8).
           05 FILLER           PIC X.
           05 DR-DEST          PIC X(20).
           05 FILLER           PIC X.
           05 DR-RETAIN        PIC X(3).
           05 FILLER           PIC X.
           05 DR-MIN-LINES     PIC X(3).
           05 FILLER           PIC X.
           05 DR-DESC          PIC X(30).
           05 FILLER           PIC X.

       FD  DELIVERY-FILE.
       01  DELIVERY-RECORD.
           COPY RPTDLVR REPLACING ==:LVL:== BY ==05==.

       FD  RECEIPT-ACK-FILE.
       01  RECEIPT-ACK-RECORD.
           COPY RPTACK REPLACING ==:LVL:== BY ==05==.

       FD  MANIFEST-FILE.
       01  MANIFEST-RECORD     PIC X(100).

       FD  RUN-DATE-FILE.
       01  RUN-DATE-RECORD     PIC X(80).

       FD  OPERATOR-ALERT-FILE.
       01  OPERATOR-ALERT-RECORD.
           COPY OPALERT REPLACING ==:LVL:== BY ==05==.

       FD  LEDGER-TB-RPT-FILE.
       01  LEDGER-TB-RPT-RECORD PIC X(200).

       FD  SHIFT-RPT-FILE.
       01  SHIFT-RPT-RECORD PIC X(200).

       FD  ECO-COMPL-RPT-FILE.
       01  ECO-COMPL-RPT-RECORD PIC X(200).

       FD  AR-AGING-RPT-FILE.
       01  AR-AGING-RPT-RECORD PIC X(200).

       FD  DAY-RPT-FILE.
       01  DAY-RPT-RECORD PIC X(200).

       FD  REPORT-CARD-RPT-FILE.
       01  REPORT-CARD-RPT-RECORD PIC X(200).

       FD  STATE-RECON-RPT-FILE.
       01  STATE-RECON-RPT-RECORD PIC X(200).

       FD  AP-AGING-RPT-FILE.
       01  AP-AGING-RPT-RECORD PIC X(200).

       FD  AR-STMT-RPT-FILE.
       01  AR-STMT-RPT-RECORD PIC X(200).

       FD  BANK-RECON-RPT-FILE.
       01  BANK-RECON-RPT-RECORD PIC X(200).

       FD  ACCESS-REVIEW-RPT-FILE.
       01  ACCESS-REVIEW-RPT-RECORD PIC X(200).

       FD  DUP-PATIENT-RPT-FILE.
       01  DUP-PATIENT-RPT-RECORD PIC X(200).

       FD  READMIT-RPT-FILE.
       01  READMIT-RPT-RECORD PIC X(200).

       FD  RESP-FCST-RPT-FILE.
       01  RESP-FCST-RPT-RECORD PIC X(200).

       FD  RETENTION-RPT-FILE.
       01  RETENTION-RPT-RECORD PIC X(200).

       FD  PREFLIGHT-RPT-FILE.
       01  PREFLIGHT-RPT-RECORD PIC X(200).

       FD  ALLOWANCE-RPT-FILE.
       01  ALLOWANCE-RPT-RECORD PIC X(200).

       FD  TAX-ROLL-RPT-FILE.
       01  TAX-ROLL-RPT-RECORD PIC X(200).

       FD  UTILITY-BILL-RPT-FILE.
       01  UTILITY-BILL-RPT-RECORD PIC X(200).

       FD  SVC-REQ-RPT-FILE.
       01  SVC-REQ-RPT-RECORD PIC X(200).

       FD  CHAIN-HIST-RPT-FILE.
       01  CHAIN-HIST-RPT-RECORD PIC X(200).

       WORKING-STORAGE SECTION.
       77 DIST-FILE-STATUS   PIC X(2).
       77 DLVR-FILE-STATUS   PIC X(2).
       77 ACK-FILE-STATUS    PIC X(2).
       77 MANI-FILE-STATUS   PIC X(2).
       77 RUNDT-FILE-STATUS  PIC X(2).
       77 OPALERT-FILE-STATUS PIC X(2).
       77 RPT-FILE-STATUS    PIC X(2).
       77 TODAY-STAMP        PIC 9(8).
       77 RUN-DATE           PIC 9(8).
       77 TEST-DATE          PIC 9(8).
       77 PAGE-DEPTH         PIC 99 VALUE 60.
       77 REPORT-EOF         PIC X.
       77 REPORT-TRACKED     PIC X.
       77 REPORT-LINES       PIC 9(6).
       77 AGE-DAYS           PIC 9(4).
       77 D-IDX              PIC 9(3).
       77 R-IDX              PIC 99.
       77 V-IDX              PIC 9(4).
       77 K-IDX              PIC 9(4).
       77 FOUND-IDX          PIC 9(4).
       77 PRODUCED-COUNT     PIC 99 VALUE 0.
       77 MISSING-COUNT      PIC 99 VALUE 0.
       77 EMPTY-COUNT        PIC 99 VALUE 0.
       77 SENT-COUNT         PIC 9(4) VALUE 0.
       77 OUTSTANDING-COUNT  PIC 9(4) VALUE 0.
       77 LOCK-RESOURCE      PIC X(8) VALUE "OPSALERT".
       77 LOCK-ACTION        PIC X.
       77 LOCK-HOLDER        PIC X(8) VALUE "RPTMANF".
       77 LOCK-RESULT        PIC X.
       77 ALERT-TEXT         PIC X(51).

      *-----------------------------------------------------------*
      * RPTDIST as loaded: one entry per report and recipient,    *
      * pointing at the report's entry in REPORT-TABLE.           *
      *-----------------------------------------------------------*
       01 DIST-TABLE.
           05 DIST-ENTRY OCCURS 200 TIMES.
              10 DT-REPORT-IDX PIC 99.
              10 DT-RECIPIENT  PIC X(8).
              10 DT-DEST       PIC X(20).
              10 DT-RETAIN     PIC 999.
       77 DIST-COUNT         PIC 9(3) VALUE 0.

       01 REPORT-TABLE.
           05 REPORT-ENTRY OCCURS 60 TIMES.
              10 RT-NAME       PIC X(8).
              10 RT-EXPECTED   PIC X.
              10 RT-MIN-LINES  PIC 999.
              10 RT-DESC       PIC X(30).
              10 RT-LINES      PIC 9(6).
              10 RT-PAGES      PIC 9(4).
              10 RT-STATUS     PIC X(8).
       77 REPORT-COUNT       PIC 99 VALUE 0.

      *-----------------------------------------------------------*
      * RPTDLVR lines still unacknowledged, plus tonight's own so *
      * a rerun of the manifest does not log a copy twice.        *
      *-----------------------------------------------------------*
       01 DELIVERY-TABLE.
           05 DELIVERY-ENTRY OCCURS 3000 TIMES.
              10 DV-DATE       PIC 9(8).
              10 DV-REPORT     PIC X(8).
              10 DV-RECIPIENT  PIC X(8).
              10 DV-DEST       PIC X(20).
              10 DV-ACKED      PIC X.
       77 DELIVERY-COUNT     PIC 9(4) VALUE 0.

       01 ACK-TABLE.
           05 ACK-ENTRY OCCURS 5000 TIMES.
              10 AK-DLV-DATE   PIC 9(8).
              10 AK-REPORT     PIC X(8).
              10 AK-RECIPIENT  PIC X(8).
       77 ACK-COUNT          PIC 9(4) VALUE 0.
       77 LOG-TABLE-FULL     PIC X VALUE "N".

       01 REPORT-LINE.
           05 RL-NAME          PIC X(8).
           05 FILLER           PIC X VALUE SPACE.
           05 RL-STATUS        PIC X(8).
           05 FILLER           PIC X(7) VALUE " LINES ".
           05 RL-LINES         PIC Z(5)9.
           05 FILLER           PIC X(7) VALUE " PAGES ".
           05 RL-PAGES         PIC Z(3)9.
           05 FILLER           PIC X VALUE SPACE.
           05 RL-FLAG          PIC X(3).
           05 FILLER           PIC X VALUE SPACE.
           05 RL-DESC          PIC X(30).

       01 RECIPIENT-LINE.
           05 FILLER           PIC X(12) VALUE "         TO ".
           05 CL-RECIPIENT     PIC X(8).
           05 FILLER           PIC X VALUE SPACE.
           05 CL-DEST          PIC X(20).
           05 FILLER           PIC X(6) VALUE " KEEP ".
           05 CL-RETAIN        PIC ZZ9.
           05 FILLER           PIC X(10) VALUE " DAYS TO  ".
           05 CL-PURGE-DATE    PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 CL-DELIVERY      PIC X(12).

       01 OUTSTANDING-LINE.
           05 OL-DATE          PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 OL-REPORT        PIC X(8).
           05 FILLER           PIC X(4) VALUE " TO ".
           05 OL-RECIPIENT     PIC X(8).
           05 FILLER           PIC X VALUE SPACE.
           05 OL-DEST          PIC X(20).
           05 FILLER           PIC X(6) VALUE " AGE  ".
           05 OL-AGE           PIC ZZZ9.
           05 FILLER           PIC X(5) VALUE " DAYS".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT TODAY-STAMP FROM DATE YYYYMMDD
           MOVE TODAY-STAMP TO RUN-DATE
           PERFORM LOAD-RUN-DATE
           PERFORM LOAD-DISTRIBUTION
           IF DIST-COUNT = 0
               DISPLAY "RPTMANF: no RPTDIST distribution table -- "
                   "no manifest"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-ACKNOWLEDGMENTS
           PERFORM LOAD-DELIVERIES

           OPEN OUTPUT MANIFEST-FILE
           MOVE SPACES TO MANIFEST-RECORD
           STRING RUN-DATE " NIGHTLY REPORT MANIFEST"
               DELIMITED BY SIZE INTO MANIFEST-RECORD
           WRITE MANIFEST-RECORD
           MOVE SPACES TO MANIFEST-RECORD
           WRITE MANIFEST-RECORD

           OPEN EXTEND DELIVERY-FILE
           IF DLVR-FILE-STATUS NOT = "00"
               OPEN OUTPUT DELIVERY-FILE
           END-IF
           PERFORM VARYING R-IDX FROM 1 BY 1
                   UNTIL R-IDX > REPORT-COUNT
               PERFORM COUNT-REPORT
               PERFORM PRINT-REPORT
           END-PERFORM
           CLOSE DELIVERY-FILE

           PERFORM PRINT-OUTSTANDING

           MOVE SPACES TO MANIFEST-RECORD
           WRITE MANIFEST-RECORD
           MOVE SPACES TO MANIFEST-RECORD
           STRING "PRODUCED " PRODUCED-COUNT
               "  EXPECTED BUT MISSING " MISSING-COUNT
               "  EMPTY " EMPTY-COUNT
               "  COPIES LOGGED " SENT-COUNT
               "  UNACKNOWLEDGED " OUTSTANDING-COUNT
               DELIMITED BY SIZE INTO MANIFEST-RECORD
           WRITE MANIFEST-RECORD
           IF LOG-TABLE-FULL = "Y"
               MOVE SPACES TO MANIFEST-RECORD
               STRING "RPTDLVR/RPTACKS TOO LARGE FOR THE DELIVERY "
                   "TABLES -- UNACKNOWLEDGED LIST INCOMPLETE"
                   DELIMITED BY SIZE INTO MANIFEST-RECORD
               WRITE MANIFEST-RECORD
           END-IF
           CLOSE MANIFEST-FILE

           DISPLAY "Report manifest: " PRODUCED-COUNT " produced, "
               MISSING-COUNT " expected missing, " EMPTY-COUNT
               " empty, " OUTSTANDING-COUNT
               " earlier copies unacknowledged -- see RPTMANI"
           EVALUATE TRUE
               WHEN LOG-TABLE-FULL = "Y"
                   DISPLAY "RPTDLVR/RPTACKS outgrew the delivery "
                       "tables -- unacknowledged list incomplete"
                   MOVE 8 TO RETURN-CODE
               WHEN MISSING-COUNT > 0 OR EMPTY-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           GOBACK.

      *-----------------------------------------------------------*
      * A rerun forced to an earlier date on NBRUNDT manifests    *
      * as of that date; the chain clears NBRUNDT after this step.*
      *-----------------------------------------------------------*
       LOAD-RUN-DATE.
           OPEN INPUT RUN-DATE-FILE
           IF RUNDT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ RUN-DATE-FILE
               AT END
                   CONTINUE
           END-READ
           IF RUNDT-FILE-STATUS = "00"
                   AND RUN-DATE-RECORD(1:8) IS NUMERIC
               MOVE RUN-DATE-RECORD(1:8) TO TEST-DATE
               IF FUNCTION TEST-DATE-YYYYMMDD(TEST-DATE) = 0
                   MOVE TEST-DATE TO RUN-DATE
               END-IF
           END-IF
           CLOSE RUN-DATE-FILE
           .

       LOAD-DISTRIBUTION.
           OPEN INPUT DIST-TABLE-FILE
           IF DIST-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ DIST-TABLE-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF DR-REPORT NOT = SPACES
                       AND DR-REPORT(1:1) NOT = "*"
                       AND DIST-COUNT < 200
                   PERFORM ADD-DIST-ENTRY
               END-IF
           END-PERFORM
           CLOSE DIST-TABLE-FILE
           .

       ADD-DIST-ENTRY.
           MOVE 0 TO FOUND-IDX
           PERFORM VARYING R-IDX FROM 1 BY 1
                   UNTIL R-IDX > REPORT-COUNT
               IF RT-NAME(R-IDX) = DR-REPORT
                   MOVE R-IDX TO FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF FOUND-IDX = 0
               IF REPORT-COUNT >= 60
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO REPORT-COUNT
               MOVE REPORT-COUNT TO FOUND-IDX
               MOVE DR-REPORT TO RT-NAME(FOUND-IDX)
               MOVE DR-EXPECTED TO RT-EXPECTED(FOUND-IDX)
               MOVE DR-DESC TO RT-DESC(FOUND-IDX)
               MOVE 1 TO RT-MIN-LINES(FOUND-IDX)
               IF DR-MIN-LINES NOT = SPACES
                   IF FUNCTION TEST-NUMVAL(DR-MIN-LINES) = 0
                       COMPUTE RT-MIN-LINES(FOUND-IDX) =
                           FUNCTION NUMVAL(DR-MIN-LINES)
                   END-IF
               END-IF
           END-IF
           IF DR-RECIPIENT = SPACES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO DIST-COUNT
           MOVE FOUND-IDX TO DT-REPORT-IDX(DIST-COUNT)
           MOVE DR-RECIPIENT TO DT-RECIPIENT(DIST-COUNT)
           MOVE DR-DEST TO DT-DEST(DIST-COUNT)
           MOVE 0 TO DT-RETAIN(DIST-COUNT)
           IF DR-RETAIN NOT = SPACES
               IF FUNCTION TEST-NUMVAL(DR-RETAIN) = 0
                   COMPUTE DT-RETAIN(DIST-COUNT) =
                       FUNCTION NUMVAL(DR-RETAIN)
               END-IF
           END-IF
           .

       LOAD-ACKNOWLEDGMENTS.
           OPEN INPUT RECEIPT-ACK-FILE
           IF ACK-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ RECEIPT-ACK-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF ACK-COUNT < 5000
                   ADD 1 TO ACK-COUNT
                   MOVE RA-DLV-DATE TO AK-DLV-DATE(ACK-COUNT)
                   MOVE RA-REPORT TO AK-REPORT(ACK-COUNT)
                   MOVE RA-RECIPIENT TO AK-RECIPIENT(ACK-COUNT)
               ELSE
                   MOVE "Y" TO LOG-TABLE-FULL
               END-IF
           END-PERFORM
           CLOSE RECEIPT-ACK-FILE
           .

      *-----------------------------------------------------------*
      * Acknowledged copies from earlier nights are done with and *
      * are not kept; tonight's are, acknowledged or not.         *
      *-----------------------------------------------------------*
       LOAD-DELIVERIES.
           OPEN INPUT DELIVERY-FILE
           IF DLVR-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ DELIVERY-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               PERFORM CHECK-DELIVERY-ACKED
               IF (FOUND-IDX = 0 OR DL-DATE = RUN-DATE)
                       AND DELIVERY-COUNT >= 3000
                   MOVE "Y" TO LOG-TABLE-FULL
               END-IF
               IF (FOUND-IDX = 0 OR DL-DATE = RUN-DATE)
                       AND DELIVERY-COUNT < 3000
                   ADD 1 TO DELIVERY-COUNT
                   MOVE DL-DATE TO DV-DATE(DELIVERY-COUNT)
                   MOVE DL-REPORT TO DV-REPORT(DELIVERY-COUNT)
                   MOVE DL-RECIPIENT TO DV-RECIPIENT(DELIVERY-COUNT)
                   MOVE DL-DEST TO DV-DEST(DELIVERY-COUNT)
                   IF FOUND-IDX = 0
                       MOVE "N" TO DV-ACKED(DELIVERY-COUNT)
                   ELSE
                       MOVE "Y" TO DV-ACKED(DELIVERY-COUNT)
                   END-IF
               END-IF
           END-PERFORM
           CLOSE DELIVERY-FILE
           .

       CHECK-DELIVERY-ACKED.
           MOVE 0 TO FOUND-IDX
           PERFORM VARYING K-IDX FROM 1 BY 1
                   UNTIL K-IDX > ACK-COUNT
               IF AK-DLV-DATE(K-IDX) = DL-DATE
                       AND AK-REPORT(K-IDX) = DL-REPORT
                       AND AK-RECIPIENT(K-IDX) = DL-RECIPIENT
                   MOVE K-IDX TO FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

      *-----------------------------------------------------------*
      * Lines and pages of one report. A report not on hand is    *
      * MISSING when expected every night, NOT RUN otherwise; one *
      * under its minimum line count is EMPTY.                    *
      *-----------------------------------------------------------*
       COUNT-REPORT.
           MOVE 0 TO REPORT-LINES
           MOVE "Y" TO REPORT-TRACKED
           PERFORM OPEN-REPORT
           IF REPORT-TRACKED = "N"
               MOVE "UNKNOWN" TO RT-STATUS(R-IDX)
           ELSE
               IF RPT-FILE-STATUS NOT = "00"
                   IF RT-EXPECTED(R-IDX) = "Y"
                       MOVE "MISSING" TO RT-STATUS(R-IDX)
                       ADD 1 TO MISSING-COUNT
                   ELSE
                       MOVE "NOT RUN" TO RT-STATUS(R-IDX)
                   END-IF
               ELSE
                   MOVE "N" TO REPORT-EOF
                   PERFORM UNTIL 1 = 2
                       PERFORM READ-REPORT
                       IF REPORT-EOF = "Y"
                           EXIT PERFORM
                       END-IF
                       ADD 1 TO REPORT-LINES
                   END-PERFORM
                   PERFORM CLOSE-REPORT
                   IF REPORT-LINES < RT-MIN-LINES(R-IDX)
                       MOVE "EMPTY" TO RT-STATUS(R-IDX)
                       IF RT-EXPECTED(R-IDX) = "Y"
                           ADD 1 TO EMPTY-COUNT
                       END-IF
                   ELSE
                       MOVE "PRODUCED" TO RT-STATUS(R-IDX)
                       ADD 1 TO PRODUCED-COUNT
                   END-IF
               END-IF
           END-IF
           MOVE REPORT-LINES TO RT-LINES(R-IDX)
           COMPUTE RT-PAGES(R-IDX) =
               (REPORT-LINES + PAGE-DEPTH - 1) / PAGE-DEPTH
           .

       OPEN-REPORT.
           EVALUATE RT-NAME(R-IDX)
               WHEN "LEDGRRPT"
                   OPEN INPUT LEDGER-TB-RPT-FILE
               WHEN "HFSHIFTR"
                   OPEN INPUT SHIFT-RPT-FILE
               WHEN "ECOCMPRT"
                   OPEN INPUT ECO-COMPL-RPT-FILE
               WHEN "ARAGING"
                   OPEN INPUT AR-AGING-RPT-FILE
               WHEN "DAYRPT"
                   OPEN INPUT DAY-RPT-FILE
               WHEN "ALINARPC"
                   OPEN INPUT REPORT-CARD-RPT-FILE
               WHEN "STATERPT"
                   OPEN INPUT STATE-RECON-RPT-FILE
               WHEN "APAGING"
                   OPEN INPUT AP-AGING-RPT-FILE
               WHEN "ARSTMTS"
                   OPEN INPUT AR-STMT-RPT-FILE
               WHEN "BANKRECR"
                   OPEN INPUT BANK-RECON-RPT-FILE
               WHEN "HFACCRPT"
                   OPEN INPUT ACCESS-REVIEW-RPT-FILE
               WHEN "HFDUPRPT"
                   OPEN INPUT DUP-PATIENT-RPT-FILE
               WHEN "HFREADMR"
                   OPEN INPUT READMIT-RPT-FILE
               WHEN "HFRESPRT"
                   OPEN INPUT RESP-FCST-RPT-FILE
               WHEN "RETRPT"
                   OPEN INPUT RETENTION-RPT-FILE
               WHEN "VALRPT"
                   OPEN INPUT PREFLIGHT-RPT-FILE
               WHEN "ECOALRPT"
                   OPEN INPUT ALLOWANCE-RPT-FILE
               WHEN "UFTAXRPT"
                   OPEN INPUT TAX-ROLL-RPT-FILE
               WHEN "UFUTLRPT"
                   OPEN INPUT UTILITY-BILL-RPT-FILE
               WHEN "UFSVCRPT"
                   OPEN INPUT SVC-REQ-RPT-FILE
               WHEN "NBHISTR"
                   OPEN INPUT CHAIN-HIST-RPT-FILE
               WHEN OTHER
                   MOVE "N" TO REPORT-TRACKED
           END-EVALUATE
           .

       READ-REPORT.
           EVALUATE RT-NAME(R-IDX)
               WHEN "LEDGRRPT"
                   READ LEDGER-TB-RPT-FILE
                       AT END
                           MOVE "Y" TO REPORT-EOF
                   END-READ
               WHEN "HFSHIFTR"
                   READ SHIFT-RPT-FILE
                       AT END
                           MOVE "Y" TO REPORT-EOF
                   END-READ
               WHEN "ECOCMPRT"
                   READ ECO-COMPL-RPT-FILE
                       AT END
                           MOVE "Y" TO REPORT-EOF
                   END-READ
               WHEN "ARAGING"
                   READ AR-AGING-RPT-FILE
                       AT END
                           MOVE "Y" TO REPORT-EOF
                   END-READ
               WHEN "DAYRPT"
                   READ DAY-RPT-FILE
                       AT END
                           MOVE "Y" TO REPORT-EOF
                   END-READ
               WHEN "ALINARPC"
                   READ REPORT-CARD-RPT-FILE
                       AT END
                           MOVE "Y" TO REPORT-EOF
                   END-READ
               WHEN "STATERPT"
                   READ STATE-RECON-RPT-FILE
                       AT END
                           MOVE "Y" TO REPORT-EOF
                   END-READ
               WHEN "APAGING"
                   READ AP-AGING-RPT-FILE
                       AT END
                           MOVE "Y" TO REPORT-EOF
                   END-READ
               WHEN "ARSTMTS"
                   READ AR-STMT-RPT-FILE
                       AT END
                           MOVE "Y" TO REPORT-EOF
                   END-READ
               WHEN "BANKRECR"
                   READ BANK-RECON-RPT-FILE
                       AT END
                           MOVE "Y" TO REPORT-EOF
                   END-READ
               WHEN "HFACCRPT"
                   READ ACCESS-REVIEW-RPT-FILE
                       AT END
                           MOVE "Y" TO REPORT-EOF
                   END-READ
               WHEN "HFDUPRPT"
                   READ DUP-PATIENT-RPT-FILE
                       AT END
                           MOVE "Y" TO REPORT-EOF
                   END-READ
               WHEN "HFREADMR"
                   READ READMIT-RPT-FILE
                       AT END
                           MOVE "Y" TO REPORT-EOF
                   END-READ
               WHEN "HFRESPRT"
                   READ RESP-FCST-RPT-FILE
                       AT END
                           MOVE "Y" TO REPORT-EOF
                   END-READ
               WHEN "RETRPT"
                   READ RETENTION-RPT-FILE
                       AT END
                           MOVE "Y" TO REPORT-EOF
                   END-READ
               WHEN "VALRPT"
                   READ PREFLIGHT-RPT-FILE
                       AT END
                           MOVE "Y" TO REPORT-EOF
                   END-READ
               WHEN "ECOALRPT"
                   READ ALLOWANCE-RPT-FILE
                       AT END
                           MOVE "Y" TO REPORT-EOF
                   END-READ
               WHEN "UFTAXRPT"
                   READ TAX-ROLL-RPT-FILE
                       AT END
                           MOVE "Y" TO REPORT-EOF
                   END-READ
               WHEN "UFUTLRPT"
                   READ UTILITY-BILL-RPT-FILE
                       AT END
                           MOVE "Y" TO REPORT-EOF
                   END-READ
               WHEN "UFSVCRPT"
                   READ SVC-REQ-RPT-FILE
                       AT END
                           MOVE "Y" TO REPORT-EOF
                   END-READ
               WHEN "NBHISTR"
                   READ CHAIN-HIST-RPT-FILE
                       AT END
                           MOVE "Y" TO REPORT-EOF
                   END-READ
               WHEN OTHER
                   MOVE "Y" TO REPORT-EOF
           END-EVALUATE
           .

       CLOSE-REPORT.
           EVALUATE RT-NAME(R-IDX)
               WHEN "LEDGRRPT"
                   CLOSE LEDGER-TB-RPT-FILE
               WHEN "HFSHIFTR"
                   CLOSE SHIFT-RPT-FILE
               WHEN "ECOCMPRT"
                   CLOSE ECO-COMPL-RPT-FILE
               WHEN "ARAGING"
                   CLOSE AR-AGING-RPT-FILE
               WHEN "DAYRPT"
                   CLOSE DAY-RPT-FILE
               WHEN "ALINARPC"
                   CLOSE REPORT-CARD-RPT-FILE
               WHEN "STATERPT"
                   CLOSE STATE-RECON-RPT-FILE
               WHEN "APAGING"
                   CLOSE AP-AGING-RPT-FILE
               WHEN "ARSTMTS"
                   CLOSE AR-STMT-RPT-FILE
               WHEN "BANKRECR"
                   CLOSE BANK-RECON-RPT-FILE
               WHEN "HFACCRPT"
                   CLOSE ACCESS-REVIEW-RPT-FILE
               WHEN "HFDUPRPT"
                   CLOSE DUP-PATIENT-RPT-FILE
               WHEN "HFREADMR"
                   CLOSE READMIT-RPT-FILE
               WHEN "HFRESPRT"
                   CLOSE RESP-FCST-RPT-FILE
               WHEN "RETRPT"
                   CLOSE RETENTION-RPT-FILE
               WHEN "VALRPT"
                   CLOSE PREFLIGHT-RPT-FILE
               WHEN "ECOALRPT"
                   CLOSE ALLOWANCE-RPT-FILE
               WHEN "UFTAXRPT"
                   CLOSE TAX-ROLL-RPT-FILE
               WHEN "UFUTLRPT"
                   CLOSE UTILITY-BILL-RPT-FILE
               WHEN "UFSVCRPT"
                   CLOSE SVC-REQ-RPT-FILE
               WHEN "NBHISTR"
                   CLOSE CHAIN-HIST-RPT-FILE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

      *-----------------------------------------------------------*
      * The report's manifest line, then one line per recipient.  *
      * A produced or empty report is a copy handed out: logged   *
      * on RPTDLVR (once a night) to await the acknowledgment.    *
      *-----------------------------------------------------------*
       PRINT-REPORT.
           MOVE SPACES TO RL-FLAG
           IF RT-EXPECTED(R-IDX) = "Y"
               IF RT-STATUS(R-IDX) = "MISSING"
                       OR RT-STATUS(R-IDX) = "EMPTY"
                   MOVE "***" TO RL-FLAG
                   PERFORM RAISE-REPORT-ALERT
               END-IF
           END-IF
           MOVE RT-NAME(R-IDX) TO RL-NAME
           MOVE RT-STATUS(R-IDX) TO RL-STATUS
           MOVE RT-LINES(R-IDX) TO RL-LINES
           MOVE RT-PAGES(R-IDX) TO RL-PAGES
           MOVE RT-DESC(R-IDX) TO RL-DESC
           MOVE REPORT-LINE TO MANIFEST-RECORD
           WRITE MANIFEST-RECORD
           PERFORM VARYING D-IDX FROM 1 BY 1
                   UNTIL D-IDX > DIST-COUNT
               IF DT-REPORT-IDX(D-IDX) = R-IDX
                   PERFORM PRINT-RECIPIENT
               END-IF
           END-PERFORM
           .

       PRINT-RECIPIENT.
           MOVE DT-RECIPIENT(D-IDX) TO CL-RECIPIENT
           MOVE DT-DEST(D-IDX) TO CL-DEST
           MOVE DT-RETAIN(D-IDX) TO CL-RETAIN
           COMPUTE CL-PURGE-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(RUN-DATE) + DT-RETAIN(D-IDX))
           IF RT-STATUS(R-IDX) NOT = "PRODUCED"
                   AND RT-STATUS(R-IDX) NOT = "EMPTY"
               MOVE "NOT SENT" TO CL-DELIVERY
               MOVE 0 TO CL-PURGE-DATE
           ELSE
               PERFORM FIND-TONIGHTS-DELIVERY
               IF FOUND-IDX = 0
                   PERFORM LOG-DELIVERY
                   MOVE "AWAITING ACK" TO CL-DELIVERY
               ELSE
                   IF DV-ACKED(FOUND-IDX) = "Y"
                       MOVE "ACKNOWLEDGED" TO CL-DELIVERY
                   ELSE
                       MOVE "AWAITING ACK" TO CL-DELIVERY
                   END-IF
               END-IF
           END-IF
           MOVE RECIPIENT-LINE TO MANIFEST-RECORD
           WRITE MANIFEST-RECORD
           .

       FIND-TONIGHTS-DELIVERY.
           MOVE 0 TO FOUND-IDX
           PERFORM VARYING V-IDX FROM 1 BY 1
                   UNTIL V-IDX > DELIVERY-COUNT
               IF DV-DATE(V-IDX) = RUN-DATE
                       AND DV-REPORT(V-IDX) = RT-NAME(R-IDX)
                       AND DV-RECIPIENT(V-IDX) = DT-RECIPIENT(D-IDX)
                   MOVE V-IDX TO FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

       LOG-DELIVERY.
           MOVE SPACES TO DELIVERY-RECORD
           MOVE RUN-DATE TO DL-DATE
           MOVE RT-NAME(R-IDX) TO DL-REPORT
           MOVE DT-RECIPIENT(D-IDX) TO DL-RECIPIENT
           MOVE DT-DEST(D-IDX) TO DL-DEST
           MOVE RT-LINES(R-IDX) TO DL-LINES
           MOVE RT-PAGES(R-IDX) TO DL-PAGES
           MOVE RT-STATUS(R-IDX) TO DL-STATUS
           MOVE CL-PURGE-DATE TO DL-PURGE-DATE
           WRITE DELIVERY-RECORD
           ADD 1 TO SENT-COUNT
           .

      *-----------------------------------------------------------*
      * Copies handed out on an earlier night that no recipient   *
      * has acknowledged yet -- what the morning has to chase.    *
      *-----------------------------------------------------------*
       PRINT-OUTSTANDING.
           MOVE SPACES TO MANIFEST-RECORD
           WRITE MANIFEST-RECORD
           MOVE "UNACKNOWLEDGED FROM EARLIER NIGHTS"
               TO MANIFEST-RECORD
           WRITE MANIFEST-RECORD
           PERFORM VARYING V-IDX FROM 1 BY 1
                   UNTIL V-IDX > DELIVERY-COUNT
               IF DV-DATE(V-IDX) < RUN-DATE
                       AND DV-ACKED(V-IDX) = "N"
                   ADD 1 TO OUTSTANDING-COUNT
                   MOVE DV-DATE(V-IDX) TO OL-DATE
                   MOVE DV-REPORT(V-IDX) TO OL-REPORT
                   MOVE DV-RECIPIENT(V-IDX) TO OL-RECIPIENT
                   MOVE DV-DEST(V-IDX) TO OL-DEST
                   COMPUTE AGE-DAYS =
                       FUNCTION INTEGER-OF-DATE(RUN-DATE)
                       - FUNCTION INTEGER-OF-DATE(DV-DATE(V-IDX))
                   MOVE AGE-DAYS TO OL-AGE
                   MOVE OUTSTANDING-LINE TO MANIFEST-RECORD
                   WRITE MANIFEST-RECORD
               END-IF
           END-PERFORM
           IF OUTSTANDING-COUNT = 0
               MOVE "  NONE" TO MANIFEST-RECORD
               WRITE MANIFEST-RECORD
           END-IF
           .

       RAISE-REPORT-ALERT.
           MOVE SPACES TO ALERT-TEXT
           IF RT-STATUS(R-IDX) = "MISSING"
               STRING "REPORT " DELIMITED BY SIZE
                   RT-NAME(R-IDX) DELIMITED BY SPACE
                   " EXPECTED BUT NOT PRODUCED" DELIMITED BY SIZE
                   INTO ALERT-TEXT
           ELSE
               STRING "REPORT " DELIMITED BY SIZE
                   RT-NAME(R-IDX) DELIMITED BY SPACE
                   " CAME OUT EMPTY" DELIMITED BY SIZE
                   INTO ALERT-TEXT
           END-IF
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
           MOVE SPACES TO OPERATOR-ALERT-RECORD
           MOVE "RPTMANF" TO OA-SOURCE
           MOVE RUN-DATE TO OA-DATE
           MOVE 0 TO OA-STEP
           MOVE "WARNING" TO OA-SEVERITY
           MOVE ALERT-TEXT TO OA-TEXT
           WRITE OPERATOR-ALERT-RECORD
           CLOSE OPERATOR-ALERT-FILE
           MOVE "R" TO LOCK-ACTION
           CALL "FILELOCK" USING LOCK-RESOURCE LOCK-ACTION
               LOCK-HOLDER LOCK-RESULT
           .

       END PROGRAM RPTMANF.
