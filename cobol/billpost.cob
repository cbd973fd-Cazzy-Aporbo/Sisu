           against the details, prices each bed-day at the
           BILLRATE daily rate, and drops a balanced journal batch
           (one receivable debit per patient, one revenue credit
           per patient unit, HDR/DTL/TRL with count and hash
           total)
           on the GLQBILL interface queue for GLSWEEP to merge
           into GLPOST -- the control-total handshake that proves
           the census and the ledger agree. Every line carries
           the hospital's HOSP company code in columns 77-80.
           Each receivable line's source reference (columns
           57-76) is the patient's MRN and stay date, which
           LEDGER carries onto the posted line for drill-back.
           Each revenue credit carries, in columns 81-84, the cost
           center LEDGRCCM maps the discharging unit to (0000
           when the unit is unmapped), and once the batch is
           queued each unit's bed-days are appended to the
           LEDGRSTS statistics file as that month's BEDD
           (patient-day) count, the basis LEDGER's overhead
           allocation spreads administration and facilities by.
           Medication lines (charge code 4300, the doses given
           that day) are priced at the HFPHARM unit cost the feed
           carries, credit their own revenue account per cost
           center, and are kept out of the patient-day count; the
           trailer's medication line and dose totals are checked
           with the rest.

      *-----------------------------------------------------------*
      * Mod history:
      *               patient's medical record number; the MRN is
      *               quoted on the receivable line text so the
      *               subledger match stops relying on the name.
      *   2026-10-15  CAZZY - stamp the HOSP company code on every
      *               DTL line so the hospital's books post apart
      *               from the other entities.
      *   2026-10-15  CAZZY - the MRN and stay date move from the
      *               receivable line text to the DTL source
      *               reference (columns 57-76), so the posted
      *               LEDGERTX line itself names the stay it
      *               billed.
      *   2026-10-15  CAZZY - the revenue credit is split by
      *               patient unit, each line carrying the unit's
      *               LEDGRCCM cost center in columns 81-84, and
      *               each unit's bed-days are appended to
      *               LEDGRSTS as the month's patient-day
      *               statistic for the overhead allocation.
      *   2026-10-15  CAZZY - medication lines (charge code 4300)
      *               priced at the HFPHARM unit cost the feed
      *               carries and credited to their own revenue
      *               account; the revenue split is by account and
      *               cost center, the trailer's medication line
      *               and dose totals are checked, and medication
      *               doses stay out of the BEDD statistics.
      *   2026-10-15  CAZZY - what was found on HFBILLING
      *               (accepted or rejected) and the GLQBILL
      *               trailer written are logged to CTLTOT for the
      *               CTLBAL hop-to-hop balancing.
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
           SELECT GL-POSTING-FILE ASSIGN TO "GLQBILL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS POST-FILE-STATUS.
           SELECT COST-CTR-FILE ASSIGN TO "LEDGRCCM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CCM-FILE-STATUS.
           SELECT STATISTICS-FILE ASSIGN TO "LEDGRSTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 BF-BED-DAYS      PIC X(3).
           05 BF-CHARGE-CODE   PIC X(4).
           05 BF-MRN           PIC X(6).
           05 BF-UNIT          PIC X(4).
           05 BF-UNIT-COST     PIC 9(5)V99.
           05 FILLER           PIC X(25).

       FD  BILL-RATE-FILE.
       01  BILL-RATE-RECORD    PIC X(20).

       FD  GL-POSTING-FILE.
       01  GL-POSTING-RECORD   PIC X(84).

       FD  COST-CTR-FILE.
       01  COST-CTR-RECORD.
           05 CC-CODE          PIC X(4).
           05 CC-DESC          PIC X(20).
           05 CC-ACTIVE        PIC X.
           05 CC-UNIT          PIC X(4).

       FD  STATISTICS-FILE.
       01  STATISTICS-RECORD.
           05 ST-PERIOD        PIC 9(6).
           05 ST-BASIS         PIC X(4).
           05 ST-COST-CTR      PIC X(4).
           05 ST-COMPANY       PIC X(4).
           05 ST-QTY           PIC 9(7).
           05 ST-SOURCE        PIC X(10).

       WORKING-STORAGE SECTION.
       77 BILLING-FILE-STATUS PIC X(2).
       77 CHARGE-TOTAL        PIC 9(7)V99 VALUE 0.
       77 POST-COUNT          PIC 9(4) VALUE 0.
       77 REVENUE-ACCT        PIC X(4) VALUE "4200".
      *    Entity whose books the bed-day batch posts to.
       77 COMPANY-CODE        PIC X(4) VALUE "HOSP".
       77 LINE-BED-DAYS       PIC 9(3).
       77 CCM-FILE-STATUS     PIC X(2).
       77 STS-FILE-STATUS     PIC X(2).
       77 DEFAULT-COST-CTR    PIC X(4) VALUE "0000".
       77 LINE-COST-CTR       PIC X(4).
       77 PATIENT-DAY-BASIS   PIC X(4) VALUE "BEDD".
       77 MED-CHARGE-CODE     PIC X(4) VALUE "4300".
       77 FEED-MED-LINES      PIC 9(4) VALUE 0.
       77 FEED-DOSES          PIC 9(5) VALUE 0.
       77 TRL-MED-LINES       PIC 9(4) VALUE 0.
       77 TRL-DOSES           PIC 9(5) VALUE 0.
       77 UM-IDX              PIC 99.
       77 RV-IDX              PIC 99.
       77 FEED-BATCH          PIC 9(8) VALUE 0.
       01 CONTROL-TOTAL-ENTRY.
           COPY CTLTOT.

      *-----------------------------------------------------------*
      * Patient unit to cost center, from the LEDGRCCM entries    *
      * that name a unit; revenue and bed-days per revenue        *
      * account and center for the split revenue credit and the   *
      * LEDGRSTS statistics.                                      *
      *-----------------------------------------------------------*
       01 UNIT-MAP.
           05 UM-ENTRY OCCURS 20 TIMES.
              10 UM-UNIT       PIC X(4).
              10 UM-COST-CTR   PIC X(4).
       01 UM-COUNT            PIC 99 VALUE 0.
       01 UNIT-REVENUE.
           05 RV-ENTRY OCCURS 20 TIMES.
              10 RV-ACCT       PIC X(4).
              10 RV-COST-CTR   PIC X(4).
              10 RV-AMT        PIC 9(7)V99.
              10 RV-BED-DAYS   PIC 9(5).
       01 RV-COUNT            PIC 99 VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT TODAY-STAMP FROM DATE YYYYMMDD
           PERFORM LOAD-BILL-RATE
           PERFORM LOAD-UNIT-MAP
           OPEN INPUT BILLING-FEED-FILE
           IF BILLING-FILE-STATUS NOT = "00"
               DISPLAY "No billing feed (HFBILLING) on hand"
               END-READ
               EVALUATE BF-RECORD-TYPE
                   WHEN "HDR"
                       IF BF-PATIENT(1:8) IS NUMERIC
                           MOVE BF-PATIENT(1:8) TO FEED-BATCH
                       END-IF
                   WHEN "DTL"
                       PERFORM POST-ONE-BED-DAY-LINE
                   WHEN "TRL"
                           NUMVAL(BF-PATIENT(1:4))
                       COMPUTE TRL-BED-DAYS = FUNCTION
                           NUMVAL(BF-PATIENT(5:5))
      *                Feeds written before medication charges
      *                end the trailer at the bed-days.
                       IF BF-PATIENT(10:9) IS NUMERIC
                           COMPUTE TRL-MED-LINES = FUNCTION
                               NUMVAL(BF-PATIENT(10:4))
                           COMPUTE TRL-DOSES = FUNCTION
                               NUMVAL(BF-PATIENT(14:5))
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           IF TRL-SEEN = "N"
               OR TRL-DTL-COUNT NOT = FEED-DTL-COUNT
               OR TRL-BED-DAYS NOT = FEED-BED-DAYS
               OR TRL-MED-LINES NOT = FEED-MED-LINES
               OR TRL-DOSES NOT = FEED-DOSES
               DISPLAY "HFBILLING REJECTED: control mismatch "
                   "(count " FEED-DTL-COUNT "/" TRL-DTL-COUNT
                   " bed-days " FEED-BED-DAYS "/" TRL-BED-DAYS
                   " medication " FEED-MED-LINES "/" TRL-MED-LINES
                   " doses " FEED-DOSES "/" TRL-DOSES
                   ")"
               CLOSE GL-POSTING-FILE
               MOVE "J" TO CTL-ROLE
               PERFORM LOG-FEED-RECEIPT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM VARYING RV-IDX FROM 1 BY 1
                   UNTIL RV-IDX > RV-COUNT
               COMPUTE CHARGE-EDIT = 0 - RV-AMT(RV-IDX)
               MOVE SPACES TO GL-POSTING-RECORD
               IF RV-ACCT(RV-IDX) = MED-CHARGE-CODE
                   STRING "DTL" RV-ACCT(RV-IDX) CHARGE-EDIT
                       " PHARMACY REVENUE CTR " RV-COST-CTR(RV-IDX)
                       DELIMITED BY SIZE INTO GL-POSTING-RECORD
               ELSE
                   STRING "DTL" RV-ACCT(RV-IDX) CHARGE-EDIT
                       " BED-DAY REVENUE CTR " RV-COST-CTR(RV-IDX)
                       DELIMITED BY SIZE INTO GL-POSTING-RECORD
               END-IF
               MOVE COMPANY-CODE TO GL-POSTING-RECORD(77:4)
               MOVE RV-COST-CTR(RV-IDX) TO GL-POSTING-RECORD(81:4)
               WRITE GL-POSTING-RECORD
               ADD 1 TO POST-COUNT
           END-PERFORM
           COMPUTE CHARGE-EDIT = CHARGE-TOTAL
           MOVE SPACES TO GL-POSTING-RECORD
           STRING "TRL" POST-COUNT CHARGE-EDIT
               DELIMITED BY SIZE INTO GL-POSTING-RECORD
           WRITE GL-POSTING-RECORD
           CLOSE GL-POSTING-FILE
           MOVE "R" TO CTL-ROLE
           PERFORM LOG-FEED-RECEIPT
           MOVE SPACES TO CONTROL-TOTAL-ENTRY
           MOVE "GLQBILL" TO CTL-INTERFACE
           MOVE "P" TO CTL-ROLE
           MOVE "BILLPOST" TO CTL-PROGRAM
           MOVE TODAY-STAMP TO CTL-BATCH
           MOVE POST-COUNT TO CTL-COUNT
           MOVE CHARGE-TOTAL TO CTL-HASH
           CALL "CTLTOTW" USING CONTROL-TOTAL-ENTRY
           PERFORM WRITE-PATIENT-DAY-STATS
           DISPLAY "Bed-day charges queued on GLQBILL: "
               POST-COUNT " lines, control total " CHARGE-TOTAL
               " (" FEED-BED-DAYS " bed-days, " FEED-DOSES
               " doses)"
           STOP RUN.

      *-----------------------------------------------------------*
      * What this run found on HFBILLING, accepted (R) or         *
      * rejected (J), logged to CTLTOT against the feed's HDR     *
      * date for CTLBAL to tie to what HEALTHFLUX wrote.          *
      *-----------------------------------------------------------*
       LOG-FEED-RECEIPT.
           MOVE "HFBILLING" TO CTL-INTERFACE
           MOVE "BILLPOST" TO CTL-PROGRAM
           MOVE FEED-BATCH TO CTL-BATCH
           MOVE FEED-DTL-COUNT TO CTL-COUNT
           COMPUTE CTL-HASH = FEED-BED-DAYS + FEED-DOSES
           MOVE SPACES TO CTL-NOTE
           CALL "CTLTOTW" USING CONTROL-TOTAL-ENTRY
           .

       LOAD-BILL-RATE.
           OPEN INPUT BILL-RATE-FILE
           IF RATE-FILE-STATUS = "00"
           END-IF
           .

      *-----------------------------------------------------------*
      * Cost centers serving a patient unit carry the unit code   *
      * after the active flag on LEDGRCCM. No master on hand      *
      * books all revenue to the general center.                  *
      *-----------------------------------------------------------*
       LOAD-UNIT-MAP.
           OPEN INPUT COST-CTR-FILE
           IF CCM-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ COST-CTR-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF CC-UNIT NOT = SPACES AND CC-ACTIVE = "Y"
                       AND UM-COUNT < 20
                   ADD 1 TO UM-COUNT
                   MOVE CC-UNIT TO UM-UNIT(UM-COUNT)
                   MOVE CC-CODE TO UM-COST-CTR(UM-COUNT)
               END-IF
           END-PERFORM
           CLOSE COST-CTR-FILE
           .

      *-----------------------------------------------------------*
      * One feed detail becomes one receivable debit; the feed's  *
      * charge code names the revenue account credited in the     *
      * offsetting lines, one per account and unit cost center.   *
      * A medication line's quantity is doses at the unit cost it *
      * carries; any other line's is bed-days at the daily rate.  *
      *-----------------------------------------------------------*
       POST-ONE-BED-DAY-LINE.
           ADD 1 TO FEED-DTL-COUNT
           ELSE
               MOVE 0 TO LINE-BED-DAYS
           END-IF
           MOVE BF-CHARGE-CODE TO REVENUE-ACCT
           MOVE SPACES TO GL-POSTING-RECORD
           IF BF-CHARGE-CODE = MED-CHARGE-CODE
               ADD 1 TO FEED-MED-LINES
               ADD LINE-BED-DAYS TO FEED-DOSES
               IF BF-UNIT-COST IS NUMERIC
                   COMPUTE CHARGE-AMT = LINE-BED-DAYS * BF-UNIT-COST
               ELSE
                   MOVE 0 TO CHARGE-AMT
               END-IF
               COMPUTE CHARGE-EDIT = CHARGE-AMT
               STRING "DTL" RECEIVABLE-ACCT CHARGE-EDIT
                   " MEDS     " BF-PATIENT(1:18)
                   DELIMITED BY SIZE INTO GL-POSTING-RECORD
           ELSE
               ADD LINE-BED-DAYS TO FEED-BED-DAYS
               COMPUTE CHARGE-AMT = LINE-BED-DAYS * DAILY-RATE
               COMPUTE CHARGE-EDIT = CHARGE-AMT
               STRING "DTL" RECEIVABLE-ACCT CHARGE-EDIT
                   " BED-DAYS " BF-PATIENT(1:18)
                   DELIMITED BY SIZE INTO GL-POSTING-RECORD
           END-IF
           STRING "MRN=" BF-MRN " " BF-DATE
               DELIMITED BY SIZE INTO GL-POSTING-RECORD(57:20)
           MOVE COMPANY-CODE TO GL-POSTING-RECORD(77:4)
           WRITE GL-POSTING-RECORD
           ADD 1 TO POST-COUNT
           ADD CHARGE-AMT TO CHARGE-TOTAL
           PERFORM ADD-UNIT-REVENUE
           .

       ADD-UNIT-REVENUE.
           MOVE DEFAULT-COST-CTR TO LINE-COST-CTR
           PERFORM VARYING UM-IDX FROM 1 BY 1
                   UNTIL UM-IDX > UM-COUNT
               IF UM-UNIT(UM-IDX) = BF-UNIT
                   MOVE UM-COST-CTR(UM-IDX) TO LINE-COST-CTR
                   EXIT PERFORM
               END-IF
           END-PERFORM
           PERFORM VARYING RV-IDX FROM 1 BY 1
                   UNTIL RV-IDX > RV-COUNT
               IF RV-COST-CTR(RV-IDX) = LINE-COST-CTR
                       AND RV-ACCT(RV-IDX) = REVENUE-ACCT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF RV-IDX > RV-COUNT
               IF RV-COUNT >= 20
      *            Table full -- the general center takes the rest
      *            so the batch still balances.
                   MOVE 1 TO RV-IDX
               ELSE
                   ADD 1 TO RV-COUNT
                   MOVE REVENUE-ACCT TO RV-ACCT(RV-IDX)
                   MOVE LINE-COST-CTR TO RV-COST-CTR(RV-IDX)
                   MOVE 0 TO RV-AMT(RV-IDX)
                   MOVE 0 TO RV-BED-DAYS(RV-IDX)
               END-IF
           END-IF
           ADD CHARGE-AMT TO RV-AMT(RV-IDX)
           IF REVENUE-ACCT NOT = MED-CHARGE-CODE
               ADD LINE-BED-DAYS TO RV-BED-DAYS(RV-IDX)
           END-IF
           .

      *-----------------------------------------------------------*
      * Patient-days by cost center for the month the stays were  *
      * billed: one BEDD line per center per run, appended, so    *
      * the month-end allocation sums every run in the period.    *
      *-----------------------------------------------------------*
       WRITE-PATIENT-DAY-STATS.
           IF RV-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND STATISTICS-FILE
           IF STS-FILE-STATUS NOT = "00"
               OPEN OUTPUT STATISTICS-FILE
           END-IF
           PERFORM VARYING RV-IDX FROM 1 BY 1
                   UNTIL RV-IDX > RV-COUNT
               IF RV-ACCT(RV-IDX) NOT = MED-CHARGE-CODE
                   PERFORM WRITE-ONE-PATIENT-DAY-STAT
               END-IF
           END-PERFORM
           CLOSE STATISTICS-FILE
           .

       WRITE-ONE-PATIENT-DAY-STAT.
           MOVE SPACES TO STATISTICS-RECORD
           COMPUTE ST-PERIOD = TODAY-STAMP / 100
           MOVE PATIENT-DAY-BASIS TO ST-BASIS
           MOVE RV-COST-CTR(RV-IDX) TO ST-COST-CTR
           MOVE COMPANY-CODE TO ST-COMPANY
           MOVE RV-BED-DAYS(RV-IDX) TO ST-QTY
           MOVE "BILLPOST" TO ST-SOURCE
           WRITE STATISTICS-RECORD
           .
