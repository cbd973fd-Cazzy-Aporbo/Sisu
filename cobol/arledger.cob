           Open items persist in AROPEN between runs; a control
           record carries the last billing-feed date consumed so
           the same feed cannot load twice, and an applied ARCASH
           file is cleared the way LEDGER clears GLPOST. The
           amount each receipt applied is kept on ARRCPTH, where
           ARSTMT finds it for the monthly patient statements.
           A charge for an MRN with ARCOVER insurance coverage is
           split: the payer's percentage becomes a claim on the
           ARCLAIMS master, submitted on ARCLMOUT, and only the
           patient's remainder opens an item. ARREMIT remittances
           post payments, contractual adjustments and patient
           responsibility against the claims (the last opening a
           patient item), payments and adjustments go to the GL
           through the GLQAR queue, and denied claims stay on the
           ARDENIAL work list for the billing office. Items
           ARBADDBT has written off to bad debt stay on AROPEN
           (status W); a later receipt for the MRN reinstates the
           written-off amount against the allowance and applies
           to it instead of sitting unapplied.
           Medication charge lines (charge code 4300) are priced
           at the HFPHARM unit cost the feed carries per dose
           instead of the daily rate.

      *-----------------------------------------------------------*
      * Mod history:
      *               same-named patients were merging, and cash
      *               was applying to the wrong stay. A receipt
      *               without an MRN is reported, not applied.
      *   2026-10-15  CAZZY - TXN-RECORD carries the company code;
      *               layout only.
      *   2026-10-15  CAZZY - append each receipt's applied amount
      *               to the ARRCPTH receipt history; ARCASH is
      *               cleared after the run and the patient
      *               statements need the payments.
      *   2026-10-15  CAZZY - payer claims: a charge for an
      *               ARCOVER-covered MRN bills the payer's share
      *               as a claim (ARCLAIMS/ARCLMOUT) and opens
      *               only the patient's remainder; ARREMIT posts
      *               payments, contractual adjustments, patient
      *               responsibility and denials against the
      *               claims, queues the GL side on GLQAR, and
      *               lists denials on ARDENIAL.
      *   2026-10-15  CAZZY - a receipt for an MRN whose items
      *               ARBADDBT wrote off to bad debt reinstates
      *               the written-off amount (receivable against
      *               the allowance, on GLQAR) and applies to it
      *               instead of showing as unapplied; AROPEN
      *               carries the written-off amount, ARRCPTH a
      *               record type.
      *   2026-10-15  CAZZY - TXN-RECORD and ARCHIVE-RECORD carry
      *               the source system and source reference; the
      *               recoveries line text is cut to fit ahead of
      *               the DTL source columns (47-76).
      *   2026-10-15  CAZZY - medication charge lines on HFBILLING
      *               (charge code 4300) open at doses times the
      *               HFPHARM unit cost the feed carries rather
      *               than at the daily rate.
      *   2026-10-15  CAZZY - the GLQAR batch's trailer count and
      *               hash are logged to CTLTOT (CTLTOTW) so
      *               CTLBAL can tie it to what GLSWEEP received.
      *   2026-10-15  CAZZY - closed claims drop off ARCLAIMS on
      *               rewrite and the table holds 2000; a full
      *               table, or a feed whose covered charges would
      *               overflow it, is refused (RC 8) instead of
      *               billing the payer's share to the patient and
      *               losing claims on rewrite.
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
           SELECT CASH-RECEIPTS-FILE ASSIGN TO "ARCASH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CASH-FILE-STATUS.
           SELECT COVERAGE-FILE ASSIGN TO "ARCOVER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COVER-FILE-STATUS.
           SELECT CLAIM-FILE ASSIGN TO "ARCLAIMS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLAIM-FILE-STATUS.
           SELECT CLAIM-SUBMIT-FILE ASSIGN TO "ARCLMOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUBMIT-FILE-STATUS.
           SELECT REMITTANCE-FILE ASSIGN TO "ARREMIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REMIT-FILE-STATUS.
           SELECT REMIT-REJECT-FILE ASSIGN TO "ARREMREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REMREJ-FILE-STATUS.
           SELECT DENIAL-LIST-FILE ASSIGN TO "ARDENIAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DENIAL-FILE-STATUS.
           SELECT GL-POSTING-FILE ASSIGN TO "GLQAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS POST-FILE-STATUS.
           SELECT RECEIPT-HIST-FILE ASSIGN TO "ARRCPTH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RCPT-FILE-STATUS.
           SELECT AGING-RPT-FILE ASSIGN TO "ARAGING"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AGING-FILE-STATUS.
           05 BF-BED-DAYS      PIC X(3).
           05 BF-CHARGE-CODE   PIC X(4).
           05 BF-MRN           PIC X(6).
           05 BF-UNIT          PIC X(4).
           05 BF-UNIT-COST     PIC 9(5)V99.
           05 FILLER           PIC X(25).

       FD  BILL-RATE-FILE.
       01  BILL-RATE-RECORD    PIC X(20).
           05 AO-OPEN-AMT      PIC S9(7)V99.
           05 AO-STATUS        PIC X.
           05 AO-MRN           PIC 9(6).
           05 AO-WO-AMT        PIC S9(7)V99.

       FD  CASH-RECEIPTS-FILE.
       01  CASH-RECEIPT-RECORD.
           05 CR-AMT-TEXT      PIC X(10).
           05 CR-MRN           PIC X(6).

      *-----------------------------------------------------------*
      * Insurance coverage per MRN: the payer, the member's       *
      * policy, and the percentage of each bed-day charge the     *
      * payer is billed for (A active / I inactive). The rest is  *
      * the patient's.                                            *
      *-----------------------------------------------------------*
       FD  COVERAGE-FILE.
       01  COVERAGE-RECORD.
           05 CV-MRN           PIC X(6).
           05 CV-PAYER         PIC X(6).
           05 CV-POLICY        PIC X(12).
           05 CV-PAYER-PCT     PIC X(3).
           05 CV-STATUS        PIC X.

      *-----------------------------------------------------------*
      * Claims master: CTL record first (next claim number), then *
      * one CLM record per claim. Open = billed less paid,        *
      * contractual adjustment and what moved to the patient.     *
      * Status O open, D denied (on the work list), C closed.     *
      *-----------------------------------------------------------*
       FD  CLAIM-FILE.
       01  CLAIM-RECORD.
           05 CL-TYPE          PIC X(3).
           05 CL-CLAIM-NO      PIC 9(6).
           05 CL-MRN           PIC 9(6).
           05 CL-PATIENT       PIC X(20).
           05 CL-PAYER         PIC X(6).
           05 CL-POLICY        PIC X(12).
           05 CL-SVC-DATE      PIC 9(8).
           05 CL-BILLED        PIC S9(7)V99.
           05 CL-PAID          PIC S9(7)V99.
           05 CL-ADJUSTED      PIC S9(7)V99.
           05 CL-PAT-RESP      PIC S9(7)V99.
           05 CL-OPEN          PIC S9(7)V99.
           05 CL-STATUS        PIC X.
           05 CL-DENY-DATE     PIC 9(8).
           05 CL-DENY-REASON   PIC X(20).

       FD  CLAIM-SUBMIT-FILE.
       01  CLAIM-SUBMIT-RECORD PIC X(100).

      *-----------------------------------------------------------*
      * One remittance line per claim adjudicated: paid amount,   *
      * contractual adjustment, patient responsibility (moved to  *
      * an AROPEN item), or a denial reason with nothing paid.    *
      *-----------------------------------------------------------*
       FD  REMITTANCE-FILE.
       01  REMITTANCE-RECORD.
           05 RM-CLAIM-NO      PIC X(6).
           05 RM-PAYER         PIC X(6).
           05 RM-DATE          PIC X(8).
           05 RM-PAID-TEXT     PIC X(10).
           05 RM-ADJ-TEXT      PIC X(10).
           05 RM-PATRESP-TEXT  PIC X(10).
           05 RM-DENY-REASON   PIC X(20).

       FD  REMIT-REJECT-FILE.
       01  REMIT-REJECT-RECORD PIC X(100).

       FD  DENIAL-LIST-FILE.
       01  DENIAL-LIST-RECORD  PIC X(100).

       FD  GL-POSTING-FILE.
       01  GL-POSTING-RECORD   PIC X(80).

      *-----------------------------------------------------------*
      * One line per receipt applied: what actually came off the  *
      * MRN's open items, for ARSTMT's monthly statements once    *
      * ARCASH itself has been cleared. Type R is a receipt, W a  *
      * bad-debt write-off (ARBADDBT), negative when a recovery   *
      * reinstates it.                                            *
      *-----------------------------------------------------------*
       FD  RECEIPT-HIST-FILE.
       01  RECEIPT-HIST-RECORD.
           05 RH-MRN           PIC 9(6).
           05 RH-DATE          PIC 9(8).
           05 RH-AMT           PIC S9(7)V99.
           05 RH-PATIENT       PIC X(20).
           05 RH-TYPE          PIC X.

       FD  AGING-RPT-FILE.
       01  AGING-RECORD        PIC X(100).

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

       WORKING-STORAGE SECTION.
       77 BILLING-FILE-STATUS PIC X(2).
       77 RATE-FILE-STATUS    PIC X(2).
       77 OPEN-FILE-STATUS    PIC X(2).
       77 CASH-FILE-STATUS    PIC X(2).
       77 RCPT-FILE-STATUS    PIC X(2).
       77 COVER-FILE-STATUS   PIC X(2).
       77 CLAIM-FILE-STATUS   PIC X(2).
       77 SUBMIT-FILE-STATUS  PIC X(2).
       77 REMIT-FILE-STATUS   PIC X(2).
       77 REMREJ-FILE-STATUS  PIC X(2).
       77 DENIAL-FILE-STATUS  PIC X(2).
       77 POST-FILE-STATUS    PIC X(2).
       77 AGING-FILE-STATUS   PIC X(2).
       77 TXN-FILE-STATUS     PIC X(2).
       77 ARC-FILE-STATUS     PIC X(2).
       77 TODAY-STAMP         PIC 9(8).
       77 DAILY-RATE          PIC 9(5)V99 VALUE 100.00.
       77 RECEIVABLE-ACCT     PIC X(4) VALUE "1200".
       77 CASH-ACCT           PIC X(4) VALUE "1000".
       77 CONTRACTUAL-ACCT    PIC X(4) VALUE "4250".
       77 ALLOWANCE-ACCT      PIC X(4) VALUE "1290".
       77 RUN-RECOVERED       PIC S9(9)V99 VALUE 0.
       77 RECOVERY-AMT        PIC S9(7)V99.
       77 COMPANY-CODE        PIC X(4) VALUE "HOSP".
       77 NEXT-CLAIM-NO       PIC 9(6) VALUE 0.
       77 NEW-CLAIMS          PIC 9(3) VALUE 0.
       77 REMITS-POSTED       PIC 9(3) VALUE 0.
       77 REMITS-REJECTED     PIC 9(3) VALUE 0.
       77 CLAIMS-DENIED       PIC 9(3) VALUE 0.
       77 DENIAL-COUNT        PIC 9(3) VALUE 0.
       77 C-IDX               PIC 9(4).
       77 CLAIMS-FULL         PIC X VALUE "N".
       77 FEED-CLAIMS         PIC 9(4).
       77 V-IDX               PIC 9(3).
       77 LINE-CHARGE         PIC S9(7)V99.
       77 PAYER-SHARE         PIC S9(7)V99.
       77 REMIT-PAID          PIC S9(7)V99.
       77 REMIT-ADJ           PIC S9(7)V99.
       77 REMIT-PATRESP       PIC S9(7)V99.
       77 REMIT-TOTAL         PIC S9(7)V99.
       77 REMIT-DATE          PIC 9(8).
       77 REMIT-REASON        PIC X(30).
       77 RUN-PAYER-PAID      PIC S9(9)V99 VALUE 0.
       77 RUN-CONTRACTUAL     PIC S9(9)V99 VALUE 0.
       77 CLAIM-OPEN-TOTAL    PIC S9(9)V99 VALUE 0.
       77 CHARGE-EDIT         PIC +9(7).99.
       77 POST-COUNT          PIC 9(4) VALUE 0.
       77 POST-HASH           PIC 9(7)V99 VALUE 0.
       01 CONTROL-TOTAL-ENTRY.
           COPY CTLTOT.
       77 LAST-FEED-DATE      PIC 9(8) VALUE 0.
       77 FEED-HDR-DATE       PIC 9(8) VALUE 0.
       77 NEXT-ITEM-SEQ       PIC 9(6) VALUE 0.
       77 LINE-BED-DAYS       PIC 9(3).
       77 MED-CHARGE-CODE     PIC X(4) VALUE "4300".
       77 I-IDX               PIC 9(3).
       77 NEW-ITEMS           PIC 9(3) VALUE 0.
       77 RECEIPTS-APPLIED    PIC 9(3) VALUE 0.
              10 IT-OPEN-AMT   PIC S9(7)V99.
              10 IT-STATUS     PIC X.
              10 IT-MRN        PIC 9(6).
              10 IT-WO-AMT     PIC S9(7)V99.
       01 ITEM-COUNT          PIC 9(3) VALUE 0.
       01 MAX-ITEMS           PIC 9(3) VALUE 500.

       01 COVERAGE-TABLE.
           05 COVERAGE-ENTRY OCCURS 200 TIMES.
              10 CT-MRN        PIC 9(6).
              10 CT-PAYER      PIC X(6).
              10 CT-POLICY     PIC X(12).
              10 CT-PAYER-PCT  PIC 9(3).
       01 COVERAGE-COUNT      PIC 9(3) VALUE 0.

       01 CLAIM-TABLE.
           05 CLAIM-ENTRY OCCURS 2000 TIMES.
              10 CM-CLAIM-NO   PIC 9(6).
              10 CM-MRN        PIC 9(6).
              10 CM-PATIENT    PIC X(20).
              10 CM-PAYER      PIC X(6).
              10 CM-POLICY     PIC X(12).
              10 CM-SVC-DATE   PIC 9(8).
              10 CM-BILLED     PIC S9(7)V99.
              10 CM-PAID       PIC S9(7)V99.
              10 CM-ADJUSTED   PIC S9(7)V99.
              10 CM-PAT-RESP   PIC S9(7)V99.
              10 CM-OPEN       PIC S9(7)V99.
              10 CM-STATUS     PIC X.
              10 CM-DENY-DATE  PIC 9(8).
              10 CM-DENY-REASON PIC X(20).
       01 CLAIM-COUNT         PIC 9(4) VALUE 0.
       01 MAX-CLAIMS          PIC 9(4) VALUE 2000.

       01 PATIENT-BUCKETS.
           05 PB-ENTRY OCCURS 60 TIMES.
              10 PB-PATIENT    PIC X(20).
       MAIN-LOGIC.
           ACCEPT TODAY-STAMP FROM DATE YYYYMMDD
           PERFORM LOAD-BILL-RATE
           PERFORM LOAD-COVERAGE
           PERFORM LOAD-OPEN-ITEMS
           PERFORM LOAD-CLAIMS
           IF CLAIMS-FULL = "Y"
               DISPLAY "ARCLAIMS holds more than " MAX-CLAIMS
                   " open claims -- nothing run, files left as "
                   "they were"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-BILLING-DETAILS
           PERFORM POST-REMITTANCES
           PERFORM APPLY-CASH-RECEIPTS
           PERFORM SAVE-OPEN-ITEMS
           PERFORM SAVE-CLAIMS
           PERFORM WRITE-GL-POSTINGS
           PERFORM PRINT-DENIAL-WORKLIST
           PERFORM RECONCILE-CONTROL-TOTAL
           OPEN OUTPUT AGING-RPT-FILE
           PERFORM PRINT-AGING-REPORT
           DISPLAY "AR run complete: " NEW-ITEMS " items opened, "
               RECEIPTS-APPLIED " receipts applied, aging on "
               "ARAGING"
           DISPLAY "Claims: " NEW-CLAIMS " submitted on ARCLMOUT, "
               REMITS-POSTED " remittances posted, " REMITS-REJECTED
               " rejected, " CLAIMS-DENIED " denied on ARDENIAL"
           IF REMITS-REJECTED > 0 OR CLAIMS-FULL = "Y"
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-BILL-RATE.
           END-IF
           .

       LOAD-COVERAGE.
           MOVE 0 TO COVERAGE-COUNT
           OPEN INPUT COVERAGE-FILE
           IF COVER-FILE-STATUS NOT = "00"
               DISPLAY "No coverage file (ARCOVER) -- every charge "
                   "is the patient's"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ COVERAGE-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF CV-MRN IS NUMERIC AND CV-PAYER-PCT IS NUMERIC
                       AND CV-STATUS NOT = "I"
                   IF COVERAGE-COUNT < 200
                       ADD 1 TO COVERAGE-COUNT
                       MOVE CV-MRN TO CT-MRN(COVERAGE-COUNT)
                       MOVE CV-PAYER TO CT-PAYER(COVERAGE-COUNT)
                       MOVE CV-POLICY TO CT-POLICY(COVERAGE-COUNT)
                       MOVE CV-PAYER-PCT
                           TO CT-PAYER-PCT(COVERAGE-COUNT)
                       IF CT-PAYER-PCT(COVERAGE-COUNT) > 100
                           MOVE 100 TO CT-PAYER-PCT(COVERAGE-COUNT)
                       END-IF
                   ELSE
                       DISPLAY "Coverage table full -- MRN " CV-MRN
                           " billed to the patient"
                   END-IF
               END-IF
           END-PERFORM
           CLOSE COVERAGE-FILE
           .

      *-----------------------------------------------------------*
      * Closed claims are settled and are not carried: they drop  *
      * off ARCLAIMS when it is rewritten. More open and denied   *
      * claims than the table holds refuse the run rather than    *
      * lose the ones that do not fit.                            *
      *-----------------------------------------------------------*
       LOAD-CLAIMS.
           MOVE 0 TO CLAIM-COUNT
           OPEN INPUT CLAIM-FILE
           IF CLAIM-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ CLAIM-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               EVALUATE TRUE
               WHEN CL-TYPE = "CTL"
                   MOVE CL-CLAIM-NO TO NEXT-CLAIM-NO
               WHEN CL-STATUS = "C"
                   CONTINUE
               WHEN OTHER
                   IF CLAIM-COUNT < MAX-CLAIMS
                       ADD 1 TO CLAIM-COUNT
                       MOVE CL-CLAIM-NO TO CM-CLAIM-NO(CLAIM-COUNT)
                       MOVE CL-MRN TO CM-MRN(CLAIM-COUNT)
                       MOVE CL-PATIENT TO CM-PATIENT(CLAIM-COUNT)
                       MOVE CL-PAYER TO CM-PAYER(CLAIM-COUNT)
                       MOVE CL-POLICY TO CM-POLICY(CLAIM-COUNT)
                       MOVE CL-SVC-DATE TO CM-SVC-DATE(CLAIM-COUNT)
                       MOVE CL-BILLED TO CM-BILLED(CLAIM-COUNT)
                       MOVE CL-PAID TO CM-PAID(CLAIM-COUNT)
                       MOVE CL-ADJUSTED TO CM-ADJUSTED(CLAIM-COUNT)
                       MOVE CL-PAT-RESP TO CM-PAT-RESP(CLAIM-COUNT)
                       MOVE CL-OPEN TO CM-OPEN(CLAIM-COUNT)
                       MOVE CL-STATUS TO CM-STATUS(CLAIM-COUNT)
                       MOVE CL-DENY-DATE TO CM-DENY-DATE(CLAIM-COUNT)
                       MOVE CL-DENY-REASON
                           TO CM-DENY-REASON(CLAIM-COUNT)
                   ELSE
                       MOVE "Y" TO CLAIMS-FULL
                   END-IF
               END-EVALUATE
           END-PERFORM
           CLOSE CLAIM-FILE
           .

       LOAD-OPEN-ITEMS.
           MOVE 0 TO ITEM-COUNT
           OPEN INPUT OPEN-ITEM-FILE
                       ELSE
                           MOVE 0 TO IT-MRN(ITEM-COUNT)
                       END-IF
                       IF AO-WO-AMT IS NUMERIC
                           MOVE AO-WO-AMT TO IT-WO-AMT(ITEM-COUNT)
                       ELSE
                           MOVE 0 TO IT-WO-AMT(ITEM-COUNT)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
      *-----------------------------------------------------------*
      * One HFBILLING detail = one open item. The CTL record's    *
      * last-feed-date refuses a feed already consumed, so a      *
      * rerun cannot open the same charges twice. A feed with     *
      * more covered charges than the claims table has room for   *
      * is left unconsumed for the next run.                      *
      *-----------------------------------------------------------*
       LOAD-BILLING-DETAILS.
           OPEN INPUT BILLING-FEED-FILE
                   "no new items"
               EXIT PARAGRAPH
           END-IF
           PERFORM COUNT-FEED-CLAIMS
           IF CLAIM-COUNT + FEED-CLAIMS > MAX-CLAIMS
               CLOSE BILLING-FEED-FILE
               MOVE "Y" TO CLAIMS-FULL
               DISPLAY "HFBILLING has " FEED-CLAIMS " covered "
                   "charges and ARCLAIMS room for fewer -- feed "
                   "not consumed"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ BILLING-FEED-FILE
                   AT END
               END-EVALUATE
           END-PERFORM
           CLOSE BILLING-FEED-FILE
           IF NEW-ITEMS > 0 OR NEW-CLAIMS > 0
               MOVE FEED-HDR-DATE TO LAST-FEED-DATE
           END-IF
           IF NEW-CLAIMS > 0
               CLOSE CLAIM-SUBMIT-FILE
           END-IF
           .

       COUNT-FEED-CLAIMS.
           MOVE 0 TO FEED-CLAIMS
           PERFORM UNTIL 1 = 2
               READ BILLING-FEED-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF BF-RECORD-TYPE = "HDR"
                   AND BILLING-FEED-RECORD(4:8) IS NUMERIC
                   AND BILLING-FEED-RECORD(4:8) = LAST-FEED-DATE
                   EXIT PERFORM
               END-IF
               IF BF-RECORD-TYPE = "DTL" AND BF-MRN IS NUMERIC
                   MOVE BF-MRN TO CUR-MRN
                   PERFORM FIND-COVERAGE
                   IF V-IDX <= COVERAGE-COUNT
                       ADD 1 TO FEED-CLAIMS
                   END-IF
               END-IF
           END-PERFORM
           CLOSE BILLING-FEED-FILE
           OPEN INPUT BILLING-FEED-FILE
           .

      *-----------------------------------------------------------*
      * A covered MRN's charge splits: the payer's percentage     *
      * becomes a claim (ARCLAIMS, submitted on ARCLMOUT) and     *
      * only the patient's remainder opens an AROPEN item.        *
      *-----------------------------------------------------------*
       OPEN-ONE-ITEM.
           IF BF-BED-DAYS IS NUMERIC
               MOVE BF-BED-DAYS TO LINE-BED-DAYS
           ELSE
               MOVE 0 TO LINE-BED-DAYS
           END-IF
           IF BF-CHARGE-CODE = MED-CHARGE-CODE
               IF BF-UNIT-COST IS NUMERIC
                   COMPUTE LINE-CHARGE = LINE-BED-DAYS * BF-UNIT-COST
               ELSE
                   MOVE 0 TO LINE-CHARGE
               END-IF
           ELSE
               COMPUTE LINE-CHARGE = LINE-BED-DAYS * DAILY-RATE
           END-IF
           MOVE 0 TO PAYER-SHARE
           IF BF-MRN IS NUMERIC
               MOVE BF-MRN TO CUR-MRN
               PERFORM FIND-COVERAGE
               IF V-IDX <= COVERAGE-COUNT
                   COMPUTE PAYER-SHARE ROUNDED =
                       LINE-CHARGE * CT-PAYER-PCT(V-IDX) / 100
                   IF PAYER-SHARE > 0
                       PERFORM OPEN-ONE-CLAIM
                   END-IF
               END-IF
           END-IF
           IF LINE-CHARGE - PAYER-SHARE <= 0
               EXIT PARAGRAPH
           END-IF
           IF ITEM-COUNT >= MAX-ITEMS
               DISPLAY "Open-item table full -- detail for "
                   BF-PATIENT " not loaded"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ITEM-COUNT
           ADD 1 TO NEXT-ITEM-SEQ
           ADD 1 TO NEW-ITEMS
               MOVE 0 TO IT-MRN(ITEM-COUNT)
           END-IF
           COMPUTE IT-DATE(ITEM-COUNT) = FUNCTION NUMVAL(BF-DATE)
           COMPUTE IT-ORIG-AMT(ITEM-COUNT) = LINE-CHARGE - PAYER-SHARE
           MOVE IT-ORIG-AMT(ITEM-COUNT) TO IT-OPEN-AMT(ITEM-COUNT)
           MOVE "O" TO IT-STATUS(ITEM-COUNT)
           MOVE 0 TO IT-WO-AMT(ITEM-COUNT)
           .

       FIND-COVERAGE.
           PERFORM VARYING V-IDX FROM 1 BY 1
                   UNTIL V-IDX > COVERAGE-COUNT
               IF CT-MRN(V-IDX) = CUR-MRN
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

       OPEN-ONE-CLAIM.
           IF CLAIM-COUNT >= MAX-CLAIMS
               DISPLAY "Claim table full -- " BF-PATIENT
                   " charge billed to the patient"
               MOVE "Y" TO CLAIMS-FULL
               MOVE 0 TO PAYER-SHARE
               EXIT PARAGRAPH
           END-IF
           IF NEW-CLAIMS = 0
               OPEN EXTEND CLAIM-SUBMIT-FILE
               IF SUBMIT-FILE-STATUS NOT = "00"
                   OPEN OUTPUT CLAIM-SUBMIT-FILE
               END-IF
           END-IF
           ADD 1 TO CLAIM-COUNT
           ADD 1 TO NEXT-CLAIM-NO
           ADD 1 TO NEW-CLAIMS
           MOVE NEXT-CLAIM-NO TO CM-CLAIM-NO(CLAIM-COUNT)
           MOVE CUR-MRN TO CM-MRN(CLAIM-COUNT)
           MOVE BF-PATIENT TO CM-PATIENT(CLAIM-COUNT)
           MOVE CT-PAYER(V-IDX) TO CM-PAYER(CLAIM-COUNT)
           MOVE CT-POLICY(V-IDX) TO CM-POLICY(CLAIM-COUNT)
           COMPUTE CM-SVC-DATE(CLAIM-COUNT) = FUNCTION NUMVAL(BF-DATE)
           MOVE PAYER-SHARE TO CM-BILLED(CLAIM-COUNT)
           MOVE 0 TO CM-PAID(CLAIM-COUNT)
           MOVE 0 TO CM-ADJUSTED(CLAIM-COUNT)
           MOVE 0 TO CM-PAT-RESP(CLAIM-COUNT)
           MOVE PAYER-SHARE TO CM-OPEN(CLAIM-COUNT)
           MOVE "O" TO CM-STATUS(CLAIM-COUNT)
           MOVE 0 TO CM-DENY-DATE(CLAIM-COUNT)
           MOVE SPACES TO CM-DENY-REASON(CLAIM-COUNT)
           COMPUTE AMT-EDIT = PAYER-SHARE
           MOVE SPACES TO CLAIM-SUBMIT-RECORD
           STRING "CLM " NEXT-CLAIM-NO " " CM-PAYER(CLAIM-COUNT)
               " " CM-POLICY(CLAIM-COUNT) " " CUR-MRN " "
               BF-PATIENT " " CM-SVC-DATE(CLAIM-COUNT) " "
               LINE-BED-DAYS " " AMT-EDIT
               DELIMITED BY SIZE INTO CLAIM-SUBMIT-RECORD
           WRITE CLAIM-SUBMIT-RECORD
           .

      *-----------------------------------------------------------*
      * ARREMIT: each line adjudicates one claim. Payment and     *
      * contractual adjustment come off the claim (and go to the  *
      * GL); patient responsibility comes off the claim and opens *
      * an AROPEN item for the MRN. A denial reason with nothing  *
      * paid puts the claim on the ARDENIAL work list until a     *
      * later remittance (appeal, rebill to the patient, write-   *
      * off) settles it. Lines that do not fit a claim go to      *
      * ARREMREJ untouched; an applied file is cleared.           *
      *-----------------------------------------------------------*
       POST-REMITTANCES.
           OPEN INPUT REMITTANCE-FILE
           IF REMIT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT REMIT-REJECT-FILE
           PERFORM UNTIL 1 = 2
               READ REMITTANCE-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               PERFORM POST-ONE-REMITTANCE
           END-PERFORM
           CLOSE REMITTANCE-FILE
           CLOSE REMIT-REJECT-FILE
           OPEN OUTPUT REMITTANCE-FILE
           CLOSE REMITTANCE-FILE
           DISPLAY "ARREMIT consumed and cleared"
           .

       POST-ONE-REMITTANCE.
           MOVE SPACES TO REMIT-REASON
           MOVE 0 TO REMIT-PAID
           MOVE 0 TO REMIT-ADJ
           MOVE 0 TO REMIT-PATRESP
           IF RM-PAID-TEXT NOT = SPACES
               COMPUTE REMIT-PAID = FUNCTION NUMVAL(RM-PAID-TEXT)
           END-IF
           IF RM-ADJ-TEXT NOT = SPACES
               COMPUTE REMIT-ADJ = FUNCTION NUMVAL(RM-ADJ-TEXT)
           END-IF
           IF RM-PATRESP-TEXT NOT = SPACES
               COMPUTE REMIT-PATRESP =
                   FUNCTION NUMVAL(RM-PATRESP-TEXT)
           END-IF
           COMPUTE REMIT-TOTAL = REMIT-PAID + REMIT-ADJ + REMIT-PATRESP
           MOVE CLAIM-COUNT TO C-IDX
           ADD 1 TO C-IDX
           IF RM-CLAIM-NO IS NUMERIC
               PERFORM VARYING C-IDX FROM 1 BY 1
                       UNTIL C-IDX > CLAIM-COUNT
                   IF CM-CLAIM-NO(C-IDX) = RM-CLAIM-NO
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           EVALUATE TRUE
               WHEN C-IDX > CLAIM-COUNT AND RM-CLAIM-NO IS NUMERIC
                       AND RM-CLAIM-NO NOT > NEXT-CLAIM-NO
                       AND RM-CLAIM-NO NOT = ZERO
                   MOVE "CLAIM ALREADY CLOSED" TO REMIT-REASON
               WHEN C-IDX > CLAIM-COUNT
                   MOVE "UNKNOWN CLAIM" TO REMIT-REASON
               WHEN CM-PAYER(C-IDX) NOT = RM-PAYER
                   MOVE "PAYER DOES NOT MATCH CLAIM" TO REMIT-REASON
               WHEN CM-STATUS(C-IDX) = "C"
                   MOVE "CLAIM ALREADY CLOSED" TO REMIT-REASON
               WHEN RM-DATE IS NOT NUMERIC
                   MOVE "INVALID REMITTANCE DATE" TO REMIT-REASON
               WHEN REMIT-PAID < 0 OR REMIT-ADJ < 0
                       OR REMIT-PATRESP < 0
                   MOVE "NEGATIVE AMOUNT" TO REMIT-REASON
               WHEN REMIT-TOTAL > CM-OPEN(C-IDX)
                   MOVE "EXCEEDS CLAIM OPEN BALANCE" TO REMIT-REASON
               WHEN REMIT-TOTAL = 0 AND RM-DENY-REASON = SPACES
                   MOVE "NO AMOUNT AND NO DENIAL" TO REMIT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF REMIT-REASON NOT = SPACES
               ADD 1 TO REMITS-REJECTED
               MOVE SPACES TO REMIT-REJECT-RECORD
               STRING REMITTANCE-RECORD " " REMIT-REASON
                   DELIMITED BY SIZE INTO REMIT-REJECT-RECORD
               WRITE REMIT-REJECT-RECORD
               DISPLAY "Remittance for claim " RM-CLAIM-NO
                   " REJECTED: " REMIT-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE RM-DATE TO REMIT-DATE
           ADD 1 TO REMITS-POSTED
           IF REMIT-TOTAL = 0
               MOVE "D" TO CM-STATUS(C-IDX)
               MOVE REMIT-DATE TO CM-DENY-DATE(C-IDX)
               MOVE RM-DENY-REASON TO CM-DENY-REASON(C-IDX)
               ADD 1 TO CLAIMS-DENIED
               EXIT PARAGRAPH
           END-IF
           ADD REMIT-PAID TO CM-PAID(C-IDX)
           ADD REMIT-ADJ TO CM-ADJUSTED(C-IDX)
           ADD REMIT-PATRESP TO CM-PAT-RESP(C-IDX)
           SUBTRACT REMIT-TOTAL FROM CM-OPEN(C-IDX)
           ADD REMIT-PAID TO RUN-PAYER-PAID
           ADD REMIT-ADJ TO RUN-CONTRACTUAL
           IF CM-OPEN(C-IDX) = 0
               MOVE "C" TO CM-STATUS(C-IDX)
           ELSE
               MOVE "O" TO CM-STATUS(C-IDX)
           END-IF
           IF REMIT-PATRESP > 0
               PERFORM OPEN-PATIENT-RESP-ITEM
           END-IF
           .

       OPEN-PATIENT-RESP-ITEM.
           IF ITEM-COUNT >= MAX-ITEMS
               DISPLAY "Open-item table full -- patient share of "
                   "claim " CM-CLAIM-NO(C-IDX) " left on the claim"
               SUBTRACT REMIT-PATRESP FROM CM-PAT-RESP(C-IDX)
               ADD REMIT-PATRESP TO CM-OPEN(C-IDX)
               MOVE "O" TO CM-STATUS(C-IDX)
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ITEM-COUNT
           ADD 1 TO NEXT-ITEM-SEQ
           ADD 1 TO NEW-ITEMS
           MOVE NEXT-ITEM-SEQ TO IT-SEQ(ITEM-COUNT)
           MOVE CM-PATIENT(C-IDX) TO IT-PATIENT(ITEM-COUNT)
           MOVE CM-MRN(C-IDX) TO IT-MRN(ITEM-COUNT)
           MOVE REMIT-DATE TO IT-DATE(ITEM-COUNT)
           MOVE REMIT-PATRESP TO IT-ORIG-AMT(ITEM-COUNT)
           MOVE REMIT-PATRESP TO IT-OPEN-AMT(ITEM-COUNT)
           MOVE "O" TO IT-STATUS(ITEM-COUNT)
           MOVE 0 TO IT-WO-AMT(ITEM-COUNT)
           .

      *-----------------------------------------------------------*
      * receipt without an MRN is reported, never guessed onto a  *
      * name. Payments apply to that MRN's open items oldest      *
      * first; whatever cannot be applied is reported, not        *
      * swallowed. What each receipt applied goes to the ARRCPTH  *
      * history for the patient statements. An applied file is    *
      * cleared so a rerun cannot apply the identical receipts    *
      * twice.                                                    *
      *-----------------------------------------------------------*
       APPLY-CASH-RECEIPTS.
           OPEN INPUT CASH-RECEIPTS-FILE
           IF CASH-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND RECEIPT-HIST-FILE
           IF RCPT-FILE-STATUS NOT = "00"
               OPEN OUTPUT RECEIPT-HIST-FILE
           END-IF
           PERFORM UNTIL 1 = 2
               READ CASH-RECEIPTS-FILE
                   AT END
                       END-IF
                   END-IF
               END-PERFORM
               IF UNAPPLIED-AMT > 0
                   PERFORM VARYING I-IDX FROM 1 BY 1
                           UNTIL I-IDX > ITEM-COUNT
                               OR UNAPPLIED-AMT <= 0
                       IF IT-MRN(I-IDX) = RECEIPT-MRN
                               AND IT-STATUS(I-IDX) = "W"
                               AND IT-WO-AMT(I-IDX) > 0
                           PERFORM REINSTATE-WRITTEN-OFF
                       END-IF
                   END-PERFORM
               END-IF
               ADD 1 TO RECEIPTS-APPLIED
               IF UNAPPLIED-AMT < RECEIPT-AMT
                   MOVE RECEIPT-MRN TO RH-MRN
                   MOVE CR-DATE TO RH-DATE
                   COMPUTE RH-AMT = RECEIPT-AMT - UNAPPLIED-AMT
                   MOVE CR-PATIENT TO RH-PATIENT
                   MOVE "R" TO RH-TYPE
                   WRITE RECEIPT-HIST-RECORD
               END-IF
               IF UNAPPLIED-AMT > 0
                   COMPUTE AMT-EDIT = UNAPPLIED-AMT
                   DISPLAY "Receipt for " CR-PATIENT " has "
               END-IF
           END-PERFORM
           CLOSE CASH-RECEIPTS-FILE
           CLOSE RECEIPT-HIST-FILE
           IF RECEIPTS-APPLIED > 0
               OPEN OUTPUT CASH-RECEIPTS-FILE
               CLOSE CASH-RECEIPTS-FILE
           END-IF
           .

      *-----------------------------------------------------------*
      * Cash left over for an MRN whose items were written off to *
      * bad debt is a recovery: the written-off amount it covers  *
      * is reinstated (debit the receivable, credit the allowance *
      * on GLQAR), shown on the history as a negative write-off,  *
      * and the cash then applies to it like any receipt; an item *
      * fully recovered is paid.                                  *
      *-----------------------------------------------------------*
       REINSTATE-WRITTEN-OFF.
           IF UNAPPLIED-AMT >= IT-WO-AMT(I-IDX)
               MOVE IT-WO-AMT(I-IDX) TO RECOVERY-AMT
           ELSE
               MOVE UNAPPLIED-AMT TO RECOVERY-AMT
           END-IF
           SUBTRACT RECOVERY-AMT FROM IT-WO-AMT(I-IDX)
           IF IT-WO-AMT(I-IDX) = 0
               MOVE "P" TO IT-STATUS(I-IDX)
           END-IF
           SUBTRACT RECOVERY-AMT FROM UNAPPLIED-AMT
           ADD RECOVERY-AMT TO RUN-RECOVERED
           MOVE RECEIPT-MRN TO RH-MRN
           MOVE CR-DATE TO RH-DATE
           COMPUTE RH-AMT = 0 - RECOVERY-AMT
           MOVE CR-PATIENT TO RH-PATIENT
           MOVE "W" TO RH-TYPE
           WRITE RECEIPT-HIST-RECORD
           COMPUTE AMT-EDIT = RECOVERY-AMT
           DISPLAY "Receipt for " CR-PATIENT " recovers " AMT-EDIT
               " written off on item " IT-SEQ(I-IDX)
           .

       SAVE-OPEN-ITEMS.
           OPEN OUTPUT OPEN-ITEM-FILE
           MOVE SPACES TO OPEN-ITEM-RECORD
           MOVE 0 TO AO-OPEN-AMT
           MOVE SPACE TO AO-STATUS
           MOVE 0 TO AO-MRN
           MOVE 0 TO AO-WO-AMT
           WRITE OPEN-ITEM-RECORD
           PERFORM VARYING I-IDX FROM 1 BY 1
                   UNTIL I-IDX > ITEM-COUNT
               MOVE IT-OPEN-AMT(I-IDX) TO AO-OPEN-AMT
               MOVE IT-STATUS(I-IDX) TO AO-STATUS
               MOVE IT-MRN(I-IDX) TO AO-MRN
               MOVE IT-WO-AMT(I-IDX) TO AO-WO-AMT
               WRITE OPEN-ITEM-RECORD
           END-PERFORM
           CLOSE OPEN-ITEM-FILE
           .

       SAVE-CLAIMS.
           IF CLAIM-COUNT = 0 AND NEXT-CLAIM-NO = 0
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT CLAIM-FILE
           MOVE SPACES TO CLAIM-RECORD
           MOVE "CTL" TO CL-TYPE
           MOVE NEXT-CLAIM-NO TO CL-CLAIM-NO
           MOVE 0 TO CL-MRN
           MOVE 0 TO CL-SVC-DATE
           MOVE 0 TO CL-BILLED
           MOVE 0 TO CL-PAID
           MOVE 0 TO CL-ADJUSTED
           MOVE 0 TO CL-PAT-RESP
           MOVE 0 TO CL-OPEN
           MOVE 0 TO CL-DENY-DATE
           WRITE CLAIM-RECORD
           PERFORM VARYING C-IDX FROM 1 BY 1
                   UNTIL C-IDX > CLAIM-COUNT
               IF CM-STATUS(C-IDX) = "C"
                   EXIT PERFORM CYCLE
               END-IF
               MOVE "CLM" TO CL-TYPE
               MOVE CM-CLAIM-NO(C-IDX) TO CL-CLAIM-NO
               MOVE CM-MRN(C-IDX) TO CL-MRN
               MOVE CM-PATIENT(C-IDX) TO CL-PATIENT
               MOVE CM-PAYER(C-IDX) TO CL-PAYER
               MOVE CM-POLICY(C-IDX) TO CL-POLICY
               MOVE CM-SVC-DATE(C-IDX) TO CL-SVC-DATE
               MOVE CM-BILLED(C-IDX) TO CL-BILLED
               MOVE CM-PAID(C-IDX) TO CL-PAID
               MOVE CM-ADJUSTED(C-IDX) TO CL-ADJUSTED
               MOVE CM-PAT-RESP(C-IDX) TO CL-PAT-RESP
               MOVE CM-OPEN(C-IDX) TO CL-OPEN
               MOVE CM-STATUS(C-IDX) TO CL-STATUS
               MOVE CM-DENY-DATE(C-IDX) TO CL-DENY-DATE
               MOVE CM-DENY-REASON(C-IDX) TO CL-DENY-REASON
               WRITE CLAIM-RECORD
           END-PERFORM
           CLOSE CLAIM-FILE
           .

      *-----------------------------------------------------------*
      * Payer money and contractual write-offs reach the ledger   *
      * through the GLQAR interface queue for GLSWEEP: debit cash *
      * and the contractual allowance, credit the receivable,     *
      * all on the hospital's books. Moving a share to the        *
      * patient stays inside the receivable and posts nothing.    *
      * Bad-debt recoveries reinstate the receivable against the  *
      * allowance on the same batch.                              *
      *-----------------------------------------------------------*
       WRITE-GL-POSTINGS.
           IF RUN-PAYER-PAID = 0 AND RUN-CONTRACTUAL = 0
                   AND RUN-RECOVERED = 0
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT GL-POSTING-FILE
           MOVE 0 TO POST-COUNT
           MOVE 0 TO POST-HASH
           MOVE SPACES TO GL-POSTING-RECORD
           STRING "HDR" TODAY-STAMP " ARLEDGER REMITTANCES"
               DELIMITED BY SIZE INTO GL-POSTING-RECORD
           WRITE GL-POSTING-RECORD
           IF RUN-PAYER-PAID > 0
               COMPUTE CHARGE-EDIT = RUN-PAYER-PAID
               MOVE SPACES TO GL-POSTING-RECORD
               STRING "DTL" CASH-ACCT CHARGE-EDIT
                   " PAYER REMITTANCES"
                   DELIMITED BY SIZE INTO GL-POSTING-RECORD
               MOVE COMPANY-CODE TO GL-POSTING-RECORD(77:4)
               WRITE GL-POSTING-RECORD
               ADD 1 TO POST-COUNT
               ADD RUN-PAYER-PAID TO POST-HASH
           END-IF
           IF RUN-CONTRACTUAL > 0
               COMPUTE CHARGE-EDIT = RUN-CONTRACTUAL
               MOVE SPACES TO GL-POSTING-RECORD
               STRING "DTL" CONTRACTUAL-ACCT CHARGE-EDIT
                   " CONTRACTUAL ADJUSTMENTS"
                   DELIMITED BY SIZE INTO GL-POSTING-RECORD
               MOVE COMPANY-CODE TO GL-POSTING-RECORD(77:4)
               WRITE GL-POSTING-RECORD
               ADD 1 TO POST-COUNT
               ADD RUN-CONTRACTUAL TO POST-HASH
           END-IF
           IF RUN-PAYER-PAID > 0 OR RUN-CONTRACTUAL > 0
               COMPUTE CHARGE-EDIT =
                   0 - RUN-PAYER-PAID - RUN-CONTRACTUAL
               MOVE SPACES TO GL-POSTING-RECORD
               STRING "DTL" RECEIVABLE-ACCT CHARGE-EDIT
                   " PAYER CLAIMS SETTLED"
                   DELIMITED BY SIZE INTO GL-POSTING-RECORD
               MOVE COMPANY-CODE TO GL-POSTING-RECORD(77:4)
               WRITE GL-POSTING-RECORD
               ADD 1 TO POST-COUNT
           END-IF
           IF RUN-RECOVERED > 0
               COMPUTE CHARGE-EDIT = RUN-RECOVERED
               MOVE SPACES TO GL-POSTING-RECORD
               STRING "DTL" RECEIVABLE-ACCT CHARGE-EDIT
                   " BAD DEBT RECOVERIES"
                   DELIMITED BY SIZE INTO GL-POSTING-RECORD
               MOVE COMPANY-CODE TO GL-POSTING-RECORD(77:4)
               WRITE GL-POSTING-RECORD
               ADD 1 TO POST-COUNT
               ADD RUN-RECOVERED TO POST-HASH
               COMPUTE CHARGE-EDIT = 0 - RUN-RECOVERED
               MOVE SPACES TO GL-POSTING-RECORD
               STRING "DTL" ALLOWANCE-ACCT CHARGE-EDIT
                   " BAD DEBT RECOVERIES"
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
           MOVE "GLQAR" TO CTL-INTERFACE
           MOVE "P" TO CTL-ROLE
           MOVE "ARLEDGER" TO CTL-PROGRAM
           MOVE TODAY-STAMP TO CTL-BATCH
           MOVE POST-COUNT TO CTL-COUNT
           MOVE POST-HASH TO CTL-HASH
           CALL "CTLTOTW" USING CONTROL-TOTAL-ENTRY
           DISPLAY "AR postings queued on GLQAR: " POST-COUNT
               " lines"
           .

      *-----------------------------------------------------------*
      * The billing office's work list: every claim standing      *
      * denied, with the payer's reason, until a remittance       *
      * settles it.                                               *
      *-----------------------------------------------------------*
       PRINT-DENIAL-WORKLIST.
           OPEN OUTPUT DENIAL-LIST-FILE
           MOVE SPACES TO DENIAL-LIST-RECORD
           STRING TODAY-STAMP " DENIED CLAIMS WORK LIST"
               DELIMITED BY SIZE INTO DENIAL-LIST-RECORD
           WRITE DENIAL-LIST-RECORD
           MOVE SPACES TO DENIAL-LIST-RECORD
           STRING "CLAIM  PAYER  MRN    PATIENT              "
               "SERVICE  DENIED          OPEN REASON"
               DELIMITED BY SIZE INTO DENIAL-LIST-RECORD
           WRITE DENIAL-LIST-RECORD
           MOVE 0 TO DENIAL-COUNT
           PERFORM VARYING C-IDX FROM 1 BY 1
                   UNTIL C-IDX > CLAIM-COUNT
               IF CM-STATUS(C-IDX) = "D"
                   ADD 1 TO DENIAL-COUNT
                   COMPUTE AMT-EDIT = CM-OPEN(C-IDX)
                   MOVE SPACES TO DENIAL-LIST-RECORD
                   STRING CM-CLAIM-NO(C-IDX) " " CM-PAYER(C-IDX) " "
                       CM-MRN(C-IDX) " " CM-PATIENT(C-IDX) " "
                       CM-SVC-DATE(C-IDX) " " CM-DENY-DATE(C-IDX)
                       " " AMT-EDIT " " CM-DENY-REASON(C-IDX)
                       DELIMITED BY SIZE INTO DENIAL-LIST-RECORD
                   WRITE DENIAL-LIST-RECORD
               END-IF
           END-PERFORM
           MOVE SPACES TO DENIAL-LIST-RECORD
           STRING "DENIED CLAIMS " DENIAL-COUNT
               DELIMITED BY SIZE INTO DENIAL-LIST-RECORD
           WRITE DENIAL-LIST-RECORD
           CLOSE DENIAL-LIST-FILE
           .

      *-----------------------------------------------------------*
      * The subledger's open total -- patient items plus payer    *
      * claims still open -- must equal the receivable            *
      * control account's balance on the ledger. A difference is  *
      * reported with both figures so month-end can chase it.     *
      *-----------------------------------------------------------*
                   UNTIL I-IDX > ITEM-COUNT
               ADD IT-OPEN-AMT(I-IDX) TO OPEN-CONTROL-TOTAL
           END-PERFORM
           MOVE 0 TO CLAIM-OPEN-TOTAL
           PERFORM VARYING C-IDX FROM 1 BY 1
                   UNTIL C-IDX > CLAIM-COUNT
               ADD CM-OPEN(C-IDX) TO CLAIM-OPEN-TOTAL
           END-PERFORM
           ADD CLAIM-OPEN-TOTAL TO OPEN-CONTROL-TOTAL
           MOVE 0 TO GL-RECEIVABLE-BAL
           OPEN INPUT ARCHIVE-FILE
           IF ARC-FILE-STATUS = "00"
           STRING "TOTAL OPEN " AMT-EDIT
               DELIMITED BY SIZE INTO AGING-RECORD
           WRITE AGING-RECORD
           COMPUTE AMT-EDIT = CLAIM-OPEN-TOTAL
           MOVE SPACES TO AGING-RECORD
           STRING "PAYER CLAIMS OPEN " AMT-EDIT
               DELIMITED BY SIZE INTO AGING-RECORD
           WRITE AGING-RECORD
           COMPUTE AMT-EDIT = OPEN-CONTROL-TOTAL
           COMPUTE AMT-EDIT2 = GL-RECEIVABLE-BAL
           MOVE SPACES TO AGING-RECORD
