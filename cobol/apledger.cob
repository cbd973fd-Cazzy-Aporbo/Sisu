       IDENTIFICATION DIVISION.
       PROGRAM-ID. APLEDGER.
       AUTHOR. CAZZY.
       REMARKS. >
           Open-item accounts payable subledger and the weekly
           payment run, the payables twin of ARLEDGER. Vendors
           live on the APVENDOR master (ID, name, payment terms in
           days, default expense account, A active / H on hold).
           Invoices reach APOPEN three ways: keyed supplier
           invoices on APINVOICE, ECOREMED contractor charges for
           actions carrying a vendor, and URBANFLUX capital draws
           -- each UFCAPPRJ project with a vendor is billed for
           its spend since the last run. Every invoice is due its
           invoice date plus the vendor's terms. The payment run
           picks every open invoice due by the pay-through date
           (APPAYRUN, default a week out), cuts one check per
           vendor onto the APCHECKS check/remittance register,
           and the run's expense/AP/cash entries go to the GLQAP
           interface queue for GLSWEEP the way BILLPOST feeds
           GLQBILL. APAGING ages what is still owed and
           reconciles the open total to the AP control account.
           Invoices paid more than 90 days back are retired from
           APOPEN to the APPAIDH paid history, which the
           duplicate checks read as well.
           Every invoice belongs to a company: remediation work
           to the environmental operation (ECOL), project draws
           to the city (CITY), keyed invoices to the code in
           their last column (blank = CORP).

      *-----------------------------------------------------------*
      * Mod history:
      *   2026-10-15  CAZZY - written; remediation contractors and
      *               capital-project draws went straight to
      *               expense and nobody could say what was still
      *               unpaid.
      *   2026-10-15  CAZZY - capital-project draws debit
      *               construction in progress, not the vendor's
      *               expense account; FIXASSET capitalizes the
      *               spend from there when the project completes.
      *   2026-10-15  CAZZY - every invoice carries a company code
      *               (ECOREMED charges ECOL, UFCAPPRJ draws CITY,
      *               keyed invoices their own column checked
      *               against LEDGRCOM, blank CORP); GLQAP lines
      *               are stamped with it and each company gets
      *               its own AP and cash lines.
      *   2026-10-15  CAZZY - TXN-RECORD and ARCHIVE-RECORD carry
      *               the source system and source reference;
      *               layout only.
      *   2026-10-15  CAZZY - the GLQAP batch's trailer count and
      *               hash are logged to CTLTOT (CTLTOTW) so
      *               CTLBAL can tie it to what GLSWEEP received.
      *   2026-10-15  CAZZY - an invoice whose company/account or
      *               company total has no room left in the run's
      *               GL totals is rejected, and a vendor whose
      *               due invoices cannot get a company total is
      *               not paid (RC 8); both used to fold into the
      *               table's last row. Tables enlarged.
      *   2026-10-15  CAZZY - an ECOREMED charge that is rejected
      *               (unknown vendor, a full table) holds the
      *               last-invoiced remediation date to the day
      *               before it so the next run raises it; charges
      *               already on APOPEN are not raised again. The
      *               date used to move to today regardless,
      *               losing the charge.
      *   2026-10-15  CAZZY - more than 500 invoices on APOPEN
      *               stops the run with RC 8 and APOPEN left as
      *               it was; the extra rows used to be dropped.
      *               Invoices paid more than PAID-KEEP-DAYS ago
      *               are retired to APPAIDH, which the
      *               duplicate-invoice and ECOREMED checks also
      *               read.
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENDOR-MASTER-FILE ASSIGN TO "APVENDOR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VENDOR-FILE-STATUS.
           SELECT OPEN-PAYABLES-FILE ASSIGN TO "APOPEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPEN-FILE-STATUS.
           SELECT PAID-HISTORY-FILE ASSIGN TO "APPAIDH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAIDH-FILE-STATUS.
           SELECT INVOICE-FILE ASSIGN TO "APINVOICE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INVOICE-FILE-STATUS.
           SELECT INVOICE-REJECT-FILE ASSIGN TO "APINVREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REJECT-FILE-STATUS.
           SELECT REMEDIATION-FILE ASSIGN TO "ECOREMED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REMED-FILE-STATUS.
           SELECT CAPITAL-PROJECT-FILE ASSIGN TO "UFCAPPRJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAPPRJ-FILE-STATUS.
           SELECT PAY-RUN-FILE ASSIGN TO "APPAYRUN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAYRUN-FILE-STATUS.
           SELECT CHECK-REGISTER-FILE ASSIGN TO "APCHECKS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHECK-FILE-STATUS.
           SELECT AGING-RPT-FILE ASSIGN TO "APAGING"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AGING-FILE-STATUS.
           SELECT GL-POSTING-FILE ASSIGN TO "GLQAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS POST-FILE-STATUS.
           SELECT LEDGER-TXN-FILE ASSIGN TO "LEDGERTX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TXN-SEQ
               FILE STATUS IS TXN-FILE-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO "LEDGRARC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARC-FILE-STATUS.
           SELECT COMPANY-FILE ASSIGN TO "LEDGRCOM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VENDOR-MASTER-FILE.
       01  VENDOR-MASTER-RECORD.
           05 AV-ID            PIC X(6).
           05 AV-NAME          PIC X(20).
           05 AV-TERMS         PIC 9(3).
           05 AV-ACCT          PIC X(4).
           05 AV-STATUS        PIC X.

      *-----------------------------------------------------------*
      * CTL record first (next item sequence, last check number,  *
      * last ECOREMED date invoiced), then one ITM record per     *
      * open or paid invoice, then one PRJ record per capital     *
      * project carrying what has been billed to date.            *
      *-----------------------------------------------------------*
       FD  OPEN-PAYABLES-FILE.
       01  OPEN-PAYABLE-RECORD.
           05 AP-TYPE          PIC X(3).
           05 AP-SEQ           PIC 9(6).
           05 AP-VENDOR        PIC X(6).
           05 AP-INVOICE       PIC X(10).
           05 AP-INV-DATE      PIC 9(8).
           05 AP-DUE-DATE      PIC 9(8).
           05 AP-ORIG-AMT      PIC S9(7)V99.
           05 AP-OPEN-AMT      PIC S9(7)V99.
           05 AP-ACCT          PIC X(4).
           05 AP-STATUS        PIC X.
           05 AP-SOURCE        PIC X(8).
           05 AP-CHECK-NO      PIC 9(6).
           05 AP-PAID-DATE     PIC 9(8).
           05 AP-COMPANY       PIC X(4).

      *-----------------------------------------------------------*
      * Paid invoices retired from APOPEN once past the keep      *
      * period, in APOPEN's ITM layout, appended oldest first.    *
      *-----------------------------------------------------------*
       FD  PAID-HISTORY-FILE.
       01  PAID-HISTORY-RECORD.
           05 PH-TYPE          PIC X(3).
           05 PH-SEQ           PIC 9(6).
           05 PH-VENDOR        PIC X(6).
           05 PH-INVOICE       PIC X(10).
           05 PH-INV-DATE      PIC 9(8).
           05 PH-DUE-DATE      PIC 9(8).
           05 PH-ORIG-AMT      PIC S9(7)V99.
           05 PH-OPEN-AMT      PIC S9(7)V99.
           05 PH-ACCT          PIC X(4).
           05 PH-STATUS        PIC X.
           05 PH-SOURCE        PIC X(8).
           05 PH-CHECK-NO      PIC 9(6).
           05 PH-PAID-DATE     PIC 9(8).
           05 PH-COMPANY       PIC X(4).

       FD  INVOICE-FILE.
       01  INVOICE-RECORD.
           05 AI-VENDOR        PIC X(6).
           05 AI-INVOICE       PIC X(10).
           05 AI-DATE          PIC X(8).
           05 AI-AMT-TEXT      PIC X(10).
           05 AI-ACCT          PIC X(4).
           05 AI-COMPANY       PIC X(4).

       FD  INVOICE-REJECT-FILE.
       01  INVOICE-REJECT-RECORD PIC X(80).

      *-----------------------------------------------------------*
      * ECOLEDGER's remediation layout; the vendor column after   *
      * the cost names the contractor to pay. Actions without a   *
      * vendor are in-house work and raise no invoice.            *
      *-----------------------------------------------------------*
       FD  REMEDIATION-FILE.
       01  REMEDIATION-RECORD.
           05 RM-DATE          PIC 9(8).
           05 RM-ASSET         PIC X(10).
           05 RM-ACTION        PIC X(10).
           05 RM-EFFECT        PIC 99.
           05 RM-COST          PIC X(8).
           05 RM-VENDOR        PIC X(6).

       FD  CAPITAL-PROJECT-FILE.
       01  CAPITAL-PROJECT-RECORD.
           05 CP-NAME          PIC X(10).
           05 CP-BTYPE         PIC X(10).
           05 CP-DISTRICT      PIC 9.
           05 CP-BUDGET        PIC 9(6).
           05 CP-DURATION      PIC 99.
           05 CP-ENERGY        PIC 99.
           05 CP-OCCUPANCY     PIC 99.
           05 CP-SPENT         PIC 9(6).
           05 CP-STEPS-DONE    PIC 99.
           05 CP-STATUS        PIC X.
           05 CP-DELAY         PIC 99.
           05 CP-VENDOR        PIC X(6).

       FD  PAY-RUN-FILE.
       01  PAY-RUN-RECORD      PIC X(20).

       FD  CHECK-REGISTER-FILE.
       01  CHECK-REGISTER-RECORD PIC X(100).

       FD  AGING-RPT-FILE.
       01  AGING-RECORD        PIC X(100).

       FD  GL-POSTING-FILE.
       01  GL-POSTING-RECORD   PIC X(80).

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

       FD  COMPANY-FILE.
       01  COMPANY-RECORD.
           05 CM-CODE          PIC X(4).
           05 CM-NAME          PIC X(20).
           05 CM-ACTIVE        PIC X.

       WORKING-STORAGE SECTION.
       77 VENDOR-FILE-STATUS  PIC X(2).
       77 OPEN-FILE-STATUS    PIC X(2).
       77 PAIDH-FILE-STATUS   PIC X(2).
       77 INVOICE-FILE-STATUS PIC X(2).
       77 REJECT-FILE-STATUS  PIC X(2).
       77 REMED-FILE-STATUS   PIC X(2).
       77 CAPPRJ-FILE-STATUS  PIC X(2).
       77 PAYRUN-FILE-STATUS  PIC X(2).
       77 CHECK-FILE-STATUS   PIC X(2).
       77 AGING-FILE-STATUS   PIC X(2).
       77 POST-FILE-STATUS    PIC X(2).
       77 TXN-FILE-STATUS     PIC X(2).
       77 ARC-FILE-STATUS     PIC X(2).
       77 COM-FILE-STATUS     PIC X(2).
       77 TODAY-STAMP         PIC 9(8).
       77 PAY-THROUGH-DATE    PIC 9(8).
       77 PAYABLE-ACCT        PIC X(4) VALUE "2100".
       77 CASH-ACCT           PIC X(4) VALUE "1000".
       77 CIP-ACCT            PIC X(4) VALUE "1750".
       77 DEFAULT-COMPANY     PIC X(4) VALUE "CORP".
       77 REMED-COMPANY       PIC X(4) VALUE "ECOL".
       77 PROJECT-COMPANY     PIC X(4) VALUE "CITY".
       77 DEFAULT-TERMS       PIC 9(3) VALUE 30.
       77 NEXT-ITEM-SEQ       PIC 9(6) VALUE 0.
       77 LAST-CHECK-NO       PIC 9(6) VALUE 0.
       77 LAST-REMED-DATE     PIC 9(8) VALUE 0.
       77 REMED-HOLD-DATE     PIC 9(8).
       77 HOLD-CANDIDATE      PIC 9(8).
       77 I-IDX               PIC 9(3).
       77 J-IDX               PIC 9(3).
       77 V-IDX               PIC 9(3).
       77 NEW-INVOICES        PIC 9(3) VALUE 0.
       77 REJECTED-INVOICES   PIC 9(3) VALUE 0.
       77 UNPAID-VENDORS      PIC 9(3) VALUE 0.
       77 COMPANY-SLOT-OK     PIC X.
       77 CHECKS-CUT          PIC 9(3) VALUE 0.
       77 INVOICE-AMT         PIC S9(7)V99.
       77 INVOICE-DATE        PIC 9(8).
       77 INVOICE-TERMS       PIC 9(3).
       77 INVOICE-ACCT        PIC X(4).
       77 INVOICE-VENDOR      PIC X(6).
       77 INVOICE-REF         PIC X(10).
       77 INVOICE-SOURCE      PIC X(8).
       77 INVOICE-COMPANY     PIC X(4).
       77 COMPANY-FOUND       PIC X.
       77 REJECT-REASON       PIC X(30).
       77 VENDOR-FOUND        PIC X.
       77 DUP-FOUND           PIC X.
       77 DUP-SOURCE          PIC X(8).
       77 DUP-DATE            PIC 9(8).
       77 ITEMS-FULL          PIC X VALUE "N".
       77 PAID-KEEP-DAYS      PIC 9(3) VALUE 90.
       77 PAID-CUTOFF         PIC 9(8).
       77 PAID-HIST-OPEN      PIC X VALUE "N".
       77 ITEMS-RETIRED       PIC 9(4) VALUE 0.
       77 CHECK-AMT           PIC S9(7)V99.
       77 RUN-INVOICED        PIC S9(9)V99 VALUE 0.
       77 RUN-PAID            PIC S9(9)V99 VALUE 0.
       77 ITEM-AGE            PIC S9(5).
       77 OPEN-CONTROL-TOTAL  PIC S9(9)V99 VALUE 0.
       77 GL-PAYABLE-BAL      PIC S9(9)V99 VALUE 0.
       77 RECON-DIFF          PIC S9(9)V99.
       77 AMT-EDIT            PIC -(7)9.99.
       77 AMT-EDIT2           PIC -(7)9.99.
       77 AMT-EDIT3           PIC -(7)9.99.
       77 AMT-EDIT4           PIC -(7)9.99.
       77 CHARGE-EDIT         PIC +9(7).99.
       77 POST-COUNT          PIC 9(4) VALUE 0.
       77 POST-HASH           PIC 9(7)V99 VALUE 0.
       01 CONTROL-TOTAL-ENTRY.
           COPY CTLTOT.
       77 BUCKET-CURRENT      PIC S9(9)V99.
       77 BUCKET-30           PIC S9(9)V99.
       77 BUCKET-60           PIC S9(9)V99.
       77 BUCKET-90           PIC S9(9)V99.
       77 PROJECT-DRAW        PIC S9(7)V99.

       01 VENDOR-TABLE.
           05 VENDOR-ENTRY OCCURS 100 TIMES.
              10 VT-ID         PIC X(6).
              10 VT-NAME       PIC X(20).
              10 VT-TERMS      PIC 9(3).
              10 VT-ACCT       PIC X(4).
              10 VT-STATUS     PIC X.
              10 VT-CHECK-AMT  PIC S9(7)V99.
              10 VT-CURRENT    PIC S9(9)V99.
              10 VT-30         PIC S9(9)V99.
              10 VT-60         PIC S9(9)V99.
              10 VT-90         PIC S9(9)V99.
       01 VENDOR-COUNT        PIC 9(3) VALUE 0.

       01 ITEM-TABLE.
           05 ITEM-ENTRY OCCURS 500 TIMES.
              10 IT-SEQ        PIC 9(6).
              10 IT-VENDOR     PIC X(6).
              10 IT-INVOICE    PIC X(10).
              10 IT-INV-DATE   PIC 9(8).
              10 IT-DUE-DATE   PIC 9(8).
              10 IT-ORIG-AMT   PIC S9(7)V99.
              10 IT-OPEN-AMT   PIC S9(7)V99.
              10 IT-ACCT       PIC X(4).
              10 IT-STATUS     PIC X.
              10 IT-SOURCE     PIC X(8).
              10 IT-CHECK-NO   PIC 9(6).
              10 IT-PAID-DATE  PIC 9(8).
              10 IT-COMPANY    PIC X(4).
       01 ITEM-COUNT          PIC 9(3) VALUE 0.
       01 MAX-ITEMS           PIC 9(3) VALUE 500.

       01 PROJECT-BILLED-TABLE.
           05 PB-ENTRY OCCURS 20 TIMES.
              10 PB-NAME       PIC X(10).
              10 PB-VENDOR     PIC X(6).
              10 PB-BILLED     PIC S9(7)V99.
       01 PB-COUNT            PIC 99 VALUE 0.
       01 PB-IDX              PIC 99.

      *-----------------------------------------------------------*
      * The run's expense debits summed by company and account,   *
      * so the GLQAP batch carries one line per account per       *
      * entity rather than one per invoice.                       *
      *-----------------------------------------------------------*
       01 EXPENSE-TOTALS.
           05 EX-ENTRY OCCURS 200 TIMES.
              10 EX-COMPANY    PIC X(4).
              10 EX-ACCT       PIC X(4).
              10 EX-AMT        PIC S9(7)V99.
       01 EX-COUNT            PIC 999 VALUE 0.
       01 EX-IDX              PIC 999.

      *-----------------------------------------------------------*
      * Invoiced and paid per company, for each entity's own AP   *
      * and cash lines -- every company's books must balance.     *
      *-----------------------------------------------------------*
       01 COMPANY-TOTALS.
           05 CT-ENTRY OCCURS 50 TIMES.
              10 CT-COMPANY    PIC X(4).
              10 CT-INVOICED   PIC S9(9)V99.
              10 CT-PAID       PIC S9(9)V99.
       01 CT-COUNT            PIC 99 VALUE 0.
       01 CT-IDX              PIC 99.

       01 COMPANY-MASTER.
           05 COM-ENTRY OCCURS 20 TIMES.
              10 COM-ENTRY-CODE   PIC X(4).
              10 COM-ENTRY-ACTIVE PIC X.
       01 COM-COUNT           PIC 99 VALUE 0.
       01 COM-IDX             PIC 99.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT TODAY-STAMP FROM DATE YYYYMMDD
           PERFORM LOAD-VENDOR-MASTER
           IF VENDOR-COUNT = 0
               DISPLAY "No vendor master (APVENDOR) -- AP run "
                   "abandoned"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-COMPANY-MASTER
           PERFORM LOAD-OPEN-PAYABLES
           IF ITEMS-FULL = "Y"
               DISPLAY "APOPEN holds more than " MAX-ITEMS
                   " invoices -- nothing entered or paid, APOPEN "
                   "left as it was"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-PAY-THROUGH-DATE
           PERFORM LOAD-KEYED-INVOICES
           PERFORM LOAD-REMEDIATION-INVOICES
           PERFORM LOAD-PROJECT-DRAW-INVOICES
           PERFORM RUN-PAYMENT-SELECTION
           PERFORM SAVE-OPEN-PAYABLES
           PERFORM WRITE-GL-POSTINGS
           PERFORM RECONCILE-CONTROL-TOTAL
           OPEN OUTPUT AGING-RPT-FILE
           PERFORM PRINT-AGING-REPORT
           CLOSE AGING-RPT-FILE
           DISPLAY "AP run complete: " NEW-INVOICES
               " invoices entered, " REJECTED-INVOICES
               " rejected, " CHECKS-CUT " checks cut, aging on "
               "APAGING"
           IF REJECTED-INVOICES > 0 OR UNPAID-VENDORS > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-VENDOR-MASTER.
           MOVE 0 TO VENDOR-COUNT
           OPEN INPUT VENDOR-MASTER-FILE
           IF VENDOR-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ VENDOR-MASTER-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF VENDOR-COUNT < 100
                   ADD 1 TO VENDOR-COUNT
                   MOVE AV-ID TO VT-ID(VENDOR-COUNT)
                   MOVE AV-NAME TO VT-NAME(VENDOR-COUNT)
                   IF AV-TERMS IS NUMERIC
                       MOVE AV-TERMS TO VT-TERMS(VENDOR-COUNT)
                   ELSE
                       MOVE DEFAULT-TERMS TO VT-TERMS(VENDOR-COUNT)
                   END-IF
                   MOVE AV-ACCT TO VT-ACCT(VENDOR-COUNT)
                   MOVE AV-STATUS TO VT-STATUS(VENDOR-COUNT)
                   MOVE 0 TO VT-CHECK-AMT(VENDOR-COUNT)
               ELSE
                   DISPLAY "Vendor table full -- " AV-ID
                       " not loaded"
               END-IF
           END-PERFORM
           CLOSE VENDOR-MASTER-FILE
           .

      *-----------------------------------------------------------*
      * LEDGRCOM is LEDGER's company master; a keyed invoice for  *
      * a company not on it (or not active) is rejected here      *
      * rather than left to fail the whole GLPOST batch. With no  *
      * master every code is taken, as LEDGER itself does.        *
      *-----------------------------------------------------------*
       LOAD-COMPANY-MASTER.
           MOVE 0 TO COM-COUNT
           OPEN INPUT COMPANY-FILE
           IF COM-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ COMPANY-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF COM-COUNT < 20
                   ADD 1 TO COM-COUNT
                   MOVE CM-CODE TO COM-ENTRY-CODE(COM-COUNT)
                   MOVE CM-ACTIVE TO COM-ENTRY-ACTIVE(COM-COUNT)
               END-IF
           END-PERFORM
           CLOSE COMPANY-FILE
           .

       FIND-COMPANY.
           MOVE "Y" TO COMPANY-FOUND
           IF COM-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO COMPANY-FOUND
           PERFORM VARYING COM-IDX FROM 1 BY 1
                   UNTIL COM-IDX > COM-COUNT
               IF COM-ENTRY-CODE(COM-IDX) = INVOICE-COMPANY
                       AND COM-ENTRY-ACTIVE(COM-IDX) = "Y"
                   MOVE "Y" TO COMPANY-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

      *-----------------------------------------------------------*
      * An item saved before it carried a company takes its       *
      * source's: remediation contractors are the environmental   *
      * operation's, project draws the city's, the rest CORP.     *
      *-----------------------------------------------------------*
       SET-ITEM-COMPANY.
           EVALUATE IT-SOURCE(ITEM-COUNT)
               WHEN "ECOREMED"
                   MOVE REMED-COMPANY TO IT-COMPANY(ITEM-COUNT)
               WHEN "UFCAPPRJ"
                   MOVE PROJECT-COMPANY TO IT-COMPANY(ITEM-COUNT)
               WHEN OTHER
                   MOVE DEFAULT-COMPANY TO IT-COMPANY(ITEM-COUNT)
           END-EVALUATE
           .

       LOAD-OPEN-PAYABLES.
           MOVE 0 TO ITEM-COUNT
           MOVE 0 TO PB-COUNT
           OPEN INPUT OPEN-PAYABLES-FILE
           IF OPEN-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ OPEN-PAYABLES-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               EVALUATE AP-TYPE
                   WHEN "CTL"
                       MOVE AP-SEQ TO NEXT-ITEM-SEQ
                       MOVE AP-CHECK-NO TO LAST-CHECK-NO
                       MOVE AP-INV-DATE TO LAST-REMED-DATE
                   WHEN "PRJ"
                       IF PB-COUNT < 20
                           ADD 1 TO PB-COUNT
                           MOVE AP-INVOICE TO PB-NAME(PB-COUNT)
                           MOVE AP-VENDOR TO PB-VENDOR(PB-COUNT)
                           MOVE AP-ORIG-AMT TO PB-BILLED(PB-COUNT)
                       END-IF
                   WHEN OTHER
                       IF ITEM-COUNT < MAX-ITEMS
                           ADD 1 TO ITEM-COUNT
                           MOVE AP-SEQ TO IT-SEQ(ITEM-COUNT)
                           MOVE AP-VENDOR TO IT-VENDOR(ITEM-COUNT)
                           MOVE AP-INVOICE TO IT-INVOICE(ITEM-COUNT)
                           MOVE AP-INV-DATE
                               TO IT-INV-DATE(ITEM-COUNT)
                           MOVE AP-DUE-DATE
                               TO IT-DUE-DATE(ITEM-COUNT)
                           MOVE AP-ORIG-AMT
                               TO IT-ORIG-AMT(ITEM-COUNT)
                           MOVE AP-OPEN-AMT
                               TO IT-OPEN-AMT(ITEM-COUNT)
                           MOVE AP-ACCT TO IT-ACCT(ITEM-COUNT)
                           MOVE AP-STATUS TO IT-STATUS(ITEM-COUNT)
                           MOVE AP-SOURCE TO IT-SOURCE(ITEM-COUNT)
                           MOVE AP-CHECK-NO
                               TO IT-CHECK-NO(ITEM-COUNT)
                           MOVE AP-PAID-DATE
                               TO IT-PAID-DATE(ITEM-COUNT)
                           MOVE AP-COMPANY TO IT-COMPANY(ITEM-COUNT)
                           IF AP-COMPANY = SPACES
                               PERFORM SET-ITEM-COMPANY
                           END-IF
                       ELSE
                           MOVE "Y" TO ITEMS-FULL
                       END-IF
               END-EVALUATE
           END-PERFORM
           CLOSE OPEN-PAYABLES-FILE
           .

      *-----------------------------------------------------------*
      * APPAYRUN holds the pay-through date for this run; with no *
      * file the run pays everything falling due in the coming    *
      * week, so a weekly schedule never lets an invoice go late. *
      *-----------------------------------------------------------*
       LOAD-PAY-THROUGH-DATE.
           COMPUTE PAY-THROUGH-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(TODAY-STAMP) + 7)
           OPEN INPUT PAY-RUN-FILE
           IF PAYRUN-FILE-STATUS = "00"
               READ PAY-RUN-FILE
                   AT END
                       CONTINUE
               END-READ
               IF PAYRUN-FILE-STATUS = "00"
                       AND PAY-RUN-RECORD(1:8) IS NUMERIC
                   MOVE PAY-RUN-RECORD(1:8) TO PAY-THROUGH-DATE
               END-IF
               CLOSE PAY-RUN-FILE
           END-IF
           DISPLAY "Paying invoices due through " PAY-THROUGH-DATE
           .

      *-----------------------------------------------------------*
      * Keyed supplier invoices: vendor, the supplier's invoice   *
      * number, invoice date, amount, and an expense account      *
      * (spaces take the vendor's default). An unknown vendor, a  *
      * bad date or amount, or a vendor/invoice number already on *
      * APOPEN or APPAIDH goes to APINVREJ with the reason. The   *
      * consumed file is cleared the way ARLEDGER clears ARCASH.  *
      *-----------------------------------------------------------*
       LOAD-KEYED-INVOICES.
           OPEN INPUT INVOICE-FILE
           IF INVOICE-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT INVOICE-REJECT-FILE
           PERFORM UNTIL 1 = 2
               READ INVOICE-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               PERFORM TAKE-KEYED-INVOICE
           END-PERFORM
           CLOSE INVOICE-FILE
           CLOSE INVOICE-REJECT-FILE
           OPEN OUTPUT INVOICE-FILE
           CLOSE INVOICE-FILE
           DISPLAY "APINVOICE consumed and cleared"
           .

       TAKE-KEYED-INVOICE.
           MOVE SPACES TO REJECT-REASON
           MOVE AI-VENDOR TO INVOICE-VENDOR
           MOVE AI-INVOICE TO INVOICE-REF
           MOVE "APINVOIC" TO INVOICE-SOURCE
           PERFORM FIND-VENDOR
           IF VENDOR-FOUND = "N"
               MOVE "UNKNOWN VENDOR" TO REJECT-REASON
           END-IF
           IF AI-DATE IS NOT NUMERIC
               MOVE "INVALID INVOICE DATE" TO REJECT-REASON
           END-IF
           COMPUTE INVOICE-AMT = FUNCTION NUMVAL(AI-AMT-TEXT)
           IF INVOICE-AMT <= 0
               MOVE "AMOUNT NOT POSITIVE" TO REJECT-REASON
           END-IF
           MOVE "N" TO DUP-FOUND
           PERFORM VARYING I-IDX FROM 1 BY 1 UNTIL I-IDX > ITEM-COUNT
               IF IT-VENDOR(I-IDX) = AI-VENDOR
                       AND IT-INVOICE(I-IDX) = AI-INVOICE
                   MOVE "Y" TO DUP-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF DUP-FOUND = "N"
               MOVE SPACES TO DUP-SOURCE
               MOVE 0 TO DUP-DATE
               PERFORM SEARCH-PAID-HISTORY
           END-IF
           IF DUP-FOUND = "Y"
               MOVE "DUPLICATE VENDOR INVOICE" TO REJECT-REASON
           END-IF
           IF AI-COMPANY = SPACES
               MOVE DEFAULT-COMPANY TO INVOICE-COMPANY
           ELSE
               MOVE AI-COMPANY TO INVOICE-COMPANY
           END-IF
           PERFORM FIND-COMPANY
           IF COMPANY-FOUND = "N"
               MOVE "UNKNOWN COMPANY CODE" TO REJECT-REASON
           END-IF
           IF REJECT-REASON NOT = SPACES
               ADD 1 TO REJECTED-INVOICES
               MOVE SPACES TO INVOICE-REJECT-RECORD
               STRING INVOICE-RECORD " " REJECT-REASON
                   DELIMITED BY SIZE INTO INVOICE-REJECT-RECORD
               WRITE INVOICE-REJECT-RECORD
               DISPLAY "Invoice " AI-INVOICE " for " AI-VENDOR
                   " REJECTED: " REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE AI-DATE TO INVOICE-DATE
           IF AI-ACCT = SPACES
               MOVE VT-ACCT(V-IDX) TO INVOICE-ACCT
           ELSE
               MOVE AI-ACCT TO INVOICE-ACCT
           END-IF
           PERFORM OPEN-ONE-INVOICE
           .

      *-----------------------------------------------------------*
      * ECOREMED actions dated since the last run and on or       *
      * before today, with a contractor named, become invoices    *
      * for their cost against the contractor's default account.  *
      * A charge that cannot be invoiced holds the last-invoiced  *
      * date to the day before it, so the next run picks it up    *
      * again; charges after it already on APOPEN are not raised  *
      * twice.                                                    *
      *-----------------------------------------------------------*
       LOAD-REMEDIATION-INVOICES.
           OPEN INPUT REMEDIATION-FILE
           IF REMED-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE TODAY-STAMP TO REMED-HOLD-DATE
           PERFORM UNTIL 1 = 2
               READ REMEDIATION-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF RM-DATE > LAST-REMED-DATE
                       AND RM-DATE <= TODAY-STAMP
                       AND RM-VENDOR NOT = SPACES
                   PERFORM TAKE-REMEDIATION-INVOICE
               END-IF
           END-PERFORM
           CLOSE REMEDIATION-FILE
           MOVE REMED-HOLD-DATE TO LAST-REMED-DATE
           IF LAST-REMED-DATE < TODAY-STAMP
               DISPLAY "ECOREMED charges from " LAST-REMED-DATE
                   " held for the next run"
           END-IF
           .

       TAKE-REMEDIATION-INVOICE.
           MOVE "N" TO DUP-FOUND
           PERFORM VARYING I-IDX FROM 1 BY 1 UNTIL I-IDX > ITEM-COUNT
               IF IT-SOURCE(I-IDX) = "ECOREMED"
                       AND IT-VENDOR(I-IDX) = RM-VENDOR
                       AND IT-INVOICE(I-IDX) = RM-ASSET
                       AND IT-INV-DATE(I-IDX) = RM-DATE
                   MOVE "Y" TO DUP-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF DUP-FOUND = "N"
               MOVE RM-VENDOR TO INVOICE-VENDOR
               MOVE RM-ASSET TO INVOICE-REF
               MOVE "ECOREMED" TO DUP-SOURCE
               MOVE RM-DATE TO DUP-DATE
               PERFORM SEARCH-PAID-HISTORY
           END-IF
           IF DUP-FOUND = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE RM-VENDOR TO INVOICE-VENDOR
           PERFORM FIND-VENDOR
           IF VENDOR-FOUND = "N"
               DISPLAY "ECOREMED " RM-ASSET " names unknown vendor "
                   RM-VENDOR " -- no invoice raised"
               ADD 1 TO REJECTED-INVOICES
               PERFORM HOLD-REMEDIATION-DATE
               EXIT PARAGRAPH
           END-IF
           COMPUTE INVOICE-AMT = FUNCTION NUMVAL(RM-COST)
           IF INVOICE-AMT <= 0
               EXIT PARAGRAPH
           END-IF
           MOVE RM-ASSET TO INVOICE-REF
           MOVE RM-DATE TO INVOICE-DATE
           MOVE VT-ACCT(V-IDX) TO INVOICE-ACCT
           MOVE "ECOREMED" TO INVOICE-SOURCE
           MOVE REMED-COMPANY TO INVOICE-COMPANY
           MOVE NEW-INVOICES TO J-IDX
           PERFORM OPEN-ONE-INVOICE
           IF NEW-INVOICES = J-IDX
               PERFORM HOLD-REMEDIATION-DATE
           END-IF
           .

       HOLD-REMEDIATION-DATE.
           COMPUTE HOLD-CANDIDATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(RM-DATE) - 1)
           IF HOLD-CANDIDATE < REMED-HOLD-DATE
               MOVE HOLD-CANDIDATE TO REMED-HOLD-DATE
           END-IF
           .

      *-----------------------------------------------------------*
      * An invoice paid and retired to APPAIDH is still a         *
      * duplicate if it comes in again. DUP-SOURCE of spaces      *
      * matches on vendor and invoice number alone; otherwise     *
      * the source and invoice date must match as well.           *
      *-----------------------------------------------------------*
       SEARCH-PAID-HISTORY.
           OPEN INPUT PAID-HISTORY-FILE
           IF PAIDH-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ PAID-HISTORY-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF PH-VENDOR = INVOICE-VENDOR
                       AND PH-INVOICE = INVOICE-REF
                   IF DUP-SOURCE = SPACES
                       MOVE "Y" TO DUP-FOUND
                       EXIT PERFORM
                   END-IF
                   IF PH-SOURCE = DUP-SOURCE
                           AND PH-INV-DATE = DUP-DATE
                       MOVE "Y" TO DUP-FOUND
                       EXIT PERFORM
                   END-IF
               END-IF
           END-PERFORM
           CLOSE PAID-HISTORY-FILE
           .

      *-----------------------------------------------------------*
      * Progress billing: each UFCAPPRJ project with a vendor is  *
      * invoiced for CP-SPENT less what APOPEN's PRJ record says  *
      * has already been billed, so every draw URBANFLUX makes    *
      * is owed to the contractor exactly once. Draws debit       *
      * construction in progress until the project completes.     *
      *-----------------------------------------------------------*
       LOAD-PROJECT-DRAW-INVOICES.
           OPEN INPUT CAPITAL-PROJECT-FILE
           IF CAPPRJ-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ CAPITAL-PROJECT-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF CP-VENDOR NOT = SPACES AND CP-SPENT IS NUMERIC
                   PERFORM TAKE-PROJECT-DRAW
               END-IF
           END-PERFORM
           CLOSE CAPITAL-PROJECT-FILE
           .

       TAKE-PROJECT-DRAW.
           PERFORM VARYING PB-IDX FROM 1 BY 1 UNTIL PB-IDX > PB-COUNT
               IF PB-NAME(PB-IDX) = CP-NAME
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF PB-IDX > PB-COUNT
               IF PB-COUNT >= 20
                   DISPLAY "Project billing table full -- "
                       CP-NAME " not billed"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO PB-COUNT
               MOVE PB-COUNT TO PB-IDX
               MOVE CP-NAME TO PB-NAME(PB-IDX)
               MOVE 0 TO PB-BILLED(PB-IDX)
           END-IF
           MOVE CP-VENDOR TO PB-VENDOR(PB-IDX)
           COMPUTE PROJECT-DRAW = CP-SPENT - PB-BILLED(PB-IDX)
           IF PROJECT-DRAW <= 0
               EXIT PARAGRAPH
           END-IF
           MOVE CP-VENDOR TO INVOICE-VENDOR
           PERFORM FIND-VENDOR
           IF VENDOR-FOUND = "N"
               DISPLAY "UFCAPPRJ " CP-NAME " names unknown vendor "
                   CP-VENDOR " -- draw not billed"
               ADD 1 TO REJECTED-INVOICES
               EXIT PARAGRAPH
           END-IF
           MOVE PROJECT-DRAW TO INVOICE-AMT
           MOVE CP-NAME TO INVOICE-REF
           MOVE TODAY-STAMP TO INVOICE-DATE
           MOVE CIP-ACCT TO INVOICE-ACCT
           MOVE "UFCAPPRJ" TO INVOICE-SOURCE
           MOVE PROJECT-COMPANY TO INVOICE-COMPANY
           MOVE NEW-INVOICES TO J-IDX
           PERFORM OPEN-ONE-INVOICE
           IF NEW-INVOICES > J-IDX
               MOVE CP-SPENT TO PB-BILLED(PB-IDX)
           END-IF
           .

       FIND-VENDOR.
           MOVE "N" TO VENDOR-FOUND
           PERFORM VARYING V-IDX FROM 1 BY 1
                   UNTIL V-IDX > VENDOR-COUNT
               IF VT-ID(V-IDX) = INVOICE-VENDOR
                   MOVE "Y" TO VENDOR-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

      *-----------------------------------------------------------*
      * Open one invoice from the INVOICE- fields (V-IDX on the   *
      * vendor): due date is invoice date plus the vendor's       *
      * terms, and the expense lands in the run's GL totals.      *
      *-----------------------------------------------------------*
       OPEN-ONE-INVOICE.
           IF ITEM-COUNT >= MAX-ITEMS
               DISPLAY "Open-payables table full -- invoice "
                   INVOICE-REF " for " INVOICE-VENDOR " not entered"
               ADD 1 TO REJECTED-INVOICES
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-COMPANY-TOTAL
           IF CT-IDX > 0
               PERFORM FIND-EXPENSE-TOTAL
           END-IF
           IF CT-IDX = 0 OR EX-IDX = 0
               DISPLAY "GL totals table full -- invoice "
                   INVOICE-REF " for " INVOICE-VENDOR " company "
                   INVOICE-COMPANY " account " INVOICE-ACCT
                   " not entered"
               ADD 1 TO REJECTED-INVOICES
               EXIT PARAGRAPH
           END-IF
           MOVE VT-TERMS(V-IDX) TO INVOICE-TERMS
           ADD 1 TO ITEM-COUNT
           ADD 1 TO NEXT-ITEM-SEQ
           ADD 1 TO NEW-INVOICES
           MOVE NEXT-ITEM-SEQ TO IT-SEQ(ITEM-COUNT)
           MOVE INVOICE-VENDOR TO IT-VENDOR(ITEM-COUNT)
           MOVE INVOICE-REF TO IT-INVOICE(ITEM-COUNT)
           MOVE INVOICE-DATE TO IT-INV-DATE(ITEM-COUNT)
           COMPUTE IT-DUE-DATE(ITEM-COUNT) = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(INVOICE-DATE) + INVOICE-TERMS)
           MOVE INVOICE-AMT TO IT-ORIG-AMT(ITEM-COUNT)
           MOVE INVOICE-AMT TO IT-OPEN-AMT(ITEM-COUNT)
           MOVE INVOICE-ACCT TO IT-ACCT(ITEM-COUNT)
           MOVE "O" TO IT-STATUS(ITEM-COUNT)
           MOVE INVOICE-SOURCE TO IT-SOURCE(ITEM-COUNT)
           MOVE 0 TO IT-CHECK-NO(ITEM-COUNT)
           MOVE 0 TO IT-PAID-DATE(ITEM-COUNT)
           MOVE INVOICE-COMPANY TO IT-COMPANY(ITEM-COUNT)
           ADD INVOICE-AMT TO RUN-INVOICED
           ADD INVOICE-AMT TO EX-AMT(EX-IDX)
           ADD INVOICE-AMT TO CT-INVOICED(CT-IDX)
           .

      *-----------------------------------------------------------*
      * The company/account and company total slots an amount     *
      * goes to, opened if new. A full table gives index 0: the   *
      * caller skips and reports the item rather than fold it     *
      * into another account's or company's row.                  *
      *-----------------------------------------------------------*
       FIND-EXPENSE-TOTAL.
           PERFORM VARYING EX-IDX FROM 1 BY 1 UNTIL EX-IDX > EX-COUNT
               IF EX-ACCT(EX-IDX) = INVOICE-ACCT
                       AND EX-COMPANY(EX-IDX) = INVOICE-COMPANY
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF EX-IDX > EX-COUNT
               IF EX-COUNT >= 200
                   MOVE 0 TO EX-IDX
               ELSE
                   ADD 1 TO EX-COUNT
                   MOVE EX-COUNT TO EX-IDX
                   MOVE INVOICE-COMPANY TO EX-COMPANY(EX-IDX)
                   MOVE INVOICE-ACCT TO EX-ACCT(EX-IDX)
                   MOVE 0 TO EX-AMT(EX-IDX)
               END-IF
           END-IF
           .

       FIND-COMPANY-TOTAL.
           PERFORM VARYING CT-IDX FROM 1 BY 1 UNTIL CT-IDX > CT-COUNT
               IF CT-COMPANY(CT-IDX) = INVOICE-COMPANY
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF CT-IDX > CT-COUNT
               IF CT-COUNT >= 50
                   MOVE 0 TO CT-IDX
               ELSE
                   ADD 1 TO CT-COUNT
                   MOVE CT-COUNT TO CT-IDX
                   MOVE INVOICE-COMPANY TO CT-COMPANY(CT-IDX)
                   MOVE 0 TO CT-INVOICED(CT-IDX)
                   MOVE 0 TO CT-PAID(CT-IDX)
               END-IF
           END-IF
           .

      *-----------------------------------------------------------*
      * The payment run: every open invoice due by the pay-       *
      * through date is paid, one check per vendor covering all   *
      * of its due invoices. A vendor on hold (status H) is       *
      * skipped and said so. The register lists each check with   *
      * its remittance detail -- the invoices it settles.         *
      *-----------------------------------------------------------*
       RUN-PAYMENT-SELECTION.
           OPEN OUTPUT CHECK-REGISTER-FILE
           MOVE SPACES TO CHECK-REGISTER-RECORD
           STRING TODAY-STAMP " AP CHECK/REMITTANCE REGISTER -- "
               "DUE THROUGH " PAY-THROUGH-DATE
               DELIMITED BY SIZE INTO CHECK-REGISTER-RECORD
           WRITE CHECK-REGISTER-RECORD
           PERFORM VARYING V-IDX FROM 1 BY 1
                   UNTIL V-IDX > VENDOR-COUNT
               PERFORM PAY-ONE-VENDOR
           END-PERFORM
           MOVE SPACES TO CHECK-REGISTER-RECORD
           COMPUTE AMT-EDIT = RUN-PAID
           STRING "CHECKS " CHECKS-CUT " TOTAL " AMT-EDIT
               DELIMITED BY SIZE INTO CHECK-REGISTER-RECORD
           WRITE CHECK-REGISTER-RECORD
           CLOSE CHECK-REGISTER-FILE
           .

       PAY-ONE-VENDOR.
           MOVE 0 TO CHECK-AMT
           MOVE "Y" TO COMPANY-SLOT-OK
           PERFORM VARYING I-IDX FROM 1 BY 1 UNTIL I-IDX > ITEM-COUNT
               IF IT-VENDOR(I-IDX) = VT-ID(V-IDX)
                       AND IT-STATUS(I-IDX) = "O"
                       AND IT-DUE-DATE(I-IDX) <= PAY-THROUGH-DATE
                   ADD IT-OPEN-AMT(I-IDX) TO CHECK-AMT
                   MOVE IT-COMPANY(I-IDX) TO INVOICE-COMPANY
                   PERFORM FIND-COMPANY-TOTAL
                   IF CT-IDX = 0
                       MOVE "N" TO COMPANY-SLOT-OK
                   END-IF
               END-IF
           END-PERFORM
           IF CHECK-AMT <= 0
               EXIT PARAGRAPH
           END-IF
           IF COMPANY-SLOT-OK = "N"
               COMPUTE AMT-EDIT = CHECK-AMT
               DISPLAY "Company totals table full -- vendor "
                   VT-ID(V-IDX) " " AMT-EDIT " due, not paid"
               MOVE SPACES TO CHECK-REGISTER-RECORD
               STRING "HELD   " VT-ID(V-IDX) " " VT-NAME(V-IDX)
                   " " AMT-EDIT " COMPANY TOTALS FULL -- NOT PAID"
                   DELIMITED BY SIZE INTO CHECK-REGISTER-RECORD
               WRITE CHECK-REGISTER-RECORD
               ADD 1 TO UNPAID-VENDORS
               EXIT PARAGRAPH
           END-IF
           IF VT-STATUS(V-IDX) = "H"
               COMPUTE AMT-EDIT = CHECK-AMT
               DISPLAY "Vendor " VT-ID(V-IDX) " is on hold -- "
                   AMT-EDIT " due, not paid"
               MOVE SPACES TO CHECK-REGISTER-RECORD
               STRING "HELD   " VT-ID(V-IDX) " " VT-NAME(V-IDX)
                   " " AMT-EDIT " VENDOR ON HOLD -- NOT PAID"
                   DELIMITED BY SIZE INTO CHECK-REGISTER-RECORD
               WRITE CHECK-REGISTER-RECORD
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO LAST-CHECK-NO
           ADD 1 TO CHECKS-CUT
           ADD CHECK-AMT TO RUN-PAID
           MOVE CHECK-AMT TO VT-CHECK-AMT(V-IDX)
           COMPUTE AMT-EDIT = CHECK-AMT
           MOVE SPACES TO CHECK-REGISTER-RECORD
           STRING "CHECK " LAST-CHECK-NO " " VT-ID(V-IDX) " "
               VT-NAME(V-IDX) " " AMT-EDIT
               DELIMITED BY SIZE INTO CHECK-REGISTER-RECORD
           WRITE CHECK-REGISTER-RECORD
           PERFORM VARYING I-IDX FROM 1 BY 1 UNTIL I-IDX > ITEM-COUNT
               IF IT-VENDOR(I-IDX) = VT-ID(V-IDX)
                       AND IT-STATUS(I-IDX) = "O"
                       AND IT-DUE-DATE(I-IDX) <= PAY-THROUGH-DATE
                   COMPUTE AMT-EDIT2 = IT-OPEN-AMT(I-IDX)
                   MOVE SPACES TO CHECK-REGISTER-RECORD
                   STRING "    INV " IT-INVOICE(I-IDX)
                       " DATED " IT-INV-DATE(I-IDX)
                       " DUE " IT-DUE-DATE(I-IDX) " "
                       AMT-EDIT2 " " IT-SOURCE(I-IDX)
                       DELIMITED BY SIZE INTO CHECK-REGISTER-RECORD
                   WRITE CHECK-REGISTER-RECORD
                   MOVE IT-COMPANY(I-IDX) TO INVOICE-COMPANY
                   PERFORM FIND-COMPANY-TOTAL
                   ADD IT-OPEN-AMT(I-IDX) TO CT-PAID(CT-IDX)
                   MOVE 0 TO IT-OPEN-AMT(I-IDX)
                   MOVE "P" TO IT-STATUS(I-IDX)
                   MOVE LAST-CHECK-NO TO IT-CHECK-NO(I-IDX)
                   MOVE TODAY-STAMP TO IT-PAID-DATE(I-IDX)
               END-IF
           END-PERFORM
           .

       SAVE-OPEN-PAYABLES.
           COMPUTE PAID-CUTOFF = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(TODAY-STAMP) - PAID-KEEP-DAYS)
           OPEN OUTPUT OPEN-PAYABLES-FILE
           MOVE SPACES TO OPEN-PAYABLE-RECORD
           MOVE "CTL" TO AP-TYPE
           MOVE NEXT-ITEM-SEQ TO AP-SEQ
           MOVE LAST-CHECK-NO TO AP-CHECK-NO
           MOVE LAST-REMED-DATE TO AP-INV-DATE
           MOVE 0 TO AP-DUE-DATE
           MOVE 0 TO AP-ORIG-AMT
           MOVE 0 TO AP-OPEN-AMT
           MOVE 0 TO AP-PAID-DATE
           WRITE OPEN-PAYABLE-RECORD
           PERFORM VARYING I-IDX FROM 1 BY 1
                   UNTIL I-IDX > ITEM-COUNT
               MOVE "ITM" TO AP-TYPE
               MOVE IT-SEQ(I-IDX) TO AP-SEQ
               MOVE IT-VENDOR(I-IDX) TO AP-VENDOR
               MOVE IT-INVOICE(I-IDX) TO AP-INVOICE
               MOVE IT-INV-DATE(I-IDX) TO AP-INV-DATE
               MOVE IT-DUE-DATE(I-IDX) TO AP-DUE-DATE
               MOVE IT-ORIG-AMT(I-IDX) TO AP-ORIG-AMT
               MOVE IT-OPEN-AMT(I-IDX) TO AP-OPEN-AMT
               MOVE IT-ACCT(I-IDX) TO AP-ACCT
               MOVE IT-STATUS(I-IDX) TO AP-STATUS
               MOVE IT-SOURCE(I-IDX) TO AP-SOURCE
               MOVE IT-CHECK-NO(I-IDX) TO AP-CHECK-NO
               MOVE IT-PAID-DATE(I-IDX) TO AP-PAID-DATE
               MOVE IT-COMPANY(I-IDX) TO AP-COMPANY
               IF IT-STATUS(I-IDX) = "P"
                       AND IT-PAID-DATE(I-IDX) < PAID-CUTOFF
                   PERFORM RETIRE-PAID-ITEM
               ELSE
                   WRITE OPEN-PAYABLE-RECORD
               END-IF
           END-PERFORM
           PERFORM VARYING PB-IDX FROM 1 BY 1 UNTIL PB-IDX > PB-COUNT
               MOVE SPACES TO OPEN-PAYABLE-RECORD
               MOVE "PRJ" TO AP-TYPE
               MOVE 0 TO AP-SEQ
               MOVE PB-VENDOR(PB-IDX) TO AP-VENDOR
               MOVE PB-NAME(PB-IDX) TO AP-INVOICE
               MOVE 0 TO AP-INV-DATE
               MOVE 0 TO AP-DUE-DATE
               MOVE PB-BILLED(PB-IDX) TO AP-ORIG-AMT
               MOVE 0 TO AP-OPEN-AMT
               MOVE 0 TO AP-CHECK-NO
               MOVE 0 TO AP-PAID-DATE
               WRITE OPEN-PAYABLE-RECORD
           END-PERFORM
           CLOSE OPEN-PAYABLES-FILE
           IF PAID-HIST-OPEN = "Y"
               CLOSE PAID-HISTORY-FILE
               DISPLAY "Paid invoices retired to APPAIDH: "
                   ITEMS-RETIRED
           END-IF
           .

      *-----------------------------------------------------------*
      * Invoices paid more than PAID-KEEP-DAYS ago leave APOPEN   *
      * for APPAIDH, so APOPEN carries only what is open or       *
      * recently settled and does not grow without end.           *
      *-----------------------------------------------------------*
       RETIRE-PAID-ITEM.
           IF PAID-HIST-OPEN = "N"
               OPEN EXTEND PAID-HISTORY-FILE
               IF PAIDH-FILE-STATUS NOT = "00"
                   OPEN OUTPUT PAID-HISTORY-FILE
               END-IF
               MOVE "Y" TO PAID-HIST-OPEN
           END-IF
           MOVE OPEN-PAYABLE-RECORD TO PAID-HISTORY-RECORD
           WRITE PAID-HISTORY-RECORD
           ADD 1 TO ITEMS-RETIRED
           .

      *-----------------------------------------------------------*
      * The run's journal on GLQAP: debit each expense account    *
      * for the invoices entered and credit the AP control        *
      * account; debit AP and credit cash for the checks cut --   *
      * each on the books of the company the invoice belongs to.  *
      * HDR date is the batch number, TRL carries the DTL count   *
      * and the hash of the debits, as GLSWEEP verifies.          *
      *-----------------------------------------------------------*
       WRITE-GL-POSTINGS.
           IF RUN-INVOICED = 0 AND RUN-PAID = 0
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT GL-POSTING-FILE
           MOVE 0 TO POST-COUNT
           MOVE 0 TO POST-HASH
           MOVE SPACES TO GL-POSTING-RECORD
           STRING "HDR" TODAY-STAMP " APLEDGER PAYABLES"
               DELIMITED BY SIZE INTO GL-POSTING-RECORD
           WRITE GL-POSTING-RECORD
           PERFORM VARYING EX-IDX FROM 1 BY 1 UNTIL EX-IDX > EX-COUNT
               COMPUTE CHARGE-EDIT = EX-AMT(EX-IDX)
               MOVE SPACES TO GL-POSTING-RECORD
               STRING "DTL" EX-ACCT(EX-IDX) CHARGE-EDIT
                   " AP INVOICES"
                   DELIMITED BY SIZE INTO GL-POSTING-RECORD
               MOVE EX-COMPANY(EX-IDX) TO GL-POSTING-RECORD(77:4)
               WRITE GL-POSTING-RECORD
               ADD 1 TO POST-COUNT
               ADD EX-AMT(EX-IDX) TO POST-HASH
           END-PERFORM
           PERFORM VARYING CT-IDX FROM 1 BY 1 UNTIL CT-IDX > CT-COUNT
               PERFORM WRITE-COMPANY-AP-LINES
           END-PERFORM
           COMPUTE CHARGE-EDIT = POST-HASH
           MOVE SPACES TO GL-POSTING-RECORD
           STRING "TRL" POST-COUNT CHARGE-EDIT
               DELIMITED BY SIZE INTO GL-POSTING-RECORD
           WRITE GL-POSTING-RECORD
           CLOSE GL-POSTING-FILE
           MOVE SPACES TO CONTROL-TOTAL-ENTRY
           MOVE "GLQAP" TO CTL-INTERFACE
           MOVE "P" TO CTL-ROLE
           MOVE "APLEDGER" TO CTL-PROGRAM
           MOVE TODAY-STAMP TO CTL-BATCH
           MOVE POST-COUNT TO CTL-COUNT
           MOVE POST-HASH TO CTL-HASH
           CALL "CTLTOTW" USING CONTROL-TOTAL-ENTRY
           DISPLAY "AP journal queued on GLQAP: " POST-COUNT
               " lines"
           .

      *-----------------------------------------------------------*
      * One company's credit to AP for what it was invoiced, and  *
      * its debit to AP and credit to cash for what was paid.     *
      *-----------------------------------------------------------*
       WRITE-COMPANY-AP-LINES.
           IF CT-INVOICED(CT-IDX) > 0
               COMPUTE CHARGE-EDIT = 0 - CT-INVOICED(CT-IDX)
               MOVE SPACES TO GL-POSTING-RECORD
               STRING "DTL" PAYABLE-ACCT CHARGE-EDIT
                   " AP INVOICES PAYABLE"
                   DELIMITED BY SIZE INTO GL-POSTING-RECORD
               MOVE CT-COMPANY(CT-IDX) TO GL-POSTING-RECORD(77:4)
               WRITE GL-POSTING-RECORD
               ADD 1 TO POST-COUNT
           END-IF
           IF CT-PAID(CT-IDX) > 0
               COMPUTE CHARGE-EDIT = CT-PAID(CT-IDX)
               MOVE SPACES TO GL-POSTING-RECORD
               STRING "DTL" PAYABLE-ACCT CHARGE-EDIT
                   " AP CHECKS ISSUED"
                   DELIMITED BY SIZE INTO GL-POSTING-RECORD
               MOVE CT-COMPANY(CT-IDX) TO GL-POSTING-RECORD(77:4)
               WRITE GL-POSTING-RECORD
               ADD 1 TO POST-COUNT
               ADD CT-PAID(CT-IDX) TO POST-HASH
               COMPUTE CHARGE-EDIT = 0 - CT-PAID(CT-IDX)
               MOVE SPACES TO GL-POSTING-RECORD
               STRING "DTL" CASH-ACCT CHARGE-EDIT
                   " AP CHECKS ISSUED"
                   DELIMITED BY SIZE INTO GL-POSTING-RECORD
               MOVE CT-COMPANY(CT-IDX) TO GL-POSTING-RECORD(77:4)
               WRITE GL-POSTING-RECORD
               ADD 1 TO POST-COUNT
           END-IF
           .

      *-----------------------------------------------------------*
      * The subledger's open total must equal the AP control      *
      * account's credit balance on the ledger, the ARLEDGER      *
      * check turned around for the liability side.               *
      *-----------------------------------------------------------*
       RECONCILE-CONTROL-TOTAL.
           MOVE 0 TO OPEN-CONTROL-TOTAL
           PERFORM VARYING I-IDX FROM 1 BY 1
                   UNTIL I-IDX > ITEM-COUNT
               ADD IT-OPEN-AMT(I-IDX) TO OPEN-CONTROL-TOTAL
           END-PERFORM
           MOVE 0 TO GL-PAYABLE-BAL
           OPEN INPUT ARCHIVE-FILE
           IF ARC-FILE-STATUS = "00"
               PERFORM UNTIL 1 = 2
                   READ ARCHIVE-FILE
                       AT END
                           EXIT PERFORM
                   END-READ
                   IF AR-ACCT-CODE = PAYABLE-ACCT
                       SUBTRACT AR-AMT FROM GL-PAYABLE-BAL
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
                   IF TXN-ACCT-CODE = PAYABLE-ACCT
                       SUBTRACT TXN-AMT FROM GL-PAYABLE-BAL
                   END-IF
               END-PERFORM
               CLOSE LEDGER-TXN-FILE
           END-IF
           COMPUTE RECON-DIFF =
               OPEN-CONTROL-TOTAL - GL-PAYABLE-BAL
           COMPUTE AMT-EDIT = OPEN-CONTROL-TOTAL
           COMPUTE AMT-EDIT2 = GL-PAYABLE-BAL
           IF RECON-DIFF = 0
               DISPLAY "AP control total " AMT-EDIT
                   " reconciles to account " PAYABLE-ACCT
           ELSE
               DISPLAY "AP CONTROL MISMATCH: subledger " AMT-EDIT
                   " vs account " PAYABLE-ACCT " " AMT-EDIT2
                   " (this run's GLQAP batch posts with LEDGER)"
           END-IF
           .

      *-----------------------------------------------------------*
      * Aging by vendor on invoice age, the ARAGING buckets:      *
      * current (30 days or less), 31-60, 61-90, over 90.         *
      *-----------------------------------------------------------*
       PRINT-AGING-REPORT.
           PERFORM VARYING V-IDX FROM 1 BY 1 UNTIL V-IDX > VENDOR-COUNT
               MOVE 0 TO VT-CURRENT(V-IDX)
               MOVE 0 TO VT-30(V-IDX)
               MOVE 0 TO VT-60(V-IDX)
               MOVE 0 TO VT-90(V-IDX)
           END-PERFORM
           PERFORM VARYING I-IDX FROM 1 BY 1
                   UNTIL I-IDX > ITEM-COUNT
               IF IT-STATUS(I-IDX) = "O"
                   PERFORM BUCKET-ONE-ITEM
               END-IF
           END-PERFORM
           MOVE SPACES TO AGING-RECORD
           STRING TODAY-STAMP " AP AGING (CURRENT/31-60/61-90/90+)"
               DELIMITED BY SIZE INTO AGING-RECORD
           WRITE AGING-RECORD
           MOVE 0 TO BUCKET-CURRENT
           MOVE 0 TO BUCKET-30
           MOVE 0 TO BUCKET-60
           MOVE 0 TO BUCKET-90
           PERFORM VARYING V-IDX FROM 1 BY 1 UNTIL V-IDX > VENDOR-COUNT
               IF VT-CURRENT(V-IDX) NOT = 0 OR VT-30(V-IDX) NOT = 0
                       OR VT-60(V-IDX) NOT = 0
                       OR VT-90(V-IDX) NOT = 0
                   ADD VT-CURRENT(V-IDX) TO BUCKET-CURRENT
                   ADD VT-30(V-IDX) TO BUCKET-30
                   ADD VT-60(V-IDX) TO BUCKET-60
                   ADD VT-90(V-IDX) TO BUCKET-90
                   PERFORM PRINT-ONE-AGING-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO AGING-RECORD
           COMPUTE AMT-EDIT = BUCKET-CURRENT + BUCKET-30
               + BUCKET-60 + BUCKET-90
           STRING "TOTAL OPEN " AMT-EDIT
               DELIMITED BY SIZE INTO AGING-RECORD
           WRITE AGING-RECORD
           COMPUTE AMT-EDIT = OPEN-CONTROL-TOTAL
           COMPUTE AMT-EDIT2 = GL-PAYABLE-BAL
           MOVE SPACES TO AGING-RECORD
           STRING "CONTROL " AMT-EDIT " GL " PAYABLE-ACCT " "
               AMT-EDIT2
               DELIMITED BY SIZE INTO AGING-RECORD
           WRITE AGING-RECORD
           .

       BUCKET-ONE-ITEM.
           MOVE IT-VENDOR(I-IDX) TO INVOICE-VENDOR
           PERFORM FIND-VENDOR
           IF VENDOR-FOUND = "N"
               EXIT PARAGRAPH
           END-IF
           COMPUTE ITEM-AGE =
               FUNCTION INTEGER-OF-DATE(TODAY-STAMP)
               - FUNCTION INTEGER-OF-DATE(IT-INV-DATE(I-IDX))
           EVALUATE TRUE
               WHEN ITEM-AGE <= 30
                   ADD IT-OPEN-AMT(I-IDX) TO VT-CURRENT(V-IDX)
               WHEN ITEM-AGE <= 60
                   ADD IT-OPEN-AMT(I-IDX) TO VT-30(V-IDX)
               WHEN ITEM-AGE <= 90
                   ADD IT-OPEN-AMT(I-IDX) TO VT-60(V-IDX)
               WHEN OTHER
                   ADD IT-OPEN-AMT(I-IDX) TO VT-90(V-IDX)
           END-EVALUATE
           .

       PRINT-ONE-AGING-LINE.
           MOVE SPACES TO AGING-RECORD
           COMPUTE AMT-EDIT = VT-CURRENT(V-IDX)
           COMPUTE AMT-EDIT2 = VT-30(V-IDX)
           COMPUTE AMT-EDIT3 = VT-60(V-IDX)
           COMPUTE AMT-EDIT4 = VT-90(V-IDX)
           STRING VT-ID(V-IDX) " " VT-NAME(V-IDX) " "
               AMT-EDIT " " AMT-EDIT2
               " " AMT-EDIT3 " " AMT-EDIT4
               DELIMITED BY SIZE INTO AGING-RECORD
           WRITE AGING-RECORD
           .
