       IDENTIFICATION DIVISION.
       PROGRAM-ID. ECOALREG.
       AUTHOR. CAZZY.
       REMARKS. >
           Emission allowance registry. Each ECOPERMIT factory
           holds its annual allowance on ECOALLOW, one line per
           permit year, and may transfer surplus to another
           factory through the ECOTRADE file (trade date, buyer,
           seller, quantity, price per unit, reference). Each
           trade is validated -- both parties permitted, distinct,
           a sensible quantity and price, and a seller holding at
           least what it sells in that permit year -- then applied
           to both registry lines; rejected trades are reported
           and leave the registry alone. ECOTRADE is cleared once
           read, every trade is appended to the ECOTRAUD audit
           trail, and the buyer's cost and seller's proceeds wait
           on ECOTRDGL for the next ECOLEDGER run to carry onto
           ECOPOST. ECOALRPT lists the trades and every factory's
           traded balance; ECOLEDGER and ECOCOMPL judge each
           factory's emissions against that balance.

      *-----------------------------------------------------------*
      * Mod history:
      *   2026-10-15  CAZZY - written; a factory under its
      *               allowance had no way to pass the surplus to
      *               one over it, so the site kept paying for the
      *               overage.
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERMIT-FILE ASSIGN TO "ECOPERMIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERMIT-FILE-STATUS.
           SELECT RATE-TABLE-FILE ASSIGN TO "ECORATES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RATES-FILE-STATUS.
           SELECT ALLOWANCE-FILE ASSIGN TO "ECOALLOW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALLOW-FILE-STATUS.
           SELECT TRADE-FILE ASSIGN TO "ECOTRADE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRADE-FILE-STATUS.
           SELECT TRADE-AUDIT-FILE ASSIGN TO "ECOTRAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.
           SELECT TRADE-POSTING-FILE ASSIGN TO "ECOTRDGL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS POST-FILE-STATUS.
           SELECT REGISTRY-RPT-FILE ASSIGN TO "ECOALRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERMIT-FILE.
       01  PERMIT-RECORD.
           05 PF-NAME          PIC X(10).
           05 PF-RATE-TEXT     PIC X(8).
           05 PF-ALLOW-TEXT    PIC X(8).

      *-----------------------------------------------------------*
      * ECOLEDGER's charge rate table; only TRADECOST (the        *
      * buyer's allowance cost account) and TRADEINC (the         *
      * seller's proceeds account) are read here.                 *
      *-----------------------------------------------------------*
       FD  RATE-TABLE-FILE.
       01  RATE-RECORD.
           05 ER-NAME          PIC X(10).
           05 ER-RATE          PIC X(8).
           05 ER-ACCT          PIC X(4).

       FD  ALLOWANCE-FILE.
       01  ALLOWANCE-RECORD.
           COPY ECOALLOW REPLACING ==:LVL:== BY ==05==.

      *-----------------------------------------------------------*
      * One transfer: quantity in allowance units, price per unit *
      * (the trade's value is the two multiplied). The permit     *
      * year is the trade date's year.                            *
      *-----------------------------------------------------------*
       FD  TRADE-FILE.
       01  TRADE-RECORD.
           05 TD-DATE          PIC X(8).
           05 TD-BUYER         PIC X(10).
           05 TD-SELLER        PIC X(10).
           05 TD-QTY-TEXT      PIC X(7).
           05 TD-PRICE-TEXT    PIC X(8).
           05 TD-REF           PIC X(10).

       FD  TRADE-AUDIT-FILE.
       01  TRADE-AUDIT-RECORD  PIC X(120).

       FD  TRADE-POSTING-FILE.
       01  GL-POSTING-RECORD   PIC X(80).

       FD  REGISTRY-RPT-FILE.
       01  REGISTRY-RPT-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       77 PERMIT-FILE-STATUS PIC X(2).
       77 RATES-FILE-STATUS  PIC X(2).
       77 ALLOW-FILE-STATUS  PIC X(2).
       77 TRADE-FILE-STATUS  PIC X(2).
       77 AUDIT-FILE-STATUS  PIC X(2).
       77 POST-FILE-STATUS   PIC X(2).
       77 RPT-FILE-STATUS    PIC X(2).
       77 TODAY-STAMP        PIC 9(8).
       77 TODAY-YEAR         PIC 9(4).
       77 TRADE-DATE         PIC 9(8).
       77 TRADE-YEAR         PIC 9(4).
       77 TRADE-QTY          PIC 9(7).
       77 TRADE-PRICE        PIC 9(5)V99.
       77 TRADE-AMT          PIC 9(9)V99.
       77 SELLER-HOLDS       PIC 9(7).
       77 HOLDS-EDIT         PIC Z(6)9.
       77 TRADES-READ        PIC 9(4) VALUE 0.
       77 TRADES-APPLIED     PIC 9(4) VALUE 0.
       77 TRADES-REJECTED    PIC 9(4) VALUE 0.
       77 POST-LINES         PIC 9(4) VALUE 0.
       77 REJECT-REASON      PIC X(40).
       77 AUDIT-STATUS       PIC X(8).
       77 TRADE-COST-ACCT    PIC X(4) VALUE "6520".
       77 TRADE-INC-ACCT     PIC X(4) VALUE "4620".
       77 BILLED-COMPANY     PIC X(4) VALUE "CITY".
       77 CHARGE-EDIT        PIC +9(7).99.
       77 QTY-EDIT           PIC Z(6)9.
       77 QTY-EDIT-2         PIC Z(6)9.
       77 QTY-EDIT-3         PIC Z(6)9.
       77 QTY-EDIT-4         PIC Z(6)9.
       77 AMT-EDIT           PIC Z(6)9.99.
       77 AMT-EDIT-2         PIC Z(6)9.99.
       77 PRICE-EDIT         PIC ZZZZ9.99.
       77 FIND-NAME          PIC X(10).
       77 FIND-YEAR          PIC 9(4).
       77 BUYER-IDX          PIC 9(3).
       77 SELLER-IDX         PIC 9(3).
       77 BALANCE-UNITS      PIC S9(8).

       01 PERMIT-TABLE.
           05 PERMIT-ENTRY OCCURS 20 TIMES.
              10 PM-NAME       PIC X(10).
              10 PM-ALLOWANCE  PIC 9(7).
       01 PERMIT-COUNT       PIC 99 VALUE 0.
       01 PERMIT-IDX         PIC 99.

      *-----------------------------------------------------------*
      * The registry in file order; a factory's first trade in a  *
      * permit year adds its line at the end.                     *
      *-----------------------------------------------------------*
       01 REGISTRY-TABLE.
           05 REGISTRY-ENTRY OCCURS 200 TIMES.
              10 RG-FACTORY    PIC X(10).
              10 RG-YEAR       PIC 9(4).
              10 RG-ISSUED     PIC 9(7).
              10 RG-BOUGHT     PIC 9(7).
              10 RG-SOLD       PIC 9(7).
              10 RG-COST       PIC 9(7)V99.
              10 RG-PROCEEDS   PIC 9(7)V99.
              10 RG-LAST-TRADE PIC 9(8).
       01 REGISTRY-COUNT     PIC 9(3) VALUE 0.
       01 MAX-REGISTRY       PIC 9(3) VALUE 200.
       01 REG-IDX            PIC 9(3).
       01 MATCH-IDX          PIC 9(3).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT TODAY-STAMP FROM DATE YYYYMMDD
           MOVE TODAY-STAMP(1:4) TO TODAY-YEAR
           PERFORM LOAD-FACTORY-PERMITS
           IF PERMIT-COUNT = 0
               DISPLAY "No ECOPERMIT factory permits -- ECOTRADE "
                   "left unapplied"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-TRADE-ACCOUNTS
           PERFORM LOAD-REGISTRY
           IF REGISTRY-COUNT > MAX-REGISTRY
               DISPLAY "ECOALLOW holds more than " MAX-REGISTRY
                   " lines -- ECOTRADE left unapplied"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM ISSUE-CURRENT-YEAR
           OPEN OUTPUT REGISTRY-RPT-FILE
           MOVE SPACES TO REGISTRY-RPT-RECORD
           STRING TODAY-STAMP " EMISSION ALLOWANCE REGISTRY"
               DELIMITED BY SIZE INTO REGISTRY-RPT-RECORD
           WRITE REGISTRY-RPT-RECORD
           PERFORM APPLY-TRADES
           PERFORM SAVE-REGISTRY
           PERFORM PRINT-BALANCES
           CLOSE REGISTRY-RPT-FILE
           DISPLAY "Allowance trades: " TRADES-READ " read, "
               TRADES-APPLIED " applied, " TRADES-REJECTED
               " rejected -- registry on ECOALRPT"
           IF POST-LINES > 0
               DISPLAY "Trade lines left on ECOTRDGL for the next "
                   "ECOLEDGER posting run"
           END-IF
           IF TRADES-REJECTED > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

       LOAD-FACTORY-PERMITS.
           MOVE 0 TO PERMIT-COUNT
           OPEN INPUT PERMIT-FILE
           IF PERMIT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ PERMIT-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF PERMIT-COUNT < 20
                   ADD 1 TO PERMIT-COUNT
                   MOVE PF-NAME TO PM-NAME(PERMIT-COUNT)
                   COMPUTE PM-ALLOWANCE(PERMIT-COUNT) =
                       FUNCTION NUMVAL(PF-ALLOW-TEXT)
               END-IF
           END-PERFORM
           CLOSE PERMIT-FILE
           .

       LOAD-TRADE-ACCOUNTS.
           OPEN INPUT RATE-TABLE-FILE
           IF RATES-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ RATE-TABLE-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               EVALUATE ER-NAME
                   WHEN "TRADECOST "
                       MOVE ER-ACCT TO TRADE-COST-ACCT
                   WHEN "TRADEINC  "
                       MOVE ER-ACCT TO TRADE-INC-ACCT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM
           CLOSE RATE-TABLE-FILE
           .

       LOAD-REGISTRY.
           MOVE 0 TO REGISTRY-COUNT
           OPEN INPUT ALLOWANCE-FILE
           IF ALLOW-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ ALLOWANCE-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF REGISTRY-COUNT NOT < MAX-REGISTRY
                   ADD 1 TO REGISTRY-COUNT
                   EXIT PERFORM
               END-IF
               ADD 1 TO REGISTRY-COUNT
               MOVE AL-FACTORY TO RG-FACTORY(REGISTRY-COUNT)
               MOVE AL-YEAR TO RG-YEAR(REGISTRY-COUNT)
               MOVE AL-ISSUED TO RG-ISSUED(REGISTRY-COUNT)
               MOVE AL-BOUGHT TO RG-BOUGHT(REGISTRY-COUNT)
               MOVE AL-SOLD TO RG-SOLD(REGISTRY-COUNT)
               MOVE AL-COST TO RG-COST(REGISTRY-COUNT)
               MOVE AL-PROCEEDS TO RG-PROCEEDS(REGISTRY-COUNT)
               MOVE AL-LAST-TRADE TO RG-LAST-TRADE(REGISTRY-COUNT)
           END-PERFORM
           CLOSE ALLOWANCE-FILE
           .

      *-----------------------------------------------------------*
      * Every permitted factory holds a line for the current      *
      * permit year, its issue kept in step with ECOPERMIT.       *
      *-----------------------------------------------------------*
       ISSUE-CURRENT-YEAR.
           PERFORM VARYING PERMIT-IDX FROM 1 BY 1
                   UNTIL PERMIT-IDX > PERMIT-COUNT
               MOVE PM-NAME(PERMIT-IDX) TO FIND-NAME
               MOVE TODAY-YEAR TO FIND-YEAR
               PERFORM FIND-OR-ADD-LINE
           END-PERFORM
           .

      *-----------------------------------------------------------*
      * MATCH-IDX is FIND-NAME's registry line for FIND-YEAR,     *
      * added when missing (0 when the registry is full); the     *
      * issue is refreshed from the permit either way.            *
      *-----------------------------------------------------------*
       FIND-OR-ADD-LINE.
           MOVE 0 TO MATCH-IDX
           PERFORM VARYING REG-IDX FROM 1 BY 1
                   UNTIL REG-IDX > REGISTRY-COUNT
               IF RG-FACTORY(REG-IDX) = FIND-NAME
                       AND RG-YEAR(REG-IDX) = FIND-YEAR
                   MOVE REG-IDX TO MATCH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF MATCH-IDX = 0
               IF REGISTRY-COUNT NOT < MAX-REGISTRY
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO REGISTRY-COUNT
               MOVE REGISTRY-COUNT TO MATCH-IDX
               INITIALIZE REGISTRY-ENTRY(MATCH-IDX)
               MOVE FIND-NAME TO RG-FACTORY(MATCH-IDX)
               MOVE FIND-YEAR TO RG-YEAR(MATCH-IDX)
           END-IF
           PERFORM VARYING PERMIT-IDX FROM 1 BY 1
                   UNTIL PERMIT-IDX > PERMIT-COUNT
               IF PM-NAME(PERMIT-IDX) = FIND-NAME
                   MOVE PM-ALLOWANCE(PERMIT-IDX)
                       TO RG-ISSUED(MATCH-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

      *-----------------------------------------------------------*
      * Trades apply in file order, so a factory may sell units   *
      * it bought earlier in the same file. ECOTRADE is cleared   *
      * afterwards, as UFTAXROL clears its transactions; the      *
      * audit trail keeps every line with what became of it.      *
      *-----------------------------------------------------------*
       APPLY-TRADES.
           OPEN INPUT TRADE-FILE
           IF TRADE-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND TRADE-AUDIT-FILE
           IF AUDIT-FILE-STATUS = "35"
               OPEN OUTPUT TRADE-AUDIT-FILE
           END-IF
           OPEN EXTEND TRADE-POSTING-FILE
           IF POST-FILE-STATUS = "35"
               OPEN OUTPUT TRADE-POSTING-FILE
           END-IF
           MOVE SPACES TO REGISTRY-RPT-RECORD
           WRITE REGISTRY-RPT-RECORD
           MOVE "TRADES THIS RUN" TO REGISTRY-RPT-RECORD
           WRITE REGISTRY-RPT-RECORD
           MOVE SPACES TO REGISTRY-RPT-RECORD
           STRING "DATE     BUYER      SELLER         QTY   PRICE"
               "       VALUE REF"
               DELIMITED BY SIZE INTO REGISTRY-RPT-RECORD
           WRITE REGISTRY-RPT-RECORD
           PERFORM UNTIL 1 = 2
               MOVE SPACES TO TRADE-RECORD
               READ TRADE-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF TRADE-RECORD = SPACES
                   EXIT PERFORM CYCLE
               END-IF
               ADD 1 TO TRADES-READ
               MOVE SPACES TO REJECT-REASON
               PERFORM VALIDATE-TRADE
               IF REJECT-REASON = SPACES
                   PERFORM APPLY-ONE-TRADE
                   MOVE "APPLIED " TO AUDIT-STATUS
                   ADD 1 TO TRADES-APPLIED
               ELSE
                   MOVE "REJECTED" TO AUDIT-STATUS
                   ADD 1 TO TRADES-REJECTED
                   MOVE SPACES TO REGISTRY-RPT-RECORD
                   STRING TD-DATE " " TD-BUYER " " TD-SELLER
                       " REJECTED -- " REJECT-REASON
                       DELIMITED BY SIZE INTO REGISTRY-RPT-RECORD
                   WRITE REGISTRY-RPT-RECORD
               END-IF
               MOVE SPACES TO TRADE-AUDIT-RECORD
               STRING TODAY-STAMP " " AUDIT-STATUS " "
                   TRADE-RECORD " " REJECT-REASON
                   DELIMITED BY SIZE INTO TRADE-AUDIT-RECORD
               WRITE TRADE-AUDIT-RECORD
           END-PERFORM
           CLOSE TRADE-FILE
           CLOSE TRADE-AUDIT-FILE
           CLOSE TRADE-POSTING-FILE
           OPEN OUTPUT TRADE-FILE
           CLOSE TRADE-FILE
           .

       VALIDATE-TRADE.
           IF TD-DATE IS NOT NUMERIC
               MOVE "TRADE DATE NOT NUMERIC" TO REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE TD-DATE TO TRADE-DATE
           IF FUNCTION TEST-DATE-YYYYMMDD(TRADE-DATE) NOT = 0
                   OR TRADE-DATE > TODAY-STAMP
               MOVE "TRADE DATE INVALID OR IN THE FUTURE"
                   TO REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE TRADE-DATE(1:4) TO TRADE-YEAR
           MOVE TD-BUYER TO FIND-NAME
           PERFORM FIND-PERMIT
           IF PERMIT-IDX > PERMIT-COUNT
               MOVE "BUYER HAS NO ECOPERMIT LINE" TO REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE TD-SELLER TO FIND-NAME
           PERFORM FIND-PERMIT
           IF PERMIT-IDX > PERMIT-COUNT
               MOVE "SELLER HAS NO ECOPERMIT LINE" TO REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF TD-BUYER = TD-SELLER
               MOVE "BUYER AND SELLER ARE THE SAME" TO REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(TD-QTY-TEXT) IS NOT NUMERIC
               MOVE "QUANTITY NOT A WHOLE NUMBER" TO REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           COMPUTE TRADE-QTY = FUNCTION NUMVAL(TD-QTY-TEXT)
           IF TRADE-QTY = 0
               MOVE "QUANTITY MISSING" TO REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-NUMVAL(TD-PRICE-TEXT) NOT = 0
               MOVE "PRICE NOT NUMERIC" TO REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           COMPUTE TRADE-PRICE = FUNCTION NUMVAL(TD-PRICE-TEXT)
           COMPUTE TRADE-AMT ROUNDED = TRADE-QTY * TRADE-PRICE
           IF TRADE-AMT > 9999999.99
               MOVE "TRADE VALUE TOO LARGE" TO REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE TD-SELLER TO FIND-NAME
           MOVE TRADE-YEAR TO FIND-YEAR
           PERFORM FIND-OR-ADD-LINE
           MOVE MATCH-IDX TO SELLER-IDX
           MOVE TD-BUYER TO FIND-NAME
           PERFORM FIND-OR-ADD-LINE
           MOVE MATCH-IDX TO BUYER-IDX
           IF SELLER-IDX = 0 OR BUYER-IDX = 0
               MOVE "ALLOWANCE REGISTRY FULL" TO REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           COMPUTE BALANCE-UNITS = RG-ISSUED(SELLER-IDX)
               + RG-BOUGHT(SELLER-IDX) - RG-SOLD(SELLER-IDX)
           IF BALANCE-UNITS < 0
               MOVE 0 TO BALANCE-UNITS
           END-IF
           IF TRADE-QTY > BALANCE-UNITS
               MOVE BALANCE-UNITS TO SELLER-HOLDS
               MOVE SELLER-HOLDS TO HOLDS-EDIT
               MOVE SPACES TO REJECT-REASON
               STRING "SELLER HOLDS ONLY " HOLDS-EDIT
                   DELIMITED BY SIZE INTO REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           .

       FIND-PERMIT.
           PERFORM VARYING PERMIT-IDX FROM 1 BY 1
                   UNTIL PERMIT-IDX > PERMIT-COUNT
               IF PM-NAME(PERMIT-IDX) = FIND-NAME
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

      *-----------------------------------------------------------*
      * Units move seller to buyer; the value is the buyer's      *
      * allowance cost and the seller's proceeds, both on the     *
      * city's books as the emission charges are, each line       *
      * carrying its factory and trade date as the source         *
      * reference. A free transfer moves units only.              *
      *-----------------------------------------------------------*
       APPLY-ONE-TRADE.
           ADD TRADE-QTY TO RG-SOLD(SELLER-IDX)
           ADD TRADE-QTY TO RG-BOUGHT(BUYER-IDX)
           ADD TRADE-AMT TO RG-PROCEEDS(SELLER-IDX)
           ADD TRADE-AMT TO RG-COST(BUYER-IDX)
           MOVE TRADE-DATE TO RG-LAST-TRADE(SELLER-IDX)
           MOVE TRADE-DATE TO RG-LAST-TRADE(BUYER-IDX)
           MOVE TRADE-QTY TO QTY-EDIT
           MOVE TRADE-PRICE TO PRICE-EDIT
           MOVE TRADE-AMT TO AMT-EDIT
           MOVE SPACES TO REGISTRY-RPT-RECORD
           STRING TRADE-DATE " " TD-BUYER " " TD-SELLER " "
               QTY-EDIT " " PRICE-EDIT " " AMT-EDIT " " TD-REF
               DELIMITED BY SIZE INTO REGISTRY-RPT-RECORD
           WRITE REGISTRY-RPT-RECORD
           IF TRADE-AMT = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE CHARGE-EDIT = TRADE-AMT
           MOVE SPACES TO GL-POSTING-RECORD
           STRING "DTL" TRADE-COST-ACCT CHARGE-EDIT
               " ALLOWANCE BOUGHT " TD-BUYER
               DELIMITED BY SIZE INTO GL-POSTING-RECORD
           STRING TD-BUYER " " TRADE-DATE
               DELIMITED BY SIZE INTO GL-POSTING-RECORD(57:20)
           MOVE BILLED-COMPANY TO GL-POSTING-RECORD(77:4)
           WRITE GL-POSTING-RECORD
           COMPUTE CHARGE-EDIT = 0 - TRADE-AMT
           MOVE SPACES TO GL-POSTING-RECORD
           STRING "DTL" TRADE-INC-ACCT CHARGE-EDIT
               " ALLOWANCE SOLD " TD-SELLER
               DELIMITED BY SIZE INTO GL-POSTING-RECORD
           STRING TD-SELLER " " TRADE-DATE
               DELIMITED BY SIZE INTO GL-POSTING-RECORD(57:20)
           MOVE BILLED-COMPANY TO GL-POSTING-RECORD(77:4)
           WRITE GL-POSTING-RECORD
           ADD 2 TO POST-LINES
           .

       SAVE-REGISTRY.
           OPEN OUTPUT ALLOWANCE-FILE
           PERFORM VARYING REG-IDX FROM 1 BY 1
                   UNTIL REG-IDX > REGISTRY-COUNT
               MOVE RG-FACTORY(REG-IDX) TO AL-FACTORY
               MOVE RG-YEAR(REG-IDX) TO AL-YEAR
               MOVE RG-ISSUED(REG-IDX) TO AL-ISSUED
               MOVE RG-BOUGHT(REG-IDX) TO AL-BOUGHT
               MOVE RG-SOLD(REG-IDX) TO AL-SOLD
               MOVE RG-COST(REG-IDX) TO AL-COST
               MOVE RG-PROCEEDS(REG-IDX) TO AL-PROCEEDS
               MOVE RG-LAST-TRADE(REG-IDX) TO AL-LAST-TRADE
               WRITE ALLOWANCE-RECORD
           END-PERFORM
           CLOSE ALLOWANCE-FILE
           .

      *-----------------------------------------------------------*
      * The current permit year's traded balance per factory,     *
      * with what the trades cost or brought in.                  *
      *-----------------------------------------------------------*
       PRINT-BALANCES.
           MOVE SPACES TO REGISTRY-RPT-RECORD
           WRITE REGISTRY-RPT-RECORD
           MOVE SPACES TO REGISTRY-RPT-RECORD
           STRING "ALLOWANCE BALANCES, PERMIT YEAR " TODAY-YEAR
               DELIMITED BY SIZE INTO REGISTRY-RPT-RECORD
           WRITE REGISTRY-RPT-RECORD
           MOVE SPACES TO REGISTRY-RPT-RECORD
           STRING "FACTORY     ISSUED  BOUGHT    SOLD BALANCE"
               "       COST   PROCEEDS"
               DELIMITED BY SIZE INTO REGISTRY-RPT-RECORD
           WRITE REGISTRY-RPT-RECORD
           PERFORM VARYING REG-IDX FROM 1 BY 1
                   UNTIL REG-IDX > REGISTRY-COUNT
               IF RG-YEAR(REG-IDX) = TODAY-YEAR
                   COMPUTE BALANCE-UNITS = RG-ISSUED(REG-IDX)
                       + RG-BOUGHT(REG-IDX) - RG-SOLD(REG-IDX)
                   IF BALANCE-UNITS < 0
                       MOVE 0 TO BALANCE-UNITS
                   END-IF
                   MOVE RG-ISSUED(REG-IDX) TO QTY-EDIT
                   MOVE RG-BOUGHT(REG-IDX) TO QTY-EDIT-2
                   MOVE RG-SOLD(REG-IDX) TO QTY-EDIT-3
                   MOVE BALANCE-UNITS TO QTY-EDIT-4
                   MOVE RG-COST(REG-IDX) TO AMT-EDIT
                   MOVE RG-PROCEEDS(REG-IDX) TO AMT-EDIT-2
                   MOVE SPACES TO REGISTRY-RPT-RECORD
                   STRING RG-FACTORY(REG-IDX) QTY-EDIT " "
                       QTY-EDIT-2 " " QTY-EDIT-3 " " QTY-EDIT-4
                       " " AMT-EDIT " " AMT-EDIT-2
                       DELIMITED BY SIZE INTO REGISTRY-RPT-RECORD
                   WRITE REGISTRY-RPT-RECORD
               END-IF
           END-PERFORM
           .
