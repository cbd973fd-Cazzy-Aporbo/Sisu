      *               one month at a time, a factory consuming
      *               its allowance steadily could never show
      *               over it.
      *   2026-10-15  CAZZY - USED is judged against each
      *               factory's traded allowance balance -- its
      *               ECOPERMIT allowance plus units bought less
      *               units sold on the ECOALREG registry
      *               (ECOALLOW) for the permit year -- with the
      *               trades shown beneath.
      *   2026-10-15  CAZZY - data availability per factory meter
      *               for the month -- intervals measured against
      *               recorded, with the count ECOLEDGER
      *               substituted (flagged SUB= on ECOEMIT) -- for
      *               the regulator's substituted-data disclosure.
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
           SELECT PERMIT-FILE ASSIGN TO "ECOPERMIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERMIT-FILE-STATUS.
           SELECT ALLOWANCE-FILE ASSIGN TO "ECOALLOW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALLOW-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 PF-RATE-TEXT     PIC X(8).
           05 PF-ALLOW-TEXT    PIC X(8).

       FD  ALLOWANCE-FILE.
       01  ALLOWANCE-RECORD.
           COPY ECOALLOW REPLACING ==:LVL:== BY ==05==.

       WORKING-STORAGE SECTION.
       77 EMIT-FILE-STATUS   PIC X(2).
       77 LIMITS-FILE-STATUS PIC X(2).
              10 PM-NAME       PIC X(10).
              10 PM-RATE       PIC 9(5).
              10 PM-ALLOWANCE  PIC 9(7).
              10 PM-BOUGHT     PIC 9(7).
              10 PM-SOLD       PIC 9(7).
              10 PM-BALANCE    PIC 9(7).
       01 PERMIT-COUNT       PIC 99 VALUE 0.
       01 PERMIT-IDX         PIC 99.
       01 ALLOW-PCT          PIC 9(3).
       77 ALLOW-FILE-STATUS  PIC X(2).
       77 BALANCE-UNITS      PIC S9(8).

       01 FACTORY-TOTALS.
           05 FT-ENTRY OCCURS 20 TIMES.
              10 FT-TOTAL      PIC 9(7).
              10 FT-YEAR-TOTAL PIC 9(7).
              10 FT-PEAK       PIC 99.
              10 FT-INTERVALS  PIC 9(5).
              10 FT-SUBST      PIC 9(5).
       01 FT-COUNT           PIC 99 VALUE 0.
       77 MEASURED-COUNT     PIC 9(5).
       77 AVAIL-PCT          PIC 999V9.
       77 AVAIL-EDIT         PIC ZZ9.9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.

           PERFORM PRINT-FACTORY-TOTALS
           PERFORM PRINT-PERMIT-LINES
           PERFORM PRINT-DATA-AVAILABILITY
           MOVE SPACES TO COMPLIANCE-RECORD
           STRING "EPISODES THIS MONTH=" MONTH-EPISODES
               " PRIOR MONTH (" PRIOR-MONTH ")=" PRIOR-EPISODES
               MOVE 0 TO FT-TOTAL(FT-COUNT)
               MOVE 0 TO FT-YEAR-TOTAL(FT-COUNT)
               MOVE 0 TO FT-PEAK(FT-COUNT)
               MOVE 0 TO FT-INTERVALS(FT-COUNT)
               MOVE 0 TO FT-SUBST(FT-COUNT)
               MOVE FT-COUNT TO F-IDX
           END-IF
           .
           IF LINE-VALUE > FT-PEAK(F-IDX)
               MOVE LINE-VALUE TO FT-PEAK(F-IDX)
           END-IF
           ADD 1 TO FT-INTERVALS(F-IDX)
           IF EMIT-HIST-RECORD(50:4) = "SUB="
               ADD 1 TO FT-SUBST(F-IDX)
           END-IF
           .

       TALLY-FACTORY-YEAR.
                       FUNCTION NUMVAL(PF-RATE-TEXT)
                   COMPUTE PM-ALLOWANCE(PERMIT-COUNT) =
                       FUNCTION NUMVAL(PF-ALLOW-TEXT)
                   MOVE 0 TO PM-BOUGHT(PERMIT-COUNT)
                   MOVE 0 TO PM-SOLD(PERMIT-COUNT)
                   MOVE PM-ALLOWANCE(PERMIT-COUNT)
                       TO PM-BALANCE(PERMIT-COUNT)
               END-IF
           END-PERFORM
           CLOSE PERMIT-FILE
           PERFORM LOAD-TRADED-BALANCES
           .

      *-----------------------------------------------------------*
      * The report's permit year on ECOALLOW: units bought and    *
      * sold through ECOALREG move each factory's allowance to    *
      * its traded balance, which is what USED is judged against. *
      *-----------------------------------------------------------*
       LOAD-TRADED-BALANCES.
           OPEN INPUT ALLOWANCE-FILE
           IF ALLOW-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ ALLOWANCE-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF AL-YEAR NOT = PERIOD-YEAR
                   EXIT PERFORM CYCLE
               END-IF
               PERFORM VARYING PERMIT-IDX FROM 1 BY 1
                       UNTIL PERMIT-IDX > PERMIT-COUNT
                   IF PM-NAME(PERMIT-IDX) = AL-FACTORY
                       MOVE AL-BOUGHT TO PM-BOUGHT(PERMIT-IDX)
                       MOVE AL-SOLD TO PM-SOLD(PERMIT-IDX)
                       COMPUTE BALANCE-UNITS =
                           PM-ALLOWANCE(PERMIT-IDX)
                           + AL-BOUGHT - AL-SOLD
                       IF BALANCE-UNITS < 0
                           MOVE 0 TO BALANCE-UNITS
                       END-IF
                       MOVE BALANCE-UNITS TO PM-BALANCE(PERMIT-IDX)
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-PERFORM
           CLOSE ALLOWANCE-FILE
           .

      *-----------------------------------------------------------*
      * One permit line per factory: the permit year's reading    *
      * total through the report month against the traded         *
      * allowance balance (with percent consumed), the month's    *
      * peak reading against the permitted rate, and a flag the   *
      * moment either side is over; a factory that traded gets a  *
      * second line showing how its allowance became that         *
      * balance. Factories without a permit line are called out   *
      * -- the regulator will ask.                                *
      *-----------------------------------------------------------*
       PRINT-PERMIT-LINES.
           IF PERMIT-COUNT = 0
           .

       PRINT-ONE-PERMIT-LINE.
           IF PM-BALANCE(PERMIT-IDX) > 0
               COMPUTE ALLOW-PCT = FT-YEAR-TOTAL(F-IDX) * 100
                   / PM-BALANCE(PERMIT-IDX)
           ELSE
               MOVE 999 TO ALLOW-PCT
           END-IF
           MOVE SPACES TO COMPLIANCE-RECORD
           IF FT-PEAK(F-IDX) > PM-RATE(PERMIT-IDX)
                   OR FT-YEAR-TOTAL(F-IDX)
                       > PM-BALANCE(PERMIT-IDX)
               STRING "  " FT-NAME(F-IDX)
                   " USED=" FT-YEAR-TOTAL(F-IDX)
                   "/" PM-BALANCE(PERMIT-IDX)
                   " (" ALLOW-PCT "%)"
                   " PEAK=" FT-PEAK(F-IDX)
                   "/" PM-RATE(PERMIT-IDX)
           ELSE
               STRING "  " FT-NAME(F-IDX)
                   " USED=" FT-YEAR-TOTAL(F-IDX)
                   "/" PM-BALANCE(PERMIT-IDX)
                   " (" ALLOW-PCT "%)"
                   " PEAK=" FT-PEAK(F-IDX)
                   "/" PM-RATE(PERMIT-IDX)
                   DELIMITED BY SIZE INTO COMPLIANCE-RECORD
           END-IF
           WRITE COMPLIANCE-RECORD
           IF PM-BOUGHT(PERMIT-IDX) > 0 OR PM-SOLD(PERMIT-IDX) > 0
               MOVE SPACES TO COMPLIANCE-RECORD
               STRING "    TRADED: ALLOWANCE=" PM-ALLOWANCE(PERMIT-IDX)
                   " BOUGHT=" PM-BOUGHT(PERMIT-IDX)
                   " SOLD=" PM-SOLD(PERMIT-IDX)
                   DELIMITED BY SIZE INTO COMPLIANCE-RECORD
               WRITE COMPLIANCE-RECORD
           END-IF
           .

      *-----------------------------------------------------------*
      * Substituted data must be disclosed: per factory meter,    *
      * the month's intervals measured against those recorded,    *
      * the ones ECOLEDGER substituted being flagged SUB= on      *
      * ECOEMIT.                                                  *
      *-----------------------------------------------------------*
       PRINT-DATA-AVAILABILITY.
           MOVE "DATA AVAILABILITY (MEASURED / RECORDED INTERVALS):"
               TO COMPLIANCE-RECORD
           WRITE COMPLIANCE-RECORD
           PERFORM VARYING F-IDX FROM 1 BY 1 UNTIL F-IDX > FT-COUNT
               IF FT-INTERVALS(F-IDX) > 0
                   COMPUTE MEASURED-COUNT = FT-INTERVALS(F-IDX)
                       - FT-SUBST(F-IDX)
                   COMPUTE AVAIL-PCT ROUNDED = MEASURED-COUNT * 100
                       / FT-INTERVALS(F-IDX)
                   MOVE AVAIL-PCT TO AVAIL-EDIT
                   MOVE SPACES TO COMPLIANCE-RECORD
                   STRING "  " FT-NAME(F-IDX) " " MEASURED-COUNT
                       " / " FT-INTERVALS(F-IDX) " " AVAIL-EDIT "%"
                       " SUBSTITUTED=" FT-SUBST(F-IDX)
                       DELIMITED BY SIZE INTO COMPLIANCE-RECORD
                   WRITE COMPLIANCE-RECORD
               END-IF
           END-PERFORM
           .

       PRINT-FACTORY-TOTALS.
