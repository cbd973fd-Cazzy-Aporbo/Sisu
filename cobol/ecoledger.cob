      *               measured 150 was applying as 50), and a
      *               permit rate beyond the scale is called out
      *               at load -- it can never warn or cut off.
      *   2026-10-15  CAZZY - emission charges are an intercompany
      *               bill from the environmental operation to the
      *               city: the factory charges and the accrued
      *               offset carry the CITY company code, and
      *               ECOPOST also gets ECOL's receivable
      *               (DUEFROM, default 1300) and revenue
      *               (REVENUE, default 4600) lines so both
      *               entities' books balance and the
      *               consolidation can eliminate the pair.
      *   2026-10-15  CAZZY - each factory's emission-charge line
      *               carries the factory and reading date as its
      *               DTL source reference (columns 57-76), so the
      *               posted line drills back to that day's
      *               ECOEMIT readings.
      *   2026-10-15  CAZZY - an ECOSITE FACTORY line may carry
      *               the URBANFLUX district the factory stands in
      *               as a fourth token; URBANFLUX puts the
      *               factory's ECOEMIT readings into that
      *               district's pollution.
      *   2026-10-15  CAZZY - each factory's permit-year readings
      *               (ECOEMIT so far plus this run) are judged
      *               against its traded allowance balance from
      *               the ECOALREG registry (ECOALLOW) and flagged
      *               once when they pass it; ECOALREG's allowance
      *               trade cost and proceeds lines (ECOTRDGL)
      *               ride on the ECOPOST batch.
      *   2026-10-15  CAZZY - a reading over the factory's
      *               permitted rate is alerted CRITICAL and, with
      *               an allowance overrun, recorded once per run
      *               on ECOVIOL for the ECOENFRC enforcement
      *               cases; ECOENFRC's fine lines (ECOFINGL) ride
      *               on the ECOPOST batch.
      *   2026-10-15  CAZZY - ECOREAD readings are validated --
      *               range against the factory's ECOMVAL
      *               capacity, rate of change, flat-line, missing
      *               step -- and a failed or missing one is
      *               substituted by the SUBRULE (prior month's
      *               measured average, or its maximum for
      *               conservative reporting) and flagged SUB=rule
      *               reason on its ECOEMIT line; a reading beyond
      *               the 0-99 scale is now failed on range and
      *               substituted rather than dropped.
      *   2026-10-15  CAZZY - the animal roster comes from the
      *               ECOCENS wildlife census (survey date, site,
      *               species, count, habitat condition) when one
      *               is on hand instead of the simulated health
      *               drift, which survives only for training
      *               mode; the sustainability score's animal
      *               component becomes the average population
      *               index against each species' baseline survey,
      *               and the ECOSPRPT species trend report flags
      *               and alerts any species down more than the
      *               ECOCNPRM DECLINE percentage since its
      *               baseline.
      *   2026-10-15  CAZZY - the ECOPOST batch's trailer count
      *               and hash are logged to CTLTOT (CTLTOTW) so
      *               CTLBAL can tie it to what GLSWEEP received.
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
           SELECT METER-READINGS-FILE ASSIGN TO "ECOREAD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS METER-FILE-STATUS.
           SELECT ALLOWANCE-FILE ASSIGN TO "ECOALLOW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALLOW-FILE-STATUS.
           SELECT TRADE-POSTING-FILE ASSIGN TO "ECOTRDGL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRDGL-FILE-STATUS.
           SELECT VIOLATION-FILE ASSIGN TO "ECOVIOL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VIOL-FILE-STATUS.
           SELECT FINE-POSTING-FILE ASSIGN TO "ECOFINGL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FINGL-FILE-STATUS.
           SELECT METER-RULES-FILE ASSIGN TO "ECOMVAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MVAL-FILE-STATUS.
           SELECT CENSUS-FILE ASSIGN TO "ECOCENS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CENS-FILE-STATUS.
           SELECT CENSUS-PARM-FILE ASSIGN TO "ECOCNPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CNPRM-FILE-STATUS.
           SELECT SPECIES-RPT-FILE ASSIGN TO "ECOSPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SPRPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 RD-NAME          PIC X(10).
           05 RD-VALUE         PIC X(5).

      *-----------------------------------------------------------*
      * ECOALREG's allowance registry: what each factory has      *
      * bought and sold of its permit year's allowance.           *
      *-----------------------------------------------------------*
       FD  ALLOWANCE-FILE.
       01  ALLOWANCE-RECORD.
           COPY ECOALLOW REPLACING ==:LVL:== BY ==05==.

      *-----------------------------------------------------------*
      * Allowance trade cost and proceeds lines ECOALREG leaves   *
      * for the next ECOPOST batch, in its DTL layout.            *
      *-----------------------------------------------------------*
       FD  TRADE-POSTING-FILE.
       01  TRADE-POSTING-RECORD PIC X(80).

      *-----------------------------------------------------------*
      * Permit breaches for ECOENFRC to open enforcement cases    *
      * from, and the fines it leaves for the next ECOPOST batch. *
      *-----------------------------------------------------------*
       FD  VIOLATION-FILE.
       01  VIOLATION-RECORD.
           COPY ECOVIOL REPLACING ==:LVL:== BY ==05==.

       FD  FINE-POSTING-FILE.
       01  FINE-POSTING-RECORD PIC X(80).

      *-----------------------------------------------------------*
      * Meter validation rules, one keyword per line:             *
      *     CAPACITY  factory nn   highest reading the factory    *
      *                            can produce (default 99)       *
      *     MAXSTEP   nn           largest believable change      *
      *                            from one step to the next      *
      *     FLATSTEPS nn           identical readings in a row    *
      *                            that mark a stuck meter        *
      *     SUBRULE   AVG | MAX    the substitution rule          *
      *-----------------------------------------------------------*
       FD  METER-RULES-FILE.
       01  METER-RULES-RECORD  PIC X(80).

      *-----------------------------------------------------------*
      * Wildlife census survey counts, and the census options,    *
      * one keyword per line:                                     *
      *     SITE     name          the survey site this ledger    *
      *                            covers (default every site)    *
      *     BASELINE yyyymmdd      surveys before this date are   *
      *                            ignored; each species' first   *
      *                            survey on or after it is its   *
      *                            baseline (default its first)   *
      *     DECLINE  nn            percent fall since baseline    *
      *                            that flags a species on the    *
      *                            ECOSPRPT trend report          *
      *-----------------------------------------------------------*
       FD  CENSUS-FILE.
       01  CENSUS-RECORD.
           COPY ECOCENS REPLACING ==:LVL:== BY ==05==.

       FD  CENSUS-PARM-FILE.
       01  CENSUS-PARM-RECORD  PIC X(80).

       FD  SPECIES-RPT-FILE.
       01  SPECIES-RPT-RECORD  PIC X(80).

       WORKING-STORAGE SECTION.

       77 NUM-FACTORIES      PIC 99 VALUE 0.
       01 TODAY-STAMP        PIC 9(8).

       77 PERMIT-FILE-STATUS PIC X(2).
      *-----------------------------------------------------------*
      * PM-BALANCE is the traded balance -- the allowance plus    *
      * units bought less units sold on ECOALLOW this permit      *
      * year; PM-YEAR-USED the year's ECOEMIT readings before     *
      * this run and PM-RUN-USED this run's. PM-BREACHED is set   *
      * once a reading passes the permitted rate this run.        *
      *-----------------------------------------------------------*
       01 PERMIT-TABLE.
           05 PERMIT-ENTRY OCCURS 20 TIMES.
              10 PM-NAME       PIC X(10).
              10 PM-RATE       PIC 9(5).
              10 PM-ALLOWANCE  PIC 9(7).
              10 PM-WARNED     PIC X.
              10 PM-TRADED     PIC X.
              10 PM-BALANCE    PIC 9(7).
              10 PM-YEAR-USED  PIC 9(7).
              10 PM-RUN-USED   PIC 9(7).
              10 PM-OVER       PIC X.
              10 PM-BREACHED   PIC X.
       01 PERMIT-COUNT       PIC 99 VALUE 0.
       01 PERMIT-IDX         PIC 99.
       01 PERMIT-WARN        PIC 9(5).
       01 PERMIT-USED        PIC 9(8).
       01 BALANCE-UNITS      PIC S9(8).
       77 ALLOW-FILE-STATUS  PIC X(2).
       77 TRADED-COUNT       PIC 99 VALUE 0.
       77 TRDGL-FILE-STATUS  PIC X(2).
       77 TRADE-LINES        PIC 9(4) VALUE 0.
       77 TRADE-HASH         PIC 9(7)V99 VALUE 0.
       77 TRADE-AMT          PIC S9(7)V99.
       77 VIOL-FILE-STATUS   PIC X(2).
       77 FINGL-FILE-STATUS  PIC X(2).
       77 FINE-LINES         PIC 9(4) VALUE 0.
       77 FINE-HASH          PIC 9(7)V99 VALUE 0.

      *-----------------------------------------------------------*
      * Stack meter readings from ECOREAD, applied per step in    *
       01 NUM-METER-READINGS PIC 9(3) VALUE 0.
       01 MR-IDX             PIC 9(3).
       01 METER-FOUND        PIC X.
       01 READ-VALUE         PIC 9(5).
       01 STEP-CHANGE        PIC S9(5).

      *-----------------------------------------------------------*
      * Meter validation. A reading out of range (over the        *
      * factory's capacity), changing by more than MAXSTEP since  *
      * the last accepted one, or repeated FLATSTEPS times is     *
      * failed, and a failed or missing reading is substituted:   *
      * SUBRULE AVG takes the factory's measured average over the *
      * prior month's ECOEMIT, MAX its highest measured reading   *
      * there (the conservative figure); with no prior month the  *
      * run's own measured readings stand in, and with none at    *
      * all the last value is held. Each substituted reading is   *
      * flagged on its ECOEMIT line (SUB=rule reason) so ECOCOMPL *
      * can disclose the data availability. One entry per         *
      * FACTORIES entry, by the same index.                       *
      *-----------------------------------------------------------*
       77 MVAL-FILE-STATUS   PIC X(2).
       77 MAX-STEP-CHANGE    PIC 99 VALUE 25.
       77 FLAT-STEPS         PIC 99 VALUE 4.
       77 SUB-RULE           PIC X(3) VALUE "AVG".
       77 SUB-REASON         PIC X(7).
       77 SUBST-COUNT        PIC 9(4) VALUE 0.
       77 PRIOR-PERIOD       PIC 9(6).
       01 MV-TOKENS.
           05 MK-KEYWORD       PIC X(10).
           05 MK-ARG1          PIC X(10).
           05 MK-ARG2          PIC X(10).
       01 CAPACITY-TABLE.
           05 CAPACITY-ENTRY OCCURS 20 TIMES.
              10 CP-NAME       PIC X(10).
              10 CP-MAX        PIC 99.
       01 CP-COUNT           PIC 99 VALUE 0.
       01 CP-IDX             PIC 99.
       01 METER-CHECKS.
           05 METER-CHECK OCCURS 20 TIMES.
              10 MV-CAPACITY   PIC 99.
              10 MV-HAVE-VALID PIC X.
              10 MV-PREV-OK    PIC X.
              10 MV-LAST-VALID PIC 99.
              10 MV-LAST-RAW   PIC 9(5).
              10 MV-FLAT-COUNT PIC 99.
              10 MV-RUN-SUM    PIC 9(5).
              10 MV-RUN-COUNT  PIC 9(3).
              10 MV-RUN-MAX    PIC 99.
              10 MV-PRIOR-SUM  PIC 9(7).
              10 MV-PRIOR-COUNT PIC 9(5).
              10 MV-PRIOR-MAX  PIC 99.
              10 MV-SUB-RULE   PIC X(3).
              10 MV-SUB-REASON PIC X(7).
       01 PROD-HOLD-NOTED    PIC X VALUE "N".

      *-----------------------------------------------------------*
      * Species census. One entry per species at the site: its    *
      * baseline survey and its latest survey on or before today. *
      * SP-INDEX is the latest count as a percentage of the       *
      * baseline (capped at 200), the figure the sustainability   *
      * score's animal component averages; once a census is on    *
      * hand the ANIMALS roster is built from it and holds for    *
      * the run.                                                  *
      *-----------------------------------------------------------*
       77 CENS-FILE-STATUS   PIC X(2).
       77 CNPRM-FILE-STATUS  PIC X(2).
       77 SPRPT-FILE-STATUS  PIC X(2).
       77 CENSUS-LOADED      PIC X VALUE "N".
       77 CENSUS-HOLD-NOTED  PIC X VALUE "N".
       77 CENSUS-SITE        PIC X(10) VALUE SPACES.
       77 BASELINE-DATE      PIC 9(8) VALUE 0.
       77 DECLINE-PCT        PIC 99 VALUE 20.
       77 DECLINE-COUNT      PIC 99 VALUE 0.
       77 POP-INDEX          PIC 9(9).
       77 POP-CHANGE         PIC S9(5)V9.
       77 INDEX-TOTAL        PIC 9(5).
       01 SPECIES-TABLE.
           05 SPECIES-ENTRY OCCURS 20 TIMES.
              10 SP-NAME         PIC X(10).
              10 SP-BASE-DATE    PIC 9(8).
              10 SP-BASE-COUNT   PIC 9(7).
              10 SP-BASE-HABITAT PIC X(4).
              10 SP-LAST-DATE    PIC 9(8).
              10 SP-LAST-COUNT   PIC 9(7).
              10 SP-LAST-HABITAT PIC X(4).
              10 SP-INDEX        PIC 999.
              10 SP-DECLINED     PIC X.
       01 SP-COUNT           PIC 99 VALUE 0.
       01 SP-IDX             PIC 99.
       01 SPECIES-LINE.
           05 SL-NAME          PIC X(10).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 SL-BASE-DATE     PIC 9(8).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 SL-BASE-COUNT    PIC Z(6)9.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 SL-LAST-DATE     PIC 9(8).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 SL-LAST-COUNT    PIC Z(6)9.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 SL-CHANGE        PIC -(4)9.9.
           05 FILLER           PIC X(3) VALUE "%  ".
           05 SL-BASE-HABITAT  PIC X(4).
           05 SL-HABITAT-ARROW PIC X(1).
           05 SL-LAST-HABITAT  PIC X(4).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 SL-FLAG          PIC X(7).

      *-----------------------------------------------------------*
      * Emission charge rate table loaded from ECORATES: one line *
      * per factory plus DEFAULT for factories with no own rate   *
      * and OFFSET naming the GL account the credit side posts    *
      * to. Rates are per pollution unit. The charges are billed  *
      * by the environmental operation (ECOL) to the city (CITY): *
      * DUEFROM and REVENUE name the accounts for ECOL's side of  *
      * the intercompany charge.                                  *
      *-----------------------------------------------------------*
       77 RATES-FILE-STATUS  PIC X(2).
       77 POST-FILE-STATUS   PIC X(2).
       01 DEFAULT-RATE       PIC 9(3)V99 VALUE 0.
       01 DEFAULT-ACCT       PIC X(4) VALUE "6500".
       01 OFFSET-ACCT        PIC X(4) VALUE "2300".
       01 DUE-FROM-ACCT      PIC X(4) VALUE "1300".
       01 IC-REVENUE-ACCT    PIC X(4) VALUE "4600".
       01 BILLED-COMPANY     PIC X(4) VALUE "CITY".
       01 BILLING-COMPANY    PIC X(4) VALUE "ECOL".
       01 POST-HASH          PIC 9(7)V99 VALUE 0.
       01 CONTROL-TOTAL-ENTRY.
           COPY CTLTOT.
       01 CHARGE-AMT         PIC 9(5)V99.
       01 CHARGE-EDIT        PIC +9(7).99.
       01 CHARGE-TOTAL       PIC 9(7)V99 VALUE 0.
           PERFORM LOAD-LIMITS
           PERFORM LOAD-FACTORY-PERMITS
           PERFORM LOAD-METER-READINGS
           PERFORM LOAD-SPECIES-CENSUS
           PERFORM LOAD-SITE-CONFIG
           PERFORM INIT-METER-CHECKS
           PERFORM APPLY-REMEDIATION-ACTIONS
           PERFORM LOAD-SCENARIO
           IF SCENARIO-MODE = "Y"
           END-IF
           PERFORM OPEN-EMISSIONS-HISTORY
           PERFORM OPEN-OPERATOR-ALERTS
           IF CENSUS-LOADED = "Y"
               PERFORM WRITE-SPECIES-TREND
           END-IF

           PERFORM SIMULATION-STEP
               UNTIL POLLUTION-TOTAL >= POLLUTION-LIMIT
           MOVE 100 TO OXYGEN-LEVEL
           MOVE 0 TO STEP-COUNT
           MOVE 0 TO WARNING-COUNT
           PERFORM VARYING PERMIT-IDX FROM 1 BY 1
                   UNTIL PERMIT-IDX > PERMIT-COUNT
               MOVE 0 TO PM-RUN-USED(PERMIT-IDX)
               MOVE "N" TO PM-OVER(PERMIT-IDX)
               MOVE "N" TO PM-BREACHED(PERMIT-IDX)
           END-PERFORM
           PERFORM RESET-METER-CHECKS
           PERFORM SIMULATION-STEP
               UNTIL POLLUTION-TOTAL >= POLLUTION-LIMIT
                  OR OXYGEN-LEVEL <= OXYGEN-LIMIT
      * Build the factory/tree/animal tables from the site's own  *
      * ECOSITE config (one line per asset: TYPE NAME READING).   *
      * Falls back to the 3/5/4 demo roster when no site config   *
      * file is on hand. A FACTORY line may carry a fourth token, *
      * the URBANFLUX district it stands in; URBANFLUX reads it,  *
      * this program does not need it.                            *
      *-----------------------------------------------------------*
       LOAD-SITE-CONFIG.
           OPEN INPUT SITE-CONFIG-FILE
                           END-IF
                       WHEN "ANIMAL"
                           IF NUM-ANIMALS < MAX-ANIMALS
                                   AND CENSUS-LOADED = "N"
                               ADD 1 TO NUM-ANIMALS
                               MOVE SC-NAME TO A-NAME(NUM-ANIMALS)
                               MOVE SC-VALUE TO A-HEALTH(NUM-ANIMALS)
                   COMPUTE PM-ALLOWANCE(PERMIT-COUNT) =
                       FUNCTION NUMVAL(PF-ALLOW-TEXT)
                   MOVE "N" TO PM-WARNED(PERMIT-COUNT)
                   MOVE "N" TO PM-TRADED(PERMIT-COUNT)
                   MOVE PM-ALLOWANCE(PERMIT-COUNT)
                       TO PM-BALANCE(PERMIT-COUNT)
                   MOVE 0 TO PM-YEAR-USED(PERMIT-COUNT)
                   MOVE 0 TO PM-RUN-USED(PERMIT-COUNT)
                   MOVE "N" TO PM-OVER(PERMIT-COUNT)
                   MOVE "N" TO PM-BREACHED(PERMIT-COUNT)
                   IF PM-RATE(PERMIT-COUNT) > 99
                       DISPLAY "Permit rate "
                           PM-RATE(PERMIT-COUNT) " for " PF-NAME
           CLOSE PERMIT-FILE
           IF PERMIT-COUNT > 0
               DISPLAY "Factory permits loaded: " PERMIT-COUNT
               PERFORM LOAD-TRADED-BALANCES
               PERFORM LOAD-YEAR-USAGE
           END-IF
           .

      *-----------------------------------------------------------*
      * This permit year's ECOALLOW lines turn each traded        *
      * factory's allowance into its traded balance. A sale       *
      * beyond what the factory holds cannot happen through       *
      * ECOALREG; the balance floors at zero regardless.          *
      *-----------------------------------------------------------*
       LOAD-TRADED-BALANCES.
           MOVE 0 TO TRADED-COUNT
           OPEN INPUT ALLOWANCE-FILE
           IF ALLOW-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ ALLOWANCE-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF AL-YEAR NOT = TODAY-STAMP(1:4)
                   EXIT PERFORM CYCLE
               END-IF
               PERFORM VARYING PERMIT-IDX FROM 1 BY 1
                       UNTIL PERMIT-IDX > PERMIT-COUNT
                   IF PM-NAME(PERMIT-IDX) = AL-FACTORY
                       COMPUTE BALANCE-UNITS =
                           PM-ALLOWANCE(PERMIT-IDX)
                           + AL-BOUGHT - AL-SOLD
                       IF BALANCE-UNITS < 0
                           MOVE 0 TO BALANCE-UNITS
                       END-IF
                       MOVE BALANCE-UNITS TO PM-BALANCE(PERMIT-IDX)
                       MOVE "Y" TO PM-TRADED(PERMIT-IDX)
                       ADD 1 TO TRADED-COUNT
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-PERFORM
           CLOSE ALLOWANCE-FILE
           IF TRADED-COUNT > 0
               DISPLAY "Traded allowance balances loaded: "
                   TRADED-COUNT
           END-IF
           .

      *-----------------------------------------------------------*
      * The permit year's readings so far, from ECOEMIT as        *
      * ECOCOMPL totals them, so the run's own readings are       *
      * judged on top of what the factory has already used.       *
      *-----------------------------------------------------------*
       LOAD-YEAR-USAGE.
           OPEN INPUT EMISSIONS-HISTORY-FILE
           IF EMIT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ EMISSIONS-HISTORY-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF EMIT-HIST-RECORD(18:8) NOT = "FACTORY="
                       OR EMIT-HIST-RECORD(1:4) NOT = TODAY-STAMP(1:4)
                       OR EMIT-HIST-RECORD(47:2) IS NOT NUMERIC
                   EXIT PERFORM CYCLE
               END-IF
               PERFORM VARYING PERMIT-IDX FROM 1 BY 1
                       UNTIL PERMIT-IDX > PERMIT-COUNT
                   IF PM-NAME(PERMIT-IDX) = EMIT-HIST-RECORD(26:10)
                       COMPUTE PM-YEAR-USED(PERMIT-IDX) =
                           PM-YEAR-USED(PERMIT-IDX)
                           + FUNCTION NUMVAL(EMIT-HIST-RECORD(47:2))
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-PERFORM
           CLOSE EMISSIONS-HISTORY-FILE
           .

      *-----------------------------------------------------------*
               PERFORM VARYING PERMIT-IDX FROM 1 BY 1
                       UNTIL PERMIT-IDX > PERMIT-COUNT
                   IF PM-NAME(PERMIT-IDX) = F-NAME(I)
                       PERFORM JUDGE-PERMIT-ALLOWANCE
                       PERFORM JUDGE-ONE-PERMIT
                       EXIT PERFORM
                   END-IF
           .

       JUDGE-ONE-PERMIT.
           IF F-POLLUTION(I) > PM-RATE(PERMIT-IDX)
                   AND PM-RATE(PERMIT-IDX) > 0
                   AND PM-BREACHED(PERMIT-IDX) = "N"
               PERFORM JUDGE-PERMIT-BREACH
           END-IF
           IF PM-WARNED(PERMIT-IDX) = "Y"
               EXIT PARAGRAPH
           END-IF
           END-IF
           .

      *-----------------------------------------------------------*
      * A reading over the permitted rate is a breach, not just a *
      * warning: alerted CRITICAL and recorded once per run for   *
      * the enforcement cases.                                    *
      *-----------------------------------------------------------*
       JUDGE-PERMIT-BREACH.
           MOVE "Y" TO PM-BREACHED(PERMIT-IDX)
           DISPLAY "*** PERMIT EXCEEDED: " F-NAME(I)
               " at " F-POLLUTION(I) " over permitted rate "
               PM-RATE(PERMIT-IDX) " ***"
           IF SCENARIO-MODE NOT = "Y"
               MOVE SPACES TO OPERATOR-ALERT-RECORD
               MOVE "ECOLEDGER" TO OA-SOURCE
               MOVE TODAY-STAMP TO OA-DATE
               MOVE STEP-COUNT TO OA-STEP
               MOVE "CRITICAL" TO OA-SEVERITY
               STRING "PERMIT EXCEEDED " F-NAME(I)
                      " " F-POLLUTION(I) "/"
                      PM-RATE(PERMIT-IDX)
                      DELIMITED BY SIZE INTO OA-TEXT
               PERFORM LOG-OPERATOR-ALERT
               MOVE "RATE" TO VL-TYPE
               MOVE F-POLLUTION(I) TO VL-READING
               MOVE PM-RATE(PERMIT-IDX) TO VL-LIMIT
               PERFORM RECORD-VIOLATION
           END-IF
           .

      *-----------------------------------------------------------*
      * The year's readings so far against the traded balance,    *
      * flagged once per run the moment they pass it. A permit    *
      * with no annual allowance and no trades is judged on its   *
      * rate alone.                                               *
      *-----------------------------------------------------------*
       JUDGE-PERMIT-ALLOWANCE.
           ADD F-POLLUTION(I) TO PM-RUN-USED(PERMIT-IDX)
           IF PM-OVER(PERMIT-IDX) = "Y"
               EXIT PARAGRAPH
           END-IF
           IF PM-ALLOWANCE(PERMIT-IDX) = 0
                   AND PM-TRADED(PERMIT-IDX) = "N"
               EXIT PARAGRAPH
           END-IF
           COMPUTE PERMIT-USED = PM-YEAR-USED(PERMIT-IDX)
               + PM-RUN-USED(PERMIT-IDX)
           IF PERMIT-USED NOT > PM-BALANCE(PERMIT-IDX)
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO PM-OVER(PERMIT-IDX)
           DISPLAY "*** ALLOWANCE EXCEEDED: " F-NAME(I)
               " has used " PERMIT-USED(2:7) " of traded balance "
               PM-BALANCE(PERMIT-IDX) " ***"
           IF SCENARIO-MODE NOT = "Y"
               MOVE SPACES TO OPERATOR-ALERT-RECORD
               MOVE "ECOLEDGER" TO OA-SOURCE
               MOVE TODAY-STAMP TO OA-DATE
               MOVE STEP-COUNT TO OA-STEP
               MOVE "WARNING" TO OA-SEVERITY
               STRING "ALLOWANCE EXCEEDED " F-NAME(I)
                      " " PERMIT-USED(2:7) "/"
                      PM-BALANCE(PERMIT-IDX)
                      DELIMITED BY SIZE INTO OA-TEXT
               PERFORM LOG-OPERATOR-ALERT
               MOVE "ALLOWANCE" TO VL-TYPE
               MOVE PERMIT-USED TO VL-READING
               MOVE PM-BALANCE(PERMIT-IDX) TO VL-LIMIT
               PERFORM RECORD-VIOLATION
           END-IF
           .

      *-----------------------------------------------------------*
      * Append the breach (VL-TYPE, VL-READING and VL-LIMIT set   *
      * by the caller) to ECOVIOL for ECOENFRC.                   *
      *-----------------------------------------------------------*
       RECORD-VIOLATION.
           MOVE TODAY-STAMP TO VL-DATE
           MOVE STEP-COUNT TO VL-STEP
           MOVE F-NAME(I) TO VL-FACTORY
           OPEN EXTEND VIOLATION-FILE
           IF VIOL-FILE-STATUS NOT = "00"
               OPEN OUTPUT VIOLATION-FILE
           END-IF
           WRITE VIOLATION-RECORD
           CLOSE VIOLATION-FILE
           .

      *-----------------------------------------------------------*
      * Flag a reading once it is within 10% of its stop          *
      * threshold, so the hard stop doesn't arrive as a surprise. *
                      " FACTORY=" F-NAME(I)
                      " POLLUTION=" F-POLLUTION(I)
                      DELIMITED BY SIZE INTO EMIT-HIST-RECORD
               IF MV-SUB-RULE(I) NOT = SPACES
                   STRING " SUB=" MV-SUB-RULE(I) " " MV-SUB-REASON(I)
                       DELIMITED BY SIZE
                       INTO EMIT-HIST-RECORD(49:16)
               END-IF
               WRITE EMIT-HIST-RECORD
           END-PERFORM
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > NUM-TREES
                   DISPLAY "No meter readings (ECOREAD) -- "
                       "pollution held as last measured"
               END-IF
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > NUM-FACTORIES
                   MOVE "HLD" TO MV-SUB-RULE(I)
                   MOVE "MISSING" TO MV-SUB-REASON(I)
                   ADD 1 TO SUBST-COUNT
               END-PERFORM
               EXIT PARAGRAPH
           END-IF
           PERFORM VARY-SIMULATED-POLLUTION

       APPLY-METER-READINGS.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > NUM-FACTORIES
               MOVE SPACES TO MV-SUB-RULE(I)
               MOVE SPACES TO MV-SUB-REASON(I)
               MOVE "N" TO METER-FOUND
               PERFORM VARYING MR-IDX FROM 1 BY 1
                       UNTIL MR-IDX > NUM-METER-READINGS
                   IF MR-STEP(MR-IDX) = STEP-COUNT
                           AND MR-NAME(MR-IDX) = F-NAME(I)
                       MOVE "Y" TO METER-FOUND
                       MOVE MR-VALUE(MR-IDX) TO READ-VALUE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF METER-FOUND = "N"
                   MOVE "MISSING" TO SUB-REASON
               ELSE
                   PERFORM VALIDATE-METER-READING
               END-IF
               IF SUB-REASON = SPACES
                   MOVE READ-VALUE TO F-POLLUTION(I)
                   MOVE "Y" TO MV-HAVE-VALID(I)
                   MOVE "Y" TO MV-PREV-OK(I)
                   MOVE READ-VALUE TO MV-LAST-VALID(I)
                   ADD READ-VALUE TO MV-RUN-SUM(I)
                   ADD 1 TO MV-RUN-COUNT(I)
                   IF READ-VALUE > MV-RUN-MAX(I)
                       MOVE READ-VALUE TO MV-RUN-MAX(I)
                   END-IF
               ELSE
                   MOVE "N" TO MV-PREV-OK(I)
                   PERFORM SUBSTITUTE-METER-READING
               END-IF
           END-PERFORM
           .

      *-----------------------------------------------------------*
      * Range, then rate of change against the last accepted      *
      * reading (only straight after an accepted one, so a real   *
      * change of level is taken on the next step rather than     *
      * failing forever), then flat-line. SUB-REASON is left      *
      * blank for a good reading.                                 *
      *-----------------------------------------------------------*
       VALIDATE-METER-READING.
           MOVE SPACES TO SUB-REASON
           IF READ-VALUE = MV-LAST-RAW(I) AND MV-FLAT-COUNT(I) > 0
               ADD 1 TO MV-FLAT-COUNT(I)
           ELSE
               MOVE 1 TO MV-FLAT-COUNT(I)
           END-IF
           MOVE READ-VALUE TO MV-LAST-RAW(I)
           IF READ-VALUE > MV-CAPACITY(I)
               MOVE "RANGE" TO SUB-REASON
               EXIT PARAGRAPH
           END-IF
           IF MV-PREV-OK(I) = "Y" AND MAX-STEP-CHANGE > 0
               COMPUTE STEP-CHANGE = READ-VALUE - MV-LAST-VALID(I)
               IF STEP-CHANGE < 0
                   COMPUTE STEP-CHANGE = 0 - STEP-CHANGE
               END-IF
               IF STEP-CHANGE > MAX-STEP-CHANGE
                   MOVE "RATE" TO SUB-REASON
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF FLAT-STEPS > 0 AND MV-FLAT-COUNT(I) NOT < FLAT-STEPS
               MOVE "FLAT" TO SUB-REASON
           END-IF
           .

       SUBSTITUTE-METER-READING.
           ADD 1 TO SUBST-COUNT
           MOVE SUB-REASON TO MV-SUB-REASON(I)
           MOVE "HLD" TO MV-SUB-RULE(I)
           IF SUB-RULE = "MAX"
               IF MV-PRIOR-COUNT(I) > 0
                   MOVE MV-PRIOR-MAX(I) TO F-POLLUTION(I)
                   MOVE "MAX" TO MV-SUB-RULE(I)
               ELSE
                   IF MV-RUN-COUNT(I) > 0
                       MOVE MV-RUN-MAX(I) TO F-POLLUTION(I)
                       MOVE "MAX" TO MV-SUB-RULE(I)
                   END-IF
               END-IF
           ELSE
               IF MV-PRIOR-COUNT(I) > 0
                   COMPUTE F-POLLUTION(I) ROUNDED =
                       MV-PRIOR-SUM(I) / MV-PRIOR-COUNT(I)
                   MOVE "AVG" TO MV-SUB-RULE(I)
               ELSE
                   IF MV-RUN-COUNT(I) > 0
                       COMPUTE F-POLLUTION(I) ROUNDED =
                           MV-RUN-SUM(I) / MV-RUN-COUNT(I)
                       MOVE "AVG" TO MV-SUB-RULE(I)
                   END-IF
               END-IF
           END-IF
           DISPLAY "Meter " MV-SUB-REASON(I) " for " F-NAME(I)
               " at step " STEP-COUNT " -- substituted "
               MV-SUB-RULE(I) " " F-POLLUTION(I)
           .

      *-----------------------------------------------------------*
      * The historic cycling delta (5/3/4), kept for training     *
      * runs so the demo roster behaves as it always did.         *
                   DISPLAY "Unreadable meter value for " RD-NAME
                       " at step " RD-STEP " -- reading dropped"
               ELSE
      *            A value beyond the 0-99 pollution scale is kept;
      *            the range check fails it against the factory's
      *            capacity and a substitute is applied instead.
                   IF NUM-METER-READINGS < 200
                       ADD 1 TO NUM-METER-READINGS
                       MOVE RD-STEP
                           TO MR-STEP(NUM-METER-READINGS)
                       MOVE RD-NAME
                           TO MR-NAME(NUM-METER-READINGS)
                       MOVE RD-VALUE
                           TO MR-VALUE(NUM-METER-READINGS)
                   END-IF
               END-IF
           END-PERFORM
           END-IF
           .

      *-----------------------------------------------------------*
      * Each factory's capacity from ECOMVAL (the 0-99 scale when *
      * it has none) and its prior-month basis for substitution.  *
      *-----------------------------------------------------------*
       INIT-METER-CHECKS.
           PERFORM LOAD-METER-RULES
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > NUM-FACTORIES
               MOVE 99 TO MV-CAPACITY(I)
               PERFORM VARYING CP-IDX FROM 1 BY 1
                       UNTIL CP-IDX > CP-COUNT
                   IF CP-NAME(CP-IDX) = F-NAME(I)
                       MOVE CP-MAX(CP-IDX) TO MV-CAPACITY(I)
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               MOVE 0 TO MV-PRIOR-SUM(I)
               MOVE 0 TO MV-PRIOR-COUNT(I)
               MOVE 0 TO MV-PRIOR-MAX(I)
           END-PERFORM
           PERFORM RESET-METER-CHECKS
           IF NUM-METER-READINGS > 0
               PERFORM LOAD-PRIOR-PERIOD
           END-IF
           .

       RESET-METER-CHECKS.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > NUM-FACTORIES
               MOVE "N" TO MV-HAVE-VALID(I)
               MOVE "N" TO MV-PREV-OK(I)
               MOVE 0 TO MV-LAST-VALID(I)
               MOVE 0 TO MV-LAST-RAW(I)
               MOVE 0 TO MV-FLAT-COUNT(I)
               MOVE 0 TO MV-RUN-SUM(I)
               MOVE 0 TO MV-RUN-COUNT(I)
               MOVE 0 TO MV-RUN-MAX(I)
               MOVE SPACES TO MV-SUB-RULE(I)
               MOVE SPACES TO MV-SUB-REASON(I)
           END-PERFORM
           .

       LOAD-METER-RULES.
           MOVE 0 TO CP-COUNT
           OPEN INPUT METER-RULES-FILE
           IF MVAL-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ METER-RULES-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               MOVE SPACES TO MV-TOKENS
               UNSTRING METER-RULES-RECORD DELIMITED BY ALL SPACES
                   INTO MK-KEYWORD MK-ARG1 MK-ARG2
               EVALUATE MK-KEYWORD
                   WHEN "CAPACITY"
                       IF FUNCTION TRIM(MK-ARG2) IS NUMERIC
                               AND CP-COUNT < 20
                           ADD 1 TO CP-COUNT
                           MOVE MK-ARG1 TO CP-NAME(CP-COUNT)
                           COMPUTE CP-MAX(CP-COUNT) =
                               FUNCTION NUMVAL(MK-ARG2)
                       END-IF
                   WHEN "MAXSTEP"
                       IF FUNCTION TRIM(MK-ARG1) IS NUMERIC
                           COMPUTE MAX-STEP-CHANGE =
                               FUNCTION NUMVAL(MK-ARG1)
                       END-IF
                   WHEN "FLATSTEPS"
                       IF FUNCTION TRIM(MK-ARG1) IS NUMERIC
                           COMPUTE FLAT-STEPS =
                               FUNCTION NUMVAL(MK-ARG1)
                       END-IF
                   WHEN "SUBRULE"
                       IF MK-ARG1 = "AVG" OR MK-ARG1 = "MAX"
                           MOVE MK-ARG1 TO SUB-RULE
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM
           CLOSE METER-RULES-FILE
           .

      *-----------------------------------------------------------*
      * The prior calendar month's measured readings per factory  *
      * -- ECOEMIT lines already flagged as substituted are not   *
      * a basis for substituting again.                           *
      *-----------------------------------------------------------*
       LOAD-PRIOR-PERIOD.
           IF TODAY-STAMP(5:2) = "01"
               COMPUTE PRIOR-PERIOD =
                   (FUNCTION NUMVAL(TODAY-STAMP(1:4)) - 1) * 100 + 12
           ELSE
               COMPUTE PRIOR-PERIOD = TODAY-STAMP / 100 - 1
           END-IF
           OPEN INPUT EMISSIONS-HISTORY-FILE
           IF EMIT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ EMISSIONS-HISTORY-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF EMIT-HIST-RECORD(18:8) NOT = "FACTORY="
                       OR EMIT-HIST-RECORD(1:6) NOT = PRIOR-PERIOD
                       OR EMIT-HIST-RECORD(47:2) IS NOT NUMERIC
                       OR EMIT-HIST-RECORD(50:4) = "SUB="
                   EXIT PERFORM CYCLE
               END-IF
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > NUM-FACTORIES
                   IF F-NAME(I) = EMIT-HIST-RECORD(26:10)
                       MOVE EMIT-HIST-RECORD(47:2) TO READ-VALUE
                       ADD READ-VALUE TO MV-PRIOR-SUM(I)
                       ADD 1 TO MV-PRIOR-COUNT(I)
                       IF READ-VALUE > MV-PRIOR-MAX(I)
                           MOVE READ-VALUE TO MV-PRIOR-MAX(I)
                       END-IF
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-PERFORM
           CLOSE EMISSIONS-HISTORY-FILE
           .

       VARY-TREE-OXYGEN.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > NUM-TREES
               EVALUATE FUNCTION MOD(I 5)
           .

       VARY-ANIMAL-HEALTH.
           IF CENSUS-LOADED = "Y"
               EXIT PARAGRAPH
           END-IF
           IF RUN-MODE = "PROD "
               IF CENSUS-HOLD-NOTED = "N"
                   MOVE "Y" TO CENSUS-HOLD-NOTED
                   DISPLAY "No species census (ECOCENS) -- "
                       "animal health held as configured"
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > NUM-ANIMALS
               EVALUATE FUNCTION MOD(I 4)
                   WHEN 1
           END-PERFORM
           .

      *-----------------------------------------------------------*
      * Species census from ECOCENS: per species at the site, the *
      * baseline survey and the latest one on or before today.    *
      * A census replaces the ECOSITE ANIMAL lines as the roster, *
      * each species' health its population index (at most 99).   *
      *-----------------------------------------------------------*
       LOAD-SPECIES-CENSUS.
           PERFORM LOAD-CENSUS-PARMS
           MOVE 0 TO SP-COUNT
           OPEN INPUT CENSUS-FILE
           IF CENS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ CENSUS-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               PERFORM TAKE-CENSUS-LINE
           END-PERFORM
           CLOSE CENSUS-FILE
           IF SP-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO CENSUS-LOADED
           MOVE SP-COUNT TO NUM-ANIMALS
           PERFORM VARYING SP-IDX FROM 1 BY 1 UNTIL SP-IDX > SP-COUNT
               PERFORM INDEX-SPECIES
               MOVE SP-NAME(SP-IDX) TO A-NAME(SP-IDX)
               IF SP-INDEX(SP-IDX) > 99
                   MOVE 99 TO A-HEALTH(SP-IDX)
               ELSE
                   MOVE SP-INDEX(SP-IDX) TO A-HEALTH(SP-IDX)
               END-IF
           END-PERFORM
           DISPLAY "Loaded " SP-COUNT " species from ECOCENS"
           .

       LOAD-CENSUS-PARMS.
           OPEN INPUT CENSUS-PARM-FILE
           IF CNPRM-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ CENSUS-PARM-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               MOVE SPACES TO MV-TOKENS
               UNSTRING CENSUS-PARM-RECORD DELIMITED BY ALL SPACES
                   INTO MK-KEYWORD MK-ARG1 MK-ARG2
               EVALUATE MK-KEYWORD
                   WHEN "SITE"
                       MOVE MK-ARG1 TO CENSUS-SITE
                   WHEN "BASELINE"
                       IF FUNCTION TRIM(MK-ARG1) IS NUMERIC
                           COMPUTE BASELINE-DATE =
                               FUNCTION NUMVAL(MK-ARG1)
                       END-IF
                   WHEN "DECLINE"
                       IF FUNCTION TRIM(MK-ARG1) IS NUMERIC
                           COMPUTE DECLINE-PCT =
                               FUNCTION NUMVAL(MK-ARG1)
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM
           CLOSE CENSUS-PARM-FILE
           .

      *-----------------------------------------------------------*
      * One survey line: the earliest survey date is the species' *
      * baseline, the latest its current count, and lines on the  *
      * same date (one per transect) add into the same count.     *
      *-----------------------------------------------------------*
       TAKE-CENSUS-LINE.
           IF CN-SURVEY-DATE IS NOT NUMERIC
                   OR CN-COUNT IS NOT NUMERIC
               DISPLAY "Unreadable census line for " CN-SPECIES
                   " -- dropped"
               EXIT PARAGRAPH
           END-IF
           IF CENSUS-SITE NOT = SPACES
                   AND CN-SITE NOT = CENSUS-SITE
               EXIT PARAGRAPH
           END-IF
           IF CN-SURVEY-DATE > TODAY-STAMP
                   OR CN-SURVEY-DATE < BASELINE-DATE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING SP-IDX FROM 1 BY 1 UNTIL SP-IDX > SP-COUNT
               IF SP-NAME(SP-IDX) = CN-SPECIES
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF SP-IDX > SP-COUNT
               IF SP-COUNT = MAX-ANIMALS
                   DISPLAY "Census species table full -- "
                       CN-SPECIES " dropped"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO SP-COUNT
               MOVE CN-SPECIES TO SP-NAME(SP-COUNT)
               MOVE CN-SURVEY-DATE TO SP-BASE-DATE(SP-COUNT)
                                      SP-LAST-DATE(SP-COUNT)
               MOVE CN-COUNT TO SP-BASE-COUNT(SP-COUNT)
                                SP-LAST-COUNT(SP-COUNT)
               MOVE CN-HABITAT TO SP-BASE-HABITAT(SP-COUNT)
                                  SP-LAST-HABITAT(SP-COUNT)
               MOVE "N" TO SP-DECLINED(SP-COUNT)
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN CN-SURVEY-DATE < SP-BASE-DATE(SP-IDX)
                   MOVE CN-SURVEY-DATE TO SP-BASE-DATE(SP-IDX)
                   MOVE CN-COUNT TO SP-BASE-COUNT(SP-IDX)
                   MOVE CN-HABITAT TO SP-BASE-HABITAT(SP-IDX)
               WHEN CN-SURVEY-DATE = SP-BASE-DATE(SP-IDX)
                   ADD CN-COUNT TO SP-BASE-COUNT(SP-IDX)
           END-EVALUATE
           EVALUATE TRUE
               WHEN CN-SURVEY-DATE > SP-LAST-DATE(SP-IDX)
                   MOVE CN-SURVEY-DATE TO SP-LAST-DATE(SP-IDX)
                   MOVE CN-COUNT TO SP-LAST-COUNT(SP-IDX)
                   MOVE CN-HABITAT TO SP-LAST-HABITAT(SP-IDX)
               WHEN CN-SURVEY-DATE = SP-LAST-DATE(SP-IDX)
                   ADD CN-COUNT TO SP-LAST-COUNT(SP-IDX)
           END-EVALUATE
           .

      *-----------------------------------------------------------*
      * Population index against the baseline, and the decline    *
      * flag once the count has fallen by more than DECLINE       *
      * percent. A species with no baseline count stands at 100.  *
      *-----------------------------------------------------------*
       INDEX-SPECIES.
           IF SP-BASE-COUNT(SP-IDX) = 0
               MOVE 100 TO SP-INDEX(SP-IDX)
               EXIT PARAGRAPH
           END-IF
           COMPUTE POP-INDEX = SP-LAST-COUNT(SP-IDX) * 100
               / SP-BASE-COUNT(SP-IDX)
           IF POP-INDEX > 200
               MOVE 200 TO POP-INDEX
           END-IF
           MOVE POP-INDEX TO SP-INDEX(SP-IDX)
           IF (SP-BASE-COUNT(SP-IDX) - SP-LAST-COUNT(SP-IDX)) * 100
                   > SP-BASE-COUNT(SP-IDX) * DECLINE-PCT
               MOVE "Y" TO SP-DECLINED(SP-IDX)
           END-IF
           .

      *-----------------------------------------------------------*
      * ECOSPRPT species trend report: each species' baseline and *
      * latest survey, the change between them and the habitat    *
      * condition at each, with every species down more than      *
      * DECLINE percent flagged and alerted to OPSALERT.          *
      *-----------------------------------------------------------*
       WRITE-SPECIES-TREND.
           MOVE 0 TO DECLINE-COUNT
           OPEN OUTPUT SPECIES-RPT-FILE
           MOVE SPACES TO SPECIES-RPT-RECORD
           IF CENSUS-SITE = SPACES
               STRING TODAY-STAMP " SPECIES TREND  ALL SITES"
                      "  DECLINE FLAGGED OVER " DECLINE-PCT "%"
                      DELIMITED BY SIZE INTO SPECIES-RPT-RECORD
           ELSE
               STRING TODAY-STAMP " SPECIES TREND  SITE "
                      CENSUS-SITE
                      "  DECLINE FLAGGED OVER " DECLINE-PCT "%"
                      DELIMITED BY SIZE INTO SPECIES-RPT-RECORD
           END-IF
           WRITE SPECIES-RPT-RECORD
           MOVE SPACES TO SPECIES-RPT-RECORD
           STRING "SPECIES     BASELINE    COUNT  LATEST      COUNT"
                  "   CHANGE   HABITAT    FLAG"
                  DELIMITED BY SIZE INTO SPECIES-RPT-RECORD
           WRITE SPECIES-RPT-RECORD
           PERFORM VARYING SP-IDX FROM 1 BY 1 UNTIL SP-IDX > SP-COUNT
               PERFORM WRITE-SPECIES-LINE
           END-PERFORM
           MOVE SPACES TO SPECIES-RPT-RECORD
           STRING "SPECIES: " SP-COUNT "  DECLINING: " DECLINE-COUNT
                  DELIMITED BY SIZE INTO SPECIES-RPT-RECORD
           WRITE SPECIES-RPT-RECORD
           CLOSE SPECIES-RPT-FILE
           .

       WRITE-SPECIES-LINE.
           MOVE SP-NAME(SP-IDX) TO SL-NAME
           MOVE SP-BASE-DATE(SP-IDX) TO SL-BASE-DATE
           MOVE SP-BASE-COUNT(SP-IDX) TO SL-BASE-COUNT
           MOVE SP-LAST-DATE(SP-IDX) TO SL-LAST-DATE
           MOVE SP-LAST-COUNT(SP-IDX) TO SL-LAST-COUNT
           MOVE 0 TO POP-CHANGE
           IF SP-BASE-COUNT(SP-IDX) > 0
               COMPUTE POP-CHANGE ROUNDED =
                   (SP-LAST-COUNT(SP-IDX) - SP-BASE-COUNT(SP-IDX))
                   * 100 / SP-BASE-COUNT(SP-IDX)
           END-IF
           MOVE POP-CHANGE TO SL-CHANGE
           MOVE SP-BASE-HABITAT(SP-IDX) TO SL-BASE-HABITAT
           MOVE ">" TO SL-HABITAT-ARROW
           MOVE SP-LAST-HABITAT(SP-IDX) TO SL-LAST-HABITAT
           MOVE SPACES TO SL-FLAG
           IF SP-DECLINED(SP-IDX) = "Y"
               MOVE "DECLINE" TO SL-FLAG
               ADD 1 TO DECLINE-COUNT
               DISPLAY "*** SPECIES DECLINE: " SP-NAME(SP-IDX)
                   " " SL-CHANGE "% since " SP-BASE-DATE(SP-IDX)
                   " ***"
               MOVE SPACES TO OPERATOR-ALERT-RECORD
               MOVE "ECOLEDGER" TO OA-SOURCE
               MOVE TODAY-STAMP TO OA-DATE
               MOVE 0 TO OA-STEP
               MOVE "WARNING" TO OA-SEVERITY
               STRING "SPECIES DECLINE " SP-NAME(SP-IDX)
                      " " SL-CHANGE "% SINCE " SP-BASE-DATE(SP-IDX)
                      DELIMITED BY SIZE INTO OA-TEXT
               PERFORM LOG-OPERATOR-ALERT
           END-IF
           MOVE SPECIES-LINE TO SPECIES-RPT-RECORD
           WRITE SPECIES-RPT-RECORD
           .

      *-----------------------------------------------------------*
      * One weighted headline number: pollution counts against     *
      * the site, oxygen and average animal health count for it.  *
      * With a census on hand the animal component is the average *
      * population index against the baseline survey -- 100 for   *
      * a population where it started, less for one in decline.   *
      *-----------------------------------------------------------*
       CALCULATE-SUSTAINABILITY-SCORE.
           MOVE 0 TO AVG-ANIMAL-HEALTH
           IF CENSUS-LOADED = "Y"
               MOVE 0 TO INDEX-TOTAL
               PERFORM VARYING SP-IDX FROM 1 BY 1
                       UNTIL SP-IDX > SP-COUNT
                   ADD SP-INDEX(SP-IDX) TO INDEX-TOTAL
               END-PERFORM
               DIVIDE INDEX-TOTAL BY SP-COUNT
                   GIVING AVG-ANIMAL-HEALTH
               COMPUTE SUSTAINABILITY-SCORE =
                   OXYGEN-LEVEL + AVG-ANIMAL-HEALTH
                   - (POLLUTION-TOTAL * 2)
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > NUM-ANIMALS
               ADD A-HEALTH(I) TO AVG-ANIMAL-HEALTH
           END-PERFORM
      * Price each factory's run pollution against ECORATES and   *
      * write the charge journal to the ECOPOST interface: HDR,   *
      * one DTL debit per charged factory, one DTL credit to the  *
      * offset account (both on the city's books), the matching   *
      * ECOL receivable and revenue pair, and a TRL with record   *
      * count and hash total so finance can prove nothing was     *
      * dropped between the two systems. No rate table means no   *
      * postings.                                                 *
      *-----------------------------------------------------------*
       LOAD-EMISSION-RATES.
           MOVE 0 TO RT-COUNT
                           MOVE ER-ACCT TO DEFAULT-ACCT
                       WHEN "OFFSET    "
                           MOVE ER-ACCT TO OFFSET-ACCT
                       WHEN "DUEFROM   "
                           MOVE ER-ACCT TO DUE-FROM-ACCT
                       WHEN "REVENUE   "
                           MOVE ER-ACCT TO IC-REVENUE-ACCT
                       WHEN OTHER
                           IF RT-COUNT < 20
                               ADD 1 TO RT-COUNT
                   STRING "DTL" CHARGE-ACCT CHARGE-EDIT
                       " EMISSIONS " F-NAME(I)
                       DELIMITED BY SIZE INTO GL-POSTING-RECORD
                   STRING F-NAME(I) " " TODAY-STAMP
                       DELIMITED BY SIZE
                       INTO GL-POSTING-RECORD(57:20)
                   MOVE BILLED-COMPANY TO GL-POSTING-RECORD(77:4)
                   WRITE GL-POSTING-RECORD
                   ADD 1 TO POST-COUNT
                   ADD CHARGE-AMT TO CHARGE-TOTAL
               STRING "DTL" OFFSET-ACCT CHARGE-EDIT
                   " EMISSIONS ACCRUED"
                   DELIMITED BY SIZE INTO GL-POSTING-RECORD
               MOVE BILLED-COMPANY TO GL-POSTING-RECORD(77:4)
               WRITE GL-POSTING-RECORD
               ADD 1 TO POST-COUNT
               COMPUTE CHARGE-EDIT = CHARGE-TOTAL
               MOVE SPACES TO GL-POSTING-RECORD
               STRING "DTL" DUE-FROM-ACCT CHARGE-EDIT
                   " EMISSIONS DUE FROM CITY"
                   DELIMITED BY SIZE INTO GL-POSTING-RECORD
               MOVE BILLING-COMPANY TO GL-POSTING-RECORD(77:4)
               WRITE GL-POSTING-RECORD
               ADD 1 TO POST-COUNT
               COMPUTE CHARGE-EDIT = 0 - CHARGE-TOTAL
               MOVE SPACES TO GL-POSTING-RECORD
               STRING "DTL" IC-REVENUE-ACCT CHARGE-EDIT
                   " EMISSION CHARGES BILLED"
                   DELIMITED BY SIZE INTO GL-POSTING-RECORD
               MOVE BILLING-COMPANY TO GL-POSTING-RECORD(77:4)
               WRITE GL-POSTING-RECORD
               ADD 1 TO POST-COUNT
           END-IF
           PERFORM FOLD-TRADE-POSTINGS
           PERFORM FOLD-FINE-POSTINGS
           COMPUTE POST-HASH = CHARGE-TOTAL * 2 + TRADE-HASH
               + FINE-HASH
           COMPUTE CHARGE-EDIT = POST-HASH
           MOVE SPACES TO GL-POSTING-RECORD
           STRING "TRL" POST-COUNT CHARGE-EDIT
               DELIMITED BY SIZE INTO GL-POSTING-RECORD
           WRITE GL-POSTING-RECORD
           CLOSE GL-POSTING-FILE
           MOVE SPACES TO CONTROL-TOTAL-ENTRY
           MOVE "ECOPOST" TO CTL-INTERFACE
           MOVE "P" TO CTL-ROLE
           MOVE "ECOLEDGER" TO CTL-PROGRAM
           MOVE TODAY-STAMP TO CTL-BATCH
           MOVE POST-COUNT TO CTL-COUNT
           MOVE POST-HASH TO CTL-HASH
           CALL "CTLTOTW" USING CONTROL-TOTAL-ENTRY
           IF TRADE-LINES > 0
               OPEN OUTPUT TRADE-POSTING-FILE
               CLOSE TRADE-POSTING-FILE
               DISPLAY "Allowance trade lines carried: " TRADE-LINES
           END-IF
           IF FINE-LINES > 0
               OPEN OUTPUT FINE-POSTING-FILE
               CLOSE FINE-POSTING-FILE
               DISPLAY "Enforcement fine lines carried: " FINE-LINES
           END-IF
           DISPLAY "Emission charges posted to ECOPOST: "
               POST-COUNT " lines, control total " POST-HASH
           .

      *-----------------------------------------------------------*
      * ECOALREG's trade cost and proceeds lines ride on the same *
      * batch, each balanced pair adding its debit to the hash,   *
      * and ECOTRDGL is cleared once the batch is written.        *
      *-----------------------------------------------------------*
       FOLD-TRADE-POSTINGS.
           MOVE 0 TO TRADE-LINES
           MOVE 0 TO TRADE-HASH
           OPEN INPUT TRADE-POSTING-FILE
           IF TRDGL-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ TRADE-POSTING-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF TRADE-POSTING-RECORD(1:3) = "DTL"
                   MOVE TRADE-POSTING-RECORD TO GL-POSTING-RECORD
                   WRITE GL-POSTING-RECORD
                   ADD 1 TO POST-COUNT
                   ADD 1 TO TRADE-LINES
                   COMPUTE TRADE-AMT = FUNCTION
                       NUMVAL(TRADE-POSTING-RECORD(8:11))
                   IF TRADE-AMT > 0
                       ADD TRADE-AMT TO TRADE-HASH
                   END-IF
               END-IF
           END-PERFORM
           CLOSE TRADE-POSTING-FILE
           .

      *-----------------------------------------------------------*
      * ECOENFRC's fine lines ride on the batch the same way.     *
      *-----------------------------------------------------------*
       FOLD-FINE-POSTINGS.
           MOVE 0 TO FINE-LINES
           MOVE 0 TO FINE-HASH
           OPEN INPUT FINE-POSTING-FILE
           IF FINGL-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ FINE-POSTING-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF FINE-POSTING-RECORD(1:3) = "DTL"
                   MOVE FINE-POSTING-RECORD TO GL-POSTING-RECORD
                   WRITE GL-POSTING-RECORD
                   ADD 1 TO POST-COUNT
                   ADD 1 TO FINE-LINES
                   COMPUTE TRADE-AMT = FUNCTION
                       NUMVAL(FINE-POSTING-RECORD(8:11))
                   IF TRADE-AMT > 0
                       ADD TRADE-AMT TO FINE-HASH
                   END-IF
               END-IF
           END-PERFORM
           CLOSE FINE-POSTING-FILE
           .

       FIND-FACTORY-RATE.

           DISPLAY "Final Pollution: " POLLUTION-TOTAL
           DISPLAY "Final Oxygen: " OXYGEN-LEVEL
           IF SUBST-COUNT > 0
               DISPLAY "Meter readings substituted: " SUBST-COUNT
                   " (flagged SUB= on ECOEMIT)"
           END-IF
           IF DECLINE-COUNT > 0
               DISPLAY "Species declining since baseline: "
                   DECLINE-COUNT " (see ECOSPRPT)"
           END-IF
           IF REMED-APPLIED > 0
               DISPLAY "Remediation: " REMED-APPLIED
                   " actions, total cost " REMED-COST-TOTAL
