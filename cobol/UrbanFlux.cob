      *               overrun flag (and a PROJECT-OVERRUN event)
      *               finally has something to show; before, the
      *               draw arithmetic made an overrun impossible.
      *   2026-10-15  CAZZY - UFCAPPRJ carries the contractor's
      *               vendor ID. A vendor-built project's draws
      *               are billed through APLEDGER and paid by
      *               check, so they stay out of the treasury
      *               journal's operating cost on UFPOST rather
      *               than hitting the ledger twice; the
      *               simulated treasury still pays each draw.
      *   2026-10-15  CAZZY - capital assets: a completed project
      *               (at its spent cost), a UFTRANS BUILD (at the
      *               optional cost column) and a DEMOLISH (with
      *               any salvage proceeds, which reach the
      *               treasury) each append a UFASSET event for
      *               FIXASSET's register. In-house project draws
      *               now post to construction in progress (the
      *               UFRATES CAPEX account) instead of operating
      *               cost, since FIXASSET capitalizes the whole
      *               spend out of that account on completion.
      *   2026-10-15  CAZZY - stamp the CITY company code on every
      *               UFPOST DTL line so the city's books post
      *               apart from the other entities.
      *   2026-10-15  CAZZY - every treasury DTL line carries the
      *               run's steps and date as its source reference
      *               (columns 57-76), so a posted city line
      *               drills back to the UFHIST step records
      *               behind it.
      *   2026-10-15  CAZZY - number every building with a parcel
      *               from UFPARCNO for the UFTAXROL property tax
      *               roll, and carry UFTAXROL's UFTAXGL levy and
      *               collection lines on the UFPOST treasury
      *               journal.
      *   2026-10-15  CAZZY - citizens in a district with overdue
      *               311 service requests (UFSVCREQ) lose a point
      *               of happiness every step until the city
      *               catches up.
      *   2026-10-15  CAZZY - BUILD transactions and new capital
      *               projects go ahead only against a UFPERMIT
      *               permit approved by UFPRMRVW for the type,
      *               district and energy load; anything else is
      *               rejected with the reason on UFALERTS
      *               (projects are held), and approved permit
      *               fees post to the treasury.
      *   2026-10-15  CAZZY - ECOLEDGER factories sited in a
      *               district (a fourth ECOSITE token) add their
      *               night's average ECOEMIT reading to that
      *               district's pollution each step; the district
      *               alert and UFHIST (new trailing
      *               UH-TRAFFIC/UH-INDUSTRY) show the industry
      *               and traffic shares.
      *   2026-10-15  CAZZY - a capital project not yet started is
      *               appraised first by the CAPAPPR routine (NPV,
      *               IRR and payback from its UFCAPFLW cash flows
      *               at the bond rate) and held unless it clears
      *               the UFCAPPOL hurdle rate or the council has
      *               overridden it there.
      *   2026-10-15  CAZZY - numbered buildings metered onto
      *               UFMETER every step for UFUTLBIL utility
      *               billing (buildings numbered before the first
      *               step); UFUTLGL billing and payment lines
      *               folded into the UFPOST journal.
      *   2026-10-15  CAZZY - the UFPOST batch's trailer count and
      *               hash are logged to CTLTOT (CTLTOTW) so
      *               CTLBAL can tie it to what GLSWEEP received.
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
           SELECT CITY-HIST-FILE ASSIGN TO "UFHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CITYHIST-FILE-STATUS.
           SELECT ASSET-EVENT-FILE ASSIGN TO "UFASSET"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ASSET-FILE-STATUS.
           SELECT PARCEL-NUMBER-FILE ASSIGN TO "UFPARCNO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARCNO-FILE-STATUS.
           SELECT TAX-POSTING-FILE ASSIGN TO "UFTAXGL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TAXGL-FILE-STATUS.
           SELECT SERVICE-REQUEST-FILE ASSIGN TO "UFSVCREQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SVCREQ-FILE-STATUS.
           SELECT PERMIT-FILE ASSIGN TO "UFPERMIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERMIT-FILE-STATUS.
           SELECT SITE-CONFIG-FILE ASSIGN TO "ECOSITE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SITE-FILE-STATUS.
           SELECT EMISSIONS-HISTORY-FILE ASSIGN TO "ECOEMIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EMIT-FILE-STATUS.
           SELECT METER-READING-FILE ASSIGN TO "UFMETER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS METER-FILE-STATUS.
           SELECT UTILITY-POSTING-FILE ASSIGN TO "UFUTLGL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UTILGL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Account table from UFRATES, the ECORATES shape: name(10), *
      * rate(8, unused here), account(4). TAXINC names the tax    *
      * revenue account, OPERCOST the operating expense account,  *
      * OFFSET the treasury/cash side of the journal, CAPEX the   *
      * construction-in-progress account for project draws.       *
      *-----------------------------------------------------------*
       FD  RATE-TABLE-FILE.
       01  RATE-RECORD.
           05 CP-STEPS-DONE    PIC 99.
           05 CP-STATUS        PIC X.
           05 CP-DELAY         PIC 99.
           05 CP-VENDOR        PIC X(6).
           05 CP-PERMIT        PIC 9(6).

       FD  WEATHER-FILE.
       01  WEATHER-RECORD      PIC X(40).
           05 UH-TREASURY      PIC S9(7) SIGN LEADING SEPARATE.
           05 UH-POP           PIC 99.
           05 UH-HAPPY         PIC 9(3).
           05 UH-TRAFFIC       PIC 9(3).
           05 UH-INDUSTRY      PIC 9(3).

      *-----------------------------------------------------------*
      * Capital asset events for FIXASSET: INSERVICE when a       *
      * building enters service (amount = its cost), RETIRE when  *
      * one is demolished (amount = salvage proceeds).            *
      *-----------------------------------------------------------*
       FD  ASSET-EVENT-FILE.
       01  ASSET-EVENT-RECORD.
           05 UA-DATE          PIC 9(8).
           05 UA-EVENT         PIC X(9).
           05 UA-NAME          PIC X(10).
           05 UA-BTYPE         PIC X(10).
           05 UA-DISTRICT      PIC 9.
           05 UA-AMOUNT        PIC 9(7).
           05 UA-SOURCE        PIC X(8).

      *-----------------------------------------------------------*
      * The next parcel number to hand out, one line. Every       *
      * building carries its parcel number for the UFTAXROL       *
      * assessment roll; a number is never reused, even after     *
      * the building it went to is demolished.                    *
      *-----------------------------------------------------------*
       FD  PARCEL-NUMBER-FILE.
       01  PARCEL-NUMBER-RECORD PIC X(10).

      *-----------------------------------------------------------*
      * Property tax DTL lines UFTAXROL leaves for the treasury   *
      * journal (levy and collections, each set balanced), in     *
      * UFPOST's own DTL layout.                                  *
      *-----------------------------------------------------------*
       FD  TAX-POSTING-FILE.
       01  TAX-POSTING-RECORD  PIC X(80).

      *-----------------------------------------------------------*
      * Each numbered building's energy draw, every step, for the *
      * UFUTLBIL utility billing run.                             *
      *-----------------------------------------------------------*
       FD  METER-READING-FILE.
       01  METER-READING-RECORD.
           COPY UFMETER REPLACING ==:LVL:== BY ==05==.

      *-----------------------------------------------------------*
      * Utility billing and payment DTL lines UFUTLBIL leaves for *
      * the treasury journal, balanced, in UFPOST's DTL layout.   *
      *-----------------------------------------------------------*
       FD  UTILITY-POSTING-FILE.
       01  UTILITY-POSTING-RECORD PIC X(80).

      *-----------------------------------------------------------*
      * Citizen service requests (311), aged nightly by UFSVCREQ  *
      * before this run; read only here.                          *
      *-----------------------------------------------------------*
       FD  SERVICE-REQUEST-FILE.
       01  SERVICE-REQUEST-RECORD.
           COPY UFSVCREQ REPLACING ==:LVL:== BY ==05==.

      *-----------------------------------------------------------*
      * Building permits, reviewed against district zoning by     *
      * UFPRMRVW. Building here consumes an approved permit.      *
      *-----------------------------------------------------------*
       FD  PERMIT-FILE.
       01  PERMIT-RECORD.
           COPY UFPERMIT REPLACING ==:LVL:== BY ==05==.

      *-----------------------------------------------------------*
      * ECOLEDGER's site config and readings history, read only.  *
      * A FACTORY line's fourth token sites it in a district:     *
      * TYPE NAME READING DISTRICT.                               *
      *-----------------------------------------------------------*
       FD  SITE-CONFIG-FILE.
       01  SITE-RECORD         PIC X(40).

       FD  EMISSIONS-HISTORY-FILE.
       01  EMIT-HIST-RECORD    PIC X(80).

       WORKING-STORAGE SECTION.

       77 POST-FILE-STATUS   PIC X(2).
       77 RUN-TAX-INCOME     PIC 9(7) VALUE 0.
       77 RUN-OPER-COST      PIC 9(7) VALUE 0.
       77 RUN-CAPEX-COST     PIC 9(7) VALUE 0.
       77 RUN-FIRST-STEP     PIC 99 VALUE 0.
       77 RUN-SOURCE-REF     PIC X(20).
       77 CAPEX-ACCT         PIC X(4) VALUE "1750".
       77 COMPANY-CODE       PIC X(4) VALUE "CITY".
       77 ASSET-FILE-STATUS  PIC X(2).
       77 TAX-ACCT           PIC X(4) VALUE SPACES.
       77 COST-ACCT          PIC X(4) VALUE SPACES.
       77 OFFSET-ACCT        PIC X(4) VALUE SPACES.
       77 CHARGE-EDIT        PIC +9(7).99.
       77 POST-COUNT         PIC 9(4) VALUE 0.
       77 POST-HASH          PIC 9(7)V99 VALUE 0.
       01 CONTROL-TOTAL-ENTRY.
           COPY CTLTOT.
       77 POST-NET           PIC S9(7)V99 VALUE 0.
       77 CAPPRJ-FILE-STATUS PIC X(2).
       77 CP-IDX             PIC 99.
       77 CP-STEP-COST       PIC 9(6).
              10 PJ-STEPS-DONE PIC 99.
              10 PJ-STATUS     PIC X.
              10 PJ-DELAY      PIC 99.
              10 PJ-VENDOR     PIC X(6).
              10 PJ-PERMIT     PIC 9(6).
       01 PROJECT-COUNT      PIC 99 VALUE 0.
       01 PROJECT-APPRAISAL.
           COPY CAPAPPR.

      *-----------------------------------------------------------*
      * Weather/events from UFWEATHER, one token line per entry:  *
       77 DELTA-EDIT         PIC -(7)9.
       01 SAVE-CITIZENS      PIC X(750).
       01 SAVE-VEHICLES      PIC X(300).
       01 SAVE-BUILDINGS     PIC X(400).
       01 SAVE-PROJECTS      PIC X(500).
       01 SAVE-DISTRICTS     PIC X(35).
       77 SAVE-STEP          PIC 99.
       77 SAVE-ENERGY        PIC 999.
       77 LOCK-ACTION        PIC X.
       77 LOCK-HOLDER        PIC X(8) VALUE "URBANFLX".
       77 LOCK-RESULT        PIC X.
       77 PARCNO-FILE-STATUS PIC X(2).
       77 NEXT-PARCEL        PIC 9(5) VALUE 0.
       77 TAXGL-FILE-STATUS  PIC X(2).
       77 TAXGL-COUNT        PIC 9(4) VALUE 0.
       77 TAXGL-AMT          PIC S9(7)V99.
       77 METER-FILE-STATUS  PIC X(2).
       77 UTILGL-FILE-STATUS PIC X(2).
       77 UTILGL-COUNT       PIC 9(4) VALUE 0.
       77 SVCREQ-FILE-STATUS PIC X(2).
       77 BACKLOG-TOTAL      PIC 9(4) VALUE 0.
       77 PERMIT-FILE-STATUS PIC X(2).
       77 PERMIT-COUNT       PIC 9(4) VALUE 0.
       77 PERMIT-IDX         PIC 9(4).
       77 PERMIT-FOUND       PIC 9(4).
       77 PERMITS-CHANGED    PIC X VALUE "N".
       77 PERMIT-BTYPE       PIC X(10).
       77 PERMIT-DISTRICT    PIC 9.
       77 PERMIT-ENERGY      PIC 99.
       77 PERMIT-USER        PIC X(10).
       77 PERMIT-REASON      PIC X(20).
       77 PERMIT-OVERFLOW    PIC X VALUE "N".
       77 PERMIT-ACCT        PIC X(4) VALUE SPACES.
       77 RUN-PERMIT-FEES    PIC 9(7)V99 VALUE 0.
       77 TRANS-REJECTED     PIC 99 VALUE 0.
       01 PERMIT-TABLE.
           05 PERMIT-ENTRY OCCURS 2000 TIMES.
              10 PT-IMAGE     PIC X(100).
       01 SERVICE-BACKLOG.
           05 SB-OVERDUE OCCURS 5 TIMES PIC 9(4).
       01 TR-ACTION           PIC X(10).
       01 TR-NAME             PIC X(10).
       01 TR-VALUE1           PIC 99.
       01 TR-VALUE2           PIC 99.
       01 TR-DISTRICT         PIC 9.
       01 TR-AMOUNT           PIC 9(7).
       77 TR-IDX              PIC 99.
       77 TR-FOUND            PIC 99.
       77 TRANS-APPLIED       PIC 99 VALUE 0.
              10 B-ENERGY    PIC 99.
              10 B-OCCUPANCY PIC 99.
              10 B-DISTRICT  PIC 9.
              10 B-PARCEL    PIC 9(5) VALUE 0.

      *-----------------------------------------------------------*
      * Per-district accumulators and limits. Districts 1-5;      *
           05 DISTRICT-LIMIT-ENTRY OCCURS 5 TIMES.
              10 DP-LIMIT     PIC 999 VALUE 0.
              10 DE-LIMIT     PIC 999 VALUE 0.

      *-----------------------------------------------------------*
      * Where each step's district pollution came from: vehicles  *
      * on the road, and the ECOLEDGER factories sited there      *
      * (their average ECOEMIT reading for the night, one         *
      * INDUSTRY-DIVISOR'th of it landing per step, scaled by     *
      * the weather the way traffic is).                          *
      *-----------------------------------------------------------*
       77 SITE-FILE-STATUS   PIC X(2).
       77 EMIT-FILE-STATUS   PIC X(2).
       77 INDUSTRY-DIVISOR   PIC 99 VALUE 10.
       77 FACTORY-COUNT      PIC 99 VALUE 0.
       77 F-IDX              PIC 99.
       77 UNSITED-COUNT      PIC 99 VALUE 0.
       77 EMIT-DATE          PIC 9(8) VALUE 0.
       77 EMIT-LINE-DATE     PIC 9(8).
       77 EMIT-LINE-VALUE    PIC 99.
       77 EMIT-AGE           PIC S9(7).
       77 INDUSTRY-TOTAL     PIC 9(5) VALUE 0.
       01 SITE-TOKENS.
           05 ST-TYPE          PIC X(10).
           05 ST-NAME          PIC X(10).
           05 ST-VALUE         PIC X(10).
           05 ST-DISTRICT      PIC X(10).
       01 FACTORY-SITING.
           05 FACTORY-ENTRY OCCURS 20 TIMES.
              10 FS-NAME      PIC X(10).
              10 FS-DISTRICT  PIC 9.
              10 FS-TOTAL     PIC 9(5).
              10 FS-READINGS  PIC 9(4).
       01 DISTRICT-SOURCES.
           05 DISTRICT-SOURCE-ENTRY OCCURS 5 TIMES.
              10 D-INDUSTRY-LOAD PIC 9(4) VALUE 0.
              10 D-STEP-INDUSTRY PIC 999 VALUE 0.
              10 D-STEP-TRAFFIC  PIC 999 VALUE 0.
       01 PL-DISTRICT        PIC 9.
       01 PL-POLL            PIC 999.
       01 PL-ENERGY          PIC 999.
           PERFORM INIT-CITY THRU INIT-CITY-EXIT
           PERFORM OPEN-CITY-EVENTS-LOG
           PERFORM OPEN-OPERATOR-ALERTS
           PERFORM LOAD-PERMITS
           PERFORM APPLY-CITY-TRANSACTIONS
           PERFORM LOAD-CAPITAL-PROJECTS
           PERFORM LOAD-WEATHER-EVENTS
           PERFORM LOAD-EMERGENCY-SERVICES
           PERFORM LOAD-SERVICE-BACKLOG
           PERFORM LOAD-FACTORY-EMISSIONS
           IF SCENARIO-MODE = "Y"
               PERFORM RUN-CITY-SCENARIO
               CLOSE CITY-EVENTS-FILE
               DISPLAY "Scenario complete -- city state untouched."
               GOBACK
           END-IF
           COMPUTE RUN-FIRST-STEP = STEP-COUNT + 1
           PERFORM NUMBER-NEW-BUILDINGS
           PERFORM SIMULATION-LOOP UNTIL STEP-COUNT >= 10
           CLOSE CITY-EVENTS-FILE
           CLOSE OPERATOR-ALERT-FILE
           PERFORM RELEASE-OPERATOR-ALERTS
           PERFORM SAVE-CITY-STATE
           PERFORM SAVE-CAPITAL-PROJECTS
           PERFORM SAVE-PERMITS
           PERFORM WRITE-GL-POSTINGS

           DISPLAY "Simulation Complete!"
           MOVE SAVE-STREAK TO POLLUTION-STREAK
           MOVE 0 TO RUN-TAX-INCOME
           MOVE 0 TO RUN-OPER-COST
           MOVE 0 TO RUN-CAPEX-COST
           MOVE SAVE-BOND-OUT TO BOND-OUTSTANDING
           MOVE SAVE-BOND-PAY TO BOND-PAYMENT
           MOVE SAVE-BOND-LEFT TO BOND-STEPS-LEFT
      *-----------------------------------------------------------*
      * Drop the run's treasury movement on the UFPOST interface  *
      * queue as one balanced journal: credit the tax revenue,    *
      * debit the operating cost and the in-house project draws   *
      * (construction in progress), land the net on the treasury  *
      * offset account, with the control count and hash total     *
      * the interface verification requires. No UFRATES table     *
      * means no postings, exactly as ECOLEDGER treats ECORATES.  *
      *-----------------------------------------------------------*
       WRITE-GL-POSTINGS.
           PERFORM LOAD-TREASURY-ACCOUNTS
           PERFORM COUNT-PROPERTY-TAX-LINES
           PERFORM COUNT-UTILITY-LINES
           IF TAX-ACCT = SPACES OR OFFSET-ACCT = SPACES
                   OR COST-ACCT = SPACES
               DISPLAY "No treasury account table (UFRATES) -- "
               EXIT PARAGRAPH
           END-IF
           IF RUN-TAX-INCOME = 0 AND RUN-OPER-COST = 0
                   AND RUN-CAPEX-COST = 0 AND TAXGL-COUNT = 0
                   AND RUN-PERMIT-FEES = 0 AND UTILGL-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           IF PERMIT-ACCT = SPACES
               MOVE TAX-ACCT TO PERMIT-ACCT
           END-IF
           MOVE SPACES TO RUN-SOURCE-REF
           STRING "STEPS " RUN-FIRST-STEP "-" STEP-COUNT " "
               TODAY-STAMP DELIMITED BY SIZE INTO RUN-SOURCE-REF
           OPEN OUTPUT GL-POSTING-FILE
           MOVE 0 TO POST-COUNT
           MOVE 0 TO POST-HASH
               STRING "DTL" TAX-ACCT CHARGE-EDIT
                   " CITY TAX INCOME"
                   DELIMITED BY SIZE INTO GL-POSTING-RECORD
               MOVE COMPANY-CODE TO GL-POSTING-RECORD(77:4)
               MOVE RUN-SOURCE-REF TO GL-POSTING-RECORD(57:20)
               WRITE GL-POSTING-RECORD
               ADD 1 TO POST-COUNT
           END-IF
               STRING "DTL" COST-ACCT CHARGE-EDIT
                   " CITY OPERATING COST"
                   DELIMITED BY SIZE INTO GL-POSTING-RECORD
               MOVE COMPANY-CODE TO GL-POSTING-RECORD(77:4)
               MOVE RUN-SOURCE-REF TO GL-POSTING-RECORD(57:20)
               WRITE GL-POSTING-RECORD
               ADD 1 TO POST-COUNT
               ADD RUN-OPER-COST TO POST-HASH
           END-IF
           IF RUN-CAPEX-COST > 0
               COMPUTE CHARGE-EDIT = RUN-CAPEX-COST
               MOVE SPACES TO GL-POSTING-RECORD
               STRING "DTL" CAPEX-ACCT CHARGE-EDIT
                   " CITY CAPITAL PROJECT DRAWS"
                   DELIMITED BY SIZE INTO GL-POSTING-RECORD
               MOVE COMPANY-CODE TO GL-POSTING-RECORD(77:4)
               MOVE RUN-SOURCE-REF TO GL-POSTING-RECORD(57:20)
               WRITE GL-POSTING-RECORD
               ADD 1 TO POST-COUNT
               ADD RUN-CAPEX-COST TO POST-HASH
           END-IF
           IF RUN-PERMIT-FEES > 0
               COMPUTE CHARGE-EDIT = 0 - RUN-PERMIT-FEES
               MOVE SPACES TO GL-POSTING-RECORD
               STRING "DTL" PERMIT-ACCT CHARGE-EDIT
                   " CITY BUILDING PERMIT FEES"
                   DELIMITED BY SIZE INTO GL-POSTING-RECORD
               MOVE COMPANY-CODE TO GL-POSTING-RECORD(77:4)
               MOVE RUN-SOURCE-REF TO GL-POSTING-RECORD(57:20)
               WRITE GL-POSTING-RECORD
               ADD 1 TO POST-COUNT
           END-IF
           IF TAXGL-COUNT > 0
               PERFORM FOLD-PROPERTY-TAX-LINES
           END-IF
           IF UTILGL-COUNT > 0
               PERFORM FOLD-UTILITY-LINES
           END-IF
           COMPUTE POST-NET = RUN-TAX-INCOME - RUN-OPER-COST
               - RUN-CAPEX-COST + RUN-PERMIT-FEES
           IF POST-NET NOT = 0
               COMPUTE CHARGE-EDIT = POST-NET
               MOVE SPACES TO GL-POSTING-RECORD
               STRING "DTL" OFFSET-ACCT CHARGE-EDIT
                   " CITY TREASURY"
                   DELIMITED BY SIZE INTO GL-POSTING-RECORD
               MOVE COMPANY-CODE TO GL-POSTING-RECORD(77:4)
               MOVE RUN-SOURCE-REF TO GL-POSTING-RECORD(57:20)
               WRITE GL-POSTING-RECORD
               ADD 1 TO POST-COUNT
               IF POST-NET > 0
               DELIMITED BY SIZE INTO GL-POSTING-RECORD
           WRITE GL-POSTING-RECORD
           CLOSE GL-POSTING-FILE
           MOVE SPACES TO CONTROL-TOTAL-ENTRY
           MOVE "UFPOST" TO CTL-INTERFACE
           MOVE "P" TO CTL-ROLE
           MOVE "URBANFLUX" TO CTL-PROGRAM
           MOVE TODAY-STAMP TO CTL-BATCH
           MOVE POST-COUNT TO CTL-COUNT
           MOVE POST-HASH TO CTL-HASH
           CALL "CTLTOTW" USING CONTROL-TOTAL-ENTRY
           IF TAXGL-COUNT > 0
               OPEN OUTPUT TAX-POSTING-FILE
               CLOSE TAX-POSTING-FILE
           END-IF
           IF UTILGL-COUNT > 0
               OPEN OUTPUT UTILITY-POSTING-FILE
               CLOSE UTILITY-POSTING-FILE
           END-IF
           DISPLAY "Treasury journal queued on UFPOST: "
               POST-COUNT " lines (tax " RUN-TAX-INCOME
               " cost " RUN-OPER-COST ")"
           .

      *-----------------------------------------------------------*
      * UFTAXROL's levy and collection lines ride on the city's   *
      * one UFPOST batch a day rather than a second batch GLSWEEP *
      * would refuse. Each set nets to zero, so the treasury      *
      * offset line above is unchanged; UFTAXGL is cleared once   *
      * the journal holds them, and left alone when no journal    *
      * is written.                                               *
      *-----------------------------------------------------------*
       COUNT-PROPERTY-TAX-LINES.
           MOVE 0 TO TAXGL-COUNT
           OPEN INPUT TAX-POSTING-FILE
           IF TAXGL-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ TAX-POSTING-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF TAX-POSTING-RECORD(1:3) = "DTL"
                   ADD 1 TO TAXGL-COUNT
               END-IF
           END-PERFORM
           CLOSE TAX-POSTING-FILE
           .

       FOLD-PROPERTY-TAX-LINES.
           OPEN INPUT TAX-POSTING-FILE
           IF TAXGL-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ TAX-POSTING-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF TAX-POSTING-RECORD(1:3) = "DTL"
                   MOVE TAX-POSTING-RECORD TO GL-POSTING-RECORD
                   WRITE GL-POSTING-RECORD
                   ADD 1 TO POST-COUNT
                   COMPUTE TAXGL-AMT = FUNCTION
                       NUMVAL(TAX-POSTING-RECORD(8:11))
                   IF TAXGL-AMT > 0
                       ADD TAXGL-AMT TO POST-HASH
                   END-IF
               END-IF
           END-PERFORM
           CLOSE TAX-POSTING-FILE
           .

      *-----------------------------------------------------------*
      * UFUTLBIL's utility billing and payment lines ride on the  *
      * same journal and are cleared the same way as UFTAXGL's.   *
      *-----------------------------------------------------------*
       COUNT-UTILITY-LINES.
           MOVE 0 TO UTILGL-COUNT
           OPEN INPUT UTILITY-POSTING-FILE
           IF UTILGL-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ UTILITY-POSTING-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF UTILITY-POSTING-RECORD(1:3) = "DTL"
                   ADD 1 TO UTILGL-COUNT
               END-IF
           END-PERFORM
           CLOSE UTILITY-POSTING-FILE
           .

       FOLD-UTILITY-LINES.
           OPEN INPUT UTILITY-POSTING-FILE
           IF UTILGL-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ UTILITY-POSTING-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF UTILITY-POSTING-RECORD(1:3) = "DTL"
                   MOVE UTILITY-POSTING-RECORD TO GL-POSTING-RECORD
                   WRITE GL-POSTING-RECORD
                   ADD 1 TO POST-COUNT
                   COMPUTE TAXGL-AMT = FUNCTION
                       NUMVAL(UTILITY-POSTING-RECORD(8:11))
                   IF TAXGL-AMT > 0
                       ADD TAXGL-AMT TO POST-HASH
                   END-IF
               END-IF
           END-PERFORM
           CLOSE UTILITY-POSTING-FILE
           .

       LOAD-TREASURY-ACCOUNTS.
           OPEN INPUT RATE-TABLE-FILE
           IF RATES-FILE-STATUS NOT = "00"
                       MOVE UR-ACCT TO COST-ACCT
                   WHEN "OFFSET    "
                       MOVE UR-ACCT TO OFFSET-ACCT
                   WHEN "CAPEX     "
                       MOVE UR-ACCT TO CAPEX-ACCT
                   WHEN "PERMITFEE "
                       MOVE UR-ACCT TO PERMIT-ACCT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
                                   TO B-OCCUPANCY(NUM-BUILDINGS)
                               MOVE CD-DISTRICT
                                   TO B-DISTRICT(NUM-BUILDINGS)
                               MOVE 0 TO B-PARCEL(NUM-BUILDINGS)
                           END-IF
                   END-EVALUATE
               END-PERFORM
                       EXIT PERFORM
               END-READ
               MOVE 0 TO B-DISTRICT(I)
               MOVE 0 TO B-PARCEL(I)
               UNSTRING CITY-STATE-RECORD DELIMITED BY ALL SPACES
                   INTO B-TYPE(I) B-ENERGY(I) B-OCCUPANCY(I)
                        B-DISTRICT(I) B-PARCEL(I)
               IF B-DISTRICT(I) < 1
                       OR B-DISTRICT(I) > MAX-DISTRICTS
                   MOVE 1 TO B-DISTRICT(I)
               WRITE CITY-STATE-RECORD
               ADD 1 TO I
           END-PERFORM
           PERFORM ASSIGN-PARCEL-NUMBERS
           MOVE 1 TO I
           PERFORM UNTIL I > NUM-BUILDINGS
               MOVE SPACES TO CITY-STATE-RECORD
               STRING B-TYPE(I) " " B-ENERGY(I) " " B-OCCUPANCY(I)
                   " " B-DISTRICT(I) " " B-PARCEL(I)
                   DELIMITED BY SIZE INTO CITY-STATE-RECORD
               WRITE CITY-STATE-RECORD
               ADD 1 TO I
               LOCK-HOLDER LOCK-RESULT
           .

      *-----------------------------------------------------------*
      * Number the buildings standing before the first step, so   *
      * their meter readings carry the account they are billed    *
      * to; under the UFCITY lock as at the save, and left to the *
      * save when another program holds it.                       *
      *-----------------------------------------------------------*
       NUMBER-NEW-BUILDINGS.
           MOVE "UFCITY  " TO LOCK-RESOURCE
           MOVE "A" TO LOCK-ACTION
           CALL "FILELOCK" USING LOCK-RESOURCE LOCK-ACTION
               LOCK-HOLDER LOCK-RESULT
           IF LOCK-RESULT NOT = "A"
               EXIT PARAGRAPH
           END-IF
           PERFORM ASSIGN-PARCEL-NUMBERS
           MOVE "UFCITY  " TO LOCK-RESOURCE
           MOVE "R" TO LOCK-ACTION
           CALL "FILELOCK" USING LOCK-RESOURCE LOCK-ACTION
               LOCK-HOLDER LOCK-RESULT
           .

      *-----------------------------------------------------------*
      * Any building without a parcel number yet (new this run,   *
      * or from a state file that predates them) gets the next    *
      * one off UFPARCNO, never lower than the highest already    *
      * held, and the counter goes back under the same UFCITY     *
      * lock as the state it numbers.                             *
      *-----------------------------------------------------------*
       ASSIGN-PARCEL-NUMBERS.
           MOVE 0 TO NEXT-PARCEL
           OPEN INPUT PARCEL-NUMBER-FILE
           IF PARCNO-FILE-STATUS = "00"
               READ PARCEL-NUMBER-FILE
                   AT END
                       MOVE SPACES TO PARCEL-NUMBER-RECORD
               END-READ
               IF PARCEL-NUMBER-RECORD(1:5) IS NUMERIC
                   MOVE PARCEL-NUMBER-RECORD(1:5) TO NEXT-PARCEL
               END-IF
               CLOSE PARCEL-NUMBER-FILE
           END-IF
           MOVE 1 TO I
           PERFORM UNTIL I > NUM-BUILDINGS
               IF B-PARCEL(I) IS NOT NUMERIC
                   MOVE 0 TO B-PARCEL(I)
               END-IF
               IF B-PARCEL(I) >= NEXT-PARCEL
                   COMPUTE NEXT-PARCEL = B-PARCEL(I) + 1
               END-IF
               ADD 1 TO I
           END-PERFORM
           IF NEXT-PARCEL = 0
               MOVE 1 TO NEXT-PARCEL
           END-IF
           MOVE 1 TO I
           PERFORM UNTIL I > NUM-BUILDINGS
               IF B-PARCEL(I) = 0
                   MOVE NEXT-PARCEL TO B-PARCEL(I)
                   ADD 1 TO NEXT-PARCEL
               END-IF
               ADD 1 TO I
           END-PERFORM
           OPEN OUTPUT PARCEL-NUMBER-FILE
           MOVE SPACES TO PARCEL-NUMBER-RECORD
           MOVE NEXT-PARCEL TO PARCEL-NUMBER-RECORD(1:5)
           WRITE PARCEL-NUMBER-RECORD
           CLOSE PARCEL-NUMBER-FILE
           .

      *-----------------------------------------------------------*
      * Apply the UFTRANS construction/retirement transactions    *
      * against the (possibly reloaded) city: one line per change *
      *-----------------------------------------------------------*
       APPLY-CITY-TRANSACTIONS.
           MOVE 0 TO TRANS-APPLIED
           MOVE 0 TO TRANS-REJECTED
           OPEN INPUT CITY-TRANS-FILE
           IF TRANS-FILE-STATUS = "00"
               PERFORM UNTIL 1 = 2
                           EXIT PERFORM
                   END-READ
                   MOVE 0 TO TR-DISTRICT
                   MOVE 0 TO TR-AMOUNT
                   UNSTRING CITY-TRANS-RECORD
                       DELIMITED BY ALL SPACES
                       INTO TR-ACTION TR-NAME TR-VALUE1 TR-VALUE2
                            TR-DISTRICT TR-AMOUNT
                   IF TR-DISTRICT < 1
                           OR TR-DISTRICT > MAX-DISTRICTS
                       MOVE 1 TO TR-DISTRICT
                   DISPLAY "City transactions applied: "
                       TRANS-APPLIED
               END-IF
               IF TRANS-REJECTED > 0
                   DISPLAY "City transactions rejected: "
                       TRANS-REJECTED
               END-IF
           END-IF
           .

      *-----------------------------------------------------------*
      * A building goes up only against an approved permit for    *
      * its type and district, big enough for its energy load;    *
      * anything else is rejected with the reason on UFALERTS.    *
      *-----------------------------------------------------------*
       TRANS-BUILD.
           IF NUM-BUILDINGS < MAX-BUILDINGS
               MOVE TR-NAME TO PERMIT-BTYPE
               MOVE TR-DISTRICT TO PERMIT-DISTRICT
               MOVE TR-VALUE1 TO PERMIT-ENERGY
               PERFORM FIND-BUILDING-PERMIT
               IF PERMIT-FOUND = 0
                   PERFORM REJECT-CITY-TRANSACTION
                   EXIT PARAGRAPH
               END-IF
               MOVE "UFTRANS" TO PERMIT-USER
               PERFORM USE-BUILDING-PERMIT
               ADD 1 TO NUM-BUILDINGS
               MOVE TR-NAME TO B-TYPE(NUM-BUILDINGS)
               MOVE TR-VALUE1 TO B-ENERGY(NUM-BUILDINGS)
               MOVE TR-VALUE2 TO B-OCCUPANCY(NUM-BUILDINGS)
               MOVE TR-DISTRICT TO B-DISTRICT(NUM-BUILDINGS)
               MOVE 0 TO B-PARCEL(NUM-BUILDINGS)
               ADD 1 TO TRANS-APPLIED
               PERFORM LOG-CITY-TRANSACTION
               MOVE "INSERVICE" TO UA-EVENT
               MOVE TR-NAME TO UA-NAME
               MOVE TR-NAME TO UA-BTYPE
               MOVE TR-DISTRICT TO UA-DISTRICT
               MOVE TR-AMOUNT TO UA-AMOUNT
               MOVE "UFTRANS" TO UA-SOURCE
               PERFORM WRITE-ASSET-EVENT
           ELSE
               DISPLAY "BUILD " TR-NAME " skipped: city full"
           END-IF
               DISPLAY "DEMOLISH " TR-NAME " skipped: no such "
                   "building"
           ELSE
               MOVE "RETIRE" TO UA-EVENT
               MOVE TR-NAME TO UA-NAME
               MOVE B-TYPE(TR-FOUND) TO UA-BTYPE
               MOVE B-DISTRICT(TR-FOUND) TO UA-DISTRICT
               MOVE TR-AMOUNT TO UA-AMOUNT
               MOVE "UFTRANS" TO UA-SOURCE
               PERFORM WRITE-ASSET-EVENT
               ADD TR-AMOUNT TO TREASURY-BALANCE
               PERFORM VARYING TR-IDX FROM TR-FOUND BY 1
                       UNTIL TR-IDX >= NUM-BUILDINGS
                   MOVE BUILDING(TR-IDX + 1) TO BUILDING(TR-IDX)
           END-IF
           .

      *-----------------------------------------------------------*
      * UFPERMIT into a table for the run. The fee of a permit    *
      * UFPRMRVW has approved is taken into the treasury the      *
      * first run after, and flagged so it is taken once.         *
      *-----------------------------------------------------------*
       LOAD-PERMITS.
           MOVE 0 TO PERMIT-COUNT
           MOVE 0 TO RUN-PERMIT-FEES
           OPEN INPUT PERMIT-FILE
           IF PERMIT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ PERMIT-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF PERMIT-RECORD = SPACES
                   EXIT PERFORM CYCLE
               END-IF
               IF PERMIT-COUNT >= 2000
                   MOVE "Y" TO PERMIT-OVERFLOW
                   EXIT PERFORM
               END-IF
               ADD 1 TO PERMIT-COUNT
               IF (PM-STATUS = "A" OR PM-STATUS = "E")
                       AND PM-FEE-POSTED NOT = "Y"
                   ADD PM-FEE TO TREASURY-BALANCE
                   ADD PM-FEE TO RUN-PERMIT-FEES
                   MOVE "Y" TO PM-FEE-POSTED
                   MOVE "Y" TO PERMITS-CHANGED
               END-IF
               MOVE PERMIT-RECORD TO PT-IMAGE(PERMIT-COUNT)
           END-PERFORM
           CLOSE PERMIT-FILE
           IF PERMIT-OVERFLOW = "Y"
               DISPLAY "UFPERMIT holds more than 2000 permits -- "
                   "only the first 2000 are used and the file is "
                   "not rewritten"
           END-IF
           IF RUN-PERMIT-FEES > 0
               DISPLAY "Building permit fees to treasury: "
                   RUN-PERMIT-FEES
           END-IF
           .

      *-----------------------------------------------------------*
      * First approved, unused, unexpired permit for PERMIT-BTYPE *
      * in PERMIT-DISTRICT allowing at least PERMIT-ENERGY; left  *
      * in PERMIT-RECORD with PERMIT-FOUND its entry, or          *
      * PERMIT-FOUND zero and PERMIT-REASON saying why not.       *
      *-----------------------------------------------------------*
       FIND-BUILDING-PERMIT.
           MOVE 0 TO PERMIT-FOUND
           MOVE "NO APPROVED PERMIT" TO PERMIT-REASON
           PERFORM VARYING PERMIT-IDX FROM 1 BY 1
                   UNTIL PERMIT-IDX > PERMIT-COUNT
               MOVE PT-IMAGE(PERMIT-IDX) TO PERMIT-RECORD
               IF PM-BTYPE = PERMIT-BTYPE
                       AND PM-DISTRICT = PERMIT-DISTRICT
                   EVALUATE TRUE
                       WHEN PM-STATUS NOT = "A"
                           IF PERMIT-REASON = "NO APPROVED PERMIT"
                               PERFORM NOTE-UNAPPROVED-PERMIT
                           END-IF
                       WHEN PM-USED-DATE NOT = 0
                           CONTINUE
                       WHEN PM-EXPIRY-DATE < TODAY-STAMP
                           MOVE "PERMIT EXPIRED" TO PERMIT-REASON
                       WHEN PM-ENERGY < PERMIT-ENERGY
                           MOVE "LOAD OVER PERMIT" TO PERMIT-REASON
                       WHEN OTHER
                           MOVE PERMIT-IDX TO PERMIT-FOUND
                           EXIT PERFORM
                   END-EVALUATE
               END-IF
           END-PERFORM
           .

       NOTE-UNAPPROVED-PERMIT.
           EVALUATE PM-STATUS
               WHEN "S"
                   MOVE "PERMIT NOT REVIEWED" TO PERMIT-REASON
               WHEN "D"
                   MOVE "PERMIT DENIED" TO PERMIT-REASON
               WHEN "E"
                   MOVE "PERMIT EXPIRED" TO PERMIT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       USE-BUILDING-PERMIT.
           MOVE TODAY-STAMP TO PM-USED-DATE
           MOVE PERMIT-USER TO PM-USED-BY
           MOVE PERMIT-RECORD TO PT-IMAGE(PERMIT-FOUND)
           MOVE "Y" TO PERMITS-CHANGED
           .

       REJECT-CITY-TRANSACTION.
           ADD 1 TO TRANS-REJECTED
           DISPLAY TR-ACTION " " TR-NAME " rejected: " PERMIT-REASON
           MOVE SPACES TO CITY-EVENTS-RECORD
           STRING TODAY-STAMP " STEP=" STEP-COUNT
                  " EVENT=BUILD-DENIED"
                  " NAME=" TR-NAME
                  " REASON=" PERMIT-REASON
                  DELIMITED BY SIZE INTO CITY-EVENTS-RECORD
           PERFORM WRITE-CITY-EVENT
           .

      *-----------------------------------------------------------*
      * A project not yet started is appraised by CAPAPPR from    *
      * its UFCAPFLW cash flows at the bond rate; one that fails  *
      * the UFCAPPOL hurdle rate is held (status H) unless the    *
      * council has overridden it there, and is appraised again   *
      * next run. UFCAPRPT lists the same verdicts.               *
      *-----------------------------------------------------------*
       APPRAISE-CAPITAL-PROJECT.
           MOVE PJ-NAME(PROJECT-COUNT) TO AP-PROJECT
           MOVE PJ-BUDGET(PROJECT-COUNT) TO AP-BUDGET
           MOVE PJ-DURATION(PROJECT-COUNT) TO AP-DURATION
           MOVE BOND-RATE TO AP-RATE
           CALL "CAPAPPR" USING PROJECT-APPRAISAL
           IF AP-VERDICT = "P"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO CITY-EVENTS-RECORD
           IF AP-VERDICT = "O"
               DISPLAY "Project " PJ-NAME(PROJECT-COUNT)
                   " fails appraisal (" FUNCTION TRIM(AP-REASON)
                   ") -- overridden, " AP-OVERRIDE-REF
               STRING TODAY-STAMP " STEP=" STEP-COUNT
                      " EVENT=PROJECT-OVERRIDE"
                      " NAME=" PJ-NAME(PROJECT-COUNT)
                      " REF=" AP-OVERRIDE-REF
                      DELIMITED BY SIZE INTO CITY-EVENTS-RECORD
               PERFORM WRITE-CITY-EVENT
               EXIT PARAGRAPH
           END-IF
           MOVE "H" TO PJ-STATUS(PROJECT-COUNT)
           DISPLAY "Project " PJ-NAME(PROJECT-COUNT)
               " held: " AP-REASON
           STRING TODAY-STAMP " STEP=" STEP-COUNT
                  " EVENT=PROJECT-HELD"
                  " NAME=" PJ-NAME(PROJECT-COUNT)
                  " REASON=" AP-REASON
                  DELIMITED BY SIZE INTO CITY-EVENTS-RECORD
           PERFORM WRITE-CITY-EVENT
           .

      *-----------------------------------------------------------*
      * A project not yet started needs an approved permit before *
      * its first draw; without one it is held (status H) and     *
      * looked at again next run. Projects already under way      *
      * carry on as they were.                                    *
      *-----------------------------------------------------------*
       PERMIT-CAPITAL-PROJECT.
           MOVE PJ-BTYPE(PROJECT-COUNT) TO PERMIT-BTYPE
           MOVE PJ-DISTRICT(PROJECT-COUNT) TO PERMIT-DISTRICT
           MOVE PJ-ENERGY(PROJECT-COUNT) TO PERMIT-ENERGY
           PERFORM FIND-BUILDING-PERMIT
           IF PERMIT-FOUND = 0
               MOVE "H" TO PJ-STATUS(PROJECT-COUNT)
               DISPLAY "Project " PJ-NAME(PROJECT-COUNT)
                   " held: " PERMIT-REASON
               MOVE SPACES TO CITY-EVENTS-RECORD
               STRING TODAY-STAMP " STEP=" STEP-COUNT
                      " EVENT=PROJECT-HELD"
                      " NAME=" PJ-NAME(PROJECT-COUNT)
                      " REASON=" PERMIT-REASON
                      DELIMITED BY SIZE INTO CITY-EVENTS-RECORD
               PERFORM WRITE-CITY-EVENT
               EXIT PARAGRAPH
           END-IF
           MOVE PJ-NAME(PROJECT-COUNT) TO PERMIT-USER
           PERFORM USE-BUILDING-PERMIT
           MOVE PM-ID TO PJ-PERMIT(PROJECT-COUNT)
           .

       SAVE-PERMITS.
           IF PERMITS-CHANGED NOT = "Y" OR PERMIT-OVERFLOW = "Y"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT PERMIT-FILE
           PERFORM VARYING PERMIT-IDX FROM 1 BY 1
                   UNTIL PERMIT-IDX > PERMIT-COUNT
               MOVE PT-IMAGE(PERMIT-IDX) TO PERMIT-RECORD
               WRITE PERMIT-RECORD
           END-PERFORM
           CLOSE PERMIT-FILE
           .

       LOAD-CAPITAL-PROJECTS.
           MOVE 0 TO PROJECT-COUNT
           OPEN INPUT CAPITAL-PROJECT-FILE
                   ELSE
                       MOVE 0 TO PJ-DELAY(PROJECT-COUNT)
                   END-IF
                   MOVE CP-VENDOR TO PJ-VENDOR(PROJECT-COUNT)
                   IF CP-PERMIT IS NUMERIC
                       MOVE CP-PERMIT TO PJ-PERMIT(PROJECT-COUNT)
                   ELSE
                       MOVE 0 TO PJ-PERMIT(PROJECT-COUNT)
                   END-IF
                   IF PJ-STATUS(PROJECT-COUNT) = "P"
                           AND PJ-STEPS-DONE(PROJECT-COUNT) = 0
                           AND PJ-SPENT(PROJECT-COUNT) = 0
                       PERFORM APPRAISE-CAPITAL-PROJECT
                       IF PJ-STATUS(PROJECT-COUNT) = "P"
                               AND PJ-PERMIT(PROJECT-COUNT) = 0
                           PERFORM PERMIT-CAPITAL-PROJECT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE CAPITAL-PROJECT-FILE
               MOVE PJ-STEPS-DONE(CP-IDX) TO CP-STEPS-DONE
               MOVE PJ-STATUS(CP-IDX) TO CP-STATUS
               MOVE PJ-DELAY(CP-IDX) TO CP-DELAY
               MOVE PJ-VENDOR(CP-IDX) TO CP-VENDOR
               MOVE PJ-PERMIT(CP-IDX) TO CP-PERMIT
               WRITE CAPITAL-PROJECT-RECORD
           END-PERFORM
           CLOSE CAPITAL-PROJECT-FILE
           END-IF
           SUBTRACT CP-STEP-COST FROM TREASURY-BALANCE
           ADD CP-STEP-COST TO PJ-SPENT(CP-IDX)
           IF PJ-VENDOR(CP-IDX) = SPACES
               ADD CP-STEP-COST TO RUN-CAPEX-COST
           END-IF
           ADD 1 TO PJ-STEPS-DONE(CP-IDX)
           IF PJ-SPENT(CP-IDX) > PJ-BUDGET(CP-IDX)
                   AND PJ-SPENT(CP-IDX) - CP-STEP-COST
                       TO B-OCCUPANCY(NUM-BUILDINGS)
                   MOVE PJ-DISTRICT(CP-IDX)
                       TO B-DISTRICT(NUM-BUILDINGS)
                   MOVE 0 TO B-PARCEL(NUM-BUILDINGS)
                   DISPLAY "Project " PJ-NAME(CP-IDX)
                       " complete: " PJ-BTYPE(CP-IDX)
                       " opens in district " PJ-DISTRICT(CP-IDX)
                      " BUDGET=" PJ-BUDGET(CP-IDX)
                      DELIMITED BY SIZE INTO CITY-EVENTS-RECORD
               PERFORM WRITE-CITY-EVENT
               MOVE "INSERVICE" TO UA-EVENT
               MOVE PJ-NAME(CP-IDX) TO UA-NAME
               MOVE PJ-BTYPE(CP-IDX) TO UA-BTYPE
               MOVE PJ-DISTRICT(CP-IDX) TO UA-DISTRICT
               MOVE PJ-SPENT(CP-IDX) TO UA-AMOUNT
               MOVE "UFCAPPRJ" TO UA-SOURCE
               PERFORM WRITE-ASSET-EVENT
           END-IF
           .

               OPEN OUTPUT CITY-HIST-FILE
           END-IF
           PERFORM VARYING D FROM 1 BY 1 UNTIL D > MAX-DISTRICTS
               IF D-ACTIVE(D) = "Y" OR D-INDUSTRY-LOAD(D) > 0
                   MOVE TODAY-STAMP TO UH-DATE
                   MOVE STEP-COUNT TO UH-STEP
                   MOVE D TO UH-DISTRICT
                   MOVE TREASURY-BALANCE TO UH-TREASURY
                   MOVE NUM-CITIZENS TO UH-POP
                   MOVE AVG-HAPPINESS TO UH-HAPPY
                   MOVE D-STEP-TRAFFIC(D) TO UH-TRAFFIC
                   MOVE D-STEP-INDUSTRY(D) TO UH-INDUSTRY
                   WRITE CITY-HIST-RECORD
               END-IF
           END-PERFORM
           CLOSE CITY-HIST-FILE
           .

      *-----------------------------------------------------------*
      * One UFMETER reading per numbered building per step: the   *
      * energy it drew, scaled by the step's weather demand as    *
      * the treasury's energy cost is. A building finished this   *
      * run has no parcel until the state save and is metered     *
      * from the next run. Scenario passes meter nothing.         *
      *-----------------------------------------------------------*
       WRITE-METER-READINGS.
           IF SCENARIO-MODE = "Y" OR NUM-BUILDINGS = 0
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND METER-READING-FILE
           IF METER-FILE-STATUS NOT = "00"
               OPEN OUTPUT METER-READING-FILE
           END-IF
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > NUM-BUILDINGS
               IF B-PARCEL(I) > 0
                   MOVE TODAY-STAMP TO MR-DATE
                   MOVE STEP-COUNT TO MR-STEP
                   MOVE B-PARCEL(I) TO MR-PARCEL
                   MOVE B-DISTRICT(I) TO MR-DISTRICT
                   MOVE B-TYPE(I) TO MR-BTYPE
                   COMPUTE MR-UNITS =
                       B-ENERGY(I) * ACTIVE-ENERGY-PCT / 100
                   WRITE METER-READING-RECORD
               END-IF
           END-PERFORM
           CLOSE METER-READING-FILE
           .

      *-----------------------------------------------------------*
      * The night's factory readings by district. ECOSITE sites   *
      * each factory (FACTORY NAME READING DISTRICT; a line with  *
      * no district is not sited and is only counted). ECOEMIT    *
      * is walked to its latest date, the readings ECOLEDGER      *
      * wrote that night are averaged per factory, and each       *
      * factory's average goes to its district's industrial       *
      * load. Readings older than yesterday -- ECOLEDGER did not  *
      * run -- are not applied.                                   *
      *-----------------------------------------------------------*
       LOAD-FACTORY-EMISSIONS.
           MOVE 0 TO FACTORY-COUNT
           MOVE 0 TO UNSITED-COUNT
           INITIALIZE DISTRICT-SOURCES
           OPEN INPUT SITE-CONFIG-FILE
           IF SITE-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ SITE-CONFIG-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               MOVE SPACES TO SITE-TOKENS
               UNSTRING SITE-RECORD DELIMITED BY ALL SPACES
                   INTO ST-TYPE ST-NAME ST-VALUE ST-DISTRICT
               IF ST-TYPE NOT = "FACTORY"
                   EXIT PERFORM CYCLE
               END-IF
               IF ST-DISTRICT(1:1) IS NOT NUMERIC
                       OR ST-DISTRICT(2:) NOT = SPACES
                       OR ST-DISTRICT(1:1) = "0"
                       OR ST-DISTRICT(1:1) > MAX-DISTRICTS
                   ADD 1 TO UNSITED-COUNT
                   EXIT PERFORM CYCLE
               END-IF
               IF FACTORY-COUNT < 20
                   ADD 1 TO FACTORY-COUNT
                   MOVE ST-NAME TO FS-NAME(FACTORY-COUNT)
                   MOVE ST-DISTRICT(1:1) TO FS-DISTRICT(FACTORY-COUNT)
                   MOVE 0 TO FS-TOTAL(FACTORY-COUNT)
                   MOVE 0 TO FS-READINGS(FACTORY-COUNT)
               END-IF
           END-PERFORM
           CLOSE SITE-CONFIG-FILE
           IF UNSITED-COUNT > 0
               DISPLAY UNSITED-COUNT " ECOSITE factories carry no "
                   "district -- their emissions are not sited"
           END-IF
           IF FACTORY-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT EMISSIONS-HISTORY-FILE
           IF EMIT-FILE-STATUS NOT = "00"
               DISPLAY "No ECOEMIT readings -- factory emissions "
                   "not applied"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ EMISSIONS-HISTORY-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               PERFORM TAKE-EMISSION-READING
           END-PERFORM
           CLOSE EMISSIONS-HISTORY-FILE
           IF EMIT-DATE = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE EMIT-AGE = FUNCTION INTEGER-OF-DATE(TODAY-STAMP)
               - FUNCTION INTEGER-OF-DATE(EMIT-DATE)
           IF EMIT-AGE > 1
               DISPLAY "Latest ECOEMIT readings are from " EMIT-DATE
                   " -- factory emissions not applied"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO INDUSTRY-TOTAL
           PERFORM VARYING F-IDX FROM 1 BY 1
                   UNTIL F-IDX > FACTORY-COUNT
               IF FS-READINGS(F-IDX) > 0
                   MOVE FS-DISTRICT(F-IDX) TO D
                   COMPUTE D-INDUSTRY-LOAD(D) ROUNDED =
                       D-INDUSTRY-LOAD(D)
                       + FS-TOTAL(F-IDX) / FS-READINGS(F-IDX)
               END-IF
           END-PERFORM
           PERFORM VARYING D FROM 1 BY 1 UNTIL D > MAX-DISTRICTS
               ADD D-INDUSTRY-LOAD(D) TO INDUSTRY-TOTAL
           END-PERFORM
           DISPLAY "Factory emissions (ECOEMIT " EMIT-DATE
               ") by district: "
               D-INDUSTRY-LOAD(1) " " D-INDUSTRY-LOAD(2) " "
               D-INDUSTRY-LOAD(3) " " D-INDUSTRY-LOAD(4) " "
               D-INDUSTRY-LOAD(5)
           .

      *-----------------------------------------------------------*
      * One ECOEMIT line, in WRITE-EMISSIONS-HISTORY's fixed      *
      * layout (the columns ECOCOMPL reads). A later date starts  *
      * the night over; future-dated lines are ignored.           *
      *-----------------------------------------------------------*
       TAKE-EMISSION-READING.
           IF EMIT-HIST-RECORD(18:8) NOT = "FACTORY="
                   OR EMIT-HIST-RECORD(1:8) IS NOT NUMERIC
                   OR EMIT-HIST-RECORD(47:2) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE EMIT-HIST-RECORD(1:8) TO EMIT-LINE-DATE
           IF EMIT-LINE-DATE > TODAY-STAMP
                   OR EMIT-LINE-DATE < EMIT-DATE
               EXIT PARAGRAPH
           END-IF
           IF EMIT-LINE-DATE > EMIT-DATE
               MOVE EMIT-LINE-DATE TO EMIT-DATE
               PERFORM VARYING F-IDX FROM 1 BY 1
                       UNTIL F-IDX > FACTORY-COUNT
                   MOVE 0 TO FS-TOTAL(F-IDX)
                   MOVE 0 TO FS-READINGS(F-IDX)
               END-PERFORM
           END-IF
           MOVE EMIT-HIST-RECORD(47:2) TO EMIT-LINE-VALUE
           PERFORM VARYING F-IDX FROM 1 BY 1
                   UNTIL F-IDX > FACTORY-COUNT
               IF FS-NAME(F-IDX) = EMIT-HIST-RECORD(26:10)
                   ADD EMIT-LINE-VALUE TO FS-TOTAL(F-IDX)
                   ADD 1 TO FS-READINGS(F-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

      *-----------------------------------------------------------*
      * Each step the sited factories' share lands in their       *
      * district and the city, capped at the 999 scale.           *
      *-----------------------------------------------------------*
       ADD-INDUSTRIAL-POLLUTION.
           IF INDUSTRY-TOTAL = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING D FROM 1 BY 1 UNTIL D > MAX-DISTRICTS
               COMPUTE D-STEP-INDUSTRY(D) ROUNDED =
                   D-INDUSTRY-LOAD(D) * ACTIVE-POLL-PCT / 100
                   / INDUSTRY-DIVISOR
               IF D-POLLUTION(D) + D-STEP-INDUSTRY(D) > 999
                   MOVE 999 TO D-POLLUTION(D)
               ELSE
                   ADD D-STEP-INDUSTRY(D) TO D-POLLUTION(D)
               END-IF
               IF CITY-POLLUTION + D-STEP-INDUSTRY(D) > 999
                   MOVE 999 TO CITY-POLLUTION
               ELSE
                   ADD D-STEP-INDUSTRY(D) TO CITY-POLLUTION
               END-IF
           END-PERFORM
           .

      *-----------------------------------------------------------*
      * Overdue 311 requests by district. Every step a district   *
      * has one outstanding, its citizens lose a point of         *
      * happiness -- the city is seen not to fix things.          *
      *-----------------------------------------------------------*
       LOAD-SERVICE-BACKLOG.
           INITIALIZE SERVICE-BACKLOG
           MOVE 0 TO BACKLOG-TOTAL
           OPEN INPUT SERVICE-REQUEST-FILE
           IF SVCREQ-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ SERVICE-REQUEST-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF SR-STATUS NOT = "C" AND SR-OVERDUE = "Y"
                       AND SR-DISTRICT >= 1
                       AND SR-DISTRICT <= MAX-DISTRICTS
                   ADD 1 TO SB-OVERDUE(SR-DISTRICT)
                   ADD 1 TO BACKLOG-TOTAL
               END-IF
           END-PERFORM
           CLOSE SERVICE-REQUEST-FILE
           IF BACKLOG-TOTAL > 0
               DISPLAY "Overdue 311 requests by district: "
                   SB-OVERDUE(1) " " SB-OVERDUE(2) " "
                   SB-OVERDUE(3) " " SB-OVERDUE(4) " "
                   SB-OVERDUE(5)
           END-IF
           .

       LOAD-EMERGENCY-SERVICES.
           MOVE 0 TO INCIDENT-COUNT
           OPEN INPUT INCIDENT-FILE
           PERFORM CALCULATE-CITY-STATS
           PERFORM UPDATE-POPULATION
           PERFORM WRITE-CITY-HISTORY
           PERFORM WRITE-METER-READINGS
           PERFORM DISPLAY-STEP
           .

               IF PARK-COUNT > 0 AND C-HAPPINESS(I) < 99
                   ADD 1 TO C-HAPPINESS(I)
               END-IF
               IF C-DISTRICT(I) >= 1 AND C-DISTRICT(I) <= 5
                   IF SB-OVERDUE(C-DISTRICT(I)) > 0
                           AND C-HAPPINESS(I) >= 1
                       SUBTRACT 1 FROM C-HAPPINESS(I)
                   END-IF
               END-IF
           END-PERFORM
           .

      *-----------------------------------------------------------*
       UPDATE-VEHICLES.
           MOVE 0 TO REFUEL-COUNT
           PERFORM VARYING D FROM 1 BY 1 UNTIL D > MAX-DISTRICTS
               MOVE 0 TO D-STEP-TRAFFIC(D)
           END-PERFORM
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > NUM-VEHICLES
               IF V-FUEL(I) < MIN-FUEL
                   MOVE MAX-FUEL TO V-FUEL(I)
                       ADD WEATHER-POLL-ADD
                           TO D-POLLUTION(V-DISTRICT(I))
                   END-IF
                   IF D-STEP-TRAFFIC(V-DISTRICT(I)) < 997
                       ADD WEATHER-POLL-ADD
                           TO D-STEP-TRAFFIC(V-DISTRICT(I))
                   END-IF
               END-IF
           END-PERFORM
           .
           .

       CALCULATE-CITY-STATS.
           PERFORM ADD-INDUSTRIAL-POLLUTION
           IF CITY-POLLUTION > POLLUTION-LIMIT
               IF POLLUTION-STREAK < 99
                   ADD 1 TO POLLUTION-STREAK
      * Per-district threshold checks against the UFPOLICY        *
      * district limits. Only districts with at least one         *
      * building or vehicle are judged, so an unused zone does    *
      * not alert on an empty energy ledger; a district with a    *
      * sited factory is judged on pollution alone, and a         *
      * critical district says how much was industry and how      *
      * much traffic.                                             *
      *-----------------------------------------------------------*
       CHECK-DISTRICT-STATS.
           PERFORM VARYING D FROM 1 BY 1 UNTIL D > MAX-DISTRICTS
               MOVE "Y" TO D-ACTIVE(V-DISTRICT(I))
           END-PERFORM
           PERFORM VARYING D FROM 1 BY 1 UNTIL D > MAX-DISTRICTS
               IF D-ACTIVE(D) = "Y" OR D-INDUSTRY-LOAD(D) > 0
                   IF D-POLLUTION(D) > DP-LIMIT(D)
                       DISPLAY "⚠️ District " D
                           " pollution is critical!"
                       STRING "DISTRICT=" D
                              " POLLUTION-CRITICAL="
                              D-POLLUTION(D)
                              " IND=" D-STEP-INDUSTRY(D)
                              " TRF=" D-STEP-TRAFFIC(D)
                              DELIMITED BY SIZE INTO OA-TEXT
                       PERFORM LOG-OPERATOR-ALERT
                       MOVE SPACES TO CITY-EVENTS-RECORD
                       STRING TODAY-STAMP " STEP=" STEP-COUNT
                              " DISTRICT=" D
                              " EVENT=POLLUTION-SOURCE"
                              " INDUSTRY=" D-STEP-INDUSTRY(D)
                              " TRAFFIC=" D-STEP-TRAFFIC(D)
                              DELIMITED BY SIZE
                              INTO CITY-EVENTS-RECORD
                       PERFORM WRITE-CITY-EVENT
                   END-IF
                   IF D-ACTIVE(D) = "Y"
                           AND D-ENERGY(D) < DE-LIMIT(D)
                       DISPLAY "⚡ District " D
                           " energy shortage!"
                       MOVE SPACES TO CITY-EVENTS-RECORD
           END-IF
           .

      *-----------------------------------------------------------*
      * One UFASSET event (UA- fields already set) for FIXASSET;  *
      * scenario passes build and demolish nothing real.          *
      *-----------------------------------------------------------*
       WRITE-ASSET-EVENT.
           IF SCENARIO-MODE = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE TODAY-STAMP TO UA-DATE
           OPEN EXTEND ASSET-EVENT-FILE
           IF ASSET-FILE-STATUS NOT = "00"
               OPEN OUTPUT ASSET-EVENT-FILE
           END-IF
           WRITE ASSET-EVENT-RECORD
           CLOSE ASSET-EVENT-FILE
           .

       DISPLAY-STEP.
           DISPLAY "Step " STEP-COUNT
           DISPLAY "Weather: " ACTIVE-COND " (energy "
               " (" BOND-STEPS-LEFT " payments left)"
           DISPLAY "Districts (pollution/energy): "
           PERFORM VARYING D FROM 1 BY 1 UNTIL D > MAX-DISTRICTS
               IF D-ACTIVE(D) = "Y" OR D-INDUSTRY-LOAD(D) > 0
                   DISPLAY "  District " D ": " D-POLLUTION(D)
                       " / " D-ENERGY(D)
               END-IF
