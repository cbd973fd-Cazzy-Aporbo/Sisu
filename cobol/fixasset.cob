       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIXASSET.
       AUTHOR. CAZZY.
       REMARKS. >
           Fixed asset register and monthly depreciation for the
           city's buildings. URBANFLUX appends a UFASSET event when
           a capital project completes (at its spent cost), when a
           UFTRANS BUILD puts a building up (at the transaction's
           cost, else the FAPARM standard cost for the type) and
           when a DEMOLISH takes one down (with any salvage
           proceeds). This job consumes those events into the
           FAREG register -- cost, in-service date, useful life
           from FAPARM by building type, district -- and once per
           month posts straight-line depreciation, starting the
           month after an asset enters service. A retirement
           takes the oldest active asset of that type in that
           district off the books and books the gain or loss
           against its net book value. Capitalizations,
           depreciation and retirements go to the GLQFA interface
           queue for GLSWEEP, and FANBV is the net book value
           schedule the auditors ask for.

      *-----------------------------------------------------------*
      * Mod history:
      *   2026-10-15  CAZZY - written; completed projects went
      *               into the BUILDINGS table but their cost was
      *               never capitalized or depreciated.
      *   2026-10-15  CAZZY - stamp the CITY company code on every
      *               GLQFA DTL line; the register is the city's
      *               buildings.
      *   2026-10-15  CAZZY - the GLQFA batch's trailer count and
      *               hash are logged to CTLTOT (CTLTOTW) so
      *               CTLBAL can tie it to what GLSWEEP received.
      *   2026-10-15  CAZZY - register table enlarged to 2000; a
      *               FAREG or a UFASSET capitalization that will
      *               not fit refuses the run (RC 8) with FAREG
      *               and UFASSET left untouched. Rows past the
      *               table used to be dropped on rewrite and the
      *               event cleared.
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ASSET-PARM-FILE ASSIGN TO "FAPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-FILE-STATUS.
           SELECT ASSET-REGISTER-FILE ASSIGN TO "FAREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REG-FILE-STATUS.
           SELECT ASSET-EVENT-FILE ASSIGN TO "UFASSET"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EVENT-FILE-STATUS.
           SELECT NBV-RPT-FILE ASSIGN TO "FANBV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NBV-FILE-STATUS.
           SELECT GL-POSTING-FILE ASSIGN TO "GLQFA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS POST-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *-----------------------------------------------------------*
      * One line per building type: useful life in years and the  *
      * standard cost used when a BUILD arrives without one.      *
      *-----------------------------------------------------------*
       FD  ASSET-PARM-FILE.
       01  ASSET-PARM-RECORD.
           05 FP-BTYPE         PIC X(10).
           05 FP-LIFE-YEARS    PIC 9(3).
           05 FP-STD-COST      PIC 9(7).

      *-----------------------------------------------------------*
      * CTL record first (next asset ID, last period depreciated  *
      * as YYYYMM in FA-RETIRED), then one AST record per asset.  *
      *-----------------------------------------------------------*
       FD  ASSET-REGISTER-FILE.
       01  ASSET-REGISTER-RECORD.
           05 FA-TYPE          PIC X(3).
           05 FA-ID            PIC 9(6).
           05 FA-NAME          PIC X(10).
           05 FA-BTYPE         PIC X(10).
           05 FA-DISTRICT      PIC 9.
           05 FA-COST          PIC 9(7)V99.
           05 FA-IN-SERVICE    PIC 9(8).
           05 FA-LIFE-MONTHS   PIC 9(4).
           05 FA-ACCUM         PIC 9(7)V99.
           05 FA-STATUS        PIC X.
           05 FA-RETIRED       PIC 9(8).
           05 FA-PROCEEDS      PIC 9(7)V99.
           05 FA-SOURCE        PIC X(8).

       FD  ASSET-EVENT-FILE.
       01  ASSET-EVENT-RECORD.
           05 UA-DATE          PIC 9(8).
           05 UA-EVENT         PIC X(9).
           05 UA-NAME          PIC X(10).
           05 UA-BTYPE         PIC X(10).
           05 UA-DISTRICT      PIC 9.
           05 UA-AMOUNT        PIC 9(7).
           05 UA-SOURCE        PIC X(8).

       FD  NBV-RPT-FILE.
       01  NBV-RECORD          PIC X(120).

       FD  GL-POSTING-FILE.
       01  GL-POSTING-RECORD   PIC X(80).

       WORKING-STORAGE SECTION.
       77 PARM-FILE-STATUS    PIC X(2).
       77 REG-FILE-STATUS     PIC X(2).
       77 EVENT-FILE-STATUS   PIC X(2).
       77 NBV-FILE-STATUS     PIC X(2).
       77 POST-FILE-STATUS    PIC X(2).
       77 TODAY-STAMP         PIC 9(8).
       77 TODAY-PERIOD        PIC 9(6).
       77 LAST-DEPR-PERIOD    PIC 9(6) VALUE 0.
       77 DEPR-PERIOD         PIC 9(6).
       77 DEPR-YEAR           PIC 9(4).
       77 DEPR-MONTH          PIC 99.
       77 IN-SERVICE-PERIOD   PIC 9(6).
       77 NEXT-ASSET-ID       PIC 9(6) VALUE 0.
       77 FA-COST-ACCT        PIC X(4) VALUE "1600".
       77 ACCUM-DEPR-ACCT     PIC X(4) VALUE "1650".
       77 CIP-ACCT            PIC X(4) VALUE "1750".
       77 CONTRIB-ACCT        PIC X(4) VALUE "3500".
       77 CASH-ACCT           PIC X(4) VALUE "1000".
       77 DEPR-EXP-ACCT       PIC X(4) VALUE "6600".
       77 DISPOSAL-ACCT       PIC X(4) VALUE "6700".
       77 COMPANY-CODE        PIC X(4) VALUE "CITY".
       77 DEFAULT-LIFE-YEARS  PIC 9(3) VALUE 30.
       77 I-IDX               PIC 9(4).
       77 P-IDX               PIC 99.
       77 D-IDX               PIC 99.
       77 MATCH-IDX           PIC 9(4).
       77 TABLE-FULL          PIC X VALUE "N".
       77 EVENTS-READ         PIC 9(4) VALUE 0.
       77 ASSETS-ADDED        PIC 9(3) VALUE 0.
       77 ASSETS-RETIRED      PIC 9(3) VALUE 0.
       77 EVENTS-UNMATCHED    PIC 9(3) VALUE 0.
       77 PERIODS-RUN         PIC 99 VALUE 0.
       77 MONTH-CHARGE        PIC 9(7)V99.
       77 ASSET-NBV           PIC S9(7)V99.
       77 GAIN-LOSS           PIC S9(7)V99.
       77 RUN-CAP-CIP         PIC 9(9)V99 VALUE 0.
       77 RUN-CAP-CONTRIB     PIC 9(9)V99 VALUE 0.
       77 RUN-DEPR            PIC 9(9)V99 VALUE 0.
       77 RUN-RET-COST        PIC 9(9)V99 VALUE 0.
       77 RUN-RET-ACCUM       PIC 9(9)V99 VALUE 0.
       77 RUN-RET-PROCEEDS    PIC 9(9)V99 VALUE 0.
       77 RUN-GAIN-LOSS       PIC S9(9)V99 VALUE 0.
       77 TOTAL-COST          PIC 9(9)V99.
       77 TOTAL-ACCUM         PIC 9(9)V99.
       77 CHARGE-EDIT         PIC +9(7).99.
       77 POST-COUNT          PIC 9(4) VALUE 0.
       77 POST-HASH           PIC 9(7)V99 VALUE 0.
       01 CONTROL-TOTAL-ENTRY.
           COPY CTLTOT.
       77 COST-EDIT           PIC Z(6)9.99.
       77 ACCUM-EDIT          PIC Z(6)9.99.
       77 NBV-EDIT            PIC -(7)9.99.
       77 GL-EDIT             PIC -(7)9.99.
       77 LIFE-EDIT           PIC Z(3)9.
       77 STATUS-TEXT         PIC X(20).

       01 PARM-TABLE.
           05 PARM-ENTRY OCCURS 30 TIMES.
              10 PT-BTYPE      PIC X(10).
              10 PT-LIFE-YEARS PIC 9(3).
              10 PT-STD-COST   PIC 9(7).
       01 PARM-COUNT          PIC 99 VALUE 0.

       01 ASSET-TABLE.
           05 ASSET-ENTRY OCCURS 2000 TIMES.
              10 AT-ID         PIC 9(6).
              10 AT-NAME       PIC X(10).
              10 AT-BTYPE      PIC X(10).
              10 AT-DISTRICT   PIC 9.
              10 AT-COST       PIC 9(7)V99.
              10 AT-IN-SERVICE PIC 9(8).
              10 AT-LIFE-MONTHS PIC 9(4).
              10 AT-ACCUM      PIC 9(7)V99.
              10 AT-STATUS     PIC X.
              10 AT-RETIRED    PIC 9(8).
              10 AT-PROCEEDS   PIC 9(7)V99.
              10 AT-SOURCE     PIC X(8).
       01 ASSET-COUNT         PIC 9(4) VALUE 0.
       01 MAX-ASSETS          PIC 9(4) VALUE 2000.

       01 DISTRICT-TOTALS.
           05 DT-ENTRY OCCURS 9 TIMES.
              10 DT-COST       PIC 9(9)V99.
              10 DT-ACCUM      PIC 9(9)V99.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT TODAY-STAMP FROM DATE YYYYMMDD
           MOVE TODAY-STAMP(1:6) TO TODAY-PERIOD
           PERFORM LOAD-ASSET-PARMS
           PERFORM LOAD-ASSET-REGISTER
           IF TABLE-FULL = "Y"
               DISPLAY "FAREG holds more than " MAX-ASSETS
                   " assets -- nothing posted, FAREG and UFASSET "
                   "left as they were"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM APPLY-ASSET-EVENTS
           IF TABLE-FULL = "Y"
               DISPLAY "UFASSET would take FAREG past " MAX-ASSETS
                   " assets -- nothing posted, FAREG and UFASSET "
                   "left as they were"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM RUN-DEPRECIATION
           PERFORM SAVE-ASSET-REGISTER
           PERFORM WRITE-GL-POSTINGS
           OPEN OUTPUT NBV-RPT-FILE
           PERFORM PRINT-NBV-SCHEDULE
           CLOSE NBV-RPT-FILE
           DISPLAY "Fixed assets: " ASSETS-ADDED " added, "
               ASSETS-RETIRED " retired, " PERIODS-RUN
               " month(s) depreciated, schedule on FANBV"
           IF EVENTS-UNMATCHED > 0
               DISPLAY EVENTS-UNMATCHED " retirement(s) matched "
                   "no active asset"
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-ASSET-PARMS.
           MOVE 0 TO PARM-COUNT
           OPEN INPUT ASSET-PARM-FILE
           IF PARM-FILE-STATUS NOT = "00"
               DISPLAY "No FAPARM table -- every building type "
                   "takes a " DEFAULT-LIFE-YEARS "-year life"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ ASSET-PARM-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF PARM-COUNT < 30
                   ADD 1 TO PARM-COUNT
                   MOVE FP-BTYPE TO PT-BTYPE(PARM-COUNT)
                   IF FP-LIFE-YEARS IS NUMERIC
                           AND FP-LIFE-YEARS > 0
                       MOVE FP-LIFE-YEARS
                           TO PT-LIFE-YEARS(PARM-COUNT)
                   ELSE
                       MOVE DEFAULT-LIFE-YEARS
                           TO PT-LIFE-YEARS(PARM-COUNT)
                   END-IF
                   IF FP-STD-COST IS NUMERIC
                       MOVE FP-STD-COST TO PT-STD-COST(PARM-COUNT)
                   ELSE
                       MOVE 0 TO PT-STD-COST(PARM-COUNT)
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ASSET-PARM-FILE
           .

       LOAD-ASSET-REGISTER.
           MOVE 0 TO ASSET-COUNT
           OPEN INPUT ASSET-REGISTER-FILE
           IF REG-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ ASSET-REGISTER-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF FA-TYPE = "CTL"
                   MOVE FA-ID TO NEXT-ASSET-ID
                   MOVE FA-RETIRED TO LAST-DEPR-PERIOD
               ELSE
                   IF ASSET-COUNT < MAX-ASSETS
                       ADD 1 TO ASSET-COUNT
                       MOVE FA-ID TO AT-ID(ASSET-COUNT)
                       MOVE FA-NAME TO AT-NAME(ASSET-COUNT)
                       MOVE FA-BTYPE TO AT-BTYPE(ASSET-COUNT)
                       MOVE FA-DISTRICT TO AT-DISTRICT(ASSET-COUNT)
                       MOVE FA-COST TO AT-COST(ASSET-COUNT)
                       MOVE FA-IN-SERVICE
                           TO AT-IN-SERVICE(ASSET-COUNT)
                       MOVE FA-LIFE-MONTHS
                           TO AT-LIFE-MONTHS(ASSET-COUNT)
                       MOVE FA-ACCUM TO AT-ACCUM(ASSET-COUNT)
                       MOVE FA-STATUS TO AT-STATUS(ASSET-COUNT)
                       MOVE FA-RETIRED TO AT-RETIRED(ASSET-COUNT)
                       MOVE FA-PROCEEDS TO AT-PROCEEDS(ASSET-COUNT)
                       MOVE FA-SOURCE TO AT-SOURCE(ASSET-COUNT)
                   ELSE
                       MOVE "Y" TO TABLE-FULL
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ASSET-REGISTER-FILE
           .

      *-----------------------------------------------------------*
      * Consume URBANFLUX's UFASSET events in the order they      *
      * happened, then clear the file the way ARLEDGER clears     *
      * ARCASH, so no building is capitalized or retired twice.   *
      * A capitalization the register has no room for leaves the  *
      * file as it is and the run is refused.                     *
      *-----------------------------------------------------------*
       APPLY-ASSET-EVENTS.
           OPEN INPUT ASSET-EVENT-FILE
           IF EVENT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ ASSET-EVENT-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               ADD 1 TO EVENTS-READ
               EVALUATE UA-EVENT
                   WHEN "INSERVICE"
                       PERFORM ADD-ONE-ASSET
                   WHEN "RETIRE   "
                       PERFORM RETIRE-ONE-ASSET
                   WHEN OTHER
                       DISPLAY "Unknown UFASSET event: " UA-EVENT
               END-EVALUATE
           END-PERFORM
           CLOSE ASSET-EVENT-FILE
           IF TABLE-FULL = "Y"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ASSET-EVENT-FILE
           CLOSE ASSET-EVENT-FILE
           IF EVENTS-READ > 0
               DISPLAY "UFASSET consumed and cleared: " EVENTS-READ
                   " events"
           END-IF
           .

      *-----------------------------------------------------------*
      * A building enters service. A project's cost comes out of  *
      * construction in progress; a BUILD with no funding behind  *
      * it in the city's books is contributed capital.            *
      *-----------------------------------------------------------*
       ADD-ONE-ASSET.
           IF ASSET-COUNT >= MAX-ASSETS
               DISPLAY "Asset table full -- " UA-NAME
                   " not capitalized"
               MOVE "Y" TO TABLE-FULL
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-ASSET-PARM
           ADD 1 TO ASSET-COUNT
           ADD 1 TO NEXT-ASSET-ID
           ADD 1 TO ASSETS-ADDED
           MOVE NEXT-ASSET-ID TO AT-ID(ASSET-COUNT)
           MOVE UA-NAME TO AT-NAME(ASSET-COUNT)
           MOVE UA-BTYPE TO AT-BTYPE(ASSET-COUNT)
           MOVE UA-DISTRICT TO AT-DISTRICT(ASSET-COUNT)
           IF UA-AMOUNT IS NUMERIC AND UA-AMOUNT > 0
               MOVE UA-AMOUNT TO AT-COST(ASSET-COUNT)
           ELSE
               IF P-IDX > 0
                   MOVE PT-STD-COST(P-IDX) TO AT-COST(ASSET-COUNT)
               ELSE
                   MOVE 0 TO AT-COST(ASSET-COUNT)
               END-IF
           END-IF
           MOVE UA-DATE TO AT-IN-SERVICE(ASSET-COUNT)
           IF P-IDX > 0
               COMPUTE AT-LIFE-MONTHS(ASSET-COUNT) =
                   PT-LIFE-YEARS(P-IDX) * 12
           ELSE
               COMPUTE AT-LIFE-MONTHS(ASSET-COUNT) =
                   DEFAULT-LIFE-YEARS * 12
           END-IF
           MOVE 0 TO AT-ACCUM(ASSET-COUNT)
           MOVE "A" TO AT-STATUS(ASSET-COUNT)
           MOVE 0 TO AT-RETIRED(ASSET-COUNT)
           MOVE 0 TO AT-PROCEEDS(ASSET-COUNT)
           MOVE UA-SOURCE TO AT-SOURCE(ASSET-COUNT)
           IF AT-COST(ASSET-COUNT) = 0
               DISPLAY "Asset " NEXT-ASSET-ID " " UA-NAME
                   " registered at zero cost -- no cost on the "
                   "event and no FAPARM standard"
           END-IF
           IF UA-SOURCE = "UFCAPPRJ"
               ADD AT-COST(ASSET-COUNT) TO RUN-CAP-CIP
           ELSE
               ADD AT-COST(ASSET-COUNT) TO RUN-CAP-CONTRIB
           END-IF
           .

       FIND-ASSET-PARM.
           MOVE 0 TO P-IDX
           PERFORM VARYING I-IDX FROM 1 BY 1 UNTIL I-IDX > PARM-COUNT
               IF PT-BTYPE(I-IDX) = UA-BTYPE
                   MOVE I-IDX TO P-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

      *-----------------------------------------------------------*
      * A demolition retires the oldest active asset of that type *
      * in that district (any district if none there). Its cost   *
      * and accumulated depreciation come off the books; salvage  *
      * proceeds less net book value is the gain (or loss).       *
      *-----------------------------------------------------------*
       RETIRE-ONE-ASSET.
           MOVE 0 TO MATCH-IDX
           PERFORM VARYING I-IDX FROM 1 BY 1 UNTIL I-IDX > ASSET-COUNT
               IF AT-STATUS(I-IDX) = "A"
                       AND AT-BTYPE(I-IDX) = UA-BTYPE
                       AND AT-DISTRICT(I-IDX) = UA-DISTRICT
                   MOVE I-IDX TO MATCH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF MATCH-IDX = 0
               PERFORM VARYING I-IDX FROM 1 BY 1
                       UNTIL I-IDX > ASSET-COUNT
                   IF AT-STATUS(I-IDX) = "A"
                           AND AT-BTYPE(I-IDX) = UA-BTYPE
                       MOVE I-IDX TO MATCH-IDX
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           IF MATCH-IDX = 0
               DISPLAY "RETIRE " UA-BTYPE " district " UA-DISTRICT
                   " on " UA-DATE " -- no active asset on FAREG"
               ADD 1 TO EVENTS-UNMATCHED
               EXIT PARAGRAPH
           END-IF
           MOVE "R" TO AT-STATUS(MATCH-IDX)
           MOVE UA-DATE TO AT-RETIRED(MATCH-IDX)
           IF UA-AMOUNT IS NUMERIC
               MOVE UA-AMOUNT TO AT-PROCEEDS(MATCH-IDX)
           ELSE
               MOVE 0 TO AT-PROCEEDS(MATCH-IDX)
           END-IF
           COMPUTE ASSET-NBV = AT-COST(MATCH-IDX) - AT-ACCUM(MATCH-IDX)
           COMPUTE GAIN-LOSS = AT-PROCEEDS(MATCH-IDX) - ASSET-NBV
           ADD AT-COST(MATCH-IDX) TO RUN-RET-COST
           ADD AT-ACCUM(MATCH-IDX) TO RUN-RET-ACCUM
           ADD AT-PROCEEDS(MATCH-IDX) TO RUN-RET-PROCEEDS
           ADD GAIN-LOSS TO RUN-GAIN-LOSS
           ADD 1 TO ASSETS-RETIRED
           COMPUTE NBV-EDIT = ASSET-NBV
           COMPUTE GL-EDIT = GAIN-LOSS
           DISPLAY "Asset " AT-ID(MATCH-IDX) " " AT-BTYPE(MATCH-IDX)
               " retired: NBV " NBV-EDIT " gain/loss " GL-EDIT
           .

      *-----------------------------------------------------------*
      * Straight line, once per calendar month: every month after *
      * the last one depreciated, up to this one, charges each    *
      * active asset cost over life for every month it has been   *
      * in service (from the month after its in-service month),   *
      * the final month taking whatever is left so accumulated    *
      * depreciation lands exactly on cost. The first run ever    *
      * depreciates the current month only.                       *
      *-----------------------------------------------------------*
       RUN-DEPRECIATION.
           IF LAST-DEPR-PERIOD = 0
               MOVE TODAY-PERIOD TO DEPR-PERIOD
           ELSE
               IF LAST-DEPR-PERIOD >= TODAY-PERIOD
                   DISPLAY "Depreciation already run for "
                       LAST-DEPR-PERIOD
                   EXIT PARAGRAPH
               END-IF
               MOVE LAST-DEPR-PERIOD TO DEPR-PERIOD
               PERFORM NEXT-DEPR-PERIOD
           END-IF
           PERFORM UNTIL DEPR-PERIOD > TODAY-PERIOD
               PERFORM DEPRECIATE-ONE-PERIOD
               ADD 1 TO PERIODS-RUN
               MOVE DEPR-PERIOD TO LAST-DEPR-PERIOD
               PERFORM NEXT-DEPR-PERIOD
           END-PERFORM
           .

       NEXT-DEPR-PERIOD.
           DIVIDE DEPR-PERIOD BY 100 GIVING DEPR-YEAR
               REMAINDER DEPR-MONTH
           IF DEPR-MONTH >= 12
               ADD 1 TO DEPR-YEAR
               MOVE 1 TO DEPR-MONTH
           ELSE
               ADD 1 TO DEPR-MONTH
           END-IF
           COMPUTE DEPR-PERIOD = DEPR-YEAR * 100 + DEPR-MONTH
           .

       DEPRECIATE-ONE-PERIOD.
           PERFORM VARYING I-IDX FROM 1 BY 1 UNTIL I-IDX > ASSET-COUNT
               MOVE AT-IN-SERVICE(I-IDX)(1:6) TO IN-SERVICE-PERIOD
               IF AT-STATUS(I-IDX) = "A"
                       AND IN-SERVICE-PERIOD < DEPR-PERIOD
                       AND AT-ACCUM(I-IDX) < AT-COST(I-IDX)
                       AND AT-LIFE-MONTHS(I-IDX) > 0
                   COMPUTE MONTH-CHARGE ROUNDED =
                       AT-COST(I-IDX) / AT-LIFE-MONTHS(I-IDX)
                   IF MONTH-CHARGE = 0
                           OR AT-ACCUM(I-IDX) + MONTH-CHARGE
                               > AT-COST(I-IDX)
                       COMPUTE MONTH-CHARGE =
                           AT-COST(I-IDX) - AT-ACCUM(I-IDX)
                   END-IF
                   ADD MONTH-CHARGE TO AT-ACCUM(I-IDX)
                   ADD MONTH-CHARGE TO RUN-DEPR
               END-IF
           END-PERFORM
           .

       SAVE-ASSET-REGISTER.
           OPEN OUTPUT ASSET-REGISTER-FILE
           MOVE SPACES TO ASSET-REGISTER-RECORD
           MOVE "CTL" TO FA-TYPE
           MOVE NEXT-ASSET-ID TO FA-ID
           MOVE 0 TO FA-DISTRICT
           MOVE 0 TO FA-COST
           MOVE 0 TO FA-IN-SERVICE
           MOVE 0 TO FA-LIFE-MONTHS
           MOVE 0 TO FA-ACCUM
           MOVE LAST-DEPR-PERIOD TO FA-RETIRED
           MOVE 0 TO FA-PROCEEDS
           WRITE ASSET-REGISTER-RECORD
           PERFORM VARYING I-IDX FROM 1 BY 1 UNTIL I-IDX > ASSET-COUNT
               MOVE "AST" TO FA-TYPE
               MOVE AT-ID(I-IDX) TO FA-ID
               MOVE AT-NAME(I-IDX) TO FA-NAME
               MOVE AT-BTYPE(I-IDX) TO FA-BTYPE
               MOVE AT-DISTRICT(I-IDX) TO FA-DISTRICT
               MOVE AT-COST(I-IDX) TO FA-COST
               MOVE AT-IN-SERVICE(I-IDX) TO FA-IN-SERVICE
               MOVE AT-LIFE-MONTHS(I-IDX) TO FA-LIFE-MONTHS
               MOVE AT-ACCUM(I-IDX) TO FA-ACCUM
               MOVE AT-STATUS(I-IDX) TO FA-STATUS
               MOVE AT-RETIRED(I-IDX) TO FA-RETIRED
               MOVE AT-PROCEEDS(I-IDX) TO FA-PROCEEDS
               MOVE AT-SOURCE(I-IDX) TO FA-SOURCE
               WRITE ASSET-REGISTER-RECORD
           END-PERFORM
           CLOSE ASSET-REGISTER-FILE
           .

      *-----------------------------------------------------------*
      * The run's journal on GLQFA: capitalizations (asset cost   *
      * against construction in progress or contributed           *
      * capital), the month's depreciation, and retirements (cost *
      * and accumulated depreciation off, proceeds to cash, the   *
      * difference to gain/loss on disposal). Debits positive;    *
      * the trailer hash is the sum of the debits.                *
      *-----------------------------------------------------------*
       WRITE-GL-POSTINGS.
           IF RUN-CAP-CIP = 0 AND RUN-CAP-CONTRIB = 0
                   AND RUN-DEPR = 0 AND RUN-RET-COST = 0
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT GL-POSTING-FILE
           MOVE 0 TO POST-COUNT
           MOVE 0 TO POST-HASH
           MOVE SPACES TO GL-POSTING-RECORD
           STRING "HDR" TODAY-STAMP " FIXASSET REGISTER"
               DELIMITED BY SIZE INTO GL-POSTING-RECORD
           WRITE GL-POSTING-RECORD
           IF RUN-CAP-CIP > 0
               COMPUTE CHARGE-EDIT = RUN-CAP-CIP
               MOVE SPACES TO GL-POSTING-RECORD
               STRING "DTL" FA-COST-ACCT CHARGE-EDIT
                   " ASSETS PLACED IN SERVICE"
                   DELIMITED BY SIZE INTO GL-POSTING-RECORD
               MOVE COMPANY-CODE TO GL-POSTING-RECORD(77:4)
               PERFORM WRITE-ONE-DTL
               ADD RUN-CAP-CIP TO POST-HASH
               COMPUTE CHARGE-EDIT = 0 - RUN-CAP-CIP
               MOVE SPACES TO GL-POSTING-RECORD
               STRING "DTL" CIP-ACCT CHARGE-EDIT
                   " PROJECTS CAPITALIZED"
                   DELIMITED BY SIZE INTO GL-POSTING-RECORD
               MOVE COMPANY-CODE TO GL-POSTING-RECORD(77:4)
               PERFORM WRITE-ONE-DTL
           END-IF
           IF RUN-CAP-CONTRIB > 0
               COMPUTE CHARGE-EDIT = RUN-CAP-CONTRIB
               MOVE SPACES TO GL-POSTING-RECORD
               STRING "DTL" FA-COST-ACCT CHARGE-EDIT
                   " ASSETS PLACED IN SERVICE"
                   DELIMITED BY SIZE INTO GL-POSTING-RECORD
               MOVE COMPANY-CODE TO GL-POSTING-RECORD(77:4)
               PERFORM WRITE-ONE-DTL
               ADD RUN-CAP-CONTRIB TO POST-HASH
               COMPUTE CHARGE-EDIT = 0 - RUN-CAP-CONTRIB
               MOVE SPACES TO GL-POSTING-RECORD
               STRING "DTL" CONTRIB-ACCT CHARGE-EDIT
                   " CONTRIBUTED ASSETS"
                   DELIMITED BY SIZE INTO GL-POSTING-RECORD
               MOVE COMPANY-CODE TO GL-POSTING-RECORD(77:4)
               PERFORM WRITE-ONE-DTL
           END-IF
           IF RUN-DEPR > 0
               COMPUTE CHARGE-EDIT = RUN-DEPR
               MOVE SPACES TO GL-POSTING-RECORD
               STRING "DTL" DEPR-EXP-ACCT CHARGE-EDIT
                   " DEPRECIATION THROUGH " LAST-DEPR-PERIOD
                   DELIMITED BY SIZE INTO GL-POSTING-RECORD
               MOVE COMPANY-CODE TO GL-POSTING-RECORD(77:4)
               PERFORM WRITE-ONE-DTL
               ADD RUN-DEPR TO POST-HASH
               COMPUTE CHARGE-EDIT = 0 - RUN-DEPR
               MOVE SPACES TO GL-POSTING-RECORD
               STRING "DTL" ACCUM-DEPR-ACCT CHARGE-EDIT
                   " DEPRECIATION THROUGH " LAST-DEPR-PERIOD
                   DELIMITED BY SIZE INTO GL-POSTING-RECORD
               MOVE COMPANY-CODE TO GL-POSTING-RECORD(77:4)
               PERFORM WRITE-ONE-DTL
           END-IF
           IF RUN-RET-COST > 0
               IF RUN-RET-ACCUM > 0
                   COMPUTE CHARGE-EDIT = RUN-RET-ACCUM
                   MOVE SPACES TO GL-POSTING-RECORD
                   STRING "DTL" ACCUM-DEPR-ACCT CHARGE-EDIT
                       " ASSETS RETIRED"
                       DELIMITED BY SIZE INTO GL-POSTING-RECORD
                   MOVE COMPANY-CODE TO GL-POSTING-RECORD(77:4)
                   PERFORM WRITE-ONE-DTL
                   ADD RUN-RET-ACCUM TO POST-HASH
               END-IF
               IF RUN-RET-PROCEEDS > 0
                   COMPUTE CHARGE-EDIT = RUN-RET-PROCEEDS
                   MOVE SPACES TO GL-POSTING-RECORD
                   STRING "DTL" CASH-ACCT CHARGE-EDIT
                       " SALVAGE PROCEEDS"
                       DELIMITED BY SIZE INTO GL-POSTING-RECORD
                   MOVE COMPANY-CODE TO GL-POSTING-RECORD(77:4)
                   PERFORM WRITE-ONE-DTL
                   ADD RUN-RET-PROCEEDS TO POST-HASH
               END-IF
               IF RUN-GAIN-LOSS NOT = 0
                   COMPUTE CHARGE-EDIT = 0 - RUN-GAIN-LOSS
                   MOVE SPACES TO GL-POSTING-RECORD
                   STRING "DTL" DISPOSAL-ACCT CHARGE-EDIT
                       " GAIN/LOSS ON DISPOSAL"
                       DELIMITED BY SIZE INTO GL-POSTING-RECORD
                   MOVE COMPANY-CODE TO GL-POSTING-RECORD(77:4)
                   PERFORM WRITE-ONE-DTL
                   IF RUN-GAIN-LOSS < 0
                       SUBTRACT RUN-GAIN-LOSS FROM POST-HASH
                   END-IF
               END-IF
               COMPUTE CHARGE-EDIT = 0 - RUN-RET-COST
               MOVE SPACES TO GL-POSTING-RECORD
               STRING "DTL" FA-COST-ACCT CHARGE-EDIT
                   " ASSETS RETIRED"
                   DELIMITED BY SIZE INTO GL-POSTING-RECORD
               MOVE COMPANY-CODE TO GL-POSTING-RECORD(77:4)
               PERFORM WRITE-ONE-DTL
           END-IF
           COMPUTE CHARGE-EDIT = POST-HASH
           MOVE SPACES TO GL-POSTING-RECORD
           STRING "TRL" POST-COUNT CHARGE-EDIT
               DELIMITED BY SIZE INTO GL-POSTING-RECORD
           WRITE GL-POSTING-RECORD
           CLOSE GL-POSTING-FILE
           MOVE SPACES TO CONTROL-TOTAL-ENTRY
           MOVE "GLQFA" TO CTL-INTERFACE
           MOVE "P" TO CTL-ROLE
           MOVE "FIXASSET" TO CTL-PROGRAM
           MOVE TODAY-STAMP TO CTL-BATCH
           MOVE POST-COUNT TO CTL-COUNT
           MOVE POST-HASH TO CTL-HASH
           CALL "CTLTOTW" USING CONTROL-TOTAL-ENTRY
           DISPLAY "Fixed asset journal queued on GLQFA: "
               POST-COUNT " lines"
           .

       WRITE-ONE-DTL.
           WRITE GL-POSTING-RECORD
           ADD 1 TO POST-COUNT
           .

      *-----------------------------------------------------------*
      * Net book value schedule: every asset still in service,    *
      * plus those retired today, with district subtotals and the *
      * register totals.                                          *
      *-----------------------------------------------------------*
       PRINT-NBV-SCHEDULE.
           INITIALIZE DISTRICT-TOTALS
           MOVE 0 TO TOTAL-COST
           MOVE 0 TO TOTAL-ACCUM
           MOVE SPACES TO NBV-RECORD
           STRING TODAY-STAMP " NET BOOK VALUE SCHEDULE -- "
               "DEPRECIATED THROUGH " LAST-DEPR-PERIOD
               DELIMITED BY SIZE INTO NBV-RECORD
           WRITE NBV-RECORD
           MOVE SPACES TO NBV-RECORD
           STRING "ASSET  NAME       TYPE       D IN-SVC   LIFE"
               "        COST       ACCUM         NBV STATUS"
               DELIMITED BY SIZE INTO NBV-RECORD
           WRITE NBV-RECORD
           PERFORM VARYING I-IDX FROM 1 BY 1 UNTIL I-IDX > ASSET-COUNT
               IF AT-STATUS(I-IDX) = "A"
                       OR AT-RETIRED(I-IDX) = TODAY-STAMP
                   PERFORM PRINT-ONE-ASSET-LINE
               END-IF
           END-PERFORM
           PERFORM VARYING D-IDX FROM 1 BY 1 UNTIL D-IDX > 9
               IF DT-COST(D-IDX) > 0
                   PERFORM PRINT-DISTRICT-LINE
               END-IF
           END-PERFORM
           COMPUTE COST-EDIT = TOTAL-COST
           COMPUTE ACCUM-EDIT = TOTAL-ACCUM
           COMPUTE NBV-EDIT = TOTAL-COST - TOTAL-ACCUM
           MOVE SPACES TO NBV-RECORD
           STRING "TOTAL IN SERVICE  COST " COST-EDIT
               " ACCUM " ACCUM-EDIT " NBV " NBV-EDIT
               DELIMITED BY SIZE INTO NBV-RECORD
           WRITE NBV-RECORD
           .

       PRINT-ONE-ASSET-LINE.
           COMPUTE COST-EDIT = AT-COST(I-IDX)
           COMPUTE ACCUM-EDIT = AT-ACCUM(I-IDX)
           MOVE AT-LIFE-MONTHS(I-IDX) TO LIFE-EDIT
           IF AT-STATUS(I-IDX) = "A"
               COMPUTE NBV-EDIT = AT-COST(I-IDX) - AT-ACCUM(I-IDX)
               MOVE "IN SERVICE" TO STATUS-TEXT
               IF AT-DISTRICT(I-IDX) > 0
                   ADD AT-COST(I-IDX)
                       TO DT-COST(AT-DISTRICT(I-IDX))
                   ADD AT-ACCUM(I-IDX)
                       TO DT-ACCUM(AT-DISTRICT(I-IDX))
               END-IF
               ADD AT-COST(I-IDX) TO TOTAL-COST
               ADD AT-ACCUM(I-IDX) TO TOTAL-ACCUM
           ELSE
               MOVE 0 TO NBV-EDIT
               MOVE "RETIRED TODAY" TO STATUS-TEXT
           END-IF
           MOVE SPACES TO NBV-RECORD
           STRING AT-ID(I-IDX) " " AT-NAME(I-IDX) " "
               AT-BTYPE(I-IDX) " " AT-DISTRICT(I-IDX) " "
               AT-IN-SERVICE(I-IDX) " " LIFE-EDIT " "
               COST-EDIT " " ACCUM-EDIT " " NBV-EDIT " "
               STATUS-TEXT
               DELIMITED BY SIZE INTO NBV-RECORD
           WRITE NBV-RECORD
           .

       PRINT-DISTRICT-LINE.
           COMPUTE COST-EDIT = DT-COST(D-IDX)
           COMPUTE ACCUM-EDIT = DT-ACCUM(D-IDX)
           COMPUTE NBV-EDIT = DT-COST(D-IDX) - DT-ACCUM(D-IDX)
           MOVE SPACES TO NBV-RECORD
           STRING "DISTRICT " D-IDX "        COST " COST-EDIT
               " ACCUM " ACCUM-EDIT " NBV " NBV-EDIT
               DELIMITED BY SIZE INTO NBV-RECORD
           WRITE NBV-RECORD
           .
