       IDENTIFICATION DIVISION.
       PROGRAM-ID. HFRESPFC.
       AUTHOR. CAZZY.
       REMARKS. >
           Respiratory surge forecast for HEALTHFLUX from the
           city's air quality. The latest URBANFLUX step on UFHIST
           gives the district pollution readings; the UFWEATHER
           entry for the step after it, if any, scales them into
           tomorrow's outlook. Respiratory admissions follow bad
           air by about a day, so today's reading drives the
           projection for tomorrow and tomorrow's outlook the one
           for the day after, each a baseline plus so many
           admissions per ten points over the HFRESPRM threshold.
           The two days' admissions are set against the free beds
           on the respiratory units (HFBEDS capacity less the last
           HFCENSNP midnight census) and the extra nurses the
           HFRATIO acuity-to-staff ratio calls for. When the air
           puts admissions over baseline, a FACILITY advisory goes
           to OPSALERT if the beds will run short and a CLINICAL
           advisory if more nurses are needed, a day or two ahead
           of the patients. HFRESPRT carries the working.

      *-----------------------------------------------------------*
      * Mod history:
      *   2026-10-15  CAZZY - written; the units were caught short
      *               every time the air went bad and admissions
      *               climbed a day or two later.
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESP-PARM-FILE ASSIGN TO "HFRESPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-FILE-STATUS.
           SELECT CITY-HIST-FILE ASSIGN TO "UFHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CITYHIST-FILE-STATUS.
           SELECT WEATHER-FILE ASSIGN TO "UFWEATHER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WEATHER-FILE-STATUS.
           SELECT BED-MASTER-FILE ASSIGN TO "HFBEDS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BEDS-FILE-STATUS.
           SELECT CENSUS-SNAPSHOT-FILE ASSIGN TO "HFCENSNP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CENSNP-FILE-STATUS.
           SELECT STAFF-RATIO-FILE ASSIGN TO "HFRATIO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RATIO-FILE-STATUS.
           SELECT OPERATOR-ALERT-FILE ASSIGN TO "OPSALERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPALERT-FILE-STATUS.
           SELECT PRINT-FILE ASSIGN TO "HFRESPRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RESP-PARM-FILE.
       01  RESP-PARM-RECORD    PIC X(40).

      *-----------------------------------------------------------*
      * UFHIST as URBANFLUX appends it: one fixed record per      *
      * step per district.                                        *
      *-----------------------------------------------------------*
       FD  CITY-HIST-FILE.
       01  CITY-HIST-RECORD.
           05 UH-DATE          PIC 9(8).
           05 UH-STEP          PIC 9(3).
           05 UH-DISTRICT      PIC 9.
           05 UH-POLL          PIC 9(3).
           05 UH-ENERGY        PIC 9(3).
           05 UH-TREASURY      PIC S9(7) SIGN LEADING SEPARATE.
           05 UH-POP           PIC 99.
           05 UH-HAPPY         PIC 9(3).

       FD  WEATHER-FILE.
       01  WEATHER-RECORD      PIC X(40).

       FD  BED-MASTER-FILE.
       01  BED-MASTER-RECORD.
           05 BM-UNIT          PIC X(4).
           05 BM-ROOM          PIC X(4).
           05 BM-BED           PIC X(4).

       FD  CENSUS-SNAPSHOT-FILE.
       01  CENSUS-SNAPSHOT-RECORD.
           COPY HFCENSNP REPLACING ==:LVL:== BY ==05==.

       FD  STAFF-RATIO-FILE.
       01  STAFF-RATIO-RECORD  PIC X(40).

       FD  OPERATOR-ALERT-FILE.
       01  OPERATOR-ALERT-RECORD.
           COPY OPALERT REPLACING ==:LVL:== BY ==05==.

       FD  PRINT-FILE.
       01  PRINT-RECORD        PIC X(80).

       WORKING-STORAGE SECTION.
       77 PARM-FILE-STATUS    PIC X(2).
       77 CITYHIST-FILE-STATUS PIC X(2).
       77 WEATHER-FILE-STATUS PIC X(2).
       77 BEDS-FILE-STATUS    PIC X(2).
       77 CENSNP-FILE-STATUS  PIC X(2).
       77 RATIO-FILE-STATUS   PIC X(2).
       77 OPALERT-FILE-STATUS PIC X(2).
       77 PRINT-FILE-STATUS   PIC X(2).
       77 TODAY-STAMP         PIC 9(8).
       77 DAY-ONE-DATE        PIC 9(8).
       77 DAY-TWO-DATE        PIC 9(8).
       77 LOCK-RESOURCE       PIC X(8).
       77 LOCK-ACTION         PIC X.
       77 LOCK-HOLDER         PIC X(8) VALUE "HFRESPFC".
       77 LOCK-RESULT         PIC X.

      *-----------------------------------------------------------*
      * HFRESPRM: the first line is the model -- baseline         *
      * respiratory admissions a day, the pollution threshold,    *
      * admissions added per ten points over it, and the acuity   *
      * points one respiratory admission brings (the HFRATIO      *
      * medium-band top when left off). Each line after it is one *
      * unit that takes respiratory admissions; with none listed  *
      * the whole house's beds count.                             *
      *-----------------------------------------------------------*
       77 BASE-ADMITS         PIC 9(3) VALUE 2.
       77 POLL-THRESHOLD      PIC 9(3) VALUE 50.
       77 ADMITS-PER-TEN      PIC 9(3) VALUE 1.
       77 RESP-ACUITY         PIC 99 VALUE 0.
       77 PARM-LINE-COUNT     PIC 99 VALUE 0.
       01 RESP-UNIT-TABLE.
           05 RESP-UNIT OCCURS 10 TIMES PIC X(4).
       77 RESP-UNIT-COUNT     PIC 99 VALUE 0.
       77 R-IDX               PIC 99.

      *-----------------------------------------------------------*
      * HFRATIO as HEALTHFLUX reads it: low-band max, medium-band *
      * max, acuity points per nurse.                             *
      *-----------------------------------------------------------*
       77 BAND-LOW-MAX        PIC 99 VALUE 3.
       77 BAND-MED-MAX        PIC 99 VALUE 6.
       77 ACUITY-PER-NURSE    PIC 99 VALUE 10.

      *-----------------------------------------------------------*
      * The latest UFHIST step: date and step, and the district   *
      * readings on it.                                           *
      *-----------------------------------------------------------*
       77 HIST-KEY            PIC 9(11).
       77 LATEST-KEY          PIC 9(11) VALUE 0.
       77 LATEST-DATE         PIC 9(8) VALUE 0.
       77 LATEST-STEP         PIC 9(3) VALUE 0.
       77 NEXT-STEP           PIC 9(3).
       77 DISTRICT-COUNT      PIC 9(3) VALUE 0.
       77 POLL-TOTAL          PIC 9(6) VALUE 0.
       77 WORST-POLL          PIC 9(3) VALUE 0.
       77 WORST-DISTRICT      PIC 9 VALUE 0.
       77 POLL-TODAY          PIC 9(3) VALUE 0.
       77 POLL-OUTLOOK        PIC 9(3) VALUE 0.

      *-----------------------------------------------------------*
      * UFWEATHER tokens: STEP CONDITION ENERGY-PCT POLLUTION-PCT *
      * (URBANFLUX's own layout; 100 is a normal day).            *
      *-----------------------------------------------------------*
       77 WE-STEP             PIC 99.
       77 WE-COND             PIC X(10).
       77 WE-ENERGY-PCT       PIC 999.
       77 WE-POLL-PCT         PIC 999.
       77 OUTLOOK-COND        PIC X(10) VALUE "NORMAL".
       77 OUTLOOK-POLL-PCT    PIC 999 VALUE 100.

      *-----------------------------------------------------------*
      * Units from HFBEDS with their bed count and the patients   *
      * the last HFCENSNP line for the unit put on them.          *
      *-----------------------------------------------------------*
       01 UNIT-TABLE.
           05 UB-ENTRY OCCURS 30 TIMES.
              10 UB-UNIT       PIC X(4).
              10 UB-BEDS       PIC 9(4).
              10 UB-CENSUS     PIC 9(4).
              10 UB-FREE       PIC 9(4).
              10 UB-RESP       PIC X.
       77 UNIT-COUNT          PIC 99 VALUE 0.
       77 U-IDX               PIC 99.
       77 CENSUS-DATE         PIC 9(8) VALUE 0.

       77 ADMITS-DAY-ONE      PIC 9(3) VALUE 0.
       77 ADMITS-DAY-TWO      PIC 9(3) VALUE 0.
       77 PROJECTED-ADMITS    PIC 9(4) VALUE 0.
       77 BASELINE-ADMITS     PIC 9(4) VALUE 0.
       77 EXCESS-ADMITS       PIC 9(4) VALUE 0.
       77 RESP-BEDS           PIC 9(5) VALUE 0.
       77 FREE-BEDS           PIC 9(5) VALUE 0.
       77 BEDS-SHORT          PIC 9(5) VALUE 0.
       77 EXTRA-NURSES        PIC 9(3) VALUE 0.
       77 FORECAST-POLL       PIC 9(3).
       77 FORECAST-ADMITS     PIC 9(3).
       77 ADVISORY-COUNT      PIC 9 VALUE 0.
       77 ADVISORY-LIST       PIC X(20) VALUE SPACES.
       77 LIST-POINTER        PIC 99.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT TODAY-STAMP FROM DATE YYYYMMDD
           COMPUTE DAY-ONE-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(TODAY-STAMP) + 1)
           COMPUTE DAY-TWO-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(TODAY-STAMP) + 2)
           MOVE 0 TO RETURN-CODE

           PERFORM LOAD-CITY-READINGS
           IF DISTRICT-COUNT = 0
               DISPLAY "No city history (UFHIST) on hand -- "
                   "no respiratory forecast"
               GOBACK
           END-IF
           PERFORM LOAD-RESP-PARMS
           PERFORM LOAD-STAFF-RATIO
           IF RESP-ACUITY = 0
               MOVE BAND-MED-MAX TO RESP-ACUITY
           END-IF
           PERFORM LOAD-WEATHER-OUTLOOK
           PERFORM LOAD-UNIT-BEDS
           PERFORM LOAD-LAST-CENSUS

      *    Today's air drives tomorrow's admissions; tomorrow's
      *    outlook drives the day after's.
           COMPUTE POLL-TODAY ROUNDED = POLL-TOTAL / DISTRICT-COUNT
           COMPUTE POLL-OUTLOOK ROUNDED =
               POLL-TODAY * OUTLOOK-POLL-PCT / 100
               ON SIZE ERROR
                   MOVE 999 TO POLL-OUTLOOK
           END-COMPUTE
           MOVE POLL-TODAY TO FORECAST-POLL
           PERFORM PROJECT-ADMISSIONS
           MOVE FORECAST-ADMITS TO ADMITS-DAY-ONE
           MOVE POLL-OUTLOOK TO FORECAST-POLL
           PERFORM PROJECT-ADMISSIONS
           MOVE FORECAST-ADMITS TO ADMITS-DAY-TWO
           COMPUTE PROJECTED-ADMITS = ADMITS-DAY-ONE + ADMITS-DAY-TWO
           COMPUTE BASELINE-ADMITS = BASE-ADMITS * 2
           IF PROJECTED-ADMITS > BASELINE-ADMITS
               COMPUTE EXCESS-ADMITS =
                   PROJECTED-ADMITS - BASELINE-ADMITS
           END-IF

           PERFORM VARYING U-IDX FROM 1 BY 1 UNTIL U-IDX > UNIT-COUNT
               IF UB-RESP(U-IDX) = "Y"
                   ADD UB-BEDS(U-IDX) TO RESP-BEDS
                   ADD UB-FREE(U-IDX) TO FREE-BEDS
               END-IF
           END-PERFORM
           IF PROJECTED-ADMITS > FREE-BEDS
               COMPUTE BEDS-SHORT = PROJECTED-ADMITS - FREE-BEDS
           END-IF
           IF EXCESS-ADMITS > 0
               COMPUTE EXTRA-NURSES =
                   (EXCESS-ADMITS * RESP-ACUITY
                    + ACUITY-PER-NURSE - 1) / ACUITY-PER-NURSE
           END-IF

           OPEN OUTPUT PRINT-FILE
           PERFORM WRITE-FORECAST-REPORT
           IF EXCESS-ADMITS > 0
               PERFORM RAISE-SURGE-ADVISORIES
           END-IF
           MOVE SPACES TO PRINT-RECORD
           IF ADVISORY-COUNT = 0
               STRING "NO SURGE ADVISORY RAISED"
                   DELIMITED BY SIZE INTO PRINT-RECORD
           ELSE
               STRING "ADVISORY TO OPSALERT: " ADVISORY-LIST
                   DELIMITED BY SIZE INTO PRINT-RECORD
           END-IF
           WRITE PRINT-RECORD
           CLOSE PRINT-FILE
           DISPLAY "Respiratory forecast: " PROJECTED-ADMITS
               " admissions by " DAY-TWO-DATE ", " FREE-BEDS
               " free beds -- report on HFRESPRT"
           GOBACK.

      *-----------------------------------------------------------*
      * One pass over UFHIST keeping only the latest date and     *
      * step: a later step starts the district totals over.       *
      *-----------------------------------------------------------*
       LOAD-CITY-READINGS.
           OPEN INPUT CITY-HIST-FILE
           IF CITYHIST-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ CITY-HIST-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF UH-DATE IS NOT NUMERIC OR UH-STEP IS NOT NUMERIC
                       OR UH-POLL IS NOT NUMERIC
                   EXIT PERFORM CYCLE
               END-IF
               COMPUTE HIST-KEY = UH-DATE * 1000 + UH-STEP
               IF HIST-KEY < LATEST-KEY
                   EXIT PERFORM CYCLE
               END-IF
               IF HIST-KEY > LATEST-KEY
                   MOVE HIST-KEY TO LATEST-KEY
                   MOVE UH-DATE TO LATEST-DATE
                   MOVE UH-STEP TO LATEST-STEP
                   MOVE 0 TO DISTRICT-COUNT
                   MOVE 0 TO POLL-TOTAL
                   MOVE 0 TO WORST-POLL
                   MOVE 0 TO WORST-DISTRICT
               END-IF
               ADD 1 TO DISTRICT-COUNT
               ADD UH-POLL TO POLL-TOTAL
               IF UH-POLL > WORST-POLL
                   MOVE UH-POLL TO WORST-POLL
                   MOVE UH-DISTRICT TO WORST-DISTRICT
               END-IF
           END-PERFORM
           CLOSE CITY-HIST-FILE
           .

       LOAD-RESP-PARMS.
           OPEN INPUT RESP-PARM-FILE
           IF PARM-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ RESP-PARM-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF RESP-PARM-RECORD = SPACES
                   EXIT PERFORM CYCLE
               END-IF
               ADD 1 TO PARM-LINE-COUNT
               IF PARM-LINE-COUNT = 1
                   UNSTRING RESP-PARM-RECORD
                       DELIMITED BY ALL SPACES
                       INTO BASE-ADMITS POLL-THRESHOLD
                            ADMITS-PER-TEN RESP-ACUITY
               ELSE
                   IF RESP-UNIT-COUNT < 10
                       ADD 1 TO RESP-UNIT-COUNT
                       MOVE RESP-PARM-RECORD(1:4)
                           TO RESP-UNIT(RESP-UNIT-COUNT)
                   END-IF
               END-IF
           END-PERFORM
           CLOSE RESP-PARM-FILE
           .

       LOAD-STAFF-RATIO.
           OPEN INPUT STAFF-RATIO-FILE
           IF RATIO-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ STAFF-RATIO-FILE
               AT END
                   CONTINUE
           END-READ
           IF RATIO-FILE-STATUS = "00"
               UNSTRING STAFF-RATIO-RECORD
                   DELIMITED BY ALL SPACES
                   INTO BAND-LOW-MAX BAND-MED-MAX ACUITY-PER-NURSE
           END-IF
           CLOSE STAFF-RATIO-FILE
           IF ACUITY-PER-NURSE = 0
               MOVE 10 TO ACUITY-PER-NURSE
           END-IF
           .

      *-----------------------------------------------------------*
      * The UFWEATHER entry for the step after the last one on    *
      * UFHIST, if there is one, is tomorrow's outlook.           *
      *-----------------------------------------------------------*
       LOAD-WEATHER-OUTLOOK.
           COMPUTE NEXT-STEP = LATEST-STEP + 1
           OPEN INPUT WEATHER-FILE
           IF WEATHER-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ WEATHER-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               MOVE 0 TO WE-STEP
               MOVE 0 TO WE-POLL-PCT
               UNSTRING WEATHER-RECORD
                   DELIMITED BY ALL SPACES
                   INTO WE-STEP WE-COND WE-ENERGY-PCT WE-POLL-PCT
               IF WE-STEP = NEXT-STEP
                   MOVE WE-COND TO OUTLOOK-COND
                   IF WE-POLL-PCT > 0
                       MOVE WE-POLL-PCT TO OUTLOOK-POLL-PCT
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM
           CLOSE WEATHER-FILE
           .

      *-----------------------------------------------------------*
      * Bed counts per unit from HFBEDS, each flagged as taking   *
      * respiratory admissions or not.                            *
      *-----------------------------------------------------------*
       LOAD-UNIT-BEDS.
           OPEN INPUT BED-MASTER-FILE
           IF BEDS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ BED-MASTER-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               PERFORM FIND-UNIT-ENTRY
               IF U-IDX > UNIT-COUNT
                   IF UNIT-COUNT < 30
                       ADD 1 TO UNIT-COUNT
                       MOVE UNIT-COUNT TO U-IDX
                       MOVE BM-UNIT TO UB-UNIT(U-IDX)
                       MOVE 0 TO UB-BEDS(U-IDX)
                       MOVE 0 TO UB-CENSUS(U-IDX)
                       PERFORM SET-RESP-UNIT
                   ELSE
                       EXIT PERFORM CYCLE
                   END-IF
               END-IF
               ADD 1 TO UB-BEDS(U-IDX)
           END-PERFORM
           CLOSE BED-MASTER-FILE
           .

       FIND-UNIT-ENTRY.
           PERFORM VARYING U-IDX FROM 1 BY 1 UNTIL U-IDX > UNIT-COUNT
               IF UB-UNIT(U-IDX) = BM-UNIT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

       SET-RESP-UNIT.
           IF RESP-UNIT-COUNT = 0
               MOVE "Y" TO UB-RESP(U-IDX)
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO UB-RESP(U-IDX)
           PERFORM VARYING R-IDX FROM 1 BY 1
                   UNTIL R-IDX > RESP-UNIT-COUNT
               IF RESP-UNIT(R-IDX) = BM-UNIT
                   MOVE "Y" TO UB-RESP(U-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

      *-----------------------------------------------------------*
      * HFCENSNP is appended in run order, so the last line for   *
      * a unit is its latest census. A unit with none is counted  *
      * empty.                                                    *
      *-----------------------------------------------------------*
       LOAD-LAST-CENSUS.
           OPEN INPUT CENSUS-SNAPSHOT-FILE
           IF CENSNP-FILE-STATUS = "00"
               PERFORM UNTIL 1 = 2
                   READ CENSUS-SNAPSHOT-FILE
                       AT END
                           EXIT PERFORM
                   END-READ
                   IF CN-CENSUS IS NOT NUMERIC
                       EXIT PERFORM CYCLE
                   END-IF
                   MOVE CN-UNIT TO BM-UNIT
                   PERFORM FIND-UNIT-ENTRY
                   IF U-IDX NOT > UNIT-COUNT
                       MOVE CN-CENSUS TO UB-CENSUS(U-IDX)
                       MOVE CN-DATE TO CENSUS-DATE
                   END-IF
               END-PERFORM
               CLOSE CENSUS-SNAPSHOT-FILE
           END-IF
           PERFORM VARYING U-IDX FROM 1 BY 1 UNTIL U-IDX > UNIT-COUNT
               IF UB-CENSUS(U-IDX) < UB-BEDS(U-IDX)
                   COMPUTE UB-FREE(U-IDX) =
                       UB-BEDS(U-IDX) - UB-CENSUS(U-IDX)
               ELSE
                   MOVE 0 TO UB-FREE(U-IDX)
               END-IF
           END-PERFORM
           .

      *-----------------------------------------------------------*
      * Baseline admissions, plus ADMITS-PER-TEN for every ten    *
      * points (rounded) the driving reading is over threshold.   *
      *-----------------------------------------------------------*
       PROJECT-ADMISSIONS.
           MOVE BASE-ADMITS TO FORECAST-ADMITS
           IF FORECAST-POLL > POLL-THRESHOLD
               COMPUTE FORECAST-ADMITS ROUNDED = BASE-ADMITS
                   + ADMITS-PER-TEN
                     * (FORECAST-POLL - POLL-THRESHOLD) / 10
                   ON SIZE ERROR
                       MOVE 999 TO FORECAST-ADMITS
               END-COMPUTE
           END-IF
           .

       WRITE-FORECAST-REPORT.
           MOVE SPACES TO PRINT-RECORD
           STRING TODAY-STAMP " RESPIRATORY SURGE FORECAST  UFHIST "
               LATEST-DATE " STEP " LATEST-STEP
               DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD
           STRING "CITY POLLUTION AVG " POLL-TODAY " OVER "
               DISTRICT-COUNT " DISTRICTS, WORST " WORST-POLL
               " (DISTRICT " WORST-DISTRICT ")  THRESHOLD "
               POLL-THRESHOLD
               DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD
           STRING "  " DAY-ONE-DATE "  AIR " POLL-TODAY
               " (TODAY)               ADMITS " ADMITS-DAY-ONE
               DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD
           STRING "  " DAY-TWO-DATE "  AIR " POLL-OUTLOOK
               " (" OUTLOOK-COND " " OUTLOOK-POLL-PCT "%)  ADMITS "
               ADMITS-DAY-TWO
               DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD
           STRING "RESPIRATORY UNITS (CENSUS OF " CENSUS-DATE ")"
               DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD
           PERFORM VARYING U-IDX FROM 1 BY 1 UNTIL U-IDX > UNIT-COUNT
               IF UB-RESP(U-IDX) = "Y"
                   MOVE SPACES TO PRINT-RECORD
                   STRING "  UNIT " UB-UNIT(U-IDX)
                       "  BEDS " UB-BEDS(U-IDX)
                       "  CENSUS " UB-CENSUS(U-IDX)
                       "  FREE " UB-FREE(U-IDX)
                       DELIMITED BY SIZE INTO PRINT-RECORD
                   WRITE PRINT-RECORD
               END-IF
           END-PERFORM
           MOVE SPACES TO PRINT-RECORD
           STRING "PROJECTED ADMITS " PROJECTED-ADMITS
               " (BASELINE " BASELINE-ADMITS ")  FREE BEDS "
               FREE-BEDS "  SHORT " BEDS-SHORT
               DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD
           STRING "EXTRA NURSES " EXTRA-NURSES "  (ACUITY "
               RESP-ACUITY " PER ADMISSION, " ACUITY-PER-NURSE
               " PER NURSE)"
               DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD
           .

      *-----------------------------------------------------------*
      * FACILITY when the projected admissions outrun the free    *
      * respiratory beds; CLINICAL when the surge over baseline   *
      * needs nurses the units are not staffed for. The severity  *
      * names the OPSROUTE queue the advisory is meant for.       *
      *-----------------------------------------------------------*
       RAISE-SURGE-ADVISORIES.
           IF BEDS-SHORT = 0 AND EXTRA-NURSES = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "OPSALERT" TO LOCK-RESOURCE
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
           MOVE 1 TO LIST-POINTER
           IF BEDS-SHORT > 0
               MOVE SPACES TO OPERATOR-ALERT-RECORD
               MOVE "HFRESPFC" TO OA-SOURCE
               MOVE TODAY-STAMP TO OA-DATE
               MOVE 0 TO OA-STEP
               MOVE "FACILITY" TO OA-SEVERITY
               STRING "RESP SURGE TO " DAY-TWO-DATE " ADMITS "
                   PROJECTED-ADMITS " FREE BEDS " FREE-BEDS
                   DELIMITED BY SIZE INTO OA-TEXT
               WRITE OPERATOR-ALERT-RECORD
               ADD 1 TO ADVISORY-COUNT
               STRING "FACILITY "
                   DELIMITED BY SIZE INTO ADVISORY-LIST
                   WITH POINTER LIST-POINTER
           END-IF
           IF EXTRA-NURSES > 0
               MOVE SPACES TO OPERATOR-ALERT-RECORD
               MOVE "HFRESPFC" TO OA-SOURCE
               MOVE TODAY-STAMP TO OA-DATE
               MOVE 0 TO OA-STEP
               MOVE "CLINICAL" TO OA-SEVERITY
               STRING "RESP SURGE TO " DAY-TWO-DATE " +"
                   EXCESS-ADMITS " ADMITS, +" EXTRA-NURSES " NURSES"
                   DELIMITED BY SIZE INTO OA-TEXT
               WRITE OPERATOR-ALERT-RECORD
               ADD 1 TO ADVISORY-COUNT
               STRING "CLINICAL "
                   DELIMITED BY SIZE INTO ADVISORY-LIST
                   WITH POINTER LIST-POINTER
           END-IF
           CLOSE OPERATOR-ALERT-FILE
           MOVE "OPSALERT" TO LOCK-RESOURCE
           MOVE "R" TO LOCK-ACTION
           CALL "FILELOCK" USING LOCK-RESOURCE LOCK-ACTION
               LOCK-HOLDER LOCK-RESULT
           .
