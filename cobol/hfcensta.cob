       IDENTIFICATION DIVISION.
       PROGRAM-ID. HFCENSTA.
       AUTHOR. CAZZY.
       REMARKS. >
           Month-end census statistics by unit and for the
           hospital: patient-days, average daily census and
           occupancy against the HFBEDS bed count from the
           HFCENSNP midnight census snapshots; admissions and
           transfers in and out from the HFSTAYLG ADM and XFR
           lines; discharges and average length of stay from the
           HFDSCHST discharge history. The month entered (last
           month when blank) is printed with the month before it
           and the same month a year earlier beneath, the figures
           budgets and staffing are built on.

      *-----------------------------------------------------------*
      * Mod history:
      *   2026-10-15  CAZZY - written; HFOCCUP only ever showed
      *               the census of the moment and administration
      *               rebuilt the month from it by hand.
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CENSUS-SNAPSHOT-FILE ASSIGN TO "HFCENSNP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CENSNP-FILE-STATUS.
           SELECT STAY-LOG-FILE ASSIGN TO "HFSTAYLG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STAYLOG-FILE-STATUS.
           SELECT DISCHARGE-HISTORY-FILE ASSIGN TO "HFDSCHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DSCHST-FILE-STATUS.
           SELECT BED-MASTER-FILE ASSIGN TO "HFBEDS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BEDS-FILE-STATUS.
           SELECT PRINT-FILE ASSIGN TO "HFCENSTA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CENSUS-SNAPSHOT-FILE.
       01  CENSUS-SNAPSHOT-RECORD.
           COPY HFCENSNP REPLACING ==:LVL:== BY ==05==.

       FD  STAY-LOG-FILE.
       01  STAY-LOG-RECORD.
           COPY HFSTAYREC REPLACING ==:LVL:== BY ==05==
                                    ==:SUB:== BY ==10==.

       FD  DISCHARGE-HISTORY-FILE.
       01  DISCHARGE-HIST-RECORD.
           COPY HFDSCHST REPLACING ==:LVL:== BY ==05==.

       FD  BED-MASTER-FILE.
       01  BED-MASTER-RECORD.
           05 BM-UNIT          PIC X(4).
           05 BM-ROOM          PIC X(4).
           05 BM-BED           PIC X(4).

       FD  PRINT-FILE.
       01  PRINT-RECORD        PIC X(80).

       WORKING-STORAGE SECTION.
       77 CENSNP-FILE-STATUS  PIC X(2).
       77 STAYLOG-FILE-STATUS PIC X(2).
       77 DSCHST-FILE-STATUS  PIC X(2).
       77 BEDS-FILE-STATUS    PIC X(2).
       77 PRINT-FILE-STATUS   PIC X(2).
       77 TODAY-STAMP         PIC 9(8).
       77 MONTH-ENTRY         PIC X(10).
       77 REPORT-MONTH        PIC 9(6) VALUE 0.
       77 LINE-MONTH          PIC 9(6).
       77 LINE-UNIT           PIC X(4).
       77 LINE-DAY            PIC 99.
       77 MONTH-YEAR          PIC 9(4).
       77 MONTH-NUMBER        PIC 99.
       77 FIRST-OF-MONTH      PIC 9(8).
       77 FIRST-OF-NEXT       PIC 9(8).
       77 U-IDX               PIC 99.
       77 P-IDX               PIC 9.
       77 D-IDX               PIC 99.
       77 NO-FROM-UNIT-COUNT  PIC 9(5) VALUE 0.
       77 SKIPPED-COUNT       PIC 9(6) VALUE 0.

      *-----------------------------------------------------------*
      * The three months reported: PK(1) the month entered, PK(2) *
      * the month before it, PK(3) the same month last year, with *
      * each month's calendar days and the days a snapshot was    *
      * recorded for.                                             *
      *-----------------------------------------------------------*
       01 PERIODS.
           05 PERIOD-ENTRY OCCURS 3 TIMES.
              10 PK-MONTH      PIC 9(6).
              10 PK-CAL-DAYS   PIC 99.
              10 PK-CENSUS-DAYS PIC 99.

      *-----------------------------------------------------------*
      * Snapshot census by month, day and unit. A run's lines all *
      * carry the one CN-TIME, so a new time on a date already    *
      * seen is a later run: the date's row is cleared and that   *
      * run's census stands.                                      *
      *-----------------------------------------------------------*
       01 SNAPSHOT-DAYS.
           05 SD-PERIOD OCCURS 3 TIMES.
              10 SD-DAY OCCURS 31 TIMES.
                 15 SD-SEEN       PIC X.
                 15 SD-TIME       PIC 9(6).
                 15 SD-CENSUS     PIC 9(4) OCCURS 30 TIMES.

       01 UNIT-COUNTS.
           05 UC-ENTRY OCCURS 30 TIMES.
              10 UC-UNIT       PIC X(4).
              10 UC-BEDS       PIC 9(4).
              10 UC-SNAP-BEDS  PIC 9(4).
              10 UC-PERIOD OCCURS 3 TIMES.
                 15 UC-PT-DAYS    PIC 9(6).
                 15 UC-ADMITS     PIC 9(5).
                 15 UC-DISCHARGES PIC 9(5).
                 15 UC-XFER-IN    PIC 9(5).
                 15 UC-XFER-OUT   PIC 9(5).
                 15 UC-LOS-DAYS   PIC 9(7).
       01 UC-TOTAL            PIC 99 VALUE 0.

      *-----------------------------------------------------------*
      * One printed line's figures, filled from a unit's row or   *
      * from the hospital totals.                                 *
      *-----------------------------------------------------------*
       01 LINE-FIGURES.
           05 LF-BEDS          PIC 9(4).
           05 LF-PT-DAYS       PIC 9(6).
           05 LF-ADMITS        PIC 9(5).
           05 LF-DISCHARGES    PIC 9(5).
           05 LF-XFER-IN       PIC 9(5).
           05 LF-XFER-OUT      PIC 9(5).
           05 LF-LOS-DAYS      PIC 9(7).
       01 LF-ADC               PIC 9(4)V9.
       01 LF-ADC-OUT           PIC ZZZ9.9.
       01 LF-OCC-PCT           PIC 9(3)V9.
       01 LF-OCC-OUT           PIC ZZ9.9.
       01 LF-ALOS              PIC 9(3)V9.
       01 LF-ALOS-OUT          PIC ZZ9.9.
       01 LF-UNIT-OUT          PIC X(4).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT TODAY-STAMP FROM DATE YYYYMMDD
           DISPLAY "Statistics month YYYYMM (blank = last month): "
           ACCEPT MONTH-ENTRY
           IF MONTH-ENTRY = SPACES
               MOVE TODAY-STAMP(1:6) TO LINE-MONTH
               PERFORM STEP-BACK-ONE-MONTH
               MOVE LINE-MONTH TO REPORT-MONTH
           ELSE
               COMPUTE REPORT-MONTH = FUNCTION NUMVAL(MONTH-ENTRY)
           END-IF
           PERFORM SET-PERIODS
           INITIALIZE SNAPSHOT-DAYS
           PERFORM LOAD-BED-MASTER

           OPEN INPUT CENSUS-SNAPSHOT-FILE
           IF CENSNP-FILE-STATUS = "00"
               PERFORM UNTIL 1 = 2
                   READ CENSUS-SNAPSHOT-FILE
                       AT END
                           EXIT PERFORM
                   END-READ
                   PERFORM TAKE-SNAPSHOT-LINE
               END-PERFORM
               CLOSE CENSUS-SNAPSHOT-FILE
           ELSE
               DISPLAY "No census snapshots (HFCENSNP) -- patient-"
                   "days and census will print as zero"
               MOVE 4 TO RETURN-CODE
           END-IF

           OPEN INPUT STAY-LOG-FILE
           IF STAYLOG-FILE-STATUS = "00"
               PERFORM UNTIL 1 = 2
                   READ STAY-LOG-FILE
                       AT END
                           EXIT PERFORM
                   END-READ
                   PERFORM TALLY-MOVEMENT
               END-PERFORM
               CLOSE STAY-LOG-FILE
           END-IF

           OPEN INPUT DISCHARGE-HISTORY-FILE
           IF DSCHST-FILE-STATUS = "00"
               PERFORM UNTIL 1 = 2
                   READ DISCHARGE-HISTORY-FILE
                       AT END
                           EXIT PERFORM
                   END-READ
                   PERFORM TALLY-DISCHARGE
               END-PERFORM
               CLOSE DISCHARGE-HISTORY-FILE
           END-IF

           PERFORM SUM-PATIENT-DAYS
           OPEN OUTPUT PRINT-FILE
           PERFORM PRINT-REPORT
           CLOSE PRINT-FILE
           DISPLAY "Census statistics for " REPORT-MONTH
               " written to HFCENSTA: " UC-TOTAL " units"
           IF SKIPPED-COUNT > 0
               DISPLAY SKIPPED-COUNT
                   " records for units over the table limit not counted"
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

      *-----------------------------------------------------------*
      * LINE-MONTH goes back one calendar month.                  *
      *-----------------------------------------------------------*
       STEP-BACK-ONE-MONTH.
           COMPUTE MONTH-YEAR = LINE-MONTH / 100
           COMPUTE MONTH-NUMBER = LINE-MONTH - MONTH-YEAR * 100
           IF MONTH-NUMBER <= 1
               SUBTRACT 1 FROM MONTH-YEAR
               MOVE 12 TO MONTH-NUMBER
           ELSE
               SUBTRACT 1 FROM MONTH-NUMBER
           END-IF
           COMPUTE LINE-MONTH = MONTH-YEAR * 100 + MONTH-NUMBER
           .

       SET-PERIODS.
           MOVE REPORT-MONTH TO PK-MONTH(1)
           MOVE REPORT-MONTH TO LINE-MONTH
           PERFORM STEP-BACK-ONE-MONTH
           MOVE LINE-MONTH TO PK-MONTH(2)
           COMPUTE PK-MONTH(3) = REPORT-MONTH - 100
           PERFORM VARYING P-IDX FROM 1 BY 1 UNTIL P-IDX > 3
               MOVE 0 TO PK-CENSUS-DAYS(P-IDX)
               COMPUTE FIRST-OF-MONTH = PK-MONTH(P-IDX) * 100 + 1
               COMPUTE MONTH-YEAR = PK-MONTH(P-IDX) / 100
               COMPUTE MONTH-NUMBER =
                   PK-MONTH(P-IDX) - MONTH-YEAR * 100
               IF MONTH-NUMBER >= 12
                   ADD 1 TO MONTH-YEAR
                   MOVE 1 TO MONTH-NUMBER
               ELSE
                   ADD 1 TO MONTH-NUMBER
               END-IF
               COMPUTE FIRST-OF-NEXT =
                   MONTH-YEAR * 10000 + MONTH-NUMBER * 100 + 1
               COMPUTE PK-CAL-DAYS(P-IDX) =
                   FUNCTION INTEGER-OF-DATE(FIRST-OF-NEXT)
                   - FUNCTION INTEGER-OF-DATE(FIRST-OF-MONTH)
           END-PERFORM
           .

      *-----------------------------------------------------------*
      * HFBEDS gives each unit's capacity and puts every unit on  *
      * the report, whether or not it had patients.               *
      *-----------------------------------------------------------*
       LOAD-BED-MASTER.
           OPEN INPUT BED-MASTER-FILE
           IF BEDS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ BED-MASTER-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               MOVE BM-UNIT TO LINE-UNIT
               PERFORM FIND-UNIT
               IF U-IDX > 0
                   ADD 1 TO UC-BEDS(U-IDX)
               END-IF
           END-PERFORM
           CLOSE BED-MASTER-FILE
           .

       TAKE-SNAPSHOT-LINE.
           IF CN-DATE IS NOT NUMERIC OR CN-CENSUS IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE CN-DATE(1:6) TO LINE-MONTH
           PERFORM FIND-PERIOD
           IF P-IDX = 0
               EXIT PARAGRAPH
           END-IF
           MOVE CN-DATE(7:2) TO LINE-DAY
           IF LINE-DAY < 1 OR LINE-DAY > 31
               EXIT PARAGRAPH
           END-IF
           MOVE CN-UNIT TO LINE-UNIT
           PERFORM FIND-UNIT
           IF U-IDX = 0
               ADD 1 TO SKIPPED-COUNT
               EXIT PARAGRAPH
           END-IF
           IF SD-SEEN(P-IDX, LINE-DAY) NOT = "Y"
                   OR SD-TIME(P-IDX, LINE-DAY) NOT = CN-TIME
               IF SD-SEEN(P-IDX, LINE-DAY) NOT = "Y"
                   ADD 1 TO PK-CENSUS-DAYS(P-IDX)
               END-IF
               MOVE "Y" TO SD-SEEN(P-IDX, LINE-DAY)
               MOVE CN-TIME TO SD-TIME(P-IDX, LINE-DAY)
               PERFORM VARYING D-IDX FROM 1 BY 1 UNTIL D-IDX > 30
                   MOVE 0 TO SD-CENSUS(P-IDX, LINE-DAY, D-IDX)
               END-PERFORM
           END-IF
           MOVE CN-CENSUS TO SD-CENSUS(P-IDX, LINE-DAY, U-IDX)
           IF CN-BEDS IS NUMERIC AND CN-BEDS > UC-SNAP-BEDS(U-IDX)
               MOVE CN-BEDS TO UC-SNAP-BEDS(U-IDX)
           END-IF
           .

      *-----------------------------------------------------------*
      * Admissions count on the admitting unit. A transfer counts *
      * in on its new unit and out on SL-FROM-UNIT; a bed move    *
      * within one unit is neither. Transfers logged before the   *
      * stay log carried the unit left cannot be placed and are   *
      * only counted for the footnote.                            *
      *-----------------------------------------------------------*
       TALLY-MOVEMENT.
           IF SL-DATE IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF SL-TYPE NOT = "ADM" AND SL-TYPE NOT = "XFR"
               EXIT PARAGRAPH
           END-IF
           MOVE SL-DATE(1:6) TO LINE-MONTH
           PERFORM FIND-PERIOD
           IF P-IDX = 0
               EXIT PARAGRAPH
           END-IF
           IF SL-TYPE = "XFR"
               IF SL-FROM-UNIT = SPACES
                   IF P-IDX = 1
                       ADD 1 TO NO-FROM-UNIT-COUNT
                   END-IF
                   EXIT PARAGRAPH
               END-IF
               IF SL-FROM-UNIT = SL-UNIT
                   EXIT PARAGRAPH
               END-IF
               MOVE SL-FROM-UNIT TO LINE-UNIT
               PERFORM FIND-UNIT
               IF U-IDX = 0
                   ADD 1 TO SKIPPED-COUNT
               ELSE
                   ADD 1 TO UC-XFER-OUT(U-IDX, P-IDX)
               END-IF
           END-IF
           MOVE SL-UNIT TO LINE-UNIT
           PERFORM FIND-UNIT
           IF U-IDX = 0
               ADD 1 TO SKIPPED-COUNT
               EXIT PARAGRAPH
           END-IF
           IF SL-TYPE = "ADM"
               ADD 1 TO UC-ADMITS(U-IDX, P-IDX)
           ELSE
               ADD 1 TO UC-XFER-IN(U-IDX, P-IDX)
           END-IF
           .

      *-----------------------------------------------------------*
      * Length of stay is the stay's accrued bed-days, counted    *
      * on the discharging unit in the month of discharge.        *
      *-----------------------------------------------------------*
       TALLY-DISCHARGE.
           IF DH-DISCHARGE-DATE IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE DH-DISCHARGE-DATE(1:6) TO LINE-MONTH
           PERFORM FIND-PERIOD
           IF P-IDX = 0
               EXIT PARAGRAPH
           END-IF
           MOVE DH-UNIT TO LINE-UNIT
           PERFORM FIND-UNIT
           IF U-IDX = 0
               ADD 1 TO SKIPPED-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO UC-DISCHARGES(U-IDX, P-IDX)
           IF DH-BED-DAYS IS NUMERIC
               ADD DH-BED-DAYS TO UC-LOS-DAYS(U-IDX, P-IDX)
           END-IF
           .

       SUM-PATIENT-DAYS.
           PERFORM VARYING P-IDX FROM 1 BY 1 UNTIL P-IDX > 3
               PERFORM VARYING LINE-DAY FROM 1 BY 1
                       UNTIL LINE-DAY > 31
                   PERFORM VARYING U-IDX FROM 1 BY 1
                           UNTIL U-IDX > UC-TOTAL
                       ADD SD-CENSUS(P-IDX, LINE-DAY, U-IDX)
                           TO UC-PT-DAYS(U-IDX, P-IDX)
                   END-PERFORM
               END-PERFORM
           END-PERFORM
           .

       FIND-PERIOD.
           PERFORM VARYING P-IDX FROM 1 BY 1 UNTIL P-IDX > 3
               IF PK-MONTH(P-IDX) = LINE-MONTH
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           MOVE 0 TO P-IDX
           .

      *-----------------------------------------------------------*
      * U-IDX comes back pointing at LINE-UNIT's row, added if    *
      * new, or zero once the table is full.                      *
      *-----------------------------------------------------------*
       FIND-UNIT.
           PERFORM VARYING U-IDX FROM 1 BY 1 UNTIL U-IDX > UC-TOTAL
               IF UC-UNIT(U-IDX) = LINE-UNIT
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF UC-TOTAL >= 30
               MOVE 0 TO U-IDX
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO UC-TOTAL
           MOVE UC-TOTAL TO U-IDX
           INITIALIZE UC-ENTRY(U-IDX)
           MOVE LINE-UNIT TO UC-UNIT(U-IDX)
           .

       PRINT-REPORT.
           MOVE SPACES TO PRINT-RECORD
           STRING "MONTHLY CENSUS STATISTICS FOR " REPORT-MONTH
               DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD
           STRING "(DAYS WITH A MIDNIGHT CENSUS: "
               PK-MONTH(1) " " PK-CENSUS-DAYS(1) "/" PK-CAL-DAYS(1)
               "  " PK-MONTH(2) " " PK-CENSUS-DAYS(2) "/"
               PK-CAL-DAYS(2)
               "  " PK-MONTH(3) " " PK-CENSUS-DAYS(3) "/"
               PK-CAL-DAYS(3) ")"
               DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD
           STRING "UNIT MONTH  BEDS PTDAYS    ADC  OCC%  ADMS  DSCH"
               " XF-IN XFOUT  ALOS"
               DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD
           PERFORM VARYING U-IDX FROM 1 BY 1 UNTIL U-IDX > UC-TOTAL
               PERFORM PRINT-UNIT-BLOCK
           END-PERFORM
           PERFORM PRINT-HOSPITAL-BLOCK
           IF NO-FROM-UNIT-COUNT > 0
               MOVE SPACES TO PRINT-RECORD
               WRITE PRINT-RECORD
               MOVE SPACES TO PRINT-RECORD
               STRING "(" NO-FROM-UNIT-COUNT " TRANSFERS IN "
                   REPORT-MONTH " CARRY NO UNIT LEFT AND ARE NOT"
                   " COUNTED)"
                   DELIMITED BY SIZE INTO PRINT-RECORD
               WRITE PRINT-RECORD
           END-IF
           .

      *-----------------------------------------------------------*
      * Capacity is the unit's HFBEDS bed count; a unit missing   *
      * from the bed master is judged against the largest count   *
      * its snapshots carried.                                    *
      *-----------------------------------------------------------*
       PRINT-UNIT-BLOCK.
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE UC-UNIT(U-IDX) TO LF-UNIT-OUT
           IF LF-UNIT-OUT = SPACES
               MOVE "----" TO LF-UNIT-OUT
           END-IF
           PERFORM VARYING P-IDX FROM 1 BY 1 UNTIL P-IDX > 3
               MOVE UC-BEDS(U-IDX) TO LF-BEDS
               IF LF-BEDS = 0
                   MOVE UC-SNAP-BEDS(U-IDX) TO LF-BEDS
               END-IF
               MOVE UC-PT-DAYS(U-IDX, P-IDX) TO LF-PT-DAYS
               MOVE UC-ADMITS(U-IDX, P-IDX) TO LF-ADMITS
               MOVE UC-DISCHARGES(U-IDX, P-IDX) TO LF-DISCHARGES
               MOVE UC-XFER-IN(U-IDX, P-IDX) TO LF-XFER-IN
               MOVE UC-XFER-OUT(U-IDX, P-IDX) TO LF-XFER-OUT
               MOVE UC-LOS-DAYS(U-IDX, P-IDX) TO LF-LOS-DAYS
               PERFORM PRINT-FIGURES-LINE
               MOVE SPACES TO LF-UNIT-OUT
           END-PERFORM
           .

       PRINT-HOSPITAL-BLOCK.
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE "ALL " TO LF-UNIT-OUT
           PERFORM VARYING P-IDX FROM 1 BY 1 UNTIL P-IDX > 3
               INITIALIZE LINE-FIGURES
               PERFORM VARYING U-IDX FROM 1 BY 1
                       UNTIL U-IDX > UC-TOTAL
                   IF UC-BEDS(U-IDX) > 0
                       ADD UC-BEDS(U-IDX) TO LF-BEDS
                   ELSE
                       ADD UC-SNAP-BEDS(U-IDX) TO LF-BEDS
                   END-IF
                   ADD UC-PT-DAYS(U-IDX, P-IDX) TO LF-PT-DAYS
                   ADD UC-ADMITS(U-IDX, P-IDX) TO LF-ADMITS
                   ADD UC-DISCHARGES(U-IDX, P-IDX) TO LF-DISCHARGES
                   ADD UC-XFER-IN(U-IDX, P-IDX) TO LF-XFER-IN
                   ADD UC-XFER-OUT(U-IDX, P-IDX) TO LF-XFER-OUT
                   ADD UC-LOS-DAYS(U-IDX, P-IDX) TO LF-LOS-DAYS
               END-PERFORM
               PERFORM PRINT-FIGURES-LINE
               MOVE SPACES TO LF-UNIT-OUT
           END-PERFORM
           .

      *-----------------------------------------------------------*
      * Average daily census is patient-days over the days a      *
      * midnight census was taken, so a missed night does not     *
      * read as an empty hospital.                                *
      *-----------------------------------------------------------*
       PRINT-FIGURES-LINE.
           MOVE 0 TO LF-ADC
           IF PK-CENSUS-DAYS(P-IDX) > 0
               COMPUTE LF-ADC ROUNDED =
                   LF-PT-DAYS / PK-CENSUS-DAYS(P-IDX)
           END-IF
           MOVE 0 TO LF-OCC-PCT
           IF LF-BEDS > 0
               COMPUTE LF-OCC-PCT ROUNDED = LF-ADC * 100 / LF-BEDS
                   ON SIZE ERROR
                       MOVE 999.9 TO LF-OCC-PCT
               END-COMPUTE
           END-IF
           MOVE 0 TO LF-ALOS
           IF LF-DISCHARGES > 0
               COMPUTE LF-ALOS ROUNDED = LF-LOS-DAYS / LF-DISCHARGES
                   ON SIZE ERROR
                       MOVE 999.9 TO LF-ALOS
               END-COMPUTE
           END-IF
           MOVE LF-ADC TO LF-ADC-OUT
           MOVE LF-OCC-PCT TO LF-OCC-OUT
           MOVE LF-ALOS TO LF-ALOS-OUT
           MOVE SPACES TO PRINT-RECORD
           STRING LF-UNIT-OUT " " PK-MONTH(P-IDX) " " LF-BEDS " "
               LF-PT-DAYS " " LF-ADC-OUT " " LF-OCC-OUT " "
               LF-ADMITS " " LF-DISCHARGES " " LF-XFER-IN " "
               LF-XFER-OUT " " LF-ALOS-OUT
               DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD
           .
