       IDENTIFICATION DIVISION.
       PROGRAM-ID. HFACCRPT.
       AUTHOR. CAZZY.
       REMARKS. >
           Weekly patient record access review. Reads the week's
           HFACCLOG access log (the seven days ending on the date
           entered, today when blank) and prints, per operator,
           the records opened, distinct patients, break-the-glass
           and refused accesses, and the bed count of the
           operator's OPERMAST units from the HFBEDS bed master.
           An operator is flagged when the distinct patients
           opened run past twice what their units hold, when
           break-the-glass accesses reach the weekly limit, or
           when any access was refused.

      *-----------------------------------------------------------*
      * Mod history:
      *   2026-10-15  CAZZY - written; privacy compliance asked
      *               who looked at which patient and nobody knew.
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCESS-LOG-FILE ASSIGN TO "HFACCLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACCLOG-FILE-STATUS.
           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERMAST-FILE-STATUS.
           SELECT BED-MASTER-FILE ASSIGN TO "HFBEDS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BEDS-FILE-STATUS.
           SELECT PRINT-FILE ASSIGN TO "HFACCRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCESS-LOG-FILE.
       01  ACCESS-LOG-RECORD.
           COPY HFACCLOG REPLACING ==:LVL:== BY ==05==.

       FD  OPERATOR-MASTER-FILE.
       01  OPERATOR-MASTER-RECORD.
           COPY OPERREC REPLACING ==:LVL:== BY ==05==.

       FD  BED-MASTER-FILE.
       01  BED-MASTER-RECORD.
           05 BM-UNIT          PIC X(4).
           05 BM-ROOM          PIC X(4).
           05 BM-BED           PIC X(4).

       FD  PRINT-FILE.
       01  PRINT-RECORD        PIC X(80).

       WORKING-STORAGE SECTION.
       77 ACCLOG-FILE-STATUS   PIC X(2).
       77 OPERMAST-FILE-STATUS PIC X(2).
       77 BEDS-FILE-STATUS     PIC X(2).
       77 PRINT-FILE-STATUS    PIC X(2).
       77 WEEK-ENTRY           PIC X(10).
       77 WEEK-END             PIC 9(8).
       77 WEEK-START           PIC 9(8).
       77 GLASS-LIMIT          PIC 99 VALUE 3.
       77 O-IDX                PIC 99.
       77 P-IDX                PIC 9(4).
       77 U-IDX                PIC 99.
       77 K-IDX                PIC 9.
       77 LINE-UNIT            PIC X(4).
       77 FLAG-TEXT            PIC X(20).
       77 FLAG-PTR             PIC 99.
       77 FLAGGED-COUNT        PIC 99 VALUE 0.
       77 VIEW-TOTAL           PIC 9(6) VALUE 0.
       77 SKIPPED-COUNT        PIC 9(6) VALUE 0.

      *-----------------------------------------------------------*
      * One row per operator seen in the week's log; the units    *
      * and their bed count come from OPERMAST and HFBEDS.        *
      *-----------------------------------------------------------*
       01 OPERATOR-COUNTS.
           05 OC-ENTRY OCCURS 50 TIMES.
              10 OC-OPERATOR   PIC X(8).
              10 OC-UNITS      PIC X(12).
              10 OC-VIEWS      PIC 9(5).
              10 OC-PATIENTS   PIC 9(4).
              10 OC-GLASS      PIC 9(4).
              10 OC-REFUSED    PIC 9(4).
              10 OC-BEDS       PIC 9(4).
       01 OC-COUNT             PIC 99 VALUE 0.

      *-----------------------------------------------------------*
      * Operator/MRN pairs already counted, so a patient opened   *
      * five times is one patient.                                *
      *-----------------------------------------------------------*
       01 SEEN-PAIRS.
           05 SEEN-ENTRY OCCURS 2000 TIMES.
              10 SP-OPERATOR   PIC X(8).
              10 SP-MRN        PIC 9(6).
       01 SEEN-COUNT           PIC 9(4) VALUE 0.

       01 UNIT-BEDS.
           05 UB-ENTRY OCCURS 30 TIMES.
              10 UB-UNIT       PIC X(4).
              10 UB-BEDS       PIC 9(4).
       01 UB-COUNT             PIC 99 VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "Week ending YYYYMMDD (blank for today): "
           MOVE SPACES TO WEEK-ENTRY
           ACCEPT WEEK-ENTRY
           IF WEEK-ENTRY(1:8) IS NUMERIC
               MOVE WEEK-ENTRY(1:8) TO WEEK-END
           ELSE
               ACCEPT WEEK-END FROM DATE YYYYMMDD
           END-IF
           COMPUTE WEEK-START = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WEEK-END) - 6)

           OPEN INPUT ACCESS-LOG-FILE
           IF ACCLOG-FILE-STATUS NOT = "00"
               DISPLAY "Cannot open HFACCLOG, status "
                   ACCLOG-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL 1 = 2
               READ ACCESS-LOG-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               PERFORM TALLY-ACCESS
           END-PERFORM
           CLOSE ACCESS-LOG-FILE

           PERFORM LOAD-UNIT-BEDS
           PERFORM LOAD-OPERATOR-UNITS

           OPEN OUTPUT PRINT-FILE
           PERFORM PRINT-REPORT
           CLOSE PRINT-FILE
           DISPLAY "Access review " WEEK-START "-" WEEK-END ": "
               VIEW-TOTAL " accesses, " OC-COUNT " operators, "
               FLAGGED-COUNT " flagged (HFACCRPT)"
           IF SKIPPED-COUNT > 0
               DISPLAY SKIPPED-COUNT " accesses past the table "
                   "limits were not counted"
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       TALLY-ACCESS.
           IF AX-DATE IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF AX-DATE < WEEK-START OR AX-DATE > WEEK-END
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING O-IDX FROM 1 BY 1 UNTIL O-IDX > OC-COUNT
               IF OC-OPERATOR(O-IDX) = AX-OPERATOR
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF O-IDX > OC-COUNT
               IF OC-COUNT >= 50
                   ADD 1 TO SKIPPED-COUNT
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO OC-COUNT
               MOVE OC-COUNT TO O-IDX
               INITIALIZE OC-ENTRY(O-IDX)
               MOVE AX-OPERATOR TO OC-OPERATOR(O-IDX)
           END-IF
           ADD 1 TO OC-VIEWS(O-IDX)
           ADD 1 TO VIEW-TOTAL
           EVALUATE AX-ACCESS
               WHEN "G"
                   ADD 1 TO OC-GLASS(O-IDX)
               WHEN "R"
                   ADD 1 TO OC-REFUSED(O-IDX)
           END-EVALUATE
      *    A refused access opened nothing, so it is not a patient
      *    seen.
           IF AX-ACCESS = "R" OR AX-MRN IS NOT NUMERIC OR AX-MRN = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING P-IDX FROM 1 BY 1 UNTIL P-IDX > SEEN-COUNT
               IF SP-OPERATOR(P-IDX) = AX-OPERATOR
                       AND SP-MRN(P-IDX) = AX-MRN
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF SEEN-COUNT >= 2000
               ADD 1 TO SKIPPED-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO SEEN-COUNT
           MOVE AX-OPERATOR TO SP-OPERATOR(SEEN-COUNT)
           MOVE AX-MRN TO SP-MRN(SEEN-COUNT)
           ADD 1 TO OC-PATIENTS(O-IDX)
           .

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
               IF BM-UNIT NOT = SPACES
                   MOVE BM-UNIT TO LINE-UNIT
                   PERFORM FIND-UNIT
                   IF U-IDX > 0
                       ADD 1 TO UB-BEDS(U-IDX)
                   END-IF
               END-IF
           END-PERFORM
           CLOSE BED-MASTER-FILE
           .

      *-----------------------------------------------------------*
      * U-IDX comes back pointing at LINE-UNIT's row, added if    *
      * new, or zero once the table is full.                      *
      *-----------------------------------------------------------*
       FIND-UNIT.
           PERFORM VARYING U-IDX FROM 1 BY 1 UNTIL U-IDX > UB-COUNT
               IF UB-UNIT(U-IDX) = LINE-UNIT
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF UB-COUNT >= 30
               MOVE 0 TO U-IDX
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO UB-COUNT
           MOVE UB-COUNT TO U-IDX
           MOVE LINE-UNIT TO UB-UNIT(U-IDX)
           MOVE 0 TO UB-BEDS(U-IDX)
           .

      *-----------------------------------------------------------*
      * Each logged operator's units from OPERMAST, and the beds  *
      * those units hold. ALL (house-wide) or no units leaves the *
      * bed count at zero: there is no unit size to compare to.   *
      *-----------------------------------------------------------*
       LOAD-OPERATOR-UNITS.
           OPEN INPUT OPERATOR-MASTER-FILE
           IF OPERMAST-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ OPERATOR-MASTER-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               PERFORM VARYING O-IDX FROM 1 BY 1
                       UNTIL O-IDX > OC-COUNT
                   IF OC-OPERATOR(O-IDX) = OM-ID
                       MOVE OM-UNITS TO OC-UNITS(O-IDX)
                       PERFORM COUNT-OPERATOR-BEDS
                   END-IF
               END-PERFORM
           END-PERFORM
           CLOSE OPERATOR-MASTER-FILE
           .

       COUNT-OPERATOR-BEDS.
           MOVE 0 TO OC-BEDS(O-IDX)
           IF OM-UNITS(1:4) = "ALL "
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING K-IDX FROM 1 BY 1 UNTIL K-IDX > 3
               MOVE OM-UNITS((K-IDX - 1) * 4 + 1:4) TO LINE-UNIT
               IF LINE-UNIT NOT = SPACES
                   PERFORM VARYING U-IDX FROM 1 BY 1
                           UNTIL U-IDX > UB-COUNT
                       IF UB-UNIT(U-IDX) = LINE-UNIT
                           ADD UB-BEDS(U-IDX) TO OC-BEDS(O-IDX)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           .

       PRINT-REPORT.
           MOVE SPACES TO PRINT-RECORD
           STRING "PATIENT RECORD ACCESS REVIEW " WEEK-START
               " - " WEEK-END
               DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD
           STRING "OPERATOR UNITS        VIEWS PATS GLASS REFD "
               "BEDS FLAGS"
               DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD
           PERFORM VARYING O-IDX FROM 1 BY 1 UNTIL O-IDX > OC-COUNT
               PERFORM PRINT-OPERATOR-LINE
           END-PERFORM
           MOVE SPACES TO PRINT-RECORD
           STRING "ACCESSES=" VIEW-TOTAL " OPERATORS=" OC-COUNT
               " FLAGGED=" FLAGGED-COUNT
               DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD
           .

      *-----------------------------------------------------------*
      * MANY   distinct patients more than twice the operator's   *
      *        unit beds (only when the units have a bed count)   *
      * GLASS  break-the-glass accesses at GLASS-LIMIT or more    *
      * REFUSED an off-unit access abandoned without a reason     *
      *-----------------------------------------------------------*
       PRINT-OPERATOR-LINE.
           MOVE SPACES TO FLAG-TEXT
           MOVE 1 TO FLAG-PTR
           IF OC-BEDS(O-IDX) > 0
                   AND OC-PATIENTS(O-IDX) > OC-BEDS(O-IDX) * 2
               STRING "MANY " DELIMITED BY SIZE
                   INTO FLAG-TEXT WITH POINTER FLAG-PTR
           END-IF
           IF OC-GLASS(O-IDX) >= GLASS-LIMIT
               STRING "GLASS " DELIMITED BY SIZE
                   INTO FLAG-TEXT WITH POINTER FLAG-PTR
           END-IF
           IF OC-REFUSED(O-IDX) > 0
               STRING "REFUSED" DELIMITED BY SIZE
                   INTO FLAG-TEXT WITH POINTER FLAG-PTR
           END-IF
           IF FLAG-TEXT NOT = SPACES
               ADD 1 TO FLAGGED-COUNT
           END-IF
           MOVE SPACES TO PRINT-RECORD
           STRING OC-OPERATOR(O-IDX) " " OC-UNITS(O-IDX) " "
               OC-VIEWS(O-IDX) " " OC-PATIENTS(O-IDX) " "
               OC-GLASS(O-IDX) "  " OC-REFUSED(O-IDX) " "
               OC-BEDS(O-IDX) " " FLAG-TEXT
               DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD
           .
