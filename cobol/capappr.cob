       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAPAPPR.
       AUTHOR. CAZZY.
       REMARKS. >
           Capital project appraisal, CALLed by URBANFLUX before a
           project's first draw and by UFCAPRPT to rank the
           pending proposals, the way LEDGRHIR is CALLed by the
           ledger reports. The caller names a UFCAPPRJ project and
           gives its budget, duration and the rate the city
           borrows at (ISSUE-BOND's BOND-RATE, per step). The
           budget goes out evenly over the duration, as URBANFLUX
           draws it; the project's UFCAPFLW lines bring in what
           it earns or saves and take out what it costs to run,
           step by step. From those flows the routine returns the
           net present value at the bond rate -- the compound
           discounting of ADVANCED-MATH-COBOL's future-value
           lesson run backwards -- the internal rate of return,
           found by halving the interval until the value crosses
           zero, and the payback in steps. It then judges the
           project against the UFCAPPOL hurdle rate and any
           council override on the same file, so every caller
           reaches the same verdict.

      *-----------------------------------------------------------*
      * Mod history:
      *   2026-10-15  CAZZY - written; the council approved capital
      *               projects on budget and duration alone.
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASH-FLOW-FILE ASSIGN TO "UFCAPFLW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FLOW-FILE-STATUS.
           SELECT APPRAISAL-POLICY-FILE ASSIGN TO "UFCAPPOL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS POLICY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *-----------------------------------------------------------*
      * One line per stream of money a project brings:            *
      *   project kind amount from-step to-step                   *
      * e.g. PARKWAY ENERGY 150 6 40 -- 150 a step saved on       *
      * energy from the sixth step of the project to the 40th.    *
      * A negative amount is a running cost. Steps count from the *
      * project's first draw; the kind is for the reader only.    *
      *-----------------------------------------------------------*
       FD  CASH-FLOW-FILE.
       01  CASH-FLOW-RECORD    PIC X(80).

      *-----------------------------------------------------------*
      * Keyword lines:                                            *
      *   HURDLE    rate per step a project must return (e.g.     *
      *             0.0600); the bond rate when there is none     *
      *   OVERRIDE  project reference -- the council has voted    *
      *             the project through although it fails         *
      *-----------------------------------------------------------*
       FD  APPRAISAL-POLICY-FILE.
       01  APPRAISAL-POLICY-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       77 FLOW-FILE-STATUS    PIC X(2).
       77 POLICY-FILE-STATUS  PIC X(2).
       77 MAX-PERIODS         PIC 99 VALUE 99.
       77 T-IDX               PIC 9(3).
       77 FROM-STEP           PIC 9(3).
       77 TO-STEP             PIC 9(3).
       77 FLOW-AMOUNT         PIC S9(7)V99.
       77 STEP-OUTLAY         PIC 9(7)V99.
       77 TRIAL-RATE          PIC 9V9(8).
       77 LOW-RATE            PIC 9V9(8).
       77 HIGH-RATE           PIC 9V9(8).
       77 DISC-FACTOR         PIC 9V9(12).
       77 TRIAL-NPV           PIC S9(9)V9(6).
       77 HALVINGS            PIC 99.
       77 CUM-FLOW            PIC S9(9)V99.
       77 PRIOR-CUM           PIC S9(9)V99.
       01 FLOW-TOKENS.
           05 FT-PROJECT       PIC X(10).
           05 FT-KIND          PIC X(10).
           05 FT-AMOUNT        PIC X(12).
           05 FT-FROM          PIC X(10).
           05 FT-TO            PIC X(10).
       01 POLICY-TOKENS.
           05 PK-KEYWORD       PIC X(10).
           05 PK-ARG1          PIC X(10).
           05 PK-ARG2          PIC X(20).

      *-----------------------------------------------------------*
      * The project's net flow in each step of its life.          *
      *-----------------------------------------------------------*
       01 FLOW-TABLE.
           05 FL-AMOUNT PIC S9(9)V99 OCCURS 99 TIMES.

       LINKAGE SECTION.
       01  LK-APPRAISAL.
           COPY CAPAPPR.

       PROCEDURE DIVISION USING LK-APPRAISAL.
       MAIN-LOGIC.
           MOVE 0 TO AP-PERIODS
           MOVE 0 TO AP-NET-FLOW
           MOVE 0 TO AP-NPV
           MOVE "N" TO AP-IRR-FOUND
           MOVE 0 TO AP-IRR
           MOVE "N" TO AP-PAYBACK-FOUND
           MOVE 0 TO AP-PAYBACK
           MOVE AP-RATE TO AP-HURDLE
           MOVE SPACES TO AP-REASON
           MOVE SPACES TO AP-OVERRIDE-REF
           PERFORM LOAD-APPRAISAL-POLICY
           PERFORM SPREAD-BUDGET
           PERFORM LOAD-CASH-FLOWS
           PERFORM VARYING T-IDX FROM 1 BY 1
                   UNTIL T-IDX > AP-PERIODS
               ADD FL-AMOUNT(T-IDX) TO AP-NET-FLOW
           END-PERFORM
           MOVE AP-RATE TO TRIAL-RATE
           PERFORM DISCOUNT-FLOWS
           COMPUTE AP-NPV ROUNDED = TRIAL-NPV
           PERFORM FIND-RETURN-RATE
           PERFORM FIND-PAYBACK
           PERFORM JUDGE-PROJECT
           GOBACK.

       LOAD-APPRAISAL-POLICY.
           OPEN INPUT APPRAISAL-POLICY-FILE
           IF POLICY-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ APPRAISAL-POLICY-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               MOVE SPACES TO POLICY-TOKENS
               UNSTRING APPRAISAL-POLICY-RECORD
                   DELIMITED BY ALL SPACES
                   INTO PK-KEYWORD PK-ARG1 PK-ARG2
               EVALUATE PK-KEYWORD
                   WHEN "HURDLE"
                       IF FUNCTION TEST-NUMVAL(PK-ARG1) = 0
                           COMPUTE AP-HURDLE =
                               FUNCTION NUMVAL(PK-ARG1)
                       END-IF
                   WHEN "OVERRIDE"
                       IF PK-ARG1 = AP-PROJECT
                           MOVE PK-ARG2 TO AP-OVERRIDE-REF
                           IF AP-OVERRIDE-REF = SPACES
                               MOVE "COUNCIL" TO AP-OVERRIDE-REF
                           END-IF
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM
           CLOSE APPRAISAL-POLICY-FILE
           .

      *-----------------------------------------------------------*
      * Each step of construction draws budget/duration, as       *
      * ADVANCE-ONE-PROJECT does; a project with no duration      *
      * spends it all in its first step.                          *
      *-----------------------------------------------------------*
       SPREAD-BUDGET.
           PERFORM VARYING T-IDX FROM 1 BY 1
                   UNTIL T-IDX > MAX-PERIODS
               MOVE 0 TO FL-AMOUNT(T-IDX)
           END-PERFORM
           IF AP-DURATION = 0
               MOVE 1 TO AP-PERIODS
               COMPUTE FL-AMOUNT(1) = 0 - AP-BUDGET
               EXIT PARAGRAPH
           END-IF
           MOVE AP-DURATION TO AP-PERIODS
           COMPUTE STEP-OUTLAY ROUNDED = AP-BUDGET / AP-DURATION
           PERFORM VARYING T-IDX FROM 1 BY 1
                   UNTIL T-IDX > AP-DURATION
               COMPUTE FL-AMOUNT(T-IDX) = 0 - STEP-OUTLAY
           END-PERFORM
           .

       LOAD-CASH-FLOWS.
           OPEN INPUT CASH-FLOW-FILE
           IF FLOW-FILE-STATUS NOT = "00"
               MOVE "X" TO AP-RESULT
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO AP-RESULT
           PERFORM UNTIL 1 = 2
               READ CASH-FLOW-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               MOVE SPACES TO FLOW-TOKENS
               UNSTRING CASH-FLOW-RECORD DELIMITED BY ALL SPACES
                   INTO FT-PROJECT FT-KIND FT-AMOUNT FT-FROM FT-TO
               IF FT-PROJECT = AP-PROJECT
                   PERFORM ADD-CASH-FLOW
               END-IF
           END-PERFORM
           CLOSE CASH-FLOW-FILE
           .

       ADD-CASH-FLOW.
           IF FUNCTION TEST-NUMVAL(FT-AMOUNT) NOT = 0
                   OR FUNCTION TRIM(FT-FROM) IS NOT NUMERIC
                   OR FUNCTION TRIM(FT-TO) IS NOT NUMERIC
               DISPLAY "UFCAPFLW line ignored: "
                   FUNCTION TRIM(CASH-FLOW-RECORD)
               EXIT PARAGRAPH
           END-IF
           COMPUTE FLOW-AMOUNT = FUNCTION NUMVAL(FT-AMOUNT)
           COMPUTE FROM-STEP = FUNCTION NUMVAL(FT-FROM)
           COMPUTE TO-STEP = FUNCTION NUMVAL(FT-TO)
           IF FROM-STEP = 0 OR TO-STEP < FROM-STEP
                   OR FROM-STEP > MAX-PERIODS
               DISPLAY "UFCAPFLW line ignored: "
                   FUNCTION TRIM(CASH-FLOW-RECORD)
               EXIT PARAGRAPH
           END-IF
           IF TO-STEP > MAX-PERIODS
               DISPLAY "UFCAPFLW line for " AP-PROJECT
                   " cut off at step " MAX-PERIODS
               MOVE MAX-PERIODS TO TO-STEP
           END-IF
           MOVE "V" TO AP-RESULT
           PERFORM VARYING T-IDX FROM FROM-STEP BY 1
                   UNTIL T-IDX > TO-STEP
               ADD FLOW-AMOUNT TO FL-AMOUNT(T-IDX)
           END-PERFORM
           IF TO-STEP > AP-PERIODS
               MOVE TO-STEP TO AP-PERIODS
           END-IF
           .

      *-----------------------------------------------------------*
      * Value today of the flows at TRIAL-RATE per step: each     *
      * step's flow over (1 + rate) to the power of the step,     *
      * the discount factor carried forward a step at a time.     *
      *-----------------------------------------------------------*
       DISCOUNT-FLOWS.
           MOVE 0 TO TRIAL-NPV
           MOVE 1 TO DISC-FACTOR
           PERFORM VARYING T-IDX FROM 1 BY 1
                   UNTIL T-IDX > AP-PERIODS
               COMPUTE DISC-FACTOR ROUNDED =
                   DISC-FACTOR / (1 + TRIAL-RATE)
               COMPUTE TRIAL-NPV ROUNDED =
                   TRIAL-NPV + FL-AMOUNT(T-IDX) * DISC-FACTOR
           END-PERFORM
           .

      *-----------------------------------------------------------*
      * The rate that brings the value to zero. A project whose   *
      * flows never add back up to its budget has none; anything  *
      * returning more than 100 percent a step is shown as        *
      * 0.9999. Otherwise the interval is halved until it is      *
      * narrower than the four places the rate is reported to.    *
      *-----------------------------------------------------------*
       FIND-RETURN-RATE.
           IF AP-NET-FLOW NOT > 0
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO AP-IRR-FOUND
           MOVE 1 TO TRIAL-RATE
           PERFORM DISCOUNT-FLOWS
           IF TRIAL-NPV > 0
               MOVE 0.9999 TO AP-IRR
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO LOW-RATE
           MOVE 1 TO HIGH-RATE
           PERFORM VARYING HALVINGS FROM 1 BY 1 UNTIL HALVINGS > 20
               COMPUTE TRIAL-RATE = (LOW-RATE + HIGH-RATE) / 2
               PERFORM DISCOUNT-FLOWS
               IF TRIAL-NPV > 0
                   MOVE TRIAL-RATE TO LOW-RATE
               ELSE
                   MOVE TRIAL-RATE TO HIGH-RATE
               END-IF
           END-PERFORM
           MOVE LOW-RATE TO AP-IRR
           .

      *-----------------------------------------------------------*
      * Steps until the running total of the flows comes back up  *
      * through zero for the last time, the step it happens in    *
      * taken pro rata.                                           *
      *-----------------------------------------------------------*
       FIND-PAYBACK.
           MOVE 0 TO CUM-FLOW
           PERFORM VARYING T-IDX FROM 1 BY 1
                   UNTIL T-IDX > AP-PERIODS
               MOVE CUM-FLOW TO PRIOR-CUM
               ADD FL-AMOUNT(T-IDX) TO CUM-FLOW
               IF PRIOR-CUM < 0 AND CUM-FLOW NOT < 0
                   MOVE "Y" TO AP-PAYBACK-FOUND
                   COMPUTE AP-PAYBACK ROUNDED =
                       (0 - PRIOR-CUM) / FL-AMOUNT(T-IDX) + T-IDX - 1
               END-IF
               IF CUM-FLOW < 0
                   MOVE "N" TO AP-PAYBACK-FOUND
               END-IF
           END-PERFORM
           .

       JUDGE-PROJECT.
           MOVE "P" TO AP-VERDICT
           EVALUATE TRUE
               WHEN AP-RESULT NOT = "V"
                   MOVE "F" TO AP-VERDICT
                   MOVE "NO CASH FLOWS" TO AP-REASON
               WHEN AP-IRR-FOUND NOT = "Y"
                   MOVE "F" TO AP-VERDICT
                   MOVE "NEVER PAYS BACK" TO AP-REASON
               WHEN AP-IRR < AP-HURDLE
                   MOVE "F" TO AP-VERDICT
                   MOVE "BELOW HURDLE RATE" TO AP-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF AP-VERDICT = "F" AND AP-OVERRIDE-REF NOT = SPACES
               MOVE "O" TO AP-VERDICT
           END-IF
           .
