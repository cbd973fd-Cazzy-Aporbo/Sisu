       IDENTIFICATION DIVISION.
       PROGRAM-ID. UFCAPRPT.
       AUTHOR. CAZZY.
       REMARKS. >
           Capital project appraisal report for the council. Every
           UFCAPPRJ project not yet started is appraised by the
           CAPAPPR routine -- net present value at the rate the
           city borrows at, internal rate of return and payback,
           from the project's UFCAPFLW cash-flow lines -- and the
           proposals are listed best first by net present value,
           each marked as passing the UFCAPPOL hurdle rate,
           failing it (URBANFLUX will not start it) or failing
           but overridden by the council.

      *-----------------------------------------------------------*
      * Mod history:
      *   2026-10-15  CAZZY - written; the council approved capital
      *               projects on budget and duration alone.
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAPITAL-PROJECT-FILE ASSIGN TO "UFCAPPRJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAPPRJ-FILE-STATUS.
           SELECT PRINT-FILE ASSIGN TO "UFCAPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *-----------------------------------------------------------*
      * UFCAPPRJ as URBANFLUX keeps it.                           *
      *-----------------------------------------------------------*
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
           05 CP-PERMIT        PIC 9(6).

       FD  PRINT-FILE.
       01  PRINT-RECORD        PIC X(120).

       WORKING-STORAGE SECTION.
       77 CAPPRJ-FILE-STATUS  PIC X(2).
       77 PRINT-FILE-STATUS   PIC X(2).
       77 TODAY-STAMP         PIC 9(8).
      *-----------------------------------------------------------*
      * The rate URBANFLUX's ISSUE-BOND borrows at, per step.     *
      *-----------------------------------------------------------*
       77 BOND-RATE           PIC 9V9999 VALUE 0.0500.
       77 MAX-PROPOSALS       PIC 99 VALUE 50.
       77 PROPOSAL-COUNT      PIC 99 VALUE 0.
       77 PROPOSAL-OVERFLOW   PIC 9(4) VALUE 0.
       77 PROJECTS-READ       PIC 9(4) VALUE 0.
       77 PASS-COUNT          PIC 99 VALUE 0.
       77 FAIL-COUNT          PIC 99 VALUE 0.
       77 OVERRIDE-COUNT      PIC 99 VALUE 0.
       77 NO-FLOW-FILE        PIC X VALUE "N".
       77 I-IDX               PIC 99.
       77 J-IDX               PIC 99.
       77 RATE-EDIT           PIC 9.9999.
       77 RANK-EDIT           PIC ZZ9.
       77 BUDGET-EDIT         PIC ZZZ,ZZ9.
       77 STEPS-EDIT          PIC Z9.
       77 NPV-EDIT            PIC ----,---,--9.99.
       77 IRR-EDIT            PIC ZZ9.99.
       77 PAYBACK-EDIT        PIC ZZ9.9.
       77 IRR-TEXT            PIC X(6).
       77 PAYBACK-TEXT        PIC X(6).
       77 VERDICT-TEXT        PIC X(45).
       77 COUNT-EDIT          PIC Z9.

       01 PROJECT-APPRAISAL.
           COPY CAPAPPR.

      *-----------------------------------------------------------*
      * The proposals as appraised, ranked by net present value.  *
      *-----------------------------------------------------------*
       01 PROPOSAL-TABLE.
           05 PROPOSAL-ENTRY OCCURS 50 TIMES.
              10 RK-NAME       PIC X(10).
              10 RK-BTYPE      PIC X(10).
              10 RK-DISTRICT   PIC 9.
              10 RK-BUDGET     PIC 9(6).
              10 RK-DURATION   PIC 99.
              10 RK-NPV        PIC S9(9)V99.
              10 RK-IRR-FOUND  PIC X.
              10 RK-IRR        PIC 9V9999.
              10 RK-PB-FOUND   PIC X.
              10 RK-PAYBACK    PIC 99V9.
              10 RK-VERDICT    PIC X.
              10 RK-REASON     PIC X(20).
              10 RK-OVERRIDE   PIC X(20).
       01 HOLD-PROPOSAL       PIC X(91).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT TODAY-STAMP FROM DATE YYYYMMDD
           MOVE BOND-RATE TO AP-HURDLE
           OPEN INPUT CAPITAL-PROJECT-FILE
           IF CAPPRJ-FILE-STATUS NOT = "00"
               DISPLAY "No capital projects (UFCAPPRJ) -- nothing "
                   "to appraise"
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM UNTIL 1 = 2
                   READ CAPITAL-PROJECT-FILE
                       AT END
                           EXIT PERFORM
                   END-READ
                   IF CAPITAL-PROJECT-RECORD NOT = SPACES
                       ADD 1 TO PROJECTS-READ
                       PERFORM APPRAISE-ONE-PROJECT
                   END-IF
               END-PERFORM
               CLOSE CAPITAL-PROJECT-FILE
           END-IF
           PERFORM RANK-PROPOSALS
           OPEN OUTPUT PRINT-FILE
           PERFORM PRINT-REPORT
           CLOSE PRINT-FILE
           DISPLAY "Capital appraisal on UFCAPRPT: " PROPOSAL-COUNT
               " proposal(s) of " PROJECTS-READ " project(s) -- "
               PASS-COUNT " pass, " FAIL-COUNT " fail, "
               OVERRIDE-COUNT " overridden"
           IF NO-FLOW-FILE = "Y"
               DISPLAY "No cash-flow lines (UFCAPFLW) -- every "
                   "proposal fails"
           END-IF
           IF PROPOSAL-OVERFLOW > 0
               DISPLAY PROPOSAL-OVERFLOW " proposal(s) past the "
                   "first " MAX-PROPOSALS " not appraised"
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

      *-----------------------------------------------------------*
      * A proposal is a project URBANFLUX has not yet drawn on:   *
      * not complete, no steps done and nothing spent.            *
      *-----------------------------------------------------------*
       APPRAISE-ONE-PROJECT.
           IF CP-STATUS = "C"
               EXIT PARAGRAPH
           END-IF
           IF CP-STEPS-DONE IS NUMERIC AND CP-STEPS-DONE > 0
               EXIT PARAGRAPH
           END-IF
           IF CP-SPENT IS NUMERIC AND CP-SPENT > 0
               EXIT PARAGRAPH
           END-IF
           IF PROPOSAL-COUNT NOT < MAX-PROPOSALS
               ADD 1 TO PROPOSAL-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           MOVE CP-NAME TO AP-PROJECT
           MOVE CP-BUDGET TO AP-BUDGET
           MOVE CP-DURATION TO AP-DURATION
           MOVE BOND-RATE TO AP-RATE
           CALL "CAPAPPR" USING PROJECT-APPRAISAL
           IF AP-RESULT = "X"
               MOVE "Y" TO NO-FLOW-FILE
           END-IF
           ADD 1 TO PROPOSAL-COUNT
           MOVE CP-NAME TO RK-NAME(PROPOSAL-COUNT)
           MOVE CP-BTYPE TO RK-BTYPE(PROPOSAL-COUNT)
           MOVE CP-DISTRICT TO RK-DISTRICT(PROPOSAL-COUNT)
           MOVE CP-BUDGET TO RK-BUDGET(PROPOSAL-COUNT)
           MOVE CP-DURATION TO RK-DURATION(PROPOSAL-COUNT)
           MOVE AP-NPV TO RK-NPV(PROPOSAL-COUNT)
           MOVE AP-IRR-FOUND TO RK-IRR-FOUND(PROPOSAL-COUNT)
           MOVE AP-IRR TO RK-IRR(PROPOSAL-COUNT)
           MOVE AP-PAYBACK-FOUND TO RK-PB-FOUND(PROPOSAL-COUNT)
           MOVE AP-PAYBACK TO RK-PAYBACK(PROPOSAL-COUNT)
           MOVE AP-VERDICT TO RK-VERDICT(PROPOSAL-COUNT)
           MOVE AP-REASON TO RK-REASON(PROPOSAL-COUNT)
           MOVE AP-OVERRIDE-REF TO RK-OVERRIDE(PROPOSAL-COUNT)
           EVALUATE AP-VERDICT
               WHEN "P"
                   ADD 1 TO PASS-COUNT
               WHEN "O"
                   ADD 1 TO OVERRIDE-COUNT
               WHEN OTHER
                   ADD 1 TO FAIL-COUNT
           END-EVALUATE
           .

       RANK-PROPOSALS.
           PERFORM VARYING I-IDX FROM 1 BY 1
                   UNTIL I-IDX NOT < PROPOSAL-COUNT
               PERFORM VARYING J-IDX FROM I-IDX BY 1
                       UNTIL J-IDX > PROPOSAL-COUNT
                   IF RK-NPV(J-IDX) > RK-NPV(I-IDX)
                       MOVE PROPOSAL-ENTRY(I-IDX) TO HOLD-PROPOSAL
                       MOVE PROPOSAL-ENTRY(J-IDX)
                           TO PROPOSAL-ENTRY(I-IDX)
                       MOVE HOLD-PROPOSAL TO PROPOSAL-ENTRY(J-IDX)
                   END-IF
               END-PERFORM
           END-PERFORM
           .

       PRINT-REPORT.
           MOVE SPACES TO PRINT-RECORD
           STRING "URBANFLUX CAPITAL PROJECT APPRAISAL " TODAY-STAMP
               DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD
           MOVE BOND-RATE TO RATE-EDIT
           STRING "BOND RATE " RATE-EDIT " PER STEP   "
               DELIMITED BY SIZE INTO PRINT-RECORD
           MOVE AP-HURDLE TO RATE-EDIT
           STRING "HURDLE RATE " RATE-EDIT " PER STEP"
               DELIMITED BY SIZE INTO PRINT-RECORD(33:)
           WRITE PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD
           STRING "RANK PROJECT    TYPE       D  BUDGET STEPS"
               "             NPV   IRR% PAYBACK  VERDICT"
               DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD
           PERFORM VARYING I-IDX FROM 1 BY 1
                   UNTIL I-IDX > PROPOSAL-COUNT
               PERFORM PRINT-PROPOSAL-LINE
           END-PERFORM
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD
           MOVE PROPOSAL-COUNT TO COUNT-EDIT
           STRING "PROPOSALS " COUNT-EDIT
               DELIMITED BY SIZE INTO PRINT-RECORD
           MOVE PASS-COUNT TO COUNT-EDIT
           STRING "PASS " COUNT-EDIT
               DELIMITED BY SIZE INTO PRINT-RECORD(16:)
           MOVE FAIL-COUNT TO COUNT-EDIT
           STRING "FAIL " COUNT-EDIT
               DELIMITED BY SIZE INTO PRINT-RECORD(26:)
           MOVE OVERRIDE-COUNT TO COUNT-EDIT
           STRING "OVERRIDDEN " COUNT-EDIT
               DELIMITED BY SIZE INTO PRINT-RECORD(36:)
           WRITE PRINT-RECORD
           .

      *-----------------------------------------------------------*
      * IRR and payback show n/a and never when the flows do not  *
      * repay the budget.                                         *
      *-----------------------------------------------------------*
       PRINT-PROPOSAL-LINE.
           MOVE I-IDX TO RANK-EDIT
           MOVE RK-BUDGET(I-IDX) TO BUDGET-EDIT
           MOVE RK-DURATION(I-IDX) TO STEPS-EDIT
           MOVE RK-NPV(I-IDX) TO NPV-EDIT
           MOVE "   n/a" TO IRR-TEXT
           IF RK-IRR-FOUND(I-IDX) = "Y"
               COMPUTE IRR-EDIT = RK-IRR(I-IDX) * 100
               MOVE IRR-EDIT TO IRR-TEXT
           END-IF
           MOVE " never" TO PAYBACK-TEXT
           IF RK-PB-FOUND(I-IDX) = "Y"
               MOVE RK-PAYBACK(I-IDX) TO PAYBACK-EDIT
               MOVE PAYBACK-EDIT TO PAYBACK-TEXT
           END-IF
           MOVE SPACES TO VERDICT-TEXT
           EVALUATE RK-VERDICT(I-IDX)
               WHEN "P"
                   MOVE "PASS" TO VERDICT-TEXT
               WHEN "O"
                   STRING "OVERRIDE " FUNCTION TRIM(RK-OVERRIDE(I-IDX))
                       " ("
                       FUNCTION TRIM(RK-REASON(I-IDX)) ")"
                       DELIMITED BY SIZE INTO VERDICT-TEXT
               WHEN OTHER
                   STRING "FAIL " RK-REASON(I-IDX)
                       DELIMITED BY SIZE INTO VERDICT-TEXT
           END-EVALUATE
           MOVE SPACES TO PRINT-RECORD
           STRING RANK-EDIT "  " RK-NAME(I-IDX) " " RK-BTYPE(I-IDX)
               " " RK-DISTRICT(I-IDX) " " BUDGET-EDIT "    "
               STEPS-EDIT " " NPV-EDIT " " IRR-TEXT "  "
               PAYBACK-TEXT "  " VERDICT-TEXT
               DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD
           .
