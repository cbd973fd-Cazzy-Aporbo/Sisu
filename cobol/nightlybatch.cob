      *               so the previous extract's ack is reconciled
      *               (and rejects re-queued) every night instead
      *               of only when an operator remembers.
      *   2026-10-15  CAZZY - the default chain runs the HFRESPFC
      *               respiratory surge forecast after URBANFLUX,
      *               so the day's air quality reaches the units'
      *               bed and staffing advisories the same night.
      *   2026-10-15  CAZZY - the default chain ages the UFSVCREQ
      *               311 service requests just ahead of
      *               URBANFLUX, so overdue requests weigh on the
      *               district's citizens the same night.
      *   2026-10-15  CAZZY - the default chain runs UFPRMRVW's
      *               permit decisions and expiries just ahead of
      *               URBANFLUX, so a permit approved today can be
      *               built against the same night.
      *   2026-10-15  CAZZY - the default chain runs CERTRENW
      *               after HFACKRCN, so CERTEXAM passes reach the
      *               operator master, lapsed certifications lose
      *               their roles and recertification notices go
      *               out the same night.
      *   2026-10-15  CAZZY - NBCHAIN steps carry a frequency
      *               (daily, business days, first or last
      *               business day of the month, period end, term
      *               end) judged against the NBCAL processing
      *               calendar; steps not due are skipped and
      *               logged to NBHIST. NBRUNDT forces the
      *               processing date for a rerun, and a resume
      *               keeps the date of the run it resumes.
      *   2026-10-15  CAZZY - every run ends with the RPTMANF
      *               report distribution manifest, whichever
      *               chain ran, unless NBCHAIN schedules it
      *               itself, so the night's reports are listed
      *               with their recipients and the copies still
      *               unacknowledged.
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
           SELECT CHAIN-CTL-FILE ASSIGN TO "NBCHAIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NB-CHAIN-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO "NBCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NB-CAL-STATUS.
           SELECT RUN-DATE-FILE ASSIGN TO "NBRUNDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NB-RUNDT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 CC-PROGRAM       PIC X(12).
           05 CC-ENABLED       PIC X.
           05 CC-ON-ERROR      PIC X.
           05 CC-FREQUENCY     PIC X.

      *-----------------------------------------------------------*
      * Processing calendar: HOLIDAY, PERIODEND or TERMEND and a  *
      * yyyymmdd date, free text after. Weekends are never        *
      * business days and need no lines.                          *
      *-----------------------------------------------------------*
       FD  CALENDAR-FILE.
       01  NB-CAL-RECORD       PIC X(80).

      *-----------------------------------------------------------*
      * Operator-forced processing date for a rerun: yyyymmdd in  *
      * columns 1-8. Cleared when the chain completes.            *
      *-----------------------------------------------------------*
       FD  RUN-DATE-FILE.
       01  NB-RUNDT-RECORD     PIC X(80).

       WORKING-STORAGE SECTION.
       77 NB-STEP              PIC 99 VALUE 0.
       77 NB-TODAY             PIC 9(8).
       77 NB-NOW               PIC 9(8).
       77 NB-RUN-MODE          PIC X(6) VALUE "CLEAN".
       77 NB-HIST-EVENT        PIC X(60).
       77 NB-PROG-NAME         PIC X(12).
       77 NB-RC-DISPLAY        PIC 9(4).
       77 NB-CHAIN-STATUS      PIC X(2).
       77 CH-IDX               PIC 99.
       77 CALL-FAILED          PIC X.
       77 NB-CAL-STATUS        PIC X(2).
       77 NB-RUNDT-STATUS      PIC X(2).
       77 NB-RUN-DATE          PIC 9(8).
       77 NB-RUN-DATE-FROM     PIC X(6) VALUE "SYSTEM".
       77 NB-CKPT-DATE         PIC 9(8) VALUE 0.
       77 NB-DAY-INT           PIC 9(7).
       77 NB-TEST-INT          PIC 9(7).
       77 NB-TEST-DATE         PIC 9(8).
       77 NB-PREV-BDAY         PIC 9(8).
       77 NB-NEXT-BDAY         PIC 9(8).
       77 NB-BUSINESS-DAY      PIC X.
       77 NB-STEP-DUE          PIC X.
       77 NB-CAL-TYPE          PIC X(10).
       77 NB-CAL-DATE          PIC X(10).
       77 CAL-IDX              PIC 9(3).
       77 NB-RUN-IS-BDAY       PIC X.
       01 CHAIN-TABLE.
           05 CHAIN-ENTRY OCCURS 20 TIMES.
              10 CH-PROGRAM    PIC X(12).
              10 CH-ENABLED    PIC X.
              10 CH-ON-ERROR   PIC X.
              10 CH-FREQUENCY  PIC X.
       77 CHAIN-COUNT          PIC 99 VALUE 0.
       01 CALENDAR-TABLE.
           05 CALENDAR-ENTRY OCCURS 200 TIMES.
              10 CAL-TYPE      PIC X.
              10 CAL-DATE      PIC 9(8).
       77 CALENDAR-COUNT       PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "                      -> URBANFLUX"
           DISPLAY "=============================================="
           ACCEPT NB-TODAY FROM DATE YYYYMMDD
           MOVE NB-TODAY TO NB-RUN-DATE
           PERFORM CHECKPOINT-LOAD
           IF NB-STEP > 0
               MOVE "RESUME" TO NB-RUN-MODE
           END-IF
           PERFORM LOAD-RUN-DATE
           PERFORM OPEN-RUN-HISTORY
           MOVE SPACES TO NB-HIST-EVENT
           STRING "CHAIN-START MODE=" DELIMITED BY SIZE
               NB-RUN-MODE DELIMITED BY SPACE
               " RUNDATE=" NB-RUN-DATE " FROM=" NB-RUN-DATE-FROM
               DELIMITED BY SIZE INTO NB-HIST-EVENT
           PERFORM WRITE-RUN-HISTORY

               PERFORM RUN-PREFLIGHT
               PERFORM RUN-SNAPSHOT
               PERFORM RUN-HFACKRCN
               PERFORM RUN-CERTRENW

               IF NB-STEP < 1
                   PERFORM RUN-HEALTHFLUX
               END-IF

               IF NB-STEP < 3
                   PERFORM RUN-UFSVCREQ
                   PERFORM RUN-UFPRMRVW
                   PERFORM RUN-URBANFLUX
               ELSE
                   DISPLAY "Skipping URBANFLUX, already completed"
               END-IF

               IF NB-STEP < 4
                   PERFORM RUN-HFRESPFC
                   PERFORM RUN-STATECHECK
               ELSE
                   DISPLAY "Skipping STATECHECK, already completed"
               END-IF
           END-IF
           PERFORM RUN-RPTMANF

           PERFORM CHECKPOINT-CLEAR
           PERFORM RUN-DATE-CLEAR
           MOVE "CHAIN-END" TO NB-HIST-EVENT
           PERFORM WRITE-RUN-HISTORY
           CLOSE RUN-HIST-FILE

      *-----------------------------------------------------------*
      * Ordered chain from NBCHAIN, one line per program:         *
      * name(12) enabled(Y/N) on-error(S=stop chain, C=continue)  *
      * frequency: D or blank daily, B business days, F first and *
      * L last business day of the month, P period end and T term *
      * end from the NBCAL calendar.                              *
      *-----------------------------------------------------------*
       LOAD-CHAIN-CONTROL.
           MOVE 0 TO CHAIN-COUNT
                           TO CH-ENABLED(CHAIN-COUNT)
                       MOVE CC-ON-ERROR
                           TO CH-ON-ERROR(CHAIN-COUNT)
                       MOVE CC-FREQUENCY
                           TO CH-FREQUENCY(CHAIN-COUNT)
                   END-IF
               END-PERFORM
               CLOSE CHAIN-CTL-FILE
               DISPLAY "Chain loaded from NBCHAIN: "
                   CHAIN-COUNT " entries"
               PERFORM LOAD-CALENDAR
           END-IF
           .

      *-----------------------------------------------------------*
      * Walk the control list; NB-STEP checkpoints the list       *
      * position, so a resume skips everything already completed. *
      * A disabled entry still holds its position in the list,    *
      * as does one the calendar says is not due on the run date. *
      * On a failed CALL (missing module or nonzero return), S    *
      * stops the chain -- the checkpoint stays on the failed     *
      * step so the rerun resumes there -- and C carries on.      *
                       MOVE CH-IDX TO NB-STEP
                       PERFORM CHECKPOINT-SAVE
                   ELSE
                       PERFORM CHECK-STEP-DUE
                       IF NB-STEP-DUE = "Y"
                           PERFORM RUN-CHAIN-PROGRAM
                       ELSE
                           PERFORM SKIP-BY-CALENDAR
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE 0 TO RETURN-CODE
           .

       SKIP-BY-CALENDAR.
           DISPLAY "Skipping " CH-PROGRAM(CH-IDX) ", not due on "
               NB-RUN-DATE " (frequency " CH-FREQUENCY(CH-IDX) ")"
           MOVE SPACES TO NB-HIST-EVENT
           STRING FUNCTION TRIM(CH-PROGRAM(CH-IDX))
               " SKIPPED CALENDAR FREQ=" CH-FREQUENCY(CH-IDX)
               DELIMITED BY SIZE INTO NB-HIST-EVENT
           PERFORM WRITE-RUN-HISTORY
           MOVE CH-IDX TO NB-STEP
           PERFORM CHECKPOINT-SAVE
           .

      *-----------------------------------------------------------*
      * The processing date the calendar rules are judged on: a   *
      * resume keeps the date of the run it resumes, and a date   *
      * an operator forces on NBRUNDT for a rerun beats both.     *
      *-----------------------------------------------------------*
       LOAD-RUN-DATE.
           IF NB-CKPT-DATE > 0
               MOVE NB-CKPT-DATE TO NB-RUN-DATE
               MOVE "CKPT" TO NB-RUN-DATE-FROM
           END-IF
           OPEN INPUT RUN-DATE-FILE
           IF NB-RUNDT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ RUN-DATE-FILE
               AT END
                   CONTINUE
           END-READ
           IF NB-RUNDT-STATUS = "00"
               IF NB-RUNDT-RECORD(1:8) IS NUMERIC
                   MOVE NB-RUNDT-RECORD(1:8) TO NB-TEST-DATE
                   IF FUNCTION TEST-DATE-YYYYMMDD(NB-TEST-DATE) = 0
                       MOVE NB-TEST-DATE TO NB-RUN-DATE
                       MOVE "FORCED" TO NB-RUN-DATE-FROM
                       DISPLAY "Processing date forced by NBRUNDT: "
                           NB-RUN-DATE
                   ELSE
                       DISPLAY "NBRUNDT date " NB-RUNDT-RECORD(1:8)
                           " is not a valid date -- ignored"
                   END-IF
               END-IF
           END-IF
           CLOSE RUN-DATE-FILE
           .

       RUN-DATE-CLEAR.
           IF NB-RUN-DATE-FROM = "FORCED"
               OPEN OUTPUT RUN-DATE-FILE
               CLOSE RUN-DATE-FILE
           END-IF
           .

      *-----------------------------------------------------------*
      * NBCAL into the calendar table, then the run date's own    *
      * business-day standing and its neighbouring business days, *
      * which the month-end, month-start and period rules need.   *
      *-----------------------------------------------------------*
       LOAD-CALENDAR.
           MOVE 0 TO CALENDAR-COUNT
           OPEN INPUT CALENDAR-FILE
           IF NB-CAL-STATUS = "00"
               PERFORM UNTIL 1 = 2
                   READ CALENDAR-FILE
                       AT END
                           EXIT PERFORM
                   END-READ
                   MOVE SPACES TO NB-CAL-TYPE NB-CAL-DATE
                   UNSTRING NB-CAL-RECORD DELIMITED BY ALL SPACES
                       INTO NB-CAL-TYPE NB-CAL-DATE
                   IF NB-CAL-DATE(1:8) IS NUMERIC
                           AND CALENDAR-COUNT < 200
                       IF NB-CAL-TYPE = "HOLIDAY"
                               OR NB-CAL-TYPE = "PERIODEND"
                               OR NB-CAL-TYPE = "TERMEND"
                           ADD 1 TO CALENDAR-COUNT
                           MOVE NB-CAL-TYPE(1:1)
                               TO CAL-TYPE(CALENDAR-COUNT)
                           MOVE NB-CAL-DATE(1:8)
                               TO CAL-DATE(CALENDAR-COUNT)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE CALENDAR-FILE
               DISPLAY "Calendar loaded from NBCAL: "
                   CALENDAR-COUNT " dates"
           ELSE
               DISPLAY "No NBCAL calendar -- every weekday is a "
                   "business day"
           END-IF
           MOVE NB-RUN-DATE TO NB-TEST-DATE
           PERFORM TEST-BUSINESS-DAY
           MOVE NB-BUSINESS-DAY TO NB-RUN-IS-BDAY
           COMPUTE NB-DAY-INT = FUNCTION INTEGER-OF-DATE(NB-RUN-DATE)
           MOVE NB-DAY-INT TO NB-TEST-INT
           PERFORM 31 TIMES
               SUBTRACT 1 FROM NB-TEST-INT
               COMPUTE NB-TEST-DATE =
                   FUNCTION DATE-OF-INTEGER(NB-TEST-INT)
               PERFORM TEST-BUSINESS-DAY
               IF NB-BUSINESS-DAY = "Y"
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE NB-TEST-DATE TO NB-PREV-BDAY
           MOVE NB-DAY-INT TO NB-TEST-INT
           PERFORM 31 TIMES
               ADD 1 TO NB-TEST-INT
               COMPUTE NB-TEST-DATE =
                   FUNCTION DATE-OF-INTEGER(NB-TEST-INT)
               PERFORM TEST-BUSINESS-DAY
               IF NB-BUSINESS-DAY = "Y"
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE NB-TEST-DATE TO NB-NEXT-BDAY
           IF NB-RUN-IS-BDAY = "Y"
               DISPLAY "Processing date " NB-RUN-DATE
                   " is a business day"
           ELSE
               DISPLAY "Processing date " NB-RUN-DATE
                   " is not a business day"
           END-IF
           .

      *-----------------------------------------------------------*
      * Monday to Friday and not a HOLIDAY line; day 1 of the     *
      * integer calendar (1601-01-01) was a Monday.               *
      *-----------------------------------------------------------*
       TEST-BUSINESS-DAY.
           MOVE "Y" TO NB-BUSINESS-DAY
           IF FUNCTION MOD(FUNCTION INTEGER-OF-DATE(NB-TEST-DATE) - 1
                   7) > 4
               MOVE "N" TO NB-BUSINESS-DAY
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING CAL-IDX FROM 1 BY 1
                   UNTIL CAL-IDX > CALENDAR-COUNT
               IF CAL-TYPE(CAL-IDX) = "H"
                       AND CAL-DATE(CAL-IDX) = NB-TEST-DATE
                   MOVE "N" TO NB-BUSINESS-DAY
               END-IF
           END-PERFORM
           .

      *-----------------------------------------------------------*
      * Whether the step's frequency falls due on the run date.   *
      * A period or term end on a weekend or holiday is run on    *
      * the last business day before it.                          *
      *-----------------------------------------------------------*
       CHECK-STEP-DUE.
           MOVE "N" TO NB-STEP-DUE
           EVALUATE CH-FREQUENCY(CH-IDX)
               WHEN SPACE
               WHEN "D"
                   MOVE "Y" TO NB-STEP-DUE
               WHEN "B"
                   MOVE NB-RUN-IS-BDAY TO NB-STEP-DUE
               WHEN "L"
                   IF NB-RUN-IS-BDAY = "Y"
                           AND NB-NEXT-BDAY(1:6) NOT =
                               NB-RUN-DATE(1:6)
                       MOVE "Y" TO NB-STEP-DUE
                   END-IF
               WHEN "F"
                   IF NB-RUN-IS-BDAY = "Y"
                           AND NB-PREV-BDAY(1:6) NOT =
                               NB-RUN-DATE(1:6)
                       MOVE "Y" TO NB-STEP-DUE
                   END-IF
               WHEN "P"
               WHEN "T"
                   IF NB-RUN-IS-BDAY = "Y"
                       PERFORM VARYING CAL-IDX FROM 1 BY 1
                               UNTIL CAL-IDX > CALENDAR-COUNT
                           IF CAL-TYPE(CAL-IDX) = CH-FREQUENCY(CH-IDX)
                                   AND CAL-DATE(CAL-IDX) >= NB-RUN-DATE
                                   AND CAL-DATE(CAL-IDX) < NB-NEXT-BDAY
                               MOVE "Y" TO NB-STEP-DUE
                           END-IF
                       END-PERFORM
                   END-IF
               WHEN OTHER
                   DISPLAY CH-PROGRAM(CH-IDX) " frequency "
                       CH-FREQUENCY(CH-IDX)
                       " not recognised -- run as daily"
                   MOVE "Y" TO NB-STEP-DUE
           END-EVALUATE
           .

      *-----------------------------------------------------------*
      * One NBHIST line per chain event: date, time, event text.  *
      *-----------------------------------------------------------*
           MOVE 0 TO RETURN-CODE
           .

      *-----------------------------------------------------------*
      * Operator certifications are brought up to date from the   *
      * day's CERTEXAM passes before any program signs anyone on; *
      * a lapse or a missing master is reported but does not stop *
      * the chain.                                                *
      *-----------------------------------------------------------*
       RUN-CERTRENW.
           DISPLAY "--> Running CERTRENW"
           MOVE "CERTRENW" TO NB-PROG-NAME
           PERFORM LOG-PROGRAM-START
           MOVE 0 TO RETURN-CODE
           CALL "CERTRENW"
               ON EXCEPTION
                   DISPLAY "CERTRENW not available -- skipped"
           END-CALL
           PERFORM LOG-PROGRAM-END
           IF RETURN-CODE NOT = 0
               DISPLAY "CERTRENW reported a lapse or could not "
                   "run -- see CERTRPT; chain continues"
           END-IF
           MOVE 0 TO RETURN-CODE
           .

      *-----------------------------------------------------------*
      * The 311 requests are aged ahead of URBANFLUX so tonight's *
      * overdue ones are the ones its citizens feel. A request    *
      * file that cannot be aged does not stop the chain.         *
      *-----------------------------------------------------------*
       RUN-UFSVCREQ.
           DISPLAY "--> Running UFSVCREQ"
           MOVE "UFSVCREQ" TO NB-PROG-NAME
           PERFORM LOG-PROGRAM-START
           MOVE 0 TO RETURN-CODE
           CALL "UFSVCREQ"
               ON EXCEPTION
                   DISPLAY "UFSVCREQ not available -- skipped"
           END-CALL
           PERFORM LOG-PROGRAM-END
           MOVE 0 TO RETURN-CODE
           .

      *-----------------------------------------------------------*
      * Permit decisions and expiries ahead of URBANFLUX, so a    *
      * permit approved today can be built against tonight. Also  *
      * optional: a rejected transaction does not stop the chain. *
      *-----------------------------------------------------------*
       RUN-UFPRMRVW.
           DISPLAY "--> Running UFPRMRVW"
           MOVE "UFPRMRVW" TO NB-PROG-NAME
           PERFORM LOG-PROGRAM-START
           MOVE 0 TO RETURN-CODE
           CALL "UFPRMRVW"
               ON EXCEPTION
                   DISPLAY "UFPRMRVW not available -- skipped"
           END-CALL
           PERFORM LOG-PROGRAM-END
           MOVE 0 TO RETURN-CODE
           .

       RUN-URBANFLUX.
           DISPLAY "--> Running URBANFLUX"
           MOVE "URBANFLUX" TO NB-PROG-NAME
           MOVE 0 TO RETURN-CODE
           .

      *-----------------------------------------------------------*
      * Tonight's UFHIST step is on file once URBANFLUX is done,  *
      * so the respiratory surge forecast runs behind it. Its     *
      * advisories go to OPSALERT from inside HFRESPFC; a         *
      * forecast that cannot run does not stop the chain.         *
      *-----------------------------------------------------------*
       RUN-HFRESPFC.
           DISPLAY "--> Running HFRESPFC"
           MOVE "HFRESPFC" TO NB-PROG-NAME
           PERFORM LOG-PROGRAM-START
           MOVE 0 TO RETURN-CODE
           CALL "HFRESPFC"
               ON EXCEPTION
                   DISPLAY "HFRESPFC not available -- skipped"
           END-CALL
           PERFORM LOG-PROGRAM-END
           MOVE 0 TO RETURN-CODE
           .

      *-----------------------------------------------------------*
      * A nonzero return code from a built-in chain step (a PROD  *
      * input abort, for one) stops the chain without advancing   *
           MOVE 0 TO RETURN-CODE
           .

      *-----------------------------------------------------------*
      * The report distribution manifest closes every run, after  *
      * the last report of the night is out, whichever chain ran  *
      * -- unless NBCHAIN already scheduled it as a step of its   *
      * own. It only reports: missing or empty reports raise      *
      * their OPSALERT WARNINGs from inside RPTMANF and the chain *
      * completes regardless.                                     *
      *-----------------------------------------------------------*
       RUN-RPTMANF.
           PERFORM VARYING CH-IDX FROM 1 BY 1
                   UNTIL CH-IDX > CHAIN-COUNT
               IF CH-PROGRAM(CH-IDX) = "RPTMANF"
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           DISPLAY "--> Running RPTMANF"
           MOVE "RPTMANF" TO NB-PROG-NAME
           PERFORM LOG-PROGRAM-START
           MOVE 0 TO RETURN-CODE
           CALL "RPTMANF"
               ON EXCEPTION
                   DISPLAY "RPTMANF not available -- skipped"
           END-CALL
           PERFORM LOG-PROGRAM-END
           IF RETURN-CODE NOT = 0
               DISPLAY "RPTMANF flagged missing or empty reports "
                   "-- see RPTMANI; chain continues"
           END-IF
           MOVE 0 TO RETURN-CODE
           .

      *-----------------------------------------------------------*
      * Resume from NBCKPT if a prior run left one behind, so an  *
      * abend partway through the chain does not force a restart *
                   END-IF
                   DISPLAY "Resumed from checkpoint after step "
                       NB-STEP
                   IF NB-CKPT-RECORD(4:8) IS NUMERIC
                       MOVE NB-CKPT-RECORD(4:8) TO NB-CKPT-DATE
                   END-IF
               END-IF
               CLOSE CHECKPOINT-FILE
           END-IF
           OPEN OUTPUT CHECKPOINT-FILE
           MOVE SPACES TO NB-CKPT-RECORD
           MOVE NB-STEP TO NB-CKPT-RECORD(1:2)
           MOVE NB-RUN-DATE TO NB-CKPT-RECORD(4:8)
           WRITE NB-CKPT-RECORD
           CLOSE CHECKPOINT-FILE
           .
