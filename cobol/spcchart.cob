       IDENTIFICATION DIVISION.
       PROGRAM-ID. SPCCHART.
       AUTHOR. CAZZY.
       REMARKS. >
           Statistical process control over the operational history
           files. TRENDPROJ fits a line; this says whether a
           process has actually changed. Each chosen series is
           split by its natural subgroup -- HFALERTS firings per
           unit per day, ECOEMIT readings per factory, NBHIST step
           durations per chained program, UFHIST pollution per
           district -- and each subgroup's centre line and 3-sigma
           limits come from its baseline period, with the mean and
           standard deviation of ADVANCED-MATH-COBOL's statistics
           lesson. The standard run rules are then applied to every
           point: (1) beyond 3 sigma, (2) eight in a row on one
           side of the centre line, (3) six in a row steadily
           rising or falling. SPCRPT carries a text control chart
           per subgroup; a rule broken after the baseline is
           raised to OPSALERT. SPCPARM keyword lines:
               SERIES     ALERTS EMIT NBSTEP POLL (default all)
               BASELINE   yyyymmdd yyyymmdd (the baseline period)
               BASEPOINTS n (no BASELINE: the first n points,
                          default 20)
           RC 4 when a rule is broken after the baseline.

      *-----------------------------------------------------------*
      * Mod history:
      *   2026-10-15  CAZZY - written; a unit's alert rate moving
      *               could not be told from ordinary noise.
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERT-HISTORY-FILE ASSIGN TO "HFALERTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IN-FILE-STATUS.
           SELECT EMISSIONS-HISTORY-FILE ASSIGN TO "ECOEMIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IN-FILE-STATUS.
           SELECT RUN-HIST-FILE ASSIGN TO "NBHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IN-FILE-STATUS.
           SELECT CITY-HIST-FILE ASSIGN TO "UFHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IN-FILE-STATUS.
           SELECT SPC-PARM-FILE ASSIGN TO "SPCPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-FILE-STATUS.
           SELECT SPC-RPT-FILE ASSIGN TO "SPCRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
           SELECT OPERATOR-ALERT-FILE ASSIGN TO "OPSALERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPALERT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ALERT-HISTORY-FILE.
       01  ALERT-HIST-RECORD   PIC X(80).

       FD  EMISSIONS-HISTORY-FILE.
       01  EMIT-HIST-RECORD    PIC X(80).

       FD  RUN-HIST-FILE.
       01  NB-HIST-RECORD      PIC X(80).

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

       FD  SPC-PARM-FILE.
       01  SPC-PARM-RECORD     PIC X(80).

       FD  SPC-RPT-FILE.
       01  SPC-RECORD          PIC X(100).

       FD  OPERATOR-ALERT-FILE.
       01  OPERATOR-ALERT-RECORD.
           COPY OPALERT REPLACING ==:LVL:== BY ==05==.

       WORKING-STORAGE SECTION.
       77 IN-FILE-STATUS     PIC X(2).
       77 PARM-FILE-STATUS   PIC X(2).
       77 RPT-FILE-STATUS    PIC X(2).
       77 OPALERT-FILE-STATUS PIC X(2).
       77 LOCK-RESOURCE      PIC X(8).
       77 LOCK-ACTION        PIC X.
       77 LOCK-HOLDER        PIC X(8) VALUE "SPCCHART".
       77 LOCK-RESULT        PIC X.
       77 ALERTS-OPEN        PIC X VALUE "N".
       77 TODAY-STAMP        PIC 9(8).
       77 WANT-ALERTS        PIC X VALUE "Y".
       77 WANT-EMIT          PIC X VALUE "Y".
       77 WANT-NBSTEP        PIC X VALUE "Y".
       77 WANT-POLL          PIC X VALUE "Y".
       77 BASE-FROM          PIC 9(8) VALUE 0.
       77 BASE-TO            PIC 9(8) VALUE 0.
       77 BASE-POINTS        PIC 9(3) VALUE 20.
       77 SERIES-NAME        PIC X(8).
       77 SERIES-TITLE       PIC X(30).
       77 GROUP-LABEL        PIC X(10).
       77 R-IDX              PIC 9(4).
       77 G-IDX              PIC 99.
       77 P-IDX              PIC 9(3).
       77 D-IDX              PIC 9(3).
       77 K-IDX              PIC 99.
       77 MATCH-IDX          PIC 99.
       77 RAW-FULL           PIC X VALUE "N".
       77 HIST-REST          PIC X(80).
       77 HIST-UNIT          PIC X(10).
       77 EV-PROG            PIC X(12).
       77 EV-WORD            PIC X(8).
       77 LINE-TIME          PIC 9(6).
       77 LINE-SECS          PIC 9(7).
       77 DURATION-SECS      PIC S9(7).
       77 BASE-COUNT         PIC 9(3).
       77 STAT-SUM           PIC S9(11)V99.
       77 STAT-MEAN          PIC S9(7)V9999.
       77 STAT-DIFF          PIC S9(7)V9999.
       77 STAT-VARIANCE      PIC S9(13)V9999.
       77 STAT-STDDEV        PIC S9(7)V9999.
       77 UCL                PIC S9(7)V9999.
       77 LCL                PIC S9(7)V9999.
       77 RUN-SIDE           PIC X.
       77 RUN-LENGTH         PIC 9(3).
       77 RISE-LENGTH        PIC 9(3).
       77 FALL-LENGTH        PIC 9(3).
       77 PLOT-COL           PIC S9(5).
       77 PLOT-LINE          PIC X(41).
       77 RULE-1-COUNT       PIC 9(3).
       77 RULE-2-COUNT       PIC 9(3).
       77 RULE-3-COUNT       PIC 9(3).
       77 RULE-1-LAST        PIC 9(8).
       77 RULE-2-LAST        PIC 9(8).
       77 RULE-3-LAST        PIC 9(8).
       77 SIGNALS-RAISED     PIC 9(5) VALUE 0.
       77 GROUPS-CHARTED     PIC 9(3) VALUE 0.
       77 VALUE-EDIT         PIC -(6)9.99.
       77 LIMIT-EDIT         PIC -(6)9.99.
       77 DATE-EDIT          PIC 9999/99/99.
       77 COUNT-EDIT         PIC ZZ9.

       01 PARM-TOKENS.
           05 PK-KEYWORD       PIC X(10).
           05 PK-ARG           PIC X(10) OCCURS 4 TIMES.

      *-----------------------------------------------------------*
      * Every point of the series being charted, in file order,   *
      * tagged with its subgroup; then one subgroup at a time in  *
      * the point table with its rule flags.                      *
      *-----------------------------------------------------------*
       01 RAW-TABLE.
           05 RAW-ENTRY OCCURS 3000 TIMES.
              10 RW-GROUP      PIC X(10).
              10 RW-DATE       PIC 9(8).
              10 RW-VALUE      PIC S9(7)V99.
       01 RAW-COUNT          PIC 9(4) VALUE 0.

       01 GROUP-TABLE.
           05 GROUP-NAME OCCURS 30 TIMES PIC X(10).
       01 GROUP-COUNT        PIC 99 VALUE 0.

       01 POINT-TABLE.
           05 POINT-ENTRY OCCURS 500 TIMES.
              10 PT-DATE       PIC 9(8).
              10 PT-VALUE      PIC S9(7)V99.
              10 PT-BASE       PIC X.
              10 PT-RULES      PIC X(3).
       01 POINT-COUNT        PIC 9(3) VALUE 0.

      *-----------------------------------------------------------*
      * HFALERTS firings are counted per unit per day, with a     *
      * zero for a day on file when the unit raised none.         *
      *-----------------------------------------------------------*
       01 ALERT-DAYS.
           05 AD-DATE OCCURS 366 TIMES PIC 9(8).
       01 ALERT-DAY-COUNT    PIC 9(3) VALUE 0.
       01 ALERT-COUNTS.
           05 AC-UNIT OCCURS 30 TIMES.
              10 AC-DAY OCCURS 366 TIMES PIC 9(4).

       01 OPEN-STEPS.
           05 OPEN-STEP OCCURS 30 TIMES.
              10 OS-PROG       PIC X(12).
              10 OS-SECS       PIC 9(7).
              10 OS-OPEN       PIC X.
       01 OPEN-STEP-COUNT    PIC 99 VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT TODAY-STAMP FROM DATE YYYYMMDD
           PERFORM LOAD-SPC-PARMS
           OPEN OUTPUT SPC-RPT-FILE
           MOVE TODAY-STAMP TO DATE-EDIT
           MOVE SPACES TO SPC-RECORD
           STRING "STATISTICAL PROCESS CONTROL " DATE-EDIT
               DELIMITED BY SIZE INTO SPC-RECORD
           WRITE SPC-RECORD
           MOVE SPACES TO SPC-RECORD
           IF BASE-FROM > 0
               MOVE BASE-FROM TO DATE-EDIT
               STRING "BASELINE PERIOD " DATE-EDIT
                   DELIMITED BY SIZE INTO SPC-RECORD
               MOVE BASE-TO TO DATE-EDIT
               STRING " TO " DATE-EDIT
                   DELIMITED BY SIZE INTO SPC-RECORD(27:14)
           ELSE
               STRING "BASELINE THE FIRST " BASE-POINTS
                   " POINTS OF EACH SUBGROUP"
                   DELIMITED BY SIZE INTO SPC-RECORD
           END-IF
           WRITE SPC-RECORD
           MOVE "RULES 1 BEYOND 3 SIGMA, 2 EIGHT ON ONE SIDE, 3 SIX "
               TO SPC-RECORD
           MOVE "RISING/FALLING" TO SPC-RECORD(52:14)
           WRITE SPC-RECORD
           IF WANT-ALERTS = "Y"
               MOVE "ALERTS" TO SERIES-NAME
               MOVE "HFALERTS FIRINGS PER UNIT/DAY" TO SERIES-TITLE
               PERFORM BUILD-ALERT-SERIES
               PERFORM CHART-SERIES
           END-IF
           IF WANT-EMIT = "Y"
               MOVE "EMIT" TO SERIES-NAME
               MOVE "ECOEMIT POLLUTION PER FACTORY" TO SERIES-TITLE
               PERFORM BUILD-EMIT-SERIES
               PERFORM CHART-SERIES
           END-IF
           IF WANT-NBSTEP = "Y"
               MOVE "NBSTEP" TO SERIES-NAME
               MOVE "NBHIST STEP SECONDS" TO SERIES-TITLE
               PERFORM BUILD-STEP-SERIES
               PERFORM CHART-SERIES
           END-IF
           IF WANT-POLL = "Y"
               MOVE "POLL" TO SERIES-NAME
               MOVE "UFHIST POLLUTION PER DISTRICT" TO SERIES-TITLE
               PERFORM BUILD-POLLUTION-SERIES
               PERFORM CHART-SERIES
           END-IF
           MOVE SPACES TO SPC-RECORD
           WRITE SPC-RECORD
           MOVE SPACES TO SPC-RECORD
           STRING "SUBGROUPS CHARTED " GROUPS-CHARTED
               "  SIGNALS RAISED TO OPSALERT " SIGNALS-RAISED
               DELIMITED BY SIZE INTO SPC-RECORD
           WRITE SPC-RECORD
           CLOSE SPC-RPT-FILE
           IF ALERTS-OPEN = "Y"
               CLOSE OPERATOR-ALERT-FILE
               MOVE "OPSALERT" TO LOCK-RESOURCE
               MOVE "R" TO LOCK-ACTION
               CALL "FILELOCK" USING LOCK-RESOURCE LOCK-ACTION
                   LOCK-HOLDER LOCK-RESULT
           END-IF
           DISPLAY "SPC charts on SPCRPT: " GROUPS-CHARTED
               " subgroups, " SIGNALS-RAISED " signals raised"
           IF SIGNALS-RAISED > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-SPC-PARMS.
           OPEN INPUT SPC-PARM-FILE
           IF PARM-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ SPC-PARM-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               MOVE SPACES TO PARM-TOKENS
               UNSTRING SPC-PARM-RECORD DELIMITED BY ALL SPACES
                   INTO PK-KEYWORD PK-ARG(1) PK-ARG(2) PK-ARG(3)
                        PK-ARG(4)
               EVALUATE PK-KEYWORD
                   WHEN "SERIES"
                       MOVE "N" TO WANT-ALERTS WANT-EMIT WANT-NBSTEP
                           WANT-POLL
                       PERFORM VARYING K-IDX FROM 1 BY 1
                               UNTIL K-IDX > 4
                           EVALUATE PK-ARG(K-IDX)
                               WHEN "ALERTS"
                                   MOVE "Y" TO WANT-ALERTS
                               WHEN "EMIT"
                                   MOVE "Y" TO WANT-EMIT
                               WHEN "NBSTEP"
                                   MOVE "Y" TO WANT-NBSTEP
                               WHEN "POLL"
                                   MOVE "Y" TO WANT-POLL
                           END-EVALUATE
                       END-PERFORM
                   WHEN "BASELINE"
                       IF PK-ARG(1) (1:8) IS NUMERIC
                               AND PK-ARG(2) (1:8) IS NUMERIC
                           MOVE PK-ARG(1) (1:8) TO BASE-FROM
                           MOVE PK-ARG(2) (1:8) TO BASE-TO
                       END-IF
                   WHEN "BASEPOINTS"
                       IF FUNCTION TEST-NUMVAL(PK-ARG(1)) = 0
                           COMPUTE BASE-POINTS =
                               FUNCTION NUMVAL(PK-ARG(1))
                       END-IF
               END-EVALUATE
           END-PERFORM
           CLOSE SPC-PARM-FILE
           IF BASE-POINTS < 2
               MOVE 2 TO BASE-POINTS
           END-IF
           .

      *-----------------------------------------------------------*
      * HFALERTS lines are "date STEP= TIME= PATIENT= ALERT=      *
      * UNIT=unit BED=bed"; the days on file set the x axis.      *
      *-----------------------------------------------------------*
       BUILD-ALERT-SERIES.
           MOVE 0 TO RAW-COUNT GROUP-COUNT ALERT-DAY-COUNT
           MOVE "N" TO RAW-FULL
           INITIALIZE ALERT-COUNTS
           OPEN INPUT ALERT-HISTORY-FILE
           IF IN-FILE-STATUS NOT = "00"
               DISPLAY "No alert history (HFALERTS) on hand"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ ALERT-HISTORY-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF ALERT-HIST-RECORD (1:8) IS NUMERIC
                   PERFORM TAKE-ALERT-LINE
               END-IF
           END-PERFORM
           CLOSE ALERT-HISTORY-FILE
           PERFORM VARYING G-IDX FROM 1 BY 1 UNTIL G-IDX > GROUP-COUNT
               PERFORM VARYING D-IDX FROM 1 BY 1
                       UNTIL D-IDX > ALERT-DAY-COUNT
                   IF RAW-COUNT < 3000
                       ADD 1 TO RAW-COUNT
                       MOVE GROUP-NAME(G-IDX) TO RW-GROUP(RAW-COUNT)
                       MOVE AD-DATE(D-IDX) TO RW-DATE(RAW-COUNT)
                       MOVE AC-DAY(G-IDX, D-IDX)
                           TO RW-VALUE(RAW-COUNT)
                   ELSE
                       MOVE "Y" TO RAW-FULL
                   END-IF
               END-PERFORM
           END-PERFORM
           .

       TAKE-ALERT-LINE.
           IF ALERT-DAY-COUNT = 0
                   OR AD-DATE(ALERT-DAY-COUNT) NOT =
                       ALERT-HIST-RECORD (1:8)
               MOVE 0 TO MATCH-IDX
               PERFORM VARYING D-IDX FROM 1 BY 1
                       UNTIL D-IDX > ALERT-DAY-COUNT
                   IF AD-DATE(D-IDX) = ALERT-HIST-RECORD (1:8)
                       MOVE D-IDX TO MATCH-IDX
                   END-IF
               END-PERFORM
               IF MATCH-IDX = 0
                   IF ALERT-DAY-COUNT >= 366
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO ALERT-DAY-COUNT
                   MOVE ALERT-HIST-RECORD (1:8)
                       TO AD-DATE(ALERT-DAY-COUNT)
                   MOVE ALERT-DAY-COUNT TO D-IDX
               ELSE
                   MOVE MATCH-IDX TO D-IDX
               END-IF
           ELSE
               MOVE ALERT-DAY-COUNT TO D-IDX
           END-IF
           MOVE SPACES TO HIST-REST HIST-UNIT
           UNSTRING ALERT-HIST-RECORD DELIMITED BY " UNIT=" OR " BED="
               INTO HIST-REST HIST-UNIT
           IF HIST-UNIT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE HIST-UNIT TO GROUP-LABEL
           PERFORM FIND-GROUP
           IF MATCH-IDX > 0
               ADD 1 TO AC-DAY(MATCH-IDX, D-IDX)
           END-IF
           .

      *-----------------------------------------------------------*
      * ECOEMIT: every factory reading is a point of that         *
      * factory's chart, read the way TRENDPROJ reads the file.   *
      *-----------------------------------------------------------*
       BUILD-EMIT-SERIES.
           MOVE 0 TO RAW-COUNT GROUP-COUNT
           MOVE "N" TO RAW-FULL
           OPEN INPUT EMISSIONS-HISTORY-FILE
           IF IN-FILE-STATUS NOT = "00"
               DISPLAY "No emissions history (ECOEMIT) on hand"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ EMISSIONS-HISTORY-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF EMIT-HIST-RECORD (18:8) = "FACTORY="
                       AND EMIT-HIST-RECORD (1:8) IS NUMERIC
                   MOVE EMIT-HIST-RECORD (26:10) TO GROUP-LABEL
                   PERFORM FIND-GROUP
                   IF MATCH-IDX > 0
                       PERFORM ADD-RAW-POINT
                       IF RAW-FULL = "N"
                           MOVE EMIT-HIST-RECORD (1:8)
                               TO RW-DATE(RAW-COUNT)
                           COMPUTE RW-VALUE(RAW-COUNT) = FUNCTION
                               NUMVAL(EMIT-HIST-RECORD (47:2))
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE EMISSIONS-HISTORY-FILE
           .

      *-----------------------------------------------------------*
      * NBHIST: "date hhmmss PROG START" to "PROG END RC=" is one *
      * step's duration in seconds; the chain's own CHAIN-START   *
      * and CHAIN-END lines are not steps.                        *
      *-----------------------------------------------------------*
       BUILD-STEP-SERIES.
           MOVE 0 TO RAW-COUNT GROUP-COUNT OPEN-STEP-COUNT
           MOVE "N" TO RAW-FULL
           OPEN INPUT RUN-HIST-FILE
           IF IN-FILE-STATUS NOT = "00"
               DISPLAY "No run history (NBHIST) on hand"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ RUN-HIST-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF NB-HIST-RECORD (1:8) IS NUMERIC
                       AND NB-HIST-RECORD (10:6) IS NUMERIC
                   PERFORM TAKE-STEP-LINE
               END-IF
           END-PERFORM
           CLOSE RUN-HIST-FILE
           .

       TAKE-STEP-LINE.
           MOVE SPACES TO EV-PROG EV-WORD
           UNSTRING NB-HIST-RECORD (17:64) DELIMITED BY ALL SPACES
               INTO EV-PROG EV-WORD
           IF EV-WORD NOT = "START" AND EV-WORD NOT = "END"
               EXIT PARAGRAPH
           END-IF
           MOVE NB-HIST-RECORD (10:6) TO LINE-TIME
           COMPUTE LINE-SECS =
               FUNCTION INTEGER(LINE-TIME / 10000) * 3600
               + FUNCTION MOD(FUNCTION
                   INTEGER(LINE-TIME / 100) 100) * 60
               + FUNCTION MOD(LINE-TIME 100)
           MOVE 0 TO MATCH-IDX
           PERFORM VARYING K-IDX FROM 1 BY 1
                   UNTIL K-IDX > OPEN-STEP-COUNT
               IF OS-PROG(K-IDX) = EV-PROG
                   MOVE K-IDX TO MATCH-IDX
               END-IF
           END-PERFORM
           IF EV-WORD = "START"
               IF MATCH-IDX = 0
                   IF OPEN-STEP-COUNT >= 30
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO OPEN-STEP-COUNT
                   MOVE OPEN-STEP-COUNT TO MATCH-IDX
                   MOVE EV-PROG TO OS-PROG(MATCH-IDX)
               END-IF
               MOVE LINE-SECS TO OS-SECS(MATCH-IDX)
               MOVE "Y" TO OS-OPEN(MATCH-IDX)
               EXIT PARAGRAPH
           END-IF
           IF MATCH-IDX = 0
               EXIT PARAGRAPH
           END-IF
           IF OS-OPEN(MATCH-IDX) NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO OS-OPEN(MATCH-IDX)
           COMPUTE DURATION-SECS = LINE-SECS - OS-SECS(MATCH-IDX)
           IF DURATION-SECS < 0
               ADD 86400 TO DURATION-SECS
           END-IF
           MOVE EV-PROG TO GROUP-LABEL
           PERFORM FIND-GROUP
           IF MATCH-IDX > 0
               PERFORM ADD-RAW-POINT
               IF RAW-FULL = "N"
                   MOVE NB-HIST-RECORD (1:8) TO RW-DATE(RAW-COUNT)
                   MOVE DURATION-SECS TO RW-VALUE(RAW-COUNT)
               END-IF
           END-IF
           .

       BUILD-POLLUTION-SERIES.
           MOVE 0 TO RAW-COUNT GROUP-COUNT
           MOVE "N" TO RAW-FULL
           OPEN INPUT CITY-HIST-FILE
           IF IN-FILE-STATUS NOT = "00"
               DISPLAY "No city history (UFHIST) on hand"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ CITY-HIST-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF UH-DATE IS NUMERIC AND UH-POLL IS NUMERIC
                   MOVE SPACES TO GROUP-LABEL
                   STRING "DIST " UH-DISTRICT
                       DELIMITED BY SIZE INTO GROUP-LABEL
                   PERFORM FIND-GROUP
                   IF MATCH-IDX > 0
                       PERFORM ADD-RAW-POINT
                       IF RAW-FULL = "N"
                           MOVE UH-DATE TO RW-DATE(RAW-COUNT)
                           MOVE UH-POLL TO RW-VALUE(RAW-COUNT)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE CITY-HIST-FILE
           .

      *-----------------------------------------------------------*
      * GROUP-LABEL's slot in the subgroup table, added when new; *
      * MATCH-IDX zero once thirty subgroups are held.            *
      *-----------------------------------------------------------*
       FIND-GROUP.
           MOVE 0 TO MATCH-IDX
           PERFORM VARYING K-IDX FROM 1 BY 1 UNTIL K-IDX > GROUP-COUNT
               IF GROUP-NAME(K-IDX) = GROUP-LABEL
                   MOVE K-IDX TO MATCH-IDX
               END-IF
           END-PERFORM
           IF MATCH-IDX = 0 AND GROUP-COUNT < 30
               ADD 1 TO GROUP-COUNT
               MOVE GROUP-LABEL TO GROUP-NAME(GROUP-COUNT)
               MOVE GROUP-COUNT TO MATCH-IDX
           END-IF
           .

       ADD-RAW-POINT.
           IF RAW-COUNT < 3000
               ADD 1 TO RAW-COUNT
               MOVE GROUP-LABEL TO RW-GROUP(RAW-COUNT)
           ELSE
               MOVE "Y" TO RAW-FULL
           END-IF
           .

       CHART-SERIES.
           MOVE SPACES TO SPC-RECORD
           WRITE SPC-RECORD
           MOVE SPACES TO SPC-RECORD
           STRING "===== " SERIES-TITLE " ====="
               DELIMITED BY SIZE INTO SPC-RECORD
           WRITE SPC-RECORD
           IF RAW-FULL = "Y"
               MOVE "  (MORE THAN 3000 POINTS ON FILE -- THE LATEST "
                   TO SPC-RECORD
               MOVE "ARE NOT CHARTED)" TO SPC-RECORD(48:16)
               WRITE SPC-RECORD
           END-IF
           IF GROUP-COUNT = 0
               MOVE "  NO POINTS ON FILE" TO SPC-RECORD
               WRITE SPC-RECORD
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING G-IDX FROM 1 BY 1 UNTIL G-IDX > GROUP-COUNT
               PERFORM CHART-ONE-GROUP
           END-PERFORM
           .

       CHART-ONE-GROUP.
           MOVE 0 TO POINT-COUNT
           MOVE 0 TO BASE-COUNT
           PERFORM VARYING R-IDX FROM 1 BY 1 UNTIL R-IDX > RAW-COUNT
               IF RW-GROUP(R-IDX) = GROUP-NAME(G-IDX)
                       AND POINT-COUNT < 500
                   ADD 1 TO POINT-COUNT
                   MOVE RW-DATE(R-IDX) TO PT-DATE(POINT-COUNT)
                   MOVE RW-VALUE(R-IDX) TO PT-VALUE(POINT-COUNT)
                   MOVE SPACES TO PT-RULES(POINT-COUNT)
                   MOVE "N" TO PT-BASE(POINT-COUNT)
                   IF BASE-FROM > 0
                       IF RW-DATE(R-IDX) >= BASE-FROM
                               AND RW-DATE(R-IDX) <= BASE-TO
                           MOVE "Y" TO PT-BASE(POINT-COUNT)
                       END-IF
                   ELSE
                       IF POINT-COUNT <= BASE-POINTS
                           MOVE "Y" TO PT-BASE(POINT-COUNT)
                       END-IF
                   END-IF
                   IF PT-BASE(POINT-COUNT) = "Y"
                       ADD 1 TO BASE-COUNT
                   END-IF
               END-IF
           END-PERFORM
           MOVE SPACES TO SPC-RECORD
           WRITE SPC-RECORD
           IF BASE-COUNT < 2
               MOVE SPACES TO SPC-RECORD
               STRING "  " GROUP-NAME(G-IDX) "  " POINT-COUNT
                   " POINTS -- FEWER THAN TWO IN THE BASELINE, "
                   "NOT CHARTED"
                   DELIMITED BY SIZE INTO SPC-RECORD
               WRITE SPC-RECORD
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO GROUPS-CHARTED
           PERFORM COMPUTE-CONTROL-LIMITS
           PERFORM APPLY-RUN-RULES
           PERFORM PRINT-CONTROL-CHART
           PERFORM RAISE-RULE-SIGNALS
           .

      *-----------------------------------------------------------*
      * Centre line and sigma from the baseline points: the mean  *
      * and population standard deviation, the arithmetic of the  *
      * statistics lesson; limits at 3 sigma either side, the     *
      * lower held at zero as no series here can go below it.     *
      *-----------------------------------------------------------*
       COMPUTE-CONTROL-LIMITS.
           MOVE 0 TO STAT-SUM
           PERFORM VARYING P-IDX FROM 1 BY 1 UNTIL P-IDX > POINT-COUNT
               IF PT-BASE(P-IDX) = "Y"
                   ADD PT-VALUE(P-IDX) TO STAT-SUM
               END-IF
           END-PERFORM
           COMPUTE STAT-MEAN = STAT-SUM / BASE-COUNT
           MOVE 0 TO STAT-VARIANCE
           PERFORM VARYING P-IDX FROM 1 BY 1 UNTIL P-IDX > POINT-COUNT
               IF PT-BASE(P-IDX) = "Y"
                   COMPUTE STAT-DIFF = PT-VALUE(P-IDX) - STAT-MEAN
                   COMPUTE STAT-VARIANCE = STAT-VARIANCE
                       + (STAT-DIFF * STAT-DIFF)
               END-IF
           END-PERFORM
           COMPUTE STAT-VARIANCE = STAT-VARIANCE / BASE-COUNT
           COMPUTE STAT-STDDEV = FUNCTION SQRT(STAT-VARIANCE)
           COMPUTE UCL = STAT-MEAN + 3 * STAT-STDDEV
           COMPUTE LCL = STAT-MEAN - 3 * STAT-STDDEV
           IF LCL < 0
               MOVE 0 TO LCL
           END-IF
           .

      *-----------------------------------------------------------*
      * Rule 1 on each point; rule 2 on the eighth and later      *
      * points of a run on one side of the centre line; rule 3 on *
      * the sixth and later points of a steady rise or fall.      *
      *-----------------------------------------------------------*
       APPLY-RUN-RULES.
           MOVE SPACE TO RUN-SIDE
           MOVE 0 TO RUN-LENGTH RISE-LENGTH FALL-LENGTH
           MOVE 0 TO RULE-1-COUNT RULE-2-COUNT RULE-3-COUNT
           MOVE 0 TO RULE-1-LAST RULE-2-LAST RULE-3-LAST
           PERFORM VARYING P-IDX FROM 1 BY 1 UNTIL P-IDX > POINT-COUNT
               IF PT-VALUE(P-IDX) > UCL OR PT-VALUE(P-IDX) < LCL
                   MOVE "1" TO PT-RULES(P-IDX) (1:1)
               END-IF
               EVALUATE TRUE
                   WHEN PT-VALUE(P-IDX) > STAT-MEAN
                       IF RUN-SIDE = "A"
                           ADD 1 TO RUN-LENGTH
                       ELSE
                           MOVE "A" TO RUN-SIDE
                           MOVE 1 TO RUN-LENGTH
                       END-IF
                   WHEN PT-VALUE(P-IDX) < STAT-MEAN
                       IF RUN-SIDE = "B"
                           ADD 1 TO RUN-LENGTH
                       ELSE
                           MOVE "B" TO RUN-SIDE
                           MOVE 1 TO RUN-LENGTH
                       END-IF
                   WHEN OTHER
                       MOVE SPACE TO RUN-SIDE
                       MOVE 0 TO RUN-LENGTH
               END-EVALUATE
               IF RUN-LENGTH >= 8
                   MOVE "2" TO PT-RULES(P-IDX) (2:1)
               END-IF
               IF P-IDX = 1
                   MOVE 1 TO RISE-LENGTH
                   MOVE 1 TO FALL-LENGTH
               ELSE
                   IF PT-VALUE(P-IDX) > PT-VALUE(P-IDX - 1)
                       ADD 1 TO RISE-LENGTH
                   ELSE
                       MOVE 1 TO RISE-LENGTH
                   END-IF
                   IF PT-VALUE(P-IDX) < PT-VALUE(P-IDX - 1)
                       ADD 1 TO FALL-LENGTH
                   ELSE
                       MOVE 1 TO FALL-LENGTH
                   END-IF
               END-IF
               IF RISE-LENGTH >= 6 OR FALL-LENGTH >= 6
                   MOVE "3" TO PT-RULES(P-IDX) (3:1)
               END-IF
               IF PT-BASE(P-IDX) = "N"
                   IF PT-RULES(P-IDX) (1:1) = "1"
                       ADD 1 TO RULE-1-COUNT
                       MOVE PT-DATE(P-IDX) TO RULE-1-LAST
                   END-IF
                   IF PT-RULES(P-IDX) (2:1) = "2"
                       ADD 1 TO RULE-2-COUNT
                       MOVE PT-DATE(P-IDX) TO RULE-2-LAST
                   END-IF
                   IF PT-RULES(P-IDX) (3:1) = "3"
                       ADD 1 TO RULE-3-COUNT
                       MOVE PT-DATE(P-IDX) TO RULE-3-LAST
                   END-IF
               END-IF
           END-PERFORM
           .

      *-----------------------------------------------------------*
      * One line per point: the plot runs 3 sigma either side of  *
      * the centre line (:) to the limits (|), six columns to the *
      * sigma; a point beyond sits at the edge. X marks a broken  *
      * rule, B a baseline point.                                 *
      *-----------------------------------------------------------*
       PRINT-CONTROL-CHART.
           MOVE SPACES TO SPC-RECORD
           STRING "  " SERIES-NAME " " GROUP-NAME(G-IDX) "  "
               POINT-COUNT " POINTS, " BASE-COUNT " IN BASELINE"
               DELIMITED BY SIZE INTO SPC-RECORD
           WRITE SPC-RECORD
           MOVE SPACES TO SPC-RECORD
           MOVE STAT-MEAN TO VALUE-EDIT
           STRING "  CL " VALUE-EDIT
               DELIMITED BY SIZE INTO SPC-RECORD
           MOVE UCL TO LIMIT-EDIT
           STRING "  UCL " LIMIT-EDIT
               DELIMITED BY SIZE INTO SPC-RECORD(16:16)
           MOVE LCL TO LIMIT-EDIT
           STRING "  LCL " LIMIT-EDIT
               DELIMITED BY SIZE INTO SPC-RECORD(32:16)
           MOVE STAT-STDDEV TO LIMIT-EDIT
           STRING "  SIGMA " LIMIT-EDIT
               DELIMITED BY SIZE INTO SPC-RECORD(48:18)
           WRITE SPC-RECORD
           PERFORM VARYING P-IDX FROM 1 BY 1 UNTIL P-IDX > POINT-COUNT
               PERFORM PRINT-CHART-POINT
           END-PERFORM
           .

       PRINT-CHART-POINT.
           MOVE SPACES TO PLOT-LINE
           MOVE "|" TO PLOT-LINE (3:1)
           MOVE ":" TO PLOT-LINE (21:1)
           MOVE "|" TO PLOT-LINE (39:1)
           IF STAT-STDDEV = 0
               EVALUATE TRUE
                   WHEN PT-VALUE(P-IDX) > STAT-MEAN
                       MOVE 41 TO PLOT-COL
                   WHEN PT-VALUE(P-IDX) < STAT-MEAN
                       MOVE 1 TO PLOT-COL
                   WHEN OTHER
                       MOVE 21 TO PLOT-COL
               END-EVALUATE
           ELSE
               COMPUTE PLOT-COL ROUNDED = 21
                   + (PT-VALUE(P-IDX) - STAT-MEAN) * 6 / STAT-STDDEV
           END-IF
           IF PLOT-COL < 1
               MOVE 1 TO PLOT-COL
           END-IF
           IF PLOT-COL > 41
               MOVE 41 TO PLOT-COL
           END-IF
           IF PT-RULES(P-IDX) = SPACES
               MOVE "*" TO PLOT-LINE (PLOT-COL:1)
           ELSE
               MOVE "X" TO PLOT-LINE (PLOT-COL:1)
           END-IF
           MOVE PT-DATE(P-IDX) TO DATE-EDIT
           MOVE PT-VALUE(P-IDX) TO VALUE-EDIT
           MOVE SPACES TO SPC-RECORD
           STRING "  " DATE-EDIT " " VALUE-EDIT " " PLOT-LINE " "
               DELIMITED BY SIZE INTO SPC-RECORD
           IF PT-BASE(P-IDX) = "Y"
               MOVE "B" TO SPC-RECORD(67:1)
           END-IF
           IF PT-RULES(P-IDX) NOT = SPACES
               MOVE "RULE" TO SPC-RECORD(69:4)
               MOVE PT-RULES(P-IDX) (1:1) TO SPC-RECORD(74:1)
               MOVE PT-RULES(P-IDX) (2:1) TO SPC-RECORD(76:1)
               MOVE PT-RULES(P-IDX) (3:1) TO SPC-RECORD(78:1)
           END-IF
           WRITE SPC-RECORD
           .

      *-----------------------------------------------------------*
      * One OPSALERT line per rule broken after the baseline,     *
      * with how many points broke it and the latest one's date.  *
      *-----------------------------------------------------------*
       RAISE-RULE-SIGNALS.
           IF RULE-1-COUNT > 0
               MOVE RULE-1-COUNT TO COUNT-EDIT
               MOVE SPACES TO OPERATOR-ALERT-RECORD
               STRING "SPC " DELIMITED BY SIZE
                   SERIES-NAME DELIMITED BY SPACE
                   " " GROUP-NAME(G-IDX) " 3 SIGMA X" COUNT-EDIT
                   " LAST " RULE-1-LAST
                   DELIMITED BY SIZE INTO OA-TEXT
               PERFORM WRITE-SPC-ALERT
           END-IF
           IF RULE-2-COUNT > 0
               MOVE RULE-2-COUNT TO COUNT-EDIT
               MOVE SPACES TO OPERATOR-ALERT-RECORD
               STRING "SPC " DELIMITED BY SIZE
                   SERIES-NAME DELIMITED BY SPACE
                   " " GROUP-NAME(G-IDX) " RUN OF 8 X" COUNT-EDIT
                   " LAST " RULE-2-LAST
                   DELIMITED BY SIZE INTO OA-TEXT
               PERFORM WRITE-SPC-ALERT
           END-IF
           IF RULE-3-COUNT > 0
               MOVE RULE-3-COUNT TO COUNT-EDIT
               MOVE SPACES TO OPERATOR-ALERT-RECORD
               STRING "SPC " DELIMITED BY SIZE
                   SERIES-NAME DELIMITED BY SPACE
                   " " GROUP-NAME(G-IDX) " TREND OF 6 X" COUNT-EDIT
                   " LAST " RULE-3-LAST
                   DELIMITED BY SIZE INTO OA-TEXT
               PERFORM WRITE-SPC-ALERT
           END-IF
           .

       WRITE-SPC-ALERT.
           IF ALERTS-OPEN = "N"
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
               MOVE "Y" TO ALERTS-OPEN
           END-IF
           MOVE "SPCCHART" TO OA-SOURCE
           MOVE TODAY-STAMP TO OA-DATE
           MOVE 0 TO OA-STEP
           MOVE "WARNING" TO OA-SEVERITY
           WRITE OPERATOR-ALERT-RECORD
           ADD 1 TO SIGNALS-RAISED
           .
