      *               also clears HIST-RECORD before the STRING so
      *               the SNSHIST lines don't carry trailing
      *               low-values.
      *   2026-10-15  CAZZY - Monte Carlo batch mode: SNSBATCH
      *               (RUNS, SEED) repeats the same network,
      *               topics and SNSSCEN scenario with a fresh
      *               seed per run, writes each run's final
      *               opinion shares, consensus step and cluster
      *               counts to SNSMCRUN, and summarizes their
      *               mean, spread and percentile bands per topic
      *               on SNSMCSUM. Cluster assignment split out of
      *               DETECT-CLUSTERS and REPORT-CLUSTER so the
      *               batch counts use the same rules.
      *   2026-10-15  CAZZY - VARY-OPINION and INTERACT-NEIGHBOR
      *               drew FUNCTION RANDOM(3) and RANDOM(10),
      *               which reseed the generator on every call
      *               rather than draw 0-2 or 0-9: every agent
      *               started neutral and every pull landed, the
      *               same in every run. The draws now scale
      *               RANDOM to the 0-2 opinion and the
      *               pull-in-ten odds the comments describe.
      *   2026-10-15  CAZZY - the cluster walk steps through the
      *               agents on its own index: GROW-CLUSTER runs I
      *               to the end, so only the first cluster of a
      *               topic was ever found and reported.
      *   2026-10-15  CAZZY - calibration mode: SNSCALIB fits
      *               INFLUENCE, SUSCEPT and link weights to
      *               SNSWAVE1/SNSWAVE2 survey opinions; report
      *               SNSCALR, proposed SNSROSTP and SNSLINKP;
      *               QUIET-MODE split from BATCH-MODE
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
           SELECT TOPIC-FILE ASSIGN TO "SNSTOPIC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TOPIC-FILE-STATUS.
           SELECT BATCH-PARM-FILE ASSIGN TO "SNSBATCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BATCH-FILE-STATUS.
           SELECT BATCH-RUN-FILE ASSIGN TO "SNSMCRUN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MCRUN-FILE-STATUS.
           SELECT BATCH-SUMMARY-FILE ASSIGN TO "SNSMCSUM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MCSUM-FILE-STATUS.
           SELECT CALIB-PARM-FILE ASSIGN TO "SNSCALIB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALIB-FILE-STATUS.
           SELECT WAVE1-FILE ASSIGN TO "SNSWAVE1"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WAVE-FILE-STATUS.
           SELECT WAVE2-FILE ASSIGN TO "SNSWAVE2"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WAVE-FILE-STATUS.
           SELECT CALIB-RPT-FILE ASSIGN TO "SNSCALR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALR-FILE-STATUS.
           SELECT PROPOSED-ROSTER-FILE ASSIGN TO "SNSROSTP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALR-FILE-STATUS.
           SELECT PROPOSED-LINKS-FILE ASSIGN TO "SNSLINKP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TOPIC-FILE.
       01  TOPIC-RECORD        PIC X(10).

       FD  BATCH-PARM-FILE.
       01  BATCH-PARM-RECORD   PIC X(30).

       FD  BATCH-RUN-FILE.
       01  BATCH-RUN-RECORD    PIC X(100).

       FD  BATCH-SUMMARY-FILE.
       01  BATCH-SUMMARY-RECORD PIC X(80).

       FD  CALIB-PARM-FILE.
       01  CALIB-PARM-RECORD   PIC X(30).

       FD  WAVE1-FILE.
       01  WAVE1-RECORD        PIC X(40).

       FD  WAVE2-FILE.
       01  WAVE2-RECORD        PIC X(40).

       FD  CALIB-RPT-FILE.
       01  CALIB-RPT-RECORD    PIC X(80).

       FD  PROPOSED-ROSTER-FILE.
       01  PROPOSED-ROSTER-RECORD PIC X(40).

       FD  PROPOSED-LINKS-FILE.
       01  PROPOSED-LINK-RECORD PIC X(20).

       WORKING-STORAGE SECTION.
       77 NUM-AGENTS        PIC 9(02) VALUE 10.
       77 NUM-STEPS         PIC 9(03) VALUE 15.
          05 CLUSTER-ID OCCURS 10 TIMES PIC 99.
       77 CLUSTER-COUNT    PIC 99 VALUE 0.
       77 CLUSTER-CUR      PIC 99.
       77 CLUSTER-START    PIC 99.
       77 CLUSTER-GREW     PIC X.
       77 CLUSTER-SIZE     PIC 99.
       77 CLUSTER-EDGE     PIC X.
       77 NUM-SCEN-EVENTS  PIC 99 VALUE 0.
       77 SE-IDX           PIC 99.

      *-----------------------------------------------------------*
      * Monte Carlo batch mode from SNSBATCH ("RUNS n", "SEED n"):*
      * the same network, topics and scenario run RUNS times, run *
      * r seeded SEED + r - 1, and each run's final opinion       *
      * shares (percent of agents), consensus step (0 = none) and *
      * cluster counts are kept per topic for the SNSMCSUM        *
      * distribution summary.                                     *
      *-----------------------------------------------------------*
       77 BATCH-FILE-STATUS PIC X(2).
       77 MCRUN-FILE-STATUS PIC X(2).
       77 MCSUM-FILE-STATUS PIC X(2).
       77 BATCH-MODE       PIC X VALUE "N".
       77 QUIET-MODE       PIC X VALUE "N".
       77 BATCH-RUNS       PIC 999 VALUE 0.
       77 BATCH-SEED       PIC 9(5) VALUE 1.
       77 RUN-NO           PIC 999.
       77 RUN-SEED         PIC 9(6).
       77 SEED-DRAW        PIC V9(9).
       77 BATCH-KEY        PIC X(10).
       77 BATCH-ARG        PIC X(10).
       77 SHARE-COUNT      PIC 99.
       77 CLUSTERS-FOUND   PIC 99.
       77 ECHO-FOUND       PIC 99.
       01 BATCH-RESULTS.
          05 BATCH-RUN OCCURS 100 TIMES.
             10 BATCH-TOPIC OCCURS 3 TIMES.
                15 MC-POSITIVE   PIC 999.
                15 MC-NEUTRAL    PIC 999.
                15 MC-NEGATIVE   PIC 999.
                15 MC-CONS-STEP  PIC 999.
                15 MC-CLUSTERS   PIC 99.
                15 MC-ECHO       PIC 99.
       01 STAT-TABLE.
          05 STAT-VALUE OCCURS 100 TIMES PIC 999.
       77 STAT-N           PIC 999.
       77 STAT-IDX         PIC 999.
       77 STAT-IDX2        PIC 999.
       77 STAT-HOLD        PIC 999.
       77 STAT-SUM         PIC 9(7).
       77 STAT-SUMSQ       PIC 9(9).
       77 STAT-MEAN        PIC 999V9.
       77 STAT-VARIANCE    PIC 9(7)V9(4).
       77 STAT-SD          PIC 999V9.
       77 STAT-PCT         PIC 99.
       77 STAT-POS         PIC 9(5).
       77 STAT-LABEL       PIC X(16).
       77 CONVERGED-RUNS   PIC 999.
       01 STAT-BANDS.
          05 STAT-BAND OCCURS 3 TIMES PIC 999.
       77 MEAN-EDIT        PIC ZZ9.9.
       77 SD-EDIT          PIC ZZ9.9.
       77 MIN-EDIT         PIC ZZ9.
       77 P10-EDIT         PIC ZZ9.
       77 P50-EDIT         PIC ZZ9.
       77 P90-EDIT         PIC ZZ9.
       77 MAX-EDIT         PIC ZZ9.

      *-----------------------------------------------------------*
      * Calibration from SNSCALIB ("STEPS n" between the survey   *
      * waves, "REPS n" replicate runs per trial, "PASSES n",     *
      * "SEED n"): start from the SNSWAVE1 opinions, and search   *
      * each agent's INFLUENCE and SUSCEPT and each SNSLINKS      *
      * weight (1-9, one at a time, keeping any change that       *
      * lowers the error) for the best fit to SNSWAVE2. The fit   *
      * error is the percent of wave-2 opinions the simulation    *
      * misses over the replicates, every trial run on the same   *
      * seeds so trials differ only by their parameters.          *
      *-----------------------------------------------------------*
       77 CALIB-FILE-STATUS PIC X(2).
       77 WAVE-FILE-STATUS  PIC X(2).
       77 CALR-FILE-STATUS  PIC X(2).
       77 CALIB-MODE       PIC X VALUE "N".
       77 CALIB-STEPS      PIC 999 VALUE 15.
       77 CALIB-REPS       PIC 99 VALUE 5.
       77 CALIB-PASSES     PIC 9 VALUE 3.
       77 CALIB-SEED       PIC 9(5) VALUE 1.
       77 WAVE-NO          PIC 9.
       77 WAVE-NAME        PIC X(10).
       77 WAVE-OPIN        PIC X.
       77 WAVE-TOPIC       PIC X(10).
       77 WAVE-LINE        PIC X(40).
       77 WAVE1-COUNT      PIC 999 VALUE 0.
       77 WAVE2-COUNT      PIC 999 VALUE 0.
       77 WAVE-UNMATCHED   PIC 999 VALUE 0.
       77 WAVE-AGENT       PIC 99.
       77 WAVE-TOPIC-NO    PIC 9.
       77 REP-NO           PIC 99.
       77 PASS-NO          PIC 9.
       77 PASS-IMPROVED    PIC X.
       77 PARAM-AGENT      PIC 99.
       77 TRY-VALUE        PIC 99.
       77 KEEP-VALUE       PIC 9.
       77 EVAL-COUNT       PIC 9(5) VALUE 0.
       77 FIT-MISMATCH     PIC 9(7).
       77 FIT-SCORED       PIC 9(7).
       77 FIT-ERROR        PIC 999V99.
       77 BEST-ERROR       PIC 999V99.
       77 START-ERROR      PIC 999V99.
       77 ERROR-EDIT       PIC ZZ9.99.
       77 CL-COUNT         PIC 999 VALUE 0.
       77 CL-IDX           PIC 999.
       77 CHANGED-LINKS    PIC 999.
       01 SURVEY-WAVES.
          05 SURVEY-AGENT OCCURS 10 TIMES.
             10 W1-OPINION OCCURS 3 TIMES PIC X.
             10 W2-OPINION OCCURS 3 TIMES PIC X.
       01 STARTING-PARAMETERS.
          05 START-AGENT OCCURS 10 TIMES.
             10 ORIG-INFLUENCE PIC 9.
             10 ORIG-SUSCEPT   PIC 9.
       01 CALIB-LINKS.
          05 CALIB-LINK OCCURS 100 TIMES.
             10 CL-FROM      PIC 99.
             10 CL-TO        PIC 99.
             10 CL-ORIG      PIC 9.

       01 ADJACENCY.
          05 ADJ-ROW OCCURS 10 TIMES.
             10 ADJ-COL OCCURS 10 TIMES PIC 9.

           DISPLAY "🌐 Welcome to Social Dynamics Simulation!".
           PERFORM LOAD-TOPICS
           PERFORM LOAD-CALIBRATION-PARMS
           IF CALIB-MODE = "Y"
               PERFORM RUN-CALIBRATION
               DISPLAY "Simulation Complete."
               STOP RUN
           END-IF
           PERFORM LOAD-BATCH-PARMS
           IF BATCH-MODE = "Y"
               PERFORM RUN-MONTE-CARLO
               DISPLAY "Simulation Complete."
               STOP RUN
           END-IF
           PERFORM INIT-AGENTS
           PERFORM LOAD-NETWORK
           PERFORM LOAD-SCENARIO-EVENTS
           PERFORM VARYING T FROM 1 BY 1 UNTIL T > NUM-TOPICS
               DISPLAY "Opinion cluster analysis, topic "
                   TOPIC-NAME(T) ":"
               PERFORM ASSIGN-CLUSTERS
               PERFORM VARYING CLUSTER-CUR FROM 1 BY 1
                       UNTIL CLUSTER-CUR > CLUSTER-COUNT
                   PERFORM REPORT-CLUSTER
           END-PERFORM
           .

       ASSIGN-CLUSTERS.
           MOVE 1 TO I
           PERFORM CLEAR-CLUSTER-ID
           MOVE 0 TO CLUSTER-COUNT
           PERFORM VARYING CLUSTER-START FROM 1 BY 1
                   UNTIL CLUSTER-START > NUM-AGENTS
               IF CLUSTER-ID(CLUSTER-START) = 0
                   ADD 1 TO CLUSTER-COUNT
                   MOVE CLUSTER-COUNT TO CLUSTER-ID(CLUSTER-START)
                   MOVE CLUSTER-COUNT TO CLUSTER-CUR
                   PERFORM GROW-CLUSTER
               END-IF
           END-PERFORM
           .

       CLEAR-CLUSTER-ID.
           MOVE 0 TO CLUSTER-ID(I)
           ADD 1 TO I
           .

       REPORT-CLUSTER.
           PERFORM MEASURE-CLUSTER
           IF CLUSTER-SIZE < 2
               EXIT PARAGRAPH
           END-IF
           END-PERFORM
           .

      *-----------------------------------------------------------*
      * Size, opinion and echo-chamber edge of cluster            *
      * CLUSTER-CUR.                                              *
      *-----------------------------------------------------------*
       MEASURE-CLUSTER.
           MOVE 0 TO CLUSTER-SIZE
           MOVE "N" TO CLUSTER-EDGE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > NUM-AGENTS
               IF CLUSTER-ID(I) = CLUSTER-CUR
                   ADD 1 TO CLUSTER-SIZE
                   MOVE OPINION(I, T) TO CLUSTER-OPINION
                   PERFORM VARYING J FROM 1 BY 1
                           UNTIL J > NUM-AGENTS
                       IF (ADJ-COL(I, J) > 0 OR ADJ-COL(J, I) > 0)
                           AND OPINION(J, T) NOT = OPINION(I, T)
                           MOVE "Y" TO CLUSTER-EDGE
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           .

       LOAD-TOPICS.
           MOVE "GENERAL   " TO TOPIC-NAME(1)
           MOVE 1 TO NUM-TOPICS

       VARY-OPINION.
           PERFORM VARYING T FROM 1 BY 1 UNTIL T > NUM-TOPICS
               COMPUTE OPINION(I, T) = FUNCTION RANDOM * 3
           END-PERFORM
           ADD 1 TO I
           IF I <= NUM-AGENTS
           ADD 1 TO STEP
           PERFORM APPLY-SCENARIO-EVENTS
           PERFORM INTERACTIONS
           IF QUIET-MODE NOT = "Y"
               DISPLAY "Step " STEP ":"
           END-IF
           PERFORM SHOW-OPINIONS
           PERFORM CHECK-CONSENSUS
           IF STEP < NUM-STEPS AND ALL-CONSENSUS NOT = "Y"
                       AND CONSENSUS-FLAG(T) NOT = "Y"
                   MOVE "Y" TO CONSENSUS-FLAG(T)
                   MOVE STEP TO CONSENSUS-STEP(T)
                   IF QUIET-MODE NOT = "Y"
                       DISPLAY "Consensus on topic " TOPIC-NAME(T)
                           " at step " STEP
                   END-IF
               END-IF
               IF CONSENSUS-FLAG(T) NOT = "Y"
                   MOVE "N" TO ALL-CONSENSUS
                   MOVE 9 TO PULL-SCORE
               END-IF
               *> Each agent influences others probabilistically
               IF FUNCTION RANDOM * 10 < PULL-SCORE
                   IF OPINION(I, T) NOT = OPINION(J, T)
                       MOVE OPINION(I, T) TO OPINION(J, T)
                       ADD 1 TO CHANGES-PRODUCED(I)
                       IF QUIET-MODE NOT = "Y"
                           STRING "Agent " NAME(I) " influenced "
                                  NAME(J)
                                  INTO LOG-LINE
                           DISPLAY LOG-LINE
                       END-IF
                   END-IF
               END-IF
           END-IF
           .

       SHOW-OPINIONS.
           IF QUIET-MODE = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO I
           PERFORM SHOW-ONE-OPINION
           .
               PERFORM SHOW-ONE-OPINION
           END-IF
           .

      *-----------------------------------------------------------*
      * SNSBATCH turns on batch mode: "RUNS n" (2-100) and        *
      * optionally "SEED n" (default 1), one keyword a line.      *
      *-----------------------------------------------------------*
       LOAD-BATCH-PARMS.
           OPEN INPUT BATCH-PARM-FILE
           IF BATCH-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ BATCH-PARM-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               MOVE SPACES TO BATCH-KEY BATCH-ARG
               UNSTRING BATCH-PARM-RECORD DELIMITED BY ALL SPACES
                   INTO BATCH-KEY BATCH-ARG
               IF FUNCTION TEST-NUMVAL(BATCH-ARG) = 0
                   EVALUATE BATCH-KEY
                       WHEN "RUNS"
                           COMPUTE BATCH-RUNS =
                               FUNCTION NUMVAL(BATCH-ARG)
                       WHEN "SEED"
                           COMPUTE BATCH-SEED =
                               FUNCTION NUMVAL(BATCH-ARG)
                   END-EVALUATE
               END-IF
           END-PERFORM
           CLOSE BATCH-PARM-FILE
           IF BATCH-RUNS > 100
               DISPLAY "SNSBATCH RUNS capped at 100"
               MOVE 100 TO BATCH-RUNS
           END-IF
           IF BATCH-RUNS > 1
               MOVE "Y" TO BATCH-MODE
               MOVE "Y" TO QUIET-MODE
               DISPLAY "Monte Carlo batch: " BATCH-RUNS
                   " runs from seed " BATCH-SEED
           END-IF
           .

      *-----------------------------------------------------------*
      * Every run starts from the same roster, network and        *
      * scenario (a BOOST or CUTLINK in one run must not carry    *
      * into the next) with its own seed. SNSHIST is left to      *
      * single runs; each run's outcome goes to SNSMCRUN.         *
      *-----------------------------------------------------------*
       RUN-MONTE-CARLO.
           PERFORM LOAD-SCENARIO-EVENTS
           OPEN OUTPUT BATCH-RUN-FILE
           PERFORM VARYING RUN-NO FROM 1 BY 1
                   UNTIL RUN-NO > BATCH-RUNS
               PERFORM ONE-BATCH-RUN
           END-PERFORM
           CLOSE BATCH-RUN-FILE
           PERFORM WRITE-MONTE-CARLO-SUMMARY
           DISPLAY "Monte Carlo run results on SNSMCRUN, "
               "summary on SNSMCSUM"
           .

       ONE-BATCH-RUN.
           COMPUTE RUN-SEED = BATCH-SEED + RUN-NO - 1
           MOVE FUNCTION RANDOM(RUN-SEED) TO SEED-DRAW
           MOVE 0 TO STEP
           MOVE "N" TO ALL-CONSENSUS
           MOVE ZEROS TO PREV-OPINIONS
           PERFORM VARYING T FROM 1 BY 1 UNTIL T > NUM-TOPICS
               MOVE 0 TO STABLE-COUNT(T)
               MOVE 0 TO CONSENSUS-STEP(T)
               MOVE "N" TO CONSENSUS-FLAG(T)
           END-PERFORM
           PERFORM INIT-AGENTS
           PERFORM LOAD-NETWORK
           PERFORM VARY-STEPS
           PERFORM VARYING T FROM 1 BY 1 UNTIL T > NUM-TOPICS
               PERFORM RECORD-BATCH-RESULT
           END-PERFORM
           .

      *-----------------------------------------------------------*
      * Final shares, consensus step and cluster counts (groups   *
      * of two or more, and how many are echo chambers) for       *
      * topic T of run RUN-NO.                                    *
      *-----------------------------------------------------------*
       RECORD-BATCH-RESULT.
           MOVE 0 TO SHARE-COUNT
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > NUM-AGENTS
               IF OPINION(I, T) = 1
                   ADD 1 TO SHARE-COUNT
               END-IF
           END-PERFORM
           COMPUTE MC-POSITIVE(RUN-NO, T) ROUNDED =
               SHARE-COUNT * 100 / NUM-AGENTS
           MOVE 0 TO SHARE-COUNT
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > NUM-AGENTS
               IF OPINION(I, T) = 2
                   ADD 1 TO SHARE-COUNT
               END-IF
           END-PERFORM
           COMPUTE MC-NEGATIVE(RUN-NO, T) ROUNDED =
               SHARE-COUNT * 100 / NUM-AGENTS
           COMPUTE MC-NEUTRAL(RUN-NO, T) = 100
               - MC-POSITIVE(RUN-NO, T) - MC-NEGATIVE(RUN-NO, T)
           MOVE 0 TO MC-CONS-STEP(RUN-NO, T)
           IF CONSENSUS-FLAG(T) = "Y"
               MOVE CONSENSUS-STEP(T) TO MC-CONS-STEP(RUN-NO, T)
           END-IF
           MOVE 0 TO CLUSTERS-FOUND
           MOVE 0 TO ECHO-FOUND
           PERFORM ASSIGN-CLUSTERS
           PERFORM VARYING CLUSTER-CUR FROM 1 BY 1
                   UNTIL CLUSTER-CUR > CLUSTER-COUNT
               PERFORM MEASURE-CLUSTER
               IF CLUSTER-SIZE >= 2
                   ADD 1 TO CLUSTERS-FOUND
                   IF CLUSTER-EDGE = "Y"
                       ADD 1 TO ECHO-FOUND
                   END-IF
               END-IF
           END-PERFORM
           MOVE CLUSTERS-FOUND TO MC-CLUSTERS(RUN-NO, T)
           MOVE ECHO-FOUND TO MC-ECHO(RUN-NO, T)
           MOVE SPACES TO BATCH-RUN-RECORD
           STRING "RUN=" RUN-NO " SEED=" RUN-SEED
                  " TOPIC=" TOPIC-NAME(T)
                  " POS=" MC-POSITIVE(RUN-NO, T)
                  " NEU=" MC-NEUTRAL(RUN-NO, T)
                  " NEG=" MC-NEGATIVE(RUN-NO, T)
                  " CONS=" MC-CONS-STEP(RUN-NO, T)
                  " CLU=" CLUSTERS-FOUND
                  " ECHO=" ECHO-FOUND
                  DELIMITED BY SIZE INTO BATCH-RUN-RECORD
           WRITE BATCH-RUN-RECORD
           .

      *-----------------------------------------------------------*
      * Per topic: mean, standard deviation, minimum, 10th, 50th  *
      * and 90th percentiles (nearest rank) and maximum of each   *
      * outcome over the runs. The consensus step is taken over   *
      * the runs that converged.                                  *
      *-----------------------------------------------------------*
       WRITE-MONTE-CARLO-SUMMARY.
           OPEN OUTPUT BATCH-SUMMARY-FILE
           MOVE SPACES TO BATCH-SUMMARY-RECORD
           STRING "MONTE CARLO SUMMARY -- " BATCH-RUNS " RUNS, SEEDS "
                  BATCH-SEED " UP, " NUM-AGENTS " AGENTS, "
                  NUM-SCEN-EVENTS " SCENARIO EVENTS"
                  DELIMITED BY SIZE INTO BATCH-SUMMARY-RECORD
           WRITE BATCH-SUMMARY-RECORD
           PERFORM VARYING T FROM 1 BY 1 UNTIL T > NUM-TOPICS
               PERFORM SUMMARIZE-TOPIC
           END-PERFORM
           CLOSE BATCH-SUMMARY-FILE
           .

       SUMMARIZE-TOPIC.
           MOVE SPACES TO BATCH-SUMMARY-RECORD
           WRITE BATCH-SUMMARY-RECORD
           MOVE 0 TO CONVERGED-RUNS
           PERFORM VARYING RUN-NO FROM 1 BY 1
                   UNTIL RUN-NO > BATCH-RUNS
               IF MC-CONS-STEP(RUN-NO, T) > 0
                   ADD 1 TO CONVERGED-RUNS
               END-IF
           END-PERFORM
           MOVE SPACES TO BATCH-SUMMARY-RECORD
           STRING "TOPIC " TOPIC-NAME(T) "  CONVERGED IN "
                  CONVERGED-RUNS " OF " BATCH-RUNS " RUNS"
                  DELIMITED BY SIZE INTO BATCH-SUMMARY-RECORD
           WRITE BATCH-SUMMARY-RECORD
           MOVE SPACES TO BATCH-SUMMARY-RECORD
           MOVE " MEAN    SD  MIN  P10  P50  P90  MAX"
               TO BATCH-SUMMARY-RECORD(21:36)
           WRITE BATCH-SUMMARY-RECORD

           MOVE "POSITIVE SHARE %" TO STAT-LABEL
           MOVE 0 TO STAT-N
           PERFORM VARYING RUN-NO FROM 1 BY 1
                   UNTIL RUN-NO > BATCH-RUNS
               ADD 1 TO STAT-N
               MOVE MC-POSITIVE(RUN-NO, T) TO STAT-VALUE(STAT-N)
           END-PERFORM
           PERFORM SUMMARIZE-STAT

           MOVE "NEUTRAL SHARE %" TO STAT-LABEL
           MOVE 0 TO STAT-N
           PERFORM VARYING RUN-NO FROM 1 BY 1
                   UNTIL RUN-NO > BATCH-RUNS
               ADD 1 TO STAT-N
               MOVE MC-NEUTRAL(RUN-NO, T) TO STAT-VALUE(STAT-N)
           END-PERFORM
           PERFORM SUMMARIZE-STAT

           MOVE "NEGATIVE SHARE %" TO STAT-LABEL
           MOVE 0 TO STAT-N
           PERFORM VARYING RUN-NO FROM 1 BY 1
                   UNTIL RUN-NO > BATCH-RUNS
               ADD 1 TO STAT-N
               MOVE MC-NEGATIVE(RUN-NO, T) TO STAT-VALUE(STAT-N)
           END-PERFORM
           PERFORM SUMMARIZE-STAT

           MOVE "CONSENSUS STEP" TO STAT-LABEL
           MOVE 0 TO STAT-N
           PERFORM VARYING RUN-NO FROM 1 BY 1
                   UNTIL RUN-NO > BATCH-RUNS
               IF MC-CONS-STEP(RUN-NO, T) > 0
                   ADD 1 TO STAT-N
                   MOVE MC-CONS-STEP(RUN-NO, T) TO STAT-VALUE(STAT-N)
               END-IF
           END-PERFORM
           PERFORM SUMMARIZE-STAT

           MOVE "CLUSTERS" TO STAT-LABEL
           MOVE 0 TO STAT-N
           PERFORM VARYING RUN-NO FROM 1 BY 1
                   UNTIL RUN-NO > BATCH-RUNS
               ADD 1 TO STAT-N
               MOVE MC-CLUSTERS(RUN-NO, T) TO STAT-VALUE(STAT-N)
           END-PERFORM
           PERFORM SUMMARIZE-STAT

           MOVE "ECHO CHAMBERS" TO STAT-LABEL
           MOVE 0 TO STAT-N
           PERFORM VARYING RUN-NO FROM 1 BY 1
                   UNTIL RUN-NO > BATCH-RUNS
               ADD 1 TO STAT-N
               MOVE MC-ECHO(RUN-NO, T) TO STAT-VALUE(STAT-N)
           END-PERFORM
           PERFORM SUMMARIZE-STAT
           .

       SUMMARIZE-STAT.
           MOVE SPACES TO BATCH-SUMMARY-RECORD
           IF STAT-N = 0
               STRING "  " STAT-LABEL "   NO RUNS"
                      DELIMITED BY SIZE INTO BATCH-SUMMARY-RECORD
               WRITE BATCH-SUMMARY-RECORD
               EXIT PARAGRAPH
           END-IF
           PERFORM SORT-STAT-VALUES
           MOVE 0 TO STAT-SUM
           MOVE 0 TO STAT-SUMSQ
           PERFORM VARYING STAT-IDX FROM 1 BY 1
                   UNTIL STAT-IDX > STAT-N
               ADD STAT-VALUE(STAT-IDX) TO STAT-SUM
               COMPUTE STAT-SUMSQ = STAT-SUMSQ
                   + STAT-VALUE(STAT-IDX) * STAT-VALUE(STAT-IDX)
           END-PERFORM
           COMPUTE STAT-MEAN ROUNDED = STAT-SUM / STAT-N
           COMPUTE STAT-VARIANCE ROUNDED =
               STAT-SUMSQ / STAT-N
               - (STAT-SUM / STAT-N) * (STAT-SUM / STAT-N)
           COMPUTE STAT-SD ROUNDED = FUNCTION SQRT(STAT-VARIANCE)
           MOVE 10 TO STAT-PCT
           PERFORM FIND-PERCENTILE
           MOVE STAT-VALUE(STAT-POS) TO STAT-BAND(1)
           MOVE 50 TO STAT-PCT
           PERFORM FIND-PERCENTILE
           MOVE STAT-VALUE(STAT-POS) TO STAT-BAND(2)
           MOVE 90 TO STAT-PCT
           PERFORM FIND-PERCENTILE
           MOVE STAT-VALUE(STAT-POS) TO STAT-BAND(3)
           MOVE STAT-MEAN TO MEAN-EDIT
           MOVE STAT-SD TO SD-EDIT
           MOVE STAT-VALUE(1) TO MIN-EDIT
           MOVE STAT-BAND(1) TO P10-EDIT
           MOVE STAT-BAND(2) TO P50-EDIT
           MOVE STAT-BAND(3) TO P90-EDIT
           MOVE STAT-VALUE(STAT-N) TO MAX-EDIT
           STRING "  " STAT-LABEL "  " MEAN-EDIT " " SD-EDIT
                  "  " MIN-EDIT "  " P10-EDIT "  " P50-EDIT
                  "  " P90-EDIT "  " MAX-EDIT
                  DELIMITED BY SIZE INTO BATCH-SUMMARY-RECORD
           WRITE BATCH-SUMMARY-RECORD
           .

      *-----------------------------------------------------------*
      * Nearest rank: the value at position PCT x N / 100,        *
      * rounded up, of the sorted values.                         *
      *-----------------------------------------------------------*
       FIND-PERCENTILE.
           COMPUTE STAT-POS = (STAT-PCT * STAT-N + 99) / 100
           IF STAT-POS < 1
               MOVE 1 TO STAT-POS
           END-IF
           .

       SORT-STAT-VALUES.
           PERFORM VARYING STAT-IDX FROM 2 BY 1
                   UNTIL STAT-IDX > STAT-N
               MOVE STAT-VALUE(STAT-IDX) TO STAT-HOLD
               MOVE STAT-IDX TO STAT-IDX2
               PERFORM UNTIL STAT-IDX2 < 2
                       OR STAT-VALUE(STAT-IDX2 - 1) <= STAT-HOLD
                   MOVE STAT-VALUE(STAT-IDX2 - 1)
                       TO STAT-VALUE(STAT-IDX2)
                   SUBTRACT 1 FROM STAT-IDX2
               END-PERFORM
               MOVE STAT-HOLD TO STAT-VALUE(STAT-IDX2)
           END-PERFORM
           .

      *-----------------------------------------------------------*
      * SNSCALIB turns on calibration: STEPS, REPS, PASSES and    *
      * SEED, one keyword a line; the defaults are the usual 15   *
      * steps, 5 replicates, 3 passes and seed 1.                 *
      *-----------------------------------------------------------*
       LOAD-CALIBRATION-PARMS.
           OPEN INPUT CALIB-PARM-FILE
           IF CALIB-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE NUM-STEPS TO CALIB-STEPS
           PERFORM UNTIL 1 = 2
               READ CALIB-PARM-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               MOVE SPACES TO BATCH-KEY BATCH-ARG
               UNSTRING CALIB-PARM-RECORD DELIMITED BY ALL SPACES
                   INTO BATCH-KEY BATCH-ARG
               IF FUNCTION TEST-NUMVAL(BATCH-ARG) = 0
                       AND FUNCTION NUMVAL(BATCH-ARG) > 0
                   EVALUATE BATCH-KEY
                       WHEN "STEPS"
                           COMPUTE CALIB-STEPS =
                               FUNCTION NUMVAL(BATCH-ARG)
                       WHEN "REPS"
                           COMPUTE CALIB-REPS =
                               FUNCTION NUMVAL(BATCH-ARG)
                       WHEN "PASSES"
                           COMPUTE CALIB-PASSES =
                               FUNCTION NUMVAL(BATCH-ARG)
                       WHEN "SEED"
                           COMPUTE CALIB-SEED =
                               FUNCTION NUMVAL(BATCH-ARG)
                   END-EVALUATE
               END-IF
           END-PERFORM
           CLOSE CALIB-PARM-FILE
           MOVE "Y" TO CALIB-MODE
           MOVE "Y" TO QUIET-MODE
           .

      *-----------------------------------------------------------*
      * The roster and network are loaded once as the starting    *
      * guess; campaign events have no place in a fit to what     *
      * people did on their own, so SNSSCEN is not read.          *
      *-----------------------------------------------------------*
       RUN-CALIBRATION.
           DISPLAY "Calibration against survey waves: "
               CALIB-STEPS " steps, " CALIB-REPS " replicates"
           PERFORM INIT-AGENTS
           PERFORM LOAD-NETWORK
           MOVE 0 TO CL-COUNT
           IF LINKS-FILE-STATUS = "00"
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > NUM-AGENTS
                   PERFORM VARYING J FROM 1 BY 1 UNTIL J > NUM-AGENTS
                       IF I NOT = J AND ADJ-COL(I, J) > 0
                               AND CL-COUNT < 100
                           ADD 1 TO CL-COUNT
                           MOVE I TO CL-FROM(CL-COUNT)
                           MOVE J TO CL-TO(CL-COUNT)
                           MOVE ADJ-COL(I, J) TO CL-ORIG(CL-COUNT)
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > NUM-AGENTS
               MOVE INFLUENCE(I) TO ORIG-INFLUENCE(I)
               MOVE SUSCEPT(I) TO ORIG-SUSCEPT(I)
               PERFORM VARYING T FROM 1 BY 1 UNTIL T > 3
                   MOVE SPACE TO W1-OPINION(I, T)
                   MOVE SPACE TO W2-OPINION(I, T)
               END-PERFORM
           END-PERFORM
           MOVE 1 TO WAVE-NO
           OPEN INPUT WAVE1-FILE
           IF WAVE-FILE-STATUS = "00"
               PERFORM UNTIL 1 = 2
                   READ WAVE1-FILE
                       AT END
                           EXIT PERFORM
                   END-READ
                   MOVE WAVE1-RECORD TO WAVE-LINE
                   PERFORM TAKE-WAVE-LINE
               END-PERFORM
               CLOSE WAVE1-FILE
           END-IF
           MOVE 2 TO WAVE-NO
           OPEN INPUT WAVE2-FILE
           IF WAVE-FILE-STATUS = "00"
               PERFORM UNTIL 1 = 2
                   READ WAVE2-FILE
                       AT END
                           EXIT PERFORM
                   END-READ
                   MOVE WAVE2-RECORD TO WAVE-LINE
                   PERFORM TAKE-WAVE-LINE
               END-PERFORM
               CLOSE WAVE2-FILE
           END-IF
           IF WAVE1-COUNT = 0 OR WAVE2-COUNT = 0
               DISPLAY "Calibration needs both survey waves "
                   "(SNSWAVE1, SNSWAVE2) -- nothing fitted"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE CALIB-STEPS TO NUM-STEPS

           OPEN OUTPUT CALIB-RPT-FILE
           MOVE SPACES TO CALIB-RPT-RECORD
           STRING "CALIBRATION AGAINST SURVEY WAVES -- STEPS "
                  CALIB-STEPS " REPLICATES " CALIB-REPS
                  " SEED " CALIB-SEED
                  DELIMITED BY SIZE INTO CALIB-RPT-RECORD
           WRITE CALIB-RPT-RECORD
           MOVE SPACES TO CALIB-RPT-RECORD
           STRING "WAVE 1 OPINIONS " WAVE1-COUNT
                  "  WAVE 2 OPINIONS " WAVE2-COUNT
                  "  LINES NOT MATCHED " WAVE-UNMATCHED
                  DELIMITED BY SIZE INTO CALIB-RPT-RECORD
           WRITE CALIB-RPT-RECORD
           IF CL-COUNT = 0
               MOVE "NO SNSLINKS -- ALL-TO-ALL, NO LINK WEIGHTS FITTED"
                   TO CALIB-RPT-RECORD
               WRITE CALIB-RPT-RECORD
           END-IF

           PERFORM CALIB-EVALUATE
           MOVE FIT-ERROR TO BEST-ERROR
           MOVE FIT-ERROR TO START-ERROR
           PERFORM VARYING PASS-NO FROM 1 BY 1
                   UNTIL PASS-NO > CALIB-PASSES
               MOVE "N" TO PASS-IMPROVED
               PERFORM VARYING PARAM-AGENT FROM 1 BY 1
                       UNTIL PARAM-AGENT > NUM-AGENTS
                   PERFORM FIT-AGENT-INFLUENCE
                   PERFORM FIT-AGENT-SUSCEPT
               END-PERFORM
               PERFORM VARYING CL-IDX FROM 1 BY 1
                       UNTIL CL-IDX > CL-COUNT
                   PERFORM FIT-LINK-WEIGHT
               END-PERFORM
               MOVE BEST-ERROR TO ERROR-EDIT
               MOVE SPACES TO CALIB-RPT-RECORD
               STRING "PASS " PASS-NO " FIT ERROR " ERROR-EDIT "%"
                      DELIMITED BY SIZE INTO CALIB-RPT-RECORD
               WRITE CALIB-RPT-RECORD
               IF PASS-IMPROVED = "N"
                   EXIT PERFORM
               END-IF
           END-PERFORM
           PERFORM REPORT-CALIBRATION
           CLOSE CALIB-RPT-FILE
           PERFORM WRITE-PROPOSED-PARAMETERS
           MOVE START-ERROR TO ERROR-EDIT
           DISPLAY "Calibration fit error " ERROR-EDIT "% before,"
               WITH NO ADVANCING
           MOVE BEST-ERROR TO ERROR-EDIT
           DISPLAY " " ERROR-EDIT "% after; report on SNSCALR, "
               "proposed SNSROSTP and SNSLINKP"
           .

      *-----------------------------------------------------------*
      * A survey line is "NAME OPINION [TOPIC]", NAME as on       *
      * SNSROSTER, OPINION 0 neutral, 1 positive, 2 negative, the *
      * first topic when none is named.                           *
      *-----------------------------------------------------------*
       TAKE-WAVE-LINE.
           MOVE SPACES TO WAVE-NAME WAVE-OPIN WAVE-TOPIC
           UNSTRING WAVE-LINE DELIMITED BY ALL SPACES
               INTO WAVE-NAME WAVE-OPIN WAVE-TOPIC
           IF WAVE-NAME = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WAVE-AGENT
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > NUM-AGENTS
               IF NAME(I) = WAVE-NAME
                   MOVE I TO WAVE-AGENT
               END-IF
           END-PERFORM
           MOVE 0 TO WAVE-TOPIC-NO
           IF WAVE-TOPIC = SPACES
               MOVE 1 TO WAVE-TOPIC-NO
           ELSE
               PERFORM VARYING T FROM 1 BY 1 UNTIL T > NUM-TOPICS
                   IF TOPIC-NAME(T) = WAVE-TOPIC
                       MOVE T TO WAVE-TOPIC-NO
                   END-IF
               END-PERFORM
           END-IF
           IF WAVE-AGENT = 0 OR WAVE-TOPIC-NO = 0
                   OR (WAVE-OPIN NOT = "0" AND WAVE-OPIN NOT = "1"
                       AND WAVE-OPIN NOT = "2")
               ADD 1 TO WAVE-UNMATCHED
               EXIT PARAGRAPH
           END-IF
           IF WAVE-NO = 1
               MOVE WAVE-OPIN TO W1-OPINION(WAVE-AGENT, WAVE-TOPIC-NO)
               ADD 1 TO WAVE1-COUNT
           ELSE
               MOVE WAVE-OPIN TO W2-OPINION(WAVE-AGENT, WAVE-TOPIC-NO)
               ADD 1 TO WAVE2-COUNT
           END-IF
           .

       FIT-AGENT-INFLUENCE.
           MOVE INFLUENCE(PARAM-AGENT) TO KEEP-VALUE
           PERFORM VARYING TRY-VALUE FROM 1 BY 1 UNTIL TRY-VALUE > 9
               IF TRY-VALUE NOT = KEEP-VALUE
                   MOVE TRY-VALUE TO INFLUENCE(PARAM-AGENT)
                   PERFORM CALIB-EVALUATE
                   IF FIT-ERROR < BEST-ERROR
                       MOVE FIT-ERROR TO BEST-ERROR
                       MOVE TRY-VALUE TO KEEP-VALUE
                       MOVE "Y" TO PASS-IMPROVED
                   END-IF
               END-IF
           END-PERFORM
           MOVE KEEP-VALUE TO INFLUENCE(PARAM-AGENT)
           .

       FIT-AGENT-SUSCEPT.
           MOVE SUSCEPT(PARAM-AGENT) TO KEEP-VALUE
           PERFORM VARYING TRY-VALUE FROM 1 BY 1 UNTIL TRY-VALUE > 9
               IF TRY-VALUE NOT = KEEP-VALUE
                   MOVE TRY-VALUE TO SUSCEPT(PARAM-AGENT)
                   PERFORM CALIB-EVALUATE
                   IF FIT-ERROR < BEST-ERROR
                       MOVE FIT-ERROR TO BEST-ERROR
                       MOVE TRY-VALUE TO KEEP-VALUE
                       MOVE "Y" TO PASS-IMPROVED
                   END-IF
               END-IF
           END-PERFORM
           MOVE KEEP-VALUE TO SUSCEPT(PARAM-AGENT)
           .

       FIT-LINK-WEIGHT.
           MOVE ADJ-COL(CL-FROM(CL-IDX), CL-TO(CL-IDX)) TO KEEP-VALUE
           PERFORM VARYING TRY-VALUE FROM 1 BY 1 UNTIL TRY-VALUE > 9
               IF TRY-VALUE NOT = KEEP-VALUE
                   MOVE TRY-VALUE
                       TO ADJ-COL(CL-FROM(CL-IDX), CL-TO(CL-IDX))
                   PERFORM CALIB-EVALUATE
                   IF FIT-ERROR < BEST-ERROR
                       MOVE FIT-ERROR TO BEST-ERROR
                       MOVE TRY-VALUE TO KEEP-VALUE
                       MOVE "Y" TO PASS-IMPROVED
                   END-IF
               END-IF
           END-PERFORM
           MOVE KEEP-VALUE TO ADJ-COL(CL-FROM(CL-IDX), CL-TO(CL-IDX))
           .

      *-----------------------------------------------------------*
      * Fit error of the parameters as they stand: the percent of *
      * wave-2 opinions missed, over every replicate.             *
      *-----------------------------------------------------------*
       CALIB-EVALUATE.
           MOVE 0 TO FIT-MISMATCH
           MOVE 0 TO FIT-SCORED
           PERFORM VARYING REP-NO FROM 1 BY 1 UNTIL REP-NO > CALIB-REPS
               PERFORM CALIB-ONE-REPLICATE
           END-PERFORM
           ADD 1 TO EVAL-COUNT
           MOVE 0 TO FIT-ERROR
           IF FIT-SCORED > 0
               COMPUTE FIT-ERROR ROUNDED =
                   FIT-MISMATCH * 100 / FIT-SCORED
           END-IF
           .

      *-----------------------------------------------------------*
      * One replicate: wave-1 opinions where surveyed (a random   *
      * start elsewhere, from the replicate's seed), STEPS steps, *
      * then the misses against wave 2 counted.                   *
      *-----------------------------------------------------------*
       CALIB-ONE-REPLICATE.
           COMPUTE RUN-SEED = CALIB-SEED + REP-NO - 1
           MOVE FUNCTION RANDOM(RUN-SEED) TO SEED-DRAW
           MOVE 0 TO STEP
           MOVE "N" TO ALL-CONSENSUS
           MOVE ZEROS TO PREV-OPINIONS
           PERFORM VARYING T FROM 1 BY 1 UNTIL T > NUM-TOPICS
               MOVE 0 TO STABLE-COUNT(T)
               MOVE 0 TO CONSENSUS-STEP(T)
               MOVE "N" TO CONSENSUS-FLAG(T)
           END-PERFORM
           MOVE 1 TO I
           PERFORM VARY-OPINION
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > NUM-AGENTS
               MOVE 0 TO CHANGES-PRODUCED(I)
               PERFORM VARYING T FROM 1 BY 1 UNTIL T > NUM-TOPICS
                   IF W1-OPINION(I, T) NOT = SPACE
                       MOVE W1-OPINION(I, T) TO OPINION(I, T)
                   END-IF
               END-PERFORM
           END-PERFORM
           PERFORM VARY-STEPS
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > NUM-AGENTS
               PERFORM VARYING T FROM 1 BY 1 UNTIL T > NUM-TOPICS
                   IF W2-OPINION(I, T) NOT = SPACE
                       ADD 1 TO FIT-SCORED
                       IF OPINION(I, T) NOT = W2-OPINION(I, T)
                           ADD 1 TO FIT-MISMATCH
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM
           .

       REPORT-CALIBRATION.
           MOVE START-ERROR TO ERROR-EDIT
           MOVE SPACES TO CALIB-RPT-RECORD
           STRING "FIT ERROR BEFORE " ERROR-EDIT "%"
                  DELIMITED BY SIZE INTO CALIB-RPT-RECORD
           WRITE CALIB-RPT-RECORD
           MOVE BEST-ERROR TO ERROR-EDIT
           MOVE SPACES TO CALIB-RPT-RECORD
           STRING "FIT ERROR AFTER  " ERROR-EDIT "%  ("
                  EVAL-COUNT " TRIALS)"
                  DELIMITED BY SIZE INTO CALIB-RPT-RECORD
           WRITE CALIB-RPT-RECORD
           MOVE SPACES TO CALIB-RPT-RECORD
           WRITE CALIB-RPT-RECORD
           MOVE "AGENT       INFLUENCE   SUSCEPT" TO CALIB-RPT-RECORD
           WRITE CALIB-RPT-RECORD
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > NUM-AGENTS
               MOVE SPACES TO CALIB-RPT-RECORD
               STRING NAME(I) "   " ORIG-INFLUENCE(I) " -> "
                      INFLUENCE(I) "      " ORIG-SUSCEPT(I) " -> "
                      SUSCEPT(I)
                      DELIMITED BY SIZE INTO CALIB-RPT-RECORD
               WRITE CALIB-RPT-RECORD
           END-PERFORM
           MOVE 0 TO CHANGED-LINKS
           PERFORM VARYING CL-IDX FROM 1 BY 1 UNTIL CL-IDX > CL-COUNT
               IF ADJ-COL(CL-FROM(CL-IDX), CL-TO(CL-IDX))
                       NOT = CL-ORIG(CL-IDX)
                   ADD 1 TO CHANGED-LINKS
                   MOVE SPACES TO CALIB-RPT-RECORD
                   STRING "LINK " CL-FROM(CL-IDX) " TO " CL-TO(CL-IDX)
                          "  WEIGHT " CL-ORIG(CL-IDX) " -> "
                          ADJ-COL(CL-FROM(CL-IDX), CL-TO(CL-IDX))
                          DELIMITED BY SIZE INTO CALIB-RPT-RECORD
                   WRITE CALIB-RPT-RECORD
               END-IF
           END-PERFORM
           MOVE SPACES TO CALIB-RPT-RECORD
           STRING CHANGED-LINKS " OF " CL-COUNT " LINK WEIGHTS CHANGED"
                  DELIMITED BY SIZE INTO CALIB-RPT-RECORD
           WRITE CALIB-RPT-RECORD
           .

      *-----------------------------------------------------------*
      * The fitted parameters in the SNSROSTER ("NAME INFLUENCE   *
      * SUSCEPT") and SNSLINKS ("FROM TO WEIGHT") layouts, for    *
      * operations to review and put in place of the originals.   *
      *-----------------------------------------------------------*
       WRITE-PROPOSED-PARAMETERS.
           OPEN OUTPUT PROPOSED-ROSTER-FILE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > NUM-AGENTS
               MOVE SPACES TO PROPOSED-ROSTER-RECORD
               STRING NAME(I) DELIMITED BY SPACE
                      " " INFLUENCE(I) " " SUSCEPT(I)
                      DELIMITED BY SIZE INTO PROPOSED-ROSTER-RECORD
               WRITE PROPOSED-ROSTER-RECORD
           END-PERFORM
           CLOSE PROPOSED-ROSTER-FILE
           IF CL-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT PROPOSED-LINKS-FILE
           PERFORM VARYING CL-IDX FROM 1 BY 1 UNTIL CL-IDX > CL-COUNT
               MOVE SPACES TO PROPOSED-LINK-RECORD
               STRING CL-FROM(CL-IDX) " " CL-TO(CL-IDX) " "
                      ADJ-COL(CL-FROM(CL-IDX), CL-TO(CL-IDX))
                      DELIMITED BY SIZE INTO PROPOSED-LINK-RECORD
               WRITE PROPOSED-LINK-RECORD
           END-PERFORM
           CLOSE PROPOSED-LINKS-FILE
           .
