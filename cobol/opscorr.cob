       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPSCORR.
       AUTHOR. CAZZY.
       REMARKS. >
           Incident correlation over the shared OPSALERT console
           file. HEALTHFLUX, URBANFLUX and ECOLEDGER write an
           alert every step a condition persists; this pass folds
           the repeats from one source about one subject into a
           single incident on OPSINCID -- first seen, last seen,
           how many alerts, peak severity -- so the desks work one
           line per problem instead of one per step.
           The subject is the leading part of the alert text that
           names the thing alerting: OPSCRULE says how many
           characters of which source's texts (by leading pattern)
           that is, so "DISTRICT=03 POLLUTION-CRITICAL=" groups
           while the reading after it changes. A text no rule
           claims is its own subject, so only exact repeats fold.
           An alert continues the open occurrence when it comes
           within OPSCPARM's STEPS steps of the last one on the
           same day, or within DAYS days of it; otherwise the
           condition cleared in between and the incident reopens
           as its next occurrence. An occurrence not seen for
           more than DAYS days is marked cleared.
           Each new occurrence, and each rise in its peak
           severity, is written once to OPSINCEV in the OPSALERT
           layout (text "INCnnnnnn-oo subject"); OPSROUTE routes
           those lines and OPSACK acknowledges them, so one
           acknowledgment covers the whole run of repeats.
           Like OPSROUTE, the pass resumes after the last alert it
           folded (OPSCRPTR, keyed on content, not record number).

      *-----------------------------------------------------------*
      * Mod history:
      *   2026-10-15  CAZZY - written; one bad district or one
      *               deteriorating patient filled a team queue
      *               with dozens of copies, each escalated
      *               separately.
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-ALERT-FILE ASSIGN TO "OPSALERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPALERT-FILE-STATUS.
           SELECT CORR-PARM-FILE ASSIGN TO "OPSCPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-FILE-STATUS.
           SELECT CORR-RULES-FILE ASSIGN TO "OPSCRULE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RULES-FILE-STATUS.
           SELECT CORR-CURSOR-FILE ASSIGN TO "OPSCRPTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CURSOR-FILE-STATUS.
           SELECT INCIDENT-FILE ASSIGN TO "OPSINCID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INCIDENT-FILE-STATUS.
           SELECT INCIDENT-EVENT-FILE ASSIGN TO "OPSINCEV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EVENT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-ALERT-FILE.
       01  OPERATOR-ALERT-RECORD.
           COPY OPALERT REPLACING ==:LVL:== BY ==05==.

       FD  CORR-PARM-FILE.
       01  CORR-PARM-RECORD    PIC X(80).

      *-----------------------------------------------------------*
      * One subject rule per line: source (blank = any), the      *
      * leading text the alert must begin with (blank = any), and *
      * how many leading characters of the text are the subject.  *
      *-----------------------------------------------------------*
       FD  CORR-RULES-FILE.
       01  CORR-RULE-RECORD.
           05 CL-SOURCE        PIC X(10).
           05 CL-PATTERN       PIC X(15).
           05 CL-LENGTH        PIC X(2).

       FD  CORR-CURSOR-FILE.
       01  CORR-CURSOR-RECORD.
           05 CC-DATE          PIC 9(8).
           05 CC-STEP          PIC 999.
           05 CC-SOURCE        PIC X(10).
           05 CC-TEXT          PIC X(25).

       FD  INCIDENT-FILE.
       01  INCIDENT-RECORD     PIC X(164).

       FD  INCIDENT-EVENT-FILE.
       01  INCIDENT-EVENT-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       77 OPALERT-FILE-STATUS  PIC X(2).
       77 PARM-FILE-STATUS     PIC X(2).
       77 RULES-FILE-STATUS    PIC X(2).
       77 CURSOR-FILE-STATUS   PIC X(2).
       77 INCIDENT-FILE-STATUS PIC X(2).
       77 EVENT-FILE-STATUS    PIC X(2).
       77 TODAY-STAMP          PIC 9(8).
       77 GAP-STEPS            PIC 9(3) VALUE 1.
       77 GAP-DAYS             PIC 9(3) VALUE 1.
       77 KEEP-DAYS            PIC 9(3) VALUE 90.
       77 MARKER-SET           PIC X VALUE "N".
       77 MARKER-DATE          PIC 9(8).
       77 MARKER-STEP          PIC 999.
       77 MARKER-SOURCE        PIC X(10).
       77 MARKER-TEXT          PIC X(25).
       77 MARKER-POS           PIC 9(6) VALUE 0.
       77 RECORD-NO            PIC 9(6) VALUE 0.
       77 LAST-DATE            PIC 9(8) VALUE 0.
       77 LAST-STEP            PIC 999 VALUE 0.
       77 LAST-SOURCE          PIC X(10) VALUE SPACES.
       77 LAST-TEXT            PIC X(25) VALUE SPACES.
       77 R-IDX                PIC 99.
       77 I-IDX                PIC 9(4).
       77 LATEST-IDX           PIC 9(4).
       77 PAT-LEN              PIC 99.
       77 SUBJECT-LEN          PIC 99.
       77 CUR-SUBJECT          PIC X(51).
       77 NEXT-ID              PIC 9(6) VALUE 0.
       77 DAY-GAP              PIC S9(7).
       77 CONTINUES            PIC X.
       77 ALERT-RANK           PIC 9.
       77 PEAK-RANK            PIC 9.
       77 RANK-SEVERITY        PIC X(8).
       77 RANK-VALUE           PIC 9.
       77 ALERTS-FOLDED        PIC 9(6) VALUE 0.
       77 OPENED-COUNT         PIC 9(4) VALUE 0.
       77 REOPENED-COUNT       PIC 9(4) VALUE 0.
       77 RAISED-COUNT         PIC 9(4) VALUE 0.
       77 CLEARED-COUNT        PIC 9(4) VALUE 0.
       77 PRUNED-COUNT         PIC 9(4) VALUE 0.
       77 UNTRACKED-COUNT      PIC 9(4) VALUE 0.
       77 MAX-INCIDENTS        PIC 9(4) VALUE 2000.

       01 PARM-TOKENS.
           05 PK-KEYWORD       PIC X(10).
           05 PK-ARG           PIC X(10).

       01 RULES-TABLE.
           05 RULE-ENTRY OCCURS 30 TIMES.
              10 RT-SOURCE     PIC X(10).
              10 RT-PATTERN    PIC X(15).
              10 RT-LENGTH     PIC 99.
       01 RULE-COUNT         PIC 99 VALUE 0.

      *-----------------------------------------------------------*
      * The routable line OPSINCEV carries, in the OPSALERT       *
      * layout so OPSROUTE and OPSACK read it as they read alerts.*
      *-----------------------------------------------------------*
       01 EVENT-LINE.
           05 EV-SOURCE        PIC X(10).
           05 EV-DATE          PIC 9(8).
           05 EV-STEP          PIC 999.
           05 EV-SEVERITY      PIC X(8).
           05 EV-TEXT          PIC X(51).

       01 INCIDENT-TABLE.
           05 INCIDENT-ENTRY OCCURS 2000 TIMES.
              COPY OPINCID REPLACING ==:LVL:== BY ==10==.
              10 IN-DROP       PIC X.
       01 INCIDENT-COUNT     PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT TODAY-STAMP FROM DATE YYYYMMDD
           PERFORM LOAD-CORR-PARMS
           PERFORM LOAD-SUBJECT-RULES
           PERFORM LOAD-INCIDENTS
           PERFORM LOAD-CORR-CURSOR
           PERFORM FIND-MARKER-POSITION
           OPEN INPUT OPERATOR-ALERT-FILE
           IF OPALERT-FILE-STATUS NOT = "00"
               DISPLAY "No OPSALERT file on hand"
               GOBACK
           END-IF
           OPEN EXTEND INCIDENT-EVENT-FILE
           IF EVENT-FILE-STATUS NOT = "00"
               OPEN OUTPUT INCIDENT-EVENT-FILE
           END-IF
           MOVE 0 TO RECORD-NO
           PERFORM UNTIL 1 = 2
               READ OPERATOR-ALERT-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               ADD 1 TO RECORD-NO
      *        Records up to the marker were folded by an earlier
      *        pass; a rerun must not count them twice.
               IF RECORD-NO > MARKER-POS
                   PERFORM CORRELATE-ONE-ALERT
                   MOVE OA-DATE TO LAST-DATE
                   MOVE OA-STEP TO LAST-STEP
                   MOVE OA-SOURCE TO LAST-SOURCE
                   MOVE OA-TEXT(1:25) TO LAST-TEXT
               END-IF
           END-PERFORM
           CLOSE INCIDENT-EVENT-FILE
           CLOSE OPERATOR-ALERT-FILE
           PERFORM CLEAR-QUIET-INCIDENTS
           PERFORM SAVE-INCIDENTS
           IF RECORD-NO > MARKER-POS
               PERFORM SAVE-CORR-CURSOR
           END-IF
           DISPLAY "Correlation complete: " ALERTS-FOLDED
               " alerts, " OPENED-COUNT " new incidents, "
               REOPENED-COUNT " reopened, " RAISED-COUNT
               " raised, " CLEARED-COUNT " cleared"
           IF UNTRACKED-COUNT > 0
               DISPLAY "Incident table full -- " UNTRACKED-COUNT
                   " alerts passed to OPSINCEV uncorrelated"
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       LOAD-CORR-PARMS.
           OPEN INPUT CORR-PARM-FILE
           IF PARM-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ CORR-PARM-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               MOVE SPACES TO PARM-TOKENS
               UNSTRING CORR-PARM-RECORD DELIMITED BY ALL SPACES
                   INTO PK-KEYWORD PK-ARG
               IF FUNCTION TEST-NUMVAL(PK-ARG) = 0
                   EVALUATE PK-KEYWORD
                       WHEN "STEPS"
                           COMPUTE GAP-STEPS =
                               FUNCTION NUMVAL(PK-ARG)
                       WHEN "DAYS"
                           COMPUTE GAP-DAYS =
                               FUNCTION NUMVAL(PK-ARG)
                       WHEN "KEEP"
                           COMPUTE KEEP-DAYS =
                               FUNCTION NUMVAL(PK-ARG)
                   END-EVALUATE
               END-IF
           END-PERFORM
           CLOSE CORR-PARM-FILE
           .

       LOAD-SUBJECT-RULES.
           OPEN INPUT CORR-RULES-FILE
           IF RULES-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ CORR-RULES-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF RULE-COUNT < 30 AND CL-LENGTH IS NUMERIC
                   ADD 1 TO RULE-COUNT
                   MOVE CL-SOURCE TO RT-SOURCE(RULE-COUNT)
                   MOVE CL-PATTERN TO RT-PATTERN(RULE-COUNT)
                   MOVE CL-LENGTH TO RT-LENGTH(RULE-COUNT)
               END-IF
           END-PERFORM
           CLOSE CORR-RULES-FILE
           .

       LOAD-INCIDENTS.
           OPEN INPUT INCIDENT-FILE
           IF INCIDENT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ INCIDENT-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF INCIDENT-COUNT < MAX-INCIDENTS
                   ADD 1 TO INCIDENT-COUNT
                   MOVE INCIDENT-RECORD
                       TO INCIDENT-ENTRY(INCIDENT-COUNT)
                   MOVE "N" TO IN-DROP(INCIDENT-COUNT)
                   IF IN-ID(INCIDENT-COUNT) > NEXT-ID
                       MOVE IN-ID(INCIDENT-COUNT) TO NEXT-ID
                   END-IF
               END-IF
           END-PERFORM
           CLOSE INCIDENT-FILE
           .

       LOAD-CORR-CURSOR.
           OPEN INPUT CORR-CURSOR-FILE
           IF CURSOR-FILE-STATUS = "00"
               READ CORR-CURSOR-FILE
                   AT END
                       CONTINUE
               END-READ
               IF CURSOR-FILE-STATUS = "00"
                   MOVE "Y" TO MARKER-SET
                   MOVE CC-DATE TO MARKER-DATE
                   MOVE CC-STEP TO MARKER-STEP
                   MOVE CC-SOURCE TO MARKER-SOURCE
                   MOVE CC-TEXT TO MARKER-TEXT
               END-IF
               CLOSE CORR-CURSOR-FILE
           END-IF
           .

      *-----------------------------------------------------------*
      * The marker is the LAST record matching the cursor, as in  *
      * OPSROUTE; a marker gone from the file aged out under      *
      * retention, and everything kept is newer than it.          *
      *-----------------------------------------------------------*
       FIND-MARKER-POSITION.
           MOVE 0 TO MARKER-POS
           IF MARKER-SET = "N"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT OPERATOR-ALERT-FILE
           IF OPALERT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO RECORD-NO
           PERFORM UNTIL 1 = 2
               READ OPERATOR-ALERT-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               ADD 1 TO RECORD-NO
               IF OA-DATE = MARKER-DATE
                       AND OA-STEP = MARKER-STEP
                       AND OA-SOURCE = MARKER-SOURCE
                       AND OA-TEXT(1:25) = MARKER-TEXT
                   MOVE RECORD-NO TO MARKER-POS
               END-IF
           END-PERFORM
           CLOSE OPERATOR-ALERT-FILE
           IF MARKER-POS = 0
               DISPLAY "Correlation marker not on OPSALERT (aged "
                   "out) -- folding the whole file"
           END-IF
           .

       SAVE-CORR-CURSOR.
           OPEN OUTPUT CORR-CURSOR-FILE
           MOVE LAST-DATE TO CC-DATE
           MOVE LAST-STEP TO CC-STEP
           MOVE LAST-SOURCE TO CC-SOURCE
           MOVE LAST-TEXT TO CC-TEXT
           WRITE CORR-CURSOR-RECORD
           CLOSE CORR-CURSOR-FILE
           .

      *-----------------------------------------------------------*
      * First matching rule wins: blank source matches any, a     *
      * nonblank pattern must open the alert text. The subject is *
      * that many leading characters; no rule, the whole text.    *
      *-----------------------------------------------------------*
       DERIVE-SUBJECT.
           MOVE 51 TO SUBJECT-LEN
           PERFORM VARYING R-IDX FROM 1 BY 1
                   UNTIL R-IDX > RULE-COUNT
               IF RT-SOURCE(R-IDX) = SPACES
                       OR RT-SOURCE(R-IDX) = OA-SOURCE
                   IF RT-PATTERN(R-IDX) = SPACES
                       MOVE RT-LENGTH(R-IDX) TO SUBJECT-LEN
                       EXIT PERFORM
                   END-IF
                   COMPUTE PAT-LEN = FUNCTION LENGTH(
                       FUNCTION TRIM(RT-PATTERN(R-IDX)))
                   IF OA-TEXT(1:PAT-LEN)
                           = RT-PATTERN(R-IDX)(1:PAT-LEN)
                       MOVE RT-LENGTH(R-IDX) TO SUBJECT-LEN
                       EXIT PERFORM
                   END-IF
               END-IF
           END-PERFORM
           IF SUBJECT-LEN = 0 OR SUBJECT-LEN > 51
               MOVE 51 TO SUBJECT-LEN
           END-IF
           MOVE SPACES TO CUR-SUBJECT
           MOVE OA-TEXT(1:SUBJECT-LEN) TO CUR-SUBJECT
           .

       CORRELATE-ONE-ALERT.
           ADD 1 TO ALERTS-FOLDED
           PERFORM DERIVE-SUBJECT
      *    The latest occurrence of this source and subject.
           MOVE 0 TO LATEST-IDX
           PERFORM VARYING I-IDX FROM 1 BY 1
                   UNTIL I-IDX > INCIDENT-COUNT
               IF IN-SOURCE(I-IDX) = OA-SOURCE
                       AND IN-SUBJECT(I-IDX) = CUR-SUBJECT
                   IF LATEST-IDX = 0
                       MOVE I-IDX TO LATEST-IDX
                   ELSE
                       IF IN-OCCUR(I-IDX) > IN-OCCUR(LATEST-IDX)
                           MOVE I-IDX TO LATEST-IDX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE "N" TO CONTINUES
           IF LATEST-IDX > 0
               IF IN-STATUS(LATEST-IDX) = "O"
                   PERFORM CHECK-CONTINUES
               END-IF
           END-IF
           IF CONTINUES = "Y"
               PERFORM FOLD-INTO-OCCURRENCE
               EXIT PARAGRAPH
           END-IF
           IF INCIDENT-COUNT >= MAX-INCIDENTS
               ADD 1 TO UNTRACKED-COUNT
               MOVE OPERATOR-ALERT-RECORD TO EVENT-LINE
               MOVE SPACES TO EV-TEXT
               STRING "INC000000-00 " CUR-SUBJECT(1:38)
                   DELIMITED BY SIZE INTO EV-TEXT
               WRITE INCIDENT-EVENT-RECORD FROM EVENT-LINE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO INCIDENT-COUNT
           INITIALIZE INCIDENT-ENTRY(INCIDENT-COUNT)
           IF LATEST-IDX > 0
               IF IN-STATUS(LATEST-IDX) = "O"
                   MOVE "C" TO IN-STATUS(LATEST-IDX)
                   ADD 1 TO CLEARED-COUNT
               END-IF
               MOVE IN-ID(LATEST-IDX) TO IN-ID(INCIDENT-COUNT)
               COMPUTE IN-OCCUR(INCIDENT-COUNT) =
                   FUNCTION MOD(IN-OCCUR(LATEST-IDX), 99) + 1
               ADD 1 TO REOPENED-COUNT
           ELSE
               ADD 1 TO NEXT-ID
               MOVE NEXT-ID TO IN-ID(INCIDENT-COUNT)
               MOVE 1 TO IN-OCCUR(INCIDENT-COUNT)
               ADD 1 TO OPENED-COUNT
           END-IF
           MOVE OA-SOURCE TO IN-SOURCE(INCIDENT-COUNT)
           MOVE CUR-SUBJECT TO IN-SUBJECT(INCIDENT-COUNT)
           MOVE "O" TO IN-STATUS(INCIDENT-COUNT)
           MOVE OA-DATE TO IN-FIRST-DATE(INCIDENT-COUNT)
           MOVE OA-STEP TO IN-FIRST-STEP(INCIDENT-COUNT)
           MOVE OA-DATE TO IN-LAST-DATE(INCIDENT-COUNT)
           MOVE OA-STEP TO IN-LAST-STEP(INCIDENT-COUNT)
           MOVE 1 TO IN-COUNT(INCIDENT-COUNT)
           MOVE OA-SEVERITY TO IN-PEAK(INCIDENT-COUNT)
           MOVE OA-SEVERITY TO IN-LAST-SEV(INCIDENT-COUNT)
           MOVE OA-TEXT TO IN-LAST-TEXT(INCIDENT-COUNT)
           MOVE "N" TO IN-DROP(INCIDENT-COUNT)
           MOVE INCIDENT-COUNT TO LATEST-IDX
           PERFORM WRITE-INCIDENT-EVENT
           .

      *-----------------------------------------------------------*
      * Still the same run of repeats: the same day within STEPS  *
      * steps of the last one (a step 0 daily job repeats every   *
      * run), or a later day within DAYS days.                    *
      *-----------------------------------------------------------*
       CHECK-CONTINUES.
           IF OA-DATE = IN-LAST-DATE(LATEST-IDX)
               IF OA-STEP <= IN-LAST-STEP(LATEST-IDX) + GAP-STEPS
                   MOVE "Y" TO CONTINUES
               END-IF
           ELSE
               COMPUTE DAY-GAP =
                   FUNCTION INTEGER-OF-DATE(OA-DATE)
                   - FUNCTION INTEGER-OF-DATE(
                       IN-LAST-DATE(LATEST-IDX))
               IF DAY-GAP >= 0 AND DAY-GAP <= GAP-DAYS
                   MOVE "Y" TO CONTINUES
               END-IF
           END-IF
           .

       FOLD-INTO-OCCURRENCE.
           IF IN-COUNT(LATEST-IDX) < 99999
               ADD 1 TO IN-COUNT(LATEST-IDX)
           END-IF
           MOVE OA-DATE TO IN-LAST-DATE(LATEST-IDX)
           MOVE OA-STEP TO IN-LAST-STEP(LATEST-IDX)
           MOVE OA-SEVERITY TO IN-LAST-SEV(LATEST-IDX)
           MOVE OA-TEXT TO IN-LAST-TEXT(LATEST-IDX)
           MOVE OA-SEVERITY TO RANK-SEVERITY
           PERFORM RANK-OF-SEVERITY
           MOVE RANK-VALUE TO ALERT-RANK
           MOVE IN-PEAK(LATEST-IDX) TO RANK-SEVERITY
           PERFORM RANK-OF-SEVERITY
           MOVE RANK-VALUE TO PEAK-RANK
      *    A rise in severity is news the desk has not seen: it
      *    goes out (and must be acknowledged) again.
           IF ALERT-RANK > PEAK-RANK
               MOVE OA-SEVERITY TO IN-PEAK(LATEST-IDX)
               ADD 1 TO RAISED-COUNT
               PERFORM WRITE-INCIDENT-EVENT
           END-IF
           .

       RANK-OF-SEVERITY.
           EVALUATE RANK-SEVERITY
               WHEN "CRITICAL"
                   MOVE 3 TO RANK-VALUE
               WHEN "WARNING"
                   MOVE 2 TO RANK-VALUE
               WHEN OTHER
                   MOVE 1 TO RANK-VALUE
           END-EVALUATE
           .

      *-----------------------------------------------------------*
      * The routable line: the triggering alert's source, date    *
      * and step, the occurrence's peak severity, and the         *
      * incident number ahead of the subject.                     *
      *-----------------------------------------------------------*
       WRITE-INCIDENT-EVENT.
           MOVE OA-SOURCE TO EV-SOURCE
           MOVE OA-DATE TO EV-DATE
           MOVE OA-STEP TO EV-STEP
           MOVE IN-PEAK(LATEST-IDX) TO EV-SEVERITY
           MOVE SPACES TO EV-TEXT
           STRING "INC" IN-ID(LATEST-IDX) "-" IN-OCCUR(LATEST-IDX)
               " " CUR-SUBJECT(1:38)
               DELIMITED BY SIZE INTO EV-TEXT
           WRITE INCIDENT-EVENT-RECORD FROM EVENT-LINE
           .

      *-----------------------------------------------------------*
      * An open occurrence not seen for more than DAYS days has   *
      * cleared; a cleared one older than KEEP days is dropped.   *
      *-----------------------------------------------------------*
       CLEAR-QUIET-INCIDENTS.
           PERFORM VARYING I-IDX FROM 1 BY 1
                   UNTIL I-IDX > INCIDENT-COUNT
               COMPUTE DAY-GAP =
                   FUNCTION INTEGER-OF-DATE(TODAY-STAMP)
                   - FUNCTION INTEGER-OF-DATE(IN-LAST-DATE(I-IDX))
               IF IN-STATUS(I-IDX) = "O" AND DAY-GAP > GAP-DAYS
                   MOVE "C" TO IN-STATUS(I-IDX)
                   ADD 1 TO CLEARED-COUNT
               END-IF
               IF IN-STATUS(I-IDX) = "C" AND DAY-GAP > KEEP-DAYS
                   MOVE "Y" TO IN-DROP(I-IDX)
                   ADD 1 TO PRUNED-COUNT
               END-IF
           END-PERFORM
           .

       SAVE-INCIDENTS.
           OPEN OUTPUT INCIDENT-FILE
           PERFORM VARYING I-IDX FROM 1 BY 1
                   UNTIL I-IDX > INCIDENT-COUNT
               IF IN-DROP(I-IDX) NOT = "Y"
                   MOVE INCIDENT-ENTRY(I-IDX) TO INCIDENT-RECORD
                   WRITE INCIDENT-RECORD
               END-IF
           END-PERFORM
           CLOSE INCIDENT-FILE
           .
