       IDENTIFICATION DIVISION.
       PROGRAM-ID. SODRPT.
       AUTHOR. CAZZY.
       REMARKS. >
           Segregation-of-duties violations across the suite's
           audit trails: LEDGRAUD (journal entry, holds and
           approvals), HFDAUDIT (misdiagnosis flags and case
           outcomes), ALINAAUD (grade-of-record changes and report
           card sign-offs) and PARMAUD (parameter changes).
           SODRULES lists the incompatible function pairs, one per
           line: each side names a trail and the text that marks
           the function on it, and the pair names the item tag
           whose value both lines must share (JRNL=, PATIENT=,
           STUDENT=, FILE=) and how many characters of it count.
           A blank tag makes the two functions incompatible for
           one operator whatever the item. An operator with lines
           on both sides of a pair for the same item is a
           violation, listed with both audit lines' trail, record
           number and date so they can be pulled. OPRINQ shows an
           operator's activity; this shows the conflicts in it.
           SODPARM keyword lines (all optional): DATE yyyymmdd
           the end of the report period (default today); DAYS n
           its length (default 7, 0 = the whole trails); BACK n
           how many days before the period the other line of a
           pair may lie (default 90). A pair is reported while
           either line falls in the period, so a weekly run lists
           each violation once; trail lines older than the
           lookback are not read. Prints to SODRPT. RC 4 when
           violations were found, 8 when marked lines overflowed
           the table and went unchecked, 12 when no SODRULES is
           on hand.

      *-----------------------------------------------------------*
      * Mod history:
      *   2026-10-15  CAZZY - written; the enter-and-approve,
      *               flag-and-close and change-and-sign pairs
      *               were broken routinely and nobody found out.
      *   2026-10-15  CAZZY - trail lines older than the BACK
      *               lookback (default 90 days) before the period
      *               are not loaded, so history no longer fills
      *               the hit table; marked lines that still
      *               overflow it are reported on SODRPT and set
      *               RC 8.
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOD-RULES-FILE ASSIGN TO "SODRULES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RULES-FILE-STATUS.
           SELECT SOD-PARM-FILE ASSIGN TO "SODPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-FILE-STATUS.
           SELECT LEDGER-AUDIT-FILE ASSIGN TO "LEDGRAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IN-FILE-STATUS.
           SELECT DASH-AUDIT-FILE ASSIGN TO "HFDAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IN-FILE-STATUS.
           SELECT GRADE-AUDIT-FILE ASSIGN TO "ALINAAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IN-FILE-STATUS.
           SELECT PARM-AUDIT-FILE ASSIGN TO "PARMAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IN-FILE-STATUS.
           SELECT SOD-RPT-FILE ASSIGN TO "SODRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *-----------------------------------------------------------*
      * One incompatible pair per line: side A trail and marking  *
      * text, side B trail and marking text, the item tag and its *
      * length, and a description for the report.                 *
      *-----------------------------------------------------------*
       FD  SOD-RULES-FILE.
       01  SOD-RULE-RECORD.
           05 SR-A-TRAIL       PIC X(8).
           05 SR-A-TEXT        PIC X(20).
           05 SR-B-TRAIL       PIC X(8).
           05 SR-B-TEXT        PIC X(20).
           05 SR-TAG           PIC X(8).
           05 SR-ITEM-LEN      PIC X(2).
           05 SR-DESC          PIC X(30).

       FD  SOD-PARM-FILE.
       01  SOD-PARM-RECORD     PIC X(80).

       FD  LEDGER-AUDIT-FILE.
       01  LEDGER-AUDIT-RECORD PIC X(80).

       FD  DASH-AUDIT-FILE.
       01  DASH-AUDIT-RECORD   PIC X(100).

       FD  GRADE-AUDIT-FILE.
       01  GRADE-AUDIT-RECORD  PIC X(80).

       FD  PARM-AUDIT-FILE.
       01  PARM-AUDIT-RECORD   PIC X(120).

       FD  SOD-RPT-FILE.
       01  SOD-RPT-RECORD      PIC X(100).

       WORKING-STORAGE SECTION.
       77 RULES-FILE-STATUS  PIC X(2).
       77 PARM-FILE-STATUS   PIC X(2).
       77 IN-FILE-STATUS     PIC X(2).
       77 RPT-FILE-STATUS    PIC X(2).
       77 TODAY-STAMP        PIC 9(8).
       77 TO-DATE            PIC 9(8).
       77 FROM-DATE          PIC 9(8).
       77 PERIOD-DAYS        PIC 9(4) VALUE 7.
       77 LOOKBACK-DAYS      PIC 9(4) VALUE 90.
       77 LOAD-FROM          PIC 9(8).
       77 CUR-TRAIL          PIC X(8).
       77 TRAIL-LINE         PIC X(120).
       77 RECORD-NO          PIC 9(6).
       77 LINE-DATE          PIC 9(8).
       77 LINE-OPERATOR      PIC X(8).
       77 LINE-ITEM          PIC X(30).
       77 LINE-DETAIL        PIC X(60).
       77 ITEM-OK            PIC X.
       77 OPER-POS           PIC 9(3).
       77 TAG-POS            PIC 9(3).
       77 TEXT-TALLY         PIC 9(3).
       77 R-IDX              PIC 99.
       77 A-IDX              PIC 9(4).
       77 B-IDX              PIC 9(4).
       77 HIT-SIDE           PIC X.
       77 HITS-DROPPED       PIC 9(6) VALUE 0.
       77 LINES-READ         PIC 9(6) VALUE 0.
       77 VIOLATION-COUNT    PIC 9(5) VALUE 0.
       77 MAX-HITS           PIC 9(4) VALUE 5000.

       01 PARM-TOKENS.
           05 PK-KEYWORD       PIC X(10).
           05 PK-ARG           PIC X(10).

       01 RULES-TABLE.
           05 RULE-ENTRY OCCURS 20 TIMES.
              10 RU-A-TRAIL    PIC X(8).
              10 RU-A-TEXT     PIC X(20).
              10 RU-A-LEN      PIC 99.
              10 RU-B-TRAIL    PIC X(8).
              10 RU-B-TEXT     PIC X(20).
              10 RU-B-LEN      PIC 99.
              10 RU-TAG        PIC X(8).
              10 RU-TAG-LEN    PIC 99.
              10 RU-ITEM-LEN   PIC 99.
              10 RU-DESC       PIC X(30).
              10 RU-FOUND      PIC 9(5).
       01 RULE-COUNT         PIC 99 VALUE 0.

      *-----------------------------------------------------------*
      * Every audit line that marks one side of a rule, with what *
      * the report needs to point back at it.                     *
      *-----------------------------------------------------------*
       01 HIT-TABLE.
           05 HIT-ENTRY OCCURS 5000 TIMES.
              10 HT-RULE       PIC 99.
              10 HT-SIDE       PIC X.
              10 HT-TRAIL      PIC X(8).
              10 HT-RECNO      PIC 9(6).
              10 HT-DATE       PIC 9(8).
              10 HT-OPERATOR   PIC X(8).
              10 HT-ITEM       PIC X(30).
              10 HT-DETAIL     PIC X(60).
       01 HIT-COUNT          PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT TODAY-STAMP FROM DATE YYYYMMDD
           MOVE TODAY-STAMP TO TO-DATE
           PERFORM LOAD-SOD-PARMS
           PERFORM LOAD-SOD-RULES
           IF RULE-COUNT = 0
               DISPLAY "No SODRULES pairs on hand -- nothing to "
                   "check"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF PERIOD-DAYS = 0
               MOVE 0 TO FROM-DATE
           ELSE
               COMPUTE FROM-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(TO-DATE)
                   - PERIOD-DAYS + 1)
           END-IF
           IF FROM-DATE = 0
               MOVE 0 TO LOAD-FROM
           ELSE
               COMPUTE LOAD-FROM = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(FROM-DATE)
                   - LOOKBACK-DAYS)
           END-IF
           PERFORM SCAN-LEDGER-AUDIT
           PERFORM SCAN-DASH-AUDIT
           PERFORM SCAN-GRADE-AUDIT
           PERFORM SCAN-PARM-AUDIT
           OPEN OUTPUT SOD-RPT-FILE
           MOVE SPACES TO SOD-RPT-RECORD
           STRING "SEGREGATION OF DUTIES VIOLATIONS  PERIOD "
               FROM-DATE " - " TO-DATE "  RUN " TODAY-STAMP
               DELIMITED BY SIZE INTO SOD-RPT-RECORD
           WRITE SOD-RPT-RECORD
           MOVE SPACES TO SOD-RPT-RECORD
           WRITE SOD-RPT-RECORD
           PERFORM VARYING A-IDX FROM 1 BY 1
                   UNTIL A-IDX > HIT-COUNT
               IF HT-SIDE(A-IDX) = "A"
                   PERFORM MATCH-OTHER-SIDE
               END-IF
           END-PERFORM
           PERFORM PRINT-RULE-TOTALS
           IF HITS-DROPPED > 0
               MOVE SPACES TO SOD-RPT-RECORD
               STRING "INCOMPLETE: " HITS-DROPPED " MARKED AUDIT "
                   "LINES BEYOND THE " MAX-HITS "-LINE TABLE WERE "
                   "NOT CHECKED"
                   DELIMITED BY SIZE INTO SOD-RPT-RECORD
               WRITE SOD-RPT-RECORD
           END-IF
           CLOSE SOD-RPT-FILE
           IF HITS-DROPPED > 0
               DISPLAY HITS-DROPPED " marked audit lines beyond "
                   "the table were not checked"
           END-IF
           DISPLAY "Segregation of duties on SODRPT: "
               LINES-READ " audit lines, " VIOLATION-COUNT
               " violations"
           EVALUATE TRUE
               WHEN HITS-DROPPED > 0
                   MOVE 8 TO RETURN-CODE
               WHEN VIOLATION-COUNT > 0
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

       LOAD-SOD-PARMS.
           OPEN INPUT SOD-PARM-FILE
           IF PARM-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ SOD-PARM-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               MOVE SPACES TO PARM-TOKENS
               UNSTRING SOD-PARM-RECORD DELIMITED BY ALL SPACES
                   INTO PK-KEYWORD PK-ARG
               EVALUATE PK-KEYWORD
                   WHEN "DATE"
                       IF PK-ARG(1:8) IS NUMERIC
                           MOVE PK-ARG(1:8) TO TO-DATE
                       END-IF
                   WHEN "DAYS"
                       IF FUNCTION TEST-NUMVAL(PK-ARG) = 0
                           COMPUTE PERIOD-DAYS =
                               FUNCTION NUMVAL(PK-ARG)
                       END-IF
                   WHEN "BACK"
                       IF FUNCTION TEST-NUMVAL(PK-ARG) = 0
                           COMPUTE LOOKBACK-DAYS =
                               FUNCTION NUMVAL(PK-ARG)
                       END-IF
               END-EVALUATE
           END-PERFORM
           CLOSE SOD-PARM-FILE
           .

       LOAD-SOD-RULES.
           OPEN INPUT SOD-RULES-FILE
           IF RULES-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ SOD-RULES-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF RULE-COUNT < 20
                       AND SR-A-TRAIL NOT = SPACES
                       AND SR-A-TEXT NOT = SPACES
                       AND SR-B-TRAIL NOT = SPACES
                       AND SR-B-TEXT NOT = SPACES
                   ADD 1 TO RULE-COUNT
                   PERFORM STORE-SOD-RULE
               END-IF
           END-PERFORM
           CLOSE SOD-RULES-FILE
           .

       STORE-SOD-RULE.
           MOVE SR-A-TRAIL TO RU-A-TRAIL(RULE-COUNT)
           MOVE SR-A-TEXT TO RU-A-TEXT(RULE-COUNT)
           COMPUTE RU-A-LEN(RULE-COUNT) =
               FUNCTION LENGTH(FUNCTION TRIM(SR-A-TEXT TRAILING))
           MOVE SR-B-TRAIL TO RU-B-TRAIL(RULE-COUNT)
           MOVE SR-B-TEXT TO RU-B-TEXT(RULE-COUNT)
           COMPUTE RU-B-LEN(RULE-COUNT) =
               FUNCTION LENGTH(FUNCTION TRIM(SR-B-TEXT TRAILING))
           MOVE SR-TAG TO RU-TAG(RULE-COUNT)
           MOVE 0 TO RU-TAG-LEN(RULE-COUNT)
           MOVE 0 TO RU-ITEM-LEN(RULE-COUNT)
           IF SR-TAG NOT = SPACES
               INSPECT SR-TAG TALLYING RU-TAG-LEN(RULE-COUNT)
                   FOR CHARACTERS BEFORE INITIAL SPACE
               IF SR-ITEM-LEN IS NUMERIC
                   MOVE SR-ITEM-LEN TO RU-ITEM-LEN(RULE-COUNT)
               END-IF
               IF RU-ITEM-LEN(RULE-COUNT) = 0
                       OR RU-ITEM-LEN(RULE-COUNT) > 30
                   MOVE 30 TO RU-ITEM-LEN(RULE-COUNT)
               END-IF
           END-IF
           MOVE SR-DESC TO RU-DESC(RULE-COUNT)
           MOVE 0 TO RU-FOUND(RULE-COUNT)
           .

      *-----------------------------------------------------------*
      * The four trails share the "yyyymmdd ... OPERATOR=id"      *
      * shape OPRINQ relies on; each line is classified the same  *
      * way whatever trail it came from.                          *
      *-----------------------------------------------------------*
       SCAN-LEDGER-AUDIT.
           MOVE "LEDGRAUD" TO CUR-TRAIL
           MOVE 0 TO RECORD-NO
           OPEN INPUT LEDGER-AUDIT-FILE
           IF IN-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ LEDGER-AUDIT-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               MOVE LEDGER-AUDIT-RECORD TO TRAIL-LINE
               PERFORM CLASSIFY-TRAIL-LINE
           END-PERFORM
           CLOSE LEDGER-AUDIT-FILE
           .

       SCAN-DASH-AUDIT.
           MOVE "HFDAUDIT" TO CUR-TRAIL
           MOVE 0 TO RECORD-NO
           OPEN INPUT DASH-AUDIT-FILE
           IF IN-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ DASH-AUDIT-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               MOVE DASH-AUDIT-RECORD TO TRAIL-LINE
               PERFORM CLASSIFY-TRAIL-LINE
           END-PERFORM
           CLOSE DASH-AUDIT-FILE
           .

       SCAN-GRADE-AUDIT.
           MOVE "ALINAAUD" TO CUR-TRAIL
           MOVE 0 TO RECORD-NO
           OPEN INPUT GRADE-AUDIT-FILE
           IF IN-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ GRADE-AUDIT-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               MOVE GRADE-AUDIT-RECORD TO TRAIL-LINE
               PERFORM CLASSIFY-TRAIL-LINE
           END-PERFORM
           CLOSE GRADE-AUDIT-FILE
           .

       SCAN-PARM-AUDIT.
           MOVE "PARMAUD " TO CUR-TRAIL
           MOVE 0 TO RECORD-NO
           OPEN INPUT PARM-AUDIT-FILE
           IF IN-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ PARM-AUDIT-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               MOVE PARM-AUDIT-RECORD TO TRAIL-LINE
               PERFORM CLASSIFY-TRAIL-LINE
           END-PERFORM
           CLOSE PARM-AUDIT-FILE
           .

      *-----------------------------------------------------------*
      * A dated line with an OPERATOR= is tested against both     *
      * sides of every rule on its trail; a side whose text it    *
      * carries (and whose item tag it carries, when the rule has *
      * one) is kept as a hit. Lines past the period end are      *
      * left out, so a rerun for an earlier week reads the same,  *
      * and so are lines older than the lookback before it.       *
      *-----------------------------------------------------------*
       CLASSIFY-TRAIL-LINE.
           ADD 1 TO RECORD-NO
           ADD 1 TO LINES-READ
           IF TRAIL-LINE(1:8) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE TRAIL-LINE(1:8) TO LINE-DATE
           IF LINE-DATE > TO-DATE OR LINE-DATE < LOAD-FROM
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO OPER-POS
           INSPECT TRAIL-LINE TALLYING OPER-POS
               FOR CHARACTERS BEFORE INITIAL "OPERATOR="
           IF OPER-POS > 40
               EXIT PARAGRAPH
           END-IF
           MOVE TRAIL-LINE(OPER-POS + 10:8) TO LINE-OPERATOR
           MOVE TRAIL-LINE(OPER-POS + 19:60) TO LINE-DETAIL
           PERFORM VARYING R-IDX FROM 1 BY 1
                   UNTIL R-IDX > RULE-COUNT
               IF RU-A-TRAIL(R-IDX) = CUR-TRAIL
                   MOVE 0 TO TEXT-TALLY
                   INSPECT TRAIL-LINE TALLYING TEXT-TALLY FOR ALL
                       RU-A-TEXT(R-IDX) (1:RU-A-LEN(R-IDX))
                   IF TEXT-TALLY > 0
                       MOVE "A" TO HIT-SIDE
                       PERFORM KEEP-HIT
                   END-IF
               END-IF
               IF RU-B-TRAIL(R-IDX) = CUR-TRAIL
                   MOVE 0 TO TEXT-TALLY
                   INSPECT TRAIL-LINE TALLYING TEXT-TALLY FOR ALL
                       RU-B-TEXT(R-IDX) (1:RU-B-LEN(R-IDX))
                   IF TEXT-TALLY > 0
                       MOVE "B" TO HIT-SIDE
                       PERFORM KEEP-HIT
                   END-IF
               END-IF
           END-PERFORM
           .

       KEEP-HIT.
           PERFORM FIND-LINE-ITEM
           IF ITEM-OK = "N"
               EXIT PARAGRAPH
           END-IF
           IF HIT-COUNT >= MAX-HITS
               ADD 1 TO HITS-DROPPED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO HIT-COUNT
           MOVE R-IDX TO HT-RULE(HIT-COUNT)
           MOVE HIT-SIDE TO HT-SIDE(HIT-COUNT)
           MOVE CUR-TRAIL TO HT-TRAIL(HIT-COUNT)
           MOVE RECORD-NO TO HT-RECNO(HIT-COUNT)
           MOVE LINE-DATE TO HT-DATE(HIT-COUNT)
           MOVE LINE-OPERATOR TO HT-OPERATOR(HIT-COUNT)
           MOVE LINE-ITEM TO HT-ITEM(HIT-COUNT)
           MOVE LINE-DETAIL TO HT-DETAIL(HIT-COUNT)
           .

       FIND-LINE-ITEM.
           MOVE "Y" TO ITEM-OK
           MOVE SPACES TO LINE-ITEM
           IF RU-TAG-LEN(R-IDX) = 0
               MOVE "(ANY)" TO LINE-ITEM
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO TAG-POS
           INSPECT TRAIL-LINE TALLYING TAG-POS
               FOR CHARACTERS BEFORE INITIAL
                   RU-TAG(R-IDX) (1:RU-TAG-LEN(R-IDX))
           IF TAG-POS + RU-TAG-LEN(R-IDX) + RU-ITEM-LEN(R-IDX)
                   > 120
               MOVE "N" TO ITEM-OK
               EXIT PARAGRAPH
           END-IF
           MOVE TRAIL-LINE(TAG-POS + RU-TAG-LEN(R-IDX) + 1:
               RU-ITEM-LEN(R-IDX)) TO LINE-ITEM
           .

      *-----------------------------------------------------------*
      * Side A hit A-IDX against every side B hit of the same     *
      * rule, operator and item. A pair counts once either line   *
      * falls in the period; one line carrying both texts does    *
      * not pair with itself.                                     *
      *-----------------------------------------------------------*
       MATCH-OTHER-SIDE.
           PERFORM VARYING B-IDX FROM 1 BY 1
                   UNTIL B-IDX > HIT-COUNT
               IF HT-SIDE(B-IDX) = "B"
                       AND HT-RULE(B-IDX) = HT-RULE(A-IDX)
                       AND HT-OPERATOR(B-IDX) = HT-OPERATOR(A-IDX)
                       AND HT-ITEM(B-IDX) = HT-ITEM(A-IDX)
                   IF HT-TRAIL(B-IDX) = HT-TRAIL(A-IDX)
                           AND HT-RECNO(B-IDX) = HT-RECNO(A-IDX)
                       CONTINUE
                   ELSE
                       IF HT-DATE(A-IDX) >= FROM-DATE
                               OR HT-DATE(B-IDX) >= FROM-DATE
                           PERFORM PRINT-VIOLATION
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           .

       PRINT-VIOLATION.
           ADD 1 TO VIOLATION-COUNT
           MOVE HT-RULE(A-IDX) TO R-IDX
           ADD 1 TO RU-FOUND(R-IDX)
           MOVE SPACES TO SOD-RPT-RECORD
           STRING "RULE " R-IDX " " RU-DESC(R-IDX)
               "  OPERATOR " HT-OPERATOR(A-IDX)
               "  ITEM " HT-ITEM(A-IDX)
               DELIMITED BY SIZE INTO SOD-RPT-RECORD
           WRITE SOD-RPT-RECORD
           MOVE SPACES TO SOD-RPT-RECORD
           STRING "    A " HT-TRAIL(A-IDX) " #" HT-RECNO(A-IDX)
               " " HT-DATE(A-IDX) " " HT-DETAIL(A-IDX)
               DELIMITED BY SIZE INTO SOD-RPT-RECORD
           WRITE SOD-RPT-RECORD
           MOVE SPACES TO SOD-RPT-RECORD
           STRING "    B " HT-TRAIL(B-IDX) " #" HT-RECNO(B-IDX)
               " " HT-DATE(B-IDX) " " HT-DETAIL(B-IDX)
               DELIMITED BY SIZE INTO SOD-RPT-RECORD
           WRITE SOD-RPT-RECORD
           .

       PRINT-RULE-TOTALS.
           MOVE SPACES TO SOD-RPT-RECORD
           WRITE SOD-RPT-RECORD
           MOVE "VIOLATIONS BY RULE:" TO SOD-RPT-RECORD
           WRITE SOD-RPT-RECORD
           PERFORM VARYING R-IDX FROM 1 BY 1
                   UNTIL R-IDX > RULE-COUNT
               MOVE SPACES TO SOD-RPT-RECORD
               STRING "  RULE " R-IDX " " RU-DESC(R-IDX)
                   " " RU-A-TRAIL(R-IDX) "/" RU-B-TRAIL(R-IDX)
                   "  " RU-FOUND(R-IDX)
                   DELIMITED BY SIZE INTO SOD-RPT-RECORD
               WRITE SOD-RPT-RECORD
           END-PERFORM
           MOVE SPACES TO SOD-RPT-RECORD
           STRING "TOTAL VIOLATIONS " VIOLATION-COUNT
               "  AUDIT LINES READ " LINES-READ
               DELIMITED BY SIZE INTO SOD-RPT-RECORD
           WRITE SOD-RPT-RECORD
           .
