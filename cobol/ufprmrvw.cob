       IDENTIFICATION DIVISION.
       PROGRAM-ID. UFPRMRVW.
       AUTHOR. CAZZY.
       REMARKS. >
           Building permits and district zoning for the city. The
           UFPRMTRN transactions submit a permit application (who
           is building, the building type, the district and the
           energy load it will draw), approve it or deny it. An
           approval is reviewed against the UFZONING table first:
           the building type must be zoned for the district, and
           the district's energy load -- the buildings already
           standing in UFCITY plus the permits approved and not
           yet built -- must stay within the district's maximum
           with this one added; an application that fails is
           denied with the reason instead. An approved permit is
           good for the UFZONING validity period and expires if
           nothing is built against it. URBANFLUX builds only
           against an approved permit and posts its fee.

      *-----------------------------------------------------------*
      * Mod history:
      *   2026-10-15  CAZZY - written; anything could be built
      *               anywhere, at any load, with no permit and
      *               no fee.
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ZONING-TABLE-FILE ASSIGN TO "UFZONING"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ZONING-FILE-STATUS.
           SELECT CITY-STATE-FILE ASSIGN TO "UFCITY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CITY-FILE-STATUS.
           SELECT PERMIT-FILE ASSIGN TO "UFPERMIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERMIT-FILE-STATUS.
           SELECT PERMIT-TRANS-FILE ASSIGN TO "UFPRMTRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANS-FILE-STATUS.
           SELECT PERMIT-REPORT-FILE ASSIGN TO "UFPRMRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *-----------------------------------------------------------*
      * Keyword lines:                                            *
      *   ZONE      district max-load btype btype ... (up to 8;   *
      *             * permits any type)                           *
      *   FEE       btype amount (DEFAULT for types not listed)   *
      *   VALIDDAYS days an approved permit stays good            *
      * A district with no ZONE line is not zoned for building.   *
      *-----------------------------------------------------------*
       FD  ZONING-TABLE-FILE.
       01  ZONING-TABLE-RECORD PIC X(120).

       FD  CITY-STATE-FILE.
       01  CITY-STATE-RECORD   PIC X(80).

       FD  PERMIT-FILE.
       01  PERMIT-RECORD.
           COPY UFPERMIT REPLACING ==:LVL:== BY ==05==.

       FD  PERMIT-TRANS-FILE.
       01  PERMIT-TRANS-RECORD PIC X(80).

       FD  PERMIT-REPORT-FILE.
       01  PERMIT-REPORT-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
       77 ZONING-FILE-STATUS  PIC X(2).
       77 CITY-FILE-STATUS    PIC X(2).
       77 PERMIT-FILE-STATUS  PIC X(2).
       77 TRANS-FILE-STATUS   PIC X(2).
       77 REPORT-FILE-STATUS  PIC X(2).
       77 TODAY-STAMP         PIC 9(8).
       77 TODAY-INT           PIC 9(7).
       77 VALID-DAYS          PIC 9(3) VALUE 180.
       77 DEFAULT-FEE         PIC 9(5)V99 VALUE 0.
       77 NEXT-PERMIT-ID      PIC 9(6) VALUE 0.
       77 I-IDX               PIC 9(4).
       77 Z-IDX               PIC 99.
       77 T-IDX               PIC 99.
       77 MATCH-IDX           PIC 9(4).
       77 TEXT-POINTER        PIC 99.
       77 SKIP-LINES          PIC 9(5).
       77 CITY-BUILDINGS      PIC 9(5).
       77 DISTRICT-NUM        PIC 9.
       77 BUILDING-ENERGY     PIC 99.
       77 COMMITTED-LOAD      PIC 9(5).
       77 TYPE-ZONED          PIC X.
       77 TRANS-READ          PIC 9(4) VALUE 0.
       77 TRANS-REJECTED      PIC 9(4) VALUE 0.
       77 PERMITS-SUBMITTED   PIC 9(4) VALUE 0.
       77 PERMITS-APPROVED    PIC 9(4) VALUE 0.
       77 PERMITS-DENIED      PIC 9(4) VALUE 0.
       77 PERMITS-EXPIRED     PIC 9(4) VALUE 0.
       77 TABLE-OVERFLOW      PIC X VALUE "N".
       77 REJECT-REASON       PIC X(40).
       77 DENY-REASON         PIC X(20).
       77 FEE-EDIT            PIC ZZ,ZZ9.99.
       77 LOAD-EDIT           PIC ZZZZ9.
       01 TRAN-TOKENS.
           05 TT-ACTION        PIC X(10).
           05 TT-ARG1          PIC X(10).
           05 TT-ARG2          PIC X(10).
           05 TT-ARG3          PIC X(10).
           05 TT-ARG4          PIC X(10).
       01 TT-TEXT             PIC X(20).
       01 TT-ID               PIC 9(6).
       01 HOLD-PERMIT         PIC X(100).
       01 ZONING-TOKENS.
           05 ZK-KEYWORD       PIC X(10).
           05 ZK-ARG1          PIC X(10).
           05 ZK-ARG2          PIC X(10).
           05 ZK-TYPE          PIC X(10) OCCURS 8 TIMES.
       01 CITY-TOKENS.
           05 CT-STEP          PIC X(10).
           05 CT-ENERGY        PIC X(10).
           05 CT-POLLUTION     PIC X(10).
           05 CT-CITIZENS      PIC X(10).
           05 CT-VEHICLES      PIC X(10).
           05 CT-BUILDINGS     PIC X(10).
       01 BUILDING-TOKENS.
           05 CB-BTYPE         PIC X(10).
           05 CB-ENERGY        PIC X(10).
           05 CB-OCCUPANCY     PIC X(10).
           05 CB-DISTRICT      PIC X(10).

       01 ZONING-TABLE.
           05 ZONE-ENTRY OCCURS 9 TIMES.
              10 ZN-ZONED      PIC X VALUE "N".
              10 ZN-MAX-LOAD   PIC 9(4) VALUE 0.
              10 ZN-STANDING   PIC 9(5) VALUE 0.
              10 ZN-BTYPE      PIC X(10) OCCURS 8 TIMES.
       01 FEE-TABLE.
           05 FEE-ENTRY OCCURS 30 TIMES.
              10 FE-BTYPE      PIC X(10).
              10 FE-AMOUNT     PIC 9(5)V99.
       01 FEE-COUNT           PIC 99 VALUE 0.

       01 PERMIT-TABLE.
           05 PERMIT-ENTRY OCCURS 2000 TIMES.
              10 PT-IMAGE      PIC X(100).
       01 PERMIT-COUNT        PIC 9(4) VALUE 0.
       01 MAX-PERMITS         PIC 9(4) VALUE 2000.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT TODAY-STAMP FROM DATE YYYYMMDD
           COMPUTE TODAY-INT = FUNCTION INTEGER-OF-DATE(TODAY-STAMP)
           PERFORM LOAD-ZONING-TABLE
           PERFORM LOAD-STANDING-LOAD
           PERFORM LOAD-PERMITS
           IF TABLE-OVERFLOW = "Y"
               DISPLAY "UFPERMIT holds more than " MAX-PERMITS
                   " permits -- nothing reviewed, file left as it "
                   "was"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT PERMIT-REPORT-FILE
           MOVE SPACES TO PERMIT-REPORT-RECORD
           STRING "URBANFLUX BUILDING PERMITS " TODAY-STAMP
               DELIMITED BY SIZE INTO PERMIT-REPORT-RECORD
           WRITE PERMIT-REPORT-RECORD
           MOVE SPACES TO PERMIT-REPORT-RECORD
           WRITE PERMIT-REPORT-RECORD
           MOVE "DECISIONS" TO PERMIT-REPORT-RECORD
           WRITE PERMIT-REPORT-RECORD
           PERFORM APPLY-PERMIT-TRANSACTIONS
           PERFORM EXPIRE-UNUSED-PERMITS
           PERFORM LIST-OUTSTANDING-PERMITS
           CLOSE PERMIT-REPORT-FILE
           PERFORM SAVE-PERMITS
           DISPLAY "Permits: " PERMITS-SUBMITTED " submitted, "
               PERMITS-APPROVED " approved, " PERMITS-DENIED
               " denied, " PERMITS-EXPIRED " expired"
           IF TRANS-REJECTED > 0
               DISPLAY TRANS-REJECTED " UFPRMTRN transaction(s) "
                   "rejected"
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

       LOAD-ZONING-TABLE.
           OPEN INPUT ZONING-TABLE-FILE
           IF ZONING-FILE-STATUS NOT = "00"
               DISPLAY "No UFZONING table -- no district is zoned, "
                   "every application will be denied"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ ZONING-TABLE-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               MOVE SPACES TO ZONING-TOKENS
               UNSTRING ZONING-TABLE-RECORD DELIMITED BY ALL SPACES
                   INTO ZK-KEYWORD ZK-ARG1 ZK-ARG2
                        ZK-TYPE(1) ZK-TYPE(2) ZK-TYPE(3) ZK-TYPE(4)
                        ZK-TYPE(5) ZK-TYPE(6) ZK-TYPE(7) ZK-TYPE(8)
               EVALUATE ZK-KEYWORD
                   WHEN "ZONE"
                       PERFORM LOAD-ONE-ZONE
                   WHEN "FEE"
                       PERFORM LOAD-ONE-FEE
                   WHEN "VALIDDAYS"
                       IF FUNCTION TRIM(ZK-ARG1) IS NUMERIC
                           COMPUTE VALID-DAYS =
                               FUNCTION NUMVAL(ZK-ARG1)
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM
           CLOSE ZONING-TABLE-FILE
           .

       LOAD-ONE-ZONE.
           IF ZK-ARG1(1:1) IS NOT NUMERIC OR ZK-ARG1(1:1) = "0"
                   OR ZK-ARG1(2:) NOT = SPACES
                   OR FUNCTION TRIM(ZK-ARG2) IS NOT NUMERIC
               DISPLAY "UFZONING line ignored: "
                   FUNCTION TRIM(ZONING-TABLE-RECORD)
               EXIT PARAGRAPH
           END-IF
           MOVE ZK-ARG1(1:1) TO DISTRICT-NUM
           MOVE "Y" TO ZN-ZONED(DISTRICT-NUM)
           COMPUTE ZN-MAX-LOAD(DISTRICT-NUM) = FUNCTION NUMVAL(ZK-ARG2)
           PERFORM VARYING T-IDX FROM 1 BY 1 UNTIL T-IDX > 8
               MOVE ZK-TYPE(T-IDX) TO ZN-BTYPE(DISTRICT-NUM T-IDX)
           END-PERFORM
           .

       LOAD-ONE-FEE.
           IF FUNCTION TEST-NUMVAL(ZK-ARG2) NOT = 0
               DISPLAY "UFZONING line ignored: "
                   FUNCTION TRIM(ZONING-TABLE-RECORD)
               EXIT PARAGRAPH
           END-IF
           IF ZK-ARG1 = "DEFAULT"
               COMPUTE DEFAULT-FEE = FUNCTION NUMVAL(ZK-ARG2)
               EXIT PARAGRAPH
           END-IF
           IF FEE-COUNT < 30
               ADD 1 TO FEE-COUNT
               MOVE ZK-ARG1 TO FE-BTYPE(FEE-COUNT)
               COMPUTE FE-AMOUNT(FEE-COUNT) = FUNCTION NUMVAL(ZK-ARG2)
           END-IF
           .

      *-----------------------------------------------------------*
      * The load standing in each district is the sum of its      *
      * buildings' energy in UFCITY, read the way URBANFLUX wrote *
      * it: header counts, citizen and vehicle lines skipped,     *
      * then one line per building.                               *
      *-----------------------------------------------------------*
       LOAD-STANDING-LOAD.
           OPEN INPUT CITY-STATE-FILE
           IF CITY-FILE-STATUS NOT = "00"
               DISPLAY "No UFCITY state -- standing load taken as "
                   "zero"
               EXIT PARAGRAPH
           END-IF
           READ CITY-STATE-FILE
               AT END
                   CLOSE CITY-STATE-FILE
                   EXIT PARAGRAPH
           END-READ
           MOVE SPACES TO CITY-TOKENS
           UNSTRING CITY-STATE-RECORD DELIMITED BY ALL SPACES
               INTO CT-STEP CT-ENERGY CT-POLLUTION
                    CT-CITIZENS CT-VEHICLES CT-BUILDINGS
           COMPUTE SKIP-LINES = FUNCTION NUMVAL(CT-CITIZENS)
               + FUNCTION NUMVAL(CT-VEHICLES)
           COMPUTE CITY-BUILDINGS = FUNCTION NUMVAL(CT-BUILDINGS)
           PERFORM SKIP-LINES TIMES
               READ CITY-STATE-FILE
                   AT END
                       CONTINUE
               END-READ
           END-PERFORM
           PERFORM CITY-BUILDINGS TIMES
               READ CITY-STATE-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               MOVE SPACES TO BUILDING-TOKENS
               UNSTRING CITY-STATE-RECORD DELIMITED BY ALL SPACES
                   INTO CB-BTYPE CB-ENERGY CB-OCCUPANCY CB-DISTRICT
               IF CB-DISTRICT(1:1) IS NUMERIC
                       AND CB-DISTRICT(1:1) NOT = "0"
                       AND FUNCTION TRIM(CB-ENERGY) IS NUMERIC
                   MOVE CB-DISTRICT(1:1) TO DISTRICT-NUM
                   COMPUTE BUILDING-ENERGY = FUNCTION NUMVAL(CB-ENERGY)
                   ADD BUILDING-ENERGY TO ZN-STANDING(DISTRICT-NUM)
               END-IF
           END-PERFORM
           CLOSE CITY-STATE-FILE
           .

       LOAD-PERMITS.
           MOVE 0 TO PERMIT-COUNT
           OPEN INPUT PERMIT-FILE
           IF PERMIT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ PERMIT-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF PERMIT-RECORD = SPACES
                   EXIT PERFORM CYCLE
               END-IF
               IF PERMIT-COUNT >= MAX-PERMITS
                   MOVE "Y" TO TABLE-OVERFLOW
                   EXIT PERFORM
               END-IF
               ADD 1 TO PERMIT-COUNT
               MOVE PERMIT-RECORD TO PT-IMAGE(PERMIT-COUNT)
               IF PM-ID > NEXT-PERMIT-ID
                   MOVE PM-ID TO NEXT-PERMIT-ID
               END-IF
           END-PERFORM
           CLOSE PERMIT-FILE
           .

      *-----------------------------------------------------------*
      * UFPRMTRN, in the order written, then cleared so nothing   *
      * is applied twice:                                         *
      *   SUBMIT  applicant btype district energy                 *
      *   APPROVE permit   (zoning review; may deny instead)      *
      *   DENY    permit reason                                   *
      *-----------------------------------------------------------*
       APPLY-PERMIT-TRANSACTIONS.
           OPEN INPUT PERMIT-TRANS-FILE
           IF TRANS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ PERMIT-TRANS-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF PERMIT-TRANS-RECORD = SPACES
                   EXIT PERFORM CYCLE
               END-IF
               ADD 1 TO TRANS-READ
               MOVE SPACES TO TRAN-TOKENS
               MOVE SPACES TO TT-TEXT
               MOVE SPACES TO REJECT-REASON
               MOVE 1 TO TEXT-POINTER
               UNSTRING PERMIT-TRANS-RECORD DELIMITED BY ALL SPACES
                   INTO TT-ACTION TT-ARG1
                   WITH POINTER TEXT-POINTER
               IF TT-ACTION = "DENY"
                   IF TEXT-POINTER <= 80
                       MOVE PERMIT-TRANS-RECORD(TEXT-POINTER:)
                           TO TT-TEXT
                   END-IF
               ELSE
                   UNSTRING PERMIT-TRANS-RECORD
                       DELIMITED BY ALL SPACES
                       INTO TT-ARG2 TT-ARG3 TT-ARG4
                       WITH POINTER TEXT-POINTER
               END-IF
               EVALUATE TT-ACTION
                   WHEN "SUBMIT"
                       PERFORM SUBMIT-ONE-PERMIT
                   WHEN "APPROVE"
                       PERFORM APPROVE-ONE-PERMIT
                   WHEN "DENY"
                       PERFORM DENY-ONE-PERMIT
                   WHEN OTHER
                       MOVE "UNKNOWN TRANSACTION" TO REJECT-REASON
               END-EVALUATE
               IF REJECT-REASON NOT = SPACES
                   ADD 1 TO TRANS-REJECTED
                   DISPLAY "UFPRMTRN rejected: "
                       FUNCTION TRIM(PERMIT-TRANS-RECORD) " -- "
                       REJECT-REASON
               END-IF
           END-PERFORM
           CLOSE PERMIT-TRANS-FILE
           OPEN OUTPUT PERMIT-TRANS-FILE
           CLOSE PERMIT-TRANS-FILE
           .

       SUBMIT-ONE-PERMIT.
           IF TT-ARG1 = SPACES OR TT-ARG2 = SPACES
               MOVE "APPLICANT OR BUILDING TYPE MISSING"
                   TO REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF TT-ARG3(1:1) IS NOT NUMERIC OR TT-ARG3(1:1) = "0"
                   OR TT-ARG3(2:) NOT = SPACES
               MOVE "DISTRICT NOT 1-9" TO REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(TT-ARG4) IS NOT NUMERIC
                   OR FUNCTION NUMVAL(TT-ARG4) > 99
               MOVE "ENERGY LOAD NOT 0-99" TO REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF PERMIT-COUNT >= MAX-PERMITS
               MOVE "PERMIT TABLE FULL" TO REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO NEXT-PERMIT-ID
           ADD 1 TO PERMIT-COUNT
           ADD 1 TO PERMITS-SUBMITTED
           MOVE SPACES TO PERMIT-RECORD
           MOVE NEXT-PERMIT-ID TO PM-ID
           MOVE TT-ARG1 TO PM-APPLICANT
           MOVE TT-ARG2 TO PM-BTYPE
           MOVE TT-ARG3(1:1) TO PM-DISTRICT
           COMPUTE PM-ENERGY = FUNCTION NUMVAL(TT-ARG4)
           MOVE "S" TO PM-STATUS
           MOVE TODAY-STAMP TO PM-SUBMIT-DATE
           MOVE 0 TO PM-DECIDE-DATE
           MOVE 0 TO PM-EXPIRY-DATE
           MOVE DEFAULT-FEE TO PM-FEE
           PERFORM VARYING T-IDX FROM 1 BY 1 UNTIL T-IDX > FEE-COUNT
               IF FE-BTYPE(T-IDX) = PM-BTYPE
                   MOVE FE-AMOUNT(T-IDX) TO PM-FEE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE "N" TO PM-FEE-POSTED
           MOVE 0 TO PM-USED-DATE
           MOVE PERMIT-RECORD TO PT-IMAGE(PERMIT-COUNT)
           MOVE "SUBMITTED" TO DENY-REASON
           PERFORM WRITE-DECISION-LINE
           .

      *-----------------------------------------------------------*
      * Zoning review. The district must be zoned, the type must  *
      * be one it permits (or * for any), and the standing load   *
      * plus every other approved, unbuilt permit in the district *
      * plus this one must not pass the district's maximum.       *
      *-----------------------------------------------------------*
       APPROVE-ONE-PERMIT.
           PERFORM FIND-SUBMITTED-PERMIT
           IF REJECT-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO DENY-REASON
           MOVE PM-DISTRICT TO DISTRICT-NUM
           IF DISTRICT-NUM = 0 OR ZN-ZONED(DISTRICT-NUM) NOT = "Y"
               MOVE "DISTRICT NOT ZONED" TO DENY-REASON
           ELSE
               MOVE "N" TO TYPE-ZONED
               PERFORM VARYING T-IDX FROM 1 BY 1 UNTIL T-IDX > 8
                   IF ZN-BTYPE(DISTRICT-NUM T-IDX) = PM-BTYPE
                           OR ZN-BTYPE(DISTRICT-NUM T-IDX) = "*"
                       MOVE "Y" TO TYPE-ZONED
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF TYPE-ZONED NOT = "Y"
                   MOVE "TYPE NOT ZONED" TO DENY-REASON
               ELSE
                   PERFORM SUM-COMMITTED-LOAD
                   IF COMMITTED-LOAD + PM-ENERGY
                           > ZN-MAX-LOAD(DISTRICT-NUM)
                       MOVE "OVER DISTRICT LOAD" TO DENY-REASON
                   END-IF
               END-IF
           END-IF
           MOVE TODAY-STAMP TO PM-DECIDE-DATE
           IF DENY-REASON NOT = SPACES
               MOVE "D" TO PM-STATUS
               MOVE DENY-REASON TO PM-REASON
               ADD 1 TO PERMITS-DENIED
           ELSE
               MOVE "A" TO PM-STATUS
               COMPUTE PM-EXPIRY-DATE = FUNCTION DATE-OF-INTEGER
                   (TODAY-INT + VALID-DAYS)
               ADD 1 TO PERMITS-APPROVED
               MOVE "APPROVED" TO DENY-REASON
           END-IF
           MOVE PERMIT-RECORD TO PT-IMAGE(MATCH-IDX)
           PERFORM WRITE-DECISION-LINE
           .

      *-----------------------------------------------------------*
      * The application under review is held aside while the      *
      * district's other approved, unbuilt permits are summed.    *
      *-----------------------------------------------------------*
       SUM-COMMITTED-LOAD.
           MOVE ZN-STANDING(DISTRICT-NUM) TO COMMITTED-LOAD
           MOVE PERMIT-RECORD TO HOLD-PERMIT
           PERFORM VARYING I-IDX FROM 1 BY 1
                   UNTIL I-IDX > PERMIT-COUNT
               MOVE PT-IMAGE(I-IDX) TO PERMIT-RECORD
               IF I-IDX NOT = MATCH-IDX AND PM-STATUS = "A"
                       AND PM-USED-DATE = 0
                       AND PM-DISTRICT = DISTRICT-NUM
                   ADD PM-ENERGY TO COMMITTED-LOAD
               END-IF
           END-PERFORM
           MOVE HOLD-PERMIT TO PERMIT-RECORD
           .

       DENY-ONE-PERMIT.
           PERFORM FIND-SUBMITTED-PERMIT
           IF REJECT-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF TT-TEXT = SPACES
               MOVE "REASON MISSING" TO REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE "D" TO PM-STATUS
           MOVE TODAY-STAMP TO PM-DECIDE-DATE
           MOVE TT-TEXT TO PM-REASON
           MOVE TT-TEXT TO DENY-REASON
           ADD 1 TO PERMITS-DENIED
           MOVE PERMIT-RECORD TO PT-IMAGE(MATCH-IDX)
           PERFORM WRITE-DECISION-LINE
           .

      *-----------------------------------------------------------*
      * Leaves the permit in PERMIT-RECORD; only an application   *
      * still awaiting review takes a decision.                   *
      *-----------------------------------------------------------*
       FIND-SUBMITTED-PERMIT.
           IF FUNCTION TRIM(TT-ARG1) IS NOT NUMERIC
               MOVE "PERMIT NUMBER NOT NUMERIC" TO REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           COMPUTE TT-ID = FUNCTION NUMVAL(TT-ARG1)
           MOVE 0 TO MATCH-IDX
           PERFORM VARYING I-IDX FROM 1 BY 1
                   UNTIL I-IDX > PERMIT-COUNT
               IF PT-IMAGE(I-IDX)(1:6) = TT-ID
                   MOVE I-IDX TO MATCH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF MATCH-IDX = 0
               MOVE "NO SUCH PERMIT" TO REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE PT-IMAGE(MATCH-IDX) TO PERMIT-RECORD
           IF PM-STATUS NOT = "S"
               MOVE "PERMIT ALREADY DECIDED" TO REJECT-REASON
           END-IF
           .

      *-----------------------------------------------------------*
      * An approved permit nothing was built against by its       *
      * expiry date lapses; the applicant must apply again.       *
      *-----------------------------------------------------------*
       EXPIRE-UNUSED-PERMITS.
           PERFORM VARYING I-IDX FROM 1 BY 1
                   UNTIL I-IDX > PERMIT-COUNT
               MOVE PT-IMAGE(I-IDX) TO PERMIT-RECORD
               IF PM-STATUS = "A" AND PM-USED-DATE = 0
                       AND PM-EXPIRY-DATE < TODAY-STAMP
                   MOVE "E" TO PM-STATUS
                   MOVE "NOT BUILT BY EXPIRY" TO PM-REASON
                   MOVE PM-REASON TO DENY-REASON
                   ADD 1 TO PERMITS-EXPIRED
                   MOVE PERMIT-RECORD TO PT-IMAGE(I-IDX)
                   PERFORM WRITE-DECISION-LINE
               END-IF
           END-PERFORM
           .

       WRITE-DECISION-LINE.
           MOVE PM-FEE TO FEE-EDIT
           MOVE SPACES TO PERMIT-REPORT-RECORD
           STRING "  " PM-ID " " PM-APPLICANT " " PM-BTYPE " D"
               PM-DISTRICT " LOAD " PM-ENERGY " FEE " FEE-EDIT
               " " DENY-REASON
               DELIMITED BY SIZE INTO PERMIT-REPORT-RECORD
           WRITE PERMIT-REPORT-RECORD
           .

      *-----------------------------------------------------------*
      * Applications awaiting review and approved permits not     *
      * yet built against, then each zoned district's load.       *
      *-----------------------------------------------------------*
       LIST-OUTSTANDING-PERMITS.
           MOVE SPACES TO PERMIT-REPORT-RECORD
           WRITE PERMIT-REPORT-RECORD
           MOVE "OUTSTANDING" TO PERMIT-REPORT-RECORD
           WRITE PERMIT-REPORT-RECORD
           PERFORM VARYING I-IDX FROM 1 BY 1
                   UNTIL I-IDX > PERMIT-COUNT
               MOVE PT-IMAGE(I-IDX) TO PERMIT-RECORD
               IF PM-STATUS = "S"
                   MOVE "AWAITING REVIEW" TO DENY-REASON
                   PERFORM WRITE-DECISION-LINE
               END-IF
               IF PM-STATUS = "A" AND PM-USED-DATE = 0
                   MOVE SPACES TO DENY-REASON
                   STRING "EXPIRES " PM-EXPIRY-DATE
                       DELIMITED BY SIZE INTO DENY-REASON
                   PERFORM WRITE-DECISION-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO PERMIT-REPORT-RECORD
           WRITE PERMIT-REPORT-RECORD
           MOVE "DISTRICT LOAD (STANDING / MAXIMUM)"
               TO PERMIT-REPORT-RECORD
           WRITE PERMIT-REPORT-RECORD
           PERFORM VARYING Z-IDX FROM 1 BY 1 UNTIL Z-IDX > 9
               IF ZN-ZONED(Z-IDX) = "Y"
                   MOVE SPACES TO PERMIT-REPORT-RECORD
                   MOVE Z-IDX TO DISTRICT-NUM
                   MOVE ZN-STANDING(Z-IDX) TO LOAD-EDIT
                   STRING "  DISTRICT " DISTRICT-NUM " " LOAD-EDIT
                       " /" DELIMITED BY SIZE INTO PERMIT-REPORT-RECORD
                   MOVE ZN-MAX-LOAD(Z-IDX) TO LOAD-EDIT
                   MOVE LOAD-EDIT TO PERMIT-REPORT-RECORD(22:5)
                   WRITE PERMIT-REPORT-RECORD
               END-IF
           END-PERFORM
           .

       SAVE-PERMITS.
           OPEN OUTPUT PERMIT-FILE
           PERFORM VARYING I-IDX FROM 1 BY 1
                   UNTIL I-IDX > PERMIT-COUNT
               MOVE PT-IMAGE(I-IDX) TO PERMIT-RECORD
               WRITE PERMIT-RECORD
           END-PERFORM
           CLOSE PERMIT-FILE
           .
