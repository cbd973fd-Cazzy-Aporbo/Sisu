       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERSIGN.
       AUTHOR. CAZZY.
       REMARKS. >
           Operator PIN verification, CALLed right after OPERAUTH
           has accepted an operator ID at sign-on, and for the
           second operator of a supervisor approval. Prompts for
           the operator's PIN and checks its OPERHASH hash against
           the OPERCRED credential line. Results: V = verified,
           F = wrong PIN, L = locked out (now or already),
           E = no PIN enrolled for the operator, C = a required PIN
           change was not completed, X = no OPERCRED on hand
           (callers keep the historical ID-only sign-on, as they
           do when OPERMAST is missing). Anything but V or X
           refuses the sign-on or approval.
           OPERSPRM keyword lines (all optional): TRIES n wrong
           PINs in a row lock the operator out (default 3); DAYS n
           is the PIN's life, after which it must be changed at
           the next sign-on (default 90, 0 = never expires);
           ALERT n wrong PINs in a row start raising a WARNING on
           OPSALERT (default 2). A lockout raises a CRITICAL one.
           Only OPERSEC (the security administrator) unlocks an
           operator or resets a PIN; a reset PIN must be changed
           at the next sign-on. Every check, lockout and change is
           logged on SECLOG. The alerts carry source OPERSIGN and
           text "OPERATOR id ..."; an OPSCRULE subject of 17
           characters folds an operator's repeats into one
           incident.

      *-----------------------------------------------------------*
      * Mod history:
      *   2026-10-15  CAZZY - written; anyone who knew a
      *               supervisor's ID could approve journals or
      *               flag a misdiagnosis under it.
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CREDENTIAL-FILE ASSIGN TO "OPERCRED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CRED-FILE-STATUS.
           SELECT SIGNON-PARM-FILE ASSIGN TO "OPERSPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-FILE-STATUS.
           SELECT SECURITY-LOG-FILE ASSIGN TO "SECLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SECLOG-FILE-STATUS.
           SELECT OPERATOR-ALERT-FILE ASSIGN TO "OPSALERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPALERT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CREDENTIAL-FILE.
       01  CREDENTIAL-RECORD   PIC X(46).

       FD  SIGNON-PARM-FILE.
       01  SIGNON-PARM-RECORD  PIC X(80).

       FD  SECURITY-LOG-FILE.
       01  SECURITY-LOG-RECORD.
           COPY SECLOG REPLACING ==:LVL:== BY ==05==.

       FD  OPERATOR-ALERT-FILE.
       01  OPERATOR-ALERT-RECORD.
           COPY OPALERT REPLACING ==:LVL:== BY ==05==.

       WORKING-STORAGE SECTION.
       77 CRED-FILE-STATUS   PIC X(2).
       77 PARM-FILE-STATUS   PIC X(2).
       77 SECLOG-FILE-STATUS PIC X(2).
       77 OPALERT-FILE-STATUS PIC X(2).
       77 PARMS-LOADED       PIC X VALUE "N".
       77 MAX-TRIES          PIC 99 VALUE 3.
       77 PIN-DAYS           PIC 9(3) VALUE 90.
       77 ALERT-AT           PIC 99 VALUE 2.
       77 TODAY-STAMP        PIC 9(8).
       77 TIME-STAMP         PIC 9(8).
       77 PIN-ENTRY          PIC X(8).
       77 NEW-PIN            PIC X(8).
       77 CONFIRM-PIN        PIC X(8).
       77 ENTRY-HASH         PIC 9(10).
       77 NEW-HASH           PIC 9(10).
       77 PIN-VALID          PIC X.
       77 C-IDX              PIC 99.
       77 FOUND-IDX          PIC 99.
       77 DAYS-HELD          PIC S9(7).
       77 CHANGE-NEEDED      PIC X.
       77 CHANGE-REASON      PIC X(8).
       77 CHANGE-TRIES       PIC 9.
       77 PIN-CHANGED        PIC X.
       77 LOG-EVENT          PIC X(8).
       77 LOG-FAILS          PIC 99.
       77 LOG-TEXT           PIC X(40).
       77 ALERT-SEVERITY     PIC X(8).
       77 LOCK-RESOURCE      PIC X(8).
       77 LOCK-ACTION        PIC X.
       77 LOCK-HOLDER        PIC X(8) VALUE "OPERSIGN".
       77 LOCK-RESULT        PIC X.

       01 PARM-TOKENS.
           05 PK-KEYWORD       PIC X(10).
           05 PK-ARG           PIC X(10).

       01 CREDENTIAL-TABLE.
           05 CRED-ENTRY OCCURS 30 TIMES.
              COPY OPERCRED REPLACING ==:LVL:== BY ==10==.
       01 CRED-COUNT         PIC 99 VALUE 0.

       LINKAGE SECTION.
       01  LK-OPERATOR        PIC X(8).
       01  LK-RESULT          PIC X.

       PROCEDURE DIVISION USING LK-OPERATOR LK-RESULT.
       MAIN-LOGIC.
           IF PARMS-LOADED = "N"
               PERFORM LOAD-SIGNON-PARMS
           END-IF
           ACCEPT TODAY-STAMP FROM DATE YYYYMMDD
           OPEN INPUT CREDENTIAL-FILE
           IF CRED-FILE-STATUS NOT = "00"
               MOVE "X" TO LK-RESULT
               GOBACK
           END-IF
           CLOSE CREDENTIAL-FILE
           MOVE SPACES TO PIN-ENTRY
           DISPLAY "PIN for operator " LK-OPERATOR ": "
           ACCEPT PIN-ENTRY
           CALL "OPERHASH" USING LK-OPERATOR PIN-ENTRY ENTRY-HASH
               PIN-VALID
           MOVE "N" TO CHANGE-NEEDED
           PERFORM HOLD-CREDENTIALS
           PERFORM JUDGE-PIN
           PERFORM SAVE-CREDENTIALS
           IF CHANGE-NEEDED = "Y"
               PERFORM FORCE-PIN-CHANGE
           END-IF
           GOBACK.

       LOAD-SIGNON-PARMS.
           MOVE "Y" TO PARMS-LOADED
           OPEN INPUT SIGNON-PARM-FILE
           IF PARM-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ SIGNON-PARM-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               MOVE SPACES TO PARM-TOKENS
               UNSTRING SIGNON-PARM-RECORD DELIMITED BY ALL SPACES
                   INTO PK-KEYWORD PK-ARG
               IF FUNCTION TEST-NUMVAL(PK-ARG) = 0
                   EVALUATE PK-KEYWORD
                       WHEN "TRIES"
                           COMPUTE MAX-TRIES =
                               FUNCTION NUMVAL(PK-ARG)
                       WHEN "DAYS"
                           COMPUTE PIN-DAYS =
                               FUNCTION NUMVAL(PK-ARG)
                       WHEN "ALERT"
                           COMPUTE ALERT-AT =
                               FUNCTION NUMVAL(PK-ARG)
                   END-EVALUATE
               END-IF
           END-PERFORM
           CLOSE SIGNON-PARM-FILE
           IF MAX-TRIES = 0
               MOVE 1 TO MAX-TRIES
           END-IF
           .

      *-----------------------------------------------------------*
      * OPERCRED is read and rewritten whole under the FILELOCK   *
      * interlock, so two sessions signing on at once cannot lose *
      * each other's failure counts. FOUND-IDX is the operator's  *
      * line, 0 if none.                                          *
      *-----------------------------------------------------------*
       HOLD-CREDENTIALS.
           MOVE "OPERCRED" TO LOCK-RESOURCE
           MOVE "A" TO LOCK-ACTION
           CALL "FILELOCK" USING LOCK-RESOURCE LOCK-ACTION
               LOCK-HOLDER LOCK-RESULT
           IF LOCK-RESULT NOT = "A"
               DISPLAY "OPERCRED is held by another program -- "
                   "updates may interleave"
           END-IF
           MOVE 0 TO CRED-COUNT
           MOVE 0 TO FOUND-IDX
           OPEN INPUT CREDENTIAL-FILE
           IF CRED-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               IF CRED-COUNT >= 30
                   EXIT PERFORM
               END-IF
               READ CREDENTIAL-FILE INTO CRED-ENTRY(CRED-COUNT + 1)
                   AT END
                       EXIT PERFORM
               END-READ
               ADD 1 TO CRED-COUNT
               IF OC-ID(CRED-COUNT) = LK-OPERATOR
                   MOVE CRED-COUNT TO FOUND-IDX
               END-IF
           END-PERFORM
           CLOSE CREDENTIAL-FILE
           .

       SAVE-CREDENTIALS.
           IF FOUND-IDX > 0
               OPEN OUTPUT CREDENTIAL-FILE
               PERFORM VARYING C-IDX FROM 1 BY 1
                       UNTIL C-IDX > CRED-COUNT
                   WRITE CREDENTIAL-RECORD FROM CRED-ENTRY(C-IDX)
               END-PERFORM
               CLOSE CREDENTIAL-FILE
           END-IF
           MOVE "OPERCRED" TO LOCK-RESOURCE
           MOVE "R" TO LOCK-ACTION
           CALL "FILELOCK" USING LOCK-RESOURCE LOCK-ACTION
               LOCK-HOLDER LOCK-RESULT
           .

      *-----------------------------------------------------------*
      * A good PIN clears the failure count. A wrong one adds to  *
      * it; reaching TRIES locks the operator out, and from ALERT *
      * failures on the operations console hears about it. A good *
      * PIN that was reset, or has outlived DAYS, must be changed *
      * before the sign-on completes.                             *
      *-----------------------------------------------------------*
       JUDGE-PIN.
           IF FOUND-IDX = 0
               MOVE "E" TO LK-RESULT
               MOVE 0 TO LOG-FAILS
               MOVE "NOPIN" TO LOG-EVENT
               MOVE SPACES TO LOG-TEXT
               PERFORM WRITE-SECURITY-LOG
               DISPLAY "No PIN is enrolled for operator "
                   LK-OPERATOR " -- see the security administrator"
               EXIT PARAGRAPH
           END-IF
           MOVE OC-FAILS(FOUND-IDX) TO LOG-FAILS
           MOVE SPACES TO LOG-TEXT
           IF OC-STATUS(FOUND-IDX) = "L"
               MOVE "L" TO LK-RESULT
               MOVE "LOCKED" TO LOG-EVENT
               STRING "LOCKED OUT SINCE " OC-LOCK-DATE(FOUND-IDX)
                   DELIMITED BY SIZE INTO LOG-TEXT
               PERFORM WRITE-SECURITY-LOG
               DISPLAY "Operator " LK-OPERATOR " is locked out -- "
                   "see the security administrator"
               EXIT PARAGRAPH
           END-IF
           IF ENTRY-HASH = OC-PIN-HASH(FOUND-IDX)
               PERFORM ACCEPT-GOOD-PIN
           ELSE
               PERFORM COUNT-WRONG-PIN
           END-IF
           .

       ACCEPT-GOOD-PIN.
           MOVE "V" TO LK-RESULT
           MOVE 0 TO OC-FAILS(FOUND-IDX)
           MOVE TODAY-STAMP TO OC-LAST-DATE(FOUND-IDX)
           MOVE 0 TO LOG-FAILS
           MOVE "SIGNON" TO LOG-EVENT
           PERFORM WRITE-SECURITY-LOG
           IF OC-CHANGE(FOUND-IDX) = "Y"
               MOVE "Y" TO CHANGE-NEEDED
               MOVE "RESET" TO CHANGE-REASON
               EXIT PARAGRAPH
           END-IF
           IF PIN-DAYS = 0
               EXIT PARAGRAPH
           END-IF
           IF OC-PIN-DATE(FOUND-IDX) IS NOT NUMERIC
                   OR OC-PIN-DATE(FOUND-IDX) = 0
               MOVE "Y" TO CHANGE-NEEDED
               MOVE "EXPIRED" TO CHANGE-REASON
               EXIT PARAGRAPH
           END-IF
           COMPUTE DAYS-HELD =
               FUNCTION INTEGER-OF-DATE(TODAY-STAMP)
               - FUNCTION INTEGER-OF-DATE(OC-PIN-DATE(FOUND-IDX))
           IF DAYS-HELD > PIN-DAYS
               MOVE "Y" TO CHANGE-NEEDED
               MOVE "EXPIRED" TO CHANGE-REASON
           END-IF
           .

       COUNT-WRONG-PIN.
           ADD 1 TO OC-FAILS(FOUND-IDX)
           MOVE OC-FAILS(FOUND-IDX) TO LOG-FAILS
           IF OC-FAILS(FOUND-IDX) >= MAX-TRIES
               MOVE "L" TO LK-RESULT
               MOVE "L" TO OC-STATUS(FOUND-IDX)
               MOVE TODAY-STAMP TO OC-LOCK-DATE(FOUND-IDX)
               MOVE "LOCKOUT" TO LOG-EVENT
               PERFORM WRITE-SECURITY-LOG
               MOVE "CRITICAL" TO ALERT-SEVERITY
               PERFORM WRITE-SIGNON-ALERT
               DISPLAY "Wrong PIN -- operator " LK-OPERATOR
                   " is now locked out"
               EXIT PARAGRAPH
           END-IF
           MOVE "F" TO LK-RESULT
           MOVE "BADPIN" TO LOG-EVENT
           PERFORM WRITE-SECURITY-LOG
           IF ALERT-AT > 0 AND OC-FAILS(FOUND-IDX) >= ALERT-AT
               MOVE "WARNING" TO ALERT-SEVERITY
               PERFORM WRITE-SIGNON-ALERT
           END-IF
           DISPLAY "Wrong PIN for operator " LK-OPERATOR
           .

      *-----------------------------------------------------------*
      * Up to three tries at a new PIN: 4 to 8 digits, keyed      *
      * twice alike, and not the PIN just used. Giving up leaves  *
      * the change pending and refuses this sign-on.              *
      *-----------------------------------------------------------*
       FORCE-PIN-CHANGE.
           IF CHANGE-REASON = "RESET"
               DISPLAY "Your PIN was reset -- choose a new one"
           ELSE
               DISPLAY "Your PIN has expired -- choose a new one"
           END-IF
           MOVE "N" TO PIN-CHANGED
           MOVE 0 TO CHANGE-TRIES
           PERFORM UNTIL PIN-CHANGED = "Y" OR CHANGE-TRIES >= 3
               ADD 1 TO CHANGE-TRIES
               MOVE SPACES TO NEW-PIN CONFIRM-PIN
               DISPLAY "New PIN (4 to 8 digits): "
               ACCEPT NEW-PIN
               DISPLAY "Key the new PIN again: "
               ACCEPT CONFIRM-PIN
               CALL "OPERHASH" USING LK-OPERATOR NEW-PIN NEW-HASH
                   PIN-VALID
               EVALUATE TRUE
                   WHEN PIN-VALID NOT = "Y"
                       DISPLAY "A PIN is 4 to 8 digits"
                   WHEN NEW-PIN NOT = CONFIRM-PIN
                       DISPLAY "The two entries differ"
                   WHEN NEW-HASH = ENTRY-HASH
                       DISPLAY "The new PIN must differ from the "
                           "old one"
                   WHEN OTHER
                       PERFORM STORE-NEW-PIN
               END-EVALUATE
           END-PERFORM
           IF PIN-CHANGED = "N"
               MOVE "C" TO LK-RESULT
               MOVE "NOCHANGE" TO LOG-EVENT
               MOVE 0 TO LOG-FAILS
               MOVE SPACES TO LOG-TEXT
               PERFORM WRITE-SECURITY-LOG
               DISPLAY "PIN not changed -- sign-on refused"
           END-IF
           .

       STORE-NEW-PIN.
           PERFORM HOLD-CREDENTIALS
           IF FOUND-IDX > 0
               MOVE NEW-HASH TO OC-PIN-HASH(FOUND-IDX)
               MOVE TODAY-STAMP TO OC-PIN-DATE(FOUND-IDX)
               MOVE "N" TO OC-CHANGE(FOUND-IDX)
               MOVE "Y" TO PIN-CHANGED
               MOVE "CHANGED" TO LOG-EVENT
               MOVE 0 TO LOG-FAILS
               MOVE SPACES TO LOG-TEXT
               STRING "AFTER PIN " DELIMITED BY SIZE
                   CHANGE-REASON DELIMITED BY SPACE
                   INTO LOG-TEXT
               PERFORM WRITE-SECURITY-LOG
               DISPLAY "PIN changed"
           END-IF
           PERFORM SAVE-CREDENTIALS
           .

       WRITE-SECURITY-LOG.
           OPEN EXTEND SECURITY-LOG-FILE
           IF SECLOG-FILE-STATUS NOT = "00"
               OPEN OUTPUT SECURITY-LOG-FILE
           END-IF
           ACCEPT TIME-STAMP FROM TIME
           MOVE SPACES TO SECURITY-LOG-RECORD
           MOVE TODAY-STAMP TO SL-DATE
           MOVE TIME-STAMP(1:6) TO SL-TIME
           MOVE LK-OPERATOR TO SL-OPERATOR
           MOVE LOG-EVENT TO SL-EVENT
           MOVE LOG-FAILS TO SL-FAILS
           MOVE LOG-TEXT TO SL-TEXT
           WRITE SECURITY-LOG-RECORD
           CLOSE SECURITY-LOG-FILE
           .

       WRITE-SIGNON-ALERT.
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
           MOVE SPACES TO OPERATOR-ALERT-RECORD
           MOVE "OPERSIGN" TO OA-SOURCE
           MOVE TODAY-STAMP TO OA-DATE
           MOVE 0 TO OA-STEP
           MOVE ALERT-SEVERITY TO OA-SEVERITY
           IF ALERT-SEVERITY = "CRITICAL"
               STRING "OPERATOR " LK-OPERATOR " LOCKED OUT AFTER "
                   LOG-FAILS " WRONG PINS"
                   DELIMITED BY SIZE INTO OA-TEXT
           ELSE
               STRING "OPERATOR " LK-OPERATOR " " LOG-FAILS
                   " WRONG PINS IN A ROW"
                   DELIMITED BY SIZE INTO OA-TEXT
           END-IF
           WRITE OPERATOR-ALERT-RECORD
           CLOSE OPERATOR-ALERT-FILE
           MOVE "R" TO LOCK-ACTION
           CALL "FILELOCK" USING LOCK-RESOURCE LOCK-ACTION
               LOCK-HOLDER LOCK-RESULT
           .

       END PROGRAM OPERSIGN.
