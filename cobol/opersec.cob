       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERSEC.
       AUTHOR. CAZZY.
       REMARKS. >
           Security administrator's maintenance of the OPERCRED
           operator credentials OPERSIGN checks at sign-on. The
           administrator signs on with their own PIN and must hold
           OPERAUTH role S. Functions: enroll or reset an
           operator's PIN (the administrator keys a temporary PIN,
           which the operator must change at the next sign-on),
           unlock an operator OPERSIGN locked out after too many
           wrong PINs, and list every operator's credential status.
           An administrator cannot reset or unlock their own
           credential -- that takes a second administrator. Only
           operators on OPERMAST can be enrolled. Every reset and
           unlock is logged on SECLOG with the administrator's ID.
           With no OPERCRED yet on hand the administrator's PIN
           check is passed by, so the first enrollments can be
           made.

      *-----------------------------------------------------------*
      * Mod history:
      *   2026-10-15  CAZZY - written; PINs at sign-on need an
      *               owner who can reset a forgotten one and
      *               release a locked-out operator.
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CREDENTIAL-FILE ASSIGN TO "OPERCRED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CRED-FILE-STATUS.
           SELECT SECURITY-LOG-FILE ASSIGN TO "SECLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SECLOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CREDENTIAL-FILE.
       01  CREDENTIAL-RECORD   PIC X(46).

       FD  SECURITY-LOG-FILE.
       01  SECURITY-LOG-RECORD.
           COPY SECLOG REPLACING ==:LVL:== BY ==05==.

       WORKING-STORAGE SECTION.
       77 CRED-FILE-STATUS   PIC X(2).
       77 SECLOG-FILE-STATUS PIC X(2).
       77 TODAY-STAMP        PIC 9(8).
       77 TIME-STAMP         PIC 9(8).
       77 OPERATOR-ID        PIC X(8).
       77 TARGET-ID          PIC X(8).
       77 AUTH-ROLE          PIC X.
       77 AUTH-RESULT        PIC X.
       77 SIGN-RESULT        PIC X.
       77 MENU-CHOICE        PIC X.
       77 TEMP-PIN           PIC X(8).
       77 CONFIRM-PIN        PIC X(8).
       77 TEMP-HASH          PIC 9(10).
       77 PIN-VALID          PIC X.
       77 C-IDX              PIC 99.
       77 FOUND-IDX          PIC 99.
       77 LOG-EVENT          PIC X(8).
       77 LOG-FAILS          PIC 99.
       77 LOG-TEXT           PIC X(40).
       77 LOCK-RESOURCE      PIC X(8) VALUE "OPERCRED".
       77 LOCK-ACTION        PIC X.
       77 LOCK-HOLDER        PIC X(8) VALUE "OPERSEC".
       77 LOCK-RESULT        PIC X.

       01 CREDENTIAL-TABLE.
           05 CRED-ENTRY OCCURS 30 TIMES.
              COPY OPERCRED REPLACING ==:LVL:== BY ==10==.
       01 CRED-COUNT         PIC 99 VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT TODAY-STAMP FROM DATE YYYYMMDD
           DISPLAY "Enter security administrator ID: "
           ACCEPT OPERATOR-ID
           MOVE "S" TO AUTH-ROLE
           CALL "OPERAUTH" USING OPERATOR-ID AUTH-ROLE AUTH-RESULT
               ON EXCEPTION
                   MOVE "X" TO AUTH-RESULT
           END-CALL
           IF AUTH-RESULT NOT = "V"
               DISPLAY "Operator " OPERATOR-ID " is not a current "
                   "security administrator -- sign-on refused"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CALL "OPERSIGN" USING OPERATOR-ID SIGN-RESULT
           IF SIGN-RESULT NOT = "V" AND SIGN-RESULT NOT = "X"
               DISPLAY "Sign-on refused"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL 1 = 2
               DISPLAY "Operator credentials -- pick a function:"
               DISPLAY "1 Enroll or reset an operator's PIN"
               DISPLAY "2 Unlock a locked-out operator"
               DISPLAY "3 List operator credentials"
               DISPLAY "Q Quit"
               ACCEPT MENU-CHOICE
               EVALUATE FUNCTION UPPER-CASE(MENU-CHOICE)
                   WHEN "1"
                       PERFORM RESET-OPERATOR-PIN
                   WHEN "2"
                       PERFORM UNLOCK-OPERATOR
                   WHEN "3"
                       PERFORM LIST-CREDENTIALS
                   WHEN "Q"
                       EXIT PERFORM
               END-EVALUATE
           END-PERFORM
           STOP RUN.

      *-----------------------------------------------------------*
      * The operator to act on: on OPERMAST, and not the          *
      * administrator. TARGET-ID spaces means give up.            *
      *-----------------------------------------------------------*
       ACCEPT-TARGET-OPERATOR.
           MOVE SPACES TO TARGET-ID
           DISPLAY "Operator ID: "
           ACCEPT TARGET-ID
           IF TARGET-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           IF TARGET-ID = OPERATOR-ID
               DISPLAY "Your own credential needs a second "
                   "security administrator"
               MOVE SPACES TO TARGET-ID
               EXIT PARAGRAPH
           END-IF
           MOVE SPACE TO AUTH-ROLE
           CALL "OPERAUTH" USING TARGET-ID AUTH-ROLE AUTH-RESULT
               ON EXCEPTION
                   MOVE "X" TO AUTH-RESULT
           END-CALL
           IF AUTH-RESULT = "U"
               DISPLAY "Operator " TARGET-ID " is not on the "
                   "operator master"
               MOVE SPACES TO TARGET-ID
           END-IF
           .

      *-----------------------------------------------------------*
      * A temporary PIN, keyed twice, replaces whatever the       *
      * operator had (or enrolls a new operator). It clears any   *
      * lockout and must be changed at the next sign-on.          *
      *-----------------------------------------------------------*
       RESET-OPERATOR-PIN.
           PERFORM ACCEPT-TARGET-OPERATOR
           IF TARGET-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO TEMP-PIN CONFIRM-PIN
           DISPLAY "Temporary PIN (4 to 8 digits): "
           ACCEPT TEMP-PIN
           DISPLAY "Key the temporary PIN again: "
           ACCEPT CONFIRM-PIN
           CALL "OPERHASH" USING TARGET-ID TEMP-PIN TEMP-HASH
               PIN-VALID
           IF PIN-VALID NOT = "Y"
               DISPLAY "A PIN is 4 to 8 digits -- nothing changed"
               EXIT PARAGRAPH
           END-IF
           IF TEMP-PIN NOT = CONFIRM-PIN
               DISPLAY "The two entries differ -- nothing changed"
               EXIT PARAGRAPH
           END-IF
           PERFORM HOLD-CREDENTIALS
           MOVE SPACES TO LOG-TEXT
           IF FOUND-IDX = 0
               IF CRED-COUNT >= 30
                   DISPLAY "OPERCRED is full -- nothing changed"
                   PERFORM RELEASE-CREDENTIALS
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO CRED-COUNT
               MOVE CRED-COUNT TO FOUND-IDX
               MOVE TARGET-ID TO OC-ID(FOUND-IDX)
               MOVE 0 TO OC-LAST-DATE(FOUND-IDX)
               MOVE "PIN ENROLLED" TO LOG-TEXT
           ELSE
               STRING "PIN RESET, WAS STATUS "
                   OC-STATUS(FOUND-IDX)
                   DELIMITED BY SIZE INTO LOG-TEXT
           END-IF
           MOVE TEMP-HASH TO OC-PIN-HASH(FOUND-IDX)
           MOVE TODAY-STAMP TO OC-PIN-DATE(FOUND-IDX)
           MOVE 0 TO OC-FAILS(FOUND-IDX)
           MOVE "A" TO OC-STATUS(FOUND-IDX)
           MOVE "Y" TO OC-CHANGE(FOUND-IDX)
           MOVE 0 TO OC-LOCK-DATE(FOUND-IDX)
           PERFORM SAVE-CREDENTIALS
           MOVE "RESET" TO LOG-EVENT
           MOVE 0 TO LOG-FAILS
           PERFORM WRITE-SECURITY-LOG
           DISPLAY "PIN set for " TARGET-ID
               " -- to be changed at the next sign-on"
           .

       UNLOCK-OPERATOR.
           PERFORM ACCEPT-TARGET-OPERATOR
           IF TARGET-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM HOLD-CREDENTIALS
           IF FOUND-IDX = 0
               DISPLAY "No PIN is enrolled for " TARGET-ID
               PERFORM RELEASE-CREDENTIALS
               EXIT PARAGRAPH
           END-IF
           IF OC-STATUS(FOUND-IDX) NOT = "L"
                   AND OC-FAILS(FOUND-IDX) = 0
               DISPLAY TARGET-ID " is not locked out"
               PERFORM RELEASE-CREDENTIALS
               EXIT PARAGRAPH
           END-IF
           MOVE OC-FAILS(FOUND-IDX) TO LOG-FAILS
           MOVE SPACES TO LOG-TEXT
           IF OC-STATUS(FOUND-IDX) = "L"
               STRING "LOCKED OUT SINCE " OC-LOCK-DATE(FOUND-IDX)
                   DELIMITED BY SIZE INTO LOG-TEXT
           ELSE
               MOVE "FAILURE COUNT CLEARED" TO LOG-TEXT
           END-IF
           MOVE "A" TO OC-STATUS(FOUND-IDX)
           MOVE 0 TO OC-FAILS(FOUND-IDX)
           MOVE 0 TO OC-LOCK-DATE(FOUND-IDX)
           PERFORM SAVE-CREDENTIALS
           MOVE "UNLOCK" TO LOG-EVENT
           PERFORM WRITE-SECURITY-LOG
           DISPLAY TARGET-ID " unlocked"
           .

       LIST-CREDENTIALS.
           PERFORM HOLD-CREDENTIALS
           PERFORM RELEASE-CREDENTIALS
           DISPLAY "OPERATOR STATUS FAILS PIN SET  LAST SIGN-ON "
               "CHANGE DUE"
           PERFORM VARYING C-IDX FROM 1 BY 1
                   UNTIL C-IDX > CRED-COUNT
               DISPLAY OC-ID(C-IDX) "    " OC-STATUS(C-IDX)
                   "     " OC-FAILS(C-IDX) "  "
                   OC-PIN-DATE(C-IDX) " " OC-LAST-DATE(C-IDX)
                   "     " OC-CHANGE(C-IDX)
           END-PERFORM
           DISPLAY CRED-COUNT " operators enrolled"
           .

      *-----------------------------------------------------------*
      * OPERCRED is read and rewritten whole under the FILELOCK   *
      * interlock OPERSIGN also takes. FOUND-IDX is TARGET-ID's   *
      * line, 0 if none.                                          *
      *-----------------------------------------------------------*
       HOLD-CREDENTIALS.
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
               IF OC-ID(CRED-COUNT) = TARGET-ID
                       AND TARGET-ID NOT = SPACES
                   MOVE CRED-COUNT TO FOUND-IDX
               END-IF
           END-PERFORM
           CLOSE CREDENTIAL-FILE
           .

       SAVE-CREDENTIALS.
           OPEN OUTPUT CREDENTIAL-FILE
           PERFORM VARYING C-IDX FROM 1 BY 1
                   UNTIL C-IDX > CRED-COUNT
               WRITE CREDENTIAL-RECORD FROM CRED-ENTRY(C-IDX)
           END-PERFORM
           CLOSE CREDENTIAL-FILE
           PERFORM RELEASE-CREDENTIALS
           .

       RELEASE-CREDENTIALS.
           MOVE "R" TO LOCK-ACTION
           CALL "FILELOCK" USING LOCK-RESOURCE LOCK-ACTION
               LOCK-HOLDER LOCK-RESULT
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
           MOVE TARGET-ID TO SL-OPERATOR
           MOVE LOG-EVENT TO SL-EVENT
           MOVE LOG-FAILS TO SL-FAILS
           MOVE OPERATOR-ID TO SL-BY
           MOVE LOG-TEXT TO SL-TEXT
           WRITE SECURITY-LOG-RECORD
           CLOSE SECURITY-LOG-FILE
           .
