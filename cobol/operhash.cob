       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERHASH.
       AUTHOR. CAZZY.
       REMARKS. >
           One-way hash of an operator PIN, CALLed by OPERSIGN at
           sign-on and PIN change and by OPERSEC when a security
           administrator sets a temporary PIN, so the PIN never
           reaches OPERCRED. The operator ID salts the hash: the
           same PIN held by two operators hashes differently. The
           sixteen ID and PIN characters are folded into a
           ten-digit value modulo the prime 9999999967, the fold
           repeated 64 rounds. Also says whether the PIN is well
           formed -- 4 to 8 digits, left-justified, nothing after
           them (valid = Y, else N; the hash is still returned).

      *-----------------------------------------------------------*
      * Mod history:
      *   2026-10-15  CAZZY - written; operator sign-on checked
      *               only that the ID existed, and the PINs that
      *               now guard it must not be stored in clear.
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77 HASH-WORK          PIC 9(18).
       77 ROUND-NO           PIC 99.
       77 CHAR-NO            PIC 99.
       77 PIN-LEN            PIC 99.
       77 HASH-MODULUS       PIC 9(10) VALUE 9999999967.

       01 HASH-SOURCE.
           05 HS-OPERATOR     PIC X(8).
           05 HS-PIN          PIC X(8).

       LINKAGE SECTION.
       01  LK-OPERATOR        PIC X(8).
       01  LK-PIN             PIC X(8).
       01  LK-HASH            PIC 9(10).
       01  LK-VALID           PIC X.

       PROCEDURE DIVISION USING LK-OPERATOR LK-PIN LK-HASH LK-VALID.
       MAIN-LOGIC.
           PERFORM CHECK-PIN-FORM
           MOVE LK-OPERATOR TO HS-OPERATOR
           MOVE LK-PIN TO HS-PIN
           MOVE 7919 TO HASH-WORK
           PERFORM VARYING ROUND-NO FROM 1 BY 1 UNTIL ROUND-NO > 64
               PERFORM VARYING CHAR-NO FROM 1 BY 1
                       UNTIL CHAR-NO > 16
                   COMPUTE HASH-WORK = FUNCTION MOD(
                       HASH-WORK * 131
                       + FUNCTION ORD(HASH-SOURCE(CHAR-NO:1))
                       + ROUND-NO, HASH-MODULUS)
               END-PERFORM
           END-PERFORM
           MOVE HASH-WORK TO LK-HASH
           GOBACK.

       CHECK-PIN-FORM.
           MOVE "N" TO LK-VALID
           MOVE 0 TO PIN-LEN
           INSPECT LK-PIN TALLYING PIN-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF PIN-LEN < 4
               EXIT PARAGRAPH
           END-IF
           IF LK-PIN(1:PIN-LEN) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF PIN-LEN < 8
               IF LK-PIN(PIN-LEN + 1:) NOT = SPACES
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE "Y" TO LK-VALID
           .

       END PROGRAM OPERHASH.
