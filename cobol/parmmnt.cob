      *   2026-09-02  CAZZY - written; PREFLIGHT caught the
      *               damage only after it was committed, the
      *               night it broke the chain.
      *   2026-10-15  CAZZY - sign-on asks for the operator's PIN
      *               (OPERSIGN); a wrong PIN, lockout or refused
      *               PIN change ends the session.
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       77 OPERATOR-ID        PIC X(8).
       77 AUTH-ROLE          PIC X.
       77 AUTH-RESULT        PIC X.
       77 SIGN-RESULT        PIC X.
       77 FILE-CHOICE        PIC 9.
       77 ACTION-CHOICE      PIC X.
       77 CUR-FILE           PIC X(8).
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CALL "OPERSIGN" USING OPERATOR-ID SIGN-RESULT
               ON EXCEPTION
                   MOVE "X" TO SIGN-RESULT
           END-CALL
           IF SIGN-RESULT NOT = "V" AND SIGN-RESULT NOT = "X"
               DISPLAY "Operator " OPERATOR-ID " -- sign-on refused"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL 1 = 2
               DISPLAY "Parameter maintenance -- pick a file:"
               DISPLAY "1 HFTHRESH  (age-max low-O2 high-BP"
