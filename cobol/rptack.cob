       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTACK.
       AUTHOR. CAZZY.
       REMARKS. >
           Report receipt acknowledgment. A recipient signs on
           (OPERAUTH, then the OPERSIGN PIN check) and is shown
           every report copy the nightly RPTMANF manifest logged
           to them on RPTDLVR that they have not yet confirmed,
           oldest first as logged; answering Y appends the
           acknowledgment (delivery date, report, recipient, date
           and time confirmed) to RPTACKS. A recipient confirms
           only their own copies. Copies left unacknowledged are
           listed on the next night's manifest.

      *-----------------------------------------------------------*
      * Mod history:
      *   2026-10-15  CAZZY - written; nobody could say whether a
      *               report had reached the desk it was printed
      *               for.
      *   2026-10-15  CAZZY - an operator's acknowledgments
      *               overflowing the table stop the session (RC
      *               8) rather than offering confirmed copies
      *               again; LOGARCH now trims RPTACKS.
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DELIVERY-FILE ASSIGN TO "RPTDLVR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DLVR-FILE-STATUS.
           SELECT RECEIPT-ACK-FILE ASSIGN TO "RPTACKS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DELIVERY-FILE.
       01  DELIVERY-RECORD.
           COPY RPTDLVR REPLACING ==:LVL:== BY ==05==.

       FD  RECEIPT-ACK-FILE.
       01  RECEIPT-ACK-RECORD.
           COPY RPTACK REPLACING ==:LVL:== BY ==05==.

       WORKING-STORAGE SECTION.
       77 DLVR-FILE-STATUS   PIC X(2).
       77 ACK-FILE-STATUS    PIC X(2).
       77 OPERATOR-ID        PIC X(8).
       77 AUTH-ROLE          PIC X.
       77 AUTH-RESULT        PIC X.
       77 SIGN-RESULT        PIC X.
       77 TODAY-STAMP        PIC 9(8).
       77 NOW-TIME           PIC 9(8).
       77 ACK-ANSWER         PIC X.
       77 K-IDX              PIC 9(4).
       77 COPY-IS-ACKED      PIC X.
       77 SHOWN-COUNT        PIC 9(4) VALUE 0.
       77 CONFIRMED-COUNT    PIC 9(4) VALUE 0.

       01 ACK-TABLE.
           05 ACK-ENTRY OCCURS 5000 TIMES.
              10 AK-DLV-DATE   PIC 9(8).
              10 AK-REPORT     PIC X(8).
              10 AK-RECIPIENT  PIC X(8).
       77 ACK-COUNT          PIC 9(4) VALUE 0.
       77 ACK-TABLE-FULL     PIC X VALUE "N".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT TODAY-STAMP FROM DATE YYYYMMDD
           DISPLAY "Enter operator ID: "
           ACCEPT OPERATOR-ID
           MOVE SPACE TO AUTH-ROLE
           CALL "OPERAUTH" USING OPERATOR-ID AUTH-ROLE AUTH-RESULT
               ON EXCEPTION
                   MOVE "X" TO AUTH-RESULT
           END-CALL
           IF AUTH-RESULT = "U"
               DISPLAY "Operator " OPERATOR-ID " is not on the "
                   "operator master -- sign-on refused"
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
           PERFORM LOAD-ACKNOWLEDGMENTS
           IF ACK-TABLE-FULL = "Y"
               DISPLAY "RPTACKS holds more than 5000 acknowledgments "
                   "by " OPERATOR-ID " -- nothing offered until "
                   "LOGARCH trims it"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM REVIEW-DELIVERIES
           IF SHOWN-COUNT = 0
               DISPLAY "No report copies awaiting your "
                   "acknowledgment"
           ELSE
               DISPLAY "Acknowledged " CONFIRMED-COUNT " of "
                   SHOWN-COUNT " report copies"
           END-IF
           STOP RUN.

       LOAD-ACKNOWLEDGMENTS.
           OPEN INPUT RECEIPT-ACK-FILE
           IF ACK-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ RECEIPT-ACK-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF RA-RECIPIENT = OPERATOR-ID
                   IF ACK-COUNT < 5000
                       ADD 1 TO ACK-COUNT
                       MOVE RA-DLV-DATE TO AK-DLV-DATE(ACK-COUNT)
                       MOVE RA-REPORT TO AK-REPORT(ACK-COUNT)
                       MOVE RA-RECIPIENT TO AK-RECIPIENT(ACK-COUNT)
                   ELSE
                       MOVE "Y" TO ACK-TABLE-FULL
                   END-IF
               END-IF
           END-PERFORM
           CLOSE RECEIPT-ACK-FILE
           .

       CHECK-COPY-ACKED.
           MOVE "N" TO COPY-IS-ACKED
           PERFORM VARYING K-IDX FROM 1 BY 1
                   UNTIL K-IDX > ACK-COUNT
               IF AK-DLV-DATE(K-IDX) = DL-DATE
                       AND AK-REPORT(K-IDX) = DL-REPORT
                   MOVE "Y" TO COPY-IS-ACKED
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

      *-----------------------------------------------------------*
      * Every unconfirmed copy logged to this operator is shown;  *
      * Y confirms receipt, anything else leaves it on the next   *
      * manifest's unacknowledged list.                           *
      *-----------------------------------------------------------*
       REVIEW-DELIVERIES.
           OPEN INPUT DELIVERY-FILE
           IF DLVR-FILE-STATUS NOT = "00"
               DISPLAY "No RPTDLVR delivery log on hand"
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND RECEIPT-ACK-FILE
           IF ACK-FILE-STATUS NOT = "00"
               OPEN OUTPUT RECEIPT-ACK-FILE
           END-IF
           PERFORM UNTIL 1 = 2
               READ DELIVERY-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF DL-RECIPIENT = OPERATOR-ID
                   PERFORM CHECK-COPY-ACKED
                   IF COPY-IS-ACKED = "N"
                       PERFORM OFFER-COPY
                   END-IF
               END-IF
           END-PERFORM
           CLOSE RECEIPT-ACK-FILE
           CLOSE DELIVERY-FILE
           .

       OFFER-COPY.
           ADD 1 TO SHOWN-COUNT
           DISPLAY DL-DATE " " DL-REPORT " " DL-STATUS " "
               DL-LINES " LINES " DL-PAGES " PAGES TO " DL-DEST
           DISPLAY "Received? (Y/N): "
           ACCEPT ACK-ANSWER
           IF ACK-ANSWER NOT = "Y" AND ACK-ANSWER NOT = "y"
               EXIT PARAGRAPH
           END-IF
           ACCEPT NOW-TIME FROM TIME
           MOVE SPACES TO RECEIPT-ACK-RECORD
           MOVE DL-DATE TO RA-DLV-DATE
           MOVE DL-REPORT TO RA-REPORT
           MOVE OPERATOR-ID TO RA-RECIPIENT
           MOVE TODAY-STAMP TO RA-ACK-DATE
           MOVE NOW-TIME(1:6) TO RA-ACK-TIME
           WRITE RECEIPT-ACK-RECORD
           ADD 1 TO CONFIRMED-COUNT
           IF ACK-COUNT < 5000
               ADD 1 TO ACK-COUNT
               MOVE DL-DATE TO AK-DLV-DATE(ACK-COUNT)
               MOVE DL-REPORT TO AK-REPORT(ACK-COUNT)
               MOVE OPERATOR-ID TO AK-RECIPIENT(ACK-COUNT)
           END-IF
           .
