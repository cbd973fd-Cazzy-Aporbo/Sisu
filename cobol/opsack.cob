       PROGRAM-ID. OPSACK.
       AUTHOR. CAZZY.
       REMARKS. >
           Alert acknowledgment and escalation over the OPSCORR
           incident lines (OPSINCEV, or a team's OPSROUTE queue
           of them), one line per incident occurrence, so one
           acknowledgment covers every repeat of the alert behind
           it; a rise in the incident's severity comes through as
           a new line to acknowledge. Operators mark entries reviewed
           (operator ID and timestamp appended to OPSACKS, keyed
           by source/date/step/severity plus the leading alert
           text, so two same-step alerts -- a city-wide and a
      *               its own acknowledgment stream (OPSACKS,
      *               OPSACKC, OPSACKF, OPSACKN), so the clinical
      *               desk stops scrolling finance's pages.
      *   2026-10-15  CAZZY - works from incidents: the master
      *               queue is OPSCORR's OPSINCEV instead of
      *               OPSALERT, and review shows each incident's
      *               status, repeat count and first/last sighting
      *               from OPSINCID, so one acknowledgment covers
      *               the whole run of repeats.
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-ALERT-FILE ASSIGN TO "OPSINCEV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPALERT-FILE-STATUS.
           SELECT INCIDENT-FILE ASSIGN TO "OPSINCID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INCIDENT-FILE-STATUS.
           SELECT ACK-FILE ASSIGN TO "OPSACKS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACK-FILE-STATUS.
       01  OPERATOR-ALERT-RECORD.
           COPY OPALERT REPLACING ==:LVL:== BY ==05==.

       FD  INCIDENT-FILE.
       01  INCIDENT-RECORD     PIC X(164).

       FD  ACK-FILE.
       01  ACK-RECORD.
           05 ACK-SOURCE       PIC X(10).
       77 TEAM-ACK-STATUS     PIC X(2).
       77 QUEUE-CODE          PIC X VALUE "M".
       77 QUEUE-EOF           PIC X.
       77 INCIDENT-FILE-STATUS PIC X(2).
       77 I-IDX               PIC 9(4).
       77 LOOKUP-ID           PIC 9(6).
       77 LOOKUP-OCCUR        PIC 99.
       77 STATUS-WORD         PIC X(7).

       01 ACK-TABLE.
           05 ACK-ENTRY OCCURS 1000 TIMES.
              10 AK-TEXT       PIC X(25).
       01 ACK-COUNT           PIC 9(4) VALUE 0.

       01 INCIDENT-TABLE.
           05 INCIDENT-ENTRY OCCURS 2000 TIMES.
              COPY OPINCID REPLACING ==:LVL:== BY ==10==.
       01 INCIDENT-COUNT      PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT TODAY-STAMP FROM DATE YYYYMMDD
           IF RUN-MODE = "R" OR RUN-MODE = "r"
               DISPLAY "Enter operator ID: "
               ACCEPT OPERATOR-ID
               PERFORM LOAD-INCIDENTS
               PERFORM REVIEW-ALERTS
               DISPLAY "Reviewed " REVIEWED-COUNT " alerts"
           ELSE
           END-PERFORM
           .

      *-----------------------------------------------------------*
      * The incident behind a queue line, from OPSINCID, so the   *
      * operator sees how long it has run and how often it has    *
      * repeated before acknowledging the lot.                    *
      *-----------------------------------------------------------*
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
               IF INCIDENT-COUNT < 2000
                   ADD 1 TO INCIDENT-COUNT
                   MOVE INCIDENT-RECORD
                       TO INCIDENT-ENTRY(INCIDENT-COUNT)
               END-IF
           END-PERFORM
           CLOSE INCIDENT-FILE
           .

       SHOW-INCIDENT-DETAIL.
           IF OA-TEXT(1:3) NOT = "INC" OR OA-TEXT(4:6) IS NOT NUMERIC
                   OR OA-TEXT(11:2) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE OA-TEXT(4:6) TO LOOKUP-ID
           MOVE OA-TEXT(11:2) TO LOOKUP-OCCUR
           PERFORM VARYING I-IDX FROM 1 BY 1
                   UNTIL I-IDX > INCIDENT-COUNT
               IF IN-ID(I-IDX) = LOOKUP-ID
                       AND IN-OCCUR(I-IDX) = LOOKUP-OCCUR
                   IF IN-STATUS(I-IDX) = "O"
                       MOVE "OPEN" TO STATUS-WORD
                   ELSE
                       MOVE "CLEARED" TO STATUS-WORD
                   END-IF
                   DISPLAY "    " STATUS-WORD " " IN-COUNT(I-IDX)
                       " ALERTS  FIRST " IN-FIRST-DATE(I-IDX)
                       " STEP " IN-FIRST-STEP(I-IDX)
                       "  LAST " IN-LAST-DATE(I-IDX)
                       " STEP " IN-LAST-STEP(I-IDX)
                   DISPLAY "    LATEST " IN-LAST-SEV(I-IDX) " "
                       IN-LAST-TEXT(I-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

      *-----------------------------------------------------------*
      * Interactive review: every unacknowledged alert is shown   *
      * and the operator answers Y to mark it reviewed (appended  *
               IF ALERT-IS-ACKED = "N"
                   DISPLAY OA-SOURCE " " OA-DATE " STEP " OA-STEP
                       " " OA-SEVERITY " " OA-TEXT
                   PERFORM SHOW-INCIDENT-DETAIL
                   DISPLAY "Acknowledge? (Y/N): "
                   ACCEPT ACK-ANSWER
                   IF ACK-ANSWER = "Y" OR ACK-ANSWER = "y"
