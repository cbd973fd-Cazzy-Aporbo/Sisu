       IDENTIFICATION DIVISION.
       PROGRAM-ID. CERTRENW.
       AUTHOR. CAZZY.
       REMARKS. >
           Nightly certification upkeep for the operator master.
           Each operator's latest CERTEXAM pass on CERTHIST (the
           lines that name an operator ID) is carried onto the
           OPERMAST line: pass date, exam version, and an expiry
           the CERTPARM validity period (fourth value, days,
           default 365) after the pass. A certification past its
           expiry is turned to L (lapsed) and OPERAUTH refuses
           the roles that need it until the operator passes again.
           Thirty days before expiry a recertification notice is
           written to CERTNOTE, once per expiry. A Y flag set by
           hand with no exam behind it is given one validity
           period from the first night it is seen. CERTRPT lists
           what changed; RC 4 when anyone lapsed tonight.

      *-----------------------------------------------------------*
      * Mod history:
      *   2026-10-15  CAZZY - written; OM-CERT was set by hand,
      *               never lapsed, and a CERTEXAM pass did not
      *               reach the operator master.
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MASTER-FILE-STATUS.
           SELECT CERT-HIST-FILE ASSIGN TO "CERTHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HIST-FILE-STATUS.
           SELECT EXAM-PARM-FILE ASSIGN TO "CERTPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-FILE-STATUS.
           SELECT RENEW-REPORT-FILE ASSIGN TO "CERTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.
           SELECT NOTICE-FILE ASSIGN TO "CERTNOTE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NOTICE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-MASTER-FILE.
       01  OPERATOR-MASTER-RECORD.
           COPY OPERREC REPLACING ==:LVL:== BY ==05==.

       FD  CERT-HIST-FILE.
       01  CERT-HIST-RECORD    PIC X(160).

       FD  EXAM-PARM-FILE.
       01  EXAM-PARM-RECORD    PIC X(20).

       FD  RENEW-REPORT-FILE.
       01  RENEW-REPORT-RECORD PIC X(100).

       FD  NOTICE-FILE.
       01  NOTICE-RECORD       PIC X(80).

       WORKING-STORAGE SECTION.
       77 MASTER-FILE-STATUS PIC X(2).
       77 HIST-FILE-STATUS   PIC X(2).
       77 PARM-FILE-STATUS   PIC X(2).
       77 REPORT-FILE-STATUS PIC X(2).
       77 NOTICE-FILE-STATUS PIC X(2).
       77 TODAY-STAMP        PIC 9(8).
       77 TODAY-INT          PIC 9(7).
       77 VALID-DAYS         PIC 9(4) VALUE 365.
       77 NOTICE-DAYS        PIC 9(3) VALUE 30.
       77 DAYS-LEFT          PIC S9(7).
       77 O-IDX              PIC 99.
       77 OPER-COUNT         PIC 99 VALUE 0.
       77 TABLE-OVERFLOW     PIC X VALUE "N".
       77 HIST-LINES         PIC 9(5) VALUE 0.
       77 HIST-UNTIED        PIC 9(5) VALUE 0.
       77 PASSES-APPLIED     PIC 9(3) VALUE 0.
       77 HAND-SET-DATED     PIC 9(3) VALUE 0.
       77 LAPSED-TONIGHT     PIC 9(3) VALUE 0.
       77 NOTICES-SENT       PIC 9(3) VALUE 0.
       77 HIST-DATE          PIC X(8).
       77 HIST-OPER          PIC X(8).
       77 HIST-VERSION       PIC X(4).
       77 HIST-RESULT        PIC X(4).
       77 HIST-REST          PIC X(160).
       77 PARM-SIZE          PIC X(5).
       77 PARM-MARK          PIC X(5).
       77 PARM-VERSION       PIC X(5).
       77 PARM-DAYS          PIC X(5).
       77 DATE-EDIT          PIC 9999/99/99.
       77 DAYS-EDIT          PIC ZZ9.

      *-----------------------------------------------------------*
      * The master held whole so it can be rewritten, with the    *
      * latest pass found on CERTHIST for each operator.          *
      *-----------------------------------------------------------*
       01 OPERATOR-TABLE.
           05 OPER-ENTRY OCCURS 30 TIMES.
              10 OT-IMAGE      PIC X(80).
              10 OT-PASS-DATE  PIC 9(8).
              10 OT-PASS-VER   PIC X(4).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT TODAY-STAMP FROM DATE YYYYMMDD
           COMPUTE TODAY-INT = FUNCTION INTEGER-OF-DATE(TODAY-STAMP)
           PERFORM LOAD-EXAM-PARMS
           PERFORM LOAD-OPERATOR-MASTER
           IF MASTER-FILE-STATUS NOT = "00" AND OPER-COUNT = 0
               DISPLAY "No operator master (OPERMAST) on hand -- "
                   "nothing to renew"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF TABLE-OVERFLOW = "Y"
               DISPLAY "OPERMAST holds more than 30 operators -- "
                   "nothing renewed, master left as it was"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-CERT-PASSES
           OPEN OUTPUT RENEW-REPORT-FILE
           OPEN EXTEND NOTICE-FILE
           IF NOTICE-FILE-STATUS NOT = "00"
               OPEN OUTPUT NOTICE-FILE
           END-IF
           MOVE TODAY-STAMP TO DATE-EDIT
           MOVE SPACES TO RENEW-REPORT-RECORD
           STRING "OPERATOR CERTIFICATION RENEWAL " DATE-EDIT
               "  VALID " VALID-DAYS " DAYS"
               DELIMITED BY SIZE INTO RENEW-REPORT-RECORD
           WRITE RENEW-REPORT-RECORD
           MOVE SPACES TO RENEW-REPORT-RECORD
           WRITE RENEW-REPORT-RECORD
           PERFORM VARYING O-IDX FROM 1 BY 1 UNTIL O-IDX > OPER-COUNT
               PERFORM RENEW-ONE-OPERATOR
           END-PERFORM
           MOVE SPACES TO RENEW-REPORT-RECORD
           WRITE RENEW-REPORT-RECORD
           MOVE SPACES TO RENEW-REPORT-RECORD
           STRING "CERTHIST LINES " HIST-LINES
               "  NOT TIED TO AN OPERATOR " HIST-UNTIED
               DELIMITED BY SIZE INTO RENEW-REPORT-RECORD
           WRITE RENEW-REPORT-RECORD
           MOVE SPACES TO RENEW-REPORT-RECORD
           STRING "PASSES APPLIED " PASSES-APPLIED
               "  HAND-SET DATED " HAND-SET-DATED
               "  LAPSED " LAPSED-TONIGHT
               "  NOTICES " NOTICES-SENT
               DELIMITED BY SIZE INTO RENEW-REPORT-RECORD
           WRITE RENEW-REPORT-RECORD
           CLOSE NOTICE-FILE
           CLOSE RENEW-REPORT-FILE
           PERFORM SAVE-OPERATOR-MASTER
           DISPLAY "Certification renewal: " PASSES-APPLIED
               " passes applied, " LAPSED-TONIGHT " lapsed, "
               NOTICES-SENT " notices"
           IF LAPSED-TONIGHT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

      *-----------------------------------------------------------*
      * CERTPARM is CERTEXAM's line: exam size, pass mark, exam   *
      * version, then the days a pass stays valid.                *
      *-----------------------------------------------------------*
       LOAD-EXAM-PARMS.
           OPEN INPUT EXAM-PARM-FILE
           IF PARM-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ EXAM-PARM-FILE
               AT END
                   CONTINUE
           END-READ
           IF PARM-FILE-STATUS = "00"
               MOVE SPACES TO PARM-DAYS
               UNSTRING EXAM-PARM-RECORD DELIMITED BY ALL SPACES
                   INTO PARM-SIZE PARM-MARK PARM-VERSION PARM-DAYS
               IF PARM-DAYS NOT = SPACES
                       AND FUNCTION TEST-NUMVAL(PARM-DAYS) = 0
                       AND FUNCTION NUMVAL(PARM-DAYS) > 0
                   COMPUTE VALID-DAYS = FUNCTION NUMVAL(PARM-DAYS)
               END-IF
           END-IF
           CLOSE EXAM-PARM-FILE
           .

       LOAD-OPERATOR-MASTER.
           MOVE 0 TO OPER-COUNT
           OPEN INPUT OPERATOR-MASTER-FILE
           IF MASTER-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ OPERATOR-MASTER-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF OPER-COUNT < 30
                   ADD 1 TO OPER-COUNT
                   MOVE OPERATOR-MASTER-RECORD TO OT-IMAGE(OPER-COUNT)
                   MOVE 0 TO OT-PASS-DATE(OPER-COUNT)
                   MOVE SPACES TO OT-PASS-VER(OPER-COUNT)
               ELSE
                   MOVE "Y" TO TABLE-OVERFLOW
               END-IF
           END-PERFORM
           CLOSE OPERATOR-MASTER-FILE
           .

      *-----------------------------------------------------------*
      * CERTHIST lines are "date CANDIDATE=... RESULT=PASS        *
      * OPERATOR=id VERSION=v"; lines from before the operator ID *
      * was recorded cannot be tied to anyone and are counted.    *
      *-----------------------------------------------------------*
       LOAD-CERT-PASSES.
           OPEN INPUT CERT-HIST-FILE
           IF HIST-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ CERT-HIST-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               ADD 1 TO HIST-LINES
               PERFORM TAKE-CERT-LINE
           END-PERFORM
           CLOSE CERT-HIST-FILE
           .

       TAKE-CERT-LINE.
           MOVE CERT-HIST-RECORD (1:8) TO HIST-DATE
           MOVE SPACES TO HIST-REST HIST-OPER HIST-VERSION HIST-RESULT
           UNSTRING CERT-HIST-RECORD DELIMITED BY " RESULT="
               INTO HIST-REST HIST-RESULT
           MOVE SPACES TO HIST-REST
           UNSTRING CERT-HIST-RECORD DELIMITED BY " OPERATOR="
               INTO HIST-REST HIST-OPER
           MOVE SPACES TO HIST-REST
           UNSTRING CERT-HIST-RECORD DELIMITED BY " VERSION="
               INTO HIST-REST HIST-VERSION
           IF HIST-OPER = SPACES OR HIST-OPER (1:1) = SPACE
               ADD 1 TO HIST-UNTIED
               EXIT PARAGRAPH
           END-IF
           IF HIST-RESULT NOT = "PASS" OR HIST-DATE IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING O-IDX FROM 1 BY 1 UNTIL O-IDX > OPER-COUNT
               IF OT-IMAGE(O-IDX) (1:8) = HIST-OPER
                   IF HIST-DATE >= OT-PASS-DATE(O-IDX)
                       MOVE HIST-DATE TO OT-PASS-DATE(O-IDX)
                       MOVE HIST-VERSION TO OT-PASS-VER(O-IDX)
                   END-IF
               END-IF
           END-PERFORM
           .

      *-----------------------------------------------------------*
      * A newer pass dates the certification afresh; then the     *
      * expiry decides Y or L and whether a notice is due.        *
      *-----------------------------------------------------------*
       RENEW-ONE-OPERATOR.
           MOVE OT-IMAGE(O-IDX) TO OPERATOR-MASTER-RECORD
           IF OM-CERT-DATE IS NOT NUMERIC
               MOVE 0 TO OM-CERT-DATE
           END-IF
           IF OM-CERT-EXPIRY IS NOT NUMERIC
               MOVE 0 TO OM-CERT-EXPIRY
           END-IF
           IF OM-CERT-NOTICE IS NOT NUMERIC
               MOVE 0 TO OM-CERT-NOTICE
           END-IF
           IF OT-PASS-DATE(O-IDX) > 0
                   AND OT-PASS-DATE(O-IDX) > OM-CERT-DATE
               MOVE OT-PASS-DATE(O-IDX) TO OM-CERT-DATE
               MOVE OT-PASS-VER(O-IDX) TO OM-CERT-VERSION
               COMPUTE OM-CERT-EXPIRY = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(OM-CERT-DATE)
                   + VALID-DAYS)
               MOVE "Y" TO OM-CERT
               ADD 1 TO PASSES-APPLIED
               MOVE "PASS ON RECORD, RENEWED" TO HIST-REST
               PERFORM REPORT-OPERATOR
           END-IF
           IF OM-CERT = "Y" AND OM-CERT-EXPIRY = 0
               MOVE 0 TO OM-CERT-DATE
               MOVE "HAND" TO OM-CERT-VERSION
               COMPUTE OM-CERT-EXPIRY = FUNCTION DATE-OF-INTEGER(
                   TODAY-INT + VALID-DAYS)
               ADD 1 TO HAND-SET-DATED
               MOVE "SET BY HAND, NO EXAM -- EXPIRY GIVEN"
                   TO HIST-REST
               PERFORM REPORT-OPERATOR
           END-IF
           IF OM-CERT-EXPIRY > 0
               COMPUTE DAYS-LEFT =
                   FUNCTION INTEGER-OF-DATE(OM-CERT-EXPIRY)
                   - TODAY-INT
               IF DAYS-LEFT < 0
                   IF OM-CERT NOT = "L"
                       MOVE "L" TO OM-CERT
                       ADD 1 TO LAPSED-TONIGHT
                       MOVE "LAPSED -- ROLES REFUSED UNTIL RETAKEN"
                           TO HIST-REST
                       PERFORM REPORT-OPERATOR
                   END-IF
               ELSE
                   IF DAYS-LEFT <= NOTICE-DAYS
                           AND OM-CERT-NOTICE NOT = OM-CERT-EXPIRY
                       PERFORM WRITE-RECERT-NOTICE
                       MOVE OM-CERT-EXPIRY TO OM-CERT-NOTICE
                       ADD 1 TO NOTICES-SENT
                       MOVE "RECERTIFICATION NOTICE SENT" TO HIST-REST
                       PERFORM REPORT-OPERATOR
                   END-IF
               END-IF
           END-IF
           MOVE OPERATOR-MASTER-RECORD TO OT-IMAGE(O-IDX)
           .

       REPORT-OPERATOR.
           MOVE OM-CERT-EXPIRY TO DATE-EDIT
           MOVE SPACES TO RENEW-REPORT-RECORD
           STRING OM-ID " " OM-NAME " V" OM-CERT-VERSION
               " EXP " DATE-EDIT " " HIST-REST
               DELIMITED BY SIZE INTO RENEW-REPORT-RECORD
           WRITE RENEW-REPORT-RECORD
           .

       WRITE-RECERT-NOTICE.
           MOVE DAYS-LEFT TO DAYS-EDIT
           MOVE OM-CERT-EXPIRY TO DATE-EDIT
           MOVE SPACES TO NOTICE-RECORD
           STRING "TO: " OM-NAME " (OPERATOR " OM-ID ")"
               DELIMITED BY SIZE INTO NOTICE-RECORD
           WRITE NOTICE-RECORD
           MOVE SPACES TO NOTICE-RECORD
           STRING "RE: OPERATOR RECERTIFICATION DUE BY " DATE-EDIT
               DELIMITED BY SIZE INTO NOTICE-RECORD
           WRITE NOTICE-RECORD
           MOVE SPACES TO NOTICE-RECORD
           WRITE NOTICE-RECORD
           MOVE SPACES TO NOTICE-RECORD
           STRING "Your operator certification expires in "
               DAYS-EDIT " days. Please pass the certification"
               DELIMITED BY SIZE INTO NOTICE-RECORD
           WRITE NOTICE-RECORD
           MOVE "exam (CERTEXAM) before then; once it lapses the "
               TO NOTICE-RECORD
           WRITE NOTICE-RECORD
           MOVE "roles that require certification are refused until "
               TO NOTICE-RECORD
           WRITE NOTICE-RECORD
           MOVE "you pass again." TO NOTICE-RECORD
           WRITE NOTICE-RECORD
           MOVE ALL "-" TO NOTICE-RECORD
           WRITE NOTICE-RECORD
           .

       SAVE-OPERATOR-MASTER.
           OPEN OUTPUT OPERATOR-MASTER-FILE
           PERFORM VARYING O-IDX FROM 1 BY 1 UNTIL O-IDX > OPER-COUNT
               MOVE OT-IMAGE(O-IDX) TO OPERATOR-MASTER-RECORD
               WRITE OPERATOR-MASTER-RECORD
           END-PERFORM
           CLOSE OPERATOR-MASTER-FILE
           .

       END PROGRAM CERTRENW.
