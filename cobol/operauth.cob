           Shared operator authorization, CALLed at sign-on and
           before sensitive actions the way FILELOCK guards the
           shared files. The OPERMAST master holds one line per
           operator: ID, display name, role letters (C = close the
           month, M = misdiagnosis flag actions, G = grade of
           record changes, A = override a medication order held
           for a patient allergy, R = merge a duplicate patient's
           MRN into the surviving one, S = security administrator:
           reset operator PINs and unlock locked-out operators in
           OPERSEC), and the certification status CERTHIST
           demonstrated, then the nursing units the operator is
           assigned to (read by the dashboard's break-the-glass
           check, not judged here). Results: V =
           valid (and holds the role, certified, when a role is
           asked), N = known operator but lacks the role or is not
           certified, U = unknown ID, X = no master on hand
           (callers keep the historical accept-anything behavior
           so the demo still runs). A certification counts only
           until the expiry date CERTRENW carried onto the master
           from the operator's last CERTEXAM pass; role * asks for
           a currently certified operator whatever letters they
           hold (the supervisor approvals). The operator's PIN is
           not judged here: interactive sign-ons and supervisor
           approvals CALL OPERSIGN once the ID is accepted.

      *-----------------------------------------------------------*
      * Mod history:
      *   2026-09-02  CAZZY - written; three programs ACCEPTed an
      *               operator ID and took whatever eight
      *               characters arrived.
      *   2026-10-15  CAZZY - role A documented: override of a
      *               medication order held for a patient allergy
      *               (dashboard).
      *   2026-10-15  CAZZY - role R documented: merge of a
      *               duplicate patient MRN (HFMRNMRG).
      *   2026-10-15  CAZZY - the OPERMAST layout moves to the
      *               shared OPERREC copybook and gains OM-UNITS,
      *               the operator's assigned nursing units.
      *   2026-10-15  CAZZY - certification expiry: a role is
      *               refused once the OM-CERT-EXPIRY date
      *               CERTRENW keeps has passed; role * asks for
      *               any currently certified operator (supervisor
      *               approvals).
      *   2026-10-15  CAZZY - role S documented: security
      *               administrator (OPERSEC); PIN verification
      *               follows in OPERSIGN.
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       FILE SECTION.
       FD  OPERATOR-MASTER-FILE.
       01  OPERATOR-MASTER-RECORD.
           COPY OPERREC REPLACING ==:LVL:== BY ==05==.

       WORKING-STORAGE SECTION.
       77 MASTER-FILE-STATUS PIC X(2).
       77 O-IDX              PIC 99.
       77 R-IDX              PIC 9.
       77 ROLE-HELD          PIC X.
       77 TODAY-STAMP        PIC 9(8).

       01 OPERATOR-TABLE.
           05 OPER-ENTRY OCCURS 30 TIMES.
              10 OP-NAME       PIC X(20).
              10 OP-ROLES      PIC X(8).
              10 OP-CERT       PIC X.
              10 OP-CERT-EXPIRY PIC 9(8).
       01 OPER-COUNT         PIC 99 VALUE 0.

       LINKAGE SECTION.

       LOAD-OPERATOR-MASTER.
           MOVE "Y" TO MASTER-LOADED
           ACCEPT TODAY-STAMP FROM DATE YYYYMMDD
           MOVE 0 TO OPER-COUNT
           OPEN INPUT OPERATOR-MASTER-FILE
           IF MASTER-FILE-STATUS NOT = "00"
                   MOVE OM-NAME TO OP-NAME(OPER-COUNT)
                   MOVE OM-ROLES TO OP-ROLES(OPER-COUNT)
                   MOVE OM-CERT TO OP-CERT(OPER-COUNT)
                   IF OM-CERT-EXPIRY IS NUMERIC
                       MOVE OM-CERT-EXPIRY
                           TO OP-CERT-EXPIRY(OPER-COUNT)
                   ELSE
                       MOVE 0 TO OP-CERT-EXPIRY(OPER-COUNT)
                   END-IF
               END-IF
           END-PERFORM
           CLOSE OPERATOR-MASTER-FILE
      * A plain sign-on check (no role asked) passes any known    *
      * operator. A role check also requires the role letter on   *
      * the master line and a Y certification, so an uncertified  *
      * operator stays out of the production functions. A         *
      * certification past its expiry counts as lapsed even if    *
      * the nightly has not yet turned the flag to L.             *
      *-----------------------------------------------------------*
       JUDGE-OPERATOR.
           IF LK-ROLE = SPACE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO ROLE-HELD
           IF LK-ROLE = "*"
               MOVE "Y" TO ROLE-HELD
           END-IF
           IF OP-CERT-EXPIRY(O-IDX) > 0
                   AND OP-CERT-EXPIRY(O-IDX) < TODAY-STAMP
               MOVE "L" TO OP-CERT(O-IDX)
           END-IF
           PERFORM VARYING R-IDX FROM 1 BY 1 UNTIL R-IDX > 8
               IF OP-ROLES(O-IDX) (R-IDX:1) = LK-ROLE
                   MOVE "Y" TO ROLE-HELD
