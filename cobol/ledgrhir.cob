       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEDGRHIR.
       AUTHOR. CAZZY.
       REMARKS. >
           Shared chart-of-accounts roll-up, CALLed by the ledger
           reports the way OPERAUTH is CALLed for sign-on. Each
           LEDGRACT account may name a parent group account (for
           example Nursing Revenue under Patient Revenue under
           Operating Revenue); group accounts are flagged G and
           hold no postings of their own. The caller gets the
           whole chart back in print order on the LEDGRHIR layout,
           every group followed by what rolls up into it, with
           each account's level and its parent's position, so a
           report can total upward and print at whatever level
           the reader asked for. A parent code that is not a
           group on the master, or a chain that loops or runs
           deeper than nine levels, is reported and the account
           is put at the top level rather than lost.

      *-----------------------------------------------------------*
      * Mod history:
      *   2026-10-15  CAZZY - written; the trial balance,
      *               statements and variance report could only
      *               list every account or lump them by type.
      *   2026-10-15  CAZZY - LEDGRACT is an indexed file keyed on
      *               the account code, read through in key order,
      *               so siblings print in code order; the roll-up
      *               holds 500 accounts.
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-MASTER-FILE ASSIGN TO "LEDGRACT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-CODE
               FILE STATUS IS ACCT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCT-MASTER-FILE.
       01  ACCT-MASTER-RECORD.
           05 AM-CODE          PIC X(4).
           05 AM-DESC          PIC X(20).
           05 AM-TYPE          PIC X.
           05 AM-ACTIVE        PIC X.
           05 AM-PARENT        PIC X(4).
           05 AM-GROUP         PIC X.

       WORKING-STORAGE SECTION.
       77 ACCT-FILE-STATUS   PIC X(2).
       77 MAX-NODES          PIC 9(3) VALUE 500.
       77 MAX-LEVELS         PIC 9 VALUE 9.
       77 RAW-COUNT          PIC 9(3) VALUE 0.
       77 I-IDX              PIC 9(3).
       77 J-IDX              PIC 9(3).
       77 K-IDX              PIC 9(3).
       77 OUT-COUNT          PIC 9(3).
       77 WALK-DEPTH         PIC 99.
       77 STACK-TOP          PIC 9(3).

      *-----------------------------------------------------------*
      * The master as read, in account code order. RW-UP is the   *
      * index of the parent group, RW-POS where the account lands *
      * in the caller's print-order table.                        *
      *-----------------------------------------------------------*
       01 RAW-TABLE.
           05 RW-ENTRY OCCURS 500 TIMES.
              10 RW-CODE       PIC X(4).
              10 RW-DESC       PIC X(20).
              10 RW-TYPE       PIC X.
              10 RW-ACTIVE     PIC X.
              10 RW-PARENT     PIC X(4).
              10 RW-GROUP      PIC X.
              10 RW-UP         PIC 9(3).
              10 RW-LEVEL      PIC 99.
              10 RW-POS        PIC 9(3).

       01 NODE-STACK.
           05 NS-ENTRY OCCURS 500 TIMES PIC 9(3).

       LINKAGE SECTION.
       01  LK-HIERARCHY.
           COPY LEDGRHIR.

       PROCEDURE DIVISION USING LK-HIERARCHY.
       MAIN-LOGIC.
           MOVE 0 TO HR-COUNT
           MOVE 0 TO HR-DEPTH
           PERFORM LOAD-ACCOUNT-MASTER
           IF HR-RESULT = "X"
               GOBACK
           END-IF
           PERFORM LINK-PARENTS
           PERFORM BREAK-BAD-CHAINS
           PERFORM SET-LEVELS
           PERFORM BUILD-PRINT-ORDER
           PERFORM SET-LAST-DESCENDANTS
           GOBACK.

       LOAD-ACCOUNT-MASTER.
           MOVE 0 TO RAW-COUNT
           OPEN INPUT ACCT-MASTER-FILE
           IF ACCT-FILE-STATUS NOT = "00"
               MOVE "X" TO HR-RESULT
               EXIT PARAGRAPH
           END-IF
           MOVE "V" TO HR-RESULT
           PERFORM UNTIL 1 = 2
               READ ACCT-MASTER-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF RAW-COUNT < MAX-NODES
                   ADD 1 TO RAW-COUNT
                   MOVE AM-CODE TO RW-CODE(RAW-COUNT)
                   MOVE AM-DESC TO RW-DESC(RAW-COUNT)
                   MOVE AM-TYPE TO RW-TYPE(RAW-COUNT)
                   MOVE AM-ACTIVE TO RW-ACTIVE(RAW-COUNT)
                   MOVE AM-PARENT TO RW-PARENT(RAW-COUNT)
                   MOVE AM-GROUP TO RW-GROUP(RAW-COUNT)
                   MOVE 0 TO RW-UP(RAW-COUNT)
                   MOVE 1 TO RW-LEVEL(RAW-COUNT)
                   MOVE 0 TO RW-POS(RAW-COUNT)
               ELSE
                   DISPLAY "More than " MAX-NODES " accounts on "
                       "LEDGRACT -- " AM-CODE " not in the roll-up"
               END-IF
           END-PERFORM
           CLOSE ACCT-MASTER-FILE
           .

      *-----------------------------------------------------------*
      * Only a G account can have accounts beneath it; any other  *
      * parent code is reported and the account stands alone.     *
      *-----------------------------------------------------------*
       LINK-PARENTS.
           PERFORM VARYING I-IDX FROM 1 BY 1 UNTIL I-IDX > RAW-COUNT
               IF RW-PARENT(I-IDX) NOT = SPACES
                   PERFORM VARYING J-IDX FROM 1 BY 1
                           UNTIL J-IDX > RAW-COUNT
                       IF RW-CODE(J-IDX) = RW-PARENT(I-IDX)
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   IF J-IDX > RAW-COUNT
                       DISPLAY "Account " RW-CODE(I-IDX)
                           " rolls up to " RW-PARENT(I-IDX)
                           ", not on LEDGRACT -- shown at top level"
                   ELSE
                       IF RW-GROUP(J-IDX) NOT = "G"
                           DISPLAY "Account " RW-CODE(I-IDX)
                               " rolls up to " RW-PARENT(I-IDX)
                               ", not a group account -- shown "
                               "at top level"
                       ELSE
                           MOVE J-IDX TO RW-UP(I-IDX)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           .

      *-----------------------------------------------------------*
      * Walk up from each account; a walk longer than MAX-LEVELS  *
      * is a loop in the master (or a chart too deep to print),   *
      * and the account is cut loose so the loop is broken.       *
      *-----------------------------------------------------------*
       BREAK-BAD-CHAINS.
           PERFORM VARYING I-IDX FROM 1 BY 1 UNTIL I-IDX > RAW-COUNT
               MOVE 1 TO WALK-DEPTH
               MOVE RW-UP(I-IDX) TO J-IDX
               PERFORM UNTIL J-IDX = 0 OR WALK-DEPTH > MAX-LEVELS
                   ADD 1 TO WALK-DEPTH
                   MOVE RW-UP(J-IDX) TO J-IDX
               END-PERFORM
               IF WALK-DEPTH > MAX-LEVELS
                   DISPLAY "Account " RW-CODE(I-IDX) " roll-up "
                       "loops or is deeper than " MAX-LEVELS
                       " levels -- shown at top level"
                   MOVE 0 TO RW-UP(I-IDX)
               END-IF
           END-PERFORM
           .

       SET-LEVELS.
           PERFORM VARYING I-IDX FROM 1 BY 1 UNTIL I-IDX > RAW-COUNT
               MOVE 1 TO WALK-DEPTH
               MOVE RW-UP(I-IDX) TO J-IDX
               PERFORM UNTIL J-IDX = 0
                   ADD 1 TO WALK-DEPTH
                   MOVE RW-UP(J-IDX) TO J-IDX
               END-PERFORM
               MOVE WALK-DEPTH TO RW-LEVEL(I-IDX)
               IF WALK-DEPTH > HR-DEPTH
                   MOVE WALK-DEPTH TO HR-DEPTH
               END-IF
           END-PERFORM
           .

      *-----------------------------------------------------------*
      * Depth-first from the top-level accounts, siblings in      *
      * account code order: children are stacked last-first so    *
      * the first one comes off the stack next.                   *
      *-----------------------------------------------------------*
       BUILD-PRINT-ORDER.
           MOVE 0 TO OUT-COUNT
           MOVE 0 TO STACK-TOP
           PERFORM VARYING I-IDX FROM RAW-COUNT BY -1
                   UNTIL I-IDX < 1
               IF RW-UP(I-IDX) = 0
                   ADD 1 TO STACK-TOP
                   MOVE I-IDX TO NS-ENTRY(STACK-TOP)
               END-IF
           END-PERFORM
           PERFORM UNTIL STACK-TOP = 0
               MOVE NS-ENTRY(STACK-TOP) TO I-IDX
               SUBTRACT 1 FROM STACK-TOP
               ADD 1 TO OUT-COUNT
               MOVE OUT-COUNT TO RW-POS(I-IDX)
               MOVE RW-CODE(I-IDX) TO HR-CODE(OUT-COUNT)
               MOVE RW-DESC(I-IDX) TO HR-DESC(OUT-COUNT)
               MOVE RW-TYPE(I-IDX) TO HR-TYPE(OUT-COUNT)
               MOVE RW-ACTIVE(I-IDX) TO HR-ACTIVE(OUT-COUNT)
               MOVE RW-GROUP(I-IDX) TO HR-GROUP(OUT-COUNT)
               MOVE RW-LEVEL(I-IDX) TO HR-LEVEL(OUT-COUNT)
               MOVE 0 TO HR-PARENT(OUT-COUNT)
               IF RW-UP(I-IDX) NOT = 0
                   MOVE RW-POS(RW-UP(I-IDX)) TO HR-PARENT(OUT-COUNT)
               END-IF
               PERFORM VARYING K-IDX FROM RAW-COUNT BY -1
                       UNTIL K-IDX < 1
                   IF RW-UP(K-IDX) = I-IDX
                       ADD 1 TO STACK-TOP
                       MOVE K-IDX TO NS-ENTRY(STACK-TOP)
                   END-IF
               END-PERFORM
           END-PERFORM
           MOVE OUT-COUNT TO HR-COUNT
           .

      *-----------------------------------------------------------*
      * Children always follow their parent, so working from the  *
      * bottom up every account has its subtree's last index by   *
      * the time its parent is reached.                           *
      *-----------------------------------------------------------*
       SET-LAST-DESCENDANTS.
           PERFORM VARYING I-IDX FROM 1 BY 1 UNTIL I-IDX > HR-COUNT
               MOVE I-IDX TO HR-LAST(I-IDX)
           END-PERFORM
           PERFORM VARYING I-IDX FROM HR-COUNT BY -1
                   UNTIL I-IDX < 1
               MOVE HR-PARENT(I-IDX) TO J-IDX
               IF J-IDX NOT = 0
                   IF HR-LAST(I-IDX) > HR-LAST(J-IDX)
                       MOVE HR-LAST(I-IDX) TO HR-LAST(J-IDX)
                   END-IF
               END-IF
           END-PERFORM
           .
