      *-----------------------------------------------------------*
      * LEDGRHIR - chart-of-accounts roll-up hierarchy as built   *
      * by the LEDGRHIR subprogram from LEDGRACT. Used by         *
      * LEDGERRPT, LEDGRSTMT and LEDGRBUD so every report prints  *
      * the same groups in the same order.                        *
      *                                                           *
      * HR-NODE is in print order: each group account is followed *
      * by everything that rolls up into it, HR-LAST naming the   *
      * last of those, so a group's subtotal prints after the     *
      * node whose index equals its HR-LAST. HR-PARENT is the     *
      * index of the group above (zero at the top level) and      *
      * HR-LEVEL counts from 1 at the top. HR-RESULT is V when    *
      * the master was read, X when there is none on hand.        *
      *                                                           *
      * Embed under the caller's own 01 level, e.g.:              *
      *     01  ACCT-HIERARCHY.                                   *
      *         COPY LEDGRHIR.                                    *
      *-----------------------------------------------------------*
           05 HR-RESULT          PIC X.
           05 HR-COUNT           PIC 9(3).
           05 HR-DEPTH           PIC 9.
           05 HR-NODE OCCURS 500 TIMES.
              10 HR-CODE         PIC X(4).
              10 HR-DESC         PIC X(20).
              10 HR-TYPE         PIC X.
              10 HR-ACTIVE       PIC X.
              10 HR-GROUP        PIC X.
              10 HR-LEVEL        PIC 9.
              10 HR-PARENT       PIC 9(3).
              10 HR-LAST         PIC 9(3).
