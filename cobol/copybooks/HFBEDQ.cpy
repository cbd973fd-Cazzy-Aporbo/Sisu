      *-----------------------------------------------------------*
      * HFBEDQ - pending-admission bed request, 60 bytes. An ADT  *
      * admission for a unit with no free HFBEDS bed waits here   *
      * instead of bouncing to HFADTREJ; HEALTHFLUX places it as  *
      * a bed in the unit frees and rewrites the queue each run.  *
      *                                                           *
      * BQ-QUEUE-KEY orders the queue: priority (1 emergent,      *
      * 2 urgent, 3 routine) then request date and time, so the   *
      * file is kept in the order requests are placed.            *
      * BQ-ESCALATED is "Y" once the wait has gone to OPSALERT.   *
      *                                                           *
      * Embed under the caller's own level numbers, e.g.:         *
      *     05  QUEUE-ENTRY OCCURS 50 TIMES.                      *
      *         COPY HFBEDQ REPLACING ==:LVL:== BY ==10==         *
      *                               ==:SUB:== BY ==15==.        *
      *-----------------------------------------------------------*
       :LVL: BQ-MRN             PIC 9(6).
       :LVL: BQ-NAME            PIC X(10).
       :LVL: BQ-AGE             PIC 99.
       :LVL: BQ-HEART           PIC 99.
       :LVL: BQ-BP              PIC 999.
       :LVL: BQ-OXYGEN          PIC 999.
       :LVL: BQ-UNIT            PIC X(4).
       :LVL: BQ-QUEUE-KEY.
           :SUB: BQ-PRIORITY        PIC X.
           :SUB: BQ-REQ-DATE        PIC 9(8).
           :SUB: BQ-REQ-TIME        PIC 9(6).
       :LVL: BQ-ESCALATED       PIC X.
       :LVL: FILLER             PIC X(14).
