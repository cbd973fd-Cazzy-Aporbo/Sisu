           to team queues. The OPSRULES file holds one rule per
           line -- source, severity, leading text pattern, and the
           destination queue (CLINICAL, FACILITY or FINANCE);
           blank rule fields match anything. What is routed is
           OPSCORR's OPSINCEV, one line per incident occurrence or
           rise in its peak severity rather than one per repeated
           alert: new lines (everything past the OPSRTPTR cursor
           from the last routing pass) fan out to the per-team
           alert files OPSALCLN, OPSALFAC and OPSALFIN, each with
           its own OPSACK acknowledgment stream, while the
           combined OPSALERT file stays untouched as the master
           record.
           The cursor is the last routed alert's content (date,
           step, source, leading text -- the key OPSACK matches
           acks by), not a record ordinal, so a retention pass
           compacting the file cannot strand the routing or replay
           old alerts.

      *-----------------------------------------------------------*
      * Mod history:
      *               length; the padded 15-byte compare meant
      *               any pattern shorter than the field never
      *               matched at all.
      *   2026-10-15  CAZZY - routes OPSCORR's incident lines
      *               (OPSINCEV) instead of raw OPSALERT traffic,
      *               so a condition repeated every step reaches
      *               its team queue once per occurrence, and
      *               again only when its severity rises.
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-ALERT-FILE ASSIGN TO "OPSINCEV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPALERT-FILE-STATUS.
           SELECT ROUTING-RULES-FILE ASSIGN TO "OPSRULES"
           PERFORM FIND-MARKER-POSITION
           OPEN INPUT OPERATOR-ALERT-FILE
           IF OPALERT-FILE-STATUS NOT = "00"
               DISPLAY "No OPSINCEV incident file on hand"
               STOP RUN
           END-IF
           MOVE 0 TO RECORD-NO
           .

      *-----------------------------------------------------------*
      * Locate the marker alert in today's OPSINCEV: the LAST     *
      * record matching its content, so a duplicate alert already *
      * routed is never replayed. A marker that is not on the     *
      * file any more aged out under retention, and everything    *
           END-PERFORM
           CLOSE OPERATOR-ALERT-FILE
           IF MARKER-POS = 0
               DISPLAY "Routing marker not on OPSINCEV -- "
                   "routing the whole file"
           END-IF
           .

