       REMARKS. >
           Shared file interlock, CALLed by every program that
           appends to OPSALERT or rewrites a state file (UFCITY,
           HFDPATIENTS, ALINAROS, PATMASTER, OPERCRED). The
           convention: each guarded resource has a small lock
           file holding "HELD holder" or "FREE". Acquire reads
           it, waits and retries while held, then marks it held;
           release marks it free. A caller that cannot get the
           lock gets result "B" and must tell the operator and
           leave the resource alone.
           A crashed holder leaves the lock HELD -- the operator
           clears it by writing FREE to the lock dataset.

      *   2026-08-23  CAZZY - PATMASTER joins the guarded list;
      *               HEALTHFLUX, PATMERGE and the dashboard all
      *               rewrite it and had no common interlock.
      *   2026-10-15  CAZZY - OPERCRED joins the guarded list;
      *               OPERSIGN and OPERSEC both rewrite the
      *               operator credentials.
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
           SELECT PATM-LOCK-FILE ASSIGN TO "LOCKPATM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOCK-FILE-STATUS.
           SELECT OPCR-LOCK-FILE ASSIGN TO "LOCKOPCR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOCK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  ALRO-LOCK-RECORD    PIC X(20).
       FD  PATM-LOCK-FILE.
       01  PATM-LOCK-RECORD    PIC X(20).
       FD  OPCR-LOCK-FILE.
       01  OPCR-LOCK-RECORD    PIC X(20).

       WORKING-STORAGE SECTION.
       77 LOCK-FILE-STATUS   PIC X(2).
                       END-IF
                       CLOSE PATM-LOCK-FILE
                   END-IF
               WHEN "OPERCRED"
                   OPEN INPUT OPCR-LOCK-FILE
                   IF LOCK-FILE-STATUS = "00"
                       READ OPCR-LOCK-FILE
                           AT END
                               CONTINUE
                       END-READ
                       IF LOCK-FILE-STATUS = "00"
                           MOVE OPCR-LOCK-RECORD TO LOCK-STATE
                       END-IF
                       CLOSE OPCR-LOCK-FILE
                   END-IF
           END-EVALUATE
           .

                   MOVE LOCK-STATE TO PATM-LOCK-RECORD
                   WRITE PATM-LOCK-RECORD
                   CLOSE PATM-LOCK-FILE
               WHEN "OPERCRED"
                   OPEN OUTPUT OPCR-LOCK-FILE
                   MOVE LOCK-STATE TO OPCR-LOCK-RECORD
                   WRITE OPCR-LOCK-RECORD
                   CLOSE OPCR-LOCK-FILE
           END-EVALUATE
           .

