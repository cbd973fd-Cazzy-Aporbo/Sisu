      *-----------------------------------------------------------*
      * UFSVCREQ - citizen service request (311) record, 100      *
      * bytes, one per request in request number order. UFSVCREQ  *
      * keeps the file: opens, assigns and closes requests from   *
      * UFSRTRAN and ages the open ones nightly against the UFSLA *
      * targets. URBANFLUX reads it for the districts with        *
      * overdue requests; UFSVCRPT reports it monthly.            *
      *                                                           *
      * SR-STATUS        O open, A assigned to SR-DEPT, C closed  *
      * SR-TARGET-DATE   open date plus the category's target     *
      * SR-AGE-DAYS      days open as of the last aging run, or   *
      *                  days to close once closed                *
      * SR-OVERDUE       Y once past target while still open, or  *
      *                  closed after the target date             *
      *                                                           *
      * Embed under the caller's own level number, e.g.:          *
      *     01  SERVICE-REQUEST-RECORD.                           *
      *         COPY UFSVCREQ REPLACING ==:LVL:== BY ==05==.      *
      *-----------------------------------------------------------*
       :LVL: SR-ID              PIC 9(6).
       :LVL: SR-CITIZEN         PIC X(10).
       :LVL: SR-DISTRICT        PIC 9.
       :LVL: SR-CATEGORY        PIC X(10).
       :LVL: SR-OPEN-DATE       PIC 9(8).
       :LVL: SR-DEPT            PIC X(8).
       :LVL: SR-STATUS          PIC X.
       :LVL: SR-TARGET-DATE     PIC 9(8).
       :LVL: SR-AGE-DAYS        PIC 9(4).
       :LVL: SR-OVERDUE         PIC X.
       :LVL: SR-CLOSE-DATE      PIC 9(8).
       :LVL: SR-DESC            PIC X(30).
       :LVL: FILLER             PIC X(5).
