      *               admissions and discharge shifts; a patient
      *               never scored this run was feeding storage
      *               noise into the staffing report's acuity.
      *   2026-10-15  CAZZY - the HFBILLING detail carries the
      *               patient's unit at discharge after the MRN,
      *               so BILLPOST can book bed-day revenue and
      *               patient-day statistics to the unit's cost
      *               center.
      *   2026-10-15  CAZZY - discharge summary at every ADT
      *               discharge: the run keeps an HFSTAYLG stay
      *               log (admissions, bed moves, each run's
      *               first/worst/last vitals and isolation flag,
      *               out-of-range labs and MAR dose counts), and
      *               ADT-DISCHARGE CALLs the shared HFDSCSUM
      *               subprogram to append the patient's printable
      *               summary to HFDSCSUM alongside the final
      *               bill.
      *   2026-10-15  CAZZY - ADT admit within 30 days of an
      *               HFDSCHST discharge flagged as readmission
      *               (prior date/unit on the patient, HFREADM
      *               log, EHR extract).
      *   2026-10-15  CAZZY - an ADT admit to a unit with no free
      *               HFBEDS bed waits on the HFBEDQ bed request
      *               queue (priority, request time) and is placed
      *               as beds free; waits past the HFBEDWT limit
      *               go to OPSALERT; HFBEDBRD bed board each run.
      *   2026-10-15  CAZZY - HFPHARM pharmacy stock by medication
      *               type drawn down by each dose HFMEDADM
      *               records as given; types at or below the
      *               reorder point go to OPSALERT and the HFREORD
      *               reorder list; given doses bill on HFBILLING
      *               under charge code 4300 at the HFPHARM unit
      *               cost, counted apart on the trailer.
      *   2026-10-15  CAZZY - every HFMEDS order is checked
      *               against the patient's HFALLERGY entries
      *               (medication type, or its HFPHARM drug
      *               class); a match is held out of the MAR,
      *               raises a CRITICAL alert to HFALERTS and
      *               OPSALERT each run and is listed on HFMEDHLD,
      *               until a clinician override on HFALLOVR
      *               releases it.
      *   2026-10-15  CAZZY - each run appends a census snapshot
      *               per unit to HFCENSNP (the nightly run's
      *               lines are the midnight census for the
      *               HFCENSTA monthly statistics), and a
      *               transfer's HFSTAYLG line carries the unit it
      *               left.
      *   2026-10-15  CAZZY - track HFLABREQ lab orders on the
      *               keyed HFLABORD file: due time from the
      *               HFLABNRM turnaround, closed by the HFLABS
      *               result, and overdue alerts to HFALERTS and
      *               OPSALERT naming unit and bed.
      *   2026-10-15  CAZZY - a discharge stamps PM-DISCHARGE-DATE
      *               on the master record instead of deleting it
      *               and the load passes discharged records over;
      *               an ADT admission of a returning MRN restores
      *               its history from PATMASTER or the HFPATARC
      *               archive.
      *   2026-10-15  CAZZY - the HFBILLING trailer's count and
      *               bed-day/dose totals are logged to CTLTOT
      *               (CTLTOTW) so CTLBAL can tie the feed to what
      *               BILLPOST received.
      *   2026-10-15  CAZZY - an allergy-held order is written to
      *               HFMEDHLD as it is held and the CRITICAL
      *               alerts are raised from that file, so every
      *               held order is listed and alerted; past the
      *               20th they used to get only a console
      *               message.
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
           SELECT LAB-NORMALS-FILE ASSIGN TO "HFLABNRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LABNRM-FILE-STATUS.
           SELECT LAB-REQUEST-FILE ASSIGN TO "HFLABREQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LABREQ-FILE-STATUS.
           SELECT LAB-ORDER-FILE ASSIGN TO "HFLABORD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LO-KEY
               FILE STATUS IS LABORD-FILE-STATUS.
           SELECT PATIENT-ARCHIVE-FILE ASSIGN TO "HFPATARC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PA-MRN
               FILE STATUS IS PATARC-FILE-STATUS.
           SELECT MED-ADMIN-FILE ASSIGN TO "HFMEDADM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MEDADM-FILE-STATUS.
           SELECT OCCUPANCY-RPT-FILE ASSIGN TO "HFOCCUP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OCCUP-FILE-STATUS.
           SELECT CENSUS-SNAPSHOT-FILE ASSIGN TO "HFCENSNP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CENSNP-FILE-STATUS.
           SELECT STAY-LOG-FILE ASSIGN TO "HFSTAYLG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STAYLOG-FILE-STATUS.
           SELECT DISCHARGE-HISTORY-FILE ASSIGN TO "HFDSCHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DSCHST-FILE-STATUS.
           SELECT READMISSION-LOG-FILE ASSIGN TO "HFREADM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS READM-FILE-STATUS.
           SELECT BED-QUEUE-FILE ASSIGN TO "HFBEDQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BEDQ-FILE-STATUS.
           SELECT BED-WAIT-PARM-FILE ASSIGN TO "HFBEDWT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BEDWT-FILE-STATUS.
           SELECT BED-BOARD-FILE ASSIGN TO "HFBEDBRD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BEDBRD-FILE-STATUS.
           SELECT PHARMACY-STOCK-FILE ASSIGN TO "HFPHARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PHARM-FILE-STATUS.
           SELECT REORDER-LIST-FILE ASSIGN TO "HFREORD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REORD-FILE-STATUS.
           SELECT ALLERGY-FILE ASSIGN TO "HFALLERGY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-KEY
               FILE STATUS IS ALLERGY-FILE-STATUS.
           SELECT HELD-ORDER-FILE ASSIGN TO "HFMEDHLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HELD-FILE-STATUS.
           SELECT ALLERGY-OVERRIDE-FILE ASSIGN TO "HFALLOVR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OVERRIDE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 ADT-UNIT         PIC X(4).
           05 ADT-ROOM         PIC X(4).
           05 ADT-BED          PIC X(4).
           05 ADT-PRIORITY     PIC X.

       FD  ADT-REJECT-FILE.
       01  ADT-REJECT-RECORD   PIC X(80).
       FD  OCCUPANCY-RPT-FILE.
       01  OCCUPANCY-RECORD    PIC X(80).

       FD  CENSUS-SNAPSHOT-FILE.
       01  CENSUS-SNAPSHOT-RECORD.
           COPY HFCENSNP REPLACING ==:LVL:== BY ==05==.

       FD  LAB-RESULTS-FILE.
       01  LAB-RESULT-RECORD.
           05 LR-STEP          PIC 99.
       FD  LAB-NORMALS-FILE.
       01  LAB-NORMAL-RECORD   PIC X(40).

      *-----------------------------------------------------------*
      * Lab orders as placed: MRN, LR-TEST code, order date and   *
      * time. The feed may be resent; an order already posted     *
      * with the same order time is not posted twice.             *
      *-----------------------------------------------------------*
       FD  LAB-REQUEST-FILE.
       01  LAB-REQUEST-RECORD.
           05 LQ-MRN           PIC X(6).
           05 LQ-TEST          PIC X(4).
           05 LQ-ORDER-DATE    PIC 9(8).
           05 LQ-ORDER-TIME    PIC 9(6).

       FD  LAB-ORDER-FILE.
       01  LAB-ORDER-RECORD.
           COPY HFLABORD REPLACING ==:LVL:== BY ==05==
                                   ==:SUB:== BY ==10==.

       FD  PATIENT-ARCHIVE-FILE.
       01  PATIENT-ARCHIVE-RECORD.
           COPY HFPATARC REPLACING ==:LVL:== BY ==05==.

       FD  MED-ADMIN-FILE.
       01  MED-ADMIN-RECORD.
           05 MA-STEP          PIC 99.
       FD  EXTRACT-REQUEUE-FILE.
       01  EXTRACT-REQUEUE-RECORD PIC X(100).

       FD  STAY-LOG-FILE.
       01  STAY-LOG-RECORD.
           COPY HFSTAYREC REPLACING ==:LVL:== BY ==05==
                                    ==:SUB:== BY ==10==.

       FD  DISCHARGE-HISTORY-FILE.
       01  DISCHARGE-HIST-RECORD.
           COPY HFDSCHST REPLACING ==:LVL:== BY ==05==.

       FD  READMISSION-LOG-FILE.
       01  READMISSION-RECORD.
           COPY HFREADM REPLACING ==:LVL:== BY ==05==.

       FD  BED-QUEUE-FILE.
       01  BED-QUEUE-RECORD    PIC X(60).

       FD  BED-WAIT-PARM-FILE.
       01  BED-WAIT-RECORD     PIC X(10).

       FD  BED-BOARD-FILE.
       01  BED-BOARD-RECORD    PIC X(80).

       FD  PHARMACY-STOCK-FILE.
       01  PHARMACY-STOCK-RECORD PIC X(50).

       FD  REORDER-LIST-FILE.
       01  REORDER-LIST-RECORD PIC X(80).

       FD  ALLERGY-FILE.
       01  ALLERGY-RECORD.
           COPY HFALLRG REPLACING ==:LVL:== BY ==05==
                                  ==:SUB:== BY ==10==.

       FD  HELD-ORDER-FILE.
       01  HELD-ORDER-RECORD   PIC X(80).

       FD  ALLERGY-OVERRIDE-FILE.
       01  ALLERGY-OVERRIDE-RECORD.
           COPY HFALLOVR REPLACING ==:LVL:== BY ==05==.

       FD  PATIENT-MASTER-FILE.
       01  PATIENT-MASTER-RECORD.
           05 PM-NAME             PIC X(20).
           05 PM-ADMIT-DATE       PIC 9(8).
           05 PM-BED-DAYS         PIC 9(3).
           05 PM-ISOLATION        PIC X.
           05 PM-READMIT          PIC X.
           05 PM-PRIOR-DSC-DATE   PIC 9(8).
           05 PM-PRIOR-DSC-UNIT   PIC X(4).
           05 PM-DISCHARGE-DATE   PIC 9(8).

       WORKING-STORAGE SECTION.

       77 EXTRACT-COUNT      PIC 9(4) VALUE 0.
       77 MASTER-FILE-STATUS PIC X(2).
       77 MASTER-SOURCE      PIC X VALUE "N".
       77 MASTER-DSC-COUNT   PIC 9(4) VALUE 0.
       77 PATARC-FILE-STATUS PIC X(2).
       77 HISTORY-SOURCE     PIC X(9).
       77 MODE-FILE-STATUS   PIC X(2).
       77 RUN-MODE           PIC X(5) VALUE "TRAIN".
       77 LOCK-RESOURCE      PIC X(8).
       77 LABN-IDX           PIC 99.
       77 LAB-PATIENT-IDX    PIC 99.
       77 LAB-SAVED-ALERT    PIC X(40).
       77 LABREQ-FILE-STATUS PIC X(2).
       77 LABORD-FILE-STATUS PIC X(2).
       77 DEFAULT-LAB-TAT    PIC 9(5) VALUE 240.
       77 LAB-TAT-MINUTES    PIC 9(5).
       77 LAB-DUE-MINUTES    PIC 9(7).
       77 LAB-DUE-DAYS       PIC 9(5).
       77 LAB-NOW-STAMP      PIC 9(14).
       77 LAB-DUE-STAMP      PIC 9(14).
       77 LAB-ORDERS-POSTED  PIC 9(4) VALUE 0.
       77 LAB-ORDERS-CLOSED  PIC 9(4) VALUE 0.
       77 LAB-ORDERS-OVERDUE PIC 9(4) VALUE 0.
       77 LAB-ORDERS-GONE    PIC 9(4) VALUE 0.
       77 LAB-ORDER-FOUND    PIC X.
       77 LAB-HH             PIC 99.
       77 LAB-MM             PIC 99.
       77 LAB-SS             PIC 99.
       77 MEDADM-FILE-STATUS PIC X(2).
       77 MARSUM-FILE-STATUS PIC X(2).
       77 MAE-IDX            PIC 9(3).
       77 NURSES-NEEDED      PIC 99.
       77 REQUEUE-FILE-STATUS PIC X(2).
       77 REQUEUE-COUNT      PIC 9(3) VALUE 0.
       77 STAYLOG-FILE-STATUS PIC X(2).
       77 STAY-EVENT-TYPE    PIC X(3).
       77 STAY-FROM-UNIT     PIC X(4) VALUE SPACES.
       77 STAY-IDX           PIC 99.
       77 STAY-LAB-FLAG      PIC X.
       77 DSCHST-FILE-STATUS PIC X(2).
       77 READM-FILE-STATUS  PIC X(2).
       77 READMIT-WINDOW     PIC 99 VALUE 30.
       77 READMIT-DAYS       PIC S9(5).
       77 PRIOR-DSC-DATE     PIC 9(8).
       77 PRIOR-DSC-UNIT     PIC X(4).
       77 PRIOR-ALERTS       PIC 9(4).
       77 PRIOR-LOW-MAR      PIC X.

      *-----------------------------------------------------------*
      * Each patient's latest early-warning score, kept for the   *
              10 DS-MRN        PIC 9(6).
              10 DS-ADMIT-DATE PIC 9(8).
              10 DS-BED-DAYS   PIC 9(3).
              10 DS-UNIT       PIC X(4).
       01 DSC-COUNT          PIC 99 VALUE 0.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
      * Lab results loaded once from HFLABS and applied step by   *
      * step, plus the per-test normal/critical ranges from       *
      * HFLABNRM (one line: TEST LOW HIGH CRIT-LOW CRIT-HIGH,     *
      * then the test's expected turnaround in minutes, which     *
      * dates a lab order's due time -- DEFAULT-LAB-TAT when the  *
      * line carries none).                                       *
      * LAB-CRIT counts this step's critical results per bed and  *
      * feeds SCORE-EARLY-WARNING.                                *
      *-----------------------------------------------------------*
              10 LN-HIGH       PIC 9(5).
              10 LN-CRIT-LOW   PIC 9(5).
              10 LN-CRIT-HIGH  PIC 9(5).
              10 LN-TAT-MINUTES PIC 9(5).
       01 NUM-LAB-NORMALS    PIC 99 VALUE 0.
       01 LAB-CRIT-FLAGS.
           05 LAB-CRIT OCCURS 50 TIMES PIC 9.
              10 BE-ROOM       PIC X(4).
              10 BE-BED        PIC X(4).
       01 BED-COUNT          PIC 99 VALUE 0.
       77 FREE-BED-IDX       PIC 99.
       77 OCC-IDX            PIC 99.
       77 BED-TAKEN          PIC X.
       77 UNIT-ON-MASTER     PIC X.

      *-----------------------------------------------------------*
      * Admissions waiting on a bed (HFBEDQ), kept in queue-key   *
      * order so the first entry a free bed fits is the one to    *
      * place. ADMIT-REQUEST carries one admission into           *
      * ADMIT-FROM-REQUEST, whether it came off HFADT directly    *
      * or out of the queue.                                      *
      *-----------------------------------------------------------*
       01 BED-QUEUE.
           05 QUEUE-ENTRY OCCURS 50 TIMES.
              COPY HFBEDQ REPLACING ==:LVL:== BY ==10==
                                    ==:SUB:== BY ==15==.
       01 QUEUE-COUNT        PIC 99 VALUE 0.
       77 Q-IDX              PIC 99.
       77 Q-MOVE-IDX         PIC 99.
       77 QUEUE-FOUND-IDX    PIC 99.
       77 QUEUE-PLACED       PIC X.
       77 ADT-QUEUED         PIC 9(3) VALUE 0.
       77 QUEUE-PLACED-COUNT PIC 9(3) VALUE 0.
       77 QUEUE-ESCALATED    PIC 9(3) VALUE 0.
       77 QUEUE-NOW-TIME     PIC 9(6).
       77 BED-WAIT-LIMIT     PIC 999 VALUE 4.
       77 WAIT-MINUTES       PIC S9(7).
       77 WAIT-HOURS         PIC 9(4).
       77 WAIT-MINS          PIC 99.
       77 UNIT-WAITING       PIC 99.
       77 BEDQ-FILE-STATUS   PIC X(2).
       77 BEDWT-FILE-STATUS  PIC X(2).
       77 BEDBRD-FILE-STATUS PIC X(2).
       01 ADMIT-REQUEST.
           05 AR-NAME          PIC X(10).
           05 AR-AGE           PIC 99.
           05 AR-HEART         PIC 99.
           05 AR-BP            PIC 999.
           05 AR-OXYGEN        PIC 999.
           05 AR-MRN           PIC X(6).
           05 AR-UNIT          PIC X(4).
           05 AR-ROOM          PIC X(4).
           05 AR-BED           PIC X(4).
       01 NEW-QUEUE-KEY.
           05 NQ-PRIORITY      PIC X.
           05 NQ-REQ-DATE      PIC 9(8).
           05 NQ-REQ-TIME      PIC 9(6).
       01 CLOCK-WORK.
           05 CLOCK-HH         PIC 99.
           05 CLOCK-MM         PIC 99.
           05 CLOCK-SS         PIC 99.
       01 UNIT-TABLE.
           05 UNIT-ENTRY OCCURS 10 TIMES.
              10 UN-UNIT       PIC X(4).
              10 UN-BEDS       PIC 99.
              10 UN-OCCUPIED   PIC 99.
       01 UNIT-COUNT         PIC 99 VALUE 0.

      *-----------------------------------------------------------*
      * Midnight census by unit for HFCENSNP: every HFBEDS unit,  *
      * occupied or not, plus any unit a patient is placed on     *
      * that the bed master does not know.                        *
      *-----------------------------------------------------------*
       01 SNAPSHOT-TABLE.
           05 SNAPSHOT-ENTRY OCCURS 20 TIMES.
              10 SN-UNIT       PIC X(4).
              10 SN-BEDS       PIC 99.
              10 SN-CENSUS     PIC 99.
       01 SNAPSHOT-COUNT     PIC 99 VALUE 0.
       77 SNAPSHOT-IDX       PIC 99.
       77 CENSNP-FILE-STATUS PIC X(2).
       77 BILLING-COUNT      PIC 9(4) VALUE 0.
       77 BILLING-BED-DAYS   PIC 9(5) VALUE 0.
       77 BED-DAY-CHARGE-CODE PIC X(4) VALUE "4200".
       77 MED-CHARGE-CODE    PIC X(4) VALUE "4300".
       77 BILLING-MED-LINES  PIC 9(4) VALUE 0.
       77 BILLING-DOSES      PIC 9(5) VALUE 0.
       01 CONTROL-TOTAL-ENTRY.
           COPY CTLTOT.
       77 PHARM-FILE-STATUS  PIC X(2).
       77 REORD-FILE-STATUS  PIC X(2).
       77 PH-IDX             PIC 999.
       77 PHARM-DRAWN-TYPES  PIC 999 VALUE 0.
       77 PHARM-REORDERS     PIC 999 VALUE 0.
       77 ALLERGY-FILE-STATUS PIC X(2).
       77 HELD-FILE-STATUS   PIC X(2).
       77 OVERRIDE-FILE-STATUS PIC X(2).
       77 ALLERGY-ON-HAND    PIC X VALUE "N".
       77 ORDER-CLASS        PIC X(10).
       77 ORDER-HELD         PIC X.
       77 ORDER-OVERRIDDEN   PIC X.
       77 ALERT-SEVERITY     PIC X(8) VALUE "WARNING".

      *-----------------------------------------------------------*
      * An HFMEDS order held out of the MAR because it matches    *
      * one of the patient's HFALLERGY entries -- written to      *
      * HFMEDHLD as it is held, and read back for the alerts.     *
      *-----------------------------------------------------------*
       01 HELD-ORDER-DATA.
           COPY HFMEDHLD REPLACING ==:LVL:== BY ==05==.
       01 HELD-COUNT         PIC 9(4) VALUE 0.

      *-----------------------------------------------------------*
      * HFPHARM stock by medication type as loaded, with this     *
      * run's given doses per type (PA-DOSES), the part of them   *
      * the shelf could not cover (PA-SHORT) and whether they     *
      * came off the stock this run (PA-DRAWN).                   *
      *-----------------------------------------------------------*
       01 PHARMACY-STOCK.
           05 PHARM-ENTRY OCCURS 100 TIMES.
              COPY HFPHARM REPLACING ==:LVL:== BY ==10==.
       01 PHARM-COUNT        PIC 999 VALUE 0.
       01 PHARMACY-ACTIVITY.
           05 PHARM-ACTIVITY OCCURS 100 TIMES.
              10 PA-DOSES      PIC 9(5).
              10 PA-SHORT      PIC 9(5).
              10 PA-DRAWN      PIC X.

      *-----------------------------------------------------------*
      * Fixed detail layout for the HFBILLING feed; BILLPOST      *
           05 BD-BED-DAYS      PIC 9(3).
           05 BD-CHARGE-CODE   PIC X(4).
           05 BD-MRN           PIC 9(6).
           05 BD-UNIT          PIC X(4).
      *    Medication lines (MED-CHARGE-CODE): BD-BED-DAYS carries
      *    the doses dispensed and BD-UNIT-COST the HFPHARM cost
      *    each; zero on bed-day lines.
           05 BD-UNIT-COST     PIC 9(5)V99.

      *-----------------------------------------------------------*
      * Fixed detail layout for the HFEXTRACT EHR interface --    *
           05 ED-HIGH-BP-LIMIT PIC 999.
           05 ED-ALERT         PIC X(40).
           05 ED-MRN           PIC 9(6).
           05 ED-READMIT       PIC X.
           05 ED-PRIOR-DSC-DATE PIC 9(8).

      *-----------------------------------------------------------*
      * Clinical alert thresholds, by age bracket. Loaded from    *
              10 PV-BP          PIC 999.
              10 PV-OXYGEN      PIC 99.
       77 PRIOR-VALID        PIC X VALUE "N".

      *-----------------------------------------------------------*
      * This run's first and worst vitals per bed (highest HR,    *
      * highest BP, lowest O2), taken once the ADT pass has       *
      * settled the census and written to HFSTAYLG at end of run  *
      * for the discharge summary.                                *
      *-----------------------------------------------------------*
       01 STAY-VITALS.
           05 STAY-VITAL OCCURS 50 TIMES.
              10 SV-FIRST-HEART PIC 99.
              10 SV-FIRST-BP    PIC 999.
              10 SV-FIRST-OXYGEN PIC 99.
              10 SV-WORST-HEART PIC 99.
              10 SV-WORST-BP    PIC 999.
              10 SV-WORST-OXYGEN PIC 99.
       77 EWS-SCORE          PIC 99.
       77 EWS-ALERT-LIMIT    PIC 99 VALUE 4.
       77 O2-DELTA           PIC S9(3).
           PERFORM LOAD-BED-MASTER
           PERFORM INIT-PATIENTS
           PERFORM APPLY-ADT-TRANSACTIONS
           PERFORM LOAD-PHARMACY-STOCK
           PERFORM INIT-MEDICATIONS
           PERFORM LOAD-VITALS-OBSERVATIONS
           PERFORM LOAD-LAB-RESULTS
           PERFORM POST-LAB-ORDERS
           PERFORM LOAD-MED-ADMIN-EVENTS
           PERFORM DRAW-PHARMACY-STOCK
           PERFORM CHECKPOINT-LOAD
           PERFORM START-STAY-LOG
           PERFORM OPEN-ALERT-HISTORY
           PERFORM OPEN-OPERATOR-ALERTS
           PERFORM REVIEW-BED-QUEUE
           PERFORM REVIEW-PHARMACY-STOCK
           PERFORM RAISE-ALLERGY-HOLDS
           PERFORM CHECK-DRUG-INTERACTIONS
           PERFORM RAISE-ISOLATION-ALERTS
           IF NUM-OBSERVATIONS > 0
           ELSE
               PERFORM SIMULATION-LOOP UNTIL STEP-COUNT >= 10
           END-IF
           PERFORM CHECK-OVERDUE-LAB-ORDERS
           CLOSE ALERT-HISTORY-FILE
           CLOSE OPERATOR-ALERT-FILE
           PERFORM RELEASE-OPERATOR-ALERTS
           PERFORM WRITE-EHR-EXTRACT
           PERFORM WRITE-BILLING-FEED
           PERFORM WRITE-OCCUPANCY-REPORT
           PERFORM WRITE-CENSUS-SNAPSHOT
           PERFORM WRITE-MAR-SUMMARY
           PERFORM WRITE-STAY-VITALS
           PERFORM WRITE-STAFFING-REPORT
           PERFORM SAVE-PATIENT-MASTER
           PERFORM CHECKPOINT-CLEAR
           CLOSE CHECKPOINT-FILE
           .

      *-----------------------------------------------------------*
      * Once the ADT pass has settled the census, open the stay   *
      * log for the run and take each bed's starting vitals as    *
      * both its first and its worst so far.                      *
      *-----------------------------------------------------------*
       START-STAY-LOG.
           OPEN EXTEND STAY-LOG-FILE
           IF STAYLOG-FILE-STATUS NOT = "00"
               OPEN OUTPUT STAY-LOG-FILE
           END-IF
           PERFORM VARYING STAY-IDX FROM 1 BY 1
                   UNTIL STAY-IDX > NUM-PATIENTS
               MOVE PT-HEART(STAY-IDX) TO SV-FIRST-HEART(STAY-IDX)
               MOVE PT-BP(STAY-IDX) TO SV-FIRST-BP(STAY-IDX)
               MOVE PT-OXYGEN(STAY-IDX) TO SV-FIRST-OXYGEN(STAY-IDX)
               MOVE PT-HEART(STAY-IDX) TO SV-WORST-HEART(STAY-IDX)
               MOVE PT-BP(STAY-IDX) TO SV-WORST-BP(STAY-IDX)
               MOVE PT-OXYGEN(STAY-IDX) TO SV-WORST-OXYGEN(STAY-IDX)
           END-PERFORM
           .

      *-----------------------------------------------------------*
      * One VIT line per bed at end of run: placement, the run's  *
      * first, worst and last vitals, and the isolation flag, so  *
      * the discharge summary can tell the whole stay.            *
      *-----------------------------------------------------------*
       WRITE-STAY-VITALS.
           PERFORM VARYING STAY-IDX FROM 1 BY 1
                   UNTIL STAY-IDX > NUM-PATIENTS
               MOVE SPACES TO STAY-LOG-RECORD
               MOVE PT-MRN(STAY-IDX) TO SL-MRN
               MOVE TODAY-STAMP TO SL-DATE
               MOVE "VIT" TO SL-TYPE
               MOVE PT-UNIT(STAY-IDX) TO SL-UNIT
               MOVE PT-ROOM(STAY-IDX) TO SL-ROOM
               MOVE PT-BED(STAY-IDX) TO SL-BED
               MOVE SV-FIRST-HEART(STAY-IDX) TO SL-FIRST-HEART
               MOVE SV-FIRST-BP(STAY-IDX) TO SL-FIRST-BP
               MOVE SV-FIRST-OXYGEN(STAY-IDX) TO SL-FIRST-OXYGEN
               MOVE SV-WORST-HEART(STAY-IDX) TO SL-WORST-HEART
               MOVE SV-WORST-BP(STAY-IDX) TO SL-WORST-BP
               MOVE SV-WORST-OXYGEN(STAY-IDX) TO SL-WORST-OXYGEN
               MOVE PT-HEART(STAY-IDX) TO SL-LAST-HEART
               MOVE PT-BP(STAY-IDX) TO SL-LAST-BP
               MOVE PT-OXYGEN(STAY-IDX) TO SL-LAST-OXYGEN
               MOVE PT-ISOLATION(STAY-IDX) TO SL-ISOLATION
               WRITE STAY-LOG-RECORD
           END-PERFORM
           CLOSE STAY-LOG-FILE
           .

      *-----------------------------------------------------------*
      * Open the dated alert history log for append, so a shift's *
      * alert timeline survives across simulation runs.           *
           .

       LOG-ALERT.
           PERFORM WRITE-ALERT-HISTORY
           MOVE SPACES TO OPERATOR-ALERT-RECORD
           MOVE "HEALTHFLUX" TO OA-SOURCE
           MOVE TODAY-STAMP TO OA-DATE
           MOVE STEP-COUNT TO OA-STEP
           MOVE ALERT-SEVERITY TO OA-SEVERITY
           STRING "PATIENT=" PT-NAME(IDX) " ALERT="
                  FUNCTION TRIM(PT-ALERT(IDX))
                  DELIMITED BY SIZE INTO OA-TEXT
           PERFORM LOG-OPERATOR-ALERT
           .

       WRITE-ALERT-HISTORY.
           MOVE SPACES TO ALERT-HIST-RECORD
           STRING TODAY-STAMP " STEP=" STEP-COUNT
                  " TIME=" CUR-OBS-TIME
                  " PATIENT=" PT-NAME(IDX)
                  " ALERT=" FUNCTION TRIM(PT-ALERT(IDX))
                  " UNIT=" PT-UNIT(IDX) " BED=" PT-BED(IDX)
                  DELIMITED BY SIZE INTO ALERT-HIST-RECORD
           WRITE ALERT-HIST-RECORD
           .

      *-----------------------------------------------------------*
      * Append-only: opened once at startup, closed at STOP RUN,  *
      * shared with ECOLEDGER, URBANFLUX and HEALTHFLUXDASH so an *
                       AT END
                           EXIT PERFORM
                   END-READ
      *            A discharged stay stays on the master until it
      *            is archived, but it is nobody's bed tonight.
                   IF PM-DISCHARGE-DATE IS NUMERIC
                           AND PM-DISCHARGE-DATE > 0
                       ADD 1 TO MASTER-DSC-COUNT
                       EXIT PERFORM CYCLE
                   END-IF
                   IF NUM-PATIENTS < MAX-PATIENTS
                       ADD 1 TO NUM-PATIENTS
                       MOVE PM-NAME TO PT-NAME(NUM-PATIENTS)
                           TO PT-BED-DAYS(NUM-PATIENTS)
                       MOVE PM-ISOLATION
                           TO PT-ISOLATION(NUM-PATIENTS)
                       MOVE PM-READMIT TO PT-READMIT(NUM-PATIENTS)
                       MOVE PM-PRIOR-DSC-DATE
                           TO PT-PRIOR-DSC-DATE(NUM-PATIENTS)
                       MOVE PM-PRIOR-DSC-UNIT
                           TO PT-PRIOR-DSC-UNIT(NUM-PATIENTS)
                       MOVE 0 TO PT-DISCHARGE-DATE(NUM-PATIENTS)
                       MOVE SPACES TO PT-ALERT(NUM-PATIENTS)
                   END-IF
               END-PERFORM
               DISPLAY "Patients loaded from shared master "
                   "(PATMASTER): " NUM-PATIENTS
           END-IF
           IF MASTER-DSC-COUNT > 0
               DISPLAY "Discharged records passed over on PATMASTER "
                   "(awaiting archive): " MASTER-DSC-COUNT
           END-IF
           .

      *-----------------------------------------------------------*
                   UNTIL IDX > NUM-PATIENTS
               PERFORM REWRITE-ONE-MASTER-RECORD
           END-PERFORM
      *    A discharged stay is stamped with its discharge date
      *    and its bed cleared; the load passes it over, so it
      *    neither alerts nor bills again, and HFPATARC archives
      *    it once the retention period has run.
           PERFORM VARYING DSC-IDX FROM 1 BY 1
                   UNTIL DSC-IDX > DSC-COUNT
               MOVE DS-MRN(DSC-IDX) TO PM-MRN
               READ PATIENT-MASTER-FILE
                   KEY IS PM-MRN
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE TODAY-STAMP TO PM-DISCHARGE-DATE
                       MOVE SPACES TO PM-ROOM
                       MOVE SPACES TO PM-BED
                       REWRITE PATIENT-MASTER-RECORD
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
               END-READ
           END-PERFORM
           CLOSE PATIENT-MASTER-FILE
           DISPLAY "Vitals posted back to PATMASTER"
           MOVE PT-ADMIT-DATE(IDX) TO PM-ADMIT-DATE
           MOVE PT-BED-DAYS(IDX) TO PM-BED-DAYS
           MOVE PT-ISOLATION(IDX) TO PM-ISOLATION
           MOVE PT-READMIT(IDX) TO PM-READMIT
           MOVE PT-PRIOR-DSC-DATE(IDX) TO PM-PRIOR-DSC-DATE
           MOVE PT-PRIOR-DSC-UNIT(IDX) TO PM-PRIOR-DSC-UNIT
           MOVE 0 TO PM-DISCHARGE-DATE
           REWRITE PATIENT-MASTER-RECORD
               INVALID KEY
                   WRITE PATIENT-MASTER-RECORD
       APPLY-ADT-TRANSACTIONS.
           MOVE 0 TO ADT-APPLIED
           MOVE 0 TO ADT-REJECTED
           ACCEPT NOW-TIME FROM TIME
           MOVE NOW-TIME(1:6) TO QUEUE-NOW-TIME
           PERFORM LOAD-BED-QUEUE
      *    Beds can free between runs (a dashboard discharge, a
      *    census reload), so the queue goes first.
           PERFORM PLACE-QUEUED-REQUESTS
           OPEN INPUT ADT-TXN-FILE
           IF ADT-FILE-STATUS = "00"
               OPEN OUTPUT ADT-REJECT-FILE
                           PERFORM ADT-ADMIT
                       WHEN "DISCHARGE"
                           PERFORM ADT-DISCHARGE
                           PERFORM PLACE-QUEUED-REQUESTS
                       WHEN "TRANSFER"
                           PERFORM ADT-TRANSFER
                           PERFORM PLACE-QUEUED-REQUESTS
                       WHEN OTHER
                           PERFORM WRITE-ADT-REJECT
                   END-EVALUATE
               CLOSE ADT-REJECT-FILE
               CLOSE ADT-TXN-FILE
               DISPLAY "ADT transactions: " ADT-APPLIED " applied, "
                   ADT-REJECTED " rejected, " ADT-QUEUED
                   " queued for a bed"
           END-IF
           IF QUEUE-PLACED-COUNT > 0 OR QUEUE-COUNT > 0
               DISPLAY "Bed request queue: " QUEUE-PLACED-COUNT
                   " placed, " QUEUE-COUNT " still waiting"
           END-IF
           .

           DISPLAY "Occupancy report written to HFOCCUP"
           .

      *-----------------------------------------------------------*
      * One HFCENSNP line per unit with the census as the run     *
      * ends -- the nightly run's lines are the midnight census   *
      * HFCENSTA builds patient-days and average daily census     *
      * from. Unplaced patients count under a blank unit.         *
      *-----------------------------------------------------------*
       WRITE-CENSUS-SNAPSHOT.
           MOVE 0 TO SNAPSHOT-COUNT
           PERFORM VARYING UNIT-IDX FROM 1 BY 1
                   UNTIL UNIT-IDX > UNIT-COUNT
               ADD 1 TO SNAPSHOT-COUNT
               MOVE UN-UNIT(UNIT-IDX) TO SN-UNIT(SNAPSHOT-COUNT)
               MOVE UN-BEDS(UNIT-IDX) TO SN-BEDS(SNAPSHOT-COUNT)
               MOVE 0 TO SN-CENSUS(SNAPSHOT-COUNT)
           END-PERFORM
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > NUM-PATIENTS
               PERFORM VARYING SNAPSHOT-IDX FROM 1 BY 1
                       UNTIL SNAPSHOT-IDX > SNAPSHOT-COUNT
                   IF SN-UNIT(SNAPSHOT-IDX) = PT-UNIT(IDX)
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF SNAPSHOT-IDX > SNAPSHOT-COUNT
                   IF SNAPSHOT-COUNT < 20
                       ADD 1 TO SNAPSHOT-COUNT
                       MOVE PT-UNIT(IDX) TO SN-UNIT(SNAPSHOT-COUNT)
                       MOVE 0 TO SN-BEDS(SNAPSHOT-COUNT)
                       MOVE 0 TO SN-CENSUS(SNAPSHOT-COUNT)
                   ELSE
                       MOVE 0 TO SNAPSHOT-IDX
                   END-IF
               END-IF
               IF SNAPSHOT-IDX > 0
                   ADD 1 TO SN-CENSUS(SNAPSHOT-IDX)
               END-IF
           END-PERFORM
           IF SNAPSHOT-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND CENSUS-SNAPSHOT-FILE
           IF CENSNP-FILE-STATUS NOT = "00"
               OPEN OUTPUT CENSUS-SNAPSHOT-FILE
           END-IF
           ACCEPT NOW-TIME FROM TIME
           PERFORM VARYING SNAPSHOT-IDX FROM 1 BY 1
                   UNTIL SNAPSHOT-IDX > SNAPSHOT-COUNT
               MOVE SPACES TO CENSUS-SNAPSHOT-RECORD
               MOVE TODAY-STAMP TO CN-DATE
               MOVE NOW-TIME(1:6) TO CN-TIME
               MOVE SN-UNIT(SNAPSHOT-IDX) TO CN-UNIT
               MOVE SN-CENSUS(SNAPSHOT-IDX) TO CN-CENSUS
               MOVE SN-BEDS(SNAPSHOT-IDX) TO CN-BEDS
               WRITE CENSUS-SNAPSHOT-RECORD
           END-PERFORM
           CLOSE CENSUS-SNAPSHOT-FILE
           .

      *-----------------------------------------------------------*
      * ADT transactions key on the MRN; the name on the record   *
      * is display only. A transaction with no MRN cannot match   *
           END-PERFORM
           .

      *-----------------------------------------------------------*
      * An admission to a unit on the HFBEDS master that has no   *
      * free bed (or with the census table full) waits on the     *
      * bed request queue instead of bouncing to HFADTREJ. An     *
      * admit naming no room or bed takes the unit's first free   *
      * bed off the master.                                       *
      *-----------------------------------------------------------*
       ADT-ADMIT.
           PERFORM FIND-QUEUED-BY-ADT-MRN
           IF ADT-FOUND-IDX NOT = 0 OR QUEUE-FOUND-IDX NOT = 0
               PERFORM WRITE-ADT-REJECT
               EXIT PARAGRAPH
           END-IF
           MOVE ADT-NAME TO AR-NAME
           MOVE ADT-AGE TO AR-AGE
           MOVE ADT-HEART TO AR-HEART
           MOVE ADT-BP TO AR-BP
           MOVE ADT-OXYGEN TO AR-OXYGEN
           MOVE ADT-MRN TO AR-MRN
           MOVE ADT-UNIT TO AR-UNIT
           MOVE ADT-ROOM TO AR-ROOM
           MOVE ADT-BED TO AR-BED
           PERFORM FIND-FREE-BED
           IF UNIT-ON-MASTER = "Y"
                   AND (FREE-BED-IDX = 0
                        OR NUM-PATIENTS >= MAX-PATIENTS)
               PERFORM QUEUE-BED-REQUEST
               EXIT PARAGRAPH
           END-IF
           IF NUM-PATIENTS >= MAX-PATIENTS
               PERFORM WRITE-ADT-REJECT
               EXIT PARAGRAPH
           END-IF
           IF AR-ROOM = SPACES AND AR-BED = SPACES
                   AND FREE-BED-IDX > 0
               MOVE BE-ROOM(FREE-BED-IDX) TO AR-ROOM
               MOVE BE-BED(FREE-BED-IDX) TO AR-BED
           END-IF
           PERFORM ADMIT-FROM-REQUEST
           ADD 1 TO ADT-APPLIED
           .

      *-----------------------------------------------------------*
      * Put the admission in ADMIT-REQUEST into the next census   *
      * slot, from HFADT or off the bed request queue alike.      *
      *-----------------------------------------------------------*
       ADMIT-FROM-REQUEST.
           ADD 1 TO NUM-PATIENTS
      *    The slot may still hold another patient's record after
      *    a discharge shift, so clear it whole before filling the
      *    fields the admission carries.
           INITIALIZE PATIENT(NUM-PATIENTS)
           MOVE 0 TO LAST-EWS(NUM-PATIENTS)
           MOVE "N" TO PT-MISDIAG(NUM-PATIENTS)
           MOVE AR-NAME TO PT-NAME(NUM-PATIENTS)
           MOVE AR-AGE TO PT-AGE(NUM-PATIENTS)
           MOVE AR-HEART TO PT-HEART(NUM-PATIENTS)
           MOVE AR-BP TO PT-BP(NUM-PATIENTS)
           MOVE AR-OXYGEN TO PT-OXYGEN(NUM-PATIENTS)
           MOVE SPACES TO PT-ALERT(NUM-PATIENTS)
           IF AR-MRN IS NUMERIC AND AR-MRN NOT = "000000"
               MOVE AR-MRN TO PT-MRN(NUM-PATIENTS)
           ELSE
               PERFORM ASSIGN-NEXT-MRN
               MOVE WORK-MRN TO PT-MRN(NUM-PATIENTS)
           END-IF
           MOVE AR-UNIT TO PT-UNIT(NUM-PATIENTS)
           MOVE AR-ROOM TO PT-ROOM(NUM-PATIENTS)
           MOVE AR-BED TO PT-BED(NUM-PATIENTS)
           MOVE NUM-PATIENTS TO BED-CHECK-IDX
           PERFORM CHECK-BED-ON-MASTER
           MOVE TODAY-STAMP TO PT-ADMIT-DATE(NUM-PATIENTS)
           MOVE 0 TO PT-BED-DAYS(NUM-PATIENTS)
           PERFORM CHECK-READMISSION
           IF AR-MRN IS NUMERIC AND AR-MRN NOT = "000000"
               PERFORM RESTORE-PATIENT-HISTORY
           END-IF
           MOVE "ADM" TO STAY-EVENT-TYPE
           PERFORM LOG-STAY-PLACEMENT
           .

      *-----------------------------------------------------------*
      * A returning MRN gets back what the ADT record does not    *
      * carry -- sex, the misdiagnosis case fields and an         *
      * isolation flag never cleared -- from its discharged       *
      * PATMASTER record, or from the HFPATARC archive once the   *
      * record has been moved there. The save then writes the     *
      * master record back as an open stay.                       *
      *-----------------------------------------------------------*
       RESTORE-PATIENT-HISTORY.
           MOVE SPACES TO HISTORY-SOURCE
           MOVE PT-MRN(NUM-PATIENTS) TO PM-MRN
           OPEN INPUT PATIENT-MASTER-FILE
           IF MASTER-FILE-STATUS = "00"
               READ PATIENT-MASTER-FILE
                   KEY IS PM-MRN
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "PATMASTER" TO HISTORY-SOURCE
               END-READ
               CLOSE PATIENT-MASTER-FILE
           END-IF
           IF HISTORY-SOURCE = SPACES
               MOVE PT-MRN(NUM-PATIENTS) TO PA-MRN
               OPEN INPUT PATIENT-ARCHIVE-FILE
               IF PATARC-FILE-STATUS = "00"
                   READ PATIENT-ARCHIVE-FILE
                       KEY IS PA-MRN
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE PA-MASTER-IMAGE
                               TO PATIENT-MASTER-RECORD
                           MOVE "HFPATARC" TO HISTORY-SOURCE
                   END-READ
                   CLOSE PATIENT-ARCHIVE-FILE
               END-IF
           END-IF
           IF HISTORY-SOURCE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE PM-SEX TO PT-SEX(NUM-PATIENTS)
           MOVE PM-MISDIAG TO PT-MISDIAG(NUM-PATIENTS)
           MOVE PM-SYMPTOM-CODE TO PT-SYMPTOM-CODE(NUM-PATIENTS)
           MOVE PM-SYMPTOMS TO PT-SYMPTOMS(NUM-PATIENTS)
           MOVE PM-MISDIAG-RISK TO PT-MISDIAG-RISK(NUM-PATIENTS)
           MOVE PM-ISOLATION TO PT-ISOLATION(NUM-PATIENTS)
           DISPLAY "MRN " PT-MRN(NUM-PATIENTS)
               " returning -- history restored from "
               HISTORY-SOURCE
           .

      *-----------------------------------------------------------*
      * FREE-BED-IDX comes back pointing at the first HFBEDS bed  *
      * in AR-UNIT nobody on the census holds, or zero; and       *
      * UNIT-ON-MASTER says whether the master knows the unit at  *
      * all (an unknown unit is never "full").                    *
      *-----------------------------------------------------------*
       FIND-FREE-BED.
           MOVE 0 TO FREE-BED-IDX
           MOVE "N" TO UNIT-ON-MASTER
           PERFORM VARYING BED-IDX FROM 1 BY 1
                   UNTIL BED-IDX > BED-COUNT
               IF BE-UNIT(BED-IDX) = AR-UNIT
                   MOVE "Y" TO UNIT-ON-MASTER
                   PERFORM CHECK-BED-TAKEN
                   IF BED-TAKEN = "N"
                       MOVE BED-IDX TO FREE-BED-IDX
                       EXIT PERFORM
                   END-IF
               END-IF
           END-PERFORM
           .

       CHECK-BED-TAKEN.
           MOVE "N" TO BED-TAKEN
           PERFORM VARYING OCC-IDX FROM 1 BY 1
                   UNTIL OCC-IDX > NUM-PATIENTS
               IF PT-UNIT(OCC-IDX) = BE-UNIT(BED-IDX)
                       AND PT-ROOM(OCC-IDX) = BE-ROOM(BED-IDX)
                       AND PT-BED(OCC-IDX) = BE-BED(BED-IDX)
                   MOVE "Y" TO BED-TAKEN
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

      *-----------------------------------------------------------*
      * Queue the admission in ADMIT-REQUEST, in priority and     *
      * then arrival order. It gets its MRN now, so the bed board *
      * and a later DISCHARGE (a withdrawn request) can name it.  *
      *-----------------------------------------------------------*
       QUEUE-BED-REQUEST.
           IF QUEUE-COUNT >= 50
               DISPLAY "Bed request queue full -- admission for "
                   AR-NAME " rejected"
               PERFORM WRITE-ADT-REJECT
               EXIT PARAGRAPH
           END-IF
           IF AR-MRN IS NUMERIC AND AR-MRN NOT = "000000"
               MOVE AR-MRN TO WORK-MRN
           ELSE
               PERFORM ASSIGN-NEXT-MRN
           END-IF
           IF ADT-PRIORITY = "1" OR "2" OR "3"
               MOVE ADT-PRIORITY TO NQ-PRIORITY
           ELSE
               MOVE "3" TO NQ-PRIORITY
           END-IF
           MOVE TODAY-STAMP TO NQ-REQ-DATE
           MOVE QUEUE-NOW-TIME TO NQ-REQ-TIME
           PERFORM VARYING Q-IDX FROM 1 BY 1
                   UNTIL Q-IDX > QUEUE-COUNT
               IF BQ-QUEUE-KEY(Q-IDX) > NEW-QUEUE-KEY
                   EXIT PERFORM
               END-IF
           END-PERFORM
           PERFORM VARYING Q-MOVE-IDX FROM QUEUE-COUNT BY -1
                   UNTIL Q-MOVE-IDX < Q-IDX
               MOVE QUEUE-ENTRY(Q-MOVE-IDX)
                   TO QUEUE-ENTRY(Q-MOVE-IDX + 1)
           END-PERFORM
           ADD 1 TO QUEUE-COUNT
           MOVE SPACES TO QUEUE-ENTRY(Q-IDX)
           MOVE WORK-MRN TO BQ-MRN(Q-IDX)
           MOVE AR-NAME TO BQ-NAME(Q-IDX)
           MOVE AR-AGE TO BQ-AGE(Q-IDX)
           MOVE AR-HEART TO BQ-HEART(Q-IDX)
           MOVE AR-BP TO BQ-BP(Q-IDX)
           MOVE AR-OXYGEN TO BQ-OXYGEN(Q-IDX)
           MOVE AR-UNIT TO BQ-UNIT(Q-IDX)
           MOVE NEW-QUEUE-KEY TO BQ-QUEUE-KEY(Q-IDX)
           MOVE "N" TO BQ-ESCALATED(Q-IDX)
           ADD 1 TO ADT-QUEUED
           DISPLAY "Unit " AR-UNIT " has no free bed -- MRN "
               WORK-MRN " " AR-NAME " queued, priority "
               NQ-PRIORITY
           .

       FIND-QUEUED-BY-ADT-MRN.
           MOVE 0 TO QUEUE-FOUND-IDX
           IF ADT-MRN IS NOT NUMERIC OR ADT-MRN = "000000"
               EXIT PARAGRAPH
           END-IF
           MOVE ADT-MRN TO WORK-MRN
           PERFORM VARYING Q-IDX FROM 1 BY 1
                   UNTIL Q-IDX > QUEUE-COUNT
               IF BQ-MRN(Q-IDX) = WORK-MRN
                   MOVE Q-IDX TO QUEUE-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

      *-----------------------------------------------------------*
      * A DISCHARGE for an MRN still waiting on a bed withdraws   *
      * the request; one matching nothing is a reject as before.  *
      *-----------------------------------------------------------*
       WITHDRAW-BED-REQUEST.
           PERFORM FIND-QUEUED-BY-ADT-MRN
           IF QUEUE-FOUND-IDX = 0
               PERFORM WRITE-ADT-REJECT
               EXIT PARAGRAPH
           END-IF
           MOVE QUEUE-FOUND-IDX TO Q-IDX
           DISPLAY "Bed request withdrawn: MRN " BQ-MRN(Q-IDX)
               " " BQ-NAME(Q-IDX) " unit " BQ-UNIT(Q-IDX)
           PERFORM REMOVE-QUEUE-ENTRY
           ADD 1 TO ADT-APPLIED
           .

       REMOVE-QUEUE-ENTRY.
           PERFORM VARYING Q-MOVE-IDX FROM Q-IDX BY 1
                   UNTIL Q-MOVE-IDX >= QUEUE-COUNT
               MOVE QUEUE-ENTRY(Q-MOVE-IDX + 1)
                   TO QUEUE-ENTRY(Q-MOVE-IDX)
           END-PERFORM
           SUBTRACT 1 FROM QUEUE-COUNT
           .

      *-----------------------------------------------------------*
      * Place waiting requests while beds allow: each pass takes  *
      * the first request in queue order whose unit has a free    *
      * bed, so a routine request in an open unit is not held up  *
      * behind an emergent one for a unit still full.             *
      *-----------------------------------------------------------*
       PLACE-QUEUED-REQUESTS.
           MOVE "Y" TO QUEUE-PLACED
           PERFORM PLACE-NEXT-REQUEST UNTIL QUEUE-PLACED = "N"
           .

       PLACE-NEXT-REQUEST.
           MOVE "N" TO QUEUE-PLACED
           IF NUM-PATIENTS >= MAX-PATIENTS
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING Q-IDX FROM 1 BY 1
                   UNTIL Q-IDX > QUEUE-COUNT
               MOVE BQ-UNIT(Q-IDX) TO AR-UNIT
               PERFORM FIND-FREE-BED
               IF FREE-BED-IDX > 0
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF Q-IDX > QUEUE-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE BQ-NAME(Q-IDX) TO AR-NAME
           MOVE BQ-AGE(Q-IDX) TO AR-AGE
           MOVE BQ-HEART(Q-IDX) TO AR-HEART
           MOVE BQ-BP(Q-IDX) TO AR-BP
           MOVE BQ-OXYGEN(Q-IDX) TO AR-OXYGEN
           MOVE BQ-MRN(Q-IDX) TO AR-MRN
           MOVE BE-ROOM(FREE-BED-IDX) TO AR-ROOM
           MOVE BE-BED(FREE-BED-IDX) TO AR-BED
           PERFORM ADMIT-FROM-REQUEST
           PERFORM COMPUTE-QUEUE-WAIT
           DISPLAY "Bed request placed: MRN " BQ-MRN(Q-IDX) " "
               BQ-NAME(Q-IDX) " to " AR-UNIT "/" AR-ROOM "/"
               AR-BED " after " WAIT-HOURS "h" WAIT-MINS "m"
           PERFORM REMOVE-QUEUE-ENTRY
           ADD 1 TO QUEUE-PLACED-COUNT
           MOVE "Y" TO QUEUE-PLACED
           .

      *-----------------------------------------------------------*
      * Wait so far for the request at Q-IDX, from its request    *
      * date and time to this run's clock, in minutes and as      *
      * hours plus minutes.                                       *
      *-----------------------------------------------------------*
       COMPUTE-QUEUE-WAIT.
           MOVE BQ-REQ-TIME(Q-IDX) TO CLOCK-WORK
           COMPUTE WAIT-MINUTES =
               (FUNCTION INTEGER-OF-DATE(TODAY-STAMP)
                - FUNCTION INTEGER-OF-DATE(BQ-REQ-DATE(Q-IDX)))
               * 1440 - CLOCK-HH * 60 - CLOCK-MM
           MOVE QUEUE-NOW-TIME TO CLOCK-WORK
           COMPUTE WAIT-MINUTES =
               WAIT-MINUTES + CLOCK-HH * 60 + CLOCK-MM
           IF WAIT-MINUTES < 0
               MOVE 0 TO WAIT-MINUTES
           END-IF
           COMPUTE WAIT-HOURS = WAIT-MINUTES / 60
           COMPUTE WAIT-MINS = WAIT-MINUTES - WAIT-HOURS * 60
           .

      *-----------------------------------------------------------*
      * HFBEDWT holds the wait limit in hours (first three        *
      * columns); without it a request escalates after four.      *
      * The queue itself is HFBEDQ as the last run left it.       *
      *-----------------------------------------------------------*
       LOAD-BED-QUEUE.
           OPEN INPUT BED-WAIT-PARM-FILE
           IF BEDWT-FILE-STATUS = "00"
               READ BED-WAIT-PARM-FILE
                   AT END
                       CONTINUE
               END-READ
               IF BEDWT-FILE-STATUS = "00"
                       AND BED-WAIT-RECORD(1:3) IS NUMERIC
                       AND BED-WAIT-RECORD(1:3) NOT = "000"
                   MOVE BED-WAIT-RECORD(1:3) TO BED-WAIT-LIMIT
               END-IF
               CLOSE BED-WAIT-PARM-FILE
           END-IF
           MOVE 0 TO QUEUE-COUNT
           OPEN INPUT BED-QUEUE-FILE
           IF BEDQ-FILE-STATUS = "00"
               PERFORM UNTIL 1 = 2
                   READ BED-QUEUE-FILE
                       AT END
                           EXIT PERFORM
                   END-READ
                   IF QUEUE-COUNT < 50
                       ADD 1 TO QUEUE-COUNT
                       MOVE BED-QUEUE-RECORD
                           TO QUEUE-ENTRY(QUEUE-COUNT)
                   ELSE
                       DISPLAY "HFBEDQ over 50 requests -- MRN "
                           BED-QUEUE-RECORD(1:6) " not carried, "
                           "rekey it"
                   END-IF
               END-PERFORM
               CLOSE BED-QUEUE-FILE
           END-IF
           .

      *-----------------------------------------------------------*
      * With OPSALERT open: a request waiting past BED-WAIT-LIMIT *
      * hours goes to the operator once, the queue is written     *
      * back to HFBEDQ, and HFBEDBRD shows the bed board -- each  *
      * unit's beds against its occupants and waiting requests,   *
      * then every request with its wait.                         *
      *-----------------------------------------------------------*
       REVIEW-BED-QUEUE.
           MOVE 0 TO QUEUE-ESCALATED
           OPEN OUTPUT BED-BOARD-FILE
           MOVE SPACES TO BED-BOARD-RECORD
           STRING TODAY-STAMP " " QUEUE-NOW-TIME
               " BED BOARD -- PENDING ADMISSIONS"
               DELIMITED BY SIZE INTO BED-BOARD-RECORD
           WRITE BED-BOARD-RECORD
           PERFORM VARYING UNIT-IDX FROM 1 BY 1
                   UNTIL UNIT-IDX > UNIT-COUNT
               PERFORM WRITE-BED-BOARD-UNIT
           END-PERFORM
           MOVE SPACES TO BED-BOARD-RECORD
           STRING "WAIT LIMIT " BED-WAIT-LIMIT " HOURS -- ESC=Y HAS "
               "GONE TO OPSALERT"
               DELIMITED BY SIZE INTO BED-BOARD-RECORD
           WRITE BED-BOARD-RECORD
           MOVE SPACES TO BED-BOARD-RECORD
           STRING "PRI MRN    PATIENT    UNIT REQUESTED"
               "        HOUR:MN ESC"
               DELIMITED BY SIZE INTO BED-BOARD-RECORD
           WRITE BED-BOARD-RECORD
           PERFORM VARYING Q-IDX FROM 1 BY 1
                   UNTIL Q-IDX > QUEUE-COUNT
               PERFORM COMPUTE-QUEUE-WAIT
               IF WAIT-MINUTES >= BED-WAIT-LIMIT * 60
                       AND BQ-ESCALATED(Q-IDX) NOT = "Y"
                   PERFORM ESCALATE-BED-REQUEST
               END-IF
               MOVE SPACES TO BED-BOARD-RECORD
               STRING " " BQ-PRIORITY(Q-IDX) "  " BQ-MRN(Q-IDX)
                   " " BQ-NAME(Q-IDX) " " BQ-UNIT(Q-IDX)
                   " " BQ-REQ-DATE(Q-IDX) " " BQ-REQ-TIME(Q-IDX)
                   "  " WAIT-HOURS ":" WAIT-MINS
                   "   " BQ-ESCALATED(Q-IDX)
                   DELIMITED BY SIZE INTO BED-BOARD-RECORD
               WRITE BED-BOARD-RECORD
           END-PERFORM
           IF QUEUE-COUNT = 0
               MOVE "  (no admissions waiting on a bed)"
                   TO BED-BOARD-RECORD
               WRITE BED-BOARD-RECORD
           END-IF
           CLOSE BED-BOARD-FILE
           OPEN OUTPUT BED-QUEUE-FILE
           PERFORM VARYING Q-IDX FROM 1 BY 1
                   UNTIL Q-IDX > QUEUE-COUNT
               MOVE QUEUE-ENTRY(Q-IDX) TO BED-QUEUE-RECORD
               WRITE BED-QUEUE-RECORD
           END-PERFORM
           CLOSE BED-QUEUE-FILE
           DISPLAY "Bed board written to HFBEDBRD: " QUEUE-COUNT
               " waiting, " QUEUE-ESCALATED " newly past "
               BED-WAIT-LIMIT " hours"
           .

       WRITE-BED-BOARD-UNIT.
           MOVE 0 TO UN-OCCUPIED(UNIT-IDX)
           PERFORM VARYING OCC-IDX FROM 1 BY 1
                   UNTIL OCC-IDX > NUM-PATIENTS
               IF PT-UNIT(OCC-IDX) = UN-UNIT(UNIT-IDX)
                   ADD 1 TO UN-OCCUPIED(UNIT-IDX)
               END-IF
           END-PERFORM
           MOVE 0 TO UNIT-WAITING
           PERFORM VARYING Q-IDX FROM 1 BY 1
                   UNTIL Q-IDX > QUEUE-COUNT
               IF BQ-UNIT(Q-IDX) = UN-UNIT(UNIT-IDX)
                   ADD 1 TO UNIT-WAITING
               END-IF
           END-PERFORM
           MOVE SPACES TO BED-BOARD-RECORD
           STRING "UNIT " UN-UNIT(UNIT-IDX)
               " BEDS=" UN-BEDS(UNIT-IDX)
               " OCCUPIED=" UN-OCCUPIED(UNIT-IDX)
               " WAITING=" UNIT-WAITING
               DELIMITED BY SIZE INTO BED-BOARD-RECORD
           WRITE BED-BOARD-RECORD
           .

       ESCALATE-BED-REQUEST.
           MOVE "Y" TO BQ-ESCALATED(Q-IDX)
           ADD 1 TO QUEUE-ESCALATED
           MOVE SPACES TO OPERATOR-ALERT-RECORD
           MOVE "HEALTHFLUX" TO OA-SOURCE
           MOVE TODAY-STAMP TO OA-DATE
           MOVE 0 TO OA-STEP
           MOVE "WARNING" TO OA-SEVERITY
           STRING "BED REQUEST MRN=" BQ-MRN(Q-IDX)
               " UNIT=" BQ-UNIT(Q-IDX)
               " PRI=" BQ-PRIORITY(Q-IDX)
               " WAIT=" WAIT-HOURS "H"
               DELIMITED BY SIZE INTO OA-TEXT
           PERFORM LOG-OPERATOR-ALERT
           .

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       ADT-DISCHARGE.
           IF ADT-FOUND-IDX = 0
               PERFORM WITHDRAW-BED-REQUEST
           ELSE
      *        Close the stay first: the discharge day counts as
      *        a bed-day, and the held stay becomes the final
                       TO DS-ADMIT-DATE(DSC-COUNT)
                   COMPUTE DS-BED-DAYS(DSC-COUNT) =
                       PT-BED-DAYS(ADT-FOUND-IDX) + 1
                   MOVE PT-UNIT(ADT-FOUND-IDX)
                       TO DS-UNIT(DSC-COUNT)
               END-IF
      *        The discharge summary goes out with the stay still
      *        in its slot, before the shift below overwrites it.
               CALL "HFDSCSUM" USING PATIENT(ADT-FOUND-IDX)
                   TODAY-STAMP
               PERFORM VARYING ADT-MOVE-IDX FROM ADT-FOUND-IDX BY 1
                       UNTIL ADT-MOVE-IDX >= NUM-PATIENTS
                   MOVE PATIENT(ADT-MOVE-IDX + 1)
      *        relocates the patient; blank bed fields are a
      *        vitals-only update and leave the placement alone.
               IF ADT-UNIT NOT = SPACES
                   MOVE PT-UNIT(ADT-FOUND-IDX) TO STAY-FROM-UNIT
                   MOVE ADT-UNIT TO PT-UNIT(ADT-FOUND-IDX)
                   MOVE ADT-ROOM TO PT-ROOM(ADT-FOUND-IDX)
                   MOVE ADT-BED TO PT-BED(ADT-FOUND-IDX)
                   MOVE ADT-FOUND-IDX TO BED-CHECK-IDX
                   PERFORM CHECK-BED-ON-MASTER
                   MOVE "XFR" TO STAY-EVENT-TYPE
                   PERFORM LOG-STAY-PLACEMENT
                   MOVE SPACES TO STAY-FROM-UNIT
               END-IF
               ADD 1 TO ADT-APPLIED
           END-IF
           .

      *-----------------------------------------------------------*
      * An admission for an MRN whose latest HFDSCHST discharge   *
      * is within READMIT-WINDOW days is a readmission: the       *
      * patient carries the flag and the prior stay's discharge   *
      * date and unit, and the event goes on HFREADM for the      *
      * monthly readmission report.                               *
      *-----------------------------------------------------------*
       CHECK-READMISSION.
           MOVE "N" TO PT-READMIT(BED-CHECK-IDX)
           MOVE 0 TO PT-PRIOR-DSC-DATE(BED-CHECK-IDX)
           MOVE SPACES TO PT-PRIOR-DSC-UNIT(BED-CHECK-IDX)
           MOVE 0 TO PRIOR-DSC-DATE
           OPEN INPUT DISCHARGE-HISTORY-FILE
           IF DSCHST-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ DISCHARGE-HISTORY-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF DH-MRN = PT-MRN(BED-CHECK-IDX)
                       AND DH-DISCHARGE-DATE IS NUMERIC
                       AND DH-DISCHARGE-DATE > PRIOR-DSC-DATE
                       AND DH-DISCHARGE-DATE <= TODAY-STAMP
                   MOVE DH-DISCHARGE-DATE TO PRIOR-DSC-DATE
                   MOVE DH-UNIT TO PRIOR-DSC-UNIT
                   MOVE DH-ALERT-COUNT TO PRIOR-ALERTS
                   MOVE DH-LOW-MAR TO PRIOR-LOW-MAR
               END-IF
           END-PERFORM
           CLOSE DISCHARGE-HISTORY-FILE
           IF PRIOR-DSC-DATE = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE READMIT-DAYS =
               FUNCTION INTEGER-OF-DATE(TODAY-STAMP)
               - FUNCTION INTEGER-OF-DATE(PRIOR-DSC-DATE)
           IF READMIT-DAYS > READMIT-WINDOW
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO PT-READMIT(BED-CHECK-IDX)
           MOVE PRIOR-DSC-DATE TO PT-PRIOR-DSC-DATE(BED-CHECK-IDX)
           MOVE PRIOR-DSC-UNIT TO PT-PRIOR-DSC-UNIT(BED-CHECK-IDX)
           OPEN EXTEND READMISSION-LOG-FILE
           IF READM-FILE-STATUS NOT = "00"
               OPEN OUTPUT READMISSION-LOG-FILE
           END-IF
           MOVE SPACES TO READMISSION-RECORD
           MOVE PT-MRN(BED-CHECK-IDX) TO RM-MRN
           MOVE TODAY-STAMP TO RM-ADMIT-DATE
           MOVE PT-UNIT(BED-CHECK-IDX) TO RM-ADMIT-UNIT
           MOVE PRIOR-DSC-DATE TO RM-PRIOR-DSC-DATE
           MOVE PRIOR-DSC-UNIT TO RM-PRIOR-UNIT
           MOVE READMIT-DAYS TO RM-DAYS
           MOVE PRIOR-ALERTS TO RM-PRIOR-ALERTS
           MOVE PRIOR-LOW-MAR TO RM-PRIOR-LOW-MAR
           WRITE READMISSION-RECORD
           CLOSE READMISSION-LOG-FILE
           DISPLAY "Readmission: MRN " PT-MRN(BED-CHECK-IDX)
               " discharged " PRIOR-DSC-DATE " from unit "
               PRIOR-DSC-UNIT ", back in " READMIT-DAYS " days"
           .

      *-----------------------------------------------------------*
      * An admission or a bed move goes on the HFSTAYLG stay log  *
      * as it is applied (for the bed at BED-CHECK-IDX). The log  *
      * is opened and closed around the one line: a discharge in  *
      * the same ADT pass reads it back through HFDSCSUM. A       *
      * transfer carries the unit it left in SL-FROM-UNIT.        *
      *-----------------------------------------------------------*
       LOG-STAY-PLACEMENT.
           OPEN EXTEND STAY-LOG-FILE
           IF STAYLOG-FILE-STATUS NOT = "00"
               OPEN OUTPUT STAY-LOG-FILE
           END-IF
           MOVE SPACES TO STAY-LOG-RECORD
           MOVE PT-MRN(BED-CHECK-IDX) TO SL-MRN
           MOVE TODAY-STAMP TO SL-DATE
           MOVE STAY-EVENT-TYPE TO SL-TYPE
           MOVE PT-UNIT(BED-CHECK-IDX) TO SL-UNIT
           MOVE PT-ROOM(BED-CHECK-IDX) TO SL-ROOM
           MOVE PT-BED(BED-CHECK-IDX) TO SL-BED
           MOVE PT-HEART(BED-CHECK-IDX) TO SL-FIRST-HEART
           MOVE PT-BP(BED-CHECK-IDX) TO SL-FIRST-BP
           MOVE PT-OXYGEN(BED-CHECK-IDX) TO SL-FIRST-OXYGEN
           MOVE PT-HEART(BED-CHECK-IDX) TO SL-WORST-HEART
           MOVE PT-BP(BED-CHECK-IDX) TO SL-WORST-BP
           MOVE PT-OXYGEN(BED-CHECK-IDX) TO SL-WORST-OXYGEN
           MOVE PT-HEART(BED-CHECK-IDX) TO SL-LAST-HEART
           MOVE PT-BP(BED-CHECK-IDX) TO SL-LAST-BP
           MOVE PT-OXYGEN(BED-CHECK-IDX) TO SL-LAST-OXYGEN
           MOVE PT-ISOLATION(BED-CHECK-IDX) TO SL-ISOLATION
           MOVE STAY-FROM-UNIT TO SL-FROM-UNIT
           WRITE STAY-LOG-RECORD
           CLOSE STAY-LOG-FILE
           .

       WRITE-ADT-REJECT.
           ADD 1 TO ADT-REJECTED
           MOVE SPACES TO ADT-REJECT-RECORD
           STRING TODAY-STAMP " ACTION=" ADT-ACTION
                  " MRN=" ADT-MRN " PATIENT=" ADT-NAME
                  " REJECTED: no matching bed or bed conflict"
                  DELIMITED BY SIZE INTO ADT-REJECT-RECORD
           WRITE ADT-REJECT-RECORD
      * Load MEDICATIONS from the HFMEDS orders file, one order   *
      * per line keyed by patient name, resolved to the bed index *
      * against today's census. Orders for nobody on the census   *
      * are dropped with a console note, and an order matching    *
      * one of the patient's HFALLERGY entries is held out of the *
      * table (and so the MAR) until a clinician overrides it.    *
      * Falls back to the demo roster when no orders file is on   *
      * hand.                                                     *
      *-----------------------------------------------------------*
       INIT-MEDICATIONS.
           MOVE 0 TO NUM-MEDICATIONS
           MOVE 0 TO HELD-COUNT
           OPEN OUTPUT HELD-ORDER-FILE
           MOVE "N" TO ALLERGY-ON-HAND
           OPEN INPUT ALLERGY-FILE
           IF ALLERGY-FILE-STATUS = "00"
               MOVE "Y" TO ALLERGY-ON-HAND
           ELSE
               DISPLAY "No allergy file (HFALLERGY) on hand -- "
                   "orders not checked for allergies"
           END-IF
           OPEN INPUT MED-ORDERS-FILE
           IF MEDS-FILE-STATUS = "00"
               PERFORM UNTIL 1 = 2
                       DISPLAY "Medication order MRN=" MO-MRN
                           " (" MO-NAME ") dropped: not on census"
                   ELSE
                       PERFORM CHECK-ORDER-ALLERGY
                       IF ORDER-HELD = "N"
                           PERFORM ADD-MEDICATION-ORDER
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE MED-ORDERS-FILE
           END-IF
           IF ALLERGY-ON-HAND = "Y"
               CLOSE ALLERGY-FILE
           END-IF
           CLOSE HELD-ORDER-FILE
           IF NUM-MEDICATIONS = 0
               IF RUN-MODE = "PROD "
                   DISPLAY "No medication orders (HFMEDS) -- "
           PERFORM LOAD-MED-INTERACTIONS
           .

       ADD-MEDICATION-ORDER.
           IF NUM-MEDICATIONS < MAX-MEDICATIONS
               ADD 1 TO NUM-MEDICATIONS
               MOVE MED-PATIENT-IDX TO M-PATIENT-IDX(NUM-MEDICATIONS)
               MOVE MO-TYPE TO M-TYPE(NUM-MEDICATIONS)
               MOVE MO-DOSAGE TO M-DOSAGE(NUM-MEDICATIONS)
               MOVE MO-ADHERENCE TO M-ADHERENCE(NUM-MEDICATIONS)
           END-IF
           .

      *-----------------------------------------------------------*
      * The order's type, or the drug class HFPHARM gives it,     *
      * against each HFALLERGY entry for the MRN. A match holds   *
      * the order unless HFALLOVR carries a clinician override    *
      * for the same MRN and medication type.                     *
      *-----------------------------------------------------------*
       CHECK-ORDER-ALLERGY.
           MOVE "N" TO ORDER-HELD
           IF ALLERGY-ON-HAND NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO ORDER-CLASS
           PERFORM VARYING PH-IDX FROM 1 BY 1
                   UNTIL PH-IDX > PHARM-COUNT
               IF PH-TYPE(PH-IDX) = MO-TYPE
                   MOVE PH-CLASS(PH-IDX) TO ORDER-CLASS
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE WORK-MRN TO AL-MRN
           MOVE LOW-VALUES TO AL-ALLERGEN
           START ALLERGY-FILE KEY NOT < AL-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           PERFORM UNTIL 1 = 2
               READ ALLERGY-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF AL-MRN NOT = WORK-MRN
                   EXIT PERFORM
               END-IF
               IF AL-ALLERGEN = MO-TYPE
                   MOVE "Y" TO ORDER-HELD
                   EXIT PERFORM
               END-IF
               IF ORDER-CLASS NOT = SPACES
                       AND AL-ALLERGEN = ORDER-CLASS
                   MOVE "Y" TO ORDER-HELD
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF ORDER-HELD = "N"
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-ALLERGY-OVERRIDE
           IF ORDER-OVERRIDDEN = "Y"
               DISPLAY "Medication order MRN=" MO-MRN " " MO-TYPE
                   " allergy " AL-ALLERGEN
                   " overridden on HFALLOVR -- order released"
               MOVE "N" TO ORDER-HELD
           ELSE
               PERFORM HOLD-MEDICATION-ORDER
           END-IF
           .

       CHECK-ALLERGY-OVERRIDE.
           MOVE "N" TO ORDER-OVERRIDDEN
           OPEN INPUT ALLERGY-OVERRIDE-FILE
           IF OVERRIDE-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ ALLERGY-OVERRIDE-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF OV-MRN = WORK-MRN AND OV-TYPE = MO-TYPE
                   MOVE "Y" TO ORDER-OVERRIDDEN
                   EXIT PERFORM
               END-IF
           END-PERFORM
           CLOSE ALLERGY-OVERRIDE-FILE
           .

       HOLD-MEDICATION-ORDER.
           DISPLAY "Medication order MRN=" MO-MRN " " MO-TYPE
               " HELD: patient allergy " AL-ALLERGEN
               " (" AL-REACTION ")"
           MOVE SPACES TO HELD-ORDER-DATA
           MOVE WORK-MRN TO HO-MRN
           MOVE PT-NAME(MED-PATIENT-IDX) TO HO-NAME
           MOVE MO-TYPE TO HO-TYPE
           MOVE MO-DOSAGE TO HO-DOSAGE
           MOVE AL-ALLERGEN TO HO-ALLERGEN
           MOVE AL-REACTION TO HO-REACTION
           MOVE AL-SEVERITY TO HO-SEVERITY
           MOVE TODAY-STAMP TO HO-HELD-DATE
           MOVE HELD-ORDER-DATA TO HELD-ORDER-RECORD
           WRITE HELD-ORDER-RECORD
           ADD 1 TO HELD-COUNT
           .

      *-----------------------------------------------------------*
      * With HFALERTS and OPSALERT open: each order on today's    *
      * HFMEDHLD raises a CRITICAL alert for the patient, every   *
      * run it stays held. The file itself stays as written for   *
      * the dashboard's override function.                        *
      *-----------------------------------------------------------*
       RAISE-ALLERGY-HOLDS.
           IF HELD-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT HELD-ORDER-FILE
           IF HELD-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ HELD-ORDER-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               MOVE HELD-ORDER-RECORD TO HELD-ORDER-DATA
               MOVE 0 TO MED-PATIENT-IDX
               PERFORM VARYING IDX FROM 1 BY 1
                       UNTIL IDX > NUM-PATIENTS
                   IF PT-MRN(IDX) = HO-MRN
                       MOVE IDX TO MED-PATIENT-IDX
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF MED-PATIENT-IDX > 0
                   PERFORM RAISE-ONE-ALLERGY-HOLD
               END-IF
           END-PERFORM
           CLOSE HELD-ORDER-FILE
           IF HELD-COUNT > 0
               DISPLAY HELD-COUNT " medication orders held for "
                   "allergy -- listed on HFMEDHLD"
           END-IF
           .

       RAISE-ONE-ALLERGY-HOLD.
           MOVE MED-PATIENT-IDX TO IDX
           MOVE PT-ALERT(IDX) TO LAB-SAVED-ALERT
           MOVE SPACES TO PT-ALERT(IDX)
           STRING "Allergy Hold "
               FUNCTION TRIM(HO-TYPE)
               " (" FUNCTION TRIM(HO-ALLERGEN) ")"
               DELIMITED BY SIZE INTO PT-ALERT(IDX)
           MOVE "CRITICAL" TO ALERT-SEVERITY
           PERFORM LOG-ALERT
           MOVE "WARNING" TO ALERT-SEVERITY
           MOVE LAB-SAVED-ALERT TO PT-ALERT(IDX)
           .

       FIND-PATIENT-BY-MED-MRN.
           MOVE 0 TO MED-PATIENT-IDX
           IF MO-MRN IS NOT NUMERIC OR MO-MRN = "000000"
                       " ADHERENCE=" M-ADHERENCE(MED-IDX)
                       DELIMITED BY SIZE INTO MAR-SUMMARY-RECORD
                   WRITE MAR-SUMMARY-RECORD
                   PERFORM LOG-STAY-MAR
               END-IF
           END-PERFORM
           CLOSE MAR-SUMMARY-FILE
           DISPLAY "Administration summary written to HFMARSUM"
           .

      *-----------------------------------------------------------*
      * The same counts go on the stay log, one MAR line per      *
      * order per run, so the discharge summary can total the     *
      * stay's doses after HFMEDADM has rolled over.              *
      *-----------------------------------------------------------*
       LOG-STAY-MAR.
           MOVE SPACES TO STAY-LOG-RECORD
           MOVE PT-MRN(IDX) TO SL-MRN
           MOVE TODAY-STAMP TO SL-DATE
           MOVE "MAR" TO SL-TYPE
           MOVE PT-UNIT(IDX) TO SL-UNIT
           MOVE PT-ROOM(IDX) TO SL-ROOM
           MOVE PT-BED(IDX) TO SL-BED
           MOVE M-TYPE(MED-IDX) TO SL-MAR-TYPE
           MOVE M-DOSAGE(MED-IDX) TO SL-MAR-DOSAGE
           MOVE MAR-GIVEN TO SL-MAR-GIVEN
           MOVE MAR-REFUSED TO SL-MAR-REFUSED
           MOVE MAR-MISSED TO SL-MAR-MISSED
           WRITE STAY-LOG-RECORD
           .

      *-----------------------------------------------------------*
      * HFPHARM holds the pharmacy's stock by medication type.    *
      * Without it there is nothing to draw down, no reorder list *
      * and no medication charges.                                *
      *-----------------------------------------------------------*
       LOAD-PHARMACY-STOCK.
           MOVE 0 TO PHARM-COUNT
           OPEN INPUT PHARMACY-STOCK-FILE
           IF PHARM-FILE-STATUS NOT = "00"
               DISPLAY "No pharmacy stock (HFPHARM) on hand -- "
                   "no drawdown or medication charges"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ PHARMACY-STOCK-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF PHARM-COUNT < 100
                   ADD 1 TO PHARM-COUNT
                   MOVE PHARMACY-STOCK-RECORD
                       TO PHARM-ENTRY(PHARM-COUNT)
                   IF PH-ON-HAND(PHARM-COUNT) IS NOT NUMERIC
                       MOVE 0 TO PH-ON-HAND(PHARM-COUNT)
                   END-IF
                   IF PH-REORDER-POINT(PHARM-COUNT) IS NOT NUMERIC
                       MOVE 0 TO PH-REORDER-POINT(PHARM-COUNT)
                   END-IF
                   IF PH-UNIT-COST(PHARM-COUNT) IS NOT NUMERIC
                       MOVE 0 TO PH-UNIT-COST(PHARM-COUNT)
                   END-IF
                   IF PH-LAST-DRAWN(PHARM-COUNT) IS NOT NUMERIC
                       MOVE 0 TO PH-LAST-DRAWN(PHARM-COUNT)
                   END-IF
                   MOVE 0 TO PA-DOSES(PHARM-COUNT)
                   MOVE 0 TO PA-SHORT(PHARM-COUNT)
                   MOVE "N" TO PA-DRAWN(PHARM-COUNT)
               ELSE
                   DISPLAY "HFPHARM over 100 types -- "
                       PHARMACY-STOCK-RECORD(1:10) " not carried"
               END-IF
           END-PERFORM
           CLOSE PHARMACY-STOCK-FILE
           .

      *-----------------------------------------------------------*
      * Every dose HFMEDADM records as given comes off its type's *
      * on-hand quantity. A type already drawn for today's date   *
      * (a rerun) is left as it stands; a draw larger than the    *
      * shelf empties it and the difference is reported short.    *
      *-----------------------------------------------------------*
       DRAW-PHARMACY-STOCK.
           MOVE 0 TO PHARM-DRAWN-TYPES
           IF PHARM-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING MAE-IDX FROM 1 BY 1
                   UNTIL MAE-IDX > NUM-MED-EVENTS
               IF ME-ACTION(MAE-IDX) = "G"
                   MOVE ME-MED-IDX(MAE-IDX) TO MED-IDX
                   PERFORM FIND-PHARMACY-ITEM
                   IF PH-IDX > PHARM-COUNT
                       DISPLAY "Dose of " M-TYPE(MED-IDX)
                           " given: no HFPHARM stock record"
                   ELSE
                       ADD 1 TO PA-DOSES(PH-IDX)
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING PH-IDX FROM 1 BY 1
                   UNTIL PH-IDX > PHARM-COUNT
               IF PA-DOSES(PH-IDX) > 0
                   IF PH-LAST-DRAWN(PH-IDX) = TODAY-STAMP
                       DISPLAY "HFPHARM " PH-TYPE(PH-IDX)
                           " already drawn for " TODAY-STAMP
                   ELSE
                       PERFORM DRAW-ONE-STOCK-ITEM
                   END-IF
               END-IF
           END-PERFORM
           IF PHARM-DRAWN-TYPES > 0
               DISPLAY "Pharmacy stock drawn down for "
                   PHARM-DRAWN-TYPES " medication types"
           END-IF
           .

       DRAW-ONE-STOCK-ITEM.
           IF PA-DOSES(PH-IDX) > PH-ON-HAND(PH-IDX)
               COMPUTE PA-SHORT(PH-IDX) =
                   PA-DOSES(PH-IDX) - PH-ON-HAND(PH-IDX)
               MOVE 0 TO PH-ON-HAND(PH-IDX)
           ELSE
               SUBTRACT PA-DOSES(PH-IDX) FROM PH-ON-HAND(PH-IDX)
           END-IF
           MOVE TODAY-STAMP TO PH-LAST-DRAWN(PH-IDX)
           MOVE "Y" TO PA-DRAWN(PH-IDX)
           ADD 1 TO PHARM-DRAWN-TYPES
           .

       FIND-PHARMACY-ITEM.
           PERFORM VARYING PH-IDX FROM 1 BY 1
                   UNTIL PH-IDX > PHARM-COUNT
               IF PH-TYPE(PH-IDX) = M-TYPE(MED-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

      *-----------------------------------------------------------*
      * With OPSALERT open: every type at or below its reorder    *
      * point prints on the HFREORD reorder list, and one drawn   *
      * down to it this run goes to the operator (CRITICAL when   *
      * the shelf is empty), so pharmacy hears before the floor   *
      * calls. The stock is then written back to HFPHARM.         *
      *-----------------------------------------------------------*
       REVIEW-PHARMACY-STOCK.
           MOVE 0 TO PHARM-REORDERS
           IF PHARM-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT REORDER-LIST-FILE
           MOVE SPACES TO REORDER-LIST-RECORD
           STRING TODAY-STAMP " PHARMACY REORDER LIST"
               DELIMITED BY SIZE INTO REORDER-LIST-RECORD
           WRITE REORDER-LIST-RECORD
           MOVE SPACES TO REORDER-LIST-RECORD
           STRING "MEDICATION ON-HAND REORDER-PT  UNIT-COST "
               "DOSES-TODAY  SHORT"
               DELIMITED BY SIZE INTO REORDER-LIST-RECORD
           WRITE REORDER-LIST-RECORD
           PERFORM VARYING PH-IDX FROM 1 BY 1
                   UNTIL PH-IDX > PHARM-COUNT
               IF PH-ON-HAND(PH-IDX) <= PH-REORDER-POINT(PH-IDX)
                   PERFORM WRITE-REORDER-LINE
               END-IF
           END-PERFORM
           IF PHARM-REORDERS = 0
               MOVE "  (no medication at or below its reorder point)"
                   TO REORDER-LIST-RECORD
               WRITE REORDER-LIST-RECORD
           END-IF
           CLOSE REORDER-LIST-FILE
           OPEN OUTPUT PHARMACY-STOCK-FILE
           PERFORM VARYING PH-IDX FROM 1 BY 1
                   UNTIL PH-IDX > PHARM-COUNT
               MOVE PHARM-ENTRY(PH-IDX) TO PHARMACY-STOCK-RECORD
               WRITE PHARMACY-STOCK-RECORD
           END-PERFORM
           CLOSE PHARMACY-STOCK-FILE
           DISPLAY "Reorder list written to HFREORD: "
               PHARM-REORDERS " medication types to reorder"
           .

       WRITE-REORDER-LINE.
           ADD 1 TO PHARM-REORDERS
           MOVE SPACES TO REORDER-LIST-RECORD
           STRING PH-TYPE(PH-IDX) " " PH-ON-HAND(PH-IDX)
               "  " PH-REORDER-POINT(PH-IDX)
               "      " PH-UNIT-COST(PH-IDX)
               "       " PA-DOSES(PH-IDX)
               "  " PA-SHORT(PH-IDX)
               DELIMITED BY SIZE INTO REORDER-LIST-RECORD
           WRITE REORDER-LIST-RECORD
           IF PA-DRAWN(PH-IDX) = "Y"
               MOVE SPACES TO OPERATOR-ALERT-RECORD
               MOVE "HEALTHFLUX" TO OA-SOURCE
               MOVE TODAY-STAMP TO OA-DATE
               MOVE 0 TO OA-STEP
               IF PH-ON-HAND(PH-IDX) = 0
                   MOVE "CRITICAL" TO OA-SEVERITY
               ELSE
                   MOVE "WARNING" TO OA-SEVERITY
               END-IF
               STRING "REORDER " PH-TYPE(PH-IDX)
                   " OH=" PH-ON-HAND(PH-IDX)
                   " ROP=" PH-REORDER-POINT(PH-IDX)
                   " SHORT=" PA-SHORT(PH-IDX)
                   DELIMITED BY SIZE INTO OA-TEXT
               PERFORM LOG-OPERATOR-ALERT
           END-IF
           .

      *-----------------------------------------------------------*
      * Append "Missed Doses" to a patient's alert if any of      *
      * their medications has adherence below the limit.          *
               MOVE PT-HEART(IDX) TO PV-HEART(IDX)
               MOVE PT-BP(IDX) TO PV-BP(IDX)
               MOVE PT-OXYGEN(IDX) TO PV-OXYGEN(IDX)
               IF PT-HEART(IDX) > SV-WORST-HEART(IDX)
                   MOVE PT-HEART(IDX) TO SV-WORST-HEART(IDX)
               END-IF
               IF PT-BP(IDX) > SV-WORST-BP(IDX)
                   MOVE PT-BP(IDX) TO SV-WORST-BP(IDX)
               END-IF
               IF PT-OXYGEN(IDX) < SV-WORST-OXYGEN(IDX)
                   MOVE PT-OXYGEN(IDX) TO SV-WORST-OXYGEN(IDX)
               END-IF
           END-PERFORM
           MOVE "Y" TO PRIOR-VALID
           .
                   END-READ
                   IF NUM-LAB-NORMALS < 20
                       ADD 1 TO NUM-LAB-NORMALS
                       MOVE 0 TO LN-TAT-MINUTES(NUM-LAB-NORMALS)
                       UNSTRING LAB-NORMAL-RECORD
                           DELIMITED BY ALL SPACES
                           INTO LN-TEST(NUM-LAB-NORMALS)
                                LN-HIGH(NUM-LAB-NORMALS)
                                LN-CRIT-LOW(NUM-LAB-NORMALS)
                                LN-CRIT-HIGH(NUM-LAB-NORMALS)
                                LN-TAT-MINUTES(NUM-LAB-NORMALS)
                   END-IF
               END-PERFORM
               CLOSE LAB-NORMALS-FILE
           END-IF
           .

      *-----------------------------------------------------------*
      * Post the HFLABREQ orders to the keyed HFLABORD order file *
      * and close every open order this run's HFLABS results      *
      * answer (same MRN and test). A new order for a test still  *
      * outstanding keeps the earlier order -- it is the one      *
      * overdue -- and is reported.                               *
      *-----------------------------------------------------------*
       POST-LAB-ORDERS.
           PERFORM OPEN-LAB-ORDER-FILE
           IF LABORD-FILE-STATUS NOT = "00"
               DISPLAY "Cannot open HFLABORD, status "
                   LABORD-FILE-STATUS " -- lab orders not tracked"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT LAB-REQUEST-FILE
           IF LABREQ-FILE-STATUS = "00"
               PERFORM UNTIL 1 = 2
                   READ LAB-REQUEST-FILE
                       AT END
                           EXIT PERFORM
                   END-READ
                   PERFORM POST-ONE-LAB-ORDER
               END-PERFORM
               CLOSE LAB-REQUEST-FILE
           END-IF
           PERFORM CLOSE-RESULTED-LAB-ORDERS
           CLOSE LAB-ORDER-FILE
           IF LAB-ORDERS-POSTED > 0 OR LAB-ORDERS-CLOSED > 0
               DISPLAY "Lab orders: " LAB-ORDERS-POSTED
                   " posted, " LAB-ORDERS-CLOSED
                   " closed by results (HFLABORD)"
           END-IF
           .

       OPEN-LAB-ORDER-FILE.
           OPEN I-O LAB-ORDER-FILE
           IF LABORD-FILE-STATUS = "35"
               OPEN OUTPUT LAB-ORDER-FILE
               CLOSE LAB-ORDER-FILE
               OPEN I-O LAB-ORDER-FILE
           END-IF
           .

       POST-ONE-LAB-ORDER.
           IF LQ-MRN IS NOT NUMERIC OR LQ-MRN = "000000"
                   OR LQ-TEST = SPACES
                   OR LQ-ORDER-DATE IS NOT NUMERIC
                   OR LQ-ORDER-TIME IS NOT NUMERIC
               DISPLAY "Lab order MRN=" LQ-MRN " TEST=" LQ-TEST
                   " rejected: MRN, test or order time missing"
               EXIT PARAGRAPH
           END-IF
           MOVE LQ-MRN TO LO-MRN
           MOVE LQ-TEST TO LO-TEST
           READ LAB-ORDER-FILE
               KEY IS LO-KEY
               INVALID KEY
                   MOVE "N" TO LAB-ORDER-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO LAB-ORDER-FOUND
           END-READ
           IF LAB-ORDER-FOUND = "Y"
               IF LO-ORDER-DATE = LQ-ORDER-DATE
                       AND LO-ORDER-TIME = LQ-ORDER-TIME
                   EXIT PARAGRAPH
               END-IF
               IF LO-STATUS = "O"
                   DISPLAY "Lab order MRN=" LQ-MRN " TEST=" LQ-TEST
                       " already outstanding since " LO-ORDER-DATE
                       "/" LO-ORDER-TIME " -- earlier order kept"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE SPACES TO LAB-ORDER-RECORD
           MOVE LQ-MRN TO LO-MRN
           MOVE LQ-TEST TO LO-TEST
           MOVE LQ-ORDER-DATE TO LO-ORDER-DATE
           MOVE LQ-ORDER-TIME TO LO-ORDER-TIME
           MOVE "O" TO LO-STATUS
           MOVE 0 TO LO-RESULT-DATE
           MOVE 0 TO LO-RESULT-TIME
           MOVE 0 TO LO-ALERTS
           PERFORM FIND-PATIENT-BY-LAB-ORDER
           IF LAB-PATIENT-IDX > 0
               MOVE PT-UNIT(LAB-PATIENT-IDX) TO LO-UNIT
               MOVE PT-BED(LAB-PATIENT-IDX) TO LO-BED
           END-IF
           PERFORM SET-LAB-ORDER-DUE
           IF LAB-ORDER-FOUND = "Y"
               REWRITE LAB-ORDER-RECORD
                   INVALID KEY
                       DISPLAY "Lab order rewrite failed for MRN "
                           LO-MRN " TEST=" LO-TEST
               END-REWRITE
           ELSE
               WRITE LAB-ORDER-RECORD
                   INVALID KEY
                       DISPLAY "Lab order write failed for MRN "
                           LO-MRN " TEST=" LO-TEST
               END-WRITE
           END-IF
           ADD 1 TO LAB-ORDERS-POSTED
           .

      *-----------------------------------------------------------*
      * Due time is the order time plus the test's HFLABNRM       *
      * turnaround, carried past midnight as whole days.          *
      *-----------------------------------------------------------*
       SET-LAB-ORDER-DUE.
           MOVE DEFAULT-LAB-TAT TO LAB-TAT-MINUTES
           PERFORM VARYING LABN-IDX FROM 1 BY 1
                   UNTIL LABN-IDX > NUM-LAB-NORMALS
               IF LN-TEST(LABN-IDX) = LO-TEST
                   IF LN-TAT-MINUTES(LABN-IDX) > 0
                       MOVE LN-TAT-MINUTES(LABN-IDX)
                           TO LAB-TAT-MINUTES
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM
           COMPUTE LAB-HH = LO-ORDER-TIME / 10000
           COMPUTE LAB-MM = (LO-ORDER-TIME - LAB-HH * 10000) / 100
           COMPUTE LAB-SS = LO-ORDER-TIME - LAB-HH * 10000
               - LAB-MM * 100
           COMPUTE LAB-DUE-MINUTES = LAB-HH * 60 + LAB-MM
               + LAB-TAT-MINUTES
           COMPUTE LAB-DUE-DAYS = LAB-DUE-MINUTES / 1440
           COMPUTE LAB-DUE-MINUTES = LAB-DUE-MINUTES
               - LAB-DUE-DAYS * 1440
           COMPUTE LO-DUE-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(LO-ORDER-DATE)
               + LAB-DUE-DAYS)
           COMPUTE LAB-HH = LAB-DUE-MINUTES / 60
           COMPUTE LAB-MM = LAB-DUE-MINUTES - LAB-HH * 60
           COMPUTE LO-DUE-TIME = LAB-HH * 10000 + LAB-MM * 100
               + LAB-SS
           .

       CLOSE-RESULTED-LAB-ORDERS.
           ACCEPT NOW-TIME FROM TIME
           PERFORM VARYING LAB-IDX FROM 1 BY 1
                   UNTIL LAB-IDX > NUM-LAB-RESULTS
               IF LB-MRN(LAB-IDX) NOT = 0
                   MOVE LB-MRN(LAB-IDX) TO LO-MRN
                   MOVE LB-TEST(LAB-IDX) TO LO-TEST
                   READ LAB-ORDER-FILE
                       KEY IS LO-KEY
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF LO-STATUS = "O"
                               MOVE "C" TO LO-STATUS
                               MOVE TODAY-STAMP TO LO-RESULT-DATE
                               MOVE NOW-TIME(1:6) TO LO-RESULT-TIME
                               REWRITE LAB-ORDER-RECORD
                                   INVALID KEY
                                       CONTINUE
                               END-REWRITE
                               ADD 1 TO LAB-ORDERS-CLOSED
                           END-IF
                   END-READ
               END-IF
           END-PERFORM
           .

       FIND-PATIENT-BY-LAB-ORDER.
           MOVE 0 TO LAB-PATIENT-IDX
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > NUM-PATIENTS
               IF PT-MRN(IDX) = LO-MRN
                   MOVE IDX TO LAB-PATIENT-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

      *-----------------------------------------------------------*
      * With HFALERTS and OPSALERT still open at end of run: each *
      * open order past its due time alerts, every run it stays   *
      * open, naming the patient's unit and bed -- CRITICAL when  *
      * the patient's early-warning score is at the alert limit,  *
      * since that is when a missing result matters most. An      *
      * order for a patient no longer on the census is closed as  *
      * discharged without a result.                              *
      *-----------------------------------------------------------*
       CHECK-OVERDUE-LAB-ORDERS.
           PERFORM OPEN-LAB-ORDER-FILE
           IF LABORD-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           ACCEPT NOW-TIME FROM TIME
           COMPUTE LAB-NOW-STAMP = TODAY-STAMP * 1000000
               + NOW-TIME / 100
           MOVE LOW-VALUES TO LO-KEY
           START LAB-ORDER-FILE KEY NOT < LO-KEY
               INVALID KEY
                   CLOSE LAB-ORDER-FILE
                   EXIT PARAGRAPH
           END-START
           PERFORM UNTIL 1 = 2
               READ LAB-ORDER-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF LO-STATUS = "O"
                   PERFORM CHECK-ONE-LAB-ORDER
               END-IF
           END-PERFORM
           CLOSE LAB-ORDER-FILE
           IF LAB-ORDERS-OVERDUE > 0 OR LAB-ORDERS-GONE > 0
               DISPLAY "Lab orders: " LAB-ORDERS-OVERDUE
                   " overdue alerted, " LAB-ORDERS-GONE
                   " closed on discharge"
           END-IF
           .

       CHECK-ONE-LAB-ORDER.
           PERFORM FIND-PATIENT-BY-LAB-ORDER
           IF LAB-PATIENT-IDX = 0
               MOVE "D" TO LO-STATUS
               MOVE TODAY-STAMP TO LO-RESULT-DATE
               MOVE 0 TO LO-RESULT-TIME
               REWRITE LAB-ORDER-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               ADD 1 TO LAB-ORDERS-GONE
               EXIT PARAGRAPH
           END-IF
           MOVE LAB-PATIENT-IDX TO IDX
           MOVE PT-UNIT(IDX) TO LO-UNIT
           MOVE PT-BED(IDX) TO LO-BED
           COMPUTE LAB-DUE-STAMP = LO-DUE-DATE * 1000000
               + LO-DUE-TIME
           IF LAB-NOW-STAMP > LAB-DUE-STAMP
               IF LO-ALERTS < 999
                   ADD 1 TO LO-ALERTS
               END-IF
               ADD 1 TO LAB-ORDERS-OVERDUE
               PERFORM RAISE-LAB-OVERDUE-ALERT
           END-IF
           REWRITE LAB-ORDER-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE
           .

       RAISE-LAB-OVERDUE-ALERT.
           MOVE PT-ALERT(IDX) TO LAB-SAVED-ALERT
           MOVE SPACES TO PT-ALERT(IDX)
           STRING "Lab Overdue " LO-TEST " due " LO-DUE-DATE "/"
               LO-DUE-TIME(1:4)
               DELIMITED BY SIZE INTO PT-ALERT(IDX)
           IF LAST-EWS(IDX) >= EWS-ALERT-LIMIT
               MOVE "CRITICAL" TO ALERT-SEVERITY
           ELSE
               MOVE "WARNING" TO ALERT-SEVERITY
           END-IF
           PERFORM WRITE-ALERT-HISTORY
           MOVE SPACES TO OPERATOR-ALERT-RECORD
           MOVE "HEALTHFLUX" TO OA-SOURCE
           MOVE TODAY-STAMP TO OA-DATE
           MOVE STEP-COUNT TO OA-STEP
           MOVE ALERT-SEVERITY TO OA-SEVERITY
           STRING "LAB OVERDUE " LO-TEST " MRN=" LO-MRN
               " UNIT=" PT-UNIT(IDX) " BED=" PT-BED(IDX)
               DELIMITED BY SIZE INTO OA-TEXT
           PERFORM LOG-OPERATOR-ALERT
           MOVE "WARNING" TO ALERT-SEVERITY
           MOVE LAB-SAVED-ALERT TO PT-ALERT(IDX)
           .

      *-----------------------------------------------------------*
      * Apply this step's lab results: an out-of-range value      *
      * raises its own alert through LOG-ALERT, and a critical    *
                   DELIMITED BY SIZE INTO PT-ALERT(IDX)
               PERFORM LOG-ALERT
               MOVE LAB-SAVED-ALERT TO PT-ALERT(IDX)
               MOVE "C" TO STAY-LAB-FLAG
               PERFORM LOG-STAY-LAB
           ELSE
               IF LB-VALUE(LAB-IDX) < LN-LOW(LABN-IDX)
                       OR LB-VALUE(LAB-IDX) > LN-HIGH(LABN-IDX)
                       DELIMITED BY SIZE INTO PT-ALERT(IDX)
                   PERFORM LOG-ALERT
                   MOVE LAB-SAVED-ALERT TO PT-ALERT(IDX)
                   MOVE "A" TO STAY-LAB-FLAG
                   PERFORM LOG-STAY-LAB
               END-IF
           END-IF
           .

      *-----------------------------------------------------------*
      * An out-of-range result goes on the stay log for the       *
      * discharge summary; STAY-LAB-FLAG (A abnormal, C critical) *
      * is set by the caller.                                     *
      *-----------------------------------------------------------*
       LOG-STAY-LAB.
           MOVE SPACES TO STAY-LOG-RECORD
           MOVE PT-MRN(IDX) TO SL-MRN
           MOVE CUR-OBS-DATE TO SL-DATE
           MOVE "LAB" TO SL-TYPE
           MOVE PT-UNIT(IDX) TO SL-UNIT
           MOVE PT-ROOM(IDX) TO SL-ROOM
           MOVE PT-BED(IDX) TO SL-BED
           MOVE LB-TEST(LAB-IDX) TO SL-LAB-TEST
           MOVE LB-VALUE(LAB-IDX) TO SL-LAB-VALUE
           MOVE LN-LOW(LABN-IDX) TO SL-LAB-LOW
           MOVE LN-HIGH(LABN-IDX) TO SL-LAB-HIGH
           MOVE STAY-LAB-FLAG TO SL-LAB-FLAG
           WRITE STAY-LOG-RECORD
           .

      *-----------------------------------------------------------*
      * The canned demo drift is training-mode only; production   *
      * vitals change only when the monitors' HFVITALS feed says  *
                   MOVE WS-HIGH-BP-LIMIT TO ED-HIGH-BP-LIMIT
                   MOVE PT-ALERT(IDX) TO ED-ALERT
                   MOVE PT-MRN(IDX) TO ED-MRN
                   MOVE PT-READMIT(IDX) TO ED-READMIT
                   MOVE PT-PRIOR-DSC-DATE(IDX) TO ED-PRIOR-DSC-DATE
                   MOVE EHR-DETAIL-LINE TO EHR-EXTRACT-RECORD
                   WRITE EHR-EXTRACT-RECORD
                   ADD 1 TO EXTRACT-COUNT
      * detail per stay CLOSED this run -- the full accumulated   *
      * bed-days -- under the header and control-total trailer.   *
      * The old one-interim-bed-day-per-run details are gone;     *
      * finance bills the stay once, at discharge. The trailer's  *
      * totals are logged to CTLTOT for the CTLBAL balancing.     *
      *-----------------------------------------------------------*
       WRITE-BILLING-FEED.
           PERFORM ACCRUE-BED-DAYS
           END-IF
           MOVE 0 TO BILLING-COUNT
           MOVE 0 TO BILLING-BED-DAYS
           MOVE 0 TO BILLING-MED-LINES
           MOVE 0 TO BILLING-DOSES
           MOVE 0 TO BD-UNIT-COST
           MOVE SPACES TO BILLING-FEED-RECORD
           STRING "HDR" TODAY-STAMP " HEALTHFLUX STAY BILLING"
               DELIMITED BY SIZE INTO BILLING-FEED-RECORD
               MOVE DS-ADMIT-DATE(DSC-IDX) TO BD-DATE
               MOVE DS-BED-DAYS(DSC-IDX) TO BD-BED-DAYS
               MOVE BED-DAY-CHARGE-CODE TO BD-CHARGE-CODE
               MOVE DS-UNIT(DSC-IDX) TO BD-UNIT
               MOVE BILLING-DETAIL-LINE TO BILLING-FEED-RECORD
               WRITE BILLING-FEED-RECORD
               ADD 1 TO BILLING-COUNT
               ADD DS-BED-DAYS(DSC-IDX) TO BILLING-BED-DAYS
           END-PERFORM
           IF PHARM-COUNT > 0
               PERFORM VARYING MED-IDX FROM 1 BY 1
                       UNTIL MED-IDX > NUM-MEDICATIONS
                   PERFORM WRITE-MEDICATION-CHARGE
               END-PERFORM
           END-IF
           MOVE SPACES TO BILLING-FEED-RECORD
           STRING "TRL" BILLING-COUNT BILLING-BED-DAYS
               BILLING-MED-LINES BILLING-DOSES
               DELIMITED BY SIZE INTO BILLING-FEED-RECORD
           WRITE BILLING-FEED-RECORD
           CLOSE BILLING-FEED-FILE
           MOVE SPACES TO CONTROL-TOTAL-ENTRY
           MOVE "HFBILLING" TO CTL-INTERFACE
           MOVE "P" TO CTL-ROLE
           MOVE "HEALTHFLUX" TO CTL-PROGRAM
           MOVE TODAY-STAMP TO CTL-BATCH
           MOVE BILLING-COUNT TO CTL-COUNT
           COMPUTE CTL-HASH = BILLING-BED-DAYS + BILLING-DOSES
           CALL "CTLTOTW" USING CONTROL-TOTAL-ENTRY
           DISPLAY "Billing feed written: " BILLING-COUNT
               " details, " BILLING-BED-DAYS
               " bed-days, " BILLING-DOSES
               " doses on HFBILLING"
           .

      *-----------------------------------------------------------*
      * One medication charge per order with doses given today:   *
      * the doses as the quantity, charge code MED-CHARGE-CODE,   *
      * priced by BILLPOST and ARLEDGER at the HFPHARM unit cost. *
      * The trailer counts these lines and doses apart from the   *
      * bed-days so the patient-day statistics stay clean.        *
      *-----------------------------------------------------------*
       WRITE-MEDICATION-CHARGE.
           MOVE 0 TO MAR-GIVEN
           PERFORM VARYING MAE-IDX FROM 1 BY 1
                   UNTIL MAE-IDX > NUM-MED-EVENTS
               IF ME-MED-IDX(MAE-IDX) = MED-IDX
                       AND ME-ACTION(MAE-IDX) = "G"
                   ADD 1 TO MAR-GIVEN
               END-IF
           END-PERFORM
           IF MAR-GIVEN = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-PHARMACY-ITEM
           IF PH-IDX > PHARM-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE M-PATIENT-IDX(MED-IDX) TO IDX
           MOVE PT-NAME(IDX) TO BD-PATIENT
           MOVE PT-MRN(IDX) TO BD-MRN
           MOVE TODAY-STAMP TO BD-DATE
           MOVE MAR-GIVEN TO BD-BED-DAYS
           MOVE MED-CHARGE-CODE TO BD-CHARGE-CODE
           MOVE PT-UNIT(IDX) TO BD-UNIT
           MOVE PH-UNIT-COST(PH-IDX) TO BD-UNIT-COST
           MOVE BILLING-DETAIL-LINE TO BILLING-FEED-RECORD
           WRITE BILLING-FEED-RECORD
           MOVE 0 TO BD-UNIT-COST
           ADD 1 TO BILLING-COUNT
           ADD 1 TO BILLING-MED-LINES
           ADD MAR-GIVEN TO BILLING-DOSES
           .

       ACCRUE-BED-DAYS.
