       IDENTIFICATION DIVISION.
       PROGRAM-ID. HFDSCSUM.
       AUTHOR. CAZZY.
       REMARKS. >
           Discharge summary, CALLed at the moment a stay closes by
           HEALTHFLUX (ADT-DISCHARGE) and HEALTHFLUXDASH (menu
           discharge) with the departing patient's PATIENTREC and
           the discharge date. One printable summary per patient
           is appended to HFDSCSUM: admit and discharge dates and
           bed-days, the unit/room/bed history, first, worst and
           last vitals, every HFALERTS line of the stay, the
           HFMEDS orders with their MAR adherence, lab results
           outside the HFLABNRM normals, and any isolation period.
           The stay's history comes from the HFSTAYLG log that
           HEALTHFLUX appends to each run. Each stay closed also
           goes on the HFDSCHST discharge history, which the
           readmission check and report read.

      *-----------------------------------------------------------*
      * Mod history:
      *   2026-10-15  CAZZY - written; receiving facilities and
      *               follow-up clinics were getting a summary
      *               pieced together by hand from four files.
      *   2026-10-15  CAZZY - each stay closed also goes on
      *               HFDSCHST (unit, alert count, low-MAR flag)
      *               for the readmission check and report.
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STAY-LOG-FILE ASSIGN TO "HFSTAYLG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STAYLOG-FILE-STATUS.
           SELECT ALERT-HISTORY-FILE ASSIGN TO "HFALERTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALERT-FILE-STATUS.
           SELECT MED-ORDERS-FILE ASSIGN TO "HFMEDS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MEDS-FILE-STATUS.
           SELECT DISCHARGE-SUMMARY-FILE ASSIGN TO "HFDSCSUM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUMMARY-FILE-STATUS.
           SELECT DISCHARGE-HISTORY-FILE ASSIGN TO "HFDSCHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DSCHST-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STAY-LOG-FILE.
       01  STAY-LOG-RECORD.
           COPY HFSTAYREC REPLACING ==:LVL:== BY ==05==
                                    ==:SUB:== BY ==10==.

       FD  ALERT-HISTORY-FILE.
       01  ALERT-HIST-RECORD   PIC X(80).

       FD  MED-ORDERS-FILE.
       01  MED-ORDER-RECORD.
           05 MO-NAME          PIC X(10).
           05 MO-TYPE          PIC X(10).
           05 MO-DOSAGE        PIC 99.
           05 MO-ADHERENCE     PIC 99.
           05 MO-MRN           PIC X(6).

       FD  DISCHARGE-SUMMARY-FILE.
       01  SUMMARY-RECORD      PIC X(100).

       FD  DISCHARGE-HISTORY-FILE.
       01  DISCHARGE-HIST-RECORD.
           COPY HFDSCHST REPLACING ==:LVL:== BY ==05==.

       WORKING-STORAGE SECTION.
       77 STAYLOG-FILE-STATUS PIC X(2).
       77 ALERT-FILE-STATUS  PIC X(2).
       77 MEDS-FILE-STATUS   PIC X(2).
       77 SUMMARY-FILE-STATUS PIC X(2).
       77 DSCHST-FILE-STATUS PIC X(2).
       77 STAY-ALERTS        PIC 9(4).
       77 STAY-LOW-MAR       PIC X.
       77 LOW-ADHERENCE-LIMIT PIC 99 VALUE 80.
       77 STAY-MRN           PIC 9(6).
       77 STAY-MRN-X         PIC X(6).
       77 STAY-FROM          PIC 9(8).
       77 STAY-FROM-X        PIC X(8).
       77 STAY-TO-X          PIC X(8).
       77 STAY-BED-DAYS      PIC 9(3).
       77 FIRST-FOUND        PIC X.
       77 ISO-OPEN           PIC X.
       77 SECTION-COUNT      PIC 9(4).
       77 MAR-ALL            PIC 9(4).
       77 MAR-ADHERENCE      PIC 9(3).

      *-----------------------------------------------------------*
      * The stay as the log tells it: first reading on file, the  *
      * worst of each vital over the stay (highest HR, highest    *
      * BP, lowest O2, each on its own), every placement change,  *
      * the out-of-range labs, dose counts per order summed over  *
      * the runs, and the isolation periods.                      *
      *-----------------------------------------------------------*
       01 FIRST-VITALS.
           05 FV-DATE          PIC 9(8).
           05 FV-HEART         PIC 99.
           05 FV-BP            PIC 999.
           05 FV-OXYGEN        PIC 99.
       01 WORST-VITALS.
           05 WV-HEART         PIC 99.
           05 WV-BP            PIC 999.
           05 WV-OXYGEN        PIC 99.

       01 PLACEMENTS.
           05 PLACEMENT OCCURS 20 TIMES.
              10 PL-DATE       PIC 9(8).
              10 PL-UNIT       PIC X(4).
              10 PL-ROOM       PIC X(4).
              10 PL-BED        PIC X(4).
       77 PL-COUNT           PIC 99.
       77 PL-IDX             PIC 99.
       77 PLACE-DATE         PIC 9(8).
       77 PLACE-UNIT         PIC X(4).
       77 PLACE-ROOM         PIC X(4).
       77 PLACE-BED          PIC X(4).

       01 OUT-OF-RANGE-LABS.
           05 OOR-LAB OCCURS 30 TIMES.
              10 OL-DATE       PIC 9(8).
              10 OL-TEST       PIC X(4).
              10 OL-VALUE      PIC 9(5).
              10 OL-LOW        PIC 9(5).
              10 OL-HIGH       PIC 9(5).
              10 OL-FLAG       PIC X.
       77 OL-COUNT           PIC 99.
       77 OL-IDX             PIC 99.

       01 MAR-TOTALS.
           05 MAR-ORDER OCCURS 20 TIMES.
              10 MT-TYPE       PIC X(10).
              10 MT-DOSAGE     PIC 99.
              10 MT-GIVEN      PIC 9(4).
              10 MT-REFUSED    PIC 9(4).
              10 MT-MISSED     PIC 9(4).
              10 MT-LISTED     PIC X.
       77 MT-COUNT           PIC 99.
       77 MT-IDX             PIC 99.

       01 ISOLATION-PERIODS.
           05 ISO-PERIOD OCCURS 10 TIMES.
              10 IP-FROM       PIC 9(8).
              10 IP-TO         PIC 9(8).
       77 IP-COUNT           PIC 99.
       77 IP-IDX             PIC 99.

       LINKAGE SECTION.
       01  LK-PATIENT.
           COPY PATIENTREC REPLACING ==:LVL:== BY ==05==.
       01  LK-DISCHARGE-DATE  PIC 9(8).

       PROCEDURE DIVISION USING LK-PATIENT LK-DISCHARGE-DATE.
       MAIN-LOGIC.
           MOVE PT-MRN TO STAY-MRN
           MOVE PT-MRN TO STAY-MRN-X
           MOVE PT-ADMIT-DATE TO STAY-FROM
           MOVE STAY-FROM TO STAY-FROM-X
           MOVE LK-DISCHARGE-DATE TO STAY-TO-X
      *    The discharge day counts as a bed-day, as it does on
      *    the discharge bill.
           IF PT-BED-DAYS < 999
               COMPUTE STAY-BED-DAYS = PT-BED-DAYS + 1
           ELSE
               MOVE 999 TO STAY-BED-DAYS
           END-IF
           PERFORM SCAN-STAY-LOG
           PERFORM FOLD-CURRENT-RECORD
           OPEN EXTEND DISCHARGE-SUMMARY-FILE
           IF SUMMARY-FILE-STATUS NOT = "00"
               OPEN OUTPUT DISCHARGE-SUMMARY-FILE
           END-IF
           IF SUMMARY-FILE-STATUS NOT = "00"
               DISPLAY "Cannot open HFDSCSUM, status "
                   SUMMARY-FILE-STATUS " -- no discharge summary "
                   "for MRN " STAY-MRN
               GOBACK
           END-IF
           PERFORM WRITE-SUMMARY-HEADER
           PERFORM WRITE-PLACEMENT-HISTORY
           PERFORM WRITE-VITALS-SUMMARY
           PERFORM WRITE-STAY-ALERTS
           PERFORM WRITE-MEDICATIONS
           PERFORM WRITE-LABS-OUT-OF-RANGE
           PERFORM WRITE-ISOLATION-PERIODS
           MOVE SPACES TO SUMMARY-RECORD
           STRING "END OF DISCHARGE SUMMARY MRN=" STAY-MRN
               DELIMITED BY SIZE INTO SUMMARY-RECORD
           WRITE SUMMARY-RECORD
           MOVE ALL "-" TO SUMMARY-RECORD
           WRITE SUMMARY-RECORD
           CLOSE DISCHARGE-SUMMARY-FILE
           PERFORM WRITE-DISCHARGE-HISTORY
           GOBACK.

      *-----------------------------------------------------------*
      * Every HFSTAYLG line for this MRN dated on or after the    *
      * admission -- an MRN re-admitted later starts a new stay.  *
      * Working storage lives across CALLs, so each summary       *
      * starts from cleared tables.                               *
      *-----------------------------------------------------------*
       SCAN-STAY-LOG.
           MOVE "N" TO FIRST-FOUND
           MOVE "N" TO ISO-OPEN
           MOVE 0 TO WV-HEART
           MOVE 0 TO WV-BP
           MOVE 99 TO WV-OXYGEN
           MOVE 0 TO PL-COUNT
           MOVE 0 TO OL-COUNT
           MOVE 0 TO MT-COUNT
           MOVE 0 TO IP-COUNT
           OPEN INPUT STAY-LOG-FILE
           IF STAYLOG-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ STAY-LOG-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF SL-MRN = STAY-MRN AND SL-DATE >= STAY-FROM
                   PERFORM TAKE-STAY-LINE
               END-IF
           END-PERFORM
           CLOSE STAY-LOG-FILE
           .

       TAKE-STAY-LINE.
           EVALUATE SL-TYPE
               WHEN "ADM"
               WHEN "XFR"
               WHEN "VIT"
                   MOVE SL-DATE TO PLACE-DATE
                   MOVE SL-UNIT TO PLACE-UNIT
                   MOVE SL-ROOM TO PLACE-ROOM
                   MOVE SL-BED TO PLACE-BED
                   PERFORM TAKE-STAY-PLACEMENT
                   PERFORM TAKE-STAY-VITALS
               WHEN "LAB"
                   IF OL-COUNT < 30
                       ADD 1 TO OL-COUNT
                       MOVE SL-DATE TO OL-DATE(OL-COUNT)
                       MOVE SL-LAB-TEST TO OL-TEST(OL-COUNT)
                       MOVE SL-LAB-VALUE TO OL-VALUE(OL-COUNT)
                       MOVE SL-LAB-LOW TO OL-LOW(OL-COUNT)
                       MOVE SL-LAB-HIGH TO OL-HIGH(OL-COUNT)
                       MOVE SL-LAB-FLAG TO OL-FLAG(OL-COUNT)
                   END-IF
               WHEN "MAR"
                   PERFORM TAKE-STAY-MAR
           END-EVALUATE
           .

       TAKE-STAY-PLACEMENT.
           IF PL-COUNT > 0
               IF PL-UNIT(PL-COUNT) = PLACE-UNIT
                       AND PL-ROOM(PL-COUNT) = PLACE-ROOM
                       AND PL-BED(PL-COUNT) = PLACE-BED
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF PL-COUNT < 20
               ADD 1 TO PL-COUNT
               MOVE PLACE-DATE TO PL-DATE(PL-COUNT)
               MOVE PLACE-UNIT TO PL-UNIT(PL-COUNT)
               MOVE PLACE-ROOM TO PL-ROOM(PL-COUNT)
               MOVE PLACE-BED TO PL-BED(PL-COUNT)
           END-IF
           .

      *-----------------------------------------------------------*
      * An isolation period opens on the first line carrying the  *
      * flag and closes on the first later line without it.       *
      *-----------------------------------------------------------*
       TAKE-STAY-VITALS.
           IF FIRST-FOUND = "N"
               MOVE "Y" TO FIRST-FOUND
               MOVE SL-DATE TO FV-DATE
               MOVE SL-FIRST-HEART TO FV-HEART
               MOVE SL-FIRST-BP TO FV-BP
               MOVE SL-FIRST-OXYGEN TO FV-OXYGEN
           END-IF
           IF SL-WORST-HEART > WV-HEART
               MOVE SL-WORST-HEART TO WV-HEART
           END-IF
           IF SL-WORST-BP > WV-BP
               MOVE SL-WORST-BP TO WV-BP
           END-IF
           IF SL-WORST-OXYGEN < WV-OXYGEN
               MOVE SL-WORST-OXYGEN TO WV-OXYGEN
           END-IF
           IF SL-ISOLATION = "Y" AND ISO-OPEN = "N"
                   AND IP-COUNT < 10
               ADD 1 TO IP-COUNT
               MOVE SL-DATE TO IP-FROM(IP-COUNT)
               MOVE 0 TO IP-TO(IP-COUNT)
               MOVE "Y" TO ISO-OPEN
           END-IF
           IF SL-ISOLATION NOT = "Y" AND ISO-OPEN = "Y"
               MOVE SL-DATE TO IP-TO(IP-COUNT)
               MOVE "N" TO ISO-OPEN
           END-IF
           .

       TAKE-STAY-MAR.
           PERFORM VARYING MT-IDX FROM 1 BY 1
                   UNTIL MT-IDX > MT-COUNT
               IF MT-TYPE(MT-IDX) = SL-MAR-TYPE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF MT-IDX > MT-COUNT
               IF MT-COUNT >= 20
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO MT-COUNT
               MOVE SL-MAR-TYPE TO MT-TYPE(MT-COUNT)
               MOVE 0 TO MT-GIVEN(MT-COUNT)
               MOVE 0 TO MT-REFUSED(MT-COUNT)
               MOVE 0 TO MT-MISSED(MT-COUNT)
               MOVE "N" TO MT-LISTED(MT-COUNT)
               MOVE MT-COUNT TO MT-IDX
           END-IF
           MOVE SL-MAR-DOSAGE TO MT-DOSAGE(MT-IDX)
           ADD SL-MAR-GIVEN TO MT-GIVEN(MT-IDX)
           ADD SL-MAR-REFUSED TO MT-REFUSED(MT-IDX)
           ADD SL-MAR-MISSED TO MT-MISSED(MT-IDX)
           .

      *-----------------------------------------------------------*
      * The record handed over at discharge is the stay's last    *
      * word: its vitals are the last reading and count toward    *
      * the worst, its bed is the last placement, and its flag    *
      * settles an isolation still open. A stay with nothing on   *
      * the log (admitted and discharged between runs) is told    *
      * from this record alone.                                   *
      *-----------------------------------------------------------*
       FOLD-CURRENT-RECORD.
           IF FIRST-FOUND = "N"
               MOVE STAY-FROM TO FV-DATE
               MOVE PT-HEART TO FV-HEART
               MOVE PT-BP TO FV-BP
               MOVE PT-OXYGEN TO FV-OXYGEN
           END-IF
           IF PT-HEART > WV-HEART
               MOVE PT-HEART TO WV-HEART
           END-IF
           IF PT-BP > WV-BP
               MOVE PT-BP TO WV-BP
           END-IF
           IF PT-OXYGEN < WV-OXYGEN
               MOVE PT-OXYGEN TO WV-OXYGEN
           END-IF
           MOVE LK-DISCHARGE-DATE TO PLACE-DATE
           MOVE PT-UNIT TO PLACE-UNIT
           MOVE PT-ROOM TO PLACE-ROOM
           MOVE PT-BED TO PLACE-BED
           IF PL-COUNT = 0
               MOVE STAY-FROM TO PLACE-DATE
           END-IF
           PERFORM TAKE-STAY-PLACEMENT
           IF PT-ISOLATION = "Y" AND ISO-OPEN = "N"
                   AND IP-COUNT < 10
               ADD 1 TO IP-COUNT
               MOVE LK-DISCHARGE-DATE TO IP-FROM(IP-COUNT)
               MOVE "Y" TO ISO-OPEN
           END-IF
           IF ISO-OPEN = "Y"
               MOVE LK-DISCHARGE-DATE TO IP-TO(IP-COUNT)
               MOVE "N" TO ISO-OPEN
           END-IF
           .

       WRITE-SUMMARY-HEADER.
           MOVE SPACES TO SUMMARY-RECORD
           STRING "DISCHARGE SUMMARY  MRN=" STAY-MRN
               "  PATIENT=" PT-NAME
               "  AGE=" PT-AGE "  SEX=" PT-SEX
               DELIMITED BY SIZE INTO SUMMARY-RECORD
           WRITE SUMMARY-RECORD
           MOVE SPACES TO SUMMARY-RECORD
           STRING "  ADMITTED " STAY-FROM
               "  DISCHARGED " LK-DISCHARGE-DATE
               "  BED-DAYS " STAY-BED-DAYS
               DELIMITED BY SIZE INTO SUMMARY-RECORD
           WRITE SUMMARY-RECORD
           .

       WRITE-PLACEMENT-HISTORY.
           MOVE "  UNIT/ROOM/BED HISTORY:" TO SUMMARY-RECORD
           WRITE SUMMARY-RECORD
           PERFORM VARYING PL-IDX FROM 1 BY 1
                   UNTIL PL-IDX > PL-COUNT
               MOVE SPACES TO SUMMARY-RECORD
               STRING "    FROM " PL-DATE(PL-IDX)
                   "  UNIT=" PL-UNIT(PL-IDX)
                   " ROOM=" PL-ROOM(PL-IDX)
                   " BED=" PL-BED(PL-IDX)
                   DELIMITED BY SIZE INTO SUMMARY-RECORD
               WRITE SUMMARY-RECORD
           END-PERFORM
           .

       WRITE-VITALS-SUMMARY.
           MOVE "  VITALS:" TO SUMMARY-RECORD
           WRITE SUMMARY-RECORD
           MOVE SPACES TO SUMMARY-RECORD
           STRING "    FIRST " FV-DATE
               "  HR=" FV-HEART " BP=" FV-BP " O2=" FV-OXYGEN
               DELIMITED BY SIZE INTO SUMMARY-RECORD
           WRITE SUMMARY-RECORD
           MOVE SPACES TO SUMMARY-RECORD
           STRING "    WORST STAY      HR=" WV-HEART
               " BP=" WV-BP " O2=" WV-OXYGEN
               "  (HIGHEST HR, HIGHEST BP, LOWEST O2)"
               DELIMITED BY SIZE INTO SUMMARY-RECORD
           WRITE SUMMARY-RECORD
           MOVE SPACES TO SUMMARY-RECORD
           STRING "    LAST  " LK-DISCHARGE-DATE
               "  HR=" PT-HEART " BP=" PT-BP " O2=" PT-OXYGEN
               DELIMITED BY SIZE INTO SUMMARY-RECORD
           WRITE SUMMARY-RECORD
           .

      *-----------------------------------------------------------*
      * HFALERTS lines carry the patient name at column 39 (the   *
      * layout the dashboard timeline reads) and the date in 1-8; *
      * the stay's lines are the name's lines between admission   *
      * and discharge.                                            *
      *-----------------------------------------------------------*
       WRITE-STAY-ALERTS.
           MOVE "  ALERTS DURING STAY (HFALERTS):" TO SUMMARY-RECORD
           WRITE SUMMARY-RECORD
           MOVE 0 TO SECTION-COUNT
           OPEN INPUT ALERT-HISTORY-FILE
           IF ALERT-FILE-STATUS = "00"
               PERFORM UNTIL 1 = 2
                   READ ALERT-HISTORY-FILE
                       AT END
                           EXIT PERFORM
                   END-READ
                   IF ALERT-HIST-RECORD(39:20) = PT-NAME
                           AND ALERT-HIST-RECORD(1:8) >= STAY-FROM-X
                           AND ALERT-HIST-RECORD(1:8) <= STAY-TO-X
                       MOVE SPACES TO SUMMARY-RECORD
                       STRING "    " ALERT-HIST-RECORD
                           DELIMITED BY SIZE INTO SUMMARY-RECORD
                       WRITE SUMMARY-RECORD
                       ADD 1 TO SECTION-COUNT
                   END-IF
               END-PERFORM
               CLOSE ALERT-HISTORY-FILE
           END-IF
           MOVE SECTION-COUNT TO STAY-ALERTS
           IF SECTION-COUNT = 0
               MOVE "    (none)" TO SUMMARY-RECORD
               WRITE SUMMARY-RECORD
           END-IF
           .

      *-----------------------------------------------------------*
      * One line per HFMEDS order for the MRN, with the dose      *
      * counts summed from the stay's MAR lines and adherence as  *
      * HEALTHFLUX computes it (given over scheduled, held to     *
      * 99). An order with no dose events shows its keyed figure; *
      * doses logged for an order no longer on HFMEDS still list. *
      *-----------------------------------------------------------*
       WRITE-MEDICATIONS.
           MOVE "  MEDICATIONS (HFMEDS, MAR ADHERENCE):"
               TO SUMMARY-RECORD
           WRITE SUMMARY-RECORD
           MOVE 0 TO SECTION-COUNT
           MOVE "N" TO STAY-LOW-MAR
           OPEN INPUT MED-ORDERS-FILE
           IF MEDS-FILE-STATUS = "00"
               PERFORM UNTIL 1 = 2
                   READ MED-ORDERS-FILE
                       AT END
                           EXIT PERFORM
                   END-READ
                   IF MO-MRN = STAY-MRN-X
                       PERFORM WRITE-ONE-ORDER
                   END-IF
               END-PERFORM
               CLOSE MED-ORDERS-FILE
           END-IF
           PERFORM VARYING MT-IDX FROM 1 BY 1
                   UNTIL MT-IDX > MT-COUNT
               IF MT-LISTED(MT-IDX) = "N"
                   PERFORM COMPUTE-STAY-ADHERENCE
                   MOVE SPACES TO SUMMARY-RECORD
                   STRING "    " MT-TYPE(MT-IDX)
                       " DOSE=" MT-DOSAGE(MT-IDX)
                       " GIVEN=" MT-GIVEN(MT-IDX)
                       " REFUSED=" MT-REFUSED(MT-IDX)
                       " MISSED=" MT-MISSED(MT-IDX)
                       " ADHERENCE=" MAR-ADHERENCE
                       " (ORDER CLOSED)"
                       DELIMITED BY SIZE INTO SUMMARY-RECORD
                   WRITE SUMMARY-RECORD
                   ADD 1 TO SECTION-COUNT
               END-IF
           END-PERFORM
           IF SECTION-COUNT = 0
               MOVE "    (none)" TO SUMMARY-RECORD
               WRITE SUMMARY-RECORD
           END-IF
           .

       WRITE-ONE-ORDER.
           ADD 1 TO SECTION-COUNT
           PERFORM VARYING MT-IDX FROM 1 BY 1
                   UNTIL MT-IDX > MT-COUNT
               IF MT-TYPE(MT-IDX) = MO-TYPE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE SPACES TO SUMMARY-RECORD
           IF MT-IDX > MT-COUNT
               STRING "    " MO-TYPE " DOSE=" MO-DOSAGE
                   " ADHERENCE=" MO-ADHERENCE
                   " (KEYED, NO DOSE EVENTS ON FILE)"
                   DELIMITED BY SIZE INTO SUMMARY-RECORD
               IF MO-ADHERENCE < LOW-ADHERENCE-LIMIT
                   MOVE "Y" TO STAY-LOW-MAR
               END-IF
           ELSE
               MOVE "Y" TO MT-LISTED(MT-IDX)
               PERFORM COMPUTE-STAY-ADHERENCE
               STRING "    " MO-TYPE " DOSE=" MO-DOSAGE
                   " GIVEN=" MT-GIVEN(MT-IDX)
                   " REFUSED=" MT-REFUSED(MT-IDX)
                   " MISSED=" MT-MISSED(MT-IDX)
                   " ADHERENCE=" MAR-ADHERENCE
                   DELIMITED BY SIZE INTO SUMMARY-RECORD
           END-IF
           WRITE SUMMARY-RECORD
           .

       COMPUTE-STAY-ADHERENCE.
           COMPUTE MAR-ALL = MT-GIVEN(MT-IDX) + MT-REFUSED(MT-IDX)
               + MT-MISSED(MT-IDX)
           MOVE 0 TO MAR-ADHERENCE
           IF MAR-ALL > 0
               COMPUTE MAR-ADHERENCE =
                   MT-GIVEN(MT-IDX) * 100 / MAR-ALL
               IF MAR-ADHERENCE > 99
                   MOVE 99 TO MAR-ADHERENCE
               END-IF
               IF MAR-ADHERENCE < LOW-ADHERENCE-LIMIT
                   MOVE "Y" TO STAY-LOW-MAR
               END-IF
           END-IF
           .

       WRITE-LABS-OUT-OF-RANGE.
           MOVE "  LAB RESULTS OUTSIDE NORMALS (HFLABNRM):"
               TO SUMMARY-RECORD
           WRITE SUMMARY-RECORD
           PERFORM VARYING OL-IDX FROM 1 BY 1
                   UNTIL OL-IDX > OL-COUNT
               MOVE SPACES TO SUMMARY-RECORD
               IF OL-FLAG(OL-IDX) = "C"
                   STRING "    " OL-DATE(OL-IDX)
                       "  TEST=" OL-TEST(OL-IDX)
                       " VALUE=" OL-VALUE(OL-IDX)
                       " NORMAL=" OL-LOW(OL-IDX) "-" OL-HIGH(OL-IDX)
                       "  CRITICAL"
                       DELIMITED BY SIZE INTO SUMMARY-RECORD
               ELSE
                   STRING "    " OL-DATE(OL-IDX)
                       "  TEST=" OL-TEST(OL-IDX)
                       " VALUE=" OL-VALUE(OL-IDX)
                       " NORMAL=" OL-LOW(OL-IDX) "-" OL-HIGH(OL-IDX)
                       "  ABNORMAL"
                       DELIMITED BY SIZE INTO SUMMARY-RECORD
               END-IF
               WRITE SUMMARY-RECORD
           END-PERFORM
           IF OL-COUNT = 0
               MOVE "    (none)" TO SUMMARY-RECORD
               WRITE SUMMARY-RECORD
           END-IF
           .

       WRITE-ISOLATION-PERIODS.
           MOVE "  ISOLATION PRECAUTIONS:" TO SUMMARY-RECORD
           WRITE SUMMARY-RECORD
           PERFORM VARYING IP-IDX FROM 1 BY 1
                   UNTIL IP-IDX > IP-COUNT
               MOVE SPACES TO SUMMARY-RECORD
               STRING "    FROM " IP-FROM(IP-IDX)
                   " TO " IP-TO(IP-IDX)
                   DELIMITED BY SIZE INTO SUMMARY-RECORD
               WRITE SUMMARY-RECORD
           END-PERFORM
           IF IP-COUNT = 0
               MOVE "    (none)" TO SUMMARY-RECORD
               WRITE SUMMARY-RECORD
           END-IF
           .

      *-----------------------------------------------------------*
      * One HFDSCHST line for the stay just summarised: the unit  *
      * the patient left from, the stay's alert count and whether *
      * any order ran below the low-adherence limit.              *
      *-----------------------------------------------------------*
       WRITE-DISCHARGE-HISTORY.
           OPEN EXTEND DISCHARGE-HISTORY-FILE
           IF DSCHST-FILE-STATUS NOT = "00"
               OPEN OUTPUT DISCHARGE-HISTORY-FILE
           END-IF
           IF DSCHST-FILE-STATUS NOT = "00"
               DISPLAY "Cannot open HFDSCHST, status "
                   DSCHST-FILE-STATUS " -- no discharge history "
                   "for MRN " STAY-MRN
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO DISCHARGE-HIST-RECORD
           MOVE STAY-MRN TO DH-MRN
           MOVE STAY-FROM TO DH-ADMIT-DATE
           MOVE LK-DISCHARGE-DATE TO DH-DISCHARGE-DATE
           MOVE PT-UNIT TO DH-UNIT
           MOVE STAY-BED-DAYS TO DH-BED-DAYS
           MOVE STAY-ALERTS TO DH-ALERT-COUNT
           MOVE STAY-LOW-MAR TO DH-LOW-MAR
           IF PT-READMIT = "Y"
               MOVE "Y" TO DH-READMIT
           ELSE
               MOVE "N" TO DH-READMIT
           END-IF
           WRITE DISCHARGE-HIST-RECORD
           CLOSE DISCHARGE-HISTORY-FILE
           .

       END PROGRAM HFDSCSUM.
