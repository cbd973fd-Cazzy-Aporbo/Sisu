       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRNMASK.
       AUTHOR. CAZZY.
       REMARKS. >
           Training-data masking. TRAIN mode and the masterclass
           labs want realistic data, and the only realistic data is
           production's; this job makes de-identified copies of the
           masters so nobody needs to copy the real ones. It reads
           PATMASTER, AROPEN, HFALERTS and HFDOUTCOME on the health
           side and ALINAROS, ALINAGRD and ALINAGUA on the student
           side, and writes each to a training copy (TRNPATM,
           TRNAROPN, TRNALERT, TRNOUTC, TRNROS, TRNGRD, TRNGUA)
           with:
             - every MRN replaced by a fake MRN, the same fake for
               the same MRN in every file, so AROPEN still finds
               its patient on PATMASTER;
             - every patient, student and guardian name replaced
               by a generated name, the same one wherever the real
               name appears, so the name-keyed HFALERTS and
               HFDOUTCOME still join to PATMASTER and the gradebook
               and guardian lines still join to the roster;
             - each patient's age moved by a fixed -2 to +2 years
               for that MRN;
             - guardian street, city and contact details replaced
               by made-up ones.
           Vital signs, scores and amounts are copied as they are,
           so the distributions trainees see are production's.
           Fake MRNs are drawn from 900000 up, and no fake value is
           ever one a production record holds. MASKPARM may carry
           KEY n: the same key gives the same fakes on every
           refresh (trainers' notes stay valid); change it to
           reshuffle. Nothing is written unless every input fitted
           in the tables. Each masked line is scanned for every
           real identifier before it is written; one still
           carrying one is dropped, not copied. Every copy is then
           read back and scanned again, and MASKRPT says whether
           any production identifier survived. RC 4 when lines
           were dropped, 8 when the verification found anything
           (do not release the copies), 12 when a table was full.

      *-----------------------------------------------------------*
      * Mod history:
      *   2026-10-15  CAZZY - written; production masters were
      *               being copied into TRAIN with real patient
      *               and student names on them.
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASK-PARM-FILE ASSIGN TO "MASKPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-FILE-STATUS.
           SELECT PATIENT-MASTER-FILE ASSIGN TO "PATMASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-MRN
               FILE STATUS IS MASTER-FILE-STATUS.
           SELECT OPEN-ITEM-FILE ASSIGN TO "AROPEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IN-FILE-STATUS.
           SELECT ALERT-HISTORY-FILE ASSIGN TO "HFALERTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IN-FILE-STATUS.
           SELECT OUTCOME-FILE ASSIGN TO "HFDOUTCOME"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IN-FILE-STATUS.
           SELECT ROSTER-FILE ASSIGN TO "ALINAROS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IN-FILE-STATUS.
           SELECT GRADEBOOK-FILE ASSIGN TO "ALINAGRD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IN-FILE-STATUS.
           SELECT GUARDIAN-FILE ASSIGN TO "ALINAGUA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IN-FILE-STATUS.
           SELECT TRAIN-MASTER-FILE ASSIGN TO "TRNPATM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TM-MRN
               FILE STATUS IS TRAIN-MASTER-STATUS.
           SELECT TRAIN-OPEN-ITEM-FILE ASSIGN TO "TRNAROPN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OUT-FILE-STATUS.
           SELECT TRAIN-ALERT-FILE ASSIGN TO "TRNALERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OUT-FILE-STATUS.
           SELECT TRAIN-OUTCOME-FILE ASSIGN TO "TRNOUTC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OUT-FILE-STATUS.
           SELECT TRAIN-ROSTER-FILE ASSIGN TO "TRNROS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OUT-FILE-STATUS.
           SELECT TRAIN-GRADEBOOK-FILE ASSIGN TO "TRNGRD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OUT-FILE-STATUS.
           SELECT TRAIN-GUARDIAN-FILE ASSIGN TO "TRNGUA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OUT-FILE-STATUS.
           SELECT MASK-RPT-FILE ASSIGN TO "MASKRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MASK-PARM-FILE.
       01  MASK-PARM-RECORD    PIC X(80).

      *-----------------------------------------------------------*
      * Same field-for-field layout as the PATIENTREC copybook,   *
      * PM- prefixed like every other reader of the master.       *
      *-----------------------------------------------------------*
       FD  PATIENT-MASTER-FILE.
       01  PATIENT-MASTER-RECORD.
           05 PM-NAME             PIC X(20).
           05 PM-SEX              PIC X.
           05 PM-AGE              PIC 99.
           05 PM-HEART            PIC 99.
           05 PM-BP               PIC 999.
           05 PM-OXYGEN           PIC 99.
           05 PM-VITAL            PIC 999.
           05 PM-MISDIAG          PIC X.
           05 PM-SYMPTOM-CODE     PIC 99.
           05 PM-SYMPTOMS         PIC X(50).
           05 PM-MISDIAG-RISK     PIC 99.
           05 PM-ALERT            PIC X(40).
           05 PM-MRN              PIC 9(6).
           05 PM-UNIT             PIC X(4).
           05 PM-ROOM             PIC X(4).
           05 PM-BED              PIC X(4).
           05 PM-ADMIT-DATE       PIC 9(8).
           05 PM-BED-DAYS         PIC 9(3).
           05 PM-ISOLATION        PIC X.
           05 PM-READMIT          PIC X.
           05 PM-PRIOR-DSC-DATE   PIC 9(8).
           05 PM-PRIOR-DSC-UNIT   PIC X(4).
           05 PM-DISCHARGE-DATE   PIC 9(8).

       FD  OPEN-ITEM-FILE.
       01  OPEN-ITEM-RECORD.
           05 AO-TYPE          PIC X(3).
           05 AO-SEQ           PIC 9(6).
           05 AO-PATIENT       PIC X(20).
           05 AO-DATE          PIC 9(8).
           05 AO-ORIG-AMT      PIC S9(7)V99.
           05 AO-OPEN-AMT      PIC S9(7)V99.
           05 AO-STATUS        PIC X.
           05 AO-MRN           PIC 9(6).
           05 AO-WO-AMT        PIC S9(7)V99.

      *-----------------------------------------------------------*
      * HEALTHFLUX's LOG-ALERT line: stamp date in columns 1-8,   *
      * the patient name in columns 39-58.                        *
      *-----------------------------------------------------------*
       FD  ALERT-HISTORY-FILE.
       01  ALERT-HIST-RECORD.
           05 AH-DATE          PIC X(8).
           05 FILLER           PIC X(30).
           05 AH-PATIENT       PIC X(20).
           05 FILLER           PIC X(22).

       FD  OUTCOME-FILE.
       01  OUTCOME-RECORD.
           05 OC-STAMP           PIC 9(8).
           05 OC-PATIENT         PIC X(20).
           05 OC-CODE            PIC X.
           05 OC-RESOLVED        PIC 9(8).
           05 OC-REVIEWER        PIC X(8).
           05 OC-SEX             PIC X.
           05 OC-SYMPTOM         PIC 99.

       FD  ROSTER-FILE.
       01  ROSTER-RECORD.
           05 RR-NAME         PIC X(15).
           05 RR-SCORE        PIC 99.
           05 RR-ATTENDANCE   PIC X.
           05 RR-ABSENCES     PIC 99.
           05 RR-STATUS       PIC X.
           05 RR-COURSE       PIC X(6).
           05 RR-SECTION      PIC X(2).

       FD  GRADEBOOK-FILE.
       01  GRADEBOOK-RECORD.
           05 GR-NAME         PIC X(15).
           05 GR-CATEGORY     PIC X.
           05 GR-SCORE        PIC 999.
           05 GR-COURSE       PIC X(6).
           05 GR-SECTION      PIC X(2).

       FD  GUARDIAN-FILE.
       01  GUARDIAN-RECORD.
           COPY ALINAGUA REPLACING ==:LVL:== BY ==05==.

      *-----------------------------------------------------------*
      * The training master: the PATMASTER layout, keyed by the   *
      * fake MRN, with the three fields the masking changes.      *
      *-----------------------------------------------------------*
       FD  TRAIN-MASTER-FILE.
       01  TRAIN-MASTER-RECORD.
           05 TM-NAME             PIC X(20).
           05 FILLER              PIC X.
           05 TM-AGE              PIC 99.
           05 FILLER              PIC X(105).
           05 TM-MRN              PIC 9(6).
           05 FILLER              PIC X(45).

       FD  TRAIN-OPEN-ITEM-FILE.
       01  TRAIN-OPEN-ITEM-RECORD  PIC X(71).

       FD  TRAIN-ALERT-FILE.
       01  TRAIN-ALERT-RECORD      PIC X(80).

       FD  TRAIN-OUTCOME-FILE.
       01  TRAIN-OUTCOME-RECORD    PIC X(48).

       FD  TRAIN-ROSTER-FILE.
       01  TRAIN-ROSTER-RECORD     PIC X(29).

       FD  TRAIN-GRADEBOOK-FILE.
       01  TRAIN-GRADEBOOK-RECORD  PIC X(27).

       FD  TRAIN-GUARDIAN-FILE.
       01  TRAIN-GUARDIAN-RECORD   PIC X(135).

       FD  MASK-RPT-FILE.
       01  MASK-RECORD         PIC X(80).

       WORKING-STORAGE SECTION.
       77 PARM-FILE-STATUS   PIC X(2).
       77 MASTER-FILE-STATUS PIC X(2).
       77 TRAIN-MASTER-STATUS PIC X(2).
       77 IN-FILE-STATUS     PIC X(2).
       77 OUT-FILE-STATUS    PIC X(2).
       77 RPT-FILE-STATUS    PIC X(2).
       77 TODAY-STAMP        PIC 9(8).
       77 MASK-KEY           PIC 9(5) VALUE 4219.
       77 MAX-MRNS           PIC 9(4) VALUE 3000.
       77 MAX-NAMES          PIC 9(4) VALUE 3000.
       77 MAX-STUDENTS       PIC 9(4) VALUE 1000.
       77 MAX-GUARDIANS      PIC 9(4) VALUE 1000.
       77 MAX-IDENTS         PIC 9(4) VALUE 6000.
       77 TABLE-FULL         PIC X VALUE "N".
       77 FULL-TABLE-NAME    PIC X(10).
       77 F-IDX              PIC 9.
       77 I-IDX              PIC 9(4).
       77 FOUND-IDX          PIC 9(4).
       77 CUR-MRN            PIC 9(6).
       77 CUR-NAME           PIC X(20).
       77 CUR-STUDENT        PIC X(15).
       77 CUR-GUARDIAN       PIC X(25).
       77 CUR-IDENT          PIC X(30).
       77 CUR-IDENT-LEN      PIC 99.
       77 GEN-SEQ            PIC 9(5).
       77 GEN-PICK           PIC 9(5).
       77 GEN-FIRST          PIC 99.
       77 GEN-LAST           PIC 99.
       77 GEN-ROUND          PIC 9.
       77 GEN-NUMBER         PIC 9(5).
       77 MRN-SEQ            PIC 9(5) VALUE 0.
       77 NAME-SEQ           PIC 9(5) VALUE 0.
       77 STUDENT-SEQ        PIC 9(5) VALUE 0.
       77 GUARDIAN-SEQ       PIC 9(5) VALUE 0.
       77 FAKE-TEXT          PIC X(30).
       77 FAKE-MRN           PIC 9(6).
       77 CANDIDATE-CLEAN    PIC X.
       77 SHIFTED-AGE        PIC S9(3).
       77 SCAN-AREA          PIC X(180).
       77 SCAN-LEN           PIC 9(3).
       77 SCAN-HIT           PIC X.
       77 HIT-COUNT          PIC 9(4).
       77 LINE-NUMBER        PIC 9(6).
       77 HOUSE-EDIT         PIC ZZ9.
       77 SEQ-EDIT           PIC 9(4).
       77 PHONE-EDIT         PIC 99.
       77 COUNT-EDIT         PIC ZZZZZ9.
       77 AGE-SUM-REAL       PIC 9(7) VALUE 0.
       77 AGE-SUM-TRAIN      PIC 9(7) VALUE 0.
       77 AGE-COUNT          PIC 9(6) VALUE 0.
       77 AGE-MEAN-EDIT      PIC ZZ9.99.
       77 AMT-SUM-REAL       PIC S9(11)V99 VALUE 0.
       77 AMT-SUM-TRAIN      PIC S9(11)V99 VALUE 0.
       77 AMT-EDIT           PIC -(11)9.99.
       77 TOTAL-DROPPED      PIC 9(6) VALUE 0.
       77 TOTAL-SURVIVED     PIC 9(6) VALUE 0.

       01 PARM-TOKENS.
           05 PK-KEYWORD       PIC X(10).
           05 PK-ARG           PIC X(10).

      *-----------------------------------------------------------*
      * Name parts for the generated names: 24 first names and 24 *
      * surnames, six letters at most so a name with its round    *
      * number still fits the 15-byte roster name.                *
      *-----------------------------------------------------------*
       01 FIRST-NAME-VALUES.
           05 FILLER PIC X(36) VALUE
               "ALEX  BLAIR CASEY DANA  ELLIS FLYNN ".
           05 FILLER PIC X(36) VALUE
               "GRAY  HAYDENIVY   JESSE KAI   LANE  ".
           05 FILLER PIC X(36) VALUE
               "MORGANNOEL  OAKLEYPAT   QUINN REESE ".
           05 FILLER PIC X(36) VALUE
               "SAGE  TAYLORUMA   VAL   WREN  YALE  ".
       01 FIRST-NAME-TABLE REDEFINES FIRST-NAME-VALUES.
           05 FIRST-NAME OCCURS 24 TIMES PIC X(6).

       01 LAST-NAME-VALUES.
           05 FILLER PIC X(36) VALUE
               "ASH   BIRCH CEDAR DOVE  ELM   FERN  ".
           05 FILLER PIC X(36) VALUE
               "GROVE HEATH IRIS  JAY   KEMP  LARCH ".
           05 FILLER PIC X(36) VALUE
               "MAPLE NORTH OLIVE PINE  QUAIL ROWAN ".
           05 FILLER PIC X(36) VALUE
               "SPRUCETHORN UPTON VALE  WILLOWYEW   ".
       01 LAST-NAME-TABLE REDEFINES LAST-NAME-VALUES.
           05 LAST-NAME OCCURS 24 TIMES PIC X(6).

       01 STREET-VALUES.
           05 FILLER PIC X(48) VALUE
               "MILL    RIVER   HILL    LAKE    PARK    CHURCH  ".
           05 FILLER PIC X(48) VALUE
               "SCHOOL  STATION BRIDGE  MEADOW  ORCHARD CANAL   ".
       01 STREET-TABLE REDEFINES STREET-VALUES.
           05 STREET-NAME OCCURS 12 TIMES PIC X(8).

      *-----------------------------------------------------------*
      * Per file: its name, its training copy, and what happened  *
      * to it -- read, written, dropped (still carrying a real    *
      * identifier after masking), read back, and found carrying  *
      * one on the read-back.                                     *
      *-----------------------------------------------------------*
       01 FILE-NAME-VALUES.
           05 FILLER PIC X(20) VALUE "PATMASTER TRNPATM   ".
           05 FILLER PIC X(20) VALUE "AROPEN    TRNAROPN  ".
           05 FILLER PIC X(20) VALUE "HFALERTS  TRNALERT  ".
           05 FILLER PIC X(20) VALUE "HFDOUTCOMETRNOUTC   ".
           05 FILLER PIC X(20) VALUE "ALINAROS  TRNROS    ".
           05 FILLER PIC X(20) VALUE "ALINAGRD  TRNGRD    ".
           05 FILLER PIC X(20) VALUE "ALINAGUA  TRNGUA    ".
       01 FILE-NAME-TABLE REDEFINES FILE-NAME-VALUES.
           05 FILE-NAMES OCCURS 7 TIMES.
              10 FN-INPUT      PIC X(10).
              10 FN-COPY       PIC X(10).

       01 FILE-STATS.
           05 FILE-STAT OCCURS 7 TIMES.
              10 FS-PRESENT    PIC X.
              10 FS-READ       PIC 9(6).
              10 FS-WRITTEN    PIC 9(6).
              10 FS-DROPPED    PIC 9(6).
              10 FS-CHECKED    PIC 9(6).
              10 FS-SURVIVED   PIC 9(6).

      *-----------------------------------------------------------*
      * The maps, real value to fake. MRN-MAP also carries the    *
      * age shift for that MRN. GUARDIAN-MAP carries the made-up  *
      * address that goes with each guardian.                     *
      *-----------------------------------------------------------*
       01 MRN-MAP.
           05 MRN-ENTRY OCCURS 3000 TIMES.
              10 MM-REAL       PIC 9(6).
              10 MM-FAKE       PIC 9(6).
              10 MM-SHIFT      PIC S9.
       01 MRN-COUNT          PIC 9(4) VALUE 0.

       01 NAME-MAP.
           05 NAME-ENTRY OCCURS 3000 TIMES.
              10 NM-REAL       PIC X(20).
              10 NM-FAKE       PIC X(20).
       01 NAME-COUNT         PIC 9(4) VALUE 0.

       01 STUDENT-MAP.
           05 STUDENT-ENTRY OCCURS 1000 TIMES.
              10 SM-REAL       PIC X(15).
              10 SM-FAKE       PIC X(15).
       01 STUDENT-COUNT      PIC 9(4) VALUE 0.

       01 GUARDIAN-MAP.
           05 GUARDIAN-ENTRY OCCURS 1000 TIMES.
              10 GM-REAL       PIC X(25).
              10 GM-FAKE       PIC X(25).
              10 GM-STREET     PIC X(30).
              10 GM-CITY       PIC X(30).
              10 GM-EMAIL      PIC X(30).
              10 GM-PHONE      PIC X(30).
       01 GUARDIAN-COUNT     PIC 9(4) VALUE 0.

      *-----------------------------------------------------------*
      * Every real text identifier met on any input -- names,     *
      * streets, cities, contact addresses -- for the scans. One  *
      * of four characters or more is looked for anywhere in a    *
      * line; a shorter one only as a whole field.                *
      *-----------------------------------------------------------*
       01 IDENT-TABLE.
           05 IDENT-ENTRY OCCURS 6000 TIMES.
              10 ID-TEXT       PIC X(30).
              10 ID-LEN        PIC 99.
       01 IDENT-COUNT        PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT TODAY-STAMP FROM DATE YYYYMMDD
           PERFORM LOAD-MASK-PARMS
           INITIALIZE FILE-STATS
           PERFORM COLLECT-PATIENT-MASTER
           PERFORM COLLECT-OPEN-ITEMS
           PERFORM COLLECT-ALERT-HISTORY
           PERFORM COLLECT-OUTCOMES
           PERFORM COLLECT-ROSTER
           PERFORM COLLECT-GRADEBOOK
           PERFORM COLLECT-GUARDIANS
           OPEN OUTPUT MASK-RPT-FILE
           MOVE SPACES TO MASK-RECORD
           STRING "TRAINING DATA MASK " TODAY-STAMP
               DELIMITED BY SIZE INTO MASK-RECORD
           WRITE MASK-RECORD
      *    A copy masked from a partial map could carry an
      *    identifier the map never saw: nothing is written.
           IF TABLE-FULL = "Y"
               MOVE SPACES TO MASK-RECORD
               STRING "** " DELIMITED BY SIZE
                   FULL-TABLE-NAME DELIMITED BY SPACE
                   " TABLE FULL -- NO TRAINING COPY WRITTEN"
                   DELIMITED BY SIZE INTO MASK-RECORD
               WRITE MASK-RECORD
               CLOSE MASK-RPT-FILE
               DISPLAY "TRNMASK: " FULL-TABLE-NAME
                   " table full -- no training copy written"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM ASSIGN-FAKE-MRNS
           PERFORM ASSIGN-FAKE-NAMES
           PERFORM ASSIGN-FAKE-STUDENTS
           PERFORM ASSIGN-FAKE-GUARDIANS

           PERFORM MASK-PATIENT-MASTER
           PERFORM MASK-OPEN-ITEMS
           PERFORM MASK-ALERT-HISTORY
           PERFORM MASK-OUTCOMES
           PERFORM MASK-ROSTER
           PERFORM MASK-GRADEBOOK
           PERFORM MASK-GUARDIANS

           PERFORM VERIFY-TRAIN-MASTER
           PERFORM VERIFY-TRAIN-OPEN-ITEMS
           PERFORM VERIFY-TRAIN-ALERTS
           PERFORM VERIFY-TRAIN-OUTCOMES
           PERFORM VERIFY-TRAIN-ROSTER
           PERFORM VERIFY-TRAIN-GRADEBOOK
           PERFORM VERIFY-TRAIN-GUARDIANS

           PERFORM WRITE-MASK-SUMMARY
           CLOSE MASK-RPT-FILE
           DISPLAY "Training copies written: " TOTAL-DROPPED
               " lines dropped, " TOTAL-SURVIVED
               " production identifiers found on read-back"
           IF TOTAL-DROPPED > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           IF TOTAL-SURVIVED > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

       LOAD-MASK-PARMS.
           OPEN INPUT MASK-PARM-FILE
           IF PARM-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ MASK-PARM-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               MOVE SPACES TO PARM-TOKENS
               UNSTRING MASK-PARM-RECORD DELIMITED BY ALL SPACES
                   INTO PK-KEYWORD PK-ARG
               IF PK-KEYWORD = "KEY"
                       AND FUNCTION TEST-NUMVAL(PK-ARG) = 0
                   COMPUTE MASK-KEY = FUNCTION NUMVAL(PK-ARG)
               END-IF
           END-PERFORM
           CLOSE MASK-PARM-FILE
           .

      *-----------------------------------------------------------*
      * Pass 1: every real MRN, name and address on every input   *
      * goes into the maps before any fake is chosen, so no fake  *
      * can turn out to be a value some later file holds.         *
      *-----------------------------------------------------------*
       COLLECT-PATIENT-MASTER.
           OPEN INPUT PATIENT-MASTER-FILE
           IF MASTER-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO FS-PRESENT(1)
           PERFORM UNTIL 1 = 2
               READ PATIENT-MASTER-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               ADD 1 TO FS-READ(1)
               IF PM-MRN IS NUMERIC
                   MOVE PM-MRN TO CUR-MRN
                   PERFORM REGISTER-MRN
               END-IF
               MOVE PM-NAME TO CUR-NAME
               PERFORM REGISTER-PATIENT-NAME
           END-PERFORM
           CLOSE PATIENT-MASTER-FILE
           .

       COLLECT-OPEN-ITEMS.
           OPEN INPUT OPEN-ITEM-FILE
           IF IN-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO FS-PRESENT(2)
           PERFORM UNTIL 1 = 2
               READ OPEN-ITEM-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               ADD 1 TO FS-READ(2)
               IF AO-TYPE NOT = "CTL"
                   IF AO-MRN IS NUMERIC AND AO-MRN > 0
                       MOVE AO-MRN TO CUR-MRN
                       PERFORM REGISTER-MRN
                   END-IF
                   MOVE AO-PATIENT TO CUR-NAME
                   PERFORM REGISTER-PATIENT-NAME
               END-IF
           END-PERFORM
           CLOSE OPEN-ITEM-FILE
           .

       COLLECT-ALERT-HISTORY.
           OPEN INPUT ALERT-HISTORY-FILE
           IF IN-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO FS-PRESENT(3)
           PERFORM UNTIL 1 = 2
               READ ALERT-HISTORY-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               ADD 1 TO FS-READ(3)
               MOVE AH-PATIENT TO CUR-NAME
               PERFORM REGISTER-PATIENT-NAME
           END-PERFORM
           CLOSE ALERT-HISTORY-FILE
           .

       COLLECT-OUTCOMES.
           OPEN INPUT OUTCOME-FILE
           IF IN-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO FS-PRESENT(4)
           PERFORM UNTIL 1 = 2
               READ OUTCOME-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               ADD 1 TO FS-READ(4)
               MOVE OC-PATIENT TO CUR-NAME
               PERFORM REGISTER-PATIENT-NAME
           END-PERFORM
           CLOSE OUTCOME-FILE
           .

       COLLECT-ROSTER.
           OPEN INPUT ROSTER-FILE
           IF IN-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO FS-PRESENT(5)
           PERFORM UNTIL 1 = 2
               READ ROSTER-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               ADD 1 TO FS-READ(5)
               MOVE RR-NAME TO CUR-STUDENT
               PERFORM REGISTER-STUDENT
           END-PERFORM
           CLOSE ROSTER-FILE
           .

       COLLECT-GRADEBOOK.
           OPEN INPUT GRADEBOOK-FILE
           IF IN-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO FS-PRESENT(6)
           PERFORM UNTIL 1 = 2
               READ GRADEBOOK-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               ADD 1 TO FS-READ(6)
               MOVE GR-NAME TO CUR-STUDENT
               PERFORM REGISTER-STUDENT
           END-PERFORM
           CLOSE GRADEBOOK-FILE
           .

       COLLECT-GUARDIANS.
           OPEN INPUT GUARDIAN-FILE
           IF IN-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO FS-PRESENT(7)
           PERFORM UNTIL 1 = 2
               READ GUARDIAN-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               ADD 1 TO FS-READ(7)
               MOVE GU-STUDENT TO CUR-STUDENT
               PERFORM REGISTER-STUDENT
               MOVE GU-NAME TO CUR-GUARDIAN
               PERFORM REGISTER-GUARDIAN
               MOVE GU-STREET TO CUR-IDENT
               PERFORM REGISTER-IDENT
               MOVE GU-CITY TO CUR-IDENT
               PERFORM REGISTER-IDENT
               MOVE GU-CONTACT-ADDR TO CUR-IDENT
               PERFORM REGISTER-IDENT
           END-PERFORM
           CLOSE GUARDIAN-FILE
           .

       REGISTER-MRN.
           PERFORM FIND-MRN
           IF FOUND-IDX > 0
               EXIT PARAGRAPH
           END-IF
           IF MRN-COUNT >= MAX-MRNS
               MOVE "Y" TO TABLE-FULL
               MOVE "MRN" TO FULL-TABLE-NAME
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO MRN-COUNT
           MOVE CUR-MRN TO MM-REAL(MRN-COUNT)
           MOVE 0 TO MM-FAKE(MRN-COUNT)
           MOVE 0 TO MM-SHIFT(MRN-COUNT)
           .

       REGISTER-PATIENT-NAME.
           IF CUR-NAME = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-PATIENT-NAME
           IF FOUND-IDX > 0
               EXIT PARAGRAPH
           END-IF
           IF NAME-COUNT >= MAX-NAMES
               MOVE "Y" TO TABLE-FULL
               MOVE "NAME" TO FULL-TABLE-NAME
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO NAME-COUNT
           MOVE CUR-NAME TO NM-REAL(NAME-COUNT)
           MOVE SPACES TO NM-FAKE(NAME-COUNT)
           MOVE CUR-NAME TO CUR-IDENT
           PERFORM REGISTER-IDENT
           .

       REGISTER-STUDENT.
           IF CUR-STUDENT = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-STUDENT
           IF FOUND-IDX > 0
               EXIT PARAGRAPH
           END-IF
           IF STUDENT-COUNT >= MAX-STUDENTS
               MOVE "Y" TO TABLE-FULL
               MOVE "STUDENT" TO FULL-TABLE-NAME
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO STUDENT-COUNT
           MOVE CUR-STUDENT TO SM-REAL(STUDENT-COUNT)
           MOVE SPACES TO SM-FAKE(STUDENT-COUNT)
           MOVE CUR-STUDENT TO CUR-IDENT
           PERFORM REGISTER-IDENT
           .

       REGISTER-GUARDIAN.
           IF CUR-GUARDIAN = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-GUARDIAN
           IF FOUND-IDX > 0
               EXIT PARAGRAPH
           END-IF
           IF GUARDIAN-COUNT >= MAX-GUARDIANS
               MOVE "Y" TO TABLE-FULL
               MOVE "GUARDIAN" TO FULL-TABLE-NAME
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO GUARDIAN-COUNT
           INITIALIZE GUARDIAN-ENTRY(GUARDIAN-COUNT)
           MOVE CUR-GUARDIAN TO GM-REAL(GUARDIAN-COUNT)
           MOVE CUR-GUARDIAN TO CUR-IDENT
           PERFORM REGISTER-IDENT
           .

       REGISTER-IDENT.
           IF CUR-IDENT = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING I-IDX FROM 1 BY 1
                   UNTIL I-IDX > IDENT-COUNT
               IF ID-TEXT(I-IDX) = CUR-IDENT
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF IDENT-COUNT >= MAX-IDENTS
               MOVE "Y" TO TABLE-FULL
               MOVE "IDENTIFIER" TO FULL-TABLE-NAME
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO IDENT-COUNT
           MOVE CUR-IDENT TO ID-TEXT(IDENT-COUNT)
           MOVE 30 TO CUR-IDENT-LEN
           PERFORM UNTIL CUR-IDENT-LEN = 1
                   OR CUR-IDENT(CUR-IDENT-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM CUR-IDENT-LEN
           END-PERFORM
           MOVE CUR-IDENT-LEN TO ID-LEN(IDENT-COUNT)
           .

       FIND-MRN.
           MOVE 0 TO FOUND-IDX
           PERFORM VARYING I-IDX FROM 1 BY 1
                   UNTIL I-IDX > MRN-COUNT
               IF MM-REAL(I-IDX) = CUR-MRN
                   MOVE I-IDX TO FOUND-IDX
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           .

       FIND-PATIENT-NAME.
           MOVE 0 TO FOUND-IDX
           PERFORM VARYING I-IDX FROM 1 BY 1
                   UNTIL I-IDX > NAME-COUNT
               IF NM-REAL(I-IDX) = CUR-NAME
                   MOVE I-IDX TO FOUND-IDX
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           .

       FIND-STUDENT.
           MOVE 0 TO FOUND-IDX
           PERFORM VARYING I-IDX FROM 1 BY 1
                   UNTIL I-IDX > STUDENT-COUNT
               IF SM-REAL(I-IDX) = CUR-STUDENT
                   MOVE I-IDX TO FOUND-IDX
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           .

       FIND-GUARDIAN.
           MOVE 0 TO FOUND-IDX
           PERFORM VARYING I-IDX FROM 1 BY 1
                   UNTIL I-IDX > GUARDIAN-COUNT
               IF GM-REAL(I-IDX) = CUR-GUARDIAN
                   MOVE I-IDX TO FOUND-IDX
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           .

      *-----------------------------------------------------------*
      * Pass 2: the fakes. Fake MRNs step through 900000-999999   *
      * by a stride prime to 100000 from the key, so no two MRNs  *
      * share one; a fake that is also a real MRN is skipped.     *
      * The age shift is -2 to +2, fixed per MRN.                 *
      *-----------------------------------------------------------*
       ASSIGN-FAKE-MRNS.
           PERFORM VARYING FOUND-IDX FROM 1 BY 1
                   UNTIL FOUND-IDX > MRN-COUNT
               PERFORM NEXT-FAKE-MRN
               MOVE FAKE-MRN TO MM-FAKE(FOUND-IDX)
               COMPUTE MM-SHIFT(FOUND-IDX) =
                   FUNCTION MOD(MRN-SEQ * 7 + MASK-KEY, 5) - 2
           END-PERFORM
           .

       NEXT-FAKE-MRN.
           PERFORM UNTIL 1 = 2
               ADD 1 TO MRN-SEQ
               COMPUTE FAKE-MRN = 900000 +
                   FUNCTION MOD(MRN-SEQ * 7919 + MASK-KEY, 100000)
               MOVE "Y" TO CANDIDATE-CLEAN
               PERFORM VARYING I-IDX FROM 1 BY 1
                       UNTIL I-IDX > MRN-COUNT
                   IF MM-REAL(I-IDX) = FAKE-MRN
                       MOVE "N" TO CANDIDATE-CLEAN
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF CANDIDATE-CLEAN = "Y"
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

       ASSIGN-FAKE-NAMES.
           PERFORM VARYING FOUND-IDX FROM 1 BY 1
                   UNTIL FOUND-IDX > NAME-COUNT
               PERFORM UNTIL 1 = 2
                   ADD 1 TO NAME-SEQ
                   MOVE NAME-SEQ TO GEN-SEQ
                   PERFORM BUILD-FAKE-NAME
                   PERFORM CHECK-CANDIDATE
                   IF CANDIDATE-CLEAN = "Y"
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               MOVE FAKE-TEXT TO NM-FAKE(FOUND-IDX)
           END-PERFORM
           .

       ASSIGN-FAKE-STUDENTS.
           PERFORM VARYING FOUND-IDX FROM 1 BY 1
                   UNTIL FOUND-IDX > STUDENT-COUNT
               PERFORM UNTIL 1 = 2
                   ADD 1 TO STUDENT-SEQ
                   COMPUTE GEN-SEQ = STUDENT-SEQ + 300
                   PERFORM BUILD-FAKE-NAME
                   PERFORM CHECK-CANDIDATE
                   IF CANDIDATE-CLEAN = "Y"
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               MOVE FAKE-TEXT TO SM-FAKE(FOUND-IDX)
           END-PERFORM
           .

      *-----------------------------------------------------------*
      * A guardian's fake address: a house number and one of the  *
      * twelve made-up streets, ANYTOWN, an example.invalid mail  *
      * box and a 555-01xx telephone number (the range set aside  *
      * for fiction). Whichever contact the real line had, the    *
      * copy gets the matching made-up one.                       *
      *-----------------------------------------------------------*
       ASSIGN-FAKE-GUARDIANS.
           PERFORM VARYING FOUND-IDX FROM 1 BY 1
                   UNTIL FOUND-IDX > GUARDIAN-COUNT
               PERFORM UNTIL 1 = 2
                   ADD 1 TO GUARDIAN-SEQ
                   COMPUTE GEN-SEQ = GUARDIAN-SEQ + 150
                   PERFORM BUILD-FAKE-NAME
                   PERFORM CHECK-CANDIDATE
                   IF CANDIDATE-CLEAN = "Y"
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               MOVE FAKE-TEXT TO GM-FAKE(FOUND-IDX)
               PERFORM UNTIL 1 = 2
                   COMPUTE HOUSE-EDIT = FUNCTION MOD(
                       GUARDIAN-SEQ * 53 + MASK-KEY, 900) + 10
                   MOVE SPACES TO FAKE-TEXT
                   STRING FUNCTION TRIM(HOUSE-EDIT) " "
                       DELIMITED BY SIZE
                       STREET-NAME(FUNCTION MOD(GUARDIAN-SEQ, 12) + 1)
                       DELIMITED BY SPACE
                       " LANE" DELIMITED BY SIZE INTO FAKE-TEXT
                   PERFORM CHECK-CANDIDATE
                   IF CANDIDATE-CLEAN = "Y"
                       EXIT PERFORM
                   END-IF
                   ADD 1 TO GUARDIAN-SEQ
               END-PERFORM
               MOVE FAKE-TEXT TO GM-STREET(FOUND-IDX)
               MOVE "ANYTOWN XX 00000" TO GM-CITY(FOUND-IDX)
               MOVE GUARDIAN-SEQ TO SEQ-EDIT
               STRING "GUARDIAN" SEQ-EDIT "@EXAMPLE.INVALID"
                   DELIMITED BY SIZE INTO GM-EMAIL(FOUND-IDX)
               COMPUTE PHONE-EDIT = FUNCTION MOD(GUARDIAN-SEQ, 100)
               STRING "555-01" PHONE-EDIT
                   DELIMITED BY SIZE INTO GM-PHONE(FOUND-IDX)
           END-PERFORM
           .

      *-----------------------------------------------------------*
      * GEN-SEQ to a name: the 576 first/last pairs are walked in *
      * a key-scrambled order, each further round of 576 adding   *
      * its round number ("ALEX ASH 2").                          *
      *-----------------------------------------------------------*
       BUILD-FAKE-NAME.
           COMPUTE GEN-NUMBER = GEN-SEQ - 1
           COMPUTE GEN-ROUND = GEN-NUMBER / 576
           COMPUTE GEN-PICK = FUNCTION MOD(
               GEN-NUMBER * 37 + MASK-KEY, 576)
           COMPUTE GEN-FIRST = FUNCTION MOD(GEN-PICK, 24) + 1
           COMPUTE GEN-LAST = GEN-PICK / 24 + 1
           MOVE SPACES TO FAKE-TEXT
           IF GEN-ROUND = 0
               STRING FIRST-NAME(GEN-FIRST) DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   LAST-NAME(GEN-LAST) DELIMITED BY SPACE
                   INTO FAKE-TEXT
           ELSE
               STRING FIRST-NAME(GEN-FIRST) DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   LAST-NAME(GEN-LAST) DELIMITED BY SPACE
                   " " GEN-ROUND DELIMITED BY SIZE
                   INTO FAKE-TEXT
           END-IF
           .

      *-----------------------------------------------------------*
      * A made-up value is usable only if no real identifier is   *
      * in it (or, for a short one, is it).                       *
      *-----------------------------------------------------------*
       CHECK-CANDIDATE.
           MOVE FAKE-TEXT TO SCAN-AREA
           MOVE 30 TO SCAN-LEN
           PERFORM SCAN-FOR-IDENTIFIERS
           IF SCAN-HIT = "Y"
               MOVE "N" TO CANDIDATE-CLEAN
           ELSE
               MOVE "Y" TO CANDIDATE-CLEAN
           END-IF
           .

       SCAN-FOR-IDENTIFIERS.
           MOVE "N" TO SCAN-HIT
           PERFORM VARYING I-IDX FROM 1 BY 1
                   UNTIL I-IDX > IDENT-COUNT
               IF ID-LEN(I-IDX) < 4
                   IF SCAN-AREA(1:30) = ID-TEXT(I-IDX)
                       MOVE "Y" TO SCAN-HIT
                       EXIT PARAGRAPH
                   END-IF
               ELSE
                   MOVE 0 TO HIT-COUNT
                   INSPECT SCAN-AREA(1:SCAN-LEN) TALLYING HIT-COUNT
                       FOR ALL ID-TEXT(I-IDX)(1:ID-LEN(I-IDX))
                   IF HIT-COUNT > 0
                       MOVE "Y" TO SCAN-HIT
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-PERFORM
           .

      *-----------------------------------------------------------*
      * Pass 3: the copies. Each line is masked field by field,   *
      * then scanned whole; a line a real identifier is still in  *
      * (free text naming someone, say) is dropped and counted,   *
      * never written. The report gives its line number only.     *
      *-----------------------------------------------------------*
       MASK-PATIENT-MASTER.
           IF FS-PRESENT(1) NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT PATIENT-MASTER-FILE
           OPEN OUTPUT TRAIN-MASTER-FILE
           MOVE 1 TO F-IDX
           MOVE 0 TO LINE-NUMBER
           PERFORM UNTIL 1 = 2
               READ PATIENT-MASTER-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               ADD 1 TO LINE-NUMBER
               MOVE PATIENT-MASTER-RECORD TO TRAIN-MASTER-RECORD
               MOVE PM-NAME TO CUR-NAME
               PERFORM FIND-PATIENT-NAME
               IF FOUND-IDX > 0
                   MOVE NM-FAKE(FOUND-IDX) TO TM-NAME
               END-IF
               MOVE 0 TO TM-MRN
               IF PM-MRN IS NUMERIC
                   MOVE PM-MRN TO CUR-MRN
                   PERFORM FIND-MRN
                   IF FOUND-IDX > 0
                       MOVE MM-FAKE(FOUND-IDX) TO TM-MRN
                       IF PM-AGE IS NUMERIC
                           COMPUTE SHIFTED-AGE =
                               PM-AGE + MM-SHIFT(FOUND-IDX)
                           IF SHIFTED-AGE < 0
                               MOVE 0 TO SHIFTED-AGE
                           END-IF
                           IF SHIFTED-AGE > 99
                               MOVE 99 TO SHIFTED-AGE
                           END-IF
                           MOVE SHIFTED-AGE TO TM-AGE
                       END-IF
                   END-IF
               END-IF
               MOVE TRAIN-MASTER-RECORD TO SCAN-AREA
               MOVE 179 TO SCAN-LEN
               PERFORM SCAN-FOR-IDENTIFIERS
               IF SCAN-HIT = "Y" OR TM-MRN = 0
                   PERFORM DROP-MASKED-LINE
               ELSE
                   WRITE TRAIN-MASTER-RECORD
                       INVALID KEY
                           PERFORM DROP-MASKED-LINE
                       NOT INVALID KEY
                           ADD 1 TO FS-WRITTEN(1)
                           IF PM-AGE IS NUMERIC
                               ADD PM-AGE TO AGE-SUM-REAL
                               ADD TM-AGE TO AGE-SUM-TRAIN
                               ADD 1 TO AGE-COUNT
                           END-IF
                   END-WRITE
               END-IF
           END-PERFORM
           CLOSE PATIENT-MASTER-FILE
           CLOSE TRAIN-MASTER-FILE
           .

       MASK-OPEN-ITEMS.
           IF FS-PRESENT(2) NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT OPEN-ITEM-FILE
           OPEN OUTPUT TRAIN-OPEN-ITEM-FILE
           MOVE 2 TO F-IDX
           MOVE 0 TO LINE-NUMBER
           PERFORM UNTIL 1 = 2
               READ OPEN-ITEM-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               ADD 1 TO LINE-NUMBER
               IF AO-TYPE NOT = "CTL"
                   MOVE AO-PATIENT TO CUR-NAME
                   PERFORM FIND-PATIENT-NAME
                   IF FOUND-IDX > 0
                       MOVE NM-FAKE(FOUND-IDX) TO AO-PATIENT
                   END-IF
                   IF AO-MRN IS NUMERIC AND AO-MRN > 0
                       MOVE AO-MRN TO CUR-MRN
                       PERFORM FIND-MRN
                       IF FOUND-IDX > 0
                           MOVE MM-FAKE(FOUND-IDX) TO AO-MRN
                       END-IF
                   END-IF
               END-IF
               MOVE OPEN-ITEM-RECORD TO SCAN-AREA
               MOVE 71 TO SCAN-LEN
               PERFORM SCAN-FOR-IDENTIFIERS
               IF SCAN-HIT = "Y"
                   PERFORM DROP-MASKED-LINE
               ELSE
                   WRITE TRAIN-OPEN-ITEM-RECORD FROM OPEN-ITEM-RECORD
                   ADD 1 TO FS-WRITTEN(2)
                   IF AO-TYPE NOT = "CTL" AND AO-ORIG-AMT IS NUMERIC
                       ADD AO-ORIG-AMT TO AMT-SUM-TRAIN
                   END-IF
               END-IF
               IF AO-TYPE NOT = "CTL" AND AO-ORIG-AMT IS NUMERIC
                   ADD AO-ORIG-AMT TO AMT-SUM-REAL
               END-IF
           END-PERFORM
           CLOSE OPEN-ITEM-FILE
           CLOSE TRAIN-OPEN-ITEM-FILE
           .

       MASK-ALERT-HISTORY.
           IF FS-PRESENT(3) NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT ALERT-HISTORY-FILE
           OPEN OUTPUT TRAIN-ALERT-FILE
           MOVE 3 TO F-IDX
           MOVE 0 TO LINE-NUMBER
           PERFORM UNTIL 1 = 2
               READ ALERT-HISTORY-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               ADD 1 TO LINE-NUMBER
               MOVE AH-PATIENT TO CUR-NAME
               PERFORM FIND-PATIENT-NAME
               IF FOUND-IDX > 0
                   MOVE NM-FAKE(FOUND-IDX) TO AH-PATIENT
               END-IF
               MOVE ALERT-HIST-RECORD TO SCAN-AREA
               MOVE 80 TO SCAN-LEN
               PERFORM SCAN-FOR-IDENTIFIERS
               IF SCAN-HIT = "Y"
                   PERFORM DROP-MASKED-LINE
               ELSE
                   WRITE TRAIN-ALERT-RECORD FROM ALERT-HIST-RECORD
                   ADD 1 TO FS-WRITTEN(3)
               END-IF
           END-PERFORM
           CLOSE ALERT-HISTORY-FILE
           CLOSE TRAIN-ALERT-FILE
           .

       MASK-OUTCOMES.
           IF FS-PRESENT(4) NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT OUTCOME-FILE
           OPEN OUTPUT TRAIN-OUTCOME-FILE
           MOVE 4 TO F-IDX
           MOVE 0 TO LINE-NUMBER
           PERFORM UNTIL 1 = 2
               READ OUTCOME-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               ADD 1 TO LINE-NUMBER
               MOVE OC-PATIENT TO CUR-NAME
               PERFORM FIND-PATIENT-NAME
               IF FOUND-IDX > 0
                   MOVE NM-FAKE(FOUND-IDX) TO OC-PATIENT
               END-IF
               MOVE OUTCOME-RECORD TO SCAN-AREA
               MOVE 48 TO SCAN-LEN
               PERFORM SCAN-FOR-IDENTIFIERS
               IF SCAN-HIT = "Y"
                   PERFORM DROP-MASKED-LINE
               ELSE
                   WRITE TRAIN-OUTCOME-RECORD FROM OUTCOME-RECORD
                   ADD 1 TO FS-WRITTEN(4)
               END-IF
           END-PERFORM
           CLOSE OUTCOME-FILE
           CLOSE TRAIN-OUTCOME-FILE
           .

       MASK-ROSTER.
           IF FS-PRESENT(5) NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT ROSTER-FILE
           OPEN OUTPUT TRAIN-ROSTER-FILE
           MOVE 5 TO F-IDX
           MOVE 0 TO LINE-NUMBER
           PERFORM UNTIL 1 = 2
               READ ROSTER-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               ADD 1 TO LINE-NUMBER
               MOVE RR-NAME TO CUR-STUDENT
               PERFORM FIND-STUDENT
               IF FOUND-IDX > 0
                   MOVE SM-FAKE(FOUND-IDX) TO RR-NAME
               END-IF
               MOVE ROSTER-RECORD TO SCAN-AREA
               MOVE 29 TO SCAN-LEN
               PERFORM SCAN-FOR-IDENTIFIERS
               IF SCAN-HIT = "Y"
                   PERFORM DROP-MASKED-LINE
               ELSE
                   WRITE TRAIN-ROSTER-RECORD FROM ROSTER-RECORD
                   ADD 1 TO FS-WRITTEN(5)
               END-IF
           END-PERFORM
           CLOSE ROSTER-FILE
           CLOSE TRAIN-ROSTER-FILE
           .

       MASK-GRADEBOOK.
           IF FS-PRESENT(6) NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT GRADEBOOK-FILE
           OPEN OUTPUT TRAIN-GRADEBOOK-FILE
           MOVE 6 TO F-IDX
           MOVE 0 TO LINE-NUMBER
           PERFORM UNTIL 1 = 2
               READ GRADEBOOK-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               ADD 1 TO LINE-NUMBER
               MOVE GR-NAME TO CUR-STUDENT
               PERFORM FIND-STUDENT
               IF FOUND-IDX > 0
                   MOVE SM-FAKE(FOUND-IDX) TO GR-NAME
               END-IF
               MOVE GRADEBOOK-RECORD TO SCAN-AREA
               MOVE 27 TO SCAN-LEN
               PERFORM SCAN-FOR-IDENTIFIERS
               IF SCAN-HIT = "Y"
                   PERFORM DROP-MASKED-LINE
               ELSE
                   WRITE TRAIN-GRADEBOOK-RECORD FROM GRADEBOOK-RECORD
                   ADD 1 TO FS-WRITTEN(6)
               END-IF
           END-PERFORM
           CLOSE GRADEBOOK-FILE
           CLOSE TRAIN-GRADEBOOK-FILE
           .

       MASK-GUARDIANS.
           IF FS-PRESENT(7) NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT GUARDIAN-FILE
           OPEN OUTPUT TRAIN-GUARDIAN-FILE
           MOVE 7 TO F-IDX
           MOVE 0 TO LINE-NUMBER
           PERFORM UNTIL 1 = 2
               READ GUARDIAN-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               ADD 1 TO LINE-NUMBER
               MOVE GU-STUDENT TO CUR-STUDENT
               PERFORM FIND-STUDENT
               IF FOUND-IDX > 0
                   MOVE SM-FAKE(FOUND-IDX) TO GU-STUDENT
               END-IF
               MOVE GU-NAME TO CUR-GUARDIAN
               PERFORM FIND-GUARDIAN
               IF FOUND-IDX > 0
                   MOVE GM-FAKE(FOUND-IDX) TO GU-NAME
                   MOVE GM-STREET(FOUND-IDX) TO GU-STREET
                   MOVE GM-CITY(FOUND-IDX) TO GU-CITY
                   EVALUATE TRUE
                       WHEN GU-CONTACT-ADDR = SPACES
                           CONTINUE
                       WHEN GU-CONTACT = "EMAIL"
                           MOVE GM-EMAIL(FOUND-IDX) TO GU-CONTACT-ADDR
                       WHEN OTHER
                           MOVE GM-PHONE(FOUND-IDX) TO GU-CONTACT-ADDR
                   END-EVALUATE
               ELSE
                   MOVE SPACES TO GU-STREET GU-CITY GU-CONTACT-ADDR
               END-IF
               MOVE GUARDIAN-RECORD TO SCAN-AREA
               MOVE 135 TO SCAN-LEN
               PERFORM SCAN-FOR-IDENTIFIERS
               IF SCAN-HIT = "Y"
                   PERFORM DROP-MASKED-LINE
               ELSE
                   WRITE TRAIN-GUARDIAN-RECORD FROM GUARDIAN-RECORD
                   ADD 1 TO FS-WRITTEN(7)
               END-IF
           END-PERFORM
           CLOSE GUARDIAN-FILE
           CLOSE TRAIN-GUARDIAN-FILE
           .

       DROP-MASKED-LINE.
           ADD 1 TO FS-DROPPED(F-IDX)
           ADD 1 TO TOTAL-DROPPED
           MOVE LINE-NUMBER TO COUNT-EDIT
           MOVE SPACES TO MASK-RECORD
           STRING "  DROPPED " DELIMITED BY SIZE
               FN-INPUT(F-IDX) DELIMITED BY SPACE
               " LINE " COUNT-EDIT
               " -- A PRODUCTION IDENTIFIER REMAINED"
               DELIMITED BY SIZE INTO MASK-RECORD
           WRITE MASK-RECORD
           .

      *-----------------------------------------------------------*
      * Pass 4: every training copy read back and scanned whole   *
      * again, and every MRN on it checked against the real ones. *
      * This is the evidence MASKRPT gives that nothing survived. *
      *-----------------------------------------------------------*
       VERIFY-TRAIN-MASTER.
           IF FS-PRESENT(1) NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT TRAIN-MASTER-FILE
           IF TRAIN-MASTER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO F-IDX
           MOVE 0 TO LINE-NUMBER
           PERFORM UNTIL 1 = 2
               READ TRAIN-MASTER-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               ADD 1 TO LINE-NUMBER
               MOVE TRAIN-MASTER-RECORD TO SCAN-AREA
               MOVE 179 TO SCAN-LEN
               PERFORM SCAN-FOR-IDENTIFIERS
               MOVE TM-MRN TO CUR-MRN
               PERFORM CHECK-REAL-MRN
               PERFORM COUNT-VERIFIED-LINE
           END-PERFORM
           CLOSE TRAIN-MASTER-FILE
           .

       VERIFY-TRAIN-OPEN-ITEMS.
           IF FS-PRESENT(2) NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT TRAIN-OPEN-ITEM-FILE
           IF OUT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 2 TO F-IDX
           MOVE 0 TO LINE-NUMBER
           PERFORM UNTIL 1 = 2
               READ TRAIN-OPEN-ITEM-FILE INTO OPEN-ITEM-RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               ADD 1 TO LINE-NUMBER
               MOVE OPEN-ITEM-RECORD TO SCAN-AREA
               MOVE 71 TO SCAN-LEN
               PERFORM SCAN-FOR-IDENTIFIERS
               IF AO-TYPE NOT = "CTL" AND AO-MRN IS NUMERIC
                       AND AO-MRN > 0
                   MOVE AO-MRN TO CUR-MRN
                   PERFORM CHECK-REAL-MRN
               END-IF
               PERFORM COUNT-VERIFIED-LINE
           END-PERFORM
           CLOSE TRAIN-OPEN-ITEM-FILE
           .

       VERIFY-TRAIN-ALERTS.
           IF FS-PRESENT(3) NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT TRAIN-ALERT-FILE
           IF OUT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 3 TO F-IDX
           MOVE 0 TO LINE-NUMBER
           PERFORM UNTIL 1 = 2
               READ TRAIN-ALERT-FILE INTO ALERT-HIST-RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               ADD 1 TO LINE-NUMBER
               MOVE ALERT-HIST-RECORD TO SCAN-AREA
               MOVE 80 TO SCAN-LEN
               PERFORM SCAN-FOR-IDENTIFIERS
               PERFORM COUNT-VERIFIED-LINE
           END-PERFORM
           CLOSE TRAIN-ALERT-FILE
           .

       VERIFY-TRAIN-OUTCOMES.
           IF FS-PRESENT(4) NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT TRAIN-OUTCOME-FILE
           IF OUT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 4 TO F-IDX
           MOVE 0 TO LINE-NUMBER
           PERFORM UNTIL 1 = 2
               READ TRAIN-OUTCOME-FILE INTO OUTCOME-RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               ADD 1 TO LINE-NUMBER
               MOVE OUTCOME-RECORD TO SCAN-AREA
               MOVE 48 TO SCAN-LEN
               PERFORM SCAN-FOR-IDENTIFIERS
               PERFORM COUNT-VERIFIED-LINE
           END-PERFORM
           CLOSE TRAIN-OUTCOME-FILE
           .

       VERIFY-TRAIN-ROSTER.
           IF FS-PRESENT(5) NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT TRAIN-ROSTER-FILE
           IF OUT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 5 TO F-IDX
           MOVE 0 TO LINE-NUMBER
           PERFORM UNTIL 1 = 2
               READ TRAIN-ROSTER-FILE INTO ROSTER-RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               ADD 1 TO LINE-NUMBER
               MOVE ROSTER-RECORD TO SCAN-AREA
               MOVE 29 TO SCAN-LEN
               PERFORM SCAN-FOR-IDENTIFIERS
               PERFORM COUNT-VERIFIED-LINE
           END-PERFORM
           CLOSE TRAIN-ROSTER-FILE
           .

       VERIFY-TRAIN-GRADEBOOK.
           IF FS-PRESENT(6) NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT TRAIN-GRADEBOOK-FILE
           IF OUT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 6 TO F-IDX
           MOVE 0 TO LINE-NUMBER
           PERFORM UNTIL 1 = 2
               READ TRAIN-GRADEBOOK-FILE INTO GRADEBOOK-RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               ADD 1 TO LINE-NUMBER
               MOVE GRADEBOOK-RECORD TO SCAN-AREA
               MOVE 27 TO SCAN-LEN
               PERFORM SCAN-FOR-IDENTIFIERS
               PERFORM COUNT-VERIFIED-LINE
           END-PERFORM
           CLOSE TRAIN-GRADEBOOK-FILE
           .

       VERIFY-TRAIN-GUARDIANS.
           IF FS-PRESENT(7) NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT TRAIN-GUARDIAN-FILE
           IF OUT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 7 TO F-IDX
           MOVE 0 TO LINE-NUMBER
           PERFORM UNTIL 1 = 2
               READ TRAIN-GUARDIAN-FILE INTO GUARDIAN-RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               ADD 1 TO LINE-NUMBER
               MOVE GUARDIAN-RECORD TO SCAN-AREA
               MOVE 135 TO SCAN-LEN
               PERFORM SCAN-FOR-IDENTIFIERS
               PERFORM COUNT-VERIFIED-LINE
           END-PERFORM
           CLOSE TRAIN-GUARDIAN-FILE
           .

       CHECK-REAL-MRN.
           PERFORM VARYING I-IDX FROM 1 BY 1
                   UNTIL I-IDX > MRN-COUNT
               IF MM-REAL(I-IDX) = CUR-MRN
                   MOVE "Y" TO SCAN-HIT
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           .

       COUNT-VERIFIED-LINE.
           ADD 1 TO FS-CHECKED(F-IDX)
           IF SCAN-HIT = "Y"
               ADD 1 TO FS-SURVIVED(F-IDX)
               ADD 1 TO TOTAL-SURVIVED
               MOVE LINE-NUMBER TO COUNT-EDIT
               MOVE SPACES TO MASK-RECORD
               STRING "** " DELIMITED BY SIZE
                   FN-COPY(F-IDX) DELIMITED BY SPACE
                   " LINE " COUNT-EDIT
                   " CARRIES A PRODUCTION IDENTIFIER"
                   DELIMITED BY SIZE INTO MASK-RECORD
               WRITE MASK-RECORD
           END-IF
           .

       WRITE-MASK-SUMMARY.
           MOVE SPACES TO MASK-RECORD
           WRITE MASK-RECORD
           MOVE "FILE       COPY          READ WRITTEN DROPPED CHECKED"
               TO MASK-RECORD
           MOVE "SURVIVED" TO MASK-RECORD(56:8)
           WRITE MASK-RECORD
           PERFORM VARYING F-IDX FROM 1 BY 1 UNTIL F-IDX > 7
               MOVE SPACES TO MASK-RECORD
               MOVE FN-INPUT(F-IDX) TO MASK-RECORD(1:10)
               IF FS-PRESENT(F-IDX) = "Y"
                   MOVE FN-COPY(F-IDX) TO MASK-RECORD(12:10)
                   MOVE FS-READ(F-IDX) TO COUNT-EDIT
                   MOVE COUNT-EDIT TO MASK-RECORD(22:6)
                   MOVE FS-WRITTEN(F-IDX) TO COUNT-EDIT
                   MOVE COUNT-EDIT TO MASK-RECORD(30:6)
                   MOVE FS-DROPPED(F-IDX) TO COUNT-EDIT
                   MOVE COUNT-EDIT TO MASK-RECORD(38:6)
                   MOVE FS-CHECKED(F-IDX) TO COUNT-EDIT
                   MOVE COUNT-EDIT TO MASK-RECORD(46:6)
                   MOVE FS-SURVIVED(F-IDX) TO COUNT-EDIT
                   MOVE COUNT-EDIT TO MASK-RECORD(57:6)
               ELSE
                   MOVE "NOT PRESENT -- NO COPY" TO MASK-RECORD(12:22)
               END-IF
               WRITE MASK-RECORD
           END-PERFORM
           MOVE SPACES TO MASK-RECORD
           WRITE MASK-RECORD
           MOVE SPACES TO MASK-RECORD
           STRING "MAPPED: " MRN-COUNT " MRNS  " NAME-COUNT
               " PATIENT NAMES  " STUDENT-COUNT " STUDENTS  "
               GUARDIAN-COUNT " GUARDIANS"
               DELIMITED BY SIZE INTO MASK-RECORD
           WRITE MASK-RECORD
           IF AGE-COUNT > 0
               MOVE SPACES TO MASK-RECORD
               COMPUTE AGE-MEAN-EDIT ROUNDED =
                   AGE-SUM-REAL / AGE-COUNT
               STRING "MEAN AGE  PRODUCTION " AGE-MEAN-EDIT
                   DELIMITED BY SIZE INTO MASK-RECORD
               COMPUTE AGE-MEAN-EDIT ROUNDED =
                   AGE-SUM-TRAIN / AGE-COUNT
               STRING "  TRAINING " AGE-MEAN-EDIT
                   DELIMITED BY SIZE INTO MASK-RECORD(28:20)
               WRITE MASK-RECORD
           END-IF
           IF FS-PRESENT(2) = "Y"
               MOVE SPACES TO MASK-RECORD
               MOVE AMT-SUM-REAL TO AMT-EDIT
               STRING "AROPEN ORIGINAL AMOUNTS  PRODUCTION " AMT-EDIT
                   DELIMITED BY SIZE INTO MASK-RECORD
               WRITE MASK-RECORD
               MOVE SPACES TO MASK-RECORD
               MOVE AMT-SUM-TRAIN TO AMT-EDIT
               STRING "                         TRAINING   " AMT-EDIT
                   DELIMITED BY SIZE INTO MASK-RECORD
               WRITE MASK-RECORD
           END-IF
           MOVE SPACES TO MASK-RECORD
           WRITE MASK-RECORD
           IF TOTAL-SURVIVED = 0
               MOVE "VERIFIED: NO PRODUCTION IDENTIFIER ON ANY TRAINING"
                   TO MASK-RECORD
               MOVE " COPY" TO MASK-RECORD(51:5)
           ELSE
               MOVE SPACES TO MASK-RECORD
               STRING "** " TOTAL-SURVIVED
                   " LINES CARRY A PRODUCTION IDENTIFIER --"
                   " DO NOT RELEASE"
                   DELIMITED BY SIZE INTO MASK-RECORD
           END-IF
           WRITE MASK-RECORD
           .
