       IDENTIFICATION DIVISION.
       PROGRAM-ID. HFDUPRPT.
       AUTHOR. CAZZY.
       REMARKS. >
           Nightly duplicate patient candidate report. Reads the
           keyed PATMASTER and lists every pair of MRNs with the
           same name, sex and age whose stays overlap -- the
           second record registration makes when the dashboard's
           new-patient entry and a HEALTHFLUX ADT admission both
           assign an MRN for one person. Candidates are only
           reported; HFMRNMRG retires the losing MRN once health
           information has confirmed the pair.

      *-----------------------------------------------------------*
      * Mod history:
      *   2026-10-15  CAZZY - written; duplicate MRNs were found
      *               only when a bill went to the wrong account.
      *   2026-10-15  CAZZY - PATMASTER layout gains the discharge
      *               date.
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PATIENT-MASTER-FILE ASSIGN TO "PATMASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-MRN
               FILE STATUS IS MASTER-FILE-STATUS.
           SELECT PRINT-FILE ASSIGN TO "HFDUPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *-----------------------------------------------------------*
      * Same field-for-field layout as the PATIENTREC copybook,   *
      * PM- prefixed the way PATMERGE declares it.                *
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

       FD  PRINT-FILE.
       01  PRINT-RECORD        PIC X(80).

       WORKING-STORAGE SECTION.
       77 MASTER-FILE-STATUS PIC X(2).
       77 PRINT-FILE-STATUS  PIC X(2).
       77 TODAY-STAMP        PIC 9(8).
       77 TODAY-DAY          PIC 9(7).
       77 A-IDX              PIC 999.
       77 B-IDX              PIC 999.
       77 B-START            PIC 999.
       77 STAYS-OVERLAP      PIC X.
       77 OVERLAP-NOTE       PIC X(12).
       77 PAIR-COUNT         PIC 9(4) VALUE 0.
       77 SKIPPED-COUNT      PIC 9(4) VALUE 0.

      *-----------------------------------------------------------*
      * One row per master record. A stay runs from its admit     *
      * date through admit + accumulated bed-days (today at the   *
      * latest), held as day numbers so overlap is a compare.     *
      *-----------------------------------------------------------*
       01 MASTER-TABLE.
           05 MT-ENTRY OCCURS 200 TIMES.
              10 MT-MRN        PIC 9(6).
              10 MT-NAME       PIC X(20).
              10 MT-SEX        PIC X.
              10 MT-AGE        PIC 99.
              10 MT-UNIT       PIC X(4).
              10 MT-BED        PIC X(4).
              10 MT-ADMIT      PIC 9(8).
              10 MT-STAY-FROM  PIC 9(7).
              10 MT-STAY-TO    PIC 9(7).
       01 MT-COUNT           PIC 999 VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT TODAY-STAMP FROM DATE YYYYMMDD
           COMPUTE TODAY-DAY = FUNCTION INTEGER-OF-DATE(TODAY-STAMP)

           OPEN INPUT PATIENT-MASTER-FILE
           IF MASTER-FILE-STATUS NOT = "00"
               DISPLAY "Cannot open PATMASTER, status "
                   MASTER-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL 1 = 2
               READ PATIENT-MASTER-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               PERFORM LOAD-MASTER-ENTRY
           END-PERFORM
           CLOSE PATIENT-MASTER-FILE

           OPEN OUTPUT PRINT-FILE
           MOVE SPACES TO PRINT-RECORD
           STRING TODAY-STAMP " DUPLICATE PATIENT CANDIDATES"
               DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD
           STRING "MRN-A  MRN-B  NAME                 S AGE "
               "ADMIT-A  ADMIT-B  UNIT/BED-A UNIT/BED-B"
               DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD
           PERFORM VARYING A-IDX FROM 1 BY 1 UNTIL A-IDX > MT-COUNT
               COMPUTE B-START = A-IDX + 1
               PERFORM VARYING B-IDX FROM B-START BY 1
                       UNTIL B-IDX > MT-COUNT
                   PERFORM COMPARE-PAIR
               END-PERFORM
           END-PERFORM
           MOVE SPACES TO PRINT-RECORD
           STRING "CANDIDATE PAIRS=" PAIR-COUNT
               " RECORDS=" MT-COUNT
               " NOT LOADED=" SKIPPED-COUNT
               DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD
           CLOSE PRINT-FILE
           DISPLAY "Duplicate candidates: " PAIR-COUNT
               " pairs over " MT-COUNT " master records (HFDUPRPT)"
           IF SKIPPED-COUNT > 0
               DISPLAY SKIPPED-COUNT
                   " master records over the table limit not checked"
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

      *-----------------------------------------------------------*
      * A record with no usable admit date keeps a zero stay, and *
      * COMPARE-PAIR treats it as unable to rule out an overlap.  *
      *-----------------------------------------------------------*
       LOAD-MASTER-ENTRY.
           IF PM-MRN = 0 OR PM-NAME = SPACES
               EXIT PARAGRAPH
           END-IF
           IF MT-COUNT >= 200
               ADD 1 TO SKIPPED-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO MT-COUNT
           MOVE PM-MRN TO MT-MRN(MT-COUNT)
           MOVE PM-NAME TO MT-NAME(MT-COUNT)
           MOVE PM-SEX TO MT-SEX(MT-COUNT)
           MOVE PM-AGE TO MT-AGE(MT-COUNT)
           MOVE PM-UNIT TO MT-UNIT(MT-COUNT)
           MOVE PM-BED TO MT-BED(MT-COUNT)
           MOVE 0 TO MT-ADMIT(MT-COUNT)
           MOVE 0 TO MT-STAY-FROM(MT-COUNT)
           MOVE 0 TO MT-STAY-TO(MT-COUNT)
           IF PM-ADMIT-DATE IS NOT NUMERIC
                   OR PM-ADMIT-DATE < 19000101
                   OR PM-ADMIT-DATE > TODAY-STAMP
               EXIT PARAGRAPH
           END-IF
           MOVE PM-ADMIT-DATE TO MT-ADMIT(MT-COUNT)
           COMPUTE MT-STAY-FROM(MT-COUNT) =
               FUNCTION INTEGER-OF-DATE(PM-ADMIT-DATE)
           MOVE MT-STAY-FROM(MT-COUNT) TO MT-STAY-TO(MT-COUNT)
           IF PM-BED-DAYS IS NUMERIC
               ADD PM-BED-DAYS TO MT-STAY-TO(MT-COUNT)
           END-IF
           IF MT-STAY-TO(MT-COUNT) > TODAY-DAY
               MOVE TODAY-DAY TO MT-STAY-TO(MT-COUNT)
           END-IF
           .

      *-----------------------------------------------------------*
      * Name, sex and age must all agree; the two stays must then *
      * share at least one day.                                   *
      *-----------------------------------------------------------*
       COMPARE-PAIR.
           IF MT-NAME(A-IDX) NOT = MT-NAME(B-IDX)
                   OR MT-SEX(A-IDX) NOT = MT-SEX(B-IDX)
                   OR MT-AGE(A-IDX) NOT = MT-AGE(B-IDX)
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO STAYS-OVERLAP
           MOVE SPACES TO OVERLAP-NOTE
           IF MT-STAY-FROM(A-IDX) = 0 OR MT-STAY-FROM(B-IDX) = 0
               MOVE "NO STAY DATE" TO OVERLAP-NOTE
           ELSE
               IF MT-STAY-FROM(A-IDX) > MT-STAY-TO(B-IDX)
                       OR MT-STAY-FROM(B-IDX) > MT-STAY-TO(A-IDX)
                   MOVE "N" TO STAYS-OVERLAP
               END-IF
           END-IF
           IF STAYS-OVERLAP = "N"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO PAIR-COUNT
           MOVE SPACES TO PRINT-RECORD
           STRING MT-MRN(A-IDX) " " MT-MRN(B-IDX) " "
               MT-NAME(A-IDX) " " MT-SEX(A-IDX) "  "
               MT-AGE(A-IDX) "  " MT-ADMIT(A-IDX) " "
               MT-ADMIT(B-IDX) " " MT-UNIT(A-IDX) "/"
               MT-BED(A-IDX) "  " MT-UNIT(B-IDX) "/"
               MT-BED(B-IDX)
               DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD
           IF OVERLAP-NOTE NOT = SPACES
               MOVE SPACES TO PRINT-RECORD
               STRING "              (" OVERLAP-NOTE
                   " -- overlap not ruled out)"
                   DELIMITED BY SIZE INTO PRINT-RECORD
               WRITE PRINT-RECORD
           END-IF
           .
