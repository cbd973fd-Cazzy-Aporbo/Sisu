      * Mod history:
      *   2026-08-22  CAZZY - written; comparing sites used to
      *               mean N runs and a whiteboard.
      *   2026-10-15  CAZZY - an ECOEMIT line's value is read as
      *               the first word after its last keyword, so
      *               the SUB= flag ECOLEDGER puts on a
      *               substituted meter reading does not zero the
      *               reading.
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       77 PART2              PIC X(20).
       77 PART3              PIC X(30).
       77 PART4              PIC X(10).
       77 VALUE-TEXT         PIC X(10).
       77 BEST-IDX           PIC 99.
       77 BEST-SCORE         PIC S9(5).
       77 RANK-NO            PIC 99.
           UNSTRING MS-LINE DELIMITED BY "="
               INTO PART1 PART2 PART3 PART4
           MOVE PART3(1:10) TO ASSET-NAME
      *    A substituted meter reading carries a trailing SUB= flag;
      *    the value is the first word after the last keyword.
           MOVE SPACES TO VALUE-TEXT
           UNSTRING PART4 DELIMITED BY SPACE INTO VALUE-TEXT
           COMPUTE ASSET-VALUE = FUNCTION NUMVAL(VALUE-TEXT)
           PERFORM NOTE-ASSET-READING
           .

