000100*****************************************************************
000110* DL1BKO   - BUSINESS-DATE BACKOUT REPORT LINES.  ONE DETAIL
000120*            LINE PER RECORD ID THE BACKED-OUT DATE TOUCHED
000130*            (WHAT THE DATE FIRST DID TO IT AND WHAT THE
000140*            BACKOUT DID ABOUT IT, WITH THE UPDATE COUNT OF THE
000150*            IMAGE PUT BACK), ONE ACTION LINE FOR THE RUN-
000160*            CONTROL UPDATE WITH THE OPERATOR'S REASON, AND
000170*            SUMMARY COUNTS AT END OF RUN.
000180*****************************************************************
000190 01  BKO-HEADER-LINE.
000200     05  FILLER                PIC X(08) VALUE 'DL170M -'.
000210     05  FILLER                PIC X(01) VALUE SPACE.
000220     05  BKO-HDR-TITLE         PIC X(30).
000230     05  FILLER                PIC X(05) VALUE SPACES.
000240     05  FILLER                PIC X(09) VALUE 'RUN DATE:'.
000250     05  BKO-HDR-DATE          PIC X(10).
000260     05  FILLER                PIC X(17) VALUE SPACES.
000270
000280 01  BKO-DETAIL-LINE.
000290     05  BKO-RECORD-ID         PIC X(10).
000300     05  FILLER                PIC X(02) VALUE SPACES.
000310     05  BKO-ACTION            PIC X(07).
000320     05  FILLER                PIC X(02) VALUE SPACES.
000330     05  BKO-MESSAGE           PIC X(40).
000340     05  FILLER                PIC X(02) VALUE SPACES.
000350     05  BKO-UPDATE-COUNT      PIC ZZZZ9.
000360     05  FILLER                PIC X(12) VALUE SPACES.
000370
000380 01  BKO-ACTION-LINE.
000390     05  BKO-ACT-DATE          PIC X(08).
000400     05  FILLER                PIC X(02) VALUE SPACES.
000410     05  BKO-ACT-MESSAGE       PIC X(40).
000420     05  FILLER                PIC X(02) VALUE SPACES.
000430     05  BKO-ACT-REASON        PIC X(26).
000440     05  FILLER                PIC X(02) VALUE SPACES.
000450
000460 01  BKO-SUMMARY-LINE.
000470     05  BKO-SUM-LABEL         PIC X(34).
000480     05  BKO-SUM-COUNT         PIC ZZZ,ZZ9.
000490     05  FILLER                PIC X(39) VALUE SPACES.
