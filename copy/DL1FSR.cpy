000100*****************************************************************
000110* DL1FSR   - FULL-STATE RECONCILIATION REPORT LINES.  ONE DETAIL
000120*            LINE PER BREAK BETWEEN THE MERGE MASTER AND THE
000130*            REPORTING-DATABASE UNLOAD: AN ID ON THE MASTER
000140*            ONLY, AN ID IN THE DATABASE ONLY, A DUPLICATE
000150*            DATABASE ROW, OR AN ID ON BOTH WHOSE AREA COUNT OR
000160*            AREA VALUES DIFFER (WITH BOTH COUNTS AND THE FIRST
000170*            AREA THAT DIFFERS).  COUNTS BY BREAK TYPE AT END.
000180*****************************************************************
000190 01  FSR-HEADER-LINE.
000200     05  FILLER                PIC X(08) VALUE 'DL175M -'.
000210     05  FILLER                PIC X(01) VALUE SPACE.
000220     05  FSR-HDR-TITLE         PIC X(30).
000230     05  FILLER                PIC X(05) VALUE SPACES.
000240     05  FILLER                PIC X(09) VALUE 'RUN DATE:'.
000250     05  FSR-HDR-DATE          PIC X(10).
000260     05  FILLER                PIC X(17) VALUE SPACES.
000270
000280 01  FSR-DETAIL-LINE.
000290     05  FSR-RECORD-ID         PIC X(10).
000300     05  FILLER                PIC X(02) VALUE SPACES.
000310     05  FSR-BREAK-TYPE        PIC X(04).
000320     05  FILLER                PIC X(02) VALUE SPACES.
000330     05  FSR-MESSAGE           PIC X(40).
000340     05  FILLER                PIC X(02) VALUE SPACES.
000350     05  FSR-MST-COUNT         PIC Z9.
000360     05  FILLER                PIC X(02) VALUE SPACES.
000370     05  FSR-DB-COUNT          PIC Z9.
000380     05  FILLER                PIC X(02) VALUE SPACES.
000390     05  FSR-AREA-NUMBER       PIC Z9.
000400     05  FILLER                PIC X(10) VALUE SPACES.
000410
000420 01  FSR-SUMMARY-LINE.
000430     05  FSR-SUM-LABEL         PIC X(34).
000440     05  FSR-SUM-COUNT         PIC Z,ZZZ,ZZ9.
000450     05  FILLER                PIC X(37) VALUE SPACES.
