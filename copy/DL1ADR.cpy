000100*****************************************************************
000110* DL1ADR   - DAILY MANUAL ADJUSTMENT REGISTER (DL205M), 132
000120*            COLUMNS.  TWO LINES PER ADJUSTMENT - WHO PROPOSED
000130*            IT, WHO DECIDED IT AND WHEN IT WENT TO THE MERGE,
000140*            THEN ITS REASON AND OUTCOME - AND SUMMARY COUNTS.
000150*****************************************************************
000160 01  ADR-HEADER-LINE.
000170     05  FILLER                PIC X(08) VALUE 'DL205M -'.
000180     05  FILLER                PIC X(01) VALUE SPACE.
000190     05  ADR-HDR-TITLE         PIC X(30).
000200     05  FILLER                PIC X(05) VALUE SPACES.
000210     05  FILLER                PIC X(09) VALUE 'RUN DATE:'.
000220     05  ADR-HDR-DATE          PIC X(10).
000230     05  FILLER                PIC X(69) VALUE SPACES.
000240
000250 01  ADR-COLUMN-LINE.
000260     05  FILLER                PIC X(12) VALUE 'RECORD ID'.
000270     05  FILLER                PIC X(05) VALUE 'SEQ'.
000280     05  FILLER                PIC X(10) VALUE 'ACTION'.
000290     05  FILLER                PIC X(04) VALUE 'AR'.
000300     05  FILLER                PIC X(10) VALUE 'STATUS'.
000310     05  FILLER                PIC X(27) VALUE 'MAKER / PROPOSED'.
000320     05  FILLER                PIC X(27)
000325                           VALUE 'CHECKER / DECIDED'.
000330     05  FILLER                PIC X(16) VALUE 'RELEASED'.
000340     05  FILLER                PIC X(21) VALUE SPACES.
000350
000360 01  ADR-DETAIL-LINE.
000370     05  ADR-DET-RECORD-ID     PIC X(10).
000380     05  FILLER                PIC X(02) VALUE SPACES.
000390     05  ADR-DET-SEQ           PIC 9(03).
000400     05  FILLER                PIC X(02) VALUE SPACES.
000410     05  ADR-DET-ACTION        PIC X(08).
000420     05  FILLER                PIC X(02) VALUE SPACES.
000430     05  ADR-DET-AREA          PIC Z9.
000440     05  FILLER                PIC X(02) VALUE SPACES.
000450     05  ADR-DET-STATUS        PIC X(08).
000460     05  FILLER                PIC X(02) VALUE SPACES.
000470     05  ADR-DET-MAKER         PIC X(08).
000480     05  FILLER                PIC X(01) VALUE SPACES.
000490     05  ADR-DET-MAKER-TS      PIC X(16).
000500     05  FILLER                PIC X(02) VALUE SPACES.
000510     05  ADR-DET-CHECKER       PIC X(08).
000520     05  FILLER                PIC X(01) VALUE SPACES.
000530     05  ADR-DET-CHECKER-TS    PIC X(16).
000540     05  FILLER                PIC X(02) VALUE SPACES.
000550     05  ADR-DET-RELEASE-TS    PIC X(16).
000560     05  FILLER                PIC X(21) VALUE SPACES.
000570
000580 01  ADR-NOTE-LINE.
000590     05  FILLER                PIC X(12) VALUE SPACES.
000600     05  FILLER                PIC X(08) VALUE 'REASON: '.
000610     05  ADR-NOTE-REASON       PIC X(40).
000620     05  FILLER                PIC X(02) VALUE SPACES.
000630     05  FILLER                PIC X(09) VALUE 'OUTCOME: '.
000640     05  ADR-NOTE-OUTCOME      PIC X(40).
000650     05  FILLER                PIC X(21) VALUE SPACES.
000660
000670 01  ADR-SUMMARY-LINE.
000680     05  ADR-SUM-LABEL         PIC X(34).
000690     05  ADR-SUM-COUNT         PIC ZZZ,ZZ9.
000700     05  FILLER                PIC X(91) VALUE SPACES.
