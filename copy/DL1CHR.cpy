000100*****************************************************************
000110* DL1CHR   - MONTHLY FEED CHARGEBACK REPORT LINES (DL145M), 132
000120*            COLUMNS.  ONE DETAIL LINE PER FEED, GROUPED UNDER
000130*            ITS REGISTERED OWNER WITH AN OWNER TOTAL AFTER EACH
000140*            GROUP, THEN THE GRAND TOTAL AND THE SUMMARY COUNTS.
000150*            THE TOTAL LINES SHARE THE DETAIL LAYOUT.
000160*****************************************************************
000170 01  CHR-HEADER-LINE.
000180     05  FILLER                PIC X(08) VALUE 'DL145M -'.
000190     05  FILLER                PIC X(01) VALUE SPACE.
000200     05  CHR-HDR-TITLE         PIC X(30).
000210     05  FILLER                PIC X(05) VALUE SPACES.
000220     05  FILLER                PIC X(09) VALUE 'RUN DATE:'.
000230     05  CHR-HDR-DATE          PIC X(10).
000240     05  FILLER                PIC X(69) VALUE SPACES.
000250
000260 01  CHR-SECTION-LINE.
000270     05  CHR-SEC-TITLE         PIC X(44).
000280     05  CHR-SEC-VALUE         PIC X(16).
000290     05  FILLER                PIC X(72) VALUE SPACES.
000300
000310 01  CHR-COLUMN-LINE-1.
000320     05  FILLER                PIC X(04) VALUE 'FD  '.
000330     05  FILLER                PIC X(09) VALUE 'FEED NAME'.
000340     05  FILLER                PIC X(09) VALUE SPACES.
000350     05  FILLER                PIC X(13) VALUE '    RECORDS  '.
000360     05  FILLER                PIC X(06) VALUE 'DAYS  '.
000370     05  FILLER                PIC X(06) VALUE 'DAYS  '.
000380     05  FILLER                PIC X(06) VALUE 'DAYS  '.
000390     05  FILLER                PIC X(09) VALUE 'REJECTS  '.
000400     05  FILLER                PIC X(09) VALUE 'REJECTS  '.
000410     05  FILLER                PIC X(09) VALUE ' EXCEPT  '.
000420     05  FILLER                PIC X(09) VALUE '  BREAK  '.
000430     05  FILLER                PIC X(09) VALUE ' DISPOS  '.
000440     05  FILLER                PIC X(07) VALUE '  AVG  '.
000450     05  FILLER                PIC X(06) VALUE ' MAX  '.
000460     05  FILLER                PIC X(07) VALUE '  STILL'.
000470     05  FILLER                PIC X(14) VALUE SPACES.
000480
000490 01  CHR-COLUMN-LINE-2.
000500     05  FILLER                PIC X(04) VALUE 'NO  '.
000510     05  FILLER                PIC X(18) VALUE SPACES.
000520     05  FILLER                PIC X(13) VALUE '  DELIVERED  '.
000530     05  FILLER                PIC X(06) VALUE 'DLVD  '.
000540     05  FILLER                PIC X(06) VALUE 'MISS  '.
000550     05  FILLER                PIC X(06) VALUE 'SHRT  '.
000560     05  FILLER                PIC X(09) VALUE '  MONTH  '.
000570     05  FILLER                PIC X(09) VALUE '    ALL  '.
000580     05  FILLER                PIC X(09) VALUE '  ITEMS  '.
000590     05  FILLER                PIC X(09) VALUE '  ITEMS  '.
000600     05  FILLER                PIC X(09) VALUE '  ITEMS  '.
000610     05  FILLER                PIC X(07) VALUE ' DAYS  '.
000620     05  FILLER                PIC X(06) VALUE 'DAYS  '.
000630     05  FILLER                PIC X(07) VALUE '   OPEN'.
000640     05  FILLER                PIC X(14) VALUE SPACES.
000650
000660 01  CHR-DETAIL-LINE.
000670     05  CHR-DET-NUM           PIC X(02).
000680     05  FILLER                PIC X(02) VALUE SPACES.
000690     05  CHR-DET-NAME          PIC X(16).
000700     05  FILLER                PIC X(02) VALUE SPACES.
000710     05  CHR-DET-DELIVERED     PIC ZZZ,ZZZ,ZZ9.
000720     05  FILLER                PIC X(02) VALUE SPACES.
000730     05  CHR-DET-DAYS-DLVD     PIC ZZZ9.
000740     05  FILLER                PIC X(02) VALUE SPACES.
000750     05  CHR-DET-DAYS-MISS     PIC ZZZ9.
000760     05  FILLER                PIC X(02) VALUE SPACES.
000770     05  CHR-DET-DAYS-SHORT    PIC ZZZ9.
000780     05  FILLER                PIC X(02) VALUE SPACES.
000790     05  CHR-DET-REJ-MONTH     PIC ZZZ,ZZ9.
000800     05  FILLER                PIC X(02) VALUE SPACES.
000810     05  CHR-DET-REJ-OPEN      PIC ZZZ,ZZ9.
000820     05  FILLER                PIC X(02) VALUE SPACES.
000830     05  CHR-DET-EXCEPTIONS    PIC ZZZ,ZZ9.
000840     05  FILLER                PIC X(02) VALUE SPACES.
000850     05  CHR-DET-BREAKS        PIC ZZZ,ZZ9.
000860     05  FILLER                PIC X(02) VALUE SPACES.
000870     05  CHR-DET-DISPOSED      PIC ZZZ,ZZ9.
000880     05  FILLER                PIC X(02) VALUE SPACES.
000890     05  CHR-DET-AVG-DAYS      PIC ZZ9.9.
000900     05  FILLER                PIC X(02) VALUE SPACES.
000910     05  CHR-DET-MAX-DAYS      PIC ZZZ9.
000920     05  FILLER                PIC X(02) VALUE SPACES.
000930     05  CHR-DET-STILL-OPEN    PIC ZZZ,ZZ9.
000940     05  FILLER                PIC X(14) VALUE SPACES.
000950
000960 01  CHR-SUMMARY-LINE.
000970     05  CHR-SUM-LABEL         PIC X(34).
000980     05  CHR-SUM-COUNT         PIC ZZZ,ZZ9.
000990     05  FILLER                PIC X(91) VALUE SPACES.
