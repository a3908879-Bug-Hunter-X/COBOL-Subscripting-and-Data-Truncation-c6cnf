000100*****************************************************************
000110* DL1OSS   - MORNING OPERATIONS STATUS SHEET LINES (DL210M).
000120*            ONE PAGE PER BUSINESS DATE: A SECTION TITLE LINE
000130*            PER SOURCE (RUN CONTROL, STEP AUDIT, BREAK KEYS,
000140*            REVIEW ITEMS, REJECT INVENTORY), ITEM AND COUNT
000150*            LINES CARRYING A FLAG (OK / AMBER / RED) IN THE
000160*            SAME COLUMN, THE STEP AND CHAIN-LINK LINES IN THE
000170*            DL125M ARRANGEMENT, THEN THE OVERALL VERDICT, ONE
000180*            LINE PER FINDING BEHIND IT AND THE SIGN-OFF LINE.
000190*****************************************************************
000200 01  OSS-HEADER-LINE.
000210     05  FILLER                PIC X(08) VALUE 'DL210M -'.
000220     05  FILLER                PIC X(01) VALUE SPACE.
000230     05  OSS-HDR-TITLE         PIC X(30).
000240     05  FILLER                PIC X(05) VALUE SPACES.
000250     05  FILLER                PIC X(09) VALUE 'RUN DATE:'.
000260     05  OSS-HDR-DATE          PIC X(10).
000270     05  FILLER                PIC X(17) VALUE SPACES.
000280
000290 01  OSS-SECTION-LINE.
000300     05  OSS-SEC-TITLE         PIC X(50).
000310     05  FILLER                PIC X(30) VALUE SPACES.
000320
000330 01  OSS-ITEM-LINE.
000340     05  FILLER                PIC X(04) VALUE SPACES.
000350     05  OSS-ITM-LABEL         PIC X(30).
000360     05  OSS-ITM-VALUE         PIC X(20).
000370     05  FILLER                PIC X(02) VALUE SPACES.
000380     05  OSS-ITM-FLAG          PIC X(05).
000390     05  FILLER                PIC X(19) VALUE SPACES.
000400
000410 01  OSS-COUNT-LINE.
000420     05  FILLER                PIC X(04) VALUE SPACES.
000430     05  OSS-CNT-LABEL         PIC X(30).
000440     05  OSS-CNT-VALUE         PIC ZZZ,ZZ9.
000450     05  FILLER                PIC X(15) VALUE SPACES.
000460     05  OSS-CNT-FLAG          PIC X(05).
000470     05  FILLER                PIC X(19) VALUE SPACES.
000480
000490 01  OSS-STEP-LINE.
000500     05  FILLER                PIC X(04) VALUE SPACES.
000510     05  OSS-STP-NAME          PIC X(08).
000520     05  FILLER                PIC X(02) VALUE SPACES.
000530     05  OSS-STP-BUS-DATE      PIC X(08).
000540     05  FILLER                PIC X(02) VALUE SPACES.
000550     05  OSS-STP-TIMESTAMP     PIC X(16).
000560     05  FILLER                PIC X(02) VALUE SPACES.
000570     05  OSS-STP-IN            PIC Z,ZZZ,ZZ9.
000580     05  FILLER                PIC X(01) VALUE SPACE.
000590     05  OSS-STP-OUT           PIC Z,ZZZ,ZZ9.
000600     05  FILLER                PIC X(01) VALUE SPACE.
000610     05  OSS-STP-CC            PIC X(04).
000620     05  FILLER                PIC X(02) VALUE SPACES.
000630     05  OSS-STP-FLAG          PIC X(05).
000640     05  FILLER                PIC X(07) VALUE SPACES.
000650
000660 01  OSS-LINK-LINE.
000670     05  FILLER                PIC X(04) VALUE SPACES.
000680     05  OSS-LNK-DESC          PIC X(38).
000690     05  FILLER                PIC X(01) VALUE SPACE.
000700     05  OSS-LNK-VALUE-1       PIC Z,ZZZ,ZZ9.
000710     05  FILLER                PIC X(01) VALUE SPACE.
000720     05  OSS-LNK-VALUE-2       PIC Z,ZZZ,ZZ9.
000730     05  FILLER                PIC X(02) VALUE SPACES.
000740     05  OSS-LNK-TIE-FLAG      PIC X(08).
000750     05  FILLER                PIC X(08) VALUE SPACES.
000760
000770 01  OSS-VERDICT-LINE.
000780     05  OSS-VDT-LABEL         PIC X(18).
000790     05  OSS-VDT-WORD          PIC X(05).
000800     05  FILLER                PIC X(02) VALUE SPACES.
000810     05  OSS-VDT-TEXT          PIC X(50).
000820     05  FILLER                PIC X(05) VALUE SPACES.
000830
000840 01  OSS-FINDING-LINE.
000850     05  FILLER                PIC X(04) VALUE SPACES.
000860     05  OSS-FND-LEVEL         PIC X(05).
000870     05  FILLER                PIC X(02) VALUE SPACES.
000880     05  OSS-FND-TEXT          PIC X(50).
000890     05  FILLER                PIC X(19) VALUE SPACES.
