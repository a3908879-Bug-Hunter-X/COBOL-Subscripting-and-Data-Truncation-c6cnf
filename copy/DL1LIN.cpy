000100*****************************************************************
000110* DL1LIN   - RECORD LINEAGE SHEET LINES.  ONE SHEET PER RECORD
000120*            ID AND BUSINESS DATE ASKED FOR: A SUBJECT LINE, THEN
000130*            ONE SECTION PER SOURCE - THE FEEDS (ONE LINE PER
000140*            AREA OCCURRENCE, WITH THE REGISTERED FEED NAME),
000150*            THE DL100M PASS (EXTRACT, REJECT, REJECT
000160*            INVENTORY), THE REVIEW ITEMS WITH THEIR
000170*            DISPOSITIONS, THE CURRENT MASTER IMAGE AND THE
000180*            LOAD ACKNOWLEDGMENT.  FREE-STANDING FACTS USE THE
000190*            LABEL/VALUE TEXT LINE.
000192*            A 100-BYTE AREA VALUE DOES NOT FIT ONE LINE: WHAT
000194*            IS LEFT OVER GOES ON A CONTINUATION LINE BENEATH,
000196*            WITH THE LABEL (OR FEED COLUMNS) LEFT BLANK.
000200*****************************************************************
000210 01  LIN-HEADER-LINE.
000220     05  FILLER                PIC X(08) VALUE 'DL180M -'.
000230     05  FILLER                PIC X(01) VALUE SPACE.
000240     05  LIN-HDR-TITLE         PIC X(30).
000250     05  FILLER                PIC X(05) VALUE SPACES.
000260     05  FILLER                PIC X(09) VALUE 'RUN DATE:'.
000270     05  LIN-HDR-DATE          PIC X(10).
000280     05  FILLER                PIC X(17) VALUE SPACES.
000290
000300 01  LIN-SUBJECT-LINE.
000310     05  FILLER                PIC X(11) VALUE 'RECORD ID: '.
000320     05  LIN-SUBJ-RECORD-ID    PIC X(10).
000330     05  FILLER                PIC X(04) VALUE SPACES.
000340     05  FILLER                PIC X(15) VALUE 'BUSINESS DATE: '.
000350     05  LIN-SUBJ-BUS-DATE     PIC X(08).
000360     05  FILLER                PIC X(32) VALUE SPACES.
000370
000380 01  LIN-SECTION-LINE.
000390     05  FILLER                PIC X(04) VALUE '--- '.
000400     05  LIN-SEC-TITLE         PIC X(40).
000410     05  FILLER                PIC X(36) VALUE SPACES.
000420
000430 01  LIN-FEED-LINE.
000440     05  LIN-FEED-NUM          PIC Z9.
000450     05  FILLER                PIC X(02) VALUE SPACES.
000460     05  LIN-FEED-NAME         PIC X(16).
000470     05  FILLER                PIC X(02) VALUE SPACES.
000480     05  LIN-FEED-LEN          PIC ZZ9.
000490     05  FILLER                PIC X(02) VALUE SPACES.
000500     05  LIN-FEED-TEXT         PIC X(53).
000510
000520 01  LIN-ITEM-LINE.
000530     05  LIN-ITEM-TYPE         PIC X(01).
000540     05  FILLER                PIC X(01) VALUE SPACE.
000550     05  LIN-ITEM-SEQ          PIC 9(05).
000560     05  FILLER                PIC X(02) VALUE SPACES.
000570     05  LIN-ITEM-AREA         PIC Z9.
000580     05  FILLER                PIC X(02) VALUE SPACES.
000590     05  LIN-ITEM-MESSAGE      PIC X(30).
000600     05  FILLER                PIC X(02) VALUE SPACES.
000610     05  LIN-ITEM-DISP         PIC X(04).
000620     05  FILLER                PIC X(02) VALUE SPACES.
000630     05  LIN-ITEM-REVIEWER     PIC X(08).
000640     05  FILLER                PIC X(02) VALUE SPACES.
000650     05  LIN-ITEM-DISP-TS      PIC X(16).
000660     05  FILLER                PIC X(03) VALUE SPACES.
000670
000680 01  LIN-TEXT-LINE.
000690     05  LIN-LABEL             PIC X(20).
000700     05  LIN-VALUE             PIC X(60).
