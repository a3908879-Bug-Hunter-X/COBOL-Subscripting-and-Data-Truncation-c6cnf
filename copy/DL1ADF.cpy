000100*****************************************************************
000110* DL1ADF   - ONE ADJUSTMENT-FEED RECORD, CUT BY DL205M FROM THE
000120*            APPROVED MANUAL ADJUSTMENTS AND MERGED BY DL105M
000130*            ALONGSIDE THE TEN SOURCE FEEDS, IN RECORD-ID
000140*            SEQUENCE.  AN ADJUSTED AREA REPLACES WHATEVER THE
000150*            FEED FOR THAT AREA SUPPLIED; A CARRIED AREA IS THE
000160*            MASTER'S CURRENT VALUE FOR AN AREA THE CHANGE DID
000170*            NOT TOUCH, USED ONLY WHEN ITS FEED SUPPLIED NOTHING
000180*            FOR THE ID (THE MASTER APPLY REPLACES THE WHOLE
000190*            RECORD, SO AN AREA LEFT EMPTY WOULD BE LOST).  A
000200*            WITHDRAWAL BECOMES A DELETE TRANSACTION (DL1DEL).
000210*            THE LAST RECORD ON EVERY FEED DL205M CUTS, EMPTY OR
000220*            NOT, IS THE FEED CONTROL RECORD: THE RESERVED ID
000230*            'DL1ADFCTL ' IN POSITIONS 1-10 (SAME CONVENTION AS
000240*            THE EXTRACT'S CONTROL RECORDS), THE REGISTER DATE
000250*            THE FEED WAS CUT FOR AND THE NUMBER OF ADJUSTMENT
000260*            RECORDS AHEAD OF IT.  DL105M WILL NOT MERGE A FEED
000270*            WHOSE CONTROL RECORD IS MISSING, CARRIES ANOTHER
000280*            NIGHT'S DATE OR DOES NOT MATCH WHAT IT READ.
000290*****************************************************************
000300 01  ADF-RECORD.
000310     05  ADF-RECORD-ID         PIC X(10).
000320     05  ADF-ACTION            PIC X(01).
000330         88  ADF-ADJUSTED-AREA          VALUE 'A'.
000340         88  ADF-CARRIED-AREA           VALUE 'K'.
000350         88  ADF-WITHDRAWAL             VALUE 'W'.
000360     05  ADF-AREA-NUM          PIC 9(02).
000370     05  ADF-AREA-LEN          PIC 9(03).
000380     05  ADF-AREA-VALUE        PIC X(100).
000390     05  ADF-ADJ-SEQ           PIC 9(03).
000400     05  FILLER                PIC X(01).
000410
000420 01  ADF-CONTROL-RECORD.
000430     05  ADF-CTL-ID            PIC X(10).
000440     05  ADF-CTL-REG-DATE      PIC 9(08).
000450     05  ADF-CTL-RECORD-COUNT  PIC 9(07).
000460     05  FILLER                PIC X(95).
