000100*****************************************************************
000110* DL1ADJ   - KEYED MANUAL ADJUSTMENT RECORD, ONE PER PROPOSED
000120*            CHANGE TO THE MERGE MASTER, KEYED BY THE RECORD ID
000130*            IT TOUCHES AND A SEQUENCE WITHIN THAT ID.  A DATA-
000140*            CONTROL CLERK (THE MAKER) PROPOSES AN ADD OF AN
000150*            AREA FOR AN ID NOT YET ON THE MASTER, A CHANGE TO
000160*            ONE AREA OF AN ID ALREADY THERE, OR A WITHDRAWAL OF
000170*            THE WHOLE ID, WITH A REASON, THROUGH DL200M.  A
000180*            SECOND USER (THE CHECKER, NEVER THE MAKER) APPROVES
000190*            OR DECLINES IT.  DL205M RELEASES EVERY APPROVED
000200*            ADJUSTMENT TO THE NIGHT'S ADJUSTMENT FEED (DL1ADF)
000210*            FOR DL105M AND PRINTS THE DAILY REGISTER.  THE
000220*            RECORD IS NEVER DELETED - IT IS THE AUDIT TRAIL.
000230*            TIMESTAMPS ARE MM/DD/YYYYHHMMSS, AS DL150M STAMPS
000240*            ITS DISPOSITIONS.  THE RELEASE DATE IS THE
000242*            BUSINESS DATE WHOSE NIGHTLY MERGE THE ADJUSTMENT
000244*            WAS CUT FOR (YYYYMMDD, THE DL205M REGISTER DATE).
000250*****************************************************************
000260 01  ADJ-RECORD.
000270     05  ADJ-KEY.
000280         10  ADJ-RECORD-ID     PIC X(10).
000290         10  ADJ-SEQ           PIC 9(03).
000300     05  ADJ-ACTION            PIC X(01).
000310         88  ADJ-ACTION-ADD             VALUE 'A'.
000320         88  ADJ-ACTION-CHANGE          VALUE 'C'.
000330         88  ADJ-ACTION-WITHDRAW        VALUE 'W'.
000340     05  ADJ-AREA-NUM          PIC 9(02).
000350     05  ADJ-AREA-LEN          PIC 9(03).
000360     05  ADJ-AREA-VALUE        PIC X(100).
000370     05  ADJ-REASON            PIC X(40).
000380     05  ADJ-STATUS            PIC X(01).
000390         88  ADJ-PENDING                VALUE 'P'.
000400         88  ADJ-APPROVED               VALUE 'A'.
000410         88  ADJ-DECLINED               VALUE 'D'.
000420         88  ADJ-CANCELLED              VALUE 'X'.
000430         88  ADJ-RELEASED               VALUE 'R'.
000440         88  ADJ-FAILED                 VALUE 'F'.
000450     05  ADJ-MAKER-ID          PIC X(08).
000460     05  ADJ-MAKER-TS          PIC X(16).
000470     05  ADJ-CHECKER-ID        PIC X(08).
000480     05  ADJ-CHECKER-TS        PIC X(16).
000490     05  ADJ-RELEASE-TS        PIC X(16).
000500     05  ADJ-OUTCOME           PIC X(40).
000505     05  ADJ-RELEASE-DATE      PIC X(08).
000510     05  FILLER                PIC X(08).
