000100*****************************************************************
000110* DL1PCT   - PARTITION CONTROL RECORD.  ON A KEY-RANGE
000120*            PARTITIONED NIGHT, EACH DL100M PARTITION (RUN MODE
000130*            PART) WRITES ONE OF THESE AT END OF JOB IN PLACE OF
000140*            THE AUDIT TRAILER, STEP TRAILER AND RUN-CONTROL
000150*            COMPLETION IT DOES NOT WRITE ITSELF.  IT CARRIES THE
000160*            PARTITION'S COUNTS, ITS RECORD-ID HASH TOTAL, THE
000170*            CONTROL TRAILER FIGURES OF THE WHOLE EXTRACT (THE
000180*            DL185M SPLIT COPIES THE ONE DL1CTL TRAILER TO EVERY
000190*            PARTITION) AND ITS QUALITY-PROFILE COUNTS BY AREA
000200*            OCCURRENCE.  THE DL190M COMBINE STEP READS THE
000210*            PARTITIONS' RECORDS IN PARTITION ORDER, SUMS THEM,
000220*            BALANCES THE SUMS AGAINST THE TRAILER AND WRITES THE
000230*            ONE SET OF TRAILERS THE REST OF THE CHAIN SEES.
000240*****************************************************************
000250 01  PCT-RECORD.
000260     05  PCT-BUS-DATE          PIC X(08).
000270     05  PCT-PARTITION-NUM     PIC 9(01).
000280     05  PCT-RUN-TIMESTAMP     PIC X(16).
000290     05  PCT-RESTART-FLAG      PIC X(01).
000300         88  PCT-RESTARTED              VALUE 'Y'.
000310     05  PCT-TRAILER-FLAG      PIC X(01).
000320         88  PCT-TRAILER-SEEN           VALUE 'Y'.
000330     05  PCT-RECORDS-READ      PIC 9(07).
000340     05  PCT-CTL-RECORDS       PIC 9(03).
000350     05  PCT-DATA-RECORDS      PIC 9(07).
000360     05  PCT-HASH-TOTAL        PIC 9(12).
000370     05  PCT-TRL-COUNT         PIC 9(07).
000380     05  PCT-TRL-HASH          PIC 9(12).
000390     05  PCT-EXTRACTS-CUT      PIC 9(07).
000400     05  PCT-DELETES-PASSED    PIC 9(05).
000410     05  PCT-REJECTS-WRITTEN   PIC 9(05).
000420     05  PCT-EXCEPTIONS        PIC 9(05).
000430     05  PCT-MISMATCHES        PIC 9(05).
000440     05  PCT-COMPLETION-CODE   PIC X(04).
000450     05  PCT-QP-ENTRY          OCCURS 10 TIMES.
000460         10  PCT-QP-UNPRINT    PIC 9(07).
000470         10  PCT-QP-ALLSPACE   PIC 9(07).
000480         10  PCT-QP-LENDIS     PIC 9(07).
000490     05  FILLER                PIC X(04).
