000100*****************************************************************
000110* DL1FST   - DAILY FEED DELIVERY STATISTICS, ONE RECORD PER FEED
000120*            OCCURRENCE (1-10) PER DL105M RUN, APPENDED TO THE
000130*            SHARED ACCUMULATING FEED-STATISTICS FILE (FEEDSTAT)
000140*            THE WAY THE STEP TRAILERS ARE: WHAT THE FEED
000150*            DELIVERED THAT DAY AGAINST ITS REGISTERED MINIMUM.
000160*            A RUN REFUSED FOR A MISSING MANDATORY FEED STILL
000170*            WRITES ITS SET (RUN STATUS R, NOTHING COUNTED AS
000180*            DELIVERED).  WHEN A DATE IS RUN MORE THAN ONCE THE
000190*            LAST SET WRITTEN FOR IT STANDS.  READ BY THE
000200*            MONTH-END CHARGEBACK (DL145M).
000210*****************************************************************
000220 01  FST-RECORD.
000230     05  FST-RUN-DATE          PIC X(08).
000240     05  FST-FEED-NUM          PIC 9(02).
000250     05  FST-FEED-NAME         PIC X(16).
000260     05  FST-FEED-OWNER        PIC X(16).
000270     05  FST-MAND-FLAG         PIC X(01).
000280     05  FST-MIN-VOLUME        PIC 9(07).
000290     05  FST-RECORDS-RCVD      PIC 9(07).
000300     05  FST-FEED-STATUS       PIC X(01).
000310         88  FST-FEED-DELIVERED         VALUE 'D'.
000320         88  FST-FEED-MISSING           VALUE 'M'.
000330         88  FST-FEED-SHORT             VALUE 'S'.
000340     05  FST-RUN-STATUS        PIC X(01).
000350         88  FST-RUN-COMPLETE           VALUE 'C'.
000360         88  FST-RUN-REFUSED            VALUE 'R'.
000370     05  FILLER                PIC X(01).
