000100*****************************************************************
000110* DL1CHG   - MONTHLY FEED CHARGEBACK FINANCE RECORD, FIXED 120
000120*            BYTES, WRITTEN BY DL145M FOR THE FINANCE
000130*            CROSS-CHARGE LOAD.  ONE DETAIL RECORD PER FEED
000140*            (FEED NUMBER ZERO CARRIES THE ITEMS NO SINGLE FEED
000150*            CAN BE CHARGED WITH), ONE TOTAL PER OWNER AFTER
000160*            ITS FEEDS, AND ONE GRAND TOTAL LAST.  ALL COUNTS
000170*            ARE UNSIGNED ZONED DECIMAL; THE AVERAGE CARRIES ONE
000180*            IMPLIED DECIMAL PLACE.
000190*****************************************************************
000200 01  CHG-RECORD.
000210     05  CHG-RECORD-TYPE       PIC X(01).
000220         88  CHG-FEED-DETAIL            VALUE 'D'.
000230         88  CHG-OWNER-TOTAL            VALUE 'O'.
000240         88  CHG-GRAND-TOTAL            VALUE 'G'.
000250     05  CHG-PERIOD            PIC X(06).
000260     05  CHG-OWNER             PIC X(16).
000270     05  CHG-FEED-NUM          PIC 9(02).
000280     05  CHG-FEED-NAME         PIC X(16).
000290     05  CHG-RECORDS-DELIVERED PIC 9(09).
000300     05  CHG-DAYS-DELIVERED    PIC 9(03).
000310     05  CHG-DAYS-MISSING      PIC 9(03).
000320     05  CHG-DAYS-SHORT        PIC 9(03).
000330     05  CHG-REJECTS-MONTH     PIC 9(07).
000340     05  CHG-REJECTS-OPEN      PIC 9(07).
000350     05  CHG-EXCEPTIONS        PIC 9(07).
000360     05  CHG-BREAKS            PIC 9(07).
000370     05  CHG-DISPOSITIONED     PIC 9(07).
000380     05  CHG-AVG-DISP-DAYS     PIC 9(03)V9(01).
000390     05  CHG-MAX-DISP-DAYS     PIC 9(04).
000400     05  CHG-STILL-OPEN        PIC 9(07).
000410     05  FILLER                PIC X(11).
