000100*****************************************************************
000110* DL1DTM   - BUSINESS-DATE MARKER ON THE INTERFACE EXTRACT.  A
000120*            CATCHUP SWEEP CUTS SEVERAL BUSINESS DATES INTO ONE
000130*            INTERFACE EXTRACT, SO DL100M WRITES ONE OF THESE
000140*            AHEAD OF EACH DATE'S RECORDS: THE ID FIELD IN
000150*            POSITIONS 1-10 CARRIES THE RESERVED VALUE
000160*            'DL1BUSDATE' (SAME CONVENTION AS THE CONTROL
000170*            RECORDS AND THE DELETE TRANSACTION) AND POSITIONS
000180*            11-18 THE BUSINESS DATE (YYYYMMDD) THE RECORDS
000190*            THAT FOLLOW BELONG TO.  DL110M JOURNALS EACH
000200*            CHANGE UNDER THE DATE OF THE LAST MARKER IT READ,
000210*            SO DL170M CAN BACK ONE CATCHUP DATE OUT ON ITS
000220*            OWN.  THE MARKER IS NOT A DATA RECORD - IT IS IN
000230*            NEITHER PROGRAM'S EXTRACTED/APPLIED COUNT.  A
000240*            SINGLE-DATE RUN WRITES NONE.
000250*****************************************************************
000260 01  TDM-DATE-RECORD.
000270     05  TDM-MARK-ID           PIC X(10).
000280     05  TDM-BUS-DATE          PIC X(08).
000290     05  FILLER                PIC X(02).
