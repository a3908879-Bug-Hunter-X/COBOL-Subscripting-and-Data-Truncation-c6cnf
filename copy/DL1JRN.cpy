000100*****************************************************************
000110* DL1JRN   - MERGE-MASTER BEFORE-IMAGE JOURNAL RECORD.  DL110M
000120*            WRITES ONE OF THESE AHEAD OF EVERY CHANGE IT MAKES
000130*            TO XTRMAST - AN ADD, A LAST-WINS REPLACE OR A
000140*            WITHDRAWAL - TAGGED WITH THE BUSINESS DATE AND THE
000150*            RUN TIMESTAMP THAT MADE THE CHANGE (ON A CATCHUP
000160*            CUT, THE DATE OF THE DL1DTM MARKER THE CHANGE
000170*            CAME UNDER, AND A TIMESTAMP CARRYING THAT DATE).
000180*            A REPLACE OR WITHDRAWAL CARRIES THE WHOLE MASTER
000190*            RECORD AS IT STOOD BEFORE THE CHANGE (DL1MST LAYOUT);
000200*            AN ADD HAS NO PRIOR IMAGE AND CARRIES SPACES.  THE
000210*            FILE ACCUMULATES ACROSS RUNS IN THE ORDER THE CHANGES
000220*            WERE MADE, SO THE FIRST ENTRY FOR AN ID ON A BUSINESS
000230*            DATE HOLDS THE RECORD AS IT WAS BEFORE THAT DATE
000240*            TOUCHED IT - WHICH IS WHAT THE DL170M BACKOUT PUTS
000250*            BACK.  DATE AND ID LEAD THE RECORD SO ONE SORT FIELD
000260*            (1,18) GROUPS A DATE'S ENTRIES BY ID.
000270*****************************************************************
000280 01  JRN-RECORD.
000290     05  JRN-BUS-DATE          PIC X(08).
000300     05  JRN-RECORD-ID         PIC X(10).
000310     05  JRN-ACTION            PIC X(01).
000320         88  JRN-ACTION-ADD             VALUE 'A'.
000330         88  JRN-ACTION-REPLACE         VALUE 'R'.
000340         88  JRN-ACTION-DELETE          VALUE 'D'.
000350     05  JRN-RUN-TIMESTAMP     PIC X(16).
000360     05  JRN-BEFORE-IMAGE      PIC X(1033).
