000190*            RELOAD FILE IN THE DL1XTR INTERFACE LAYOUT.
000200*            ORPHAN ACKS ARE NOT WRITTEN HERE - THERE IS
000210*            NOTHING TO RELOAD FOR AN ACK WITH NO EXTRACT.
000212*            THE WEEKLY DL175M FULL-STATE RECONCILIATION CUTS
000214*            THE SAME RECORD FOR EVERY CONTENT BREAK - AN ID
000216*            WHOSE DATABASE ROW CARRIES A DIFFERENT AREA COUNT
000218*            OR AREA VALUE FROM THE MASTER - SO DL135M CUTS THE
000219*            CORRECTIVE RELOAD THE SAME WAY.
000220*****************************************************************
000230 01  BKY-RECORD.
000240     05  BKY-RECORD-ID         PIC X(10).
000250     05  BKY-BREAK-TYPE        PIC X(04).
000260         88  BKY-NO-ACK                 VALUE 'NACK'.
000270         88  BKY-LOAD-FAILED            VALUE 'FAIL'.
000272         88  BKY-AREA-COUNT-DIFF        VALUE 'ACNT'.
000274         88  BKY-AREA-VALUE-DIFF        VALUE 'AVAL'.
000280     05  FILLER                PIC X(06).
