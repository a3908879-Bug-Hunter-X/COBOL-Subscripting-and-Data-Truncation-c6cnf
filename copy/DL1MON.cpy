000100*****************************************************************
000110* DL1MON   - MONITORING CONSOLE INBOUND ALERT RECORD, AS THE
000120*            CONSOLE'S BATCH INBOUND INTERFACE TAKES IT: ONE
000130*            FIXED 160-BYTE RECORD PER ALERT, KEYED BY SOURCE
000140*            AND ALERT KEY, WITH THE CONSOLE'S OWN SEVERITY
000150*            NAMES.  CUT BY THE DL195M FORWARDER FROM THE DL1EVT
000160*            EVENT FILE.
000170*****************************************************************
000180 01  MON-RECORD.
000190     05  MON-RECORD-TYPE       PIC X(04).
000200     05  MON-SOURCE            PIC X(08).
000210     05  MON-OBJECT            PIC X(08).
000220     05  MON-SEVERITY          PIC X(08).
000230     05  MON-ALERT-KEY         PIC X(20).
000240     05  MON-EVENT-DATE        PIC X(10).
000250     05  MON-EVENT-TIME        PIC X(08).
000260     05  MON-BUS-DATE          PIC X(08).
000270     05  MON-SUMMARY           PIC X(80).
000280     05  FILLER                PIC X(06).
