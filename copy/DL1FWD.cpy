000100*****************************************************************
000110* DL1FWD   - EVENT FORWARD CONTROL RECORD.  THE SHARED EVENT
000120*            FILE ONLY EVER GROWS, SO THE DL195M FORWARDER KEEPS
000130*            THE NUMBER OF EVENTS IT HAS ALREADY PASSED TO THE
000140*            MONITORING CONSOLE IN ONE OF THESE (A NEW GENERATION
000150*            EACH RUN, LIKE THE MERGE CHECKPOINT); THE NEXT RUN
000160*            SKIPS THAT MANY AND FORWARDS ONLY WHAT IS NEW.
000170*****************************************************************
000180 01  FWD-RECORD.
000190     05  FWD-EVENTS-FORWARDED  PIC 9(09).
000200     05  FWD-RUN-TIMESTAMP     PIC X(16).
000210     05  FWD-EVENTS-THIS-RUN   PIC 9(07).
000220     05  FILLER                PIC X(08).
