000100*****************************************************************
000110* DL1EVT   - OPERATIONAL EVENT RECORD.  EVERY DL1XXM PROGRAM
000120*            APPENDS ONE OF THESE TO THE SHARED EVENT FILE
000130*            (PROD.DL100.EVENTS, DD EVENTOUT, DISP=MOD) WHEN IT
000140*            ENDS ABOVE RC=00 OR RAISES A NAMED CONDITION, SO
000150*            THE NIGHT'S WARNINGS NO LONGER LIVE ONLY IN A PRINT
000160*            REPORT OR A RETURN CODE.  THE DL195M FORWARDER
000170*            TURNS EACH NEW EVENT INTO THE MONITORING CONSOLE'S
000180*            INBOUND FORMAT (DL1MON).
000190*            EVENT CODES - A NAMED CONDITION CARRIES ITS OWN:
000200*              FEEDMISS  DL105M MANDATORY FEED MISSING
000210*              FEEDLOW   DL105M MANDATORY FEED UNDER MINIMUM
000220*              OUTBAL    DL100M (DL190M) CONTROL TOTALS CC08
000230*              NACKFAIL  DL120M NEVER-ACKNOWLEDGED OR FAILED
000240*                        LOADS (COUNT 1 NACK, COUNT 2 FAIL)
000250*              LINKBRK   DL125M CHAIN LINK BROKEN
000260*              OVERAGE   DL155M/DL160M ITEMS PAST THE LIMIT
000270*              FILEERR   ANY PROGRAM - FATAL FILE ERROR (RC=16)
000280*              BADPARM   ANY PROGRAM - PARM REFUSED (RC=12)
000290*              REFUSED   RUN REFUSED FOR ITS DATA OR RUN STATE
000295*              EVTRESET  DL195M EVENT FILE RESET - ALL RESENT
000296*              EVTPASS   DL190M PARTITION EVENTS NOT PASSED ON
000297*                        (RC=12 - PARTITION EVENT FILES KEPT)
000298*              ADJFAIL   DL205M APPROVED ADJUSTMENT NOT RELEASED
000300*              ADJCTL    DL105M ADJUSTMENT FEED STALE OR
000302*                        INCOMPLETE (RC=12)
000304*              OPSAMBER  DL210M MORNING SHEET AMBER (RC=04)
000306*              OPSRED    DL210M MORNING SHEET RED (RC=08)
000308*            ANY OTHER NONZERO END IS CODED RCNN.  SEVERITY
000310*            FOLLOWS THE RETURN CODE: W FOR RC=04, E FOR 08
000320*            AND 12, S FOR 16.
000330*****************************************************************
000340 01  EVT-RECORD.
000350     05  EVT-PROGRAM           PIC X(08).
000360     05  EVT-BUS-DATE          PIC X(08).
000370     05  EVT-EVENT-DATE        PIC 9(08).
000380     05  EVT-EVENT-TIME        PIC 9(06).
000390     05  EVT-SEVERITY          PIC X(01).
000400         88  EVT-SEV-INFO               VALUE 'I'.
000410         88  EVT-SEV-WARNING            VALUE 'W'.
000420         88  EVT-SEV-ERROR              VALUE 'E'.
000430         88  EVT-SEV-SEVERE             VALUE 'S'.
000440     05  EVT-RETURN-CODE       PIC 9(02).
000450     05  EVT-EVENT-CODE        PIC X(08).
000460     05  EVT-COUNT-1           PIC 9(07).
000470     05  EVT-COUNT-2           PIC 9(07).
000480     05  EVT-TEXT              PIC X(40).
000490     05  FILLER                PIC X(05).
