000250*                 ARITHMETIC USES INTEGER-OF-DATE - DAY COUNTS
000260*                 ACROSS MONTH ENDS ARE NOT A JOB FOR HAND-
000270*                 ROLLED CALENDAR CODE.
000271* 2026-10-15  RH  AN END ABOVE RC=00 NOW ALSO APPENDS AN EVENT
000272*                 (DL1EVT) TO THE SHARED MONITORING EVENT FILE
000273*                 (EVENTOUT) FOR THE DL195M FORWARDER - A FATAL
000274*                 FILE ERROR OR A REFUSED RUN IS ITS OWN EVENT.
000275*                 OVER-AGE REVIEW ITEMS ARE EVENT OVERAGE.
000280*****************************************************************
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000400     SELECT AGING-RPT       ASSIGN TO AGINGRPT
000410            ORGANIZATION IS SEQUENTIAL
000420            FILE STATUS IS DL1-AGING-STATUS.
000422     SELECT EVENT-FILE      ASSIGN TO EVENTOUT
000424            ORGANIZATION IS SEQUENTIAL
000426            FILE STATUS IS DL1-EVENT-STATUS.
000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  REVIEW-FILE
000500     RECORD CONTAINS 80 CHARACTERS.
000510 COPY DL1AGE.
000520
000522 FD  EVENT-FILE
000524     RECORD CONTAINS 100 CHARACTERS.
000526 COPY DL1EVT.
000528
000530 WORKING-STORAGE SECTION.
000540*****************************************************************
000550* FILE STATUS SWITCHES
000570 01  DL1-FILE-STATUSES.
000580     05  DL1-REVIEW-STATUS     PIC X(02) VALUE '00'.
000590     05  DL1-AGING-STATUS      PIC X(02) VALUE '00'.
000595     05  DL1-EVENT-STATUS      PIC X(02) VALUE '00'.
000600 77  DL1-ABEND-DDNAME          PIC X(08) VALUE SPACES.
000610 77  DL1-ABEND-STATUS          PIC X(02) VALUE SPACES.
000620
000850 77  DL1-RUN-DATE-X            PIC X(10).
000860 77  DL1-RUN-DATE-N            PIC 9(08) VALUE ZERO.
000870
000871*****************************************************************
000872* MONITORING EVENT - WHATEVER ENDS THE RUN ABOVE RC=00 OR RAISES
000873* A NAMED CONDITION SETS THE CODE, COUNTS AND TEXT; 9500 WRITES
000874* THE EVENT (DL1EVT) TO THE SHARED EVENT FILE.
000875*****************************************************************
000876 01  DL1-EVENT-FIELDS.
000877     05  DL1-EVT-CODE          PIC X(08) VALUE SPACES.
000878     05  DL1-EVT-COUNT-1       PIC 9(07) VALUE ZERO.
000879     05  DL1-EVT-COUNT-2       PIC 9(07) VALUE ZERO.
000880     05  DL1-EVT-TEXT          PIC X(40) VALUE SPACES.
000881 77  DL1-EVT-RC                PIC 9(02) VALUE ZERO.
000882 77  DL1-EVT-DATE              PIC 9(08) VALUE ZERO.
000883 77  DL1-EVT-TIME              PIC 9(08) VALUE ZERO.
000884
000885 PROCEDURE DIVISION.
000890*****************************************************************
000900* 0000-MAINLINE
000910*****************************************************************
000940     PERFORM 2000-AGE-ONE-ITEM THRU 2000-EXIT
000950         UNTIL DL1-BROWSE-EOF-YES.
000960     PERFORM 9000-TERMINATE THRU 9000-EXIT.
000962     IF RETURN-CODE > 0
000964         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
000966     END-IF.
000970     GOBACK.
000980
000990*****************************************************************
002090     DISPLAY 'DL155M - PAST THE LIMIT: ' DL1-OVERAGE-COUNT.
002100     IF DL1-OVERAGE-COUNT > 0
002110         MOVE 04 TO RETURN-CODE
002111         MOVE 'OVERAGE' TO DL1-EVT-CODE
002112         MOVE DL1-OVERAGE-COUNT TO DL1-EVT-COUNT-1
002113         MOVE DL1-OPEN-COUNT TO DL1-EVT-COUNT-2
002114         MOVE 'REVIEW ITEMS OPEN PAST THE AGING LIMIT'
002115             TO DL1-EVT-TEXT
002120     END-IF.
002130 9000-EXIT.
002140     EXIT.
002220     DISPLAY 'DL155M - FATAL FILE ERROR ON ' DL1-ABEND-DDNAME
002230         ' - FILE STATUS ' DL1-ABEND-STATUS.
002240     MOVE 16 TO RETURN-CODE.
002241     MOVE 'FILEERR' TO DL1-EVT-CODE.
002242     MOVE SPACES TO DL1-EVT-TEXT.
002243     STRING 'FATAL FILE ERROR ON ' DELIMITED BY SIZE
002244            DL1-ABEND-DDNAME       DELIMITED BY SPACE
002245            ' STATUS '             DELIMITED BY SIZE
002246            DL1-ABEND-STATUS       DELIMITED BY SIZE
002247         INTO DL1-EVT-TEXT.
002248     PERFORM 9500-WRITE-EVENT THRU 9500-EXIT.
002250     STOP RUN.
002260 9100-EXIT.
002270     EXIT.
002280
002290*****************************************************************
002300* 9500-WRITE-EVENT - APPEND ONE EVENT TO THE SHARED MONITORING
002310*                    EVENT FILE FOR THE DL195M FORWARDER.  THE
002320*                    SEVERITY FOLLOWS THE RETURN CODE; AN END
002330*                    WITH NO NAMED CONDITION IS CODED RCNN.  AN
002340*                    EVENT FILE THAT WILL NOT TAKE THE RECORD
002350*                    IS REPORTED ON THE JOB LOG BUT DOES NOT
002360*                    CHANGE HOW THE STEP ENDS.
002370*****************************************************************
002380 9500-WRITE-EVENT.
002390     MOVE RETURN-CODE TO DL1-EVT-RC.
002400     OPEN OUTPUT EVENT-FILE.
002410     IF DL1-EVENT-STATUS NOT = '00'
002420         DISPLAY 'DL155M - EVENT NOT WRITTEN - EVENTOUT FILE '
002430             'STATUS ' DL1-EVENT-STATUS
002440         GO TO 9500-EXIT
002450     END-IF.
002460     ACCEPT DL1-EVT-DATE FROM DATE YYYYMMDD.
002470     ACCEPT DL1-EVT-TIME FROM TIME.
002480     MOVE SPACES TO EVT-RECORD.
002490     MOVE 'DL155M' TO EVT-PROGRAM.
002500     MOVE DL1-RUN-DATE TO EVT-BUS-DATE.
002510     IF EVT-BUS-DATE NOT NUMERIC
002520         MOVE DL1-EVT-DATE TO EVT-BUS-DATE
002530     END-IF.
002540     MOVE DL1-EVT-DATE TO EVT-EVENT-DATE.
002550     MOVE DL1-EVT-TIME(1:6) TO EVT-EVENT-TIME.
002560     MOVE DL1-EVT-RC TO EVT-RETURN-CODE.
002570     IF DL1-EVT-RC > 12
002580         MOVE 'S' TO EVT-SEVERITY
002590     ELSE
002600         IF DL1-EVT-RC > 04
002610             MOVE 'E' TO EVT-SEVERITY
002620         ELSE
002630             IF DL1-EVT-RC > 00
002640                 MOVE 'W' TO EVT-SEVERITY
002650             ELSE
002660                 MOVE 'I' TO EVT-SEVERITY
002670             END-IF
002680         END-IF
002690     END-IF.
002700     IF DL1-EVT-CODE = SPACES
002710         MOVE 'RC' TO EVT-EVENT-CODE(1:2)
002720         MOVE DL1-EVT-RC TO EVT-EVENT-CODE(3:2)
002730     ELSE
002740         MOVE DL1-EVT-CODE TO EVT-EVENT-CODE
002750     END-IF.
002760     IF DL1-EVT-TEXT = SPACES
002770         MOVE 'RUN ENDED ABOVE RC=00 - SEE THE JOB LOG'
002780             TO EVT-TEXT
002790     ELSE
002800         MOVE DL1-EVT-TEXT TO EVT-TEXT
002810     END-IF.
002820     MOVE DL1-EVT-COUNT-1 TO EVT-COUNT-1.
002830     MOVE DL1-EVT-COUNT-2 TO EVT-COUNT-2.
002840     WRITE EVT-RECORD.
002850     IF DL1-EVENT-STATUS NOT = '00'
002860         DISPLAY 'DL155M - EVENT NOT WRITTEN - EVENTOUT FILE '
002870             'STATUS ' DL1-EVENT-STATUS
002880     END-IF.
002890     CLOSE EVENT-FILE.
002900     MOVE SPACES TO DL1-EVT-CODE DL1-EVT-TEXT.
002910     MOVE ZERO TO DL1-EVT-COUNT-1 DL1-EVT-COUNT-2.
002920 9500-EXIT.
002930     EXIT.
