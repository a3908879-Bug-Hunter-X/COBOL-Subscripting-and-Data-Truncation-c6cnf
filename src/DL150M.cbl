000260*                 RUNS INTERACTIVELY UNDER TSO OR IN BATCH
000270*                 WITH A SYSIN COMMAND DECK - SEE THE JCL
000280*                 MEMBER FOR THE COMMAND FORMAT.
000282* 2026-10-15  RH  AN END ABOVE RC=00 NOW ALSO APPENDS AN EVENT
000284*                 (DL1EVT) TO THE SHARED MONITORING EVENT FILE
000286*                 (EVENTOUT) FOR THE DL195M FORWARDER - A FATAL
000288*                 FILE ERROR OR A REFUSED RUN IS ITS OWN EVENT.
000290*****************************************************************
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000380            ACCESS MODE IS DYNAMIC
000390            RECORD KEY IS RVW-KEY
000400            FILE STATUS IS DL1-REVIEW-STATUS.
000402     SELECT EVENT-FILE      ASSIGN TO EVENTOUT
000404            ORGANIZATION IS SEQUENTIAL
000406            FILE STATUS IS DL1-EVENT-STATUS.
000410 DATA DIVISION.
000420 FILE SECTION.
000430 FD  REVIEW-FILE
000440     RECORD CONTAINS 102 CHARACTERS.
000450 COPY DL1RVW.
000460
000462 FD  EVENT-FILE
000464     RECORD CONTAINS 100 CHARACTERS.
000466 COPY DL1EVT.
000468
000470 WORKING-STORAGE SECTION.
000480*****************************************************************
000490* FILE STATUS SWITCHES
000500*****************************************************************
000510 01  DL1-FILE-STATUSES.
000520     05  DL1-REVIEW-STATUS     PIC X(02) VALUE '00'.
000525     05  DL1-EVENT-STATUS      PIC X(02) VALUE '00'.
000530 77  DL1-ABEND-DDNAME          PIC X(08) VALUE SPACES.
000540 77  DL1-ABEND-STATUS          PIC X(02) VALUE SPACES.
000550
000810 77  DL1-RUN-TIME              PIC 9(08).
000820 77  DL1-DISP-TIMESTAMP-X      PIC X(16).
000830
000831*****************************************************************
000832* MONITORING EVENT - WHATEVER ENDS THE RUN ABOVE RC=00 OR RAISES
000833* A NAMED CONDITION SETS THE CODE, COUNTS AND TEXT; 9500 WRITES
000834* THE EVENT (DL1EVT) TO THE SHARED EVENT FILE.
000835*****************************************************************
000836 01  DL1-EVENT-FIELDS.
000837     05  DL1-EVT-CODE          PIC X(08) VALUE SPACES.
000838     05  DL1-EVT-COUNT-1       PIC 9(07) VALUE ZERO.
000839     05  DL1-EVT-COUNT-2       PIC 9(07) VALUE ZERO.
000840     05  DL1-EVT-TEXT          PIC X(40) VALUE SPACES.
000841 77  DL1-EVT-RC                PIC 9(02) VALUE ZERO.
000842 77  DL1-EVT-DATE              PIC 9(08) VALUE ZERO.
000843 77  DL1-EVT-TIME              PIC 9(08) VALUE ZERO.
000844
000845 PROCEDURE DIVISION.
000850*****************************************************************
000860* 0000-MAINLINE
000870*****************************************************************
000900     PERFORM 2000-PROCESS-ONE-COMMAND THRU 2000-EXIT
000910         UNTIL DL1-SESSION-DONE.
000920     PERFORM 9000-TERMINATE THRU 9000-EXIT.
000922     IF RETURN-CODE > 0
000924         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
000926     END-IF.
000930     GOBACK.
000940
000950*****************************************************************
002910     DISPLAY 'DL150M - FATAL FILE ERROR ON ' DL1-ABEND-DDNAME
002920         ' - FILE STATUS ' DL1-ABEND-STATUS.
002930     MOVE 16 TO RETURN-CODE.
002931     MOVE 'FILEERR' TO DL1-EVT-CODE.
002932     MOVE SPACES TO DL1-EVT-TEXT.
002933     STRING 'FATAL FILE ERROR ON ' DELIMITED BY SIZE
002934            DL1-ABEND-DDNAME       DELIMITED BY SPACE
002935            ' STATUS '             DELIMITED BY SIZE
002936            DL1-ABEND-STATUS       DELIMITED BY SIZE
002937         INTO DL1-EVT-TEXT.
002938     PERFORM 9500-WRITE-EVENT THRU 9500-EXIT.
002940     STOP RUN.
002950 9100-EXIT.
002960     EXIT.
002970
002980*****************************************************************
002990* 9500-WRITE-EVENT - APPEND ONE EVENT TO THE SHARED MONITORING
003000*                    EVENT FILE FOR THE DL195M FORWARDER.  THE
003010*                    SEVERITY FOLLOWS THE RETURN CODE; AN END
003020*                    WITH NO NAMED CONDITION IS CODED RCNN.  AN
003030*                    EVENT FILE THAT WILL NOT TAKE THE RECORD
003040*                    IS REPORTED ON THE JOB LOG BUT DOES NOT
003050*                    CHANGE HOW THE STEP ENDS.
003060*****************************************************************
003070 9500-WRITE-EVENT.
003080     MOVE RETURN-CODE TO DL1-EVT-RC.
003090     OPEN OUTPUT EVENT-FILE.
003100     IF DL1-EVENT-STATUS NOT = '00'
003110         DISPLAY 'DL150M - EVENT NOT WRITTEN - EVENTOUT FILE '
003120             'STATUS ' DL1-EVENT-STATUS
003130         GO TO 9500-EXIT
003140     END-IF.
003150     ACCEPT DL1-EVT-DATE FROM DATE YYYYMMDD.
003160     ACCEPT DL1-EVT-TIME FROM TIME.
003170     MOVE SPACES TO EVT-RECORD.
003180     MOVE 'DL150M' TO EVT-PROGRAM.
003190     MOVE DL1-RUN-DATE TO EVT-BUS-DATE.
003200     IF EVT-BUS-DATE NOT NUMERIC
003210         MOVE DL1-EVT-DATE TO EVT-BUS-DATE
003220     END-IF.
003230     MOVE DL1-EVT-DATE TO EVT-EVENT-DATE.
003240     MOVE DL1-EVT-TIME(1:6) TO EVT-EVENT-TIME.
003250     MOVE DL1-EVT-RC TO EVT-RETURN-CODE.
003260     IF DL1-EVT-RC > 12
003270         MOVE 'S' TO EVT-SEVERITY
003280     ELSE
003290         IF DL1-EVT-RC > 04
003300             MOVE 'E' TO EVT-SEVERITY
003310         ELSE
003320             IF DL1-EVT-RC > 00
003330                 MOVE 'W' TO EVT-SEVERITY
003340             ELSE
003350                 MOVE 'I' TO EVT-SEVERITY
003360             END-IF
003370         END-IF
003380     END-IF.
003390     IF DL1-EVT-CODE = SPACES
003400         MOVE 'RC' TO EVT-EVENT-CODE(1:2)
003410         MOVE DL1-EVT-RC TO EVT-EVENT-CODE(3:2)
003420     ELSE
003430         MOVE DL1-EVT-CODE TO EVT-EVENT-CODE
003440     END-IF.
003450     IF DL1-EVT-TEXT = SPACES
003460         MOVE 'RUN ENDED ABOVE RC=00 - SEE THE JOB LOG'
003470             TO EVT-TEXT
003480     ELSE
003490         MOVE DL1-EVT-TEXT TO EVT-TEXT
003500     END-IF.
003510     MOVE DL1-EVT-COUNT-1 TO EVT-COUNT-1.
003520     MOVE DL1-EVT-COUNT-2 TO EVT-COUNT-2.
003530     WRITE EVT-RECORD.
003540     IF DL1-EVENT-STATUS NOT = '00'
003550         DISPLAY 'DL150M - EVENT NOT WRITTEN - EVENTOUT FILE '
003560             'STATUS ' DL1-EVENT-STATUS
003570     END-IF.
003580     CLOSE EVENT-FILE.
003590     MOVE SPACES TO DL1-EVT-CODE DL1-EVT-TEXT.
003600     MOVE ZERO TO DL1-EVT-COUNT-1 DL1-EVT-COUNT-2.
003610 9500-EXIT.
003620     EXIT.
