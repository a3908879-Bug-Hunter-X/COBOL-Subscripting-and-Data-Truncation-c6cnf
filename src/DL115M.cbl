000310*                 REAPPEARS ON A FEED AND ITS HISTORY IS WANTED;
000320*                 AN ID ALREADY LIVE ON THE MASTER AGAIN IS LEFT
000330*                 ALONE AND REPORTED.
000332* 2026-10-15  RH  AN END ABOVE RC=00 NOW ALSO APPENDS AN EVENT
000334*                 (DL1EVT) TO THE SHARED MONITORING EVENT FILE
000336*                 (EVENTOUT) FOR THE DL195M FORWARDER - A FATAL
000338*                 FILE ERROR OR A REFUSED RUN IS ITS OWN EVENT.
000340*****************************************************************
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000520     SELECT SWEEP-RPT       ASSIGN TO SWEEPRPT
000530            ORGANIZATION IS SEQUENTIAL
000540            FILE STATUS IS DL1-SWEEP-STATUS.
000542     SELECT EVENT-FILE      ASSIGN TO EVENTOUT
000544            ORGANIZATION IS SEQUENTIAL
000546            FILE STATUS IS DL1-EVENT-STATUS.
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  MASTER-FILE
000840     RECORD CONTAINS 80 CHARACTERS.
000850 COPY DL1SWP.
000860
000862 FD  EVENT-FILE
000864     RECORD CONTAINS 100 CHARACTERS.
000866 COPY DL1EVT.
000868
000870 WORKING-STORAGE SECTION.
000880*****************************************************************
000890* FILE STATUS SWITCHES
000930     05  DL1-ARCHOUT-STATUS    PIC X(02) VALUE '00'.
000940     05  DL1-ARCHIN-STATUS     PIC X(02) VALUE '00'.
000950     05  DL1-SWEEP-STATUS      PIC X(02) VALUE '00'.
000955     05  DL1-EVENT-STATUS      PIC X(02) VALUE '00'.
000960 77  DL1-ABEND-DDNAME          PIC X(08) VALUE SPACES.
000970 77  DL1-ABEND-STATUS          PIC X(02) VALUE SPACES.
000980
001480 77  DL1-RUN-DATE-X            PIC X(10).
001490 77  DL1-RUN-DATE-N            PIC 9(08) VALUE ZERO.
001500
001501*****************************************************************
001502* MONITORING EVENT - WHATEVER ENDS THE RUN ABOVE RC=00 OR RAISES
001503* A NAMED CONDITION SETS THE CODE, COUNTS AND TEXT; 9500 WRITES
001504* THE EVENT (DL1EVT) TO THE SHARED EVENT FILE.
001505*****************************************************************
001506 01  DL1-EVENT-FIELDS.
001507     05  DL1-EVT-CODE          PIC X(08) VALUE SPACES.
001508     05  DL1-EVT-COUNT-1       PIC 9(07) VALUE ZERO.
001509     05  DL1-EVT-COUNT-2       PIC 9(07) VALUE ZERO.
001510     05  DL1-EVT-TEXT          PIC X(40) VALUE SPACES.
001511 77  DL1-EVT-RC                PIC 9(02) VALUE ZERO.
001512 77  DL1-EVT-DATE              PIC 9(08) VALUE ZERO.
001513 77  DL1-EVT-TIME              PIC 9(08) VALUE ZERO.
001514
001515 LINKAGE SECTION.
001520 01  LS-PARM-AREA.
001530     05  LS-PARM-LENGTH         PIC S9(04) COMP.
001540     05  LS-PARM-TEXT           PIC X(24).
001670             UNTIL DL1-ARCHIN-EOF-YES
001680     END-IF.
001690     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001692     IF RETURN-CODE > 0
001694         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
001696     END-IF.
001700     GOBACK.
001710
001720*****************************************************************
002560         DISPLAY 'DL115M - UNRECOGNIZED FUNCTION ON PARM: '
002570             DL1-RUN-FUNC
002580         MOVE 12 TO RETURN-CODE
002582         MOVE 'BADPARM' TO DL1-EVT-CODE
002584         MOVE 'PARM REFUSED - STEP NOT RUN' TO DL1-EVT-TEXT
002586         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
002590         STOP RUN
002600     END-IF.
002610     IF DL1-FUNC-SWEEP
004430     DISPLAY 'DL115M - FATAL FILE ERROR ON ' DL1-ABEND-DDNAME
004440         ' - FILE STATUS ' DL1-ABEND-STATUS.
004450     MOVE 16 TO RETURN-CODE.
004451     MOVE 'FILEERR' TO DL1-EVT-CODE.
004452     MOVE SPACES TO DL1-EVT-TEXT.
004453     STRING 'FATAL FILE ERROR ON ' DELIMITED BY SIZE
004454            DL1-ABEND-DDNAME       DELIMITED BY SPACE
004455            ' STATUS '             DELIMITED BY SIZE
004456            DL1-ABEND-STATUS       DELIMITED BY SIZE
004457         INTO DL1-EVT-TEXT.
004458     PERFORM 9500-WRITE-EVENT THRU 9500-EXIT.
004460     STOP RUN.
004470 9100-EXIT.
004480     EXIT.
004490
004500*****************************************************************
004510* 9500-WRITE-EVENT - APPEND ONE EVENT TO THE SHARED MONITORING
004520*                    EVENT FILE FOR THE DL195M FORWARDER.  THE
004530*                    SEVERITY FOLLOWS THE RETURN CODE; AN END
004540*                    WITH NO NAMED CONDITION IS CODED RCNN.  AN
004550*                    EVENT FILE THAT WILL NOT TAKE THE RECORD
004560*                    IS REPORTED ON THE JOB LOG BUT DOES NOT
004570*                    CHANGE HOW THE STEP ENDS.
004580*****************************************************************
004590 9500-WRITE-EVENT.
004600     MOVE RETURN-CODE TO DL1-EVT-RC.
004610     OPEN OUTPUT EVENT-FILE.
004620     IF DL1-EVENT-STATUS NOT = '00'
004630         DISPLAY 'DL115M - EVENT NOT WRITTEN - EVENTOUT FILE '
004640             'STATUS ' DL1-EVENT-STATUS
004650         GO TO 9500-EXIT
004660     END-IF.
004670     ACCEPT DL1-EVT-DATE FROM DATE YYYYMMDD.
004680     ACCEPT DL1-EVT-TIME FROM TIME.
004690     MOVE SPACES TO EVT-RECORD.
004700     MOVE 'DL115M' TO EVT-PROGRAM.
004710     MOVE DL1-RUN-DATE TO EVT-BUS-DATE.
004720     IF EVT-BUS-DATE NOT NUMERIC
004730         MOVE DL1-EVT-DATE TO EVT-BUS-DATE
004740     END-IF.
004750     MOVE DL1-EVT-DATE TO EVT-EVENT-DATE.
004760     MOVE DL1-EVT-TIME(1:6) TO EVT-EVENT-TIME.
004770     MOVE DL1-EVT-RC TO EVT-RETURN-CODE.
004780     IF DL1-EVT-RC > 12
004790         MOVE 'S' TO EVT-SEVERITY
004800     ELSE
004810         IF DL1-EVT-RC > 04
004820             MOVE 'E' TO EVT-SEVERITY
004830         ELSE
004840             IF DL1-EVT-RC > 00
004850                 MOVE 'W' TO EVT-SEVERITY
004860             ELSE
004870                 MOVE 'I' TO EVT-SEVERITY
004880             END-IF
004890         END-IF
004900     END-IF.
004910     IF DL1-EVT-CODE = SPACES
004920         MOVE 'RC' TO EVT-EVENT-CODE(1:2)
004930         MOVE DL1-EVT-RC TO EVT-EVENT-CODE(3:2)
004940     ELSE
004950         MOVE DL1-EVT-CODE TO EVT-EVENT-CODE
004960     END-IF.
004970     IF DL1-EVT-TEXT = SPACES
004980         MOVE 'RUN ENDED ABOVE RC=00 - SEE THE JOB LOG'
004990             TO EVT-TEXT
005000     ELSE
005010         MOVE DL1-EVT-TEXT TO EVT-TEXT
005020     END-IF.
005030     MOVE DL1-EVT-COUNT-1 TO EVT-COUNT-1.
005040     MOVE DL1-EVT-COUNT-2 TO EVT-COUNT-2.
005050     WRITE EVT-RECORD.
005060     IF DL1-EVENT-STATUS NOT = '00'
005070         DISPLAY 'DL115M - EVENT NOT WRITTEN - EVENTOUT FILE '
005080             'STATUS ' DL1-EVENT-STATUS
005090     END-IF.
005100     CLOSE EVENT-FILE.
005110     MOVE SPACES TO DL1-EVT-CODE DL1-EVT-TEXT.
005120     MOVE ZERO TO DL1-EVT-COUNT-1 DL1-EVT-COUNT-2.
005130 9500-EXIT.
005140     EXIT.
