000340*                 DATE ARITHMETIC USES INTEGER-OF-DATE - DAY
000350*                 COUNTS ACROSS MONTH ENDS ARE NOT A JOB FOR
000360*                 HAND-ROLLED CALENDAR CODE.
000362* 2026-10-15  RH  AN END ABOVE RC=00 NOW ALSO APPENDS AN EVENT
000364*                 (DL1EVT) TO THE SHARED MONITORING EVENT FILE
000366*                 (EVENTOUT) FOR THE DL195M FORWARDER - A FATAL
000368*                 FILE ERROR OR A REFUSED RUN IS ITS OWN EVENT.
000370*****************************************************************
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000490     SELECT DISP-RPT        ASSIGN TO DISPRPT
000500            ORGANIZATION IS SEQUENTIAL
000510            FILE STATUS IS DL1-DISP-STATUS.
000512     SELECT EVENT-FILE      ASSIGN TO EVENTOUT
000514            ORGANIZATION IS SEQUENTIAL
000516            FILE STATUS IS DL1-EVENT-STATUS.
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  REVIEW-FILE
000590     RECORD CONTAINS 80 CHARACTERS.
000600 COPY DL1DSP.
000610
000612 FD  EVENT-FILE
000614     RECORD CONTAINS 100 CHARACTERS.
000616 COPY DL1EVT.
000618
000620 WORKING-STORAGE SECTION.
000630*****************************************************************
000640* FILE STATUS SWITCHES
000660 01  DL1-FILE-STATUSES.
000670     05  DL1-REVIEW-STATUS     PIC X(02) VALUE '00'.
000680     05  DL1-DISP-STATUS       PIC X(02) VALUE '00'.
000685     05  DL1-EVENT-STATUS      PIC X(02) VALUE '00'.
000690 77  DL1-ABEND-DDNAME          PIC X(08) VALUE SPACES.
000700 77  DL1-ABEND-STATUS          PIC X(02) VALUE SPACES.
000710
001430     05  DL1-RUN-DD            PIC 9(02).
001440 77  DL1-RUN-DATE-X            PIC X(10).
001450
001451*****************************************************************
001452* MONITORING EVENT - WHATEVER ENDS THE RUN ABOVE RC=00 OR RAISES
001453* A NAMED CONDITION SETS THE CODE, COUNTS AND TEXT; 9500 WRITES
001454* THE EVENT (DL1EVT) TO THE SHARED EVENT FILE.
001455*****************************************************************
001456 01  DL1-EVENT-FIELDS.
001457     05  DL1-EVT-CODE          PIC X(08) VALUE SPACES.
001458     05  DL1-EVT-COUNT-1       PIC 9(07) VALUE ZERO.
001459     05  DL1-EVT-COUNT-2       PIC 9(07) VALUE ZERO.
001460     05  DL1-EVT-TEXT          PIC X(40) VALUE SPACES.
001461 77  DL1-EVT-RC                PIC 9(02) VALUE ZERO.
001462 77  DL1-EVT-DATE              PIC 9(08) VALUE ZERO.
001463 77  DL1-EVT-TIME              PIC 9(08) VALUE ZERO.
001464
001465 LINKAGE SECTION.
001470 01  LS-PARM-AREA.
001480     05  LS-PARM-LENGTH         PIC S9(04) COMP.
001490     05  LS-PARM-TEXT           PIC X(24).
001580         UNTIL DL1-BROWSE-EOF-YES.
001590     PERFORM 3000-WRITE-SUMMARY THRU 3000-EXIT.
001600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001602     IF RETURN-CODE > 0
001604         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
001606     END-IF.
001610     GOBACK.
001620
001630*****************************************************************
002300         DISPLAY 'DL165M - PARM MUST CARRY FROMDATE TODATE '
002310             '(YYYYMMDD YYYYMMDD)'
002320         MOVE 12 TO RETURN-CODE
002322         MOVE 'BADPARM' TO DL1-EVT-CODE
002324         MOVE 'PARM REFUSED - STEP NOT RUN' TO DL1-EVT-TEXT
002326         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
002330         STOP RUN
002340     END-IF.
002350 1050-EXIT.
004820     DISPLAY 'DL165M - FATAL FILE ERROR ON ' DL1-ABEND-DDNAME
004830         ' - FILE STATUS ' DL1-ABEND-STATUS.
004840     MOVE 16 TO RETURN-CODE.
004841     MOVE 'FILEERR' TO DL1-EVT-CODE.
004842     MOVE SPACES TO DL1-EVT-TEXT.
004843     STRING 'FATAL FILE ERROR ON ' DELIMITED BY SIZE
004844            DL1-ABEND-DDNAME       DELIMITED BY SPACE
004845            ' STATUS '             DELIMITED BY SIZE
004846            DL1-ABEND-STATUS       DELIMITED BY SIZE
004847         INTO DL1-EVT-TEXT.
004848     PERFORM 9500-WRITE-EVENT THRU 9500-EXIT.
004850     STOP RUN.
004860 9100-EXIT.
004870     EXIT.
004880
004890*****************************************************************
004900* 9500-WRITE-EVENT - APPEND ONE EVENT TO THE SHARED MONITORING
004910*                    EVENT FILE FOR THE DL195M FORWARDER.  THE
004920*                    SEVERITY FOLLOWS THE RETURN CODE; AN END
004930*                    WITH NO NAMED CONDITION IS CODED RCNN.  AN
004940*                    EVENT FILE THAT WILL NOT TAKE THE RECORD
004950*                    IS REPORTED ON THE JOB LOG BUT DOES NOT
004960*                    CHANGE HOW THE STEP ENDS.
004970*****************************************************************
004980 9500-WRITE-EVENT.
004990     MOVE RETURN-CODE TO DL1-EVT-RC.
005000     OPEN OUTPUT EVENT-FILE.
005010     IF DL1-EVENT-STATUS NOT = '00'
005020         DISPLAY 'DL165M - EVENT NOT WRITTEN - EVENTOUT FILE '
005030             'STATUS ' DL1-EVENT-STATUS
005040         GO TO 9500-EXIT
005050     END-IF.
005060     ACCEPT DL1-EVT-DATE FROM DATE YYYYMMDD.
005070     ACCEPT DL1-EVT-TIME FROM TIME.
005080     MOVE SPACES TO EVT-RECORD.
005090     MOVE 'DL165M' TO EVT-PROGRAM.
005100     MOVE DL1-RUN-DATE TO EVT-BUS-DATE.
005110     IF EVT-BUS-DATE NOT NUMERIC
005120         MOVE DL1-EVT-DATE TO EVT-BUS-DATE
005130     END-IF.
005140     MOVE DL1-EVT-DATE TO EVT-EVENT-DATE.
005150     MOVE DL1-EVT-TIME(1:6) TO EVT-EVENT-TIME.
005160     MOVE DL1-EVT-RC TO EVT-RETURN-CODE.
005170     IF DL1-EVT-RC > 12
005180         MOVE 'S' TO EVT-SEVERITY
005190     ELSE
005200         IF DL1-EVT-RC > 04
005210             MOVE 'E' TO EVT-SEVERITY
005220         ELSE
005230             IF DL1-EVT-RC > 00
005240                 MOVE 'W' TO EVT-SEVERITY
005250             ELSE
005260                 MOVE 'I' TO EVT-SEVERITY
005270             END-IF
005280         END-IF
005290     END-IF.
005300     IF DL1-EVT-CODE = SPACES
005310         MOVE 'RC' TO EVT-EVENT-CODE(1:2)
005320         MOVE DL1-EVT-RC TO EVT-EVENT-CODE(3:2)
005330     ELSE
005340         MOVE DL1-EVT-CODE TO EVT-EVENT-CODE
005350     END-IF.
005360     IF DL1-EVT-TEXT = SPACES
005370         MOVE 'RUN ENDED ABOVE RC=00 - SEE THE JOB LOG'
005380             TO EVT-TEXT
005390     ELSE
005400         MOVE DL1-EVT-TEXT TO EVT-TEXT
005410     END-IF.
005420     MOVE DL1-EVT-COUNT-1 TO EVT-COUNT-1.
005430     MOVE DL1-EVT-COUNT-2 TO EVT-COUNT-2.
005440     WRITE EVT-RECORD.
005450     IF DL1-EVENT-STATUS NOT = '00'
005460         DISPLAY 'DL165M - EVENT NOT WRITTEN - EVENTOUT FILE '
005470             'STATUS ' DL1-EVENT-STATUS
005480     END-IF.
005490     CLOSE EVENT-FILE.
005500     MOVE SPACES TO DL1-EVT-CODE DL1-EVT-TEXT.
005510     MOVE ZERO TO DL1-EVT-COUNT-1 DL1-EVT-COUNT-2.
005520 9500-EXIT.
005530     EXIT.
