000391* 2026-09-02  RH  REVIEW FIX: THE PARM IS NOW LENGTH-CHECKED
000392*                 BEFORE ANY FIELD IS PICKED OFF IT - THE
000393*                 FUNCTION, THE DATES AND THE RESET REASON.
000394* 2026-10-15  RH  AN END ABOVE RC=00 NOW ALSO APPENDS AN EVENT
000395*                 (DL1EVT) TO THE SHARED MONITORING EVENT FILE
000396*                 (EVENTOUT) FOR THE DL195M FORWARDER - A FATAL
000397*                 FILE ERROR OR A REFUSED RUN IS ITS OWN EVENT.
000398*****************************************************************
000400 ENVIRONMENT DIVISION.
000410 CONFIGURATION SECTION.
000420 SOURCE-COMPUTER.   IBM-370.
000540     SELECT MAINT-RPT       ASSIGN TO RCTMRPT
000550            ORGANIZATION IS SEQUENTIAL
000560            FILE STATUS IS DL1-MAINT-STATUS.
000562     SELECT EVENT-FILE      ASSIGN TO EVENTOUT
000564            ORGANIZATION IS SEQUENTIAL
000566            FILE STATUS IS DL1-EVENT-STATUS.
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  RUN-CTL
000690     RECORD CONTAINS 80 CHARACTERS.
000700 COPY DL1RCM.
000710
000712 FD  EVENT-FILE
000714     RECORD CONTAINS 100 CHARACTERS.
000716 COPY DL1EVT.
000718
000720 WORKING-STORAGE SECTION.
000730*****************************************************************
000740* FILE STATUS SWITCHES
000770     05  DL1-RUNCTL-STATUS     PIC X(02) VALUE '00'.
000780     05  DL1-CALIN-STATUS      PIC X(02) VALUE '00'.
000790     05  DL1-MAINT-STATUS      PIC X(02) VALUE '00'.
000795     05  DL1-EVENT-STATUS      PIC X(02) VALUE '00'.
000800 77  DL1-ABEND-DDNAME          PIC X(08) VALUE SPACES.
000810 77  DL1-ABEND-STATUS          PIC X(02) VALUE SPACES.
000820
001260 77  DL1-RUN-TIME              PIC 9(08).
001270 77  DL1-RUN-TIMESTAMP-X       PIC X(16).
001280
001281*****************************************************************
001282* MONITORING EVENT - WHATEVER ENDS THE RUN ABOVE RC=00 OR RAISES
001283* A NAMED CONDITION SETS THE CODE, COUNTS AND TEXT; 9500 WRITES
001284* THE EVENT (DL1EVT) TO THE SHARED EVENT FILE.
001285*****************************************************************
001286 01  DL1-EVENT-FIELDS.
001287     05  DL1-EVT-CODE          PIC X(08) VALUE SPACES.
001288     05  DL1-EVT-COUNT-1       PIC 9(07) VALUE ZERO.
001289     05  DL1-EVT-COUNT-2       PIC 9(07) VALUE ZERO.
001290     05  DL1-EVT-TEXT          PIC X(40) VALUE SPACES.
001291 77  DL1-EVT-RC                PIC 9(02) VALUE ZERO.
001292 77  DL1-EVT-DATE              PIC 9(08) VALUE ZERO.
001293 77  DL1-EVT-TIME              PIC 9(08) VALUE ZERO.
001294
001295 LINKAGE SECTION.
001300 01  LS-PARM-AREA.
001310     05  LS-PARM-LENGTH         PIC S9(04) COMP.
001320     05  LS-PARM-TEXT           PIC X(40).
001470         PERFORM 4000-RESET-DATE THRU 4000-EXIT
001480     END-IF.
001490     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001492     IF RETURN-CODE > 0
001494         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
001496     END-IF.
001500     GOBACK.
001510
001520*****************************************************************
002110         DISPLAY 'DL140M - UNRECOGNIZED FUNCTION ON PARM: '
002116             DL1-RUN-FUNC
002122         MOVE 12 TO RETURN-CODE
002123         MOVE 'BADPARM' TO DL1-EVT-CODE
002124         MOVE 'PARM REFUSED - STEP NOT RUN' TO DL1-EVT-TEXT
002125         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
002128         STOP RUN
002134     END-IF.
002140     IF DL1-FUNC-LIST
002152             DISPLAY 'DL140M - LIST NEEDS FROM AND TO DATES '
002158                 '(YYYYMMDD YYYYMMDD) ON THE PARM'
002164             MOVE 12 TO RETURN-CODE
002165             MOVE 'BADPARM' TO DL1-EVT-CODE
002166             MOVE 'PARM REFUSED - STEP NOT RUN' TO DL1-EVT-TEXT
002167             PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
002170             STOP RUN
002176         END-IF
002182         MOVE LS-PARM-TEXT(9:8) TO DL1-FROM-DATE
002206             DISPLAY 'DL140M - LIST NEEDS FROM AND TO DATES '
002212                 '(YYYYMMDD) ON THE PARM'
002218             MOVE 12 TO RETURN-CODE
002219             MOVE 'BADPARM' TO DL1-EVT-CODE
002220             MOVE 'PARM REFUSED - STEP NOT RUN' TO DL1-EVT-TEXT
002221             PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
002224             STOP RUN
002230         END-IF
002236     END-IF.
002254             DISPLAY 'DL140M - RESET NEEDS A DATE (YYYYMMDD) '
002260                 'AND A REASON ON THE PARM'
002266             MOVE 12 TO RETURN-CODE
002267             MOVE 'BADPARM' TO DL1-EVT-CODE
002268             MOVE 'PARM REFUSED - STEP NOT RUN' TO DL1-EVT-TEXT
002269             PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
002272             STOP RUN
002278         END-IF
002284         MOVE LS-PARM-TEXT(9:8) TO DL1-FROM-DATE
002344             DISPLAY 'DL140M - RESET NEEDS A DATE (YYYYMMDD) '
002350                 'ON THE PARM'
002356             MOVE 12 TO RETURN-CODE
002357             MOVE 'BADPARM' TO DL1-EVT-CODE
002358             MOVE 'PARM REFUSED - STEP NOT RUN' TO DL1-EVT-TEXT
002359             PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
002362             STOP RUN
002368         END-IF
002374         IF DL1-RESET-REASON = SPACES
002380             DISPLAY 'DL140M - RESET NEEDS A REASON ON THE '
002386                 'PARM - REFUSED'
002392             MOVE 12 TO RETURN-CODE
002393             MOVE 'BADPARM' TO DL1-EVT-CODE
002394             MOVE 'PARM REFUSED - STEP NOT RUN' TO DL1-EVT-TEXT
002395             PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
002398             STOP RUN
002404         END-IF
002410     END-IF.
004790     DISPLAY 'DL140M - FATAL FILE ERROR ON ' DL1-ABEND-DDNAME
004800         ' - FILE STATUS ' DL1-ABEND-STATUS.
004810     MOVE 16 TO RETURN-CODE.
004811     MOVE 'FILEERR' TO DL1-EVT-CODE.
004812     MOVE SPACES TO DL1-EVT-TEXT.
004813     STRING 'FATAL FILE ERROR ON ' DELIMITED BY SIZE
004814            DL1-ABEND-DDNAME       DELIMITED BY SPACE
004815            ' STATUS '             DELIMITED BY SIZE
004816            DL1-ABEND-STATUS       DELIMITED BY SIZE
004817         INTO DL1-EVT-TEXT.
004818     PERFORM 9500-WRITE-EVENT THRU 9500-EXIT.
004820     STOP RUN.
004830 9100-EXIT.
004840     EXIT.
004850
004860*****************************************************************
004870* 9500-WRITE-EVENT - APPEND ONE EVENT TO THE SHARED MONITORING
004880*                    EVENT FILE FOR THE DL195M FORWARDER.  THE
004890*                    SEVERITY FOLLOWS THE RETURN CODE; AN END
004900*                    WITH NO NAMED CONDITION IS CODED RCNN.  AN
004910*                    EVENT FILE THAT WILL NOT TAKE THE RECORD
004920*                    IS REPORTED ON THE JOB LOG BUT DOES NOT
004930*                    CHANGE HOW THE STEP ENDS.
004940*****************************************************************
004950 9500-WRITE-EVENT.
004960     MOVE RETURN-CODE TO DL1-EVT-RC.
004970     OPEN OUTPUT EVENT-FILE.
004980     IF DL1-EVENT-STATUS NOT = '00'
004990         DISPLAY 'DL140M - EVENT NOT WRITTEN - EVENTOUT FILE '
005000             'STATUS ' DL1-EVENT-STATUS
005010         GO TO 9500-EXIT
005020     END-IF.
005030     ACCEPT DL1-EVT-DATE FROM DATE YYYYMMDD.
005040     ACCEPT DL1-EVT-TIME FROM TIME.
005050     MOVE SPACES TO EVT-RECORD.
005060     MOVE 'DL140M' TO EVT-PROGRAM.
005070     MOVE DL1-RUN-DATE TO EVT-BUS-DATE.
005080     IF EVT-BUS-DATE NOT NUMERIC
005090         MOVE DL1-EVT-DATE TO EVT-BUS-DATE
005100     END-IF.
005110     MOVE DL1-EVT-DATE TO EVT-EVENT-DATE.
005120     MOVE DL1-EVT-TIME(1:6) TO EVT-EVENT-TIME.
005130     MOVE DL1-EVT-RC TO EVT-RETURN-CODE.
005140     IF DL1-EVT-RC > 12
005150         MOVE 'S' TO EVT-SEVERITY
005160     ELSE
005170         IF DL1-EVT-RC > 04
005180             MOVE 'E' TO EVT-SEVERITY
005190         ELSE
005200             IF DL1-EVT-RC > 00
005210                 MOVE 'W' TO EVT-SEVERITY
005220             ELSE
005230                 MOVE 'I' TO EVT-SEVERITY
005240             END-IF
005250         END-IF
005260     END-IF.
005270     IF DL1-EVT-CODE = SPACES
005280         MOVE 'RC' TO EVT-EVENT-CODE(1:2)
005290         MOVE DL1-EVT-RC TO EVT-EVENT-CODE(3:2)
005300     ELSE
005310         MOVE DL1-EVT-CODE TO EVT-EVENT-CODE
005320     END-IF.
005330     IF DL1-EVT-TEXT = SPACES
005340         MOVE 'RUN ENDED ABOVE RC=00 - SEE THE JOB LOG'
005350             TO EVT-TEXT
005360     ELSE
005370         MOVE DL1-EVT-TEXT TO EVT-TEXT
005380     END-IF.
005390     MOVE DL1-EVT-COUNT-1 TO EVT-COUNT-1.
005400     MOVE DL1-EVT-COUNT-2 TO EVT-COUNT-2.
005410     WRITE EVT-RECORD.
005420     IF DL1-EVENT-STATUS NOT = '00'
005430         DISPLAY 'DL140M - EVENT NOT WRITTEN - EVENTOUT FILE '
005440             'STATUS ' DL1-EVENT-STATUS
005450     END-IF.
005460     CLOSE EVENT-FILE.
005470     MOVE SPACES TO DL1-EVT-CODE DL1-EVT-TEXT.
005480     MOVE ZERO TO DL1-EVT-COUNT-1 DL1-EVT-COUNT-2.
005490 9500-EXIT.
005500     EXIT.
