000351*                 KEY FILE (BRKKEYS, DL1BKY) SO DL135M CAN CUT
000352*                 A RELOAD EXTRACT FOR JUST THE BROKEN RECORDS
000353*                 INSTEAD OF SOMEONE RETYPING IDS OFF RECONRPT.
000355* 2026-10-15  RH  AN END ABOVE RC=00 NOW ALSO APPENDS AN EVENT
000357*                 (DL1EVT) TO THE SHARED MONITORING EVENT FILE
000359*                 (EVENTOUT) FOR THE DL195M FORWARDER - A FATAL
000361*                 FILE ERROR OR A REFUSED RUN IS ITS OWN EVENT.
000363*                 NEVER-ACKNOWLEDGED OR FAILED LOADS ARE EVENT
000365*                 NACKFAIL.
000367*****************************************************************
000369 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380 SOURCE-COMPUTER.   IBM-370.
000390 OBJECT-COMPUTER.   IBM-370.
000537     SELECT BRK-KEYS        ASSIGN TO BRKKEYS
000538            ORGANIZATION IS SEQUENTIAL
000539            FILE STATUS IS DL1-BRKKEY-STATUS.
000541     SELECT EVENT-FILE      ASSIGN TO EVENTOUT
000543            ORGANIZATION IS SEQUENTIAL
000545            FILE STATUS IS DL1-EVENT-STATUS.
000547 DATA DIVISION.
000550 FILE SECTION.
000560 FD  XTRACT-IN
000570     RECORD IS VARYING IN SIZE FROM 12 TO 1012 CHARACTERS
000793     RECORDING MODE IS F.
000794 COPY DL1BKY.
000795
000796 FD  EVENT-FILE
000797     RECORD CONTAINS 100 CHARACTERS.
000798 COPY DL1EVT.
000799
000800 WORKING-STORAGE SECTION.
000810*****************************************************************
000820* FILE STATUS SWITCHES
000880     05  DL1-RECON-STATUS      PIC X(02) VALUE '00'.
000882     05  DL1-STEPAUD-STATUS    PIC X(02) VALUE '00'.
000884     05  DL1-BRKKEY-STATUS     PIC X(02) VALUE '00'.
000889     05  DL1-EVENT-STATUS      PIC X(02) VALUE '00'.
000890 77  DL1-ABEND-DDNAME          PIC X(08) VALUE SPACES.
000900 77  DL1-ABEND-STATUS          PIC X(02) VALUE SPACES.
000910 77  DL1-XTI-REC-LEN           PIC 9(04) COMP VALUE ZERO.
001161 77  DL1-RUN-TIME              PIC 9(08).
001162 77  DL1-RUN-TIMESTAMP-X       PIC X(16).
001163
001164*****************************************************************
001165* MONITORING EVENT - WHATEVER ENDS THE RUN ABOVE RC=00 OR RAISES
001166* A NAMED CONDITION SETS THE CODE, COUNTS AND TEXT; 9500 WRITES
001167* THE EVENT (DL1EVT) TO THE SHARED EVENT FILE.
001168*****************************************************************
001169 01  DL1-EVENT-FIELDS.
001170     05  DL1-EVT-CODE          PIC X(08) VALUE SPACES.
001171     05  DL1-EVT-COUNT-1       PIC 9(07) VALUE ZERO.
001172     05  DL1-EVT-COUNT-2       PIC 9(07) VALUE ZERO.
001173     05  DL1-EVT-TEXT          PIC X(40) VALUE SPACES.
001174 77  DL1-EVT-RC                PIC 9(02) VALUE ZERO.
001175 77  DL1-EVT-DATE              PIC 9(08) VALUE ZERO.
001176 77  DL1-EVT-TIME              PIC 9(08) VALUE ZERO.
001177
001178 PROCEDURE DIVISION.
001180*****************************************************************
001190* 0000-MAINLINE
001200*****************************************************************
001250           AND DL1-ACK-KEY = HIGH-VALUES.
001260     PERFORM 3000-READ-AUDIT-TRAILER THRU 3000-EXIT.
001270     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001272     IF RETURN-CODE > 0
001274         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
001276     END-IF.
001280     GOBACK.
001290
001300*****************************************************************
003222     DISPLAY 'DL120M - BREAK KEYS CUT:   ' DL1-BRKKEY-COUNT.
003230     IF DL1-BREAK-COUNT > 0
003240         MOVE 04 TO RETURN-CODE
003241         IF DL1-NO-ACK-COUNT > 0 OR DL1-LOAD-FAIL-COUNT > 0
003242             MOVE 'NACKFAIL' TO DL1-EVT-CODE
003243             MOVE DL1-NO-ACK-COUNT TO DL1-EVT-COUNT-1
003244             MOVE DL1-LOAD-FAIL-COUNT TO DL1-EVT-COUNT-2
003245             MOVE 'LOADS NEVER ACKNOWLEDGED OR FAILED'
003246                 TO DL1-EVT-TEXT
003247         END-IF
003250     END-IF.
003260 9000-EXIT.
003270     EXIT.
003370     DISPLAY 'DL120M - FATAL FILE ERROR ON ' DL1-ABEND-DDNAME
003380         ' - FILE STATUS ' DL1-ABEND-STATUS.
003390     MOVE 16 TO RETURN-CODE.
003391     MOVE 'FILEERR' TO DL1-EVT-CODE.
003392     MOVE SPACES TO DL1-EVT-TEXT.
003393     STRING 'FATAL FILE ERROR ON ' DELIMITED BY SIZE
003394            DL1-ABEND-DDNAME       DELIMITED BY SPACE
003395            ' STATUS '             DELIMITED BY SIZE
003396            DL1-ABEND-STATUS       DELIMITED BY SIZE
003397         INTO DL1-EVT-TEXT.
003398     PERFORM 9500-WRITE-EVENT THRU 9500-EXIT.
003400     STOP RUN.
003410 9100-EXIT.
003420     EXIT.
003430
003440*****************************************************************
003450* 9500-WRITE-EVENT - APPEND ONE EVENT TO THE SHARED MONITORING
003460*                    EVENT FILE FOR THE DL195M FORWARDER.  THE
003470*                    SEVERITY FOLLOWS THE RETURN CODE; AN END
003480*                    WITH NO NAMED CONDITION IS CODED RCNN.  AN
003490*                    EVENT FILE THAT WILL NOT TAKE THE RECORD
003500*                    IS REPORTED ON THE JOB LOG BUT DOES NOT
003510*                    CHANGE HOW THE STEP ENDS.
003520*****************************************************************
003530 9500-WRITE-EVENT.
003540     MOVE RETURN-CODE TO DL1-EVT-RC.
003550     OPEN OUTPUT EVENT-FILE.
003560     IF DL1-EVENT-STATUS NOT = '00'
003570         DISPLAY 'DL120M - EVENT NOT WRITTEN - EVENTOUT FILE '
003580             'STATUS ' DL1-EVENT-STATUS
003590         GO TO 9500-EXIT
003600     END-IF.
003610     ACCEPT DL1-EVT-DATE FROM DATE YYYYMMDD.
003620     ACCEPT DL1-EVT-TIME FROM TIME.
003630     MOVE SPACES TO EVT-RECORD.
003640     MOVE 'DL120M' TO EVT-PROGRAM.
003650     MOVE DL1-RUN-DATE TO EVT-BUS-DATE.
003660     IF EVT-BUS-DATE NOT NUMERIC
003670         MOVE DL1-EVT-DATE TO EVT-BUS-DATE
003680     END-IF.
003690     MOVE DL1-EVT-DATE TO EVT-EVENT-DATE.
003700     MOVE DL1-EVT-TIME(1:6) TO EVT-EVENT-TIME.
003710     MOVE DL1-EVT-RC TO EVT-RETURN-CODE.
003720     IF DL1-EVT-RC > 12
003730         MOVE 'S' TO EVT-SEVERITY
003740     ELSE
003750         IF DL1-EVT-RC > 04
003760             MOVE 'E' TO EVT-SEVERITY
003770         ELSE
003780             IF DL1-EVT-RC > 00
003790                 MOVE 'W' TO EVT-SEVERITY
003800             ELSE
003810                 MOVE 'I' TO EVT-SEVERITY
003820             END-IF
003830         END-IF
003840     END-IF.
003850     IF DL1-EVT-CODE = SPACES
003860         MOVE 'RC' TO EVT-EVENT-CODE(1:2)
003870         MOVE DL1-EVT-RC TO EVT-EVENT-CODE(3:2)
003880     ELSE
003890         MOVE DL1-EVT-CODE TO EVT-EVENT-CODE
003900     END-IF.
003910     IF DL1-EVT-TEXT = SPACES
003920         MOVE 'RUN ENDED ABOVE RC=00 - SEE THE JOB LOG'
003930             TO EVT-TEXT
003940     ELSE
003950         MOVE DL1-EVT-TEXT TO EVT-TEXT
003960     END-IF.
003970     MOVE DL1-EVT-COUNT-1 TO EVT-COUNT-1.
003980     MOVE DL1-EVT-COUNT-2 TO EVT-COUNT-2.
003990     WRITE EVT-RECORD.
004000     IF DL1-EVENT-STATUS NOT = '00'
004010         DISPLAY 'DL120M - EVENT NOT WRITTEN - EVENTOUT FILE '
004020             'STATUS ' DL1-EVENT-STATUS
004030     END-IF.
004040     CLOSE EVENT-FILE.
004050     MOVE SPACES TO DL1-EVT-CODE DL1-EVT-TEXT.
004060     MOVE ZERO TO DL1-EVT-COUNT-1 DL1-EVT-COUNT-2.
004070 9500-EXIT.
004080     EXIT.
