000270*                 30/60/90 RUNS CLOSE THE REPORT.  A VOLUME
000280*                 ANOMALY HERE IS THE EARLIEST WARNING THAT AN
000290*                 UPSTREAM FEED BROKE.
000292* 2026-10-15  RH  AN END ABOVE RC=00 NOW ALSO APPENDS AN EVENT
000294*                 (DL1EVT) TO THE SHARED MONITORING EVENT FILE
000296*                 (EVENTOUT) FOR THE DL195M FORWARDER - A FATAL
000298*                 FILE ERROR OR A REFUSED RUN IS ITS OWN EVENT.
000300*****************************************************************
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000400     SELECT TREND-RPT       ASSIGN TO TRENDRPT
000410            ORGANIZATION IS SEQUENTIAL
000420            FILE STATUS IS DL1-TREND-STATUS.
000422     SELECT EVENT-FILE      ASSIGN TO EVENTOUT
000424            ORGANIZATION IS SEQUENTIAL
000426            FILE STATUS IS DL1-EVENT-STATUS.
000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  AUDIT-IN
000500     RECORD CONTAINS 108 CHARACTERS.
000510 COPY DL1TRD.
000520
000522 FD  EVENT-FILE
000524     RECORD CONTAINS 100 CHARACTERS.
000526 COPY DL1EVT.
000528
000530 WORKING-STORAGE SECTION.
000540*****************************************************************
000550* FILE STATUS SWITCHES
000570 01  DL1-FILE-STATUSES.
000580     05  DL1-AUDITIN-STATUS    PIC X(02) VALUE '00'.
000590     05  DL1-TREND-STATUS      PIC X(02) VALUE '00'.
000595     05  DL1-EVENT-STATUS      PIC X(02) VALUE '00'.
000600 77  DL1-ABEND-DDNAME          PIC X(08) VALUE SPACES.
000610 77  DL1-ABEND-STATUS          PIC X(02) VALUE SPACES.
000620
001090     05  DL1-RUN-DD            PIC 9(02).
001100 77  DL1-RUN-DATE-X            PIC X(10).
001110
001111*****************************************************************
001112* MONITORING EVENT - WHATEVER ENDS THE RUN ABOVE RC=00 OR RAISES
001113* A NAMED CONDITION SETS THE CODE, COUNTS AND TEXT; 9500 WRITES
001114* THE EVENT (DL1EVT) TO THE SHARED EVENT FILE.
001115*****************************************************************
001116 01  DL1-EVENT-FIELDS.
001117     05  DL1-EVT-CODE          PIC X(08) VALUE SPACES.
001118     05  DL1-EVT-COUNT-1       PIC 9(07) VALUE ZERO.
001119     05  DL1-EVT-COUNT-2       PIC 9(07) VALUE ZERO.
001120     05  DL1-EVT-TEXT          PIC X(40) VALUE SPACES.
001121 77  DL1-EVT-RC                PIC 9(02) VALUE ZERO.
001122 77  DL1-EVT-DATE              PIC 9(08) VALUE ZERO.
001123 77  DL1-EVT-TIME              PIC 9(08) VALUE ZERO.
001124
001125 PROCEDURE DIVISION.
001130*****************************************************************
001140* 0000-MAINLINE
001150*****************************************************************
001190         UNTIL DL1-EOF-YES.
001200     PERFORM 3000-PRINT-TREND THRU 3000-EXIT.
001210     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001212     IF RETURN-CODE > 0
001214         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
001216     END-IF.
001220     GOBACK.
001230
001240*****************************************************************
003880     DISPLAY 'DL130M - FATAL FILE ERROR ON ' DL1-ABEND-DDNAME
003890         ' - FILE STATUS ' DL1-ABEND-STATUS.
003900     MOVE 16 TO RETURN-CODE.
003901     MOVE 'FILEERR' TO DL1-EVT-CODE.
003902     MOVE SPACES TO DL1-EVT-TEXT.
003903     STRING 'FATAL FILE ERROR ON ' DELIMITED BY SIZE
003904            DL1-ABEND-DDNAME       DELIMITED BY SPACE
003905            ' STATUS '             DELIMITED BY SIZE
003906            DL1-ABEND-STATUS       DELIMITED BY SIZE
003907         INTO DL1-EVT-TEXT.
003908     PERFORM 9500-WRITE-EVENT THRU 9500-EXIT.
003910     STOP RUN.
003920 9100-EXIT.
003930     EXIT.
003940
003950*****************************************************************
003960* 9500-WRITE-EVENT - APPEND ONE EVENT TO THE SHARED MONITORING
003970*                    EVENT FILE FOR THE DL195M FORWARDER.  THE
003980*                    SEVERITY FOLLOWS THE RETURN CODE; AN END
003990*                    WITH NO NAMED CONDITION IS CODED RCNN.  AN
004000*                    EVENT FILE THAT WILL NOT TAKE THE RECORD
004010*                    IS REPORTED ON THE JOB LOG BUT DOES NOT
004020*                    CHANGE HOW THE STEP ENDS.
004030*****************************************************************
004040 9500-WRITE-EVENT.
004050     MOVE RETURN-CODE TO DL1-EVT-RC.
004060     OPEN OUTPUT EVENT-FILE.
004070     IF DL1-EVENT-STATUS NOT = '00'
004080         DISPLAY 'DL130M - EVENT NOT WRITTEN - EVENTOUT FILE '
004090             'STATUS ' DL1-EVENT-STATUS
004100         GO TO 9500-EXIT
004110     END-IF.
004120     ACCEPT DL1-EVT-DATE FROM DATE YYYYMMDD.
004130     ACCEPT DL1-EVT-TIME FROM TIME.
004140     MOVE SPACES TO EVT-RECORD.
004150     MOVE 'DL130M' TO EVT-PROGRAM.
004160     MOVE DL1-RUN-DATE TO EVT-BUS-DATE.
004170     IF EVT-BUS-DATE NOT NUMERIC
004180         MOVE DL1-EVT-DATE TO EVT-BUS-DATE
004190     END-IF.
004200     MOVE DL1-EVT-DATE TO EVT-EVENT-DATE.
004210     MOVE DL1-EVT-TIME(1:6) TO EVT-EVENT-TIME.
004220     MOVE DL1-EVT-RC TO EVT-RETURN-CODE.
004230     IF DL1-EVT-RC > 12
004240         MOVE 'S' TO EVT-SEVERITY
004250     ELSE
004260         IF DL1-EVT-RC > 04
004270             MOVE 'E' TO EVT-SEVERITY
004280         ELSE
004290             IF DL1-EVT-RC > 00
004300                 MOVE 'W' TO EVT-SEVERITY
004310             ELSE
004320                 MOVE 'I' TO EVT-SEVERITY
004330             END-IF
004340         END-IF
004350     END-IF.
004360     IF DL1-EVT-CODE = SPACES
004370         MOVE 'RC' TO EVT-EVENT-CODE(1:2)
004380         MOVE DL1-EVT-RC TO EVT-EVENT-CODE(3:2)
004390     ELSE
004400         MOVE DL1-EVT-CODE TO EVT-EVENT-CODE
004410     END-IF.
004420     IF DL1-EVT-TEXT = SPACES
004430         MOVE 'RUN ENDED ABOVE RC=00 - SEE THE JOB LOG'
004440             TO EVT-TEXT
004450     ELSE
004460         MOVE DL1-EVT-TEXT TO EVT-TEXT
004470     END-IF.
004480     MOVE DL1-EVT-COUNT-1 TO EVT-COUNT-1.
004490     MOVE DL1-EVT-COUNT-2 TO EVT-COUNT-2.
004500     WRITE EVT-RECORD.
004510     IF DL1-EVENT-STATUS NOT = '00'
004520         DISPLAY 'DL130M - EVENT NOT WRITTEN - EVENTOUT FILE '
004530             'STATUS ' DL1-EVENT-STATUS
004540     END-IF.
004550     CLOSE EVENT-FILE.
004560     MOVE SPACES TO DL1-EVT-CODE DL1-EVT-TEXT.
004570     MOVE ZERO TO DL1-EVT-COUNT-1 DL1-EVT-COUNT-2.
004580 9500-EXIT.
004590     EXIT.
