000310*                 HOLDS THE DAY OPEN.  THIS REPLACES THE HAND
000320*                 BALANCE DATA CONTROL USED TO DO FROM THE JOB
000330*                 LOG EVERY MORNING.
000331* 2026-10-15  RH  AN END ABOVE RC=00 NOW ALSO APPENDS AN EVENT
000332*                 (DL1EVT) TO THE SHARED MONITORING EVENT FILE
000333*                 (EVENTOUT) FOR THE DL195M FORWARDER - A FATAL
000334*                 FILE ERROR OR A REFUSED RUN IS ITS OWN EVENT.
000335*                 A BROKEN CHAIN LINK IS EVENT LINKBRK.
000340*****************************************************************
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000440     SELECT CHAIN-RPT       ASSIGN TO CHAINRPT
000450            ORGANIZATION IS SEQUENTIAL
000460            FILE STATUS IS DL1-CHAIN-STATUS.
000462     SELECT EVENT-FILE      ASSIGN TO EVENTOUT
000464            ORGANIZATION IS SEQUENTIAL
000466            FILE STATUS IS DL1-EVENT-STATUS.
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  STEP-AUDIT
000540     RECORD CONTAINS 80 CHARACTERS.
000550 COPY DL1CHN.
000560
000562 FD  EVENT-FILE
000564     RECORD CONTAINS 100 CHARACTERS.
000566 COPY DL1EVT.
000568
000570 WORKING-STORAGE SECTION.
000580*****************************************************************
000590* FILE STATUS SWITCHES
000610 01  DL1-FILE-STATUSES.
000620     05  DL1-STEPAUD-STATUS    PIC X(02) VALUE '00'.
000630     05  DL1-CHAIN-STATUS      PIC X(02) VALUE '00'.
000635     05  DL1-EVENT-STATUS      PIC X(02) VALUE '00'.
000640 77  DL1-ABEND-DDNAME          PIC X(08) VALUE SPACES.
000650 77  DL1-ABEND-STATUS          PIC X(02) VALUE SPACES.
000660
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
001190         UNTIL DL1-AUDIT-EOF-YES.
001200     PERFORM 3000-BALANCE-CHAIN THRU 3000-EXIT.
001210     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001212     IF RETURN-CODE > 0
001214         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
001216     END-IF.
001220     GOBACK.
001230
001240*****************************************************************
003110     DISPLAY 'DL125M - LINKS BROKEN:   ' DL1-LINKS-BROKEN.
003120     IF DL1-LINKS-BROKEN > 0
003130         MOVE 08 TO RETURN-CODE
003132         MOVE 'LINKBRK' TO DL1-EVT-CODE
003134         MOVE DL1-LINKS-BROKEN TO DL1-EVT-COUNT-1
003136         MOVE 'DAY-CLOSE CHAIN LINK OUT OF BALANCE'
003138             TO DL1-EVT-TEXT
003140     END-IF.
003150 9000-EXIT.
003160     EXIT.
003260     DISPLAY 'DL125M - FATAL FILE ERROR ON ' DL1-ABEND-DDNAME
003270         ' - FILE STATUS ' DL1-ABEND-STATUS.
003280     MOVE 16 TO RETURN-CODE.
003281     MOVE 'FILEERR' TO DL1-EVT-CODE.
003282     MOVE SPACES TO DL1-EVT-TEXT.
003283     STRING 'FATAL FILE ERROR ON ' DELIMITED BY SIZE
003284            DL1-ABEND-DDNAME       DELIMITED BY SPACE
003285            ' STATUS '             DELIMITED BY SIZE
003286            DL1-ABEND-STATUS       DELIMITED BY SIZE
003287         INTO DL1-EVT-TEXT.
003288     PERFORM 9500-WRITE-EVENT THRU 9500-EXIT.
003290     STOP RUN.
003300 9100-EXIT.
003310     EXIT.
003320
003330*****************************************************************
003340* 9500-WRITE-EVENT - APPEND ONE EVENT TO THE SHARED MONITORING
003350*                    EVENT FILE FOR THE DL195M FORWARDER.  THE
003360*                    SEVERITY FOLLOWS THE RETURN CODE; AN END
003370*                    WITH NO NAMED CONDITION IS CODED RCNN.  AN
003380*                    EVENT FILE THAT WILL NOT TAKE THE RECORD
003390*                    IS REPORTED ON THE JOB LOG BUT DOES NOT
003400*                    CHANGE HOW THE STEP ENDS.
003410*****************************************************************
003420 9500-WRITE-EVENT.
003430     MOVE RETURN-CODE TO DL1-EVT-RC.
003440     OPEN OUTPUT EVENT-FILE.
003450     IF DL1-EVENT-STATUS NOT = '00'
003460         DISPLAY 'DL125M - EVENT NOT WRITTEN - EVENTOUT FILE '
003470             'STATUS ' DL1-EVENT-STATUS
003480         GO TO 9500-EXIT
003490     END-IF.
003500     ACCEPT DL1-EVT-DATE FROM DATE YYYYMMDD.
003510     ACCEPT DL1-EVT-TIME FROM TIME.
003520     MOVE SPACES TO EVT-RECORD.
003530     MOVE 'DL125M' TO EVT-PROGRAM.
003540     MOVE DL1-RUN-DATE TO EVT-BUS-DATE.
003550     IF EVT-BUS-DATE NOT NUMERIC
003560         MOVE DL1-EVT-DATE TO EVT-BUS-DATE
003570     END-IF.
003580     MOVE DL1-EVT-DATE TO EVT-EVENT-DATE.
003590     MOVE DL1-EVT-TIME(1:6) TO EVT-EVENT-TIME.
003600     MOVE DL1-EVT-RC TO EVT-RETURN-CODE.
003610     IF DL1-EVT-RC > 12
003620         MOVE 'S' TO EVT-SEVERITY
003630     ELSE
003640         IF DL1-EVT-RC > 04
003650             MOVE 'E' TO EVT-SEVERITY
003660         ELSE
003670             IF DL1-EVT-RC > 00
003680                 MOVE 'W' TO EVT-SEVERITY
003690             ELSE
003700                 MOVE 'I' TO EVT-SEVERITY
003710             END-IF
003720         END-IF
003730     END-IF.
003740     IF DL1-EVT-CODE = SPACES
003750         MOVE 'RC' TO EVT-EVENT-CODE(1:2)
003760         MOVE DL1-EVT-RC TO EVT-EVENT-CODE(3:2)
003770     ELSE
003780         MOVE DL1-EVT-CODE TO EVT-EVENT-CODE
003790     END-IF.
003800     IF DL1-EVT-TEXT = SPACES
003810         MOVE 'RUN ENDED ABOVE RC=00 - SEE THE JOB LOG'
003820             TO EVT-TEXT
003830     ELSE
003840         MOVE DL1-EVT-TEXT TO EVT-TEXT
003850     END-IF.
003860     MOVE DL1-EVT-COUNT-1 TO EVT-COUNT-1.
003870     MOVE DL1-EVT-COUNT-2 TO EVT-COUNT-2.
003880     WRITE EVT-RECORD.
003890     IF DL1-EVENT-STATUS NOT = '00'
003900         DISPLAY 'DL125M - EVENT NOT WRITTEN - EVENTOUT FILE '
003910             'STATUS ' DL1-EVENT-STATUS
003920     END-IF.
003930     CLOSE EVENT-FILE.
003940     MOVE SPACES TO DL1-EVT-CODE DL1-EVT-TEXT.
003950     MOVE ZERO TO DL1-EVT-COUNT-1 DL1-EVT-COUNT-2.
003960 9500-EXIT.
003970     EXIT.
