000280*                 USES INTEGER-OF-DATE - DAY COUNTS ACROSS
000290*                 MONTH ENDS ARE NOT A JOB FOR HAND-ROLLED
000300*                 CALENDAR CODE.
000301* 2026-10-15  RH  AN END ABOVE RC=00 NOW ALSO APPENDS AN EVENT
000302*                 (DL1EVT) TO THE SHARED MONITORING EVENT FILE
000303*                 (EVENTOUT) FOR THE DL195M FORWARDER - A FATAL
000304*                 FILE ERROR OR A REFUSED RUN IS ITS OWN EVENT.
000305*                 OVER-AGE REJECTS ARE EVENT OVERAGE.
000310*****************************************************************
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000430     SELECT REJAGE-RPT      ASSIGN TO REJAGRPT
000440            ORGANIZATION IS SEQUENTIAL
000450            FILE STATUS IS DL1-REJAGE-STATUS.
000452     SELECT EVENT-FILE      ASSIGN TO EVENTOUT
000454            ORGANIZATION IS SEQUENTIAL
000456            FILE STATUS IS DL1-EVENT-STATUS.
000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD  REJINV-FILE
000530     RECORD CONTAINS 80 CHARACTERS.
000540 COPY DL1RJA.
000550
000552 FD  EVENT-FILE
000554     RECORD CONTAINS 100 CHARACTERS.
000556 COPY DL1EVT.
000558
000560 WORKING-STORAGE SECTION.
000570*****************************************************************
000580* FILE STATUS SWITCHES
000600 01  DL1-FILE-STATUSES.
000610     05  DL1-REJINV-STATUS     PIC X(02) VALUE '00'.
000620     05  DL1-REJAGE-STATUS     PIC X(02) VALUE '00'.
000625     05  DL1-EVENT-STATUS      PIC X(02) VALUE '00'.
000630 77  DL1-ABEND-DDNAME          PIC X(08) VALUE SPACES.
000640 77  DL1-ABEND-STATUS          PIC X(02) VALUE SPACES.
000650
000870 77  DL1-RUN-DATE-X            PIC X(10).
000880 77  DL1-RUN-DATE-N            PIC 9(08) VALUE ZERO.
000890
000891*****************************************************************
000892* MONITORING EVENT - WHATEVER ENDS THE RUN ABOVE RC=00 OR RAISES
000893* A NAMED CONDITION SETS THE CODE, COUNTS AND TEXT; 9500 WRITES
000894* THE EVENT (DL1EVT) TO THE SHARED EVENT FILE.
000895*****************************************************************
000896 01  DL1-EVENT-FIELDS.
000897     05  DL1-EVT-CODE          PIC X(08) VALUE SPACES.
000898     05  DL1-EVT-COUNT-1       PIC 9(07) VALUE ZERO.
000899     05  DL1-EVT-COUNT-2       PIC 9(07) VALUE ZERO.
000900     05  DL1-EVT-TEXT          PIC X(40) VALUE SPACES.
000901 77  DL1-EVT-RC                PIC 9(02) VALUE ZERO.
000902 77  DL1-EVT-DATE              PIC 9(08) VALUE ZERO.
000903 77  DL1-EVT-TIME              PIC 9(08) VALUE ZERO.
000904
000905 PROCEDURE DIVISION.
000910*****************************************************************
000920* 0000-MAINLINE
000930*****************************************************************
000960     PERFORM 2000-AGE-ONE-ENTRY THRU 2000-EXIT
000970         UNTIL DL1-BROWSE-EOF-YES.
000980     PERFORM 9000-TERMINATE THRU 9000-EXIT.
000982     IF RETURN-CODE > 0
000984         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
000986     END-IF.
000990     GOBACK.
001000
001010*****************************************************************
001980     DISPLAY 'DL160M - PAST THE LIMIT: ' DL1-OVERAGE-COUNT.
001990     IF DL1-OVERAGE-COUNT > 0
002000         MOVE 04 TO RETURN-CODE
002001         MOVE 'OVERAGE' TO DL1-EVT-CODE
002002         MOVE DL1-OVERAGE-COUNT TO DL1-EVT-COUNT-1
002003         MOVE DL1-OUTSTANDING-COUNT TO DL1-EVT-COUNT-2
002004         MOVE 'REJECTS OUTSTANDING PAST THE LIMIT'
002005             TO DL1-EVT-TEXT
002010     END-IF.
002020 9000-EXIT.
002030     EXIT.
002110     DISPLAY 'DL160M - FATAL FILE ERROR ON ' DL1-ABEND-DDNAME
002120         ' - FILE STATUS ' DL1-ABEND-STATUS.
002130     MOVE 16 TO RETURN-CODE.
002131     MOVE 'FILEERR' TO DL1-EVT-CODE.
002132     MOVE SPACES TO DL1-EVT-TEXT.
002133     STRING 'FATAL FILE ERROR ON ' DELIMITED BY SIZE
002134            DL1-ABEND-DDNAME       DELIMITED BY SPACE
002135            ' STATUS '             DELIMITED BY SIZE
002136            DL1-ABEND-STATUS       DELIMITED BY SIZE
002137         INTO DL1-EVT-TEXT.
002138     PERFORM 9500-WRITE-EVENT THRU 9500-EXIT.
002140     STOP RUN.
002150 9100-EXIT.
002160     EXIT.
002170
002180*****************************************************************
002190* 9500-WRITE-EVENT - APPEND ONE EVENT TO THE SHARED MONITORING
002200*                    EVENT FILE FOR THE DL195M FORWARDER.  THE
002210*                    SEVERITY FOLLOWS THE RETURN CODE; AN END
002220*                    WITH NO NAMED CONDITION IS CODED RCNN.  AN
002230*                    EVENT FILE THAT WILL NOT TAKE THE RECORD
002240*                    IS REPORTED ON THE JOB LOG BUT DOES NOT
002250*                    CHANGE HOW THE STEP ENDS.
002260*****************************************************************
002270 9500-WRITE-EVENT.
002280     MOVE RETURN-CODE TO DL1-EVT-RC.
002290     OPEN OUTPUT EVENT-FILE.
002300     IF DL1-EVENT-STATUS NOT = '00'
002310         DISPLAY 'DL160M - EVENT NOT WRITTEN - EVENTOUT FILE '
002320             'STATUS ' DL1-EVENT-STATUS
002330         GO TO 9500-EXIT
002340     END-IF.
002350     ACCEPT DL1-EVT-DATE FROM DATE YYYYMMDD.
002360     ACCEPT DL1-EVT-TIME FROM TIME.
002370     MOVE SPACES TO EVT-RECORD.
002380     MOVE 'DL160M' TO EVT-PROGRAM.
002390     MOVE DL1-RUN-DATE TO EVT-BUS-DATE.
002400     IF EVT-BUS-DATE NOT NUMERIC
002410         MOVE DL1-EVT-DATE TO EVT-BUS-DATE
002420     END-IF.
002430     MOVE DL1-EVT-DATE TO EVT-EVENT-DATE.
002440     MOVE DL1-EVT-TIME(1:6) TO EVT-EVENT-TIME.
002450     MOVE DL1-EVT-RC TO EVT-RETURN-CODE.
002460     IF DL1-EVT-RC > 12
002470         MOVE 'S' TO EVT-SEVERITY
002480     ELSE
002490         IF DL1-EVT-RC > 04
002500             MOVE 'E' TO EVT-SEVERITY
002510         ELSE
002520             IF DL1-EVT-RC > 00
002530                 MOVE 'W' TO EVT-SEVERITY
002540             ELSE
002550                 MOVE 'I' TO EVT-SEVERITY
002560             END-IF
002570         END-IF
002580     END-IF.
002590     IF DL1-EVT-CODE = SPACES
002600         MOVE 'RC' TO EVT-EVENT-CODE(1:2)
002610         MOVE DL1-EVT-RC TO EVT-EVENT-CODE(3:2)
002620     ELSE
002630         MOVE DL1-EVT-CODE TO EVT-EVENT-CODE
002640     END-IF.
002650     IF DL1-EVT-TEXT = SPACES
002660         MOVE 'RUN ENDED ABOVE RC=00 - SEE THE JOB LOG'
002670             TO EVT-TEXT
002680     ELSE
002690         MOVE DL1-EVT-TEXT TO EVT-TEXT
002700     END-IF.
002710     MOVE DL1-EVT-COUNT-1 TO EVT-COUNT-1.
002720     MOVE DL1-EVT-COUNT-2 TO EVT-COUNT-2.
002730     WRITE EVT-RECORD.
002740     IF DL1-EVENT-STATUS NOT = '00'
002750         DISPLAY 'DL160M - EVENT NOT WRITTEN - EVENTOUT FILE '
002760             'STATUS ' DL1-EVENT-STATUS
002770     END-IF.
002780     CLOSE EVENT-FILE.
002790     MOVE SPACES TO DL1-EVT-CODE DL1-EVT-TEXT.
002800     MOVE ZERO TO DL1-EVT-COUNT-1 DL1-EVT-COUNT-2.
002810 9500-EXIT.
002820     EXIT.
