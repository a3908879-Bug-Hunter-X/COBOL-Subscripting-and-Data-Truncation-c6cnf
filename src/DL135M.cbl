000300*                 TO RELOAD AND THE REPORT LINE IS THE PROOF.
000310*                 ANY SKIP AT ALL SETS RC=04 SO DATA CONTROL
000320*                 LOOKS AT THE REPORT.
000322* 2026-10-15  RH  AN END ABOVE RC=00 NOW ALSO APPENDS AN EVENT
000324*                 (DL1EVT) TO THE SHARED MONITORING EVENT FILE
000326*                 (EVENTOUT) FOR THE DL195M FORWARDER - A FATAL
000328*                 FILE ERROR OR A REFUSED RUN IS ITS OWN EVENT.
000330*****************************************************************
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000510     SELECT REFEED-RPT      ASSIGN TO REFEDRPT
000520            ORGANIZATION IS SEQUENTIAL
000530            FILE STATUS IS DL1-REFEED-STATUS.
000532     SELECT EVENT-FILE      ASSIGN TO EVENTOUT
000534            ORGANIZATION IS SEQUENTIAL
000536            FILE STATUS IS DL1-EVENT-STATUS.
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  BRK-KEYS
000720     RECORD CONTAINS 80 CHARACTERS.
000730 COPY DL1RFD.
000740
000742 FD  EVENT-FILE
000744     RECORD CONTAINS 100 CHARACTERS.
000746 COPY DL1EVT.
000748
000750 WORKING-STORAGE SECTION.
000760*****************************************************************
000770* FILE STATUS SWITCHES
000810     05  DL1-MASTER-STATUS     PIC X(02) VALUE '00'.
000820     05  DL1-RELOAD-STATUS     PIC X(02) VALUE '00'.
000830     05  DL1-REFEED-STATUS     PIC X(02) VALUE '00'.
000835     05  DL1-EVENT-STATUS      PIC X(02) VALUE '00'.
000840 77  DL1-ABEND-DDNAME          PIC X(08) VALUE SPACES.
000850 77  DL1-ABEND-STATUS          PIC X(02) VALUE SPACES.
000860
001040     05  DL1-RUN-DD            PIC 9(02).
001050 77  DL1-RUN-DATE-X            PIC X(10).
001060
001061*****************************************************************
001062* MONITORING EVENT - WHATEVER ENDS THE RUN ABOVE RC=00 OR RAISES
001063* A NAMED CONDITION SETS THE CODE, COUNTS AND TEXT; 9500 WRITES
001064* THE EVENT (DL1EVT) TO THE SHARED EVENT FILE.
001065*****************************************************************
001066 01  DL1-EVENT-FIELDS.
001067     05  DL1-EVT-CODE          PIC X(08) VALUE SPACES.
001068     05  DL1-EVT-COUNT-1       PIC 9(07) VALUE ZERO.
001069     05  DL1-EVT-COUNT-2       PIC 9(07) VALUE ZERO.
001070     05  DL1-EVT-TEXT          PIC X(40) VALUE SPACES.
001071 77  DL1-EVT-RC                PIC 9(02) VALUE ZERO.
001072 77  DL1-EVT-DATE              PIC 9(08) VALUE ZERO.
001073 77  DL1-EVT-TIME              PIC 9(08) VALUE ZERO.
001074
001075 PROCEDURE DIVISION.
001080*****************************************************************
001090* 0000-MAINLINE
001100*****************************************************************
001130     PERFORM 2000-RELOAD-ONE-KEY THRU 2000-EXIT
001140         UNTIL DL1-BRKKEY-EOF-YES.
001150     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001152     IF RETURN-CODE > 0
001154         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
001156     END-IF.
001160     GOBACK.
001170
001180*****************************************************************
002740     DISPLAY 'DL135M - FATAL FILE ERROR ON ' DL1-ABEND-DDNAME
002750         ' - FILE STATUS ' DL1-ABEND-STATUS.
002760     MOVE 16 TO RETURN-CODE.
002761     MOVE 'FILEERR' TO DL1-EVT-CODE.
002762     MOVE SPACES TO DL1-EVT-TEXT.
002763     STRING 'FATAL FILE ERROR ON ' DELIMITED BY SIZE
002764            DL1-ABEND-DDNAME       DELIMITED BY SPACE
002765            ' STATUS '             DELIMITED BY SIZE
002766            DL1-ABEND-STATUS       DELIMITED BY SIZE
002767         INTO DL1-EVT-TEXT.
002768     PERFORM 9500-WRITE-EVENT THRU 9500-EXIT.
002770     STOP RUN.
002780 9100-EXIT.
002790     EXIT.
002800
002810*****************************************************************
002820* 9500-WRITE-EVENT - APPEND ONE EVENT TO THE SHARED MONITORING
002830*                    EVENT FILE FOR THE DL195M FORWARDER.  THE
002840*                    SEVERITY FOLLOWS THE RETURN CODE; AN END
002850*                    WITH NO NAMED CONDITION IS CODED RCNN.  AN
002860*                    EVENT FILE THAT WILL NOT TAKE THE RECORD
002870*                    IS REPORTED ON THE JOB LOG BUT DOES NOT
002880*                    CHANGE HOW THE STEP ENDS.
002890*****************************************************************
002900 9500-WRITE-EVENT.
002910     MOVE RETURN-CODE TO DL1-EVT-RC.
002920     OPEN OUTPUT EVENT-FILE.
002930     IF DL1-EVENT-STATUS NOT = '00'
002940         DISPLAY 'DL135M - EVENT NOT WRITTEN - EVENTOUT FILE '
002950             'STATUS ' DL1-EVENT-STATUS
002960         GO TO 9500-EXIT
002970     END-IF.
002980     ACCEPT DL1-EVT-DATE FROM DATE YYYYMMDD.
002990     ACCEPT DL1-EVT-TIME FROM TIME.
003000     MOVE SPACES TO EVT-RECORD.
003010     MOVE 'DL135M' TO EVT-PROGRAM.
003020     MOVE DL1-RUN-DATE TO EVT-BUS-DATE.
003030     IF EVT-BUS-DATE NOT NUMERIC
003040         MOVE DL1-EVT-DATE TO EVT-BUS-DATE
003050     END-IF.
003060     MOVE DL1-EVT-DATE TO EVT-EVENT-DATE.
003070     MOVE DL1-EVT-TIME(1:6) TO EVT-EVENT-TIME.
003080     MOVE DL1-EVT-RC TO EVT-RETURN-CODE.
003090     IF DL1-EVT-RC > 12
003100         MOVE 'S' TO EVT-SEVERITY
003110     ELSE
003120         IF DL1-EVT-RC > 04
003130             MOVE 'E' TO EVT-SEVERITY
003140         ELSE
003150             IF DL1-EVT-RC > 00
003160                 MOVE 'W' TO EVT-SEVERITY
003170             ELSE
003180                 MOVE 'I' TO EVT-SEVERITY
003190             END-IF
003200         END-IF
003210     END-IF.
003220     IF DL1-EVT-CODE = SPACES
003230         MOVE 'RC' TO EVT-EVENT-CODE(1:2)
003240         MOVE DL1-EVT-RC TO EVT-EVENT-CODE(3:2)
003250     ELSE
003260         MOVE DL1-EVT-CODE TO EVT-EVENT-CODE
003270     END-IF.
003280     IF DL1-EVT-TEXT = SPACES
003290         MOVE 'RUN ENDED ABOVE RC=00 - SEE THE JOB LOG'
003300             TO EVT-TEXT
003310     ELSE
003320         MOVE DL1-EVT-TEXT TO EVT-TEXT
003330     END-IF.
003340     MOVE DL1-EVT-COUNT-1 TO EVT-COUNT-1.
003350     MOVE DL1-EVT-COUNT-2 TO EVT-COUNT-2.
003360     WRITE EVT-RECORD.
003370     IF DL1-EVENT-STATUS NOT = '00'
003380         DISPLAY 'DL135M - EVENT NOT WRITTEN - EVENTOUT FILE '
003390             'STATUS ' DL1-EVENT-STATUS
003400     END-IF.
003410     CLOSE EVENT-FILE.
003420     MOVE SPACES TO DL1-EVT-CODE DL1-EVT-TEXT.
003430     MOVE ZERO TO DL1-EVT-COUNT-1 DL1-EVT-COUNT-2.
003440 9500-EXIT.
003450     EXIT.
