000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    DL195M.
000120 AUTHOR.        R HOLLOWAY.
000130 INSTALLATION.  DATA CONTROL - BATCH SYSTEMS.
000140 DATE-WRITTEN.  2026-10-15.
000150 DATE-COMPILED.
000160*****************************************************************
000170* MODIFICATION HISTORY
000180* ----------------------------------------------------------------
000190* 2026-10-15  RH  ORIGINAL VERSION.  MONITORING EVENT FORWARDER.
000200*                 EVERY DL1XXM PROGRAM APPENDS AN EVENT (DL1EVT)
000210*                 TO THE SHARED EVENT FILE WHEN IT ENDS ABOVE
000220*                 RC=00 OR RAISES A NAMED CONDITION; THIS STEP
000230*                 TURNS EACH EVENT NOT YET FORWARDED INTO THE
000240*                 MONITORING CONSOLE'S INBOUND ALERT FORMAT
000250*                 (DL1MON) ON MONOUT.  THE EVENT FILE IS NEVER
000260*                 REWRITTEN - THE COUNT ALREADY FORWARDED IS
000270*                 CARRIED FROM RUN TO RUN ON A FORWARD CONTROL
000280*                 GENERATION (DL1FWD), THE SAME WAY THE MERGE
000290*                 CARRIES ITS CHECKPOINT.  AN EVENT FILE FOUND
000300*                 SHORTER THAN THAT COUNT HAS BEEN RESET OR
000310*                 REPLACED: THE WHOLE FILE IS FORWARDED AND THE
000320*                 STEP ENDS RC=04.
000321* 2026-10-15  RH  A STOP ON A FILE ERROR NOW WRITES THE CONTROL
000322*                 GENERATION WITH THE COUNT FROM BEFORE THE RUN.
000323*                 AN RC=16 END IS A NORMAL STEP END, SO THE JCL
000324*                 CATALOGUED THE GENERATION EMPTY AND THE NEXT RUN
000325*                 SENT THE WHOLE EVENT FILE AGAIN UNANNOUNCED.
000330*****************************************************************
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000360 SOURCE-COMPUTER.   IBM-370.
000370 OBJECT-COMPUTER.   IBM-370.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT EVENT-IN        ASSIGN TO EVENTIN
000410            ORGANIZATION IS SEQUENTIAL
000420            FILE STATUS IS DL1-EVENTIN-STATUS.
000430     SELECT MONITOR-FILE    ASSIGN TO MONOUT
000440            ORGANIZATION IS SEQUENTIAL
000450            FILE STATUS IS DL1-MONOUT-STATUS.
000460     SELECT FWD-CTL-IN      ASSIGN TO FWDCTLIN
000470            ORGANIZATION IS SEQUENTIAL
000480            FILE STATUS IS DL1-FWDIN-STATUS.
000490     SELECT FWD-CTL-OUT     ASSIGN TO FWDCTOUT
000500            ORGANIZATION IS SEQUENTIAL
000510            FILE STATUS IS DL1-FWDOUT-STATUS.
000520     SELECT EVENT-FILE      ASSIGN TO EVENTOUT
000530            ORGANIZATION IS SEQUENTIAL
000540            FILE STATUS IS DL1-EVENT-STATUS.
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  EVENT-IN
000580     RECORD CONTAINS 100 CHARACTERS.
000590 COPY DL1EVT REPLACING
000600     ==EVT-RECORD==           BY ==EVI-RECORD==
000610     ==EVT-PROGRAM==          BY ==EVI-PROGRAM==
000620     ==EVT-BUS-DATE==         BY ==EVI-BUS-DATE==
000630     ==EVT-EVENT-DATE==       BY ==EVI-EVENT-DATE==
000640     ==EVT-EVENT-TIME==       BY ==EVI-EVENT-TIME==
000650     ==EVT-SEVERITY==         BY ==EVI-SEVERITY==
000660     ==EVT-SEV-INFO==         BY ==EVI-SEV-INFO==
000670     ==EVT-SEV-WARNING==      BY ==EVI-SEV-WARNING==
000680     ==EVT-SEV-ERROR==        BY ==EVI-SEV-ERROR==
000690     ==EVT-SEV-SEVERE==       BY ==EVI-SEV-SEVERE==
000700     ==EVT-RETURN-CODE==      BY ==EVI-RETURN-CODE==
000710     ==EVT-EVENT-CODE==       BY ==EVI-EVENT-CODE==
000720     ==EVT-COUNT-1==          BY ==EVI-COUNT-1==
000730     ==EVT-COUNT-2==          BY ==EVI-COUNT-2==
000740     ==EVT-TEXT==             BY ==EVI-TEXT==.
000750
000760 FD  MONITOR-FILE
000770     RECORD CONTAINS 160 CHARACTERS.
000780 COPY DL1MON.
000790
000800 FD  FWD-CTL-IN
000810     RECORD CONTAINS 40 CHARACTERS.
000820 COPY DL1FWD REPLACING
000830     ==FWD-RECORD==           BY ==FWI-RECORD==
000840     ==FWD-EVENTS-FORWARDED== BY ==FWI-EVENTS-FORWARDED==
000850     ==FWD-RUN-TIMESTAMP==    BY ==FWI-RUN-TIMESTAMP==
000860     ==FWD-EVENTS-THIS-RUN==  BY ==FWI-EVENTS-THIS-RUN==.
000870
000880 FD  FWD-CTL-OUT
000890     RECORD CONTAINS 40 CHARACTERS.
000900 COPY DL1FWD.
000910
000920 FD  EVENT-FILE
000930     RECORD CONTAINS 100 CHARACTERS.
000940 COPY DL1EVT.
000950
000960 WORKING-STORAGE SECTION.
000970*****************************************************************
000980* FILE STATUS SWITCHES
000990*****************************************************************
001000 01  DL1-FILE-STATUSES.
001010     05  DL1-EVENTIN-STATUS    PIC X(02) VALUE '00'.
001020     05  DL1-MONOUT-STATUS     PIC X(02) VALUE '00'.
001030     05  DL1-FWDIN-STATUS      PIC X(02) VALUE '00'.
001040     05  DL1-FWDOUT-STATUS     PIC X(02) VALUE '00'.
001050     05  DL1-EVENT-STATUS      PIC X(02) VALUE '00'.
001060 77  DL1-ABEND-DDNAME          PIC X(08) VALUE SPACES.
001070 77  DL1-ABEND-STATUS          PIC X(02) VALUE SPACES.
001080
001090*****************************************************************
001100* FORWARDING CONTROLS - HOW MANY EVENTS EARLIER RUNS SENT, HOW
001110* MANY OF THOSE WERE FOUND AND SKIPPED, AND WHAT THIS RUN SENT.
001120*****************************************************************
001130 77  DL1-PRIOR-FORWARDED       PIC 9(09) COMP VALUE ZERO.
001140 77  DL1-EVENTS-SKIPPED        PIC 9(09) COMP VALUE ZERO.
001150 77  DL1-EVENTS-FORWARDED      PIC 9(07) COMP VALUE ZERO.
001160 77  DL1-CRITICAL-COUNT        PIC 9(07) COMP VALUE ZERO.
001170 77  DL1-MAJOR-COUNT           PIC 9(07) COMP VALUE ZERO.
001180 77  DL1-WARNING-COUNT         PIC 9(07) COMP VALUE ZERO.
001190 77  DL1-INFO-COUNT            PIC 9(07) COMP VALUE ZERO.
001200 01  DL1-EVENTIN-EOF-SW        PIC X(01) VALUE 'N'.
001210     88  DL1-EVENTIN-EOF-YES             VALUE 'Y'.
001220 01  DL1-FWDIN-EOF-SW          PIC X(01) VALUE 'N'.
001230     88  DL1-FWDIN-EOF-YES               VALUE 'Y'.
001240 01  DL1-FILE-RESET-SW         PIC X(01) VALUE 'N'.
001250     88  DL1-FILE-RESET-YES              VALUE 'Y'.
001254 01  DL1-FWDOUT-OPEN-SW        PIC X(01) VALUE 'N'.
001258     88  DL1-FWDOUT-IS-OPEN              VALUE 'Y'.
001260 77  DL1-SUMMARY-PTR           PIC 9(03) COMP VALUE ZERO.
001270 77  DL1-SUMMARY-COUNT         PIC Z(06)9.
001280
001290*****************************************************************
001300* RUN DATE AND TIME
001310*****************************************************************
001320 01  DL1-RUN-DATE.
001330     05  DL1-RUN-YYYY          PIC 9(04).
001340     05  DL1-RUN-MM            PIC 9(02).
001350     05  DL1-RUN-DD            PIC 9(02).
001360 77  DL1-RUN-TIME              PIC 9(08).
001370 77  DL1-RUN-TIMESTAMP-X       PIC X(16).
001380
001390*****************************************************************
001400* MONITORING EVENT - WHATEVER ENDS THE RUN ABOVE RC=00 OR RAISES
001410* A NAMED CONDITION SETS THE CODE, COUNTS AND TEXT; 9500 WRITES
001420* THE EVENT (DL1EVT) TO THE SHARED EVENT FILE.
001430*****************************************************************
001440 01  DL1-EVENT-FIELDS.
001450     05  DL1-EVT-CODE          PIC X(08) VALUE SPACES.
001460     05  DL1-EVT-COUNT-1       PIC 9(07) VALUE ZERO.
001470     05  DL1-EVT-COUNT-2       PIC 9(07) VALUE ZERO.
001480     05  DL1-EVT-TEXT          PIC X(40) VALUE SPACES.
001490 77  DL1-EVT-RC                PIC 9(02) VALUE ZERO.
001500 77  DL1-EVT-DATE              PIC 9(08) VALUE ZERO.
001510 77  DL1-EVT-TIME              PIC 9(08) VALUE ZERO.
001520
001530 PROCEDURE DIVISION.
001540*****************************************************************
001550* 0000-MAINLINE
001560*****************************************************************
001570 0000-MAINLINE.
001580     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001590     PERFORM 2000-FORWARD-ONE-EVENT THRU 2000-EXIT
001600         UNTIL DL1-EVENTIN-EOF-YES.
001610     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001620     IF RETURN-CODE > 0
001630         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
001640     END-IF.
001650     GOBACK.
001660
001670*****************************************************************
001680* 1000-INITIALIZE - PICK UP THE COUNT ALREADY FORWARDED, OPEN
001690*                   THE FILES AND STEP PAST THE EVENTS EARLIER
001700*                   RUNS HAVE SENT.  THE NEXT CONTROL GENERATION
001704*                   IS OPENED FIRST, SO A STOP ON ANY LATER
001708*                   FILE CAN STILL WRITE THE COUNT INTO IT.
001710*****************************************************************
001720 1000-INITIALIZE.
001730     ACCEPT DL1-RUN-DATE FROM DATE YYYYMMDD.
001740     ACCEPT DL1-RUN-TIME FROM TIME.
001750     MOVE DL1-RUN-DATE TO DL1-RUN-TIMESTAMP-X(1:8).
001760     MOVE DL1-RUN-TIME TO DL1-RUN-TIMESTAMP-X(9:8).
001770     PERFORM 1100-READ-FORWARD-CONTROL THRU 1100-EXIT.
001771     OPEN OUTPUT FWD-CTL-OUT.
001772     IF DL1-FWDOUT-STATUS NOT = '00'
001773         MOVE 'FWDCTOUT' TO DL1-ABEND-DDNAME
001774         MOVE DL1-FWDOUT-STATUS TO DL1-ABEND-STATUS
001775         PERFORM 9100-ABEND-ON-FILE-ERROR THRU 9100-EXIT
001776     END-IF.
001777     MOVE 'Y' TO DL1-FWDOUT-OPEN-SW.
001780     OPEN INPUT EVENT-IN.
001790     IF DL1-EVENTIN-STATUS NOT = '00'
001800         MOVE 'EVENTIN' TO DL1-ABEND-DDNAME
001810         MOVE DL1-EVENTIN-STATUS TO DL1-ABEND-STATUS
001820         PERFORM 9100-ABEND-ON-FILE-ERROR THRU 9100-EXIT
001830     END-IF.
001840     OPEN OUTPUT MONITOR-FILE.
001850     IF DL1-MONOUT-STATUS NOT = '00'
001860         MOVE 'MONOUT' TO DL1-ABEND-DDNAME
001870         MOVE DL1-MONOUT-STATUS TO DL1-ABEND-STATUS
001880         PERFORM 9100-ABEND-ON-FILE-ERROR THRU 9100-EXIT
001890     END-IF.
001960     PERFORM 1200-SKIP-FORWARDED THRU 1200-EXIT.
001970 1000-EXIT.
001980     EXIT.
001990
002000*****************************************************************
002010* 1100-READ-FORWARD-CONTROL - THE LAST FORWARD CONTROL RECORD
002020*                             GIVES THE NUMBER OF EVENTS ALREADY
002030*                             SENT.  NO CONTROL GENERATION (THE
002040*                             FIRST RUN) MEANS NONE HAVE BEEN.
002050*****************************************************************
002060 1100-READ-FORWARD-CONTROL.
002070     OPEN INPUT FWD-CTL-IN.
002080     IF DL1-FWDIN-STATUS NOT = '00'
002090         DISPLAY 'DL195M - NO FORWARD CONTROL ON FWDCTLIN - '
002100             'FORWARDING THE WHOLE EVENT FILE'
002110         GO TO 1100-EXIT
002120     END-IF.
002130     PERFORM 1110-READ-ONE-CONTROL THRU 1110-EXIT
002140         UNTIL DL1-FWDIN-EOF-YES.
002150     CLOSE FWD-CTL-IN.
002160 1100-EXIT.
002170     EXIT.
002180
002190 1110-READ-ONE-CONTROL.
002200     READ FWD-CTL-IN
002210         AT END
002220             MOVE 'Y' TO DL1-FWDIN-EOF-SW
002230             GO TO 1110-EXIT
002240     END-READ.
002250     IF FWI-EVENTS-FORWARDED IS NUMERIC
002260         MOVE FWI-EVENTS-FORWARDED TO DL1-PRIOR-FORWARDED
002270     END-IF.
002280 1110-EXIT.
002290     EXIT.
002300
002310*****************************************************************
002320* 1200-SKIP-FORWARDED - READ PAST THE EVENTS ALREADY SENT.  IF
002330*                       THE FILE RUNS OUT FIRST IT WAS RESET OR
002340*                       REPLACED SINCE THE LAST RUN - START IT
002350*                       AGAIN FROM THE TOP AND SEND IT ALL.
002360*****************************************************************
002370 1200-SKIP-FORWARDED.
002380     PERFORM 1210-SKIP-ONE-EVENT THRU 1210-EXIT
002390         UNTIL DL1-EVENTS-SKIPPED NOT < DL1-PRIOR-FORWARDED
002400            OR DL1-EVENTIN-EOF-YES.
002410     IF DL1-EVENTS-SKIPPED NOT < DL1-PRIOR-FORWARDED
002420         GO TO 1200-EXIT
002430     END-IF.
002440     DISPLAY 'DL195M - EVENT FILE HOLDS ' DL1-EVENTS-SKIPPED
002450         ' EVENTS BUT ' DL1-PRIOR-FORWARDED
002460         ' WERE ALREADY FORWARDED'.
002470     DISPLAY 'DL195M - EVENT FILE WAS RESET - FORWARDING IT '
002480         'FROM THE START'.
002490     MOVE 'Y' TO DL1-FILE-RESET-SW.
002500     MOVE DL1-PRIOR-FORWARDED TO DL1-EVT-COUNT-1.
002510     MOVE DL1-EVENTS-SKIPPED TO DL1-EVT-COUNT-2.
002520     CLOSE EVENT-IN.
002530     OPEN INPUT EVENT-IN.
002540     IF DL1-EVENTIN-STATUS NOT = '00'
002550         MOVE 'EVENTIN' TO DL1-ABEND-DDNAME
002560         MOVE DL1-EVENTIN-STATUS TO DL1-ABEND-STATUS
002570         PERFORM 9100-ABEND-ON-FILE-ERROR THRU 9100-EXIT
002580     END-IF.
002590     MOVE 'N' TO DL1-EVENTIN-EOF-SW.
002600     MOVE ZERO TO DL1-PRIOR-FORWARDED.
002610     MOVE ZERO TO DL1-EVENTS-SKIPPED.
002620 1200-EXIT.
002630     EXIT.
002640
002650 1210-SKIP-ONE-EVENT.
002660     READ EVENT-IN
002670         AT END
002680             MOVE 'Y' TO DL1-EVENTIN-EOF-SW
002690             GO TO 1210-EXIT
002700     END-READ.
002710     ADD 1 TO DL1-EVENTS-SKIPPED.
002720 1210-EXIT.
002730     EXIT.
002740
002750*****************************************************************
002760* 2000-FORWARD-ONE-EVENT - READ THE NEXT NEW EVENT AND WRITE IT
002770*                          AS A CONSOLE ALERT.
002780*****************************************************************
002790 2000-FORWARD-ONE-EVENT.
002800     READ EVENT-IN
002810         AT END
002820             MOVE 'Y' TO DL1-EVENTIN-EOF-SW
002830             GO TO 2000-EXIT
002840     END-READ.
002850     PERFORM 2100-BUILD-ALERT THRU 2100-EXIT.
002860     WRITE MON-RECORD.
002870     IF DL1-MONOUT-STATUS NOT = '00'
002880         MOVE 'MONOUT' TO DL1-ABEND-DDNAME
002890         MOVE DL1-MONOUT-STATUS TO DL1-ABEND-STATUS
002900         PERFORM 9100-ABEND-ON-FILE-ERROR THRU 9100-EXIT
002910     END-IF.
002920     ADD 1 TO DL1-EVENTS-FORWARDED.
002930 2000-EXIT.
002940     EXIT.
002950
002960*****************************************************************
002970* 2100-BUILD-ALERT - MAP ONE DL1EVT EVENT TO THE CONSOLE LAYOUT.
002980*                    THE ALERT KEY IS PROGRAM.EVENT-CODE, SO THE
002990*                    CONSOLE CAN DE-DUPLICATE A CONDITION THAT
003000*                    REPEATS NIGHT AFTER NIGHT.  THE SUMMARY
003010*                    CARRIES THE RETURN CODE, THE EVENT TEXT AND
003020*                    ANY COUNTS.
003030*****************************************************************
003040 2100-BUILD-ALERT.
003050     MOVE SPACES TO MON-RECORD.
003060     MOVE 'EVNT'         TO MON-RECORD-TYPE.
003070     MOVE 'DL1BATCH'     TO MON-SOURCE.
003080     MOVE EVI-PROGRAM    TO MON-OBJECT.
003090     IF EVI-SEV-SEVERE
003100         MOVE 'CRITICAL' TO MON-SEVERITY
003110         ADD 1 TO DL1-CRITICAL-COUNT
003120     ELSE
003130         IF EVI-SEV-ERROR
003140             MOVE 'MAJOR' TO MON-SEVERITY
003150             ADD 1 TO DL1-MAJOR-COUNT
003160         ELSE
003170             IF EVI-SEV-WARNING
003180                 MOVE 'WARNING' TO MON-SEVERITY
003190                 ADD 1 TO DL1-WARNING-COUNT
003200             ELSE
003210                 MOVE 'INFO' TO MON-SEVERITY
003220                 ADD 1 TO DL1-INFO-COUNT
003230             END-IF
003240         END-IF
003250     END-IF.
003260     STRING EVI-PROGRAM      DELIMITED BY SPACE
003270            '.'              DELIMITED BY SIZE
003280            EVI-EVENT-CODE   DELIMITED BY SPACE
003290         INTO MON-ALERT-KEY.
003300     MOVE EVI-EVENT-DATE(1:4) TO MON-EVENT-DATE(1:4).
003310     MOVE '-'                 TO MON-EVENT-DATE(5:1).
003320     MOVE EVI-EVENT-DATE(5:2) TO MON-EVENT-DATE(6:2).
003330     MOVE '-'                 TO MON-EVENT-DATE(8:1).
003340     MOVE EVI-EVENT-DATE(7:2) TO MON-EVENT-DATE(9:2).
003350     MOVE EVI-EVENT-TIME(1:2) TO MON-EVENT-TIME(1:2).
003360     MOVE ':'                 TO MON-EVENT-TIME(3:1).
003370     MOVE EVI-EVENT-TIME(3:2) TO MON-EVENT-TIME(4:2).
003380     MOVE ':'                 TO MON-EVENT-TIME(6:1).
003390     MOVE EVI-EVENT-TIME(5:2) TO MON-EVENT-TIME(7:2).
003400     MOVE EVI-BUS-DATE   TO MON-BUS-DATE.
003410     MOVE 1 TO DL1-SUMMARY-PTR.
003420     STRING EVI-EVENT-CODE   DELIMITED BY SPACE
003430            ' RC='           DELIMITED BY SIZE
003440            EVI-RETURN-CODE  DELIMITED BY SIZE
003450            ' '              DELIMITED BY SIZE
003460            EVI-TEXT         DELIMITED BY '  '
003470         INTO MON-SUMMARY
003480         WITH POINTER DL1-SUMMARY-PTR.
003490     IF EVI-COUNT-1 > 0 OR EVI-COUNT-2 > 0
003500         MOVE EVI-COUNT-1 TO DL1-SUMMARY-COUNT
003510         STRING ' - COUNTS '     DELIMITED BY SIZE
003520                DL1-SUMMARY-COUNT DELIMITED BY SIZE
003530             INTO MON-SUMMARY
003540             WITH POINTER DL1-SUMMARY-PTR
003550         MOVE EVI-COUNT-2 TO DL1-SUMMARY-COUNT
003560         STRING ' /'             DELIMITED BY SIZE
003570                DL1-SUMMARY-COUNT DELIMITED BY SIZE
003580             INTO MON-SUMMARY
003590             WITH POINTER DL1-SUMMARY-PTR
003600     END-IF.
003610 2100-EXIT.
003620     EXIT.
003630
003640*****************************************************************
003650* 9000-TERMINATE - CARRY THE NEW FORWARDED COUNT TO THE NEXT
003660*                  CONTROL GENERATION, CLOSE DOWN AND REPORT.
003670*                  A RESET EVENT FILE SETS RC=04.
003680*****************************************************************
003690 9000-TERMINATE.
003700     MOVE SPACES TO FWD-RECORD.
003710     COMPUTE FWD-EVENTS-FORWARDED =
003720         DL1-PRIOR-FORWARDED + DL1-EVENTS-FORWARDED.
003730     MOVE DL1-RUN-TIMESTAMP-X  TO FWD-RUN-TIMESTAMP.
003740     MOVE DL1-EVENTS-FORWARDED TO FWD-EVENTS-THIS-RUN.
003750     WRITE FWD-RECORD.
003760     IF DL1-FWDOUT-STATUS NOT = '00'
003770         MOVE 'FWDCTOUT' TO DL1-ABEND-DDNAME
003780         MOVE DL1-FWDOUT-STATUS TO DL1-ABEND-STATUS
003790         PERFORM 9100-ABEND-ON-FILE-ERROR THRU 9100-EXIT
003800     END-IF.
003810     CLOSE EVENT-IN.
003820     CLOSE MONITOR-FILE.
003830     CLOSE FWD-CTL-OUT.
003835     MOVE 'N' TO DL1-FWDOUT-OPEN-SW.
003840     DISPLAY 'DL195M - EVENTS ALREADY FORWARDED: '
003850         DL1-PRIOR-FORWARDED.
003860     DISPLAY 'DL195M - EVENTS FORWARDED NOW:     '
003870         DL1-EVENTS-FORWARDED.
003880     DISPLAY 'DL195M -   CRITICAL:               '
003890         DL1-CRITICAL-COUNT.
003900     DISPLAY 'DL195M -   MAJOR:                  '
003910         DL1-MAJOR-COUNT.
003920     DISPLAY 'DL195M -   WARNING:                '
003930         DL1-WARNING-COUNT.
003940     DISPLAY 'DL195M -   INFO:                   '
003950         DL1-INFO-COUNT.
003960     IF DL1-FILE-RESET-YES
003970         MOVE 04 TO RETURN-CODE
003980         MOVE 'EVTRESET' TO DL1-EVT-CODE
003990         MOVE 'EVENT FILE RESET - ALL EVENTS RESENT'
004000             TO DL1-EVT-TEXT
004010     END-IF.
004020 9000-EXIT.
004030     EXIT.
004040
004050*****************************************************************
004060* 9100-ABEND-ON-FILE-ERROR - A FILE THE FORWARDER DEPENDS ON
004070*                            FAILED; STOP WITH A NONZERO RETURN
004080*                            CODE.  THE STOP IS A NORMAL STEP
004090*                            END, SO THE JCL STILL CATALOGUES
004100*                            THE NEW CONTROL GENERATION: IT IS
004102*                            GIVEN THE COUNT FROM BEFORE THE
004104*                            RUN, AND THE RERUN SENDS THE SAME
004106*                            EVENTS AGAIN.
004110*****************************************************************
004120 9100-ABEND-ON-FILE-ERROR.
004130     DISPLAY 'DL195M - FATAL FILE ERROR ON ' DL1-ABEND-DDNAME
004140         ' - FILE STATUS ' DL1-ABEND-STATUS.
004150     MOVE 16 TO RETURN-CODE.
004151     IF DL1-FWDOUT-IS-OPEN
004152         MOVE 'N' TO DL1-FWDOUT-OPEN-SW
004153         MOVE SPACES TO FWD-RECORD
004154         MOVE DL1-PRIOR-FORWARDED TO FWD-EVENTS-FORWARDED
004155         MOVE DL1-RUN-TIMESTAMP-X TO FWD-RUN-TIMESTAMP
004156         MOVE ZERO TO FWD-EVENTS-THIS-RUN
004157         WRITE FWD-RECORD
004158         IF DL1-FWDOUT-STATUS NOT = '00'
004159             DISPLAY 'DL195M - FORWARD CONTROL NOT WRITTEN - '
004160                 'FWDCTOUT FILE STATUS ' DL1-FWDOUT-STATUS
004161         END-IF
004162         CLOSE FWD-CTL-OUT
004163     END-IF.
004164     MOVE 'FILEERR' TO DL1-EVT-CODE.
004170     MOVE SPACES TO DL1-EVT-TEXT.
004180     STRING 'FATAL FILE ERROR ON ' DELIMITED BY SIZE
004190            DL1-ABEND-DDNAME       DELIMITED BY SPACE
004200            ' STATUS '             DELIMITED BY SIZE
004210            DL1-ABEND-STATUS       DELIMITED BY SIZE
004220         INTO DL1-EVT-TEXT.
004230     PERFORM 9500-WRITE-EVENT THRU 9500-EXIT.
004240     STOP RUN.
004250 9100-EXIT.
004260     EXIT.
004270
004280*****************************************************************
004290* 9500-WRITE-EVENT - APPEND ONE EVENT TO THE SHARED MONITORING
004300*                    EVENT FILE.  THE FORWARDER'S OWN EVENT IS
004310*                    WRITTEN AFTER ITS COUNT IS TAKEN, SO THE
004320*                    NEXT RUN SENDS IT ON.  AN EVENT FILE THAT
004330*                    WILL NOT TAKE THE RECORD IS REPORTED ON THE
004340*                    JOB LOG BUT DOES NOT CHANGE HOW THE STEP
004350*                    ENDS.
004360*****************************************************************
004370 9500-WRITE-EVENT.
004380     MOVE RETURN-CODE TO DL1-EVT-RC.
004390     OPEN OUTPUT EVENT-FILE.
004400     IF DL1-EVENT-STATUS NOT = '00'
004410         DISPLAY 'DL195M - EVENT NOT WRITTEN - EVENTOUT FILE '
004420             'STATUS ' DL1-EVENT-STATUS
004430         GO TO 9500-EXIT
004440     END-IF.
004450     ACCEPT DL1-EVT-DATE FROM DATE YYYYMMDD.
004460     ACCEPT DL1-EVT-TIME FROM TIME.
004470     MOVE SPACES TO EVT-RECORD.
004480     MOVE 'DL195M' TO EVT-PROGRAM.
004490     MOVE DL1-RUN-DATE TO EVT-BUS-DATE.
004500     IF EVT-BUS-DATE NOT NUMERIC
004510         MOVE DL1-EVT-DATE TO EVT-BUS-DATE
004520     END-IF.
004530     MOVE DL1-EVT-DATE TO EVT-EVENT-DATE.
004540     MOVE DL1-EVT-TIME(1:6) TO EVT-EVENT-TIME.
004550     MOVE DL1-EVT-RC TO EVT-RETURN-CODE.
004560     IF DL1-EVT-RC > 12
004570         MOVE 'S' TO EVT-SEVERITY
004580     ELSE
004590         IF DL1-EVT-RC > 04
004600             MOVE 'E' TO EVT-SEVERITY
004610         ELSE
004620             IF DL1-EVT-RC > 00
004630                 MOVE 'W' TO EVT-SEVERITY
004640             ELSE
004650                 MOVE 'I' TO EVT-SEVERITY
004660             END-IF
004670         END-IF
004680     END-IF.
004690     IF DL1-EVT-CODE = SPACES
004700         MOVE 'RC' TO EVT-EVENT-CODE(1:2)
004710         MOVE DL1-EVT-RC TO EVT-EVENT-CODE(3:2)
004720     ELSE
004730         MOVE DL1-EVT-CODE TO EVT-EVENT-CODE
004740     END-IF.
004750     IF DL1-EVT-TEXT = SPACES
004760         MOVE 'RUN ENDED ABOVE RC=00 - SEE THE JOB LOG'
004770             TO EVT-TEXT
004780     ELSE
004790         MOVE DL1-EVT-TEXT TO EVT-TEXT
004800     END-IF.
004810     MOVE DL1-EVT-COUNT-1 TO EVT-COUNT-1.
004820     MOVE DL1-EVT-COUNT-2 TO EVT-COUNT-2.
004830     WRITE EVT-RECORD.
004840     IF DL1-EVENT-STATUS NOT = '00'
004850         DISPLAY 'DL195M - EVENT NOT WRITTEN - EVENTOUT FILE '
004860             'STATUS ' DL1-EVENT-STATUS
004870     END-IF.
004880     CLOSE EVENT-FILE.
004890     MOVE SPACES TO DL1-EVT-CODE DL1-EVT-TEXT.
004900     MOVE ZERO TO DL1-EVT-COUNT-1 DL1-EVT-COUNT-2.
004910 9500-EXIT.
004920     EXIT.
