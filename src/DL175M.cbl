000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    DL175M.
000120 AUTHOR.        R HOLLOWAY.
000130 INSTALLATION.  DATA CONTROL - BATCH SYSTEMS.
000140 DATE-WRITTEN.  2026-10-15.
000150 DATE-COMPILED.
000160*****************************************************************
000170* MODIFICATION HISTORY
000180* ----------------------------------------------------------------
000190* 2026-10-15  RH  ORIGINAL VERSION.  WEEKLY FULL-STATE
000200*                 RECONCILIATION OF THE MERGE MASTER AGAINST AN
000210*                 UNLOAD OF THE REPORTING TABLE.  DL120M ONLY
000220*                 PROVES TONIGHT'S ROWS WERE ACKNOWLEDGED; IT
000230*                 CANNOT SEE DRIFT BUILT UP OVER TIME - ROWS
000240*                 STILL IN THE DATABASE FOR IDS WITHDRAWN OR
000250*                 SWEPT OFF THE MASTER, ROWS LOADED BY HAND, OR
000260*                 AREA VALUES THAT NO LONGER MATCH.  THIS
000270*                 MATCH-MERGES THE MASTER (READ IN KEY ORDER)
000280*                 WITH THE UNLOAD (SORTED BY ID IN THE STEP
000290*                 AHEAD, DL1XTR LAYOUT) AND REPORTS EVERY ID ON
000300*                 THE MASTER ONLY, IN THE DATABASE ONLY, OR ON
000310*                 BOTH WITH A DIFFERENT AREA COUNT OR AREA
000320*                 VALUE, WITH COUNTS BY BREAK TYPE.  THE
000330*                 CONTENT BREAKS ALSO GO TO BRKKEYS (DL1BKY) SO
000340*                 DL135M CUTS THE CORRECTIVE RELOAD.  ANY BREAK
000350*                 SETS RC=04.
000352* 2026-10-15  RH  AN END ABOVE RC=00 NOW ALSO APPENDS AN EVENT
000354*                 (DL1EVT) TO THE SHARED MONITORING EVENT FILE
000356*                 (EVENTOUT) FOR THE DL195M FORWARDER - A FATAL
000358*                 FILE ERROR OR A REFUSED RUN IS ITS OWN EVENT.
000360*****************************************************************
000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000390 SOURCE-COMPUTER.   IBM-370.
000400 OBJECT-COMPUTER.   IBM-370.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT MASTER-FILE     ASSIGN TO XTRMAST
000440            ORGANIZATION IS INDEXED
000450            ACCESS MODE IS DYNAMIC
000460            RECORD KEY IS MST-RECORD-ID
000470            FILE STATUS IS DL1-MASTER-STATUS.
000480     SELECT DB-UNLOAD       ASSIGN TO DBUNLOAD
000490            ORGANIZATION IS SEQUENTIAL
000500            FILE STATUS IS DL1-UNLOAD-STATUS.
000510     SELECT STATE-RPT       ASSIGN TO FSRECRPT
000520            ORGANIZATION IS SEQUENTIAL
000530            FILE STATUS IS DL1-FSRPT-STATUS.
000540     SELECT BRK-KEYS        ASSIGN TO BRKKEYS
000550            ORGANIZATION IS SEQUENTIAL
000560            FILE STATUS IS DL1-BRKKEY-STATUS.
000562     SELECT EVENT-FILE      ASSIGN TO EVENTOUT
000564            ORGANIZATION IS SEQUENTIAL
000566            FILE STATUS IS DL1-EVENT-STATUS.
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  MASTER-FILE
000600     RECORD CONTAINS 1033 CHARACTERS.
000610 COPY DL1MST.
000620
000630 FD  DB-UNLOAD
000640     RECORD IS VARYING IN SIZE FROM 12 TO 1012 CHARACTERS
000650         DEPENDING ON DL1-UNL-REC-LEN
000660     RECORDING MODE IS V.
000670 COPY DL1XTR REPLACING
000680     ==XTR-RECORD==           BY ==UNL-RECORD==
000690     ==XTR-RECORD-ID==        BY ==UNL-RECORD-ID==
000700     ==XTR-AREA-COUNT==       BY ==UNL-AREA-COUNT==
000710     ==XTR-AREA-ENTRY==       BY ==UNL-AREA-ENTRY==
000720     ==XTR-AREA-DATA==        BY ==UNL-AREA-DATA==.
000730
000740 FD  STATE-RPT
000750     RECORD CONTAINS 80 CHARACTERS.
000760 COPY DL1FSR.
000770
000780 FD  BRK-KEYS
000790     RECORD CONTAINS 20 CHARACTERS
000800     RECORDING MODE IS F.
000810 COPY DL1BKY.
000820
000822 FD  EVENT-FILE
000824     RECORD CONTAINS 100 CHARACTERS.
000826 COPY DL1EVT.
000828
000830 WORKING-STORAGE SECTION.
000840*****************************************************************
000850* FILE STATUS SWITCHES
000860*****************************************************************
000870 01  DL1-FILE-STATUSES.
000880     05  DL1-MASTER-STATUS     PIC X(02) VALUE '00'.
000890     05  DL1-UNLOAD-STATUS     PIC X(02) VALUE '00'.
000900     05  DL1-FSRPT-STATUS      PIC X(02) VALUE '00'.
000910     05  DL1-BRKKEY-STATUS     PIC X(02) VALUE '00'.
000915     05  DL1-EVENT-STATUS      PIC X(02) VALUE '00'.
000920 77  DL1-ABEND-DDNAME          PIC X(08) VALUE SPACES.
000930 77  DL1-ABEND-STATUS          PIC X(02) VALUE SPACES.
000940 77  DL1-UNL-REC-LEN           PIC 9(04) COMP VALUE ZERO.
000950
000960*****************************************************************
000970* BALANCED-LINE MATCH CONTROLS - EACH SIDE'S CURRENT KEY GOES
000980* HIGH-VALUES AT ITS END OF FILE, SO THE MATCH LOOP RUNS UNTIL
000990* BOTH SIDES ARE EXHAUSTED.  THE PREVIOUS UNLOAD KEY CATCHES A
001000* SECOND DATABASE ROW FOR ONE ID.
001010*****************************************************************
001020 77  DL1-MASTER-KEY            PIC X(10) VALUE SPACES.
001030 77  DL1-UNLOAD-KEY            PIC X(10) VALUE SPACES.
001040 77  DL1-PREV-UNLOAD-KEY       PIC X(10) VALUE LOW-VALUES.
001050
001060*****************************************************************
001070* AREA COMPARISON CONTROLS - THE UNLOAD'S AREA COUNT IS ONLY
001080* TRUSTED AS A SUBSCRIPT ONCE IT IS KNOWN TO BE NUMERIC AND IN
001090* RANGE; THE VARYING LOOP STOPS ON THE FIRST AREA THAT DIFFERS.
001100*****************************************************************
001110 77  DL1-AREA-SUB              PIC 9(02) COMP VALUE ZERO.
001120 77  DL1-MAX-AREAS             PIC 9(02) COMP VALUE 10.
001130 77  DL1-DB-AREA-COUNT         PIC 9(02) VALUE ZERO.
001140
001150*****************************************************************
001160* RUN COUNTERS
001170*****************************************************************
001180 77  DL1-MASTER-COUNT          PIC 9(07) COMP VALUE ZERO.
001190 77  DL1-UNLOAD-COUNT          PIC 9(07) COMP VALUE ZERO.
001200 77  DL1-MATCHED-COUNT         PIC 9(07) COMP VALUE ZERO.
001210 77  DL1-MASTER-ONLY-COUNT     PIC 9(07) COMP VALUE ZERO.
001220 77  DL1-DB-ONLY-COUNT         PIC 9(07) COMP VALUE ZERO.
001230 77  DL1-DUP-ROW-COUNT         PIC 9(07) COMP VALUE ZERO.
001240 77  DL1-COUNT-DIFF-COUNT      PIC 9(07) COMP VALUE ZERO.
001250 77  DL1-VALUE-DIFF-COUNT      PIC 9(07) COMP VALUE ZERO.
001260 77  DL1-BREAK-COUNT           PIC 9(07) COMP VALUE ZERO.
001270 77  DL1-BRKKEY-COUNT          PIC 9(07) COMP VALUE ZERO.
001280
001290*****************************************************************
001300* RUN DATE FOR THE REPORT HEADING
001310*****************************************************************
001320 01  DL1-RUN-DATE.
001330     05  DL1-RUN-YYYY          PIC 9(04).
001340     05  DL1-RUN-MM            PIC 9(02).
001350     05  DL1-RUN-DD            PIC 9(02).
001360 77  DL1-RUN-DATE-X            PIC X(10).
001370
001371*****************************************************************
001372* MONITORING EVENT - WHATEVER ENDS THE RUN ABOVE RC=00 OR RAISES
001373* A NAMED CONDITION SETS THE CODE, COUNTS AND TEXT; 9500 WRITES
001374* THE EVENT (DL1EVT) TO THE SHARED EVENT FILE.
001375*****************************************************************
001376 01  DL1-EVENT-FIELDS.
001377     05  DL1-EVT-CODE          PIC X(08) VALUE SPACES.
001378     05  DL1-EVT-COUNT-1       PIC 9(07) VALUE ZERO.
001379     05  DL1-EVT-COUNT-2       PIC 9(07) VALUE ZERO.
001380     05  DL1-EVT-TEXT          PIC X(40) VALUE SPACES.
001381 77  DL1-EVT-RC                PIC 9(02) VALUE ZERO.
001382 77  DL1-EVT-DATE              PIC 9(08) VALUE ZERO.
001383 77  DL1-EVT-TIME              PIC 9(08) VALUE ZERO.
001384
001385 PROCEDURE DIVISION.
001390*****************************************************************
001400* 0000-MAINLINE
001410*****************************************************************
001420 0000-MAINLINE.
001430     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001440     PERFORM 2000-MATCH-ONE-KEY THRU 2000-EXIT
001450         UNTIL DL1-MASTER-KEY = HIGH-VALUES
001460           AND DL1-UNLOAD-KEY = HIGH-VALUES.
001470     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001472     IF RETURN-CODE > 0
001474         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
001476     END-IF.
001480     GOBACK.
001490
001500*****************************************************************
001510* 1000-INITIALIZE - OPEN THE FILES, POSITION THE MASTER AT ITS
001520*                   FIRST KEY AND PRIME THE MATCH WITH THE
001530*                   FIRST RECORD FROM EACH SIDE.
001540*****************************************************************
001550 1000-INITIALIZE.
001560     OPEN INPUT MASTER-FILE.
001570     IF DL1-MASTER-STATUS NOT = '00' AND
001580        DL1-MASTER-STATUS NOT = '97'
001590         MOVE 'XTRMAST' TO DL1-ABEND-DDNAME
001600         MOVE DL1-MASTER-STATUS TO DL1-ABEND-STATUS
001610         PERFORM 9100-ABEND-ON-FILE-ERROR THRU 9100-EXIT
001620     END-IF.
001630     OPEN INPUT DB-UNLOAD.
001640     IF DL1-UNLOAD-STATUS NOT = '00'
001650         MOVE 'DBUNLOAD' TO DL1-ABEND-DDNAME
001660         MOVE DL1-UNLOAD-STATUS TO DL1-ABEND-STATUS
001670         PERFORM 9100-ABEND-ON-FILE-ERROR THRU 9100-EXIT
001680     END-IF.
001690     OPEN OUTPUT STATE-RPT.
001700     IF DL1-FSRPT-STATUS NOT = '00'
001710         MOVE 'FSRECRPT' TO DL1-ABEND-DDNAME
001720         MOVE DL1-FSRPT-STATUS TO DL1-ABEND-STATUS
001730         PERFORM 9100-ABEND-ON-FILE-ERROR THRU 9100-EXIT
001740     END-IF.
001750     OPEN OUTPUT BRK-KEYS.
001760     IF DL1-BRKKEY-STATUS NOT = '00'
001770         MOVE 'BRKKEYS' TO DL1-ABEND-DDNAME
001780         MOVE DL1-BRKKEY-STATUS TO DL1-ABEND-STATUS
001790         PERFORM 9100-ABEND-ON-FILE-ERROR THRU 9100-EXIT
001800     END-IF.
001810     ACCEPT DL1-RUN-DATE FROM DATE YYYYMMDD.
001820     MOVE DL1-RUN-MM  TO DL1-RUN-DATE-X(1:2).
001830     MOVE '/'         TO DL1-RUN-DATE-X(3:1).
001840     MOVE DL1-RUN-DD  TO DL1-RUN-DATE-X(4:2).
001850     MOVE '/'         TO DL1-RUN-DATE-X(6:1).
001860     MOVE DL1-RUN-YYYY TO DL1-RUN-DATE-X(7:4).
001870     MOVE SPACES TO FSR-HEADER-LINE.
001880     MOVE 'DL175M -' TO FSR-HEADER-LINE(1:8).
001890     MOVE 'FULL-STATE RECONCILIATION' TO FSR-HDR-TITLE.
001900     MOVE 'RUN DATE:' TO FSR-HEADER-LINE(45:9).
001910     MOVE DL1-RUN-DATE-X TO FSR-HDR-DATE.
001920     WRITE FSR-HEADER-LINE.
001930     MOVE LOW-VALUES TO MST-RECORD-ID.
001940     START MASTER-FILE KEY NOT < MST-RECORD-ID
001950         INVALID KEY
001960             MOVE HIGH-VALUES TO DL1-MASTER-KEY
001970     END-START.
001980     IF DL1-MASTER-KEY NOT = HIGH-VALUES
001990         PERFORM 2110-READ-MASTER THRU 2110-EXIT
002000     END-IF.
002010     PERFORM 2120-READ-UNLOAD THRU 2120-EXIT.
002020 1000-EXIT.
002030     EXIT.
002040
002050*****************************************************************
002060* 2000-MATCH-ONE-KEY - CLASSIC BALANCED-LINE STEP.  THE LOWER
002070*                      KEY IS THE BREAK SIDE; EQUAL KEYS ARE
002080*                      COMPARED AREA BY AREA AND BOTH SIDES
002090*                      ADVANCE.
002100*****************************************************************
002110 2000-MATCH-ONE-KEY.
002120     IF DL1-MASTER-KEY < DL1-UNLOAD-KEY
002130         PERFORM 2200-MASTER-ONLY THRU 2200-EXIT
002140         PERFORM 2110-READ-MASTER THRU 2110-EXIT
002150         GO TO 2000-EXIT
002160     END-IF.
002170     IF DL1-UNLOAD-KEY < DL1-MASTER-KEY
002180         PERFORM 2300-DATABASE-ONLY THRU 2300-EXIT
002190         PERFORM 2120-READ-UNLOAD THRU 2120-EXIT
002200         GO TO 2000-EXIT
002210     END-IF.
002220     PERFORM 2400-MATCHED-PAIR THRU 2400-EXIT.
002230     PERFORM 2110-READ-MASTER THRU 2110-EXIT.
002240     PERFORM 2120-READ-UNLOAD THRU 2120-EXIT.
002250 2000-EXIT.
002260     EXIT.
002270
002280 2110-READ-MASTER.
002290     READ MASTER-FILE NEXT RECORD
002300         AT END
002310             MOVE HIGH-VALUES TO DL1-MASTER-KEY
002320         NOT AT END
002330             MOVE MST-RECORD-ID TO DL1-MASTER-KEY
002340             ADD 1 TO DL1-MASTER-COUNT
002350     END-READ.
002360 2110-EXIT.
002370     EXIT.
002380
002390*****************************************************************
002400* 2120-READ-UNLOAD - NEXT DATABASE ROW.  A SECOND ROW FOR THE
002410*                    SAME ID (A HAND LOAD ON TOP OF OURS) IS A
002420*                    BREAK OF ITS OWN AND IS READ PAST, SO THE
002430*                    MATCH SEES ONE ROW PER ID.
002440*****************************************************************
002450 2120-READ-UNLOAD.
002460     READ DB-UNLOAD
002470         AT END
002480             MOVE HIGH-VALUES TO DL1-UNLOAD-KEY
002490             GO TO 2120-EXIT
002500     END-READ.
002510     ADD 1 TO DL1-UNLOAD-COUNT.
002520     IF UNL-RECORD-ID = DL1-PREV-UNLOAD-KEY
002530         MOVE SPACES TO FSR-DETAIL-LINE
002540         MOVE UNL-RECORD-ID TO FSR-RECORD-ID
002550         MOVE 'DUPR' TO FSR-BREAK-TYPE
002560         MOVE 'DUPLICATE DATABASE ROW FOR THE ID'
002570             TO FSR-MESSAGE
002580         WRITE FSR-DETAIL-LINE
002590         ADD 1 TO DL1-DUP-ROW-COUNT
002600         ADD 1 TO DL1-BREAK-COUNT
002610         GO TO 2120-READ-UNLOAD
002620     END-IF.
002630     MOVE UNL-RECORD-ID TO DL1-UNLOAD-KEY.
002640     MOVE UNL-RECORD-ID TO DL1-PREV-UNLOAD-KEY.
002650 2120-EXIT.
002660     EXIT.
002670
002680*****************************************************************
002690* 2200-MASTER-ONLY - THE MASTER CARRIES AN ID THE DATABASE HAS
002700*                    NO ROW FOR.  REPORTED FOR DATA CONTROL;
002710*                    NOT A RELOAD KEY - A ROW THAT WAS NEVER
002720*                    LOADED IS A LOAD PROBLEM DL120M OWNS.
002730*****************************************************************
002740 2200-MASTER-ONLY.
002750     MOVE SPACES          TO FSR-DETAIL-LINE.
002760     MOVE DL1-MASTER-KEY  TO FSR-RECORD-ID.
002770     MOVE 'MONL'          TO FSR-BREAK-TYPE.
002780     MOVE 'ON MASTER - NO DATABASE ROW'
002790         TO FSR-MESSAGE.
002800     MOVE MST-AREA-COUNT  TO FSR-MST-COUNT.
002810     WRITE FSR-DETAIL-LINE.
002820     ADD 1 TO DL1-MASTER-ONLY-COUNT.
002830     ADD 1 TO DL1-BREAK-COUNT.
002840 2200-EXIT.
002850     EXIT.
002860
002870*****************************************************************
002880* 2300-DATABASE-ONLY - THE DATABASE HOLDS A ROW FOR AN ID THE
002890*                      MASTER DOES NOT - WITHDRAWN, SWEPT, OR
002900*                      LOADED BY HAND.  A RELOAD CANNOT FIX
002910*                      IT (THERE IS NO MASTER IMAGE TO SEND),
002920*                      SO IT IS REPORTED ONLY, FOR THE DBA TEAM.
002930*****************************************************************
002940 2300-DATABASE-ONLY.
002950     MOVE SPACES          TO FSR-DETAIL-LINE.
002960     MOVE DL1-UNLOAD-KEY  TO FSR-RECORD-ID.
002970     MOVE 'DBON'          TO FSR-BREAK-TYPE.
002980     MOVE 'IN DATABASE - NOT ON MASTER'
002990         TO FSR-MESSAGE.
003000     IF UNL-AREA-COUNT NUMERIC
003010         MOVE UNL-AREA-COUNT TO FSR-DB-COUNT
003020     END-IF.
003030     WRITE FSR-DETAIL-LINE.
003040     ADD 1 TO DL1-DB-ONLY-COUNT.
003050     ADD 1 TO DL1-BREAK-COUNT.
003060 2300-EXIT.
003070     EXIT.
003080
003090*****************************************************************
003100* 2400-MATCHED-PAIR - THE ID IS ON BOTH SIDES.  IT ONLY COUNTS
003110*                     AS CLEAN WHEN THE AREA COUNTS AGREE AND
003120*                     EVERY AREA THE COUNT COVERS IS BYTE FOR
003130*                     BYTE THE SAME.  EITHER KIND OF CONTENT
003140*                     BREAK IS FIXED BY RELOADING THE MASTER
003150*                     IMAGE, SO IT ALSO GOES TO BRKKEYS.
003160*****************************************************************
003170 2400-MATCHED-PAIR.
003180     MOVE SPACES          TO FSR-DETAIL-LINE.
003190     MOVE DL1-MASTER-KEY  TO FSR-RECORD-ID.
003200     MOVE MST-AREA-COUNT  TO FSR-MST-COUNT.
003210     IF UNL-AREA-COUNT NOT NUMERIC
003220         MOVE 99 TO DL1-DB-AREA-COUNT
003230     ELSE
003240         MOVE UNL-AREA-COUNT TO DL1-DB-AREA-COUNT
003250         MOVE UNL-AREA-COUNT TO FSR-DB-COUNT
003260     END-IF.
003270     IF DL1-DB-AREA-COUNT NOT = MST-AREA-COUNT
003280         MOVE 'ACNT'      TO FSR-BREAK-TYPE
003290         MOVE 'AREA COUNT DIFFERS FROM MASTER'
003300             TO FSR-MESSAGE
003310         WRITE FSR-DETAIL-LINE
003320         MOVE SPACES          TO BKY-RECORD
003330         MOVE DL1-MASTER-KEY  TO BKY-RECORD-ID
003340         MOVE 'ACNT'          TO BKY-BREAK-TYPE
003350         PERFORM 2410-WRITE-BREAK-KEY THRU 2410-EXIT
003360         ADD 1 TO DL1-COUNT-DIFF-COUNT
003370         ADD 1 TO DL1-BREAK-COUNT
003380         GO TO 2400-EXIT
003390     END-IF.
003400     PERFORM 2420-STEP-ONE-AREA THRU 2420-EXIT
003410         VARYING DL1-AREA-SUB FROM 1 BY 1
003420         UNTIL DL1-AREA-SUB > MST-AREA-COUNT
003430            OR DL1-AREA-SUB > DL1-MAX-AREAS
003440            OR UNL-AREA-DATA(DL1-AREA-SUB) NOT =
003450               MST-AREA-DATA(DL1-AREA-SUB).
003460     IF DL1-AREA-SUB > MST-AREA-COUNT
003470        OR DL1-AREA-SUB > DL1-MAX-AREAS
003480         ADD 1 TO DL1-MATCHED-COUNT
003490         GO TO 2400-EXIT
003500     END-IF.
003510     MOVE 'AVAL'          TO FSR-BREAK-TYPE.
003520     MOVE 'AREA VALUE DIFFERS FROM MASTER'
003530         TO FSR-MESSAGE.
003540     MOVE DL1-AREA-SUB    TO FSR-AREA-NUMBER.
003550     WRITE FSR-DETAIL-LINE.
003560     MOVE SPACES          TO BKY-RECORD.
003570     MOVE DL1-MASTER-KEY  TO BKY-RECORD-ID.
003580     MOVE 'AVAL'          TO BKY-BREAK-TYPE.
003590     PERFORM 2410-WRITE-BREAK-KEY THRU 2410-EXIT.
003600     ADD 1 TO DL1-VALUE-DIFF-COUNT.
003610     ADD 1 TO DL1-BREAK-COUNT.
003620 2400-EXIT.
003630     EXIT.
003640
003650*****************************************************************
003660* 2410-WRITE-BREAK-KEY - THE CONTENT BREAK JUST REPORTED, AS A
003670*                        MACHINE-READABLE KEY FOR THE DL135M
003680*                        RELOAD EXTRACT.  THE CALLER HAS
003690*                        ALREADY BUILT THE RECORD.
003700*****************************************************************
003710 2410-WRITE-BREAK-KEY.
003720     WRITE BKY-RECORD.
003730     IF DL1-BRKKEY-STATUS NOT = '00'
003740         MOVE 'BRKKEYS' TO DL1-ABEND-DDNAME
003750         MOVE DL1-BRKKEY-STATUS TO DL1-ABEND-STATUS
003760         PERFORM 9100-ABEND-ON-FILE-ERROR THRU 9100-EXIT
003770     END-IF.
003780     ADD 1 TO DL1-BRKKEY-COUNT.
003790 2410-EXIT.
003800     EXIT.
003810
003820 2420-STEP-ONE-AREA.
003830*    THE VARYING LOOP ONLY WALKS THE AREAS; THE COMPARE IS IN
003840*    THE UNTIL.
003850 2420-EXIT.
003860     EXIT.
003870
003880*****************************************************************
003890* 9000-TERMINATE - COUNTS BY BREAK TYPE, THEN CLOSE DOWN.  ANY
003900*                  BREAK SETS RC=04 SO THE RUN GETS LOOKED AT.
003910*****************************************************************
003920 9000-TERMINATE.
003930     MOVE SPACES TO FSR-SUMMARY-LINE.
003940     MOVE 'MASTER RECORDS READ:' TO FSR-SUM-LABEL.
003950     MOVE DL1-MASTER-COUNT TO FSR-SUM-COUNT.
003960     WRITE FSR-SUMMARY-LINE.
003970     MOVE SPACES TO FSR-SUMMARY-LINE.
003980     MOVE 'DATABASE ROWS READ:' TO FSR-SUM-LABEL.
003990     MOVE DL1-UNLOAD-COUNT TO FSR-SUM-COUNT.
004000     WRITE FSR-SUMMARY-LINE.
004010     MOVE SPACES TO FSR-SUMMARY-LINE.
004020     MOVE 'IDS IN STEP:' TO FSR-SUM-LABEL.
004030     MOVE DL1-MATCHED-COUNT TO FSR-SUM-COUNT.
004040     WRITE FSR-SUMMARY-LINE.
004050     MOVE SPACES TO FSR-SUMMARY-LINE.
004060     MOVE 'MONL - ON MASTER ONLY:' TO FSR-SUM-LABEL.
004070     MOVE DL1-MASTER-ONLY-COUNT TO FSR-SUM-COUNT.
004080     WRITE FSR-SUMMARY-LINE.
004090     MOVE SPACES TO FSR-SUMMARY-LINE.
004100     MOVE 'DBON - IN DATABASE ONLY:' TO FSR-SUM-LABEL.
004110     MOVE DL1-DB-ONLY-COUNT TO FSR-SUM-COUNT.
004120     WRITE FSR-SUMMARY-LINE.
004130     MOVE SPACES TO FSR-SUMMARY-LINE.
004140     MOVE 'DUPR - DUPLICATE DATABASE ROWS:' TO FSR-SUM-LABEL.
004150     MOVE DL1-DUP-ROW-COUNT TO FSR-SUM-COUNT.
004160     WRITE FSR-SUMMARY-LINE.
004170     MOVE SPACES TO FSR-SUMMARY-LINE.
004180     MOVE 'ACNT - AREA COUNT DIFFERS:' TO FSR-SUM-LABEL.
004190     MOVE DL1-COUNT-DIFF-COUNT TO FSR-SUM-COUNT.
004200     WRITE FSR-SUMMARY-LINE.
004210     MOVE SPACES TO FSR-SUMMARY-LINE.
004220     MOVE 'AVAL - AREA VALUE DIFFERS:' TO FSR-SUM-LABEL.
004230     MOVE DL1-VALUE-DIFF-COUNT TO FSR-SUM-COUNT.
004240     WRITE FSR-SUMMARY-LINE.
004250     MOVE SPACES TO FSR-SUMMARY-LINE.
004260     MOVE 'RELOAD KEYS CUT:' TO FSR-SUM-LABEL.
004270     MOVE DL1-BRKKEY-COUNT TO FSR-SUM-COUNT.
004280     WRITE FSR-SUMMARY-LINE.
004290     CLOSE MASTER-FILE.
004300     CLOSE DB-UNLOAD.
004310     CLOSE STATE-RPT.
004320     CLOSE BRK-KEYS.
004330     DISPLAY 'DL175M - MASTER RECORDS:   ' DL1-MASTER-COUNT.
004340     DISPLAY 'DL175M - DATABASE ROWS:    ' DL1-UNLOAD-COUNT.
004350     DISPLAY 'DL175M - BREAKS REPORTED:  ' DL1-BREAK-COUNT.
004360     DISPLAY 'DL175M - BREAK KEYS CUT:   ' DL1-BRKKEY-COUNT.
004370     IF DL1-BREAK-COUNT > 0
004380         MOVE 04 TO RETURN-CODE
004390     END-IF.
004400 9000-EXIT.
004410     EXIT.
004420
004430*****************************************************************
004440* 9100-ABEND-ON-FILE-ERROR - A FILE THE RECONCILIATION DEPENDS
004450*                            ON FAILED.  STOP WITH A NONZERO
004460*                            RETURN CODE - A RECONCILIATION
004470*                            THAT QUIETLY CHECKED NOTHING IS
004480*                            WORSE THAN NONE AT ALL.
004490*****************************************************************
004500 9100-ABEND-ON-FILE-ERROR.
004510     DISPLAY 'DL175M - FATAL FILE ERROR ON ' DL1-ABEND-DDNAME
004520         ' - FILE STATUS ' DL1-ABEND-STATUS.
004530     MOVE 16 TO RETURN-CODE.
004531     MOVE 'FILEERR' TO DL1-EVT-CODE.
004532     MOVE SPACES TO DL1-EVT-TEXT.
004533     STRING 'FATAL FILE ERROR ON ' DELIMITED BY SIZE
004534            DL1-ABEND-DDNAME       DELIMITED BY SPACE
004535            ' STATUS '             DELIMITED BY SIZE
004536            DL1-ABEND-STATUS       DELIMITED BY SIZE
004537         INTO DL1-EVT-TEXT.
004538     PERFORM 9500-WRITE-EVENT THRU 9500-EXIT.
004540     STOP RUN.
004550 9100-EXIT.
004560     EXIT.
004570
004580*****************************************************************
004590* 9500-WRITE-EVENT - APPEND ONE EVENT TO THE SHARED MONITORING
004600*                    EVENT FILE FOR THE DL195M FORWARDER.  THE
004610*                    SEVERITY FOLLOWS THE RETURN CODE; AN END
004620*                    WITH NO NAMED CONDITION IS CODED RCNN.  AN
004630*                    EVENT FILE THAT WILL NOT TAKE THE RECORD
004640*                    IS REPORTED ON THE JOB LOG BUT DOES NOT
004650*                    CHANGE HOW THE STEP ENDS.
004660*****************************************************************
004670 9500-WRITE-EVENT.
004680     MOVE RETURN-CODE TO DL1-EVT-RC.
004690     OPEN OUTPUT EVENT-FILE.
004700     IF DL1-EVENT-STATUS NOT = '00'
004710         DISPLAY 'DL175M - EVENT NOT WRITTEN - EVENTOUT FILE '
004720             'STATUS ' DL1-EVENT-STATUS
004730         GO TO 9500-EXIT
004740     END-IF.
004750     ACCEPT DL1-EVT-DATE FROM DATE YYYYMMDD.
004760     ACCEPT DL1-EVT-TIME FROM TIME.
004770     MOVE SPACES TO EVT-RECORD.
004780     MOVE 'DL175M' TO EVT-PROGRAM.
004790     MOVE DL1-RUN-DATE TO EVT-BUS-DATE.
004800     IF EVT-BUS-DATE NOT NUMERIC
004810         MOVE DL1-EVT-DATE TO EVT-BUS-DATE
004820     END-IF.
004830     MOVE DL1-EVT-DATE TO EVT-EVENT-DATE.
004840     MOVE DL1-EVT-TIME(1:6) TO EVT-EVENT-TIME.
004850     MOVE DL1-EVT-RC TO EVT-RETURN-CODE.
004860     IF DL1-EVT-RC > 12
004870         MOVE 'S' TO EVT-SEVERITY
004880     ELSE
004890         IF DL1-EVT-RC > 04
004900             MOVE 'E' TO EVT-SEVERITY
004910         ELSE
004920             IF DL1-EVT-RC > 00
004930                 MOVE 'W' TO EVT-SEVERITY
004940             ELSE
004950                 MOVE 'I' TO EVT-SEVERITY
004960             END-IF
004970         END-IF
004980     END-IF.
004990     IF DL1-EVT-CODE = SPACES
005000         MOVE 'RC' TO EVT-EVENT-CODE(1:2)
005010         MOVE DL1-EVT-RC TO EVT-EVENT-CODE(3:2)
005020     ELSE
005030         MOVE DL1-EVT-CODE TO EVT-EVENT-CODE
005040     END-IF.
005050     IF DL1-EVT-TEXT = SPACES
005060         MOVE 'RUN ENDED ABOVE RC=00 - SEE THE JOB LOG'
005070             TO EVT-TEXT
005080     ELSE
005090         MOVE DL1-EVT-TEXT TO EVT-TEXT
005100     END-IF.
005110     MOVE DL1-EVT-COUNT-1 TO EVT-COUNT-1.
005120     MOVE DL1-EVT-COUNT-2 TO EVT-COUNT-2.
005130     WRITE EVT-RECORD.
005140     IF DL1-EVENT-STATUS NOT = '00'
005150         DISPLAY 'DL175M - EVENT NOT WRITTEN - EVENTOUT FILE '
005160             'STATUS ' DL1-EVENT-STATUS
005170     END-IF.
005180     CLOSE EVENT-FILE.
005190     MOVE SPACES TO DL1-EVT-CODE DL1-EVT-TEXT.
005200     MOVE ZERO TO DL1-EVT-COUNT-1 DL1-EVT-COUNT-2.
005210 9500-EXIT.
005220     EXIT.
