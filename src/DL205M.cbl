000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    DL205M.
000120 AUTHOR.        R HOLLOWAY.
000130 INSTALLATION.  DATA CONTROL - BATCH SYSTEMS.
000140 DATE-WRITTEN.  2026-10-15.
000150 DATE-COMPILED.
000160*****************************************************************
000170* MODIFICATION HISTORY
000180* ----------------------------------------------------------------
000190* 2026-10-15  RH  ORIGINAL VERSION.  NIGHTLY RELEASE OF THE
000200*                 APPROVED MANUAL ADJUSTMENTS (ADJFILE, DL1ADJ,
000210*                 KEPT BY DL200M) AND THE DAILY ADJUSTMENT
000220*                 REGISTER.  RUNS AHEAD OF DL105M.  EVERY
000230*                 APPROVED ADJUSTMENT IS RE-CHECKED AGAINST THE
000240*                 MASTER AS IT STANDS TONIGHT AND CUT TO THE
000250*                 ADJUSTMENT FEED (ADJFEED, DL1ADF), WHICH DL105M
000260*                 MERGES ALONGSIDE THE SOURCE FEEDS, SO THE
000270*                 CHANGE GOES THROUGH DL100M VALIDATION, CONTROL
000280*                 BALANCING AND THE STEP AUDIT LIKE ANY OTHER
000290*                 DATA.  A CHANGE CARRIES THE MASTER'S OTHER
000300*                 AREAS WITH IT (THE MASTER APPLY REPLACES THE
000310*                 WHOLE RECORD); A WITHDRAWAL BECOMES A DELETE.
000320*                 ONE THAT NO LONGER FITS THE MASTER IS MARKED
000330*                 FAILED WITH ITS REASON AND THE STEP ENDS RC=04.
000340*                 THE REGISTER (ADJRPT, DL1ADR) SHOWS EVERY
000350*                 ADJUSTMENT PROPOSED, DECIDED OR RELEASED ON
000360*                 THE REGISTER DATE AND EVERY ONE STILL WAITING.
000361* 2026-10-15  RH  A RERUN FOR THE SAME REGISTER DATE RE-CUTS
000362*                 EVERY ADJUSTMENT ALREADY RELEASED FOR THAT DATE
000363*                 (NEW ADJ-RELEASE-DATE) ALONG WITH THOSE STILL
000364*                 APPROVED, SO THE NEW FEED GENERATION CARRIES THE
000365*                 WHOLE NIGHT'S RELEASE AFTER A FAILED OR REFUSED
000366*                 MERGE, OR A STOP PART-WAY THROUGH THIS STEP.
000367* 2026-10-15  RH  THE FEED NOW ENDS WITH A CONTROL RECORD
000368*                 (DL1ADF) CARRYING THE REGISTER DATE AND THE
000369*                 FEED RECORD COUNT, WRITTEN LAST IN 9000.  A
000370*                 STEP THAT STOPS PART-WAY STILL LEAVES ITS
000371*                 GENERATION CATALOGUED, BUT WITHOUT THE CONTROL
000372*                 RECORD, AND DL105M REFUSES IT - AS IT DOES A
000373*                 GENERATION CUT FOR ANOTHER NIGHT.
000374*****************************************************************
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000400 SOURCE-COMPUTER.   IBM-370.
000410 OBJECT-COMPUTER.   IBM-370.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT ADJUST-FILE     ASSIGN TO ADJFILE
000450            ORGANIZATION IS INDEXED
000460            ACCESS MODE IS DYNAMIC
000470            RECORD KEY IS ADJ-KEY
000480            FILE STATUS IS DL1-ADJUST-STATUS.
000490     SELECT MASTER-FILE     ASSIGN TO XTRMAST
000500            ORGANIZATION IS INDEXED
000510            ACCESS MODE IS DYNAMIC
000520            RECORD KEY IS MST-RECORD-ID
000530            FILE STATUS IS DL1-MASTER-STATUS.
000540     SELECT ADJ-FEED        ASSIGN TO ADJFEED
000550            ORGANIZATION IS SEQUENTIAL
000560            FILE STATUS IS DL1-ADJFEED-STATUS.
000570     SELECT ADJ-RPT         ASSIGN TO ADJRPT
000580            ORGANIZATION IS SEQUENTIAL
000590            FILE STATUS IS DL1-ADJRPT-STATUS.
000600     SELECT EVENT-FILE      ASSIGN TO EVENTOUT
000610            ORGANIZATION IS SEQUENTIAL
000620            FILE STATUS IS DL1-EVENT-STATUS.
000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD  ADJUST-FILE
000660     RECORD CONTAINS 280 CHARACTERS.
000670 COPY DL1ADJ.
000680
000690 FD  MASTER-FILE
000700     RECORD CONTAINS 1033 CHARACTERS.
000710 COPY DL1MST.
000720
000730 FD  ADJ-FEED
000740     RECORD CONTAINS 120 CHARACTERS
000750     RECORDING MODE IS F.
000760 COPY DL1ADF.
000770
000780 FD  ADJ-RPT
000790     RECORD CONTAINS 132 CHARACTERS.
000800 COPY DL1ADR.
000810
000820 FD  EVENT-FILE
000830     RECORD CONTAINS 100 CHARACTERS.
000840 COPY DL1EVT.
000850
000860 WORKING-STORAGE SECTION.
000870*****************************************************************
000880* FILE STATUS SWITCHES
000890*****************************************************************
000900 01  DL1-FILE-STATUSES.
000910     05  DL1-ADJUST-STATUS     PIC X(02) VALUE '00'.
000920     05  DL1-MASTER-STATUS     PIC X(02) VALUE '00'.
000930     05  DL1-ADJFEED-STATUS    PIC X(02) VALUE '00'.
000940     05  DL1-ADJRPT-STATUS     PIC X(02) VALUE '00'.
000950     05  DL1-EVENT-STATUS      PIC X(02) VALUE '00'.
000960 77  DL1-ABEND-DDNAME          PIC X(08) VALUE SPACES.
000970 77  DL1-ABEND-STATUS          PIC X(02) VALUE SPACES.
000980
000990*****************************************************************
001000* BROWSE AND RELEASE CONTROLS
001010*****************************************************************
001020 01  DL1-ADJ-EOF-SW            PIC X(01) VALUE 'N'.
001030     88  DL1-ADJ-EOF-YES                 VALUE 'Y'.
001040 01  DL1-ON-MASTER-SW          PIC X(01) VALUE 'N'.
001050     88  DL1-ON-MASTER                   VALUE 'Y'.
001060 01  DL1-THIS-RUN-SW           PIC X(01) VALUE 'N'.
001070     88  DL1-DONE-THIS-RUN               VALUE 'Y'.
001074 01  DL1-RECUT-SW              PIC X(01) VALUE 'N'.
001078     88  DL1-RECUT-THIS-ADJ              VALUE 'Y'.
001080 77  DL1-FAIL-REASON           PIC X(40) VALUE SPACES.
001090 77  DL1-AREA-SUB              PIC 9(02) COMP VALUE ZERO.
001100 77  DL1-AREA-LIMIT            PIC 9(02) COMP VALUE ZERO.
001110 77  DL1-BYTE-IDX              PIC S9(04) COMP VALUE ZERO.
001120 77  DL1-POPULATED-LEN         PIC 9(03) COMP VALUE ZERO.
001130 77  DL1-FEED-RECORDS          PIC 9(07) COMP VALUE ZERO.
001135 77  DL1-ADF-CONTROL-ID        PIC X(10) VALUE 'DL1ADFCTL '.
001140
001150*****************************************************************
001160* REGISTER COUNTS - WHAT HAPPENED ON THE REGISTER DATE, WHAT
001170* THIS RUN RELEASED OR FAILED, AND WHAT IS STILL WAITING.
001180*****************************************************************
001190 77  DL1-CNT-PROPOSED          PIC 9(07) COMP VALUE ZERO.
001200 77  DL1-CNT-APPROVED          PIC 9(07) COMP VALUE ZERO.
001210 77  DL1-CNT-DECLINED          PIC 9(07) COMP VALUE ZERO.
001220 77  DL1-CNT-CANCELLED         PIC 9(07) COMP VALUE ZERO.
001230 77  DL1-CNT-RELEASED          PIC 9(07) COMP VALUE ZERO.
001240 77  DL1-CNT-FAILED            PIC 9(07) COMP VALUE ZERO.
001245 77  DL1-CNT-RECUT             PIC 9(07) COMP VALUE ZERO.
001250 77  DL1-CNT-PENDING           PIC 9(07) COMP VALUE ZERO.
001260 77  DL1-CNT-LISTED            PIC 9(07) COMP VALUE ZERO.
001270
001280*****************************************************************
001290* REGISTER DATE (PARM, OR TODAY) AND THE RELEASE TIMESTAMP
001300*****************************************************************
001310 01  DL1-REG-DATE.
001320     05  DL1-REG-YYYY          PIC 9(04).
001330     05  DL1-REG-MM            PIC 9(02).
001340     05  DL1-REG-DD            PIC 9(02).
001350 77  DL1-REG-DATE-X            PIC X(10).
001360 01  DL1-RUN-DATE.
001370     05  DL1-RUN-YYYY          PIC 9(04).
001380     05  DL1-RUN-MM            PIC 9(02).
001390     05  DL1-RUN-DD            PIC 9(02).
001400 77  DL1-RUN-DATE-X            PIC X(10).
001410 77  DL1-RUN-TIME              PIC 9(08).
001420 77  DL1-RUN-TIMESTAMP-X       PIC X(16).
001430
001440*****************************************************************
001450* MONITORING EVENT - WHATEVER ENDS THE RUN ABOVE RC=00 OR RAISES
001460* A NAMED CONDITION SETS THE CODE, COUNTS AND TEXT; 9500 WRITES
001470* THE EVENT (DL1EVT) TO THE SHARED EVENT FILE.
001480*****************************************************************
001490 01  DL1-EVENT-FIELDS.
001500     05  DL1-EVT-CODE          PIC X(08) VALUE SPACES.
001510     05  DL1-EVT-COUNT-1       PIC 9(07) VALUE ZERO.
001520     05  DL1-EVT-COUNT-2       PIC 9(07) VALUE ZERO.
001530     05  DL1-EVT-TEXT          PIC X(40) VALUE SPACES.
001540 77  DL1-EVT-RC                PIC 9(02) VALUE ZERO.
001550 77  DL1-EVT-DATE              PIC 9(08) VALUE ZERO.
001560 77  DL1-EVT-TIME              PIC 9(08) VALUE ZERO.
001570
001580 LINKAGE SECTION.
001590 01  LS-PARM-AREA.
001600     05  LS-PARM-LENGTH         PIC S9(04) COMP.
001610     05  LS-PARM-TEXT           PIC X(24).
001620
001630 PROCEDURE DIVISION USING LS-PARM-AREA.
001640*****************************************************************
001650* 0000-MAINLINE
001660*****************************************************************
001670 0000-MAINLINE.
001680     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001690     PERFORM 2000-PROCESS-ONE-ADJ THRU 2000-EXIT
001700         UNTIL DL1-ADJ-EOF-YES.
001710     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001720     IF RETURN-CODE > 0
001730         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
001740     END-IF.
001750     GOBACK.
001760
001770*****************************************************************
001780* 1000-INITIALIZE - TAKE THE REGISTER DATE OFF THE PARM, OPEN
001790*                   THE ADJUSTMENT FILE I-O (A FRESHLY DEFINED
001800*                   CLUSTER IS PRIMED ON ITS FIRST OPEN), THE
001810*                   MASTER FOR INQUIRY, AND THE FEED AND
001820*                   REGISTER.  THE FEED IS CUT EVERY NIGHT, EMPTY
001830*                   OR NOT, SO DL105M ALWAYS FINDS TONIGHT'S
001840*                   GENERATION.  THEN POSITION AT THE TOP OF THE
001850*                   FILE - RECORD-ID ORDER IS THE ORDER THE
001860*                   MERGE NEEDS.
001870*****************************************************************
001880 1000-INITIALIZE.
001890     ACCEPT DL1-RUN-DATE FROM DATE YYYYMMDD.
001900     ACCEPT DL1-RUN-TIME FROM TIME.
001910     PERFORM 1050-PARSE-PARM THRU 1050-EXIT.
001920     MOVE DL1-RUN-MM  TO DL1-RUN-DATE-X(1:2).
001930     MOVE '/'         TO DL1-RUN-DATE-X(3:1).
001940     MOVE DL1-RUN-DD  TO DL1-RUN-DATE-X(4:2).
001950     MOVE '/'         TO DL1-RUN-DATE-X(6:1).
001960     MOVE DL1-RUN-YYYY TO DL1-RUN-DATE-X(7:4).
001970     STRING DL1-RUN-DATE-X     DELIMITED BY SIZE
001980            DL1-RUN-TIME(1:6)  DELIMITED BY SIZE
001990         INTO DL1-RUN-TIMESTAMP-X.
002000     MOVE DL1-REG-MM  TO DL1-REG-DATE-X(1:2).
002010     MOVE '/'         TO DL1-REG-DATE-X(3:1).
002020     MOVE DL1-REG-DD  TO DL1-REG-DATE-X(4:2).
002030     MOVE '/'         TO DL1-REG-DATE-X(6:1).
002040     MOVE DL1-REG-YYYY TO DL1-REG-DATE-X(7:4).
002050     OPEN I-O ADJUST-FILE.
002060     IF DL1-ADJUST-STATUS = '35'
002070         OPEN OUTPUT ADJUST-FILE
002080         CLOSE ADJUST-FILE
002090         OPEN I-O ADJUST-FILE
002100     END-IF.
002110     IF DL1-ADJUST-STATUS NOT = '00' AND
002120        DL1-ADJUST-STATUS NOT = '97'
002130         MOVE 'ADJFILE' TO DL1-ABEND-DDNAME
002140         MOVE DL1-ADJUST-STATUS TO DL1-ABEND-STATUS
002150         PERFORM 9100-ABEND-ON-FILE-ERROR THRU 9100-EXIT
002160     END-IF.
002170     OPEN INPUT MASTER-FILE.
002180     IF DL1-MASTER-STATUS NOT = '00' AND
002190        DL1-MASTER-STATUS NOT = '97'
002200         MOVE 'XTRMAST' TO DL1-ABEND-DDNAME
002210         MOVE DL1-MASTER-STATUS TO DL1-ABEND-STATUS
002220         PERFORM 9100-ABEND-ON-FILE-ERROR THRU 9100-EXIT
002230     END-IF.
002240     OPEN OUTPUT ADJ-FEED.
002250     IF DL1-ADJFEED-STATUS NOT = '00'
002260         MOVE 'ADJFEED' TO DL1-ABEND-DDNAME
002270         MOVE DL1-ADJFEED-STATUS TO DL1-ABEND-STATUS
002280         PERFORM 9100-ABEND-ON-FILE-ERROR THRU 9100-EXIT
002290     END-IF.
002300     OPEN OUTPUT ADJ-RPT.
002310     IF DL1-ADJRPT-STATUS NOT = '00'
002320         MOVE 'ADJRPT' TO DL1-ABEND-DDNAME
002330         MOVE DL1-ADJRPT-STATUS TO DL1-ABEND-STATUS
002340         PERFORM 9100-ABEND-ON-FILE-ERROR THRU 9100-EXIT
002350     END-IF.
002360     MOVE SPACES TO ADR-HEADER-LINE.
002370     MOVE 'DL205M -' TO ADR-HEADER-LINE(1:8).
002380     MOVE 'DAILY ADJUSTMENT REGISTER' TO ADR-HDR-TITLE.
002390     MOVE 'RUN DATE:' TO ADR-HEADER-LINE(45:9).
002400     MOVE DL1-REG-DATE-X TO ADR-HDR-DATE.
002410     WRITE ADR-HEADER-LINE.
002420     MOVE SPACES TO ADR-COLUMN-LINE.
002430     MOVE 'RECORD ID'  TO ADR-COLUMN-LINE(1:9).
002440     MOVE 'SEQ'        TO ADR-COLUMN-LINE(13:3).
002450     MOVE 'ACTION'     TO ADR-COLUMN-LINE(18:6).
002460     MOVE 'AR'         TO ADR-COLUMN-LINE(28:2).
002470     MOVE 'STATUS'     TO ADR-COLUMN-LINE(32:6).
002480     MOVE 'MAKER / PROPOSED' TO ADR-COLUMN-LINE(42:16).
002490     MOVE 'CHECKER / DECIDED' TO ADR-COLUMN-LINE(69:17).
002500     MOVE 'RELEASED'   TO ADR-COLUMN-LINE(96:8).
002510     WRITE ADR-COLUMN-LINE.
002520     MOVE LOW-VALUES TO ADJ-KEY.
002530     START ADJUST-FILE KEY NOT < ADJ-KEY
002540         INVALID KEY
002550             MOVE 'Y' TO DL1-ADJ-EOF-SW
002560     END-START.
002570 1000-EXIT.
002580     EXIT.
002590
002600*****************************************************************
002610* 1050-PARSE-PARM - THE REGISTER DATE (YYYYMMDD) IN POSITIONS
002620*                   1-8.  NO PARM MEANS TODAY; THE SCHEDULE
002630*                   PASSES THE BUSINESS DATE WHEN THE NIGHT RUN
002640*                   FALLS AFTER MIDNIGHT.
002650*****************************************************************
002660 1050-PARSE-PARM.
002670     MOVE DL1-RUN-DATE TO DL1-REG-DATE.
002680     IF LS-PARM-LENGTH < 1
002690         GO TO 1050-EXIT
002700     END-IF.
002710     IF LS-PARM-TEXT(1:8) = SPACES
002720         GO TO 1050-EXIT
002730     END-IF.
002740     IF LS-PARM-LENGTH < 8
002750         GO TO 1050-BAD-PARM
002760     END-IF.
002770     IF LS-PARM-TEXT(1:8) NOT NUMERIC
002780         GO TO 1050-BAD-PARM
002790     END-IF.
002800     MOVE LS-PARM-TEXT(1:8) TO DL1-REG-DATE.
002810     IF DL1-REG-MM < 1 OR DL1-REG-MM > 12
002820        OR DL1-REG-DD < 1 OR DL1-REG-DD > 31
002830         GO TO 1050-BAD-PARM
002840     END-IF.
002850     GO TO 1050-EXIT.
002860 1050-BAD-PARM.
002870     DISPLAY 'DL205M - PARM MUST BE BLANK OR CARRY THE REGISTER '
002880         'DATE (YYYYMMDD)'.
002890     MOVE 12 TO RETURN-CODE.
002900     MOVE 'BADPARM' TO DL1-EVT-CODE.
002910     MOVE 'PARM REFUSED - STEP NOT RUN' TO DL1-EVT-TEXT.
002920     PERFORM 9500-WRITE-EVENT THRU 9500-EXIT.
002930     STOP RUN.
002940 1050-EXIT.
002950     EXIT.
002960
002970*****************************************************************
002980* 2000-PROCESS-ONE-ADJ - RELEASE THE ADJUSTMENT IF IT IS
002990*                        APPROVED, TALLY IT, AND PUT IT ON THE
003000*                        REGISTER IF IT BELONGS THERE.  ONE
003002*                        ALREADY RELEASED FOR THE REGISTER DATE
003004*                        IS RELEASED AGAIN: THIS IS A RERUN, AND
003006*                        THE FEED GENERATION IT WENT TO IS NO
003008*                        LONGER THE ONE DL105M WILL READ.
003010*****************************************************************
003020 2000-PROCESS-ONE-ADJ.
003030     READ ADJUST-FILE NEXT RECORD
003040         AT END
003050             MOVE 'Y' TO DL1-ADJ-EOF-SW
003060             GO TO 2000-EXIT
003070     END-READ.
003080     MOVE 'N' TO DL1-THIS-RUN-SW.
003081     MOVE 'N' TO DL1-RECUT-SW.
003082     IF ADJ-RELEASED
003083        AND ADJ-RELEASE-DATE = DL1-REG-DATE
003084         MOVE 'Y' TO DL1-RECUT-SW
003085         ADD 1 TO DL1-CNT-RECUT
003086     END-IF.
003090     IF ADJ-APPROVED
003095        OR DL1-RECUT-THIS-ADJ
003100         PERFORM 3000-RELEASE-ONE-ADJ THRU 3000-EXIT
003110     END-IF.
003120     PERFORM 2100-TALLY-ONE-ADJ THRU 2100-EXIT.
003130     IF DL1-DONE-THIS-RUN
003140        OR ADJ-PENDING
003150        OR ADJ-MAKER-TS(1:10) = DL1-REG-DATE-X
003160        OR ADJ-CHECKER-TS(1:10) = DL1-REG-DATE-X
003170        OR ADJ-RELEASE-TS(1:10) = DL1-REG-DATE-X
003180         PERFORM 4000-REGISTER-ONE-ADJ THRU 4000-EXIT
003190     END-IF.
003200 2000-EXIT.
003210     EXIT.
003220
003230 2100-TALLY-ONE-ADJ.
003240     IF ADJ-PENDING
003250         ADD 1 TO DL1-CNT-PENDING
003260     END-IF.
003270     IF ADJ-MAKER-TS(1:10) = DL1-REG-DATE-X
003280         ADD 1 TO DL1-CNT-PROPOSED
003290     END-IF.
003300     IF ADJ-CHECKER-TS(1:10) NOT = DL1-REG-DATE-X
003310         GO TO 2100-EXIT
003320     END-IF.
003330     IF ADJ-DECLINED
003340         ADD 1 TO DL1-CNT-DECLINED
003350     END-IF.
003360     IF ADJ-CANCELLED
003370         ADD 1 TO DL1-CNT-CANCELLED
003380     END-IF.
003390     IF ADJ-APPROVED OR ADJ-RELEASED OR ADJ-FAILED
003400         ADD 1 TO DL1-CNT-APPROVED
003410     END-IF.
003420 2100-EXIT.
003430     EXIT.
003440
003450*****************************************************************
003460* 3000-RELEASE-ONE-ADJ - RE-CHECK THE APPROVED ADJUSTMENT AGAINST
003470*                        THE MASTER AS IT STANDS TONIGHT (IT MAY
003480*                        HAVE MOVED SINCE THE MAKER PROPOSED
003490*                        IT), CUT ITS FEED RECORDS, AND STAMP
003500*                        THE OUTCOME ON THE ADJUSTMENT RECORD.
003510*****************************************************************
003520 3000-RELEASE-ONE-ADJ.
003530     MOVE 'Y' TO DL1-THIS-RUN-SW.
003540     MOVE SPACES TO DL1-FAIL-REASON.
003550     MOVE 'N' TO DL1-ON-MASTER-SW.
003560     MOVE ADJ-RECORD-ID TO MST-RECORD-ID.
003570     READ MASTER-FILE
003580         INVALID KEY
003590             MOVE 'N' TO DL1-ON-MASTER-SW
003600         NOT INVALID KEY
003610             MOVE 'Y' TO DL1-ON-MASTER-SW
003620     END-READ.
003630     IF ADJ-ACTION-ADD
003640         PERFORM 3100-RELEASE-ADD THRU 3100-EXIT
003650     ELSE
003660         IF ADJ-ACTION-CHANGE
003670             PERFORM 3200-RELEASE-CHANGE THRU 3200-EXIT
003680         ELSE
003690             IF ADJ-ACTION-WITHDRAW
003700                 PERFORM 3300-RELEASE-WITHDRAWAL THRU 3300-EXIT
003710             ELSE
003720                 MOVE 'UNKNOWN ACTION CODE - NOT RELEASED'
003730                     TO DL1-FAIL-REASON
003740             END-IF
003750         END-IF
003760     END-IF.
003770     MOVE DL1-RUN-TIMESTAMP-X TO ADJ-RELEASE-TS.
003775     MOVE DL1-REG-DATE TO ADJ-RELEASE-DATE.
003780     IF DL1-FAIL-REASON = SPACES
003790         MOVE 'R' TO ADJ-STATUS
003800         MOVE 'RELEASED TO THE NIGHTLY MERGE' TO ADJ-OUTCOME
003810         ADD 1 TO DL1-CNT-RELEASED
003820     ELSE
003830         MOVE 'F' TO ADJ-STATUS
003840         MOVE DL1-FAIL-REASON TO ADJ-OUTCOME
003850         ADD 1 TO DL1-CNT-FAILED
003860     END-IF.
003870     REWRITE ADJ-RECORD
003880         INVALID KEY
003890             MOVE 'ADJFILE' TO DL1-ABEND-DDNAME
003900             MOVE DL1-ADJUST-STATUS TO DL1-ABEND-STATUS
003910             PERFORM 9100-ABEND-ON-FILE-ERROR THRU 9100-EXIT
003920     END-REWRITE.
003930 3000-EXIT.
003940     EXIT.
003950
003960*****************************************************************
003970* 3100-RELEASE-ADD - A NEW ID: THE ONE AREA IT CARRIES.
003980*****************************************************************
003990 3100-RELEASE-ADD.
004000     IF DL1-ON-MASTER
004010         MOVE 'ADD REFUSED - ID ALREADY ON THE MASTER'
004020             TO DL1-FAIL-REASON
004030         GO TO 3100-EXIT
004040     END-IF.
004050     PERFORM 3500-WRITE-ADJUSTED-AREA THRU 3500-EXIT.
004060 3100-EXIT.
004070     EXIT.
004080
004090*****************************************************************
004100* 3200-RELEASE-CHANGE - THE MASTER APPLY REPLACES THE WHOLE
004110*                       RECORD, SO THE MASTER'S OTHER AREAS
004120*                       RIDE ALONG AS CARRIED AREAS - DL105M
004130*                       USES ONE ONLY WHERE ITS FEED SENT
004140*                       NOTHING FOR THE ID TONIGHT.
004150*****************************************************************
004160 3200-RELEASE-CHANGE.
004170     IF NOT DL1-ON-MASTER
004180         MOVE 'CHANGE REFUSED - ID NO LONGER ON MASTER'
004190             TO DL1-FAIL-REASON
004200         GO TO 3200-EXIT
004210     END-IF.
004220     MOVE 10 TO DL1-AREA-LIMIT.
004230     IF MST-AREA-COUNT IS NUMERIC
004240         IF MST-AREA-COUNT < 10
004250             MOVE MST-AREA-COUNT TO DL1-AREA-LIMIT
004260         END-IF
004270     END-IF.
004280     PERFORM 3210-CARRY-ONE-AREA THRU 3210-EXIT
004290         VARYING DL1-AREA-SUB FROM 1 BY 1
004300         UNTIL DL1-AREA-SUB > DL1-AREA-LIMIT.
004310     PERFORM 3500-WRITE-ADJUSTED-AREA THRU 3500-EXIT.
004320 3200-EXIT.
004330     EXIT.
004340
004350 3210-CARRY-ONE-AREA.
004360     IF DL1-AREA-SUB = ADJ-AREA-NUM
004370         GO TO 3210-EXIT
004380     END-IF.
004390     PERFORM 3220-FIND-POPULATED-LEN THRU 3220-EXIT.
004400     MOVE SPACES TO ADF-RECORD.
004410     MOVE ADJ-RECORD-ID TO ADF-RECORD-ID.
004420     MOVE 'K' TO ADF-ACTION.
004430     MOVE DL1-AREA-SUB TO ADF-AREA-NUM.
004440     MOVE DL1-POPULATED-LEN TO ADF-AREA-LEN.
004450     MOVE MST-AREA-DATA(DL1-AREA-SUB) TO ADF-AREA-VALUE.
004460     MOVE ADJ-SEQ TO ADF-ADJ-SEQ.
004470     PERFORM 3600-WRITE-FEED-RECORD THRU 3600-EXIT.
004480 3210-EXIT.
004490     EXIT.
004500
004510*****************************************************************
004520* 3220-FIND-POPULATED-LEN - THE MASTER KEEPS NO LENGTH PER AREA;
004530*                           THE CARRIED LENGTH IS THE POSITION
004540*                           OF THE LAST NON-SPACE BYTE, AS
004550*                           DL100M MEASURES IT.
004560*****************************************************************
004570 3220-FIND-POPULATED-LEN.
004580     MOVE ZERO TO DL1-POPULATED-LEN.
004590     PERFORM 3230-CHECK-ONE-TRAILING THRU 3230-EXIT
004600         VARYING DL1-BYTE-IDX FROM 100 BY -1
004610         UNTIL DL1-BYTE-IDX < 1
004620            OR DL1-POPULATED-LEN > 0.
004630 3220-EXIT.
004640     EXIT.
004650
004660 3230-CHECK-ONE-TRAILING.
004670     IF MST-AREA-DATA(DL1-AREA-SUB)(DL1-BYTE-IDX:1) NOT = SPACE
004680         MOVE DL1-BYTE-IDX TO DL1-POPULATED-LEN
004690     END-IF.
004700 3230-EXIT.
004710     EXIT.
004720
004730*****************************************************************
004740* 3300-RELEASE-WITHDRAWAL - THE WHOLE ID COMES OFF THE MASTER.
004750*****************************************************************
004760 3300-RELEASE-WITHDRAWAL.
004770     IF NOT DL1-ON-MASTER
004780         MOVE 'WITHDRAWAL REFUSED - ID NOT ON MASTER'
004790             TO DL1-FAIL-REASON
004800         GO TO 3300-EXIT
004810     END-IF.
004820     MOVE SPACES TO ADF-RECORD.
004830     MOVE ADJ-RECORD-ID TO ADF-RECORD-ID.
004840     MOVE 'W' TO ADF-ACTION.
004850     MOVE ZERO TO ADF-AREA-NUM ADF-AREA-LEN.
004860     MOVE ADJ-SEQ TO ADF-ADJ-SEQ.
004870     PERFORM 3600-WRITE-FEED-RECORD THRU 3600-EXIT.
004880 3300-EXIT.
004890     EXIT.
004900
004910 3500-WRITE-ADJUSTED-AREA.
004920     MOVE SPACES TO ADF-RECORD.
004930     MOVE ADJ-RECORD-ID TO ADF-RECORD-ID.
004940     MOVE 'A' TO ADF-ACTION.
004950     MOVE ADJ-AREA-NUM TO ADF-AREA-NUM.
004960     MOVE ADJ-AREA-LEN TO ADF-AREA-LEN.
004970     MOVE ADJ-AREA-VALUE TO ADF-AREA-VALUE.
004980     MOVE ADJ-SEQ TO ADF-ADJ-SEQ.
004990     PERFORM 3600-WRITE-FEED-RECORD THRU 3600-EXIT.
005000 3500-EXIT.
005010     EXIT.
005020
005030 3600-WRITE-FEED-RECORD.
005040     WRITE ADF-RECORD.
005050     IF DL1-ADJFEED-STATUS NOT = '00'
005060         MOVE 'ADJFEED' TO DL1-ABEND-DDNAME
005070         MOVE DL1-ADJFEED-STATUS TO DL1-ABEND-STATUS
005080         PERFORM 9100-ABEND-ON-FILE-ERROR THRU 9100-EXIT
005090     END-IF.
005100     ADD 1 TO DL1-FEED-RECORDS.
005110 3600-EXIT.
005120     EXIT.
005130
005140*****************************************************************
005150* 4000-REGISTER-ONE-ADJ - TWO LINES PER ADJUSTMENT: WHO AND
005160*                         WHEN, THEN THE REASON AND OUTCOME.
005170*****************************************************************
005180 4000-REGISTER-ONE-ADJ.
005190     MOVE SPACES TO ADR-DETAIL-LINE.
005200     MOVE ADJ-RECORD-ID TO ADR-DET-RECORD-ID.
005210     MOVE ADJ-SEQ TO ADR-DET-SEQ.
005220     MOVE 'WITHDRAW' TO ADR-DET-ACTION.
005230     IF ADJ-ACTION-ADD
005240         MOVE 'ADD' TO ADR-DET-ACTION
005250     END-IF.
005260     IF ADJ-ACTION-CHANGE
005270         MOVE 'CHANGE' TO ADR-DET-ACTION
005280     END-IF.
005290     IF NOT ADJ-ACTION-WITHDRAW
005320         MOVE ADJ-AREA-NUM TO ADR-DET-AREA
005330     END-IF.
005340     MOVE 'PENDING' TO ADR-DET-STATUS.
005350     IF ADJ-APPROVED
005360         MOVE 'APPROVED' TO ADR-DET-STATUS
005370     END-IF.
005380     IF ADJ-DECLINED
005390         MOVE 'DECLINED' TO ADR-DET-STATUS
005400     END-IF.
005410     IF ADJ-CANCELLED
005420         MOVE 'CANCELLD' TO ADR-DET-STATUS
005430     END-IF.
005440     IF ADJ-RELEASED
005450         MOVE 'RELEASED' TO ADR-DET-STATUS
005460     END-IF.
005470     IF ADJ-FAILED
005480         MOVE 'FAILED' TO ADR-DET-STATUS
005490     END-IF.
005500     MOVE ADJ-MAKER-ID TO ADR-DET-MAKER.
005510     MOVE ADJ-MAKER-TS TO ADR-DET-MAKER-TS.
005520     MOVE ADJ-CHECKER-ID TO ADR-DET-CHECKER.
005530     MOVE ADJ-CHECKER-TS TO ADR-DET-CHECKER-TS.
005540     MOVE ADJ-RELEASE-TS TO ADR-DET-RELEASE-TS.
005550     WRITE ADR-DETAIL-LINE.
005560     MOVE SPACES TO ADR-NOTE-LINE.
005570     MOVE 'REASON: ' TO ADR-NOTE-LINE(13:8).
005580     MOVE ADJ-REASON TO ADR-NOTE-REASON.
005590     MOVE 'OUTCOME: ' TO ADR-NOTE-LINE(63:9).
005600     MOVE ADJ-OUTCOME TO ADR-NOTE-OUTCOME.
005610     WRITE ADR-NOTE-LINE.
005620     ADD 1 TO DL1-CNT-LISTED.
005630 4000-EXIT.
005640     EXIT.
005650
005660*****************************************************************
005670* 9000-TERMINATE - REGISTER SUMMARY AND CLOSE DOWN.  AN
005680*                  APPROVED ADJUSTMENT THAT COULD NOT BE
005690*                  RELEASED ENDS THE STEP RC=04 SO DATA CONTROL
005700*                  SEES IT BEFORE THE MORNING.
005702*                  THE FEED CONTROL RECORD GOES OUT LAST, ONCE
005704*                  EVERY ADJUSTMENT HAS BEEN CUT, SO ONLY A
005706*                  COMPLETE FEED EVER CARRIES ONE.
005710*****************************************************************
005720 9000-TERMINATE.
005730     MOVE SPACES TO ADR-SUMMARY-LINE.
005740     MOVE 'PROPOSED ON THE REGISTER DATE:' TO ADR-SUM-LABEL.
005750     MOVE DL1-CNT-PROPOSED TO ADR-SUM-COUNT.
005760     WRITE ADR-SUMMARY-LINE.
005770     MOVE SPACES TO ADR-SUMMARY-LINE.
005780     MOVE 'APPROVED ON THE REGISTER DATE:' TO ADR-SUM-LABEL.
005790     MOVE DL1-CNT-APPROVED TO ADR-SUM-COUNT.
005800     WRITE ADR-SUMMARY-LINE.
005810     MOVE SPACES TO ADR-SUMMARY-LINE.
005820     MOVE 'DECLINED ON THE REGISTER DATE:' TO ADR-SUM-LABEL.
005830     MOVE DL1-CNT-DECLINED TO ADR-SUM-COUNT.
005840     WRITE ADR-SUMMARY-LINE.
005850     MOVE SPACES TO ADR-SUMMARY-LINE.
005860     MOVE 'CANCELLED ON THE REGISTER DATE:' TO ADR-SUM-LABEL.
005870     MOVE DL1-CNT-CANCELLED TO ADR-SUM-COUNT.
005880     WRITE ADR-SUMMARY-LINE.
005890     MOVE SPACES TO ADR-SUMMARY-LINE.
005900     MOVE 'RELEASED TO THE MERGE THIS RUN:' TO ADR-SUM-LABEL.
005910     MOVE DL1-CNT-RELEASED TO ADR-SUM-COUNT.
005920     WRITE ADR-SUMMARY-LINE.
005922     MOVE SPACES TO ADR-SUMMARY-LINE.
005924     MOVE '  OF THEM RE-CUT FROM EARLIER:' TO ADR-SUM-LABEL.
005926     MOVE DL1-CNT-RECUT TO ADR-SUM-COUNT.
005928     WRITE ADR-SUMMARY-LINE.
005930     MOVE SPACES TO ADR-SUMMARY-LINE.
005940     MOVE 'FAILED RELEASE THIS RUN:' TO ADR-SUM-LABEL.
005950     MOVE DL1-CNT-FAILED TO ADR-SUM-COUNT.
005960     WRITE ADR-SUMMARY-LINE.
005970     MOVE SPACES TO ADR-SUMMARY-LINE.
005980     MOVE 'STILL AWAITING APPROVAL:' TO ADR-SUM-LABEL.
005990     MOVE DL1-CNT-PENDING TO ADR-SUM-COUNT.
006000     WRITE ADR-SUMMARY-LINE.
006010     MOVE SPACES TO ADR-SUMMARY-LINE.
006020     MOVE 'ADJUSTMENT FEED RECORDS CUT:' TO ADR-SUM-LABEL.
006030     MOVE DL1-FEED-RECORDS TO ADR-SUM-COUNT.
006040     WRITE ADR-SUMMARY-LINE.
006045     PERFORM 9050-WRITE-FEED-CONTROL THRU 9050-EXIT.
006050     CLOSE ADJUST-FILE.
006060     CLOSE MASTER-FILE.
006070     CLOSE ADJ-FEED.
006080     CLOSE ADJ-RPT.
006090     DISPLAY 'DL205M - RELEASED TO THE MERGE: ' DL1-CNT-RELEASED.
006100     DISPLAY 'DL205M - FAILED RELEASE:        ' DL1-CNT-FAILED.
006105     DISPLAY 'DL205M - RE-CUT FROM EARLIER:   ' DL1-CNT-RECUT.
006110     DISPLAY 'DL205M - FEED RECORDS CUT:      ' DL1-FEED-RECORDS.
006120     DISPLAY 'DL205M - AWAITING APPROVAL:     ' DL1-CNT-PENDING.
006130     IF DL1-CNT-FAILED > 0
006140         MOVE 4 TO RETURN-CODE
006150         MOVE 'ADJFAIL' TO DL1-EVT-CODE
006160         MOVE DL1-CNT-FAILED TO DL1-EVT-COUNT-1
006170         MOVE 'APPROVED ADJUSTMENT NOT RELEASED'
006180             TO DL1-EVT-TEXT
006190     END-IF.
006200 9000-EXIT.
006210     EXIT.
006211
006212*****************************************************************
006213* 9050-WRITE-FEED-CONTROL - THE REGISTER DATE THE FEED WAS CUT
006214*                           FOR AND THE NUMBER OF ADJUSTMENT
006215*                           RECORDS AHEAD OF THIS ONE.  DL105M
006216*                           CHECKS BOTH BEFORE IT MERGES ANYTHING.
006217*****************************************************************
006218 9050-WRITE-FEED-CONTROL.
006219     MOVE SPACES TO ADF-CONTROL-RECORD.
006220     MOVE DL1-ADF-CONTROL-ID TO ADF-CTL-ID.
006221     MOVE DL1-REG-DATE TO ADF-CTL-REG-DATE.
006222     MOVE DL1-FEED-RECORDS TO ADF-CTL-RECORD-COUNT.
006223     WRITE ADF-CONTROL-RECORD.
006224     IF DL1-ADJFEED-STATUS NOT = '00'
006225         MOVE 'ADJFEED' TO DL1-ABEND-DDNAME
006226         MOVE DL1-ADJFEED-STATUS TO DL1-ABEND-STATUS
006227         PERFORM 9100-ABEND-ON-FILE-ERROR THRU 9100-EXIT
006228     END-IF.
006229 9050-EXIT.
006230     EXIT.
006231
006232*****************************************************************
006240* 9100-ABEND-ON-FILE-ERROR - A FILE THE RELEASE DEPENDS ON
006250*                            FAILED; STOP RC=16.  THE STOP IS A
006260*                            NORMAL STEP END, SO THE PARTIAL
006270*                            FEED GENERATION IS CATALOGUED -
006271*                            BUT WITHOUT ITS CONTROL RECORD,
006272*                            WHICH DL105M REFUSES.  THOSE
006273*                            ALREADY MARKED RELEASED CARRY THE
006274*                            REGISTER DATE, SO THE RERUN CUTS
006275*                            THEM AGAIN WITH THE REST.
006280*****************************************************************
006290 9100-ABEND-ON-FILE-ERROR.
006300     DISPLAY 'DL205M - FATAL FILE ERROR ON ' DL1-ABEND-DDNAME
006310         ' - FILE STATUS ' DL1-ABEND-STATUS.
006320     MOVE 16 TO RETURN-CODE.
006330     MOVE 'FILEERR' TO DL1-EVT-CODE.
006340     MOVE SPACES TO DL1-EVT-TEXT.
006350     STRING 'FATAL FILE ERROR ON ' DELIMITED BY SIZE
006360            DL1-ABEND-DDNAME       DELIMITED BY SPACE
006370            ' STATUS '             DELIMITED BY SIZE
006380            DL1-ABEND-STATUS       DELIMITED BY SIZE
006390         INTO DL1-EVT-TEXT.
006400     PERFORM 9500-WRITE-EVENT THRU 9500-EXIT.
006410     STOP RUN.
006420 9100-EXIT.
006430     EXIT.
006440
006450*****************************************************************
006460* 9500-WRITE-EVENT - APPEND ONE EVENT TO THE SHARED MONITORING
006470*                    EVENT FILE FOR THE DL195M FORWARDER.  THE
006480*                    SEVERITY FOLLOWS THE RETURN CODE; AN END
006490*                    WITH NO NAMED CONDITION IS CODED RCNN.  AN
006500*                    EVENT FILE THAT WILL NOT TAKE THE RECORD
006510*                    IS REPORTED ON THE JOB LOG BUT DOES NOT
006520*                    CHANGE HOW THE STEP ENDS.
006530*****************************************************************
006540 9500-WRITE-EVENT.
006550     MOVE RETURN-CODE TO DL1-EVT-RC.
006560     OPEN OUTPUT EVENT-FILE.
006570     IF DL1-EVENT-STATUS NOT = '00'
006580         DISPLAY 'DL205M - EVENT NOT WRITTEN - EVENTOUT FILE '
006590             'STATUS ' DL1-EVENT-STATUS
006600         GO TO 9500-EXIT
006610     END-IF.
006620     ACCEPT DL1-EVT-DATE FROM DATE YYYYMMDD.
006630     ACCEPT DL1-EVT-TIME FROM TIME.
006640     MOVE SPACES TO EVT-RECORD.
006650     MOVE 'DL205M' TO EVT-PROGRAM.
006660     MOVE DL1-REG-DATE TO EVT-BUS-DATE.
006670     IF EVT-BUS-DATE NOT NUMERIC
006680         MOVE DL1-EVT-DATE TO EVT-BUS-DATE
006690     END-IF.
006700     MOVE DL1-EVT-DATE TO EVT-EVENT-DATE.
006710     MOVE DL1-EVT-TIME(1:6) TO EVT-EVENT-TIME.
006720     MOVE DL1-EVT-RC TO EVT-RETURN-CODE.
006730     IF DL1-EVT-RC > 12
006740         MOVE 'S' TO EVT-SEVERITY
006750     ELSE
006760         IF DL1-EVT-RC > 04
006770             MOVE 'E' TO EVT-SEVERITY
006780         ELSE
006790             IF DL1-EVT-RC > 00
006800                 MOVE 'W' TO EVT-SEVERITY
006810             ELSE
006820                 MOVE 'I' TO EVT-SEVERITY
006830             END-IF
006840         END-IF
006850     END-IF.
006860     IF DL1-EVT-CODE = SPACES
006870         MOVE 'RC' TO EVT-EVENT-CODE(1:2)
006880         MOVE DL1-EVT-RC TO EVT-EVENT-CODE(3:2)
006890     ELSE
006900         MOVE DL1-EVT-CODE TO EVT-EVENT-CODE
006910     END-IF.
006920     IF DL1-EVT-TEXT = SPACES
006930         MOVE 'RUN ENDED ABOVE RC=00 - SEE THE JOB LOG'
006940             TO EVT-TEXT
006950     ELSE
006960         MOVE DL1-EVT-TEXT TO EVT-TEXT
006970     END-IF.
006980     MOVE DL1-EVT-COUNT-1 TO EVT-COUNT-1.
006990     MOVE DL1-EVT-COUNT-2 TO EVT-COUNT-2.
007000     WRITE EVT-RECORD.
007010     IF DL1-EVENT-STATUS NOT = '00'
007020         DISPLAY 'DL205M - EVENT NOT WRITTEN - EVENTOUT FILE '
007030             'STATUS ' DL1-EVENT-STATUS
007040     END-IF.
007050     CLOSE EVENT-FILE.
007060     MOVE SPACES TO DL1-EVT-CODE DL1-EVT-TEXT.
007070     MOVE ZERO TO DL1-EVT-COUNT-1 DL1-EVT-COUNT-2.
007080 9500-EXIT.
007090     EXIT.
