000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    DL215M.
000120 AUTHOR.        R HOLLOWAY.
000130 INSTALLATION.  DATA CONTROL - BATCH SYSTEMS.
000140 DATE-WRITTEN.  2026-10-15.
000150 DATE-COMPILED.
000160*****************************************************************
000170* MODIFICATION HISTORY
000180* ----------------------------------------------------------------
000190* 2026-10-15  RH  ORIGINAL VERSION.  DELIMITED ANALYTICS EXPORT
000200*                 OF THE MERGE MASTER (XTRMAST) SO THE ANALYTICS
000210*                 TEAM NO LONGER UNPACKS FIXED XTRACOUT IMAGES
000220*                 WITH DL1XTR.  THE PARM NAMES THE DELIMITER, A
000230*                 CHANGED-SINCE DATE TESTED AGAINST THE DATE IN
000240*                 MST-LAST-RUN-TS, AND THE AREAS TO INCLUDE BY
000250*                 THEIR REGISTERED FEED NAME ON FEEDREG (DL1REG)
000260*                 RATHER THAN OCCURRENCE NUMBER.  THE FILE
000270*                 (MSTEXP, DL1EXP) HAS A HEADER ROW OF COLUMN
000280*                 NAMES, ONE ROW PER RECORD WITH THE AREA VALUES
000290*                 TRIMMED AND DELIMITERS AND QUOTES ESCAPED, THE
000300*                 UPDATE COUNT AND LAST-RUN TIMESTAMP, AND A
000310*                 TRAILER ROW CARRYING THE ROW COUNT SO A LOAD
000320*                 CAN BE PROVED COMPLETE.  READ ONLY ON THE
000330*                 MASTER.
000340*****************************************************************
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000370 SOURCE-COMPUTER.   IBM-370.
000380 OBJECT-COMPUTER.   IBM-370.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT MASTER-FILE     ASSIGN TO XTRMAST
000420            ORGANIZATION IS INDEXED
000430            ACCESS MODE IS DYNAMIC
000440            RECORD KEY IS MST-RECORD-ID
000450            FILE STATUS IS DL1-MASTER-STATUS.
000460     SELECT REG-FILE        ASSIGN TO FEEDREG
000470            ORGANIZATION IS SEQUENTIAL
000480            FILE STATUS IS DL1-FEEDREG-STATUS.
000490     SELECT EXPORT-FILE     ASSIGN TO MSTEXP
000500            ORGANIZATION IS SEQUENTIAL
000510            FILE STATUS IS DL1-EXPORT-STATUS.
000520     SELECT EVENT-FILE      ASSIGN TO EVENTOUT
000530            ORGANIZATION IS SEQUENTIAL
000540            FILE STATUS IS DL1-EVENT-STATUS.
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  MASTER-FILE
000580     RECORD CONTAINS 1033 CHARACTERS.
000590 COPY DL1MST.
000600
000610 FD  REG-FILE
000620     RECORD CONTAINS 50 CHARACTERS
000630     RECORDING MODE IS F.
000640 COPY DL1REG.
000650
000660 FD  EXPORT-FILE
000670     RECORD IS VARYING IN SIZE FROM 1 TO 2100 CHARACTERS
000680         DEPENDING ON DL1-ROW-LEN
000690     RECORDING MODE IS V.
000700 COPY DL1EXP.
000710
000720 FD  EVENT-FILE
000730     RECORD CONTAINS 100 CHARACTERS.
000740 COPY DL1EVT.
000750
000760 WORKING-STORAGE SECTION.
000770*****************************************************************
000780* FILE STATUS SWITCHES
000790*****************************************************************
000800 01  DL1-FILE-STATUSES.
000810     05  DL1-MASTER-STATUS     PIC X(02) VALUE '00'.
000820     05  DL1-FEEDREG-STATUS    PIC X(02) VALUE '00'.
000830     05  DL1-EXPORT-STATUS     PIC X(02) VALUE '00'.
000840     05  DL1-EVENT-STATUS      PIC X(02) VALUE '00'.
000850 77  DL1-ABEND-DDNAME          PIC X(08) VALUE SPACES.
000860 77  DL1-ABEND-STATUS          PIC X(02) VALUE SPACES.
000870
000880*****************************************************************
000890* PARM OPTIONS - DELIMITER, CHANGED-SINCE DATE (BLANK OR ZERO
000900* FOR EVERY RECORD) AND UP TO TEN REGISTERED FEED NAMES.
000910*****************************************************************
000920 77  DL1-DELIM                 PIC X(01) VALUE '|'.
000930 77  DL1-QUOTE                 PIC X(01) VALUE '"'.
000940 01  DL1-SINCE-DATE.
000950     05  DL1-SINCE-YYYY        PIC 9(04).
000960     05  DL1-SINCE-MM          PIC 9(02).
000970     05  DL1-SINCE-DD          PIC 9(02).
000980 01  DL1-SINCE-SW              PIC X(01) VALUE 'N'.
000990     88  DL1-SINCE-GIVEN                 VALUE 'Y'.
001000 77  DL1-NAMES-LEN             PIC 9(03) COMP VALUE ZERO.
001010 01  DL1-PARM-NAMES.
001020     05  DL1-PARM-NAME         PIC X(16) OCCURS 10 TIMES.
001030 77  DL1-NAME-COUNT            PIC 9(02) COMP VALUE ZERO.
001040 77  DL1-NAME-SUB              PIC 9(02) COMP VALUE ZERO.
001050 77  DL1-REFUSE-TEXT           PIC X(50) VALUE SPACES.
001060
001070*****************************************************************
001080* THE FEED REGISTRY - LOADED FROM FEEDREG THE SAME WAY DL105M
001090* LOADS IT.  A FEED WITH NO ENTRY IS NAMED FEED NN.
001100*****************************************************************
001110 01  DL1-FEED-REGISTRY.
001120     05  DL1-REG-NAME          PIC X(16) OCCURS 10 TIMES.
001130 01  DL1-REG-EOF-SW            PIC X(01) VALUE 'N'.
001140     88  DL1-REG-EOF-YES                 VALUE 'Y'.
001150 77  DL1-MAX-FEEDS             PIC 9(02) COMP VALUE 10.
001160 77  DL1-FEED-SUB              PIC 9(02) COMP VALUE ZERO.
001170 77  DL1-FEED-NUM-ED           PIC 99.
001180
001190*****************************************************************
001200* THE COLUMN SELECTION - AREA OCCURRENCES IN OUTPUT ORDER.  NO
001210* NAMES ON THE PARM MEANS ALL TEN IN OCCURRENCE ORDER.
001220*****************************************************************
001230 01  DL1-SELECTION.
001240     05  DL1-SEL-AREA          PIC 9(02) COMP OCCURS 10 TIMES.
001250 77  DL1-SEL-COUNT             PIC 9(02) COMP VALUE ZERO.
001260 77  DL1-SEL-SUB               PIC 9(02) COMP VALUE ZERO.
001270 77  DL1-AREA-SUB              PIC 9(02) COMP VALUE ZERO.
001280
001290*****************************************************************
001300* ROW BUILD - THE ROW UNDER CONSTRUCTION, ITS LENGTH (ALSO THE
001310* RECORD LENGTH THE EXPORT FILE IS WRITTEN WITH), AND THE FIELD
001320* BEING APPENDED WITH ITS TRIMMED START AND END.
001330*****************************************************************
001340 77  DL1-ROW-TEXT              PIC X(2100) VALUE SPACES.
001350 77  DL1-ROW-LEN               PIC 9(04) COMP VALUE ZERO.
001360 77  DL1-FLD-VALUE             PIC X(100) VALUE SPACES.
001370 77  DL1-FLD-START             PIC S9(04) COMP VALUE ZERO.
001380 77  DL1-FLD-END               PIC S9(04) COMP VALUE ZERO.
001390 77  DL1-FLD-LEN               PIC S9(04) COMP VALUE ZERO.
001400 77  DL1-FLD-SUB               PIC S9(04) COMP VALUE ZERO.
001410 77  DL1-SPECIAL-TALLY         PIC 9(04) COMP VALUE ZERO.
001420 77  DL1-ONE-BYTE              PIC X(01) VALUE SPACE.
001430 01  DL1-FIRST-FIELD-SW        PIC X(01) VALUE 'Y'.
001440     88  DL1-FIRST-FIELD                 VALUE 'Y'.
001450 77  DL1-UPDATE-COUNT-ED       PIC ZZZZ9.
001460 77  DL1-ROW-COUNT-ED          PIC 9(09).
001470
001480*****************************************************************
001490* LAST-RUN TIMESTAMP - STAMPED MM/DD/YYYYHHMMSS BY DL110M;
001500* TESTED AGAINST THE CHANGED-SINCE DATE AS YYYYMMDD AND WRITTEN
001510* AS YYYY-MM-DD HH:MM:SS.
001520*****************************************************************
001530 01  DL1-TS-DATE.
001540     05  DL1-TS-YYYY           PIC X(04).
001550     05  DL1-TS-MM             PIC X(02).
001560     05  DL1-TS-DD             PIC X(02).
001570 77  DL1-TS-OUT                PIC X(19) VALUE SPACES.
001580
001590*****************************************************************
001600* RUN COUNTERS
001610*****************************************************************
001620 77  DL1-CNT-READ              PIC 9(09) COMP VALUE ZERO.
001630 77  DL1-CNT-EXPORTED          PIC 9(09) COMP VALUE ZERO.
001640 77  DL1-CNT-UNCHANGED         PIC 9(09) COMP VALUE ZERO.
001650 77  DL1-CNT-NO-TS             PIC 9(09) COMP VALUE ZERO.
001660 01  DL1-MASTER-EOF-SW         PIC X(01) VALUE 'N'.
001670     88  DL1-MASTER-EOF-YES              VALUE 'Y'.
001680
001690*****************************************************************
001700* RUN DATE
001710*****************************************************************
001720 01  DL1-RUN-DATE.
001730     05  DL1-RUN-YYYY          PIC 9(04).
001740     05  DL1-RUN-MM            PIC 9(02).
001750     05  DL1-RUN-DD            PIC 9(02).
001760
001770*****************************************************************
001780* MONITORING EVENT - WHATEVER ENDS THE RUN ABOVE RC=00 OR RAISES
001790* A NAMED CONDITION SETS THE CODE, COUNTS AND TEXT; 9500 WRITES
001800* THE EVENT (DL1EVT) TO THE SHARED EVENT FILE.
001810*****************************************************************
001820 01  DL1-EVENT-FIELDS.
001830     05  DL1-EVT-CODE          PIC X(08) VALUE SPACES.
001840     05  DL1-EVT-COUNT-1       PIC 9(07) VALUE ZERO.
001850     05  DL1-EVT-COUNT-2       PIC 9(07) VALUE ZERO.
001860     05  DL1-EVT-TEXT          PIC X(40) VALUE SPACES.
001870 77  DL1-EVT-RC                PIC 9(02) VALUE ZERO.
001880 77  DL1-EVT-DATE              PIC 9(08) VALUE ZERO.
001890 77  DL1-EVT-TIME              PIC 9(08) VALUE ZERO.
001900
001910 LINKAGE SECTION.
001920 01  LS-PARM-AREA.
001930     05  LS-PARM-LENGTH         PIC S9(04) COMP.
001940     05  LS-PARM-TEXT           PIC X(100).
001950
001960 PROCEDURE DIVISION USING LS-PARM-AREA.
001970*****************************************************************
001980* 0000-MAINLINE
001990*****************************************************************
002000 0000-MAINLINE.
002010     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002020     PERFORM 2000-EXPORT-ONE-RECORD THRU 2000-EXIT
002030         UNTIL DL1-MASTER-EOF-YES.
002040     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002050     IF RETURN-CODE > 0
002060         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
002070     END-IF.
002080     GOBACK.
002090
002100*****************************************************************
002110* 1000-INITIALIZE - PARSE THE PARM, LOAD THE REGISTRY AND TURN
002120*                   THE FEED NAMES INTO AREA OCCURRENCES BEFORE
002130*                   ANYTHING IS OPENED FOR OUTPUT, THEN OPEN THE
002140*                   MASTER AND THE EXPORT, WRITE THE HEADER ROW
002150*                   AND POSITION THE BROWSE AT THE TOP.
002160*****************************************************************
002170 1000-INITIALIZE.
002180     ACCEPT DL1-RUN-DATE FROM DATE YYYYMMDD.
002190     PERFORM 1050-PARSE-PARM THRU 1050-EXIT.
002200     PERFORM 1100-LOAD-REGISTRY THRU 1100-EXIT.
002210     PERFORM 1200-RESOLVE-SELECTION THRU 1200-EXIT.
002220     OPEN INPUT MASTER-FILE.
002230     IF DL1-MASTER-STATUS NOT = '00' AND
002240        DL1-MASTER-STATUS NOT = '97'
002250         MOVE 'XTRMAST' TO DL1-ABEND-DDNAME
002260         MOVE DL1-MASTER-STATUS TO DL1-ABEND-STATUS
002270         PERFORM 9100-ABEND-ON-FILE-ERROR THRU 9100-EXIT
002280     END-IF.
002290     OPEN OUTPUT EXPORT-FILE.
002300     IF DL1-EXPORT-STATUS NOT = '00'
002310         MOVE 'MSTEXP' TO DL1-ABEND-DDNAME
002320         MOVE DL1-EXPORT-STATUS TO DL1-ABEND-STATUS
002330         PERFORM 9100-ABEND-ON-FILE-ERROR THRU 9100-EXIT
002340     END-IF.
002350     PERFORM 1300-WRITE-HEADER-ROW THRU 1300-EXIT.
002360     MOVE LOW-VALUES TO MST-RECORD-ID.
002370     START MASTER-FILE KEY NOT < MST-RECORD-ID
002380         INVALID KEY
002390             MOVE 'Y' TO DL1-MASTER-EOF-SW
002400     END-START.
002410 1000-EXIT.
002420     EXIT.
002430
002440*****************************************************************
002450* 1050-PARSE-PARM - POSITIONAL:
002460*                     1       THE DELIMITER (BLANK MEANS |)
002470*                     3-10    CHANGED-SINCE DATE YYYYMMDD
002480*                             (BLANK OR ZERO MEANS ALL)
002490*                     12-100  FEED NAMES AS REGISTERED ON
002500*                             FEEDREG, SEPARATED BY COMMAS
002510*                             (BLANK MEANS ALL TEN AREAS)
002520*                   A QUOTE CANNOT BE THE DELIMITER - IT IS THE
002530*                   ESCAPE CHARACTER.
002540*****************************************************************
002550 1050-PARSE-PARM.
002560     MOVE SPACES TO DL1-PARM-NAMES.
002570     IF LS-PARM-LENGTH < 1
002580         GO TO 1050-EXIT
002590     END-IF.
002600     IF LS-PARM-TEXT(1:1) NOT = SPACE
002610         MOVE LS-PARM-TEXT(1:1) TO DL1-DELIM
002620     END-IF.
002630     IF DL1-DELIM = DL1-QUOTE
002640         MOVE 'THE QUOTE CANNOT BE THE DELIMITER'
002650             TO DL1-REFUSE-TEXT
002660         GO TO 1050-BAD-PARM
002670     END-IF.
002680     IF LS-PARM-LENGTH < 3
002690         GO TO 1050-EXIT
002700     END-IF.
002710     IF LS-PARM-LENGTH < 10
002720         MOVE 'CHANGED-SINCE DATE MUST BE YYYYMMDD'
002730             TO DL1-REFUSE-TEXT
002740         GO TO 1050-BAD-PARM
002750     END-IF.
002760     IF LS-PARM-TEXT(3:8) NOT = SPACES
002770        AND LS-PARM-TEXT(3:8) NOT = '00000000'
002780         IF LS-PARM-TEXT(3:8) NOT NUMERIC
002790             MOVE 'CHANGED-SINCE DATE MUST BE YYYYMMDD'
002800                 TO DL1-REFUSE-TEXT
002810             GO TO 1050-BAD-PARM
002820         END-IF
002830         MOVE LS-PARM-TEXT(3:8) TO DL1-SINCE-DATE
002840         IF DL1-SINCE-MM < 1 OR DL1-SINCE-MM > 12
002850            OR DL1-SINCE-DD < 1 OR DL1-SINCE-DD > 31
002860             MOVE 'CHANGED-SINCE DATE MUST BE YYYYMMDD'
002870                 TO DL1-REFUSE-TEXT
002880             GO TO 1050-BAD-PARM
002890         END-IF
002900         MOVE 'Y' TO DL1-SINCE-SW
002910     END-IF.
002920     IF LS-PARM-LENGTH < 12
002930         GO TO 1050-EXIT
002940     END-IF.
002950     COMPUTE DL1-NAMES-LEN = LS-PARM-LENGTH - 11.
002960     IF DL1-NAMES-LEN > 89
002970         MOVE 89 TO DL1-NAMES-LEN
002980     END-IF.
002990     IF LS-PARM-TEXT(12:DL1-NAMES-LEN) = SPACES
003000         GO TO 1050-EXIT
003010     END-IF.
003020     UNSTRING LS-PARM-TEXT(12:DL1-NAMES-LEN) DELIMITED BY ','
003030         INTO DL1-PARM-NAME(1) DL1-PARM-NAME(2)
003040              DL1-PARM-NAME(3) DL1-PARM-NAME(4)
003050              DL1-PARM-NAME(5) DL1-PARM-NAME(6)
003060              DL1-PARM-NAME(7) DL1-PARM-NAME(8)
003070              DL1-PARM-NAME(9) DL1-PARM-NAME(10)
003080         TALLYING IN DL1-NAME-COUNT
003090         ON OVERFLOW
003100             MOVE 'MORE THAN TEN FEED NAMES'
003110                 TO DL1-REFUSE-TEXT
003120             GO TO 1050-BAD-PARM
003130     END-UNSTRING.
003140     GO TO 1050-EXIT.
003150 1050-BAD-PARM.
003160     PERFORM 1090-REFUSE-PARM THRU 1090-EXIT.
003170 1050-EXIT.
003180     EXIT.
003190
003200*****************************************************************
003210* 1090-REFUSE-PARM - A PARM THAT CANNOT BE HONOURED STOPS THE
003220*                    RUN RC=12 BEFORE THE EXPORT IS OPENED.
003230*****************************************************************
003240 1090-REFUSE-PARM.
003250     DISPLAY 'DL215M - PARM REFUSED - ' DL1-REFUSE-TEXT.
003260     DISPLAY 'DL215M - PARM IS: DELIMITER, CHANGED-SINCE DATE '
003270         '(YYYYMMDD) IN 3-10, FEED NAMES FROM 12'.
003280     MOVE 12 TO RETURN-CODE.
003290     MOVE 'BADPARM' TO DL1-EVT-CODE.
003300     MOVE 'PARM REFUSED - STEP NOT RUN' TO DL1-EVT-TEXT.
003310     PERFORM 9500-WRITE-EVENT THRU 9500-EXIT.
003320     STOP RUN.
003330 1090-EXIT.
003340     EXIT.
003350
003360*****************************************************************
003370* 1100-LOAD-REGISTRY - EVERY OCCURRENCE STARTS AS FEED NN; A
003380*                      REGISTRY ENTRY REPLACES IT WITH THE
003390*                      REGISTERED NAME.  A FEED NUMBER THAT IS
003400*                      NOT NUMERIC OR OUTSIDE 1-10 IS REPORTED
003410*                      AND SKIPPED, AS IN DL105M.
003420*****************************************************************
003430 1100-LOAD-REGISTRY.
003440     PERFORM 1110-DEFAULT-ONE-REG THRU 1110-EXIT
003450         VARYING DL1-FEED-SUB FROM 1 BY 1
003460         UNTIL DL1-FEED-SUB > DL1-MAX-FEEDS.
003470     OPEN INPUT REG-FILE.
003480     IF DL1-FEEDREG-STATUS NOT = '00'
003490         MOVE 'FEEDREG' TO DL1-ABEND-DDNAME
003500         MOVE DL1-FEEDREG-STATUS TO DL1-ABEND-STATUS
003510         PERFORM 9100-ABEND-ON-FILE-ERROR THRU 9100-EXIT
003520     END-IF.
003530     PERFORM 1120-READ-ONE-REG THRU 1120-EXIT
003540         UNTIL DL1-REG-EOF-YES.
003550     CLOSE REG-FILE.
003560 1100-EXIT.
003570     EXIT.
003580
003590 1110-DEFAULT-ONE-REG.
003600     MOVE SPACES TO DL1-REG-NAME(DL1-FEED-SUB).
003610     MOVE DL1-FEED-SUB TO DL1-FEED-NUM-ED.
003620     MOVE 'FEED' TO DL1-REG-NAME(DL1-FEED-SUB)(1:4).
003630     MOVE DL1-FEED-NUM-ED TO DL1-REG-NAME(DL1-FEED-SUB)(6:2).
003640 1110-EXIT.
003650     EXIT.
003660
003670 1120-READ-ONE-REG.
003680     READ REG-FILE
003690         AT END
003700             MOVE 'Y' TO DL1-REG-EOF-SW
003710             GO TO 1120-EXIT
003720     END-READ.
003730     IF REG-FEED-NUM IS NOT NUMERIC
003740        OR REG-FEED-NUM < 1
003750        OR REG-FEED-NUM > DL1-MAX-FEEDS
003760         DISPLAY 'DL215M - BAD REGISTRY FEED NUMBER - SKIPPED'
003770         GO TO 1120-EXIT
003780     END-IF.
003790     IF REG-FEED-NAME NOT = SPACES
003800         MOVE REG-FEED-NAME TO DL1-REG-NAME(REG-FEED-NUM)
003810     END-IF.
003820 1120-EXIT.
003830     EXIT.
003840
003850*****************************************************************
003860* 1200-RESOLVE-SELECTION - EACH FEED NAME ON THE PARM TO ITS
003870*                          AREA OCCURRENCE, IN PARM ORDER.  A
003880*                          NAME NOT ON THE REGISTRY, A BLANK
003890*                          NAME OR ONE GIVEN TWICE REFUSES THE
003900*                          RUN - AN EXPORT MISSING A COLUMN THE
003910*                          ANALYSTS ASKED FOR WOULD LOAD CLEAN
003920*                          AND BE WRONG.
003930*****************************************************************
003940 1200-RESOLVE-SELECTION.
003950     MOVE ZERO TO DL1-SEL-COUNT.
003960     IF DL1-NAME-COUNT = ZERO
003970         PERFORM 1210-SELECT-ONE-AREA THRU 1210-EXIT
003980             VARYING DL1-FEED-SUB FROM 1 BY 1
003990             UNTIL DL1-FEED-SUB > DL1-MAX-FEEDS
004000         GO TO 1200-EXIT
004010     END-IF.
004020     PERFORM 1220-RESOLVE-ONE-NAME THRU 1220-EXIT
004030         VARYING DL1-NAME-SUB FROM 1 BY 1
004040         UNTIL DL1-NAME-SUB > DL1-NAME-COUNT.
004050 1200-EXIT.
004060     EXIT.
004070
004080 1210-SELECT-ONE-AREA.
004090     ADD 1 TO DL1-SEL-COUNT.
004100     MOVE DL1-FEED-SUB TO DL1-SEL-AREA(DL1-SEL-COUNT).
004110 1210-EXIT.
004120     EXIT.
004130
004140 1220-RESOLVE-ONE-NAME.
004150     IF DL1-PARM-NAME(DL1-NAME-SUB) = SPACES
004160         MOVE 'A FEED NAME IS BLANK' TO DL1-REFUSE-TEXT
004170         PERFORM 1090-REFUSE-PARM THRU 1090-EXIT
004180     END-IF.
004190     PERFORM 1230-WALK-REGISTRY THRU 1230-EXIT
004200         VARYING DL1-FEED-SUB FROM 1 BY 1
004210         UNTIL DL1-FEED-SUB > DL1-MAX-FEEDS
004220            OR DL1-REG-NAME(DL1-FEED-SUB) =
004230               DL1-PARM-NAME(DL1-NAME-SUB).
004240     IF DL1-FEED-SUB > DL1-MAX-FEEDS
004250         MOVE SPACES TO DL1-REFUSE-TEXT
004260         STRING 'FEED NOT REGISTERED: ' DELIMITED BY SIZE
004270                DL1-PARM-NAME(DL1-NAME-SUB) DELIMITED BY SIZE
004280             INTO DL1-REFUSE-TEXT
004290         PERFORM 1090-REFUSE-PARM THRU 1090-EXIT
004300     END-IF.
004310     PERFORM 1240-CHECK-ONE-TAKEN THRU 1240-EXIT
004320         VARYING DL1-SEL-SUB FROM 1 BY 1
004330         UNTIL DL1-SEL-SUB > DL1-SEL-COUNT.
004340     ADD 1 TO DL1-SEL-COUNT.
004350     MOVE DL1-FEED-SUB TO DL1-SEL-AREA(DL1-SEL-COUNT).
004360 1220-EXIT.
004370     EXIT.
004380
004390 1230-WALK-REGISTRY.
004400*    THE VARYING LOOP ONLY WALKS THE TABLE; THE MATCH TEST IS
004410*    IN THE UNTIL, SO THE SUBSCRIPT LANDS ON THE FEED'S ENTRY.
004420 1230-EXIT.
004430     EXIT.
004440
004450 1240-CHECK-ONE-TAKEN.
004460     IF DL1-SEL-AREA(DL1-SEL-SUB) = DL1-FEED-SUB
004470         MOVE SPACES TO DL1-REFUSE-TEXT
004480         STRING 'FEED NAMED TWICE: ' DELIMITED BY SIZE
004490                DL1-PARM-NAME(DL1-NAME-SUB) DELIMITED BY SIZE
004500             INTO DL1-REFUSE-TEXT
004510         PERFORM 1090-REFUSE-PARM THRU 1090-EXIT
004520     END-IF.
004530 1240-EXIT.
004540     EXIT.
004550
004560*****************************************************************
004570* 1300-WRITE-HEADER-ROW - COLUMN NAMES: RECORD_ID, EACH SELECTED
004580*                         AREA UNDER ITS REGISTERED FEED NAME,
004590*                         UPDATE_COUNT, LAST_RUN_TS.  NAMES GO
004600*                         THROUGH THE SAME TRIM AND ESCAPE AS
004610*                         THE DATA.
004620*****************************************************************
004630 1300-WRITE-HEADER-ROW.
004640     PERFORM 6000-START-ROW THRU 6000-EXIT.
004650     MOVE 'RECORD_ID' TO DL1-FLD-VALUE.
004660     PERFORM 6100-APPEND-FIELD THRU 6100-EXIT.
004670     PERFORM 1310-NAME-ONE-COLUMN THRU 1310-EXIT
004680         VARYING DL1-SEL-SUB FROM 1 BY 1
004690         UNTIL DL1-SEL-SUB > DL1-SEL-COUNT.
004700     MOVE 'UPDATE_COUNT' TO DL1-FLD-VALUE.
004710     PERFORM 6100-APPEND-FIELD THRU 6100-EXIT.
004720     MOVE 'LAST_RUN_TS' TO DL1-FLD-VALUE.
004730     PERFORM 6100-APPEND-FIELD THRU 6100-EXIT.
004740     PERFORM 6900-WRITE-ROW THRU 6900-EXIT.
004750 1300-EXIT.
004760     EXIT.
004770
004780 1310-NAME-ONE-COLUMN.
004790     MOVE DL1-SEL-AREA(DL1-SEL-SUB) TO DL1-AREA-SUB.
004800     MOVE DL1-REG-NAME(DL1-AREA-SUB) TO DL1-FLD-VALUE.
004810     PERFORM 6100-APPEND-FIELD THRU 6100-EXIT.
004820 1310-EXIT.
004830     EXIT.
004840
004850*****************************************************************
004860* 2000-EXPORT-ONE-RECORD - READ THE NEXT MASTER RECORD; UNDER A
004870*                          CHANGED-SINCE DATE, ONE LAST RUN
004880*                          BEFORE THAT DATE (OR NEVER STAMPED)
004890*                          IS SKIPPED.  OTHERWISE BUILD AND
004900*                          WRITE ITS ROW.
004910*****************************************************************
004920 2000-EXPORT-ONE-RECORD.
004930     READ MASTER-FILE NEXT RECORD
004940         AT END
004950             MOVE 'Y' TO DL1-MASTER-EOF-SW
004960             GO TO 2000-EXIT
004970     END-READ.
004980     ADD 1 TO DL1-CNT-READ.
004990     MOVE MST-LAST-RUN-TS(7:4) TO DL1-TS-YYYY.
005000     MOVE MST-LAST-RUN-TS(1:2) TO DL1-TS-MM.
005010     MOVE MST-LAST-RUN-TS(4:2) TO DL1-TS-DD.
005020     IF DL1-SINCE-GIVEN
005030         IF DL1-TS-DATE NOT NUMERIC
005040             ADD 1 TO DL1-CNT-NO-TS
005050             GO TO 2000-EXIT
005060         END-IF
005070         IF DL1-TS-DATE < DL1-SINCE-DATE
005080             ADD 1 TO DL1-CNT-UNCHANGED
005090             GO TO 2000-EXIT
005100         END-IF
005110     END-IF.
005120     PERFORM 6000-START-ROW THRU 6000-EXIT.
005130     MOVE MST-RECORD-ID TO DL1-FLD-VALUE.
005140     PERFORM 6100-APPEND-FIELD THRU 6100-EXIT.
005150     PERFORM 2100-APPEND-ONE-AREA THRU 2100-EXIT
005160         VARYING DL1-SEL-SUB FROM 1 BY 1
005170         UNTIL DL1-SEL-SUB > DL1-SEL-COUNT.
005180     MOVE MST-UPDATE-COUNT TO DL1-UPDATE-COUNT-ED.
005190     MOVE DL1-UPDATE-COUNT-ED TO DL1-FLD-VALUE.
005200     PERFORM 6100-APPEND-FIELD THRU 6100-EXIT.
005210     PERFORM 2200-FORMAT-TIMESTAMP THRU 2200-EXIT.
005220     PERFORM 6100-APPEND-FIELD THRU 6100-EXIT.
005230     PERFORM 6900-WRITE-ROW THRU 6900-EXIT.
005240     ADD 1 TO DL1-CNT-EXPORTED.
005250 2000-EXIT.
005260     EXIT.
005270
005280 2100-APPEND-ONE-AREA.
005290     MOVE DL1-SEL-AREA(DL1-SEL-SUB) TO DL1-AREA-SUB.
005300     MOVE MST-AREA-DATA(DL1-AREA-SUB) TO DL1-FLD-VALUE.
005310     PERFORM 6100-APPEND-FIELD THRU 6100-EXIT.
005320 2100-EXIT.
005330     EXIT.
005340
005350*****************************************************************
005360* 2200-FORMAT-TIMESTAMP - YYYY-MM-DD HH:MM:SS INTO THE FIELD.  A
005370*                         TIMESTAMP NOT IN THE DL110M FORM GOES
005380*                         OUT AS IT STANDS.
005390*****************************************************************
005400 2200-FORMAT-TIMESTAMP.
005410     MOVE SPACES TO DL1-FLD-VALUE.
005420     IF DL1-TS-DATE NOT NUMERIC
005430        OR MST-LAST-RUN-TS(11:6) NOT NUMERIC
005440         MOVE MST-LAST-RUN-TS TO DL1-FLD-VALUE
005450         GO TO 2200-EXIT
005460     END-IF.
005470     MOVE SPACES TO DL1-TS-OUT.
005480     STRING DL1-TS-YYYY            DELIMITED BY SIZE
005490            '-'                    DELIMITED BY SIZE
005500            DL1-TS-MM              DELIMITED BY SIZE
005510            '-'                    DELIMITED BY SIZE
005520            DL1-TS-DD              DELIMITED BY SIZE
005530            ' '                    DELIMITED BY SIZE
005540            MST-LAST-RUN-TS(11:2)  DELIMITED BY SIZE
005550            ':'                    DELIMITED BY SIZE
005560            MST-LAST-RUN-TS(13:2)  DELIMITED BY SIZE
005570            ':'                    DELIMITED BY SIZE
005580            MST-LAST-RUN-TS(15:2)  DELIMITED BY SIZE
005590         INTO DL1-TS-OUT.
005600     MOVE DL1-TS-OUT TO DL1-FLD-VALUE.
005610 2200-EXIT.
005620     EXIT.
005630
005640*****************************************************************
005650* 6000-START-ROW - EMPTY ROW, NEXT FIELD IS THE FIRST.
005660*****************************************************************
005670 6000-START-ROW.
005680     MOVE SPACES TO DL1-ROW-TEXT.
005690     MOVE ZERO TO DL1-ROW-LEN.
005700     MOVE 'Y' TO DL1-FIRST-FIELD-SW.
005710 6000-EXIT.
005720     EXIT.
005730
005740*****************************************************************
005750* 6100-APPEND-FIELD - APPEND DL1-FLD-VALUE TO THE ROW: THE
005760*                     DELIMITER FIRST UNLESS IT IS THE FIRST
005770*                     FIELD, THEN THE VALUE TRIMMED OF LEADING
005780*                     AND TRAILING SPACES.  A VALUE HOLDING THE
005790*                     DELIMITER OR A QUOTE GOES OUT IN QUOTES
005800*                     WITH EACH QUOTE DOUBLED; AN ALL-SPACE
005810*                     VALUE IS AN EMPTY FIELD.
005820*****************************************************************
005830 6100-APPEND-FIELD.
005840     IF DL1-FIRST-FIELD
005850         MOVE 'N' TO DL1-FIRST-FIELD-SW
005860     ELSE
005870         MOVE DL1-DELIM TO DL1-ONE-BYTE
005880         PERFORM 6300-APPEND-ONE-BYTE THRU 6300-EXIT
005890     END-IF.
005900     IF DL1-FLD-VALUE = SPACES
005910         GO TO 6100-EXIT
005920     END-IF.
005930     PERFORM 6110-WALK-FIELD THRU 6110-EXIT
005940         VARYING DL1-FLD-START FROM 1 BY 1
005950         UNTIL DL1-FLD-VALUE(DL1-FLD-START:1) NOT = SPACE.
005960     PERFORM 6110-WALK-FIELD THRU 6110-EXIT
005970         VARYING DL1-FLD-END FROM 100 BY -1
005980         UNTIL DL1-FLD-VALUE(DL1-FLD-END:1) NOT = SPACE.
005990     COMPUTE DL1-FLD-LEN = DL1-FLD-END - DL1-FLD-START + 1.
006000     MOVE ZERO TO DL1-SPECIAL-TALLY.
006010     INSPECT DL1-FLD-VALUE(DL1-FLD-START:DL1-FLD-LEN)
006020         TALLYING DL1-SPECIAL-TALLY FOR ALL DL1-DELIM
006030                                    ALL DL1-QUOTE.
006040     IF DL1-SPECIAL-TALLY = ZERO
006050         MOVE DL1-FLD-VALUE(DL1-FLD-START:DL1-FLD-LEN)
006060             TO DL1-ROW-TEXT(DL1-ROW-LEN + 1:DL1-FLD-LEN)
006070         ADD DL1-FLD-LEN TO DL1-ROW-LEN
006080         GO TO 6100-EXIT
006090     END-IF.
006100     MOVE DL1-QUOTE TO DL1-ONE-BYTE.
006110     PERFORM 6300-APPEND-ONE-BYTE THRU 6300-EXIT.
006120     PERFORM 6200-ESCAPE-ONE-BYTE THRU 6200-EXIT
006130         VARYING DL1-FLD-SUB FROM DL1-FLD-START BY 1
006140         UNTIL DL1-FLD-SUB > DL1-FLD-END.
006150     MOVE DL1-QUOTE TO DL1-ONE-BYTE.
006160     PERFORM 6300-APPEND-ONE-BYTE THRU 6300-EXIT.
006170 6100-EXIT.
006180     EXIT.
006190
006200 6110-WALK-FIELD.
006210*    THE VARYING LOOP ONLY WALKS THE FIELD; THE TEST IS IN THE
006220*    UNTIL.  THE VALUE IS KNOWN NOT TO BE ALL SPACES, SO BOTH
006230*    WALKS STOP INSIDE IT.
006240 6110-EXIT.
006250     EXIT.
006260
006270 6200-ESCAPE-ONE-BYTE.
006280     MOVE DL1-FLD-VALUE(DL1-FLD-SUB:1) TO DL1-ONE-BYTE.
006290     IF DL1-ONE-BYTE = DL1-QUOTE
006300         PERFORM 6300-APPEND-ONE-BYTE THRU 6300-EXIT
006310     END-IF.
006320     PERFORM 6300-APPEND-ONE-BYTE THRU 6300-EXIT.
006330 6200-EXIT.
006340     EXIT.
006350
006360 6300-APPEND-ONE-BYTE.
006370     ADD 1 TO DL1-ROW-LEN.
006380     MOVE DL1-ONE-BYTE TO DL1-ROW-TEXT(DL1-ROW-LEN:1).
006390 6300-EXIT.
006400     EXIT.
006410
006420*****************************************************************
006430* 6900-WRITE-ROW - WRITE THE ROW AT ITS BUILT LENGTH.
006440*****************************************************************
006450 6900-WRITE-ROW.
006460     IF DL1-ROW-LEN = ZERO
006470         MOVE 1 TO DL1-ROW-LEN
006480     END-IF.
006490     MOVE DL1-ROW-TEXT TO EXP-ROW-TEXT.
006500     WRITE EXP-ROW.
006510     IF DL1-EXPORT-STATUS NOT = '00'
006520         MOVE 'MSTEXP' TO DL1-ABEND-DDNAME
006530         MOVE DL1-EXPORT-STATUS TO DL1-ABEND-STATUS
006540         PERFORM 9100-ABEND-ON-FILE-ERROR THRU 9100-EXIT
006550     END-IF.
006560 6900-EXIT.
006570     EXIT.
006580
006590*****************************************************************
006600* 9000-TERMINATE - TRAILER ROW (TRAILER AND THE DATA ROW COUNT,
006610*                  HEADER AND TRAILER NOT COUNTED), CLOSE DOWN,
006620*                  RUN COUNTS TO THE JOB LOG.
006630*****************************************************************
006640 9000-TERMINATE.
006650     PERFORM 6000-START-ROW THRU 6000-EXIT.
006660     MOVE 'TRAILER' TO DL1-FLD-VALUE.
006670     PERFORM 6100-APPEND-FIELD THRU 6100-EXIT.
006680     MOVE DL1-CNT-EXPORTED TO DL1-ROW-COUNT-ED.
006690     MOVE DL1-ROW-COUNT-ED TO DL1-FLD-VALUE.
006700     PERFORM 6100-APPEND-FIELD THRU 6100-EXIT.
006710     PERFORM 6900-WRITE-ROW THRU 6900-EXIT.
006720     CLOSE MASTER-FILE.
006730     CLOSE EXPORT-FILE.
006740     DISPLAY 'DL215M - MASTER RECORDS READ:     ' DL1-CNT-READ.
006750     DISPLAY 'DL215M - ROWS EXPORTED:           '
006760         DL1-CNT-EXPORTED.
006770     DISPLAY 'DL215M - UNCHANGED SINCE THE DATE: '
006780         DL1-CNT-UNCHANGED.
006790     DISPLAY 'DL215M - NO LAST-RUN TIMESTAMP:   ' DL1-CNT-NO-TS.
006800     DISPLAY 'DL215M - AREA COLUMNS:            ' DL1-SEL-COUNT.
006810 9000-EXIT.
006820     EXIT.
006830
006840*****************************************************************
006850* 9100-ABEND-ON-FILE-ERROR - A FILE THE EXPORT DEPENDS ON
006860*                            FAILED.  STOP WITH A NONZERO
006870*                            RETURN CODE - A FILE WITH NO
006880*                            TRAILER ROW WILL NOT PROVE A LOAD.
006890*****************************************************************
006900 9100-ABEND-ON-FILE-ERROR.
006910     DISPLAY 'DL215M - FATAL FILE ERROR ON ' DL1-ABEND-DDNAME
006920         ' - FILE STATUS ' DL1-ABEND-STATUS.
006930     MOVE 16 TO RETURN-CODE.
006940     MOVE 'FILEERR' TO DL1-EVT-CODE.
006950     MOVE SPACES TO DL1-EVT-TEXT.
006960     STRING 'FATAL FILE ERROR ON ' DELIMITED BY SIZE
006970            DL1-ABEND-DDNAME       DELIMITED BY SPACE
006980            ' STATUS '             DELIMITED BY SIZE
006990            DL1-ABEND-STATUS       DELIMITED BY SIZE
007000         INTO DL1-EVT-TEXT.
007010     PERFORM 9500-WRITE-EVENT THRU 9500-EXIT.
007020     STOP RUN.
007030 9100-EXIT.
007040     EXIT.
007050
007060*****************************************************************
007070* 9500-WRITE-EVENT - APPEND ONE EVENT TO THE SHARED MONITORING
007080*                    EVENT FILE FOR THE DL195M FORWARDER.  THE
007090*                    SEVERITY FOLLOWS THE RETURN CODE; AN END
007100*                    WITH NO NAMED CONDITION IS CODED RCNN.  AN
007110*                    EVENT FILE THAT WILL NOT TAKE THE RECORD
007120*                    IS REPORTED ON THE JOB LOG BUT DOES NOT
007130*                    CHANGE HOW THE STEP ENDS.
007140*****************************************************************
007150 9500-WRITE-EVENT.
007160     MOVE RETURN-CODE TO DL1-EVT-RC.
007170     OPEN OUTPUT EVENT-FILE.
007180     IF DL1-EVENT-STATUS NOT = '00'
007190         DISPLAY 'DL215M - EVENT NOT WRITTEN - EVENTOUT FILE '
007200             'STATUS ' DL1-EVENT-STATUS
007210         GO TO 9500-EXIT
007220     END-IF.
007230     ACCEPT DL1-EVT-DATE FROM DATE YYYYMMDD.
007240     ACCEPT DL1-EVT-TIME FROM TIME.
007250     MOVE SPACES TO EVT-RECORD.
007260     MOVE 'DL215M' TO EVT-PROGRAM.
007270     MOVE DL1-RUN-DATE TO EVT-BUS-DATE.
007280     IF EVT-BUS-DATE NOT NUMERIC
007290         MOVE DL1-EVT-DATE TO EVT-BUS-DATE
007300     END-IF.
007310     MOVE DL1-EVT-DATE TO EVT-EVENT-DATE.
007320     MOVE DL1-EVT-TIME(1:6) TO EVT-EVENT-TIME.
007330     MOVE DL1-EVT-RC TO EVT-RETURN-CODE.
007340     IF DL1-EVT-RC > 12
007350         MOVE 'S' TO EVT-SEVERITY
007360     ELSE
007370         IF DL1-EVT-RC > 04
007380             MOVE 'E' TO EVT-SEVERITY
007390         ELSE
007400             IF DL1-EVT-RC > 00
007410                 MOVE 'W' TO EVT-SEVERITY
007420             ELSE
007430                 MOVE 'I' TO EVT-SEVERITY
007440             END-IF
007450         END-IF
007460     END-IF.
007470     IF DL1-EVT-CODE = SPACES
007480         MOVE 'RC' TO EVT-EVENT-CODE(1:2)
007490         MOVE DL1-EVT-RC TO EVT-EVENT-CODE(3:2)
007500     ELSE
007510         MOVE DL1-EVT-CODE TO EVT-EVENT-CODE
007520     END-IF.
007530     IF DL1-EVT-TEXT = SPACES
007540         MOVE 'RUN ENDED ABOVE RC=00 - SEE THE JOB LOG'
007550             TO EVT-TEXT
007560     ELSE
007570         MOVE DL1-EVT-TEXT TO EVT-TEXT
007580     END-IF.
007590     MOVE DL1-EVT-COUNT-1 TO EVT-COUNT-1.
007600     MOVE DL1-EVT-COUNT-2 TO EVT-COUNT-2.
007610     WRITE EVT-RECORD.
007620     IF DL1-EVENT-STATUS NOT = '00'
007630         DISPLAY 'DL215M - EVENT NOT WRITTEN - EVENTOUT FILE '
007640             'STATUS ' DL1-EVENT-STATUS
007650     END-IF.
007660     CLOSE EVENT-FILE.
007670     MOVE SPACES TO DL1-EVT-CODE DL1-EVT-TEXT.
007680     MOVE ZERO TO DL1-EVT-COUNT-1 DL1-EVT-COUNT-2.
007690 9500-EXIT.
007700     EXIT.
