000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    DL145M.
000120 AUTHOR.        R HOLLOWAY.
000130 INSTALLATION.  DATA CONTROL - BATCH SYSTEMS.
000140 DATE-WRITTEN.  2026-10-15.
000150 DATE-COMPILED.
000160*****************************************************************
000170* MODIFICATION HISTORY
000180* ----------------------------------------------------------------
000190* 2026-10-15  RH  ORIGINAL VERSION.  MONTHLY FEED CHARGEBACK:
000200*                 FINANCE CROSS-CHARGES EACH FEED'S OWNER FOR
000210*                 THE CLEAN-UP ITS FEED CAUSES, AND UNTIL NOW
000220*                 THE FIGURES WERE PIECED TOGETHER BY HAND FROM
000230*                 MISSRPT, DL155M AND DL160M.  FOR THE MONTH ON
000240*                 THE PARM (YYYYMM) THIS REPORTS, PER REGISTERED
000250*                 FEED GROUPED BY OWNER: RECORDS DELIVERED AND
000260*                 DAYS DELIVERED, MISSING OR UNDER THE REGISTERED
000270*                 MINIMUM (FROM THE DL105M FEED-STATISTICS FILE,
000280*                 FEEDSTAT), REJECTS CUT IN THE MONTH AND STILL
000290*                 OPEN ON THE REJECT INVENTORY, AND THE MONTH'S
000300*                 REVIEW EXCEPTIONS AND BREAKS WITH DAYS TO
000310*                 DISPOSITION.  THE SAME FIGURES GO TO FINANCE
000320*                 AS A FIXED-LAYOUT FILE (CHGOUT, DL1CHG).
000324* 2026-10-15  RH  REVIEW FIX: THE COLUMN HEADINGS ARE NOW BUILT
000328*                 EXPLICITLY - FD VALUES ARE DOCUMENTATION ONLY.
000330*****************************************************************
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000360 SOURCE-COMPUTER.   IBM-370.
000370 OBJECT-COMPUTER.   IBM-370.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT REG-FILE        ASSIGN TO FEEDREG
000410            ORGANIZATION IS SEQUENTIAL
000420            FILE STATUS IS DL1-FEEDREG-STATUS.
000430     SELECT FEED-STATS      ASSIGN TO FEEDSTAT
000440            ORGANIZATION IS SEQUENTIAL
000450            FILE STATUS IS DL1-FEEDSTAT-STATUS.
000460     SELECT REJINV-FILE     ASSIGN TO REJINV
000470            ORGANIZATION IS INDEXED
000480            ACCESS MODE IS DYNAMIC
000490            RECORD KEY IS RJI-KEY
000500            FILE STATUS IS DL1-REJINV-STATUS.
000510     SELECT REVIEW-FILE     ASSIGN TO REVWFILE
000520            ORGANIZATION IS INDEXED
000530            ACCESS MODE IS DYNAMIC
000540            RECORD KEY IS RVW-KEY
000550            FILE STATUS IS DL1-REVIEW-STATUS.
000560     SELECT CHARGE-RPT      ASSIGN TO CHGRPT
000570            ORGANIZATION IS SEQUENTIAL
000580            FILE STATUS IS DL1-CHGRPT-STATUS.
000590     SELECT CHARGE-OUT      ASSIGN TO CHGOUT
000600            ORGANIZATION IS SEQUENTIAL
000610            FILE STATUS IS DL1-CHGOUT-STATUS.
000620     SELECT EVENT-FILE      ASSIGN TO EVENTOUT
000630            ORGANIZATION IS SEQUENTIAL
000640            FILE STATUS IS DL1-EVENT-STATUS.
000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  REG-FILE
000680     RECORD CONTAINS 50 CHARACTERS
000690     RECORDING MODE IS F.
000700 COPY DL1REG.
000710
000720 FD  FEED-STATS
000730     RECORD CONTAINS 60 CHARACTERS
000740     RECORDING MODE IS F.
000750 COPY DL1FST.
000760
000770 FD  REJINV-FILE
000780     RECORD CONTAINS 40 CHARACTERS.
000790 COPY DL1RJI.
000800
000810 FD  REVIEW-FILE
000820     RECORD CONTAINS 102 CHARACTERS.
000830 COPY DL1RVW.
000840
000850 FD  CHARGE-RPT
000860     RECORD CONTAINS 132 CHARACTERS.
000870 COPY DL1CHR.
000880
000890 FD  CHARGE-OUT
000900     RECORD CONTAINS 120 CHARACTERS
000910     RECORDING MODE IS F.
000920 COPY DL1CHG.
000930
000940 FD  EVENT-FILE
000950     RECORD CONTAINS 100 CHARACTERS.
000960 COPY DL1EVT.
000970
000980 WORKING-STORAGE SECTION.
000990*****************************************************************
001000* FILE STATUS SWITCHES
001010*****************************************************************
001020 01  DL1-FILE-STATUSES.
001030     05  DL1-FEEDREG-STATUS    PIC X(02) VALUE '00'.
001040     05  DL1-FEEDSTAT-STATUS   PIC X(02) VALUE '00'.
001050     05  DL1-REJINV-STATUS     PIC X(02) VALUE '00'.
001060     05  DL1-REVIEW-STATUS     PIC X(02) VALUE '00'.
001070     05  DL1-CHGRPT-STATUS     PIC X(02) VALUE '00'.
001080     05  DL1-CHGOUT-STATUS     PIC X(02) VALUE '00'.
001090     05  DL1-EVENT-STATUS      PIC X(02) VALUE '00'.
001100 77  DL1-ABEND-DDNAME          PIC X(08) VALUE SPACES.
001110 77  DL1-ABEND-STATUS          PIC X(02) VALUE SPACES.
001120
001130*****************************************************************
001140* THE CHARGEBACK PERIOD, FROM THE PARM
001150*****************************************************************
001160 01  DL1-PERIOD.
001170     05  DL1-PERIOD-YYYY       PIC X(04).
001180     05  DL1-PERIOD-MM         PIC X(02).
001190 01  DL1-PERIOD-N REDEFINES DL1-PERIOD.
001200     05  DL1-PERIOD-YYYY-N     PIC 9(04).
001210     05  DL1-PERIOD-MM-N       PIC 9(02).
001220
001230*****************************************************************
001240* THE CHARGE TABLE - ONE ENTRY PER FEED OCCURRENCE (1-10), NAME
001250* AND OWNER FROM THE REGISTRY (AN UNREGISTERED FEED RIDES UNDER
001260* THE SAME PLACEHOLDER DL105M GIVES IT), PLUS ONE MORE ENTRY FOR
001270* THE ITEMS NO SINGLE FEED CAN BE CHARGED WITH: A RECORD
001280* REJECTED WHOLE, AND THE AREA 1 / AREA 2 BREAK, WHICH IS A
001290* DISAGREEMENT BETWEEN TWO FEEDS.  THE METRICS GROUP HAS THE
001300* SAME LAYOUT AS THE LINE AND TOTAL GROUPS BELOW SO A WHOLE
001310* ENTRY MOVES ACROSS IN ONE STATEMENT.
001320*****************************************************************
001330 01  DL1-CHARGE-TABLE.
001340     05  DL1-CHG-ENTRY         OCCURS 11 TIMES.
001350         10  DL1-CHG-NAME      PIC X(16).
001360         10  DL1-CHG-OWNER     PIC X(16).
001370         10  DL1-CHG-REG-SW    PIC X(01).
001380             88  DL1-CHG-REGISTERED         VALUE 'Y'.
001390         10  DL1-CHG-DONE-SW   PIC X(01).
001400             88  DL1-CHG-DONE               VALUE 'Y'.
001410         10  DL1-CHG-METRICS.
001420             15  DL1-CHG-DELIVERED    PIC 9(09) COMP.
001430             15  DL1-CHG-DAYS-DLVD    PIC 9(03) COMP.
001440             15  DL1-CHG-DAYS-MISS    PIC 9(03) COMP.
001450             15  DL1-CHG-DAYS-SHORT   PIC 9(03) COMP.
001460             15  DL1-CHG-REJ-MONTH    PIC 9(07) COMP.
001470             15  DL1-CHG-REJ-OPEN     PIC 9(07) COMP.
001480             15  DL1-CHG-EXCEPTIONS   PIC 9(07) COMP.
001490             15  DL1-CHG-BREAKS       PIC 9(07) COMP.
001500             15  DL1-CHG-DISPOSED     PIC 9(07) COMP.
001510             15  DL1-CHG-DAY-ITEMS    PIC 9(07) COMP.
001520             15  DL1-CHG-DAY-TOTAL    PIC S9(09) COMP.
001530             15  DL1-CHG-MAX-DAYS     PIC S9(05) COMP.
001540             15  DL1-CHG-STILL-OPEN   PIC 9(07) COMP.
001550 77  DL1-MAX-FEEDS             PIC 9(02) COMP VALUE 10.
001560 77  DL1-NO-FEED-SLOT          PIC 9(02) COMP VALUE 11.
001570 77  DL1-MAX-SLOTS             PIC 9(02) COMP VALUE 11.
001580 77  DL1-CHG-SUB               PIC 9(02) COMP VALUE ZERO.
001590 77  DL1-FEED-NUM-ED           PIC 9(02) VALUE ZERO.
001600
001610*****************************************************************
001620* ONE REPORT/FINANCE LINE BEING WRITTEN, AND THE OWNER AND GRAND
001630* TOTALS IT ROLLS INTO - SAME LAYOUT AS DL1-CHG-METRICS.
001640*****************************************************************
001650 01  DL1-LINE-METRICS.
001660     05  DL1-LIN-DELIVERED     PIC 9(09) COMP.
001670     05  DL1-LIN-DAYS-DLVD     PIC 9(03) COMP.
001680     05  DL1-LIN-DAYS-MISS     PIC 9(03) COMP.
001690     05  DL1-LIN-DAYS-SHORT    PIC 9(03) COMP.
001700     05  DL1-LIN-REJ-MONTH     PIC 9(07) COMP.
001710     05  DL1-LIN-REJ-OPEN      PIC 9(07) COMP.
001720     05  DL1-LIN-EXCEPTIONS    PIC 9(07) COMP.
001730     05  DL1-LIN-BREAKS        PIC 9(07) COMP.
001740     05  DL1-LIN-DISPOSED      PIC 9(07) COMP.
001750     05  DL1-LIN-DAY-ITEMS     PIC 9(07) COMP.
001760     05  DL1-LIN-DAY-TOTAL     PIC S9(09) COMP.
001770     05  DL1-LIN-MAX-DAYS      PIC S9(05) COMP.
001780     05  DL1-LIN-STILL-OPEN    PIC 9(07) COMP.
001790 01  DL1-OWNER-METRICS.
001800     05  DL1-OWN-DELIVERED     PIC 9(09) COMP.
001810     05  DL1-OWN-DAYS-DLVD     PIC 9(03) COMP.
001820     05  DL1-OWN-DAYS-MISS     PIC 9(03) COMP.
001830     05  DL1-OWN-DAYS-SHORT    PIC 9(03) COMP.
001840     05  DL1-OWN-REJ-MONTH     PIC 9(07) COMP.
001850     05  DL1-OWN-REJ-OPEN      PIC 9(07) COMP.
001860     05  DL1-OWN-EXCEPTIONS    PIC 9(07) COMP.
001870     05  DL1-OWN-BREAKS        PIC 9(07) COMP.
001880     05  DL1-OWN-DISPOSED      PIC 9(07) COMP.
001890     05  DL1-OWN-DAY-ITEMS     PIC 9(07) COMP.
001900     05  DL1-OWN-DAY-TOTAL     PIC S9(09) COMP.
001910     05  DL1-OWN-MAX-DAYS      PIC S9(05) COMP.
001920     05  DL1-OWN-STILL-OPEN    PIC 9(07) COMP.
001930 01  DL1-GRAND-METRICS.
001940     05  DL1-GRD-DELIVERED     PIC 9(09) COMP.
001950     05  DL1-GRD-DAYS-DLVD     PIC 9(03) COMP.
001960     05  DL1-GRD-DAYS-MISS     PIC 9(03) COMP.
001970     05  DL1-GRD-DAYS-SHORT    PIC 9(03) COMP.
001980     05  DL1-GRD-REJ-MONTH     PIC 9(07) COMP.
001990     05  DL1-GRD-REJ-OPEN      PIC 9(07) COMP.
002000     05  DL1-GRD-EXCEPTIONS    PIC 9(07) COMP.
002010     05  DL1-GRD-BREAKS        PIC 9(07) COMP.
002020     05  DL1-GRD-DISPOSED      PIC 9(07) COMP.
002030     05  DL1-GRD-DAY-ITEMS     PIC 9(07) COMP.
002040     05  DL1-GRD-DAY-TOTAL     PIC S9(09) COMP.
002050     05  DL1-GRD-MAX-DAYS      PIC S9(05) COMP.
002060     05  DL1-GRD-STILL-OPEN    PIC 9(07) COMP.
002070 01  DL1-LINE-ID.
002080     05  DL1-LIN-TYPE          PIC X(01).
002090     05  DL1-LIN-NUM-X         PIC X(02).
002100     05  DL1-LIN-FEED-NUM      PIC 9(02).
002110     05  DL1-LIN-NAME          PIC X(16).
002120     05  DL1-LIN-OWNER         PIC X(16).
002130 77  DL1-LIN-AVG-DAYS          PIC 9(03)V9(01) COMP VALUE ZERO.
002140 77  DL1-CURRENT-OWNER         PIC X(16) VALUE SPACES.
002150 01  DL1-OWNER-LEFT-SW         PIC X(01) VALUE 'Y'.
002160     88  DL1-OWNER-LEFT                  VALUE 'Y'.
002170
002180*****************************************************************
002190* THE DAY TABLE - ONE ENTRY PER DAY OF THE MONTH THAT THE FEED
002200* STATISTICS FILE HAS A DL105M RUN FOR, WITH EACH FEED'S STATUS
002210* AND COUNT THAT DAY.  A DATE RUN MORE THAN ONCE KEEPS THE LAST
002220* SET WRITTEN - THE FILE IS IN THE ORDER THE RUNS HAPPENED.
002230*****************************************************************
002240 01  DL1-DAY-TABLE.
002250     05  DL1-DAY-ENTRY         OCCURS 31 TIMES.
002260         10  DL1-DAY-RUN-SW    PIC X(01).
002270             88  DL1-DAY-HAS-RUN            VALUE 'Y'.
002280         10  DL1-DAY-FEED      OCCURS 10 TIMES.
002290             15  DL1-DAY-STATUS       PIC X(01).
002300             15  DL1-DAY-RUN-STATUS   PIC X(01).
002310             15  DL1-DAY-RCVD         PIC 9(07) COMP.
002320 77  DL1-DAY-SUB               PIC 9(02) COMP VALUE ZERO.
002330 77  DL1-DAY-NUM               PIC 9(02) VALUE ZERO.
002340
002350*****************************************************************
002360* DAYS-TO-DISPOSITION WORK AREA - THE OPEN DATE IS THE ITEM'S
002370* BUSINESS DATE; THE CLOSE DATE COMES OFF THE DISPOSITION
002380* TIMESTAMP (MM/DD/YYYYHHMMSS, AS DL150M STAMPS IT).
002390*****************************************************************
002400 77  DL1-ITEM-INTEGER          PIC 9(09) COMP VALUE ZERO.
002410 77  DL1-DISP-INTEGER          PIC 9(09) COMP VALUE ZERO.
002420 77  DL1-DAYS-OPEN             PIC S9(05) COMP VALUE ZERO.
002430 01  DL1-DISP-DATE.
002440     05  DL1-DISP-YYYY         PIC X(04).
002450     05  DL1-DISP-MM           PIC X(02).
002460     05  DL1-DISP-DD           PIC X(02).
002470 77  DL1-ITEM-DATE-N           PIC 9(08) VALUE ZERO.
002480 77  DL1-DISP-DATE-N           PIC 9(08) VALUE ZERO.
002490 01  DL1-DAYS-GOOD-SW          PIC X(01) VALUE 'N'.
002500     88  DL1-DAYS-GOOD                  VALUE 'Y'.
002510
002520*****************************************************************
002530* RUN COUNTERS AND END-OF-FILE SWITCHES
002540*****************************************************************
002550 77  DL1-STATS-READ            PIC 9(07) COMP VALUE ZERO.
002560 77  DL1-STATS-IN-PERIOD       PIC 9(07) COMP VALUE ZERO.
002570 77  DL1-STATS-SKIPPED         PIC 9(07) COMP VALUE ZERO.
002580 77  DL1-DAYS-WITH-RUN         PIC 9(03) COMP VALUE ZERO.
002590 77  DL1-REJECTS-READ          PIC 9(07) COMP VALUE ZERO.
002600 77  DL1-ITEMS-IN-PERIOD       PIC 9(07) COMP VALUE ZERO.
002610 77  DL1-FEEDS-REPORTED        PIC 9(02) COMP VALUE ZERO.
002620 77  DL1-CHG-RECORDS-OUT       PIC 9(07) COMP VALUE ZERO.
002630 01  DL1-REG-EOF-SW            PIC X(01) VALUE 'N'.
002640     88  DL1-REG-EOF-YES                 VALUE 'Y'.
002650 01  DL1-FST-EOF-SW            PIC X(01) VALUE 'N'.
002660     88  DL1-FST-EOF-YES                 VALUE 'Y'.
002670 01  DL1-RJI-EOF-SW            PIC X(01) VALUE 'N'.
002680     88  DL1-RJI-EOF-YES                 VALUE 'Y'.
002690 01  DL1-RVW-EOF-SW            PIC X(01) VALUE 'N'.
002700     88  DL1-RVW-EOF-YES                 VALUE 'Y'.
002710
002720*****************************************************************
002730* REPORT HEADING CONTROLS
002740*****************************************************************
002750 01  DL1-RUN-DATE.
002760     05  DL1-RUN-YYYY          PIC 9(04).
002770     05  DL1-RUN-MM            PIC 9(02).
002780     05  DL1-RUN-DD            PIC 9(02).
002790 77  DL1-RUN-DATE-X            PIC X(10).
002800
002810*****************************************************************
002820* MONITORING EVENT - WHATEVER ENDS THE RUN ABOVE RC=00 OR RAISES
002830* A NAMED CONDITION SETS THE CODE, COUNTS AND TEXT; 9500 WRITES
002840* THE EVENT (DL1EVT) TO THE SHARED EVENT FILE.
002850*****************************************************************
002860 01  DL1-EVENT-FIELDS.
002870     05  DL1-EVT-CODE          PIC X(08) VALUE SPACES.
002880     05  DL1-EVT-COUNT-1       PIC 9(07) VALUE ZERO.
002890     05  DL1-EVT-COUNT-2       PIC 9(07) VALUE ZERO.
002900     05  DL1-EVT-TEXT          PIC X(40) VALUE SPACES.
002910 77  DL1-EVT-RC                PIC 9(02) VALUE ZERO.
002920 77  DL1-EVT-DATE              PIC 9(08) VALUE ZERO.
002930 77  DL1-EVT-TIME              PIC 9(08) VALUE ZERO.
002940
002950 LINKAGE SECTION.
002960 01  LS-PARM-AREA.
002970     05  LS-PARM-LENGTH         PIC S9(04) COMP.
002980     05  LS-PARM-TEXT           PIC X(24).
002990
003000 PROCEDURE DIVISION USING LS-PARM-AREA.
003010*****************************************************************
003020* 0000-MAINLINE
003030*****************************************************************
003040 0000-MAINLINE.
003050     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003060     PERFORM 2000-READ-ONE-STAT THRU 2000-EXIT
003070         UNTIL DL1-FST-EOF-YES.
003080     PERFORM 2200-ROLL-UP-DAYS THRU 2200-EXIT.
003090     PERFORM 2300-READ-ONE-REJECT THRU 2300-EXIT
003100         UNTIL DL1-RJI-EOF-YES.
003110     PERFORM 2400-READ-ONE-ITEM THRU 2400-EXIT
003120         UNTIL DL1-RVW-EOF-YES.
003130     PERFORM 3000-WRITE-CHARGES THRU 3000-EXIT.
003140     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003150     IF RETURN-CODE > 0
003160         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
003170     END-IF.
003180     GOBACK.
003190
003200*****************************************************************
003210* 1000-INITIALIZE - PARSE THE PERIOD OFF THE PARM, BUILD THE
003220*                   CHARGE TABLE FROM THE REGISTRY, OPEN THE
003230*                   FILES, STAMP THE HEADING AND POSITION BOTH
003240*                   KEYED BROWSES - THE INVENTORY AT ITS TOP
003250*                   (WHAT IS STILL OPEN IS CHARGED WHATEVER ITS
003260*                   DATE), THE REVIEW FILE AT THE FIRST OF THE
003270*                   MONTH.
003280*****************************************************************
003290 1000-INITIALIZE.
003300     PERFORM 1050-PARSE-PARM THRU 1050-EXIT.
003310     PERFORM 1060-CLEAR-ONE-SLOT THRU 1060-EXIT
003320         VARYING DL1-CHG-SUB FROM 1 BY 1
003330         UNTIL DL1-CHG-SUB > DL1-MAX-SLOTS.
003340     PERFORM 1070-CLEAR-ONE-DAY THRU 1070-EXIT
003350         VARYING DL1-DAY-SUB FROM 1 BY 1
003360         UNTIL DL1-DAY-SUB > 31.
003370     PERFORM 1100-LOAD-REGISTRY THRU 1100-EXIT.
003380     OPEN INPUT FEED-STATS.
003390     IF DL1-FEEDSTAT-STATUS NOT = '00'
003400         MOVE 'FEEDSTAT' TO DL1-ABEND-DDNAME
003410         MOVE DL1-FEEDSTAT-STATUS TO DL1-ABEND-STATUS
003420         PERFORM 9100-ABEND-ON-FILE-ERROR THRU 9100-EXIT
003430     END-IF.
003440     OPEN INPUT REJINV-FILE.
003450     IF DL1-REJINV-STATUS NOT = '00'
003460         MOVE 'REJINV' TO DL1-ABEND-DDNAME
003470         MOVE DL1-REJINV-STATUS TO DL1-ABEND-STATUS
003480         PERFORM 9100-ABEND-ON-FILE-ERROR THRU 9100-EXIT
003490     END-IF.
003500     OPEN INPUT REVIEW-FILE.
003510     IF DL1-REVIEW-STATUS NOT = '00'
003520         MOVE 'REVWFILE' TO DL1-ABEND-DDNAME
003530         MOVE DL1-REVIEW-STATUS TO DL1-ABEND-STATUS
003540         PERFORM 9100-ABEND-ON-FILE-ERROR THRU 9100-EXIT
003550     END-IF.
003560     OPEN OUTPUT CHARGE-RPT.
003570     IF DL1-CHGRPT-STATUS NOT = '00'
003580         MOVE 'CHGRPT' TO DL1-ABEND-DDNAME
003590         MOVE DL1-CHGRPT-STATUS TO DL1-ABEND-STATUS
003600         PERFORM 9100-ABEND-ON-FILE-ERROR THRU 9100-EXIT
003610     END-IF.
003620     OPEN OUTPUT CHARGE-OUT.
003630     IF DL1-CHGOUT-STATUS NOT = '00'
003640         MOVE 'CHGOUT' TO DL1-ABEND-DDNAME
003650         MOVE DL1-CHGOUT-STATUS TO DL1-ABEND-STATUS
003660         PERFORM 9100-ABEND-ON-FILE-ERROR THRU 9100-EXIT
003670     END-IF.
003680     ACCEPT DL1-RUN-DATE FROM DATE YYYYMMDD.
003690     MOVE DL1-RUN-MM  TO DL1-RUN-DATE-X(1:2).
003700     MOVE '/'         TO DL1-RUN-DATE-X(3:1).
003710     MOVE DL1-RUN-DD  TO DL1-RUN-DATE-X(4:2).
003720     MOVE '/'         TO DL1-RUN-DATE-X(6:1).
003730     MOVE DL1-RUN-YYYY TO DL1-RUN-DATE-X(7:4).
003740     MOVE SPACES TO CHR-HEADER-LINE.
003750     MOVE 'DL145M -' TO CHR-HEADER-LINE(1:8).
003760     MOVE 'MONTHLY FEED CHARGEBACK' TO CHR-HDR-TITLE.
003770     MOVE 'RUN DATE:' TO CHR-HEADER-LINE(45:9).
003780     MOVE DL1-RUN-DATE-X TO CHR-HDR-DATE.
003790     WRITE CHR-HEADER-LINE.
003800     MOVE SPACES TO CHR-SECTION-LINE.
003810     MOVE 'CHARGEBACK PERIOD (YYYYMM):' TO CHR-SEC-TITLE.
003820     MOVE DL1-PERIOD TO CHR-SEC-VALUE.
003830     WRITE CHR-SECTION-LINE.
003840     MOVE LOW-VALUES TO RJI-KEY.
003850     START REJINV-FILE KEY NOT < RJI-KEY
003860         INVALID KEY
003870             MOVE 'Y' TO DL1-RJI-EOF-SW
003880     END-START.
003890     MOVE LOW-VALUES TO RVW-KEY.
003900     MOVE DL1-PERIOD TO RVW-BUS-DATE(1:6).
003910     MOVE '01' TO RVW-BUS-DATE(7:2).
003920     START REVIEW-FILE KEY NOT < RVW-KEY
003930         INVALID KEY
003940             MOVE 'Y' TO DL1-RVW-EOF-SW
003950     END-START.
003960 1000-EXIT.
003970     EXIT.
003980
003990*****************************************************************
004000* 1050-PARSE-PARM - THE PERIOD, YYYYMM, IN POSITIONS 1-6.
004010*                   FINANCE CHARGES A CALENDAR MONTH, SO THE
004020*                   PERIOD IS REQUIRED - A BAD PARM STOPS THE
004030*                   RUN RC=12.
004040*****************************************************************
004050 1050-PARSE-PARM.
004060     MOVE SPACES TO DL1-PERIOD.
004070     IF LS-PARM-LENGTH >= 6
004080         MOVE LS-PARM-TEXT(1:6) TO DL1-PERIOD
004090     END-IF.
004100     IF DL1-PERIOD NOT NUMERIC
004110         GO TO 1050-BAD-PARM
004120     END-IF.
004130     IF DL1-PERIOD-MM-N < 1
004140        OR DL1-PERIOD-MM-N > 12
004150         GO TO 1050-BAD-PARM
004160     END-IF.
004170     GO TO 1050-EXIT.
004180 1050-BAD-PARM.
004190     DISPLAY 'DL145M - PARM MUST CARRY THE CHARGEBACK PERIOD '
004200         '(YYYYMM)'.
004210     MOVE 12 TO RETURN-CODE.
004220     MOVE 'BADPARM' TO DL1-EVT-CODE.
004230     MOVE 'PARM REFUSED - STEP NOT RUN' TO DL1-EVT-TEXT.
004240     PERFORM 9500-WRITE-EVENT THRU 9500-EXIT.
004250     STOP RUN.
004260 1050-EXIT.
004270     EXIT.
004280
004290*****************************************************************
004300* 1060-CLEAR-ONE-SLOT - EVERY FEED STARTS AS THE PLACEHOLDER
004310*                       DL105M USES FOR AN UNREGISTERED FEED;
004320*                       THE LAST SLOT IS THE NOT-FEED-SPECIFIC
004330*                       LINE.
004340*****************************************************************
004350 1060-CLEAR-ONE-SLOT.
004360     MOVE SPACES TO DL1-CHG-NAME(DL1-CHG-SUB)
004370                    DL1-CHG-OWNER(DL1-CHG-SUB).
004380     IF DL1-CHG-SUB = DL1-NO-FEED-SLOT
004390         MOVE 'NO SINGLE FEED' TO DL1-CHG-NAME(DL1-CHG-SUB)
004400         MOVE 'UNATTRIBUTED' TO DL1-CHG-OWNER(DL1-CHG-SUB)
004410     ELSE
004420         MOVE DL1-CHG-SUB TO DL1-FEED-NUM-ED
004430         MOVE 'FEED' TO DL1-CHG-NAME(DL1-CHG-SUB)(1:4)
004440         MOVE DL1-FEED-NUM-ED TO DL1-CHG-NAME(DL1-CHG-SUB)(6:2)
004450         MOVE 'UNREGISTERED' TO DL1-CHG-OWNER(DL1-CHG-SUB)
004460     END-IF.
004470     MOVE 'N' TO DL1-CHG-REG-SW(DL1-CHG-SUB)
004480                 DL1-CHG-DONE-SW(DL1-CHG-SUB).
004490     MOVE ZERO TO DL1-CHG-DELIVERED(DL1-CHG-SUB)
004500                  DL1-CHG-DAYS-DLVD(DL1-CHG-SUB)
004510                  DL1-CHG-DAYS-MISS(DL1-CHG-SUB)
004520                  DL1-CHG-DAYS-SHORT(DL1-CHG-SUB)
004530                  DL1-CHG-REJ-MONTH(DL1-CHG-SUB)
004540                  DL1-CHG-REJ-OPEN(DL1-CHG-SUB)
004550                  DL1-CHG-EXCEPTIONS(DL1-CHG-SUB)
004560                  DL1-CHG-BREAKS(DL1-CHG-SUB)
004570                  DL1-CHG-DISPOSED(DL1-CHG-SUB)
004580                  DL1-CHG-DAY-ITEMS(DL1-CHG-SUB)
004590                  DL1-CHG-DAY-TOTAL(DL1-CHG-SUB)
004600                  DL1-CHG-MAX-DAYS(DL1-CHG-SUB)
004610                  DL1-CHG-STILL-OPEN(DL1-CHG-SUB).
004620 1060-EXIT.
004630     EXIT.
004640
004650 1070-CLEAR-ONE-DAY.
004660     MOVE 'N' TO DL1-DAY-RUN-SW(DL1-DAY-SUB).
004670     PERFORM 1075-CLEAR-ONE-DAY-FEED THRU 1075-EXIT
004680         VARYING DL1-CHG-SUB FROM 1 BY 1
004690         UNTIL DL1-CHG-SUB > DL1-MAX-FEEDS.
004700 1070-EXIT.
004710     EXIT.
004720
004730 1075-CLEAR-ONE-DAY-FEED.
004740     MOVE SPACES TO DL1-DAY-STATUS(DL1-DAY-SUB, DL1-CHG-SUB)
004750               DL1-DAY-RUN-STATUS(DL1-DAY-SUB, DL1-CHG-SUB).
004760     MOVE ZERO TO DL1-DAY-RCVD(DL1-DAY-SUB, DL1-CHG-SUB).
004770 1075-EXIT.
004780     EXIT.
004790
004800*****************************************************************
004810* 1100-LOAD-REGISTRY - OVERLAY THE REGISTERED NAME AND OWNER OF
004820*                      EACH FEED.  THE CURRENT REGISTRY DECIDES
004830*                      WHO IS CHARGED.  A FEED NUMBER THAT IS
004840*                      NOT NUMERIC OR OUTSIDE 1-10 IS SKIPPED,
004850*                      AS DL105M SKIPS IT.
004860*****************************************************************
004870 1100-LOAD-REGISTRY.
004880     OPEN INPUT REG-FILE.
004890     IF DL1-FEEDREG-STATUS NOT = '00'
004900         MOVE 'FEEDREG' TO DL1-ABEND-DDNAME
004910         MOVE DL1-FEEDREG-STATUS TO DL1-ABEND-STATUS
004920         PERFORM 9100-ABEND-ON-FILE-ERROR THRU 9100-EXIT
004930     END-IF.
004940     PERFORM 1110-READ-ONE-REG THRU 1110-EXIT
004950         UNTIL DL1-REG-EOF-YES.
004960     CLOSE REG-FILE.
004970 1100-EXIT.
004980     EXIT.
004990
005000 1110-READ-ONE-REG.
005010     READ REG-FILE
005020         AT END
005030             MOVE 'Y' TO DL1-REG-EOF-SW
005040             GO TO 1110-EXIT
005050     END-READ.
005060     IF REG-FEED-NUM IS NOT NUMERIC
005070        OR REG-FEED-NUM < 1
005080        OR REG-FEED-NUM > DL1-MAX-FEEDS
005090         DISPLAY 'DL145M - BAD REGISTRY FEED NUMBER - SKIPPED'
005100         GO TO 1110-EXIT
005110     END-IF.
005120     MOVE REG-FEED-NAME TO DL1-CHG-NAME(REG-FEED-NUM).
005130     MOVE REG-FEED-OWNER TO DL1-CHG-OWNER(REG-FEED-NUM).
005140     MOVE 'Y' TO DL1-CHG-REG-SW(REG-FEED-NUM).
005150 1110-EXIT.
005160     EXIT.
005170
005180*****************************************************************
005190* 2000-READ-ONE-STAT - ONE FEED-STATISTICS RECORD.  ONLY THE
005200*                      PERIOD'S RECORDS ARE KEPT, EACH IN ITS
005210*                      DAY AND FEED SLOT; A LATER RUN OF THE
005220*                      SAME DATE SIMPLY OVERWRITES THE SLOT.
005230*****************************************************************
005240 2000-READ-ONE-STAT.
005250     READ FEED-STATS
005260         AT END
005270             MOVE 'Y' TO DL1-FST-EOF-SW
005280             GO TO 2000-EXIT
005290     END-READ.
005300     ADD 1 TO DL1-STATS-READ.
005310     IF FST-RUN-DATE(1:6) NOT = DL1-PERIOD
005320         GO TO 2000-EXIT
005330     END-IF.
005340     IF FST-RUN-DATE(7:2) NOT NUMERIC
005350        OR FST-FEED-NUM NOT NUMERIC
005360        OR FST-RECORDS-RCVD NOT NUMERIC
005370         ADD 1 TO DL1-STATS-SKIPPED
005380         GO TO 2000-EXIT
005390     END-IF.
005400     MOVE FST-RUN-DATE(7:2) TO DL1-DAY-NUM.
005410     IF DL1-DAY-NUM < 1 OR DL1-DAY-NUM > 31
005420        OR FST-FEED-NUM < 1 OR FST-FEED-NUM > DL1-MAX-FEEDS
005430         ADD 1 TO DL1-STATS-SKIPPED
005440         GO TO 2000-EXIT
005450     END-IF.
005460     ADD 1 TO DL1-STATS-IN-PERIOD.
005470     MOVE DL1-DAY-NUM TO DL1-DAY-SUB.
005480     MOVE 'Y' TO DL1-DAY-RUN-SW(DL1-DAY-SUB).
005490     MOVE FST-FEED-STATUS
005500         TO DL1-DAY-STATUS(DL1-DAY-SUB, FST-FEED-NUM).
005510     MOVE FST-RUN-STATUS
005520         TO DL1-DAY-RUN-STATUS(DL1-DAY-SUB, FST-FEED-NUM).
005530     MOVE FST-RECORDS-RCVD
005540         TO DL1-DAY-RCVD(DL1-DAY-SUB, FST-FEED-NUM).
005550 2000-EXIT.
005560     EXIT.
005570
005580*****************************************************************
005590* 2200-ROLL-UP-DAYS - TURN THE DAY TABLE INTO EACH FEED'S DAYS
005600*                     DELIVERED, MISSING AND SHORT.  A DAY WITH
005610*                     NO MERGE RUN AT ALL (A WEEKEND, A HOLIDAY)
005620*                     IS NOBODY'S MISSING DAY.  RECORDS ONLY
005630*                     COUNT AS DELIVERED FROM A RUN THAT WENT
005640*                     THROUGH - A REFUSED MERGE USED NOTHING.
005650*****************************************************************
005660 2200-ROLL-UP-DAYS.
005670     PERFORM 2210-ROLL-UP-ONE-DAY THRU 2210-EXIT
005680         VARYING DL1-DAY-SUB FROM 1 BY 1
005690         UNTIL DL1-DAY-SUB > 31.
005700 2200-EXIT.
005710     EXIT.
005720
005730 2210-ROLL-UP-ONE-DAY.
005740     IF NOT DL1-DAY-HAS-RUN(DL1-DAY-SUB)
005750         GO TO 2210-EXIT
005760     END-IF.
005770     ADD 1 TO DL1-DAYS-WITH-RUN.
005780     PERFORM 2220-ROLL-UP-ONE-FEED THRU 2220-EXIT
005790         VARYING DL1-CHG-SUB FROM 1 BY 1
005800         UNTIL DL1-CHG-SUB > DL1-MAX-FEEDS.
005810 2210-EXIT.
005820     EXIT.
005830
005840 2220-ROLL-UP-ONE-FEED.
005850     IF DL1-DAY-STATUS(DL1-DAY-SUB, DL1-CHG-SUB) = 'M'
005860         ADD 1 TO DL1-CHG-DAYS-MISS(DL1-CHG-SUB)
005870         GO TO 2220-EXIT
005880     END-IF.
005890     IF DL1-DAY-STATUS(DL1-DAY-SUB, DL1-CHG-SUB) = 'S'
005900         ADD 1 TO DL1-CHG-DAYS-SHORT(DL1-CHG-SUB)
005910     END-IF.
005920     IF DL1-DAY-STATUS(DL1-DAY-SUB, DL1-CHG-SUB) = 'D'
005930        OR DL1-DAY-STATUS(DL1-DAY-SUB, DL1-CHG-SUB) = 'S'
005940         ADD 1 TO DL1-CHG-DAYS-DLVD(DL1-CHG-SUB)
005950     END-IF.
005960     IF DL1-DAY-RUN-STATUS(DL1-DAY-SUB, DL1-CHG-SUB) = 'C'
005970         ADD DL1-DAY-RCVD(DL1-DAY-SUB, DL1-CHG-SUB)
005980             TO DL1-CHG-DELIVERED(DL1-CHG-SUB)
005990     END-IF.
006000 2220-EXIT.
006010     EXIT.
006020
006030*****************************************************************
006040* 2300-READ-ONE-REJECT - EVERY ENTRY STILL ON THE INVENTORY IS A
006050*                        REJECT NOBODY HAS REPAIRED AND RE-FED.
006060*                        ALL OF THEM ARE CHARGED AS STILL OPEN;
006070*                        THOSE CUT IN THE PERIOD ALSO COUNT AS
006080*                        THE MONTH'S REJECTS.  THE ENTRY NAMES
006090*                        THE FIRST AREA (FEED) THAT FAILED; A
006100*                        RECORD REJECTED WHOLE, OR AN ENTRY
006110*                        POSTED BEFORE THE AREA WAS KEPT, IS NOT
006120*                        FEED-SPECIFIC.
006130*****************************************************************
006140 2300-READ-ONE-REJECT.
006150     READ REJINV-FILE NEXT RECORD
006160         AT END
006170             MOVE 'Y' TO DL1-RJI-EOF-SW
006180             GO TO 2300-EXIT
006190     END-READ.
006200     ADD 1 TO DL1-REJECTS-READ.
006210     MOVE DL1-NO-FEED-SLOT TO DL1-CHG-SUB.
006220     IF RJI-AREA-NUM IS NUMERIC
006230         IF RJI-AREA-NUM > 0
006240            AND RJI-AREA-NUM NOT > DL1-MAX-FEEDS
006250             MOVE RJI-AREA-NUM TO DL1-CHG-SUB
006260         END-IF
006270     END-IF.
006280     ADD 1 TO DL1-CHG-REJ-OPEN(DL1-CHG-SUB).
006290     IF RJI-BUS-DATE(1:6) = DL1-PERIOD
006300         ADD 1 TO DL1-CHG-REJ-MONTH(DL1-CHG-SUB)
006310     END-IF.
006320 2300-EXIT.
006330     EXIT.
006340
006350*****************************************************************
006360* 2400-READ-ONE-ITEM - THE NEXT REVIEW ITEM, UNTIL THE BROWSE
006370*                      PASSES THE END OF THE PERIOD.  AN ITEM IS
006380*                      CHARGED TO THE AREA IT CARRIES, EXCEPT
006390*                      THE TWO WHOLE-RECORD EXCEPTIONS, WHICH
006400*                      CARRY THE RECORD'S CLAIMED AREA COUNT IN
006410*                      THAT FIELD AND ARE KNOWN BY THEIR
006420*                      MESSAGE, AND THE AREA 1 / AREA 2 BREAK
006430*                      (AREA ZERO) - THOSE ARE NOT FEED-SPECIFIC.
006440*****************************************************************
006450 2400-READ-ONE-ITEM.
006460     READ REVIEW-FILE NEXT RECORD
006470         AT END
006480             MOVE 'Y' TO DL1-RVW-EOF-SW
006490             GO TO 2400-EXIT
006500     END-READ.
006510     IF RVW-BUS-DATE(1:6) NOT = DL1-PERIOD
006520         MOVE 'Y' TO DL1-RVW-EOF-SW
006530         GO TO 2400-EXIT
006540     END-IF.
006550     ADD 1 TO DL1-ITEMS-IN-PERIOD.
006560     MOVE DL1-NO-FEED-SLOT TO DL1-CHG-SUB.
006570     IF RVW-AREA-NUM IS NUMERIC
006580         IF RVW-AREA-NUM > 0
006590            AND RVW-AREA-NUM NOT > DL1-MAX-FEEDS
006600             MOVE RVW-AREA-NUM TO DL1-CHG-SUB
006610         END-IF
006620     END-IF.
006630     IF RVW-MESSAGE = 'AREA COUNT EXCEEDS MAX AREAS - REJECTED'
006640        OR RVW-MESSAGE = 'RECORD LENGTH DISAGREES WITH AREA COUNT'
006650         MOVE DL1-NO-FEED-SLOT TO DL1-CHG-SUB
006660     END-IF.
006670     IF RVW-TYPE-BREAK
006680         ADD 1 TO DL1-CHG-BREAKS(DL1-CHG-SUB)
006690     ELSE
006700         ADD 1 TO DL1-CHG-EXCEPTIONS(DL1-CHG-SUB)
006710     END-IF.
006720     IF RVW-OPEN-ITEM
006730         ADD 1 TO DL1-CHG-STILL-OPEN(DL1-CHG-SUB)
006740         GO TO 2400-EXIT
006750     END-IF.
006760     ADD 1 TO DL1-CHG-DISPOSED(DL1-CHG-SUB).
006770     PERFORM 2450-COMPUTE-DAYS-OPEN THRU 2450-EXIT.
006780     IF DL1-DAYS-GOOD
006790         ADD 1 TO DL1-CHG-DAY-ITEMS(DL1-CHG-SUB)
006800         ADD DL1-DAYS-OPEN TO DL1-CHG-DAY-TOTAL(DL1-CHG-SUB)
006810         IF DL1-DAYS-OPEN > DL1-CHG-MAX-DAYS(DL1-CHG-SUB)
006820             MOVE DL1-DAYS-OPEN TO DL1-CHG-MAX-DAYS(DL1-CHG-SUB)
006830         END-IF
006840     END-IF.
006850 2400-EXIT.
006860     EXIT.
006870
006880*****************************************************************
006890* 2450-COMPUTE-DAYS-OPEN - DAYS FROM THE ITEM'S BUSINESS DATE
006900*                          TO ITS DISPOSITION TIMESTAMP, AS
006910*                          DL165M WORKS IT OUT.  A DATE THAT
006920*                          DOES NOT PARSE, OR A DISPOSITION
006930*                          STAMPED BEFORE THE ITEM OPENED,
006940*                          CONTRIBUTES NO DAYS.
006950*****************************************************************
006960 2450-COMPUTE-DAYS-OPEN.
006970     MOVE 'N' TO DL1-DAYS-GOOD-SW.
006980     IF RVW-BUS-DATE NOT NUMERIC
006990         GO TO 2450-EXIT
007000     END-IF.
007010     MOVE RVW-DISP-TS(7:4) TO DL1-DISP-YYYY.
007020     MOVE RVW-DISP-TS(1:2) TO DL1-DISP-MM.
007030     MOVE RVW-DISP-TS(4:2) TO DL1-DISP-DD.
007040     IF DL1-DISP-DATE NOT NUMERIC
007050         GO TO 2450-EXIT
007060     END-IF.
007070     MOVE RVW-BUS-DATE TO DL1-ITEM-DATE-N.
007080     MOVE DL1-DISP-DATE TO DL1-DISP-DATE-N.
007090     COMPUTE DL1-ITEM-INTEGER =
007100         FUNCTION INTEGER-OF-DATE(DL1-ITEM-DATE-N).
007110     COMPUTE DL1-DISP-INTEGER =
007120         FUNCTION INTEGER-OF-DATE(DL1-DISP-DATE-N).
007130     COMPUTE DL1-DAYS-OPEN =
007140         DL1-DISP-INTEGER - DL1-ITEM-INTEGER.
007150     IF DL1-DAYS-OPEN < 0
007160         GO TO 2450-EXIT
007170     END-IF.
007180     MOVE 'Y' TO DL1-DAYS-GOOD-SW.
007190 2450-EXIT.
007200     EXIT.
007210
007220*****************************************************************
007230* 3000-WRITE-CHARGES - ONE OWNER AT A TIME, LOWEST NAME FIRST:
007240*                      ITS FEEDS IN FEED-NUMBER ORDER, THEN THE
007250*                      OWNER TOTAL; THE GRAND TOTAL AND THE
007260*                      SUMMARY COUNTS LAST.  A FEED IS CHARGED
007270*                      IF IT IS REGISTERED OR HAD ANY ACTIVITY
007280*                      IN THE PERIOD.
007290*****************************************************************
007300 3000-WRITE-CHARGES.
007310     MOVE ZERO TO DL1-GRD-DELIVERED DL1-GRD-DAYS-DLVD
007320                  DL1-GRD-DAYS-MISS DL1-GRD-DAYS-SHORT
007330                  DL1-GRD-REJ-MONTH DL1-GRD-REJ-OPEN
007340                  DL1-GRD-EXCEPTIONS DL1-GRD-BREAKS
007350                  DL1-GRD-DISPOSED DL1-GRD-DAY-ITEMS
007360                  DL1-GRD-DAY-TOTAL DL1-GRD-MAX-DAYS
007370                  DL1-GRD-STILL-OPEN.
007380     PERFORM 3010-MARK-ONE-SLOT THRU 3010-EXIT
007390         VARYING DL1-CHG-SUB FROM 1 BY 1
007400         UNTIL DL1-CHG-SUB > DL1-MAX-SLOTS.
007410     PERFORM 3005-WRITE-COLUMN-HEADS THRU 3005-EXIT.
007430     MOVE 'Y' TO DL1-OWNER-LEFT-SW.
007440     PERFORM 3100-WRITE-ONE-OWNER THRU 3100-EXIT
007450         UNTIL NOT DL1-OWNER-LEFT.
007460     MOVE DL1-GRAND-METRICS TO DL1-LINE-METRICS.
007470     MOVE 'G' TO DL1-LIN-TYPE.
007480     MOVE SPACES TO DL1-LIN-NUM-X DL1-LIN-OWNER.
007490     MOVE ZERO TO DL1-LIN-FEED-NUM.
007500     MOVE 'GRAND TOTAL' TO DL1-LIN-NAME.
007510     PERFORM 3400-WRITE-LINE THRU 3400-EXIT.
007520     MOVE SPACES TO CHR-SUMMARY-LINE.
007530     MOVE 'FEEDS CHARGED:' TO CHR-SUM-LABEL.
007540     MOVE DL1-FEEDS-REPORTED TO CHR-SUM-COUNT.
007550     WRITE CHR-SUMMARY-LINE.
007560     MOVE SPACES TO CHR-SUMMARY-LINE.
007570     MOVE 'DAYS WITH A MERGE RUN:' TO CHR-SUM-LABEL.
007580     MOVE DL1-DAYS-WITH-RUN TO CHR-SUM-COUNT.
007590     WRITE CHR-SUMMARY-LINE.
007600     MOVE SPACES TO CHR-SUMMARY-LINE.
007610     MOVE 'FEED STATISTICS IN PERIOD:' TO CHR-SUM-LABEL.
007620     MOVE DL1-STATS-IN-PERIOD TO CHR-SUM-COUNT.
007630     WRITE CHR-SUMMARY-LINE.
007640     IF DL1-STATS-SKIPPED > 0
007650         MOVE SPACES TO CHR-SUMMARY-LINE
007660         MOVE 'FEED STATISTICS UNREADABLE:' TO CHR-SUM-LABEL
007670         MOVE DL1-STATS-SKIPPED TO CHR-SUM-COUNT
007680         WRITE CHR-SUMMARY-LINE
007690     END-IF.
007700     MOVE SPACES TO CHR-SUMMARY-LINE.
007710     MOVE 'REJECTS ON INVENTORY (ALL DATES):' TO CHR-SUM-LABEL.
007720     MOVE DL1-REJECTS-READ TO CHR-SUM-COUNT.
007730     WRITE CHR-SUMMARY-LINE.
007740     MOVE SPACES TO CHR-SUMMARY-LINE.
007750     MOVE 'REVIEW ITEMS IN PERIOD:' TO CHR-SUM-LABEL.
007760     MOVE DL1-ITEMS-IN-PERIOD TO CHR-SUM-COUNT.
007770     WRITE CHR-SUMMARY-LINE.
007780 3000-EXIT.
007790     EXIT.
007800
007801*****************************************************************
007802* 3005-WRITE-COLUMN-HEADS - THE FD VALUES ON THE HEADING LINES
007803*                           ARE DOCUMENTATION ONLY - BUILD BOTH
007804*                           LINES EXPLICITLY.
007805*****************************************************************
007806 3005-WRITE-COLUMN-HEADS.
007807     MOVE SPACES TO CHR-COLUMN-LINE-1.
007808     MOVE 'FD'         TO CHR-COLUMN-LINE-1(1:2).
007809     MOVE 'FEED NAME'  TO CHR-COLUMN-LINE-1(5:9).
007810     MOVE 'RECORDS'    TO CHR-COLUMN-LINE-1(27:7).
007811     MOVE 'DAYS'       TO CHR-COLUMN-LINE-1(36:4).
007812     MOVE 'DAYS'       TO CHR-COLUMN-LINE-1(42:4).
007813     MOVE 'DAYS'       TO CHR-COLUMN-LINE-1(48:4).
007814     MOVE 'REJECTS'    TO CHR-COLUMN-LINE-1(54:7).
007815     MOVE 'REJECTS'    TO CHR-COLUMN-LINE-1(63:7).
007816     MOVE 'EXCEPT'     TO CHR-COLUMN-LINE-1(73:6).
007817     MOVE 'BREAK'      TO CHR-COLUMN-LINE-1(83:5).
007818     MOVE 'DISPOS'     TO CHR-COLUMN-LINE-1(91:6).
007819     MOVE 'AVG'        TO CHR-COLUMN-LINE-1(101:3).
007820     MOVE 'MAX'        TO CHR-COLUMN-LINE-1(107:3).
007821     MOVE 'STILL'      TO CHR-COLUMN-LINE-1(114:5).
007822     WRITE CHR-COLUMN-LINE-1.
007823     MOVE SPACES TO CHR-COLUMN-LINE-2.
007824     MOVE 'NO'         TO CHR-COLUMN-LINE-2(1:2).
007825     MOVE 'DELIVERED'  TO CHR-COLUMN-LINE-2(25:9).
007826     MOVE 'DLVD'       TO CHR-COLUMN-LINE-2(36:4).
007827     MOVE 'MISS'       TO CHR-COLUMN-LINE-2(42:4).
007828     MOVE 'SHRT'       TO CHR-COLUMN-LINE-2(48:4).
007829     MOVE 'MONTH'      TO CHR-COLUMN-LINE-2(56:5).
007830     MOVE 'ALL'        TO CHR-COLUMN-LINE-2(67:3).
007831     MOVE 'ITEMS'      TO CHR-COLUMN-LINE-2(74:5).
007832     MOVE 'ITEMS'      TO CHR-COLUMN-LINE-2(83:5).
007833     MOVE 'ITEMS'      TO CHR-COLUMN-LINE-2(92:5).
007834     MOVE 'DAYS'       TO CHR-COLUMN-LINE-2(100:4).
007835     MOVE 'DAYS'       TO CHR-COLUMN-LINE-2(106:4).
007836     MOVE 'OPEN'       TO CHR-COLUMN-LINE-2(115:4).
007837     WRITE CHR-COLUMN-LINE-2.
007838 3005-EXIT.
007839     EXIT.
007840
007841*****************************************************************
007842* 3010-MARK-ONE-SLOT - A SLOT WITH NOTHING TO CHARGE IS MARKED
007843*                      DONE UP FRONT SO THE OWNER PASSES NEVER
007844*                      SEE IT.
007850*****************************************************************
007860 3010-MARK-ONE-SLOT.
007870     IF DL1-CHG-REGISTERED(DL1-CHG-SUB)
007880        OR DL1-CHG-DELIVERED(DL1-CHG-SUB) > 0
007890        OR DL1-CHG-DAYS-DLVD(DL1-CHG-SUB) > 0
007900        OR DL1-CHG-REJ-OPEN(DL1-CHG-SUB) > 0
007910        OR DL1-CHG-EXCEPTIONS(DL1-CHG-SUB) > 0
007920        OR DL1-CHG-BREAKS(DL1-CHG-SUB) > 0
007930         GO TO 3010-EXIT
007940     END-IF.
007950     MOVE 'Y' TO DL1-CHG-DONE-SW(DL1-CHG-SUB).
007960 3010-EXIT.
007970     EXIT.
007980
007990*****************************************************************
008000* 3100-WRITE-ONE-OWNER - FIND THE LOWEST OWNER NOT YET WRITTEN;
008010*                        WHEN THERE IS NONE THE PASSES ARE
008020*                        DONE.  OTHERWISE ITS HEADING, ITS
008030*                        FEEDS AND ITS TOTAL.
008040*****************************************************************
008050 3100-WRITE-ONE-OWNER.
008060     MOVE HIGH-VALUES TO DL1-CURRENT-OWNER.
008070     PERFORM 3110-CHECK-ONE-OWNER THRU 3110-EXIT
008080         VARYING DL1-CHG-SUB FROM 1 BY 1
008090         UNTIL DL1-CHG-SUB > DL1-MAX-SLOTS.
008100     IF DL1-CURRENT-OWNER = HIGH-VALUES
008110         MOVE 'N' TO DL1-OWNER-LEFT-SW
008120         GO TO 3100-EXIT
008130     END-IF.
008140     MOVE SPACES TO CHR-SECTION-LINE.
008150     MOVE 'OWNER:' TO CHR-SEC-TITLE.
008160     MOVE DL1-CURRENT-OWNER TO CHR-SEC-VALUE.
008170     WRITE CHR-SECTION-LINE.
008180     MOVE ZERO TO DL1-OWN-DELIVERED DL1-OWN-DAYS-DLVD
008190                  DL1-OWN-DAYS-MISS DL1-OWN-DAYS-SHORT
008200                  DL1-OWN-REJ-MONTH DL1-OWN-REJ-OPEN
008210                  DL1-OWN-EXCEPTIONS DL1-OWN-BREAKS
008220                  DL1-OWN-DISPOSED DL1-OWN-DAY-ITEMS
008230                  DL1-OWN-DAY-TOTAL DL1-OWN-MAX-DAYS
008240                  DL1-OWN-STILL-OPEN.
008250     PERFORM 3200-WRITE-ONE-FEED THRU 3200-EXIT
008260         VARYING DL1-CHG-SUB FROM 1 BY 1
008270         UNTIL DL1-CHG-SUB > DL1-MAX-SLOTS.
008280     MOVE DL1-OWNER-METRICS TO DL1-LINE-METRICS.
008290     MOVE 'O' TO DL1-LIN-TYPE.
008300     MOVE SPACES TO DL1-LIN-NUM-X.
008310     MOVE ZERO TO DL1-LIN-FEED-NUM.
008320     MOVE 'OWNER TOTAL' TO DL1-LIN-NAME.
008330     MOVE DL1-CURRENT-OWNER TO DL1-LIN-OWNER.
008340     PERFORM 3400-WRITE-LINE THRU 3400-EXIT.
008350 3100-EXIT.
008360     EXIT.
008370
008380 3110-CHECK-ONE-OWNER.
008390     IF NOT DL1-CHG-DONE(DL1-CHG-SUB)
008400        AND DL1-CHG-OWNER(DL1-CHG-SUB) < DL1-CURRENT-OWNER
008410         MOVE DL1-CHG-OWNER(DL1-CHG-SUB) TO DL1-CURRENT-OWNER
008420     END-IF.
008430 3110-EXIT.
008440     EXIT.
008450
008460*****************************************************************
008470* 3200-WRITE-ONE-FEED - ONE FEED OF THE CURRENT OWNER: ITS LINE,
008480*                       AND ITS FIGURES INTO THE OWNER AND
008490*                       GRAND TOTALS.
008500*****************************************************************
008510 3200-WRITE-ONE-FEED.
008520     IF DL1-CHG-DONE(DL1-CHG-SUB)
008530        OR DL1-CHG-OWNER(DL1-CHG-SUB) NOT = DL1-CURRENT-OWNER
008540         GO TO 3200-EXIT
008550     END-IF.
008560     MOVE 'Y' TO DL1-CHG-DONE-SW(DL1-CHG-SUB).
008570     ADD 1 TO DL1-FEEDS-REPORTED.
008580     MOVE DL1-CHG-METRICS(DL1-CHG-SUB) TO DL1-LINE-METRICS.
008590     MOVE 'D' TO DL1-LIN-TYPE.
008600     IF DL1-CHG-SUB = DL1-NO-FEED-SLOT
008610         MOVE '--' TO DL1-LIN-NUM-X
008620         MOVE ZERO TO DL1-LIN-FEED-NUM
008630     ELSE
008640         MOVE DL1-CHG-SUB TO DL1-LIN-FEED-NUM
008650         MOVE DL1-LIN-FEED-NUM TO DL1-LIN-NUM-X
008660     END-IF.
008670     MOVE DL1-CHG-NAME(DL1-CHG-SUB) TO DL1-LIN-NAME.
008680     MOVE DL1-CHG-OWNER(DL1-CHG-SUB) TO DL1-LIN-OWNER.
008690     PERFORM 3400-WRITE-LINE THRU 3400-EXIT.
008700     ADD DL1-LIN-DELIVERED  TO DL1-OWN-DELIVERED
008710                               DL1-GRD-DELIVERED.
008720     ADD DL1-LIN-DAYS-DLVD  TO DL1-OWN-DAYS-DLVD
008730                               DL1-GRD-DAYS-DLVD.
008740     ADD DL1-LIN-DAYS-MISS  TO DL1-OWN-DAYS-MISS
008750                               DL1-GRD-DAYS-MISS.
008760     ADD DL1-LIN-DAYS-SHORT TO DL1-OWN-DAYS-SHORT
008770                               DL1-GRD-DAYS-SHORT.
008780     ADD DL1-LIN-REJ-MONTH  TO DL1-OWN-REJ-MONTH
008790                               DL1-GRD-REJ-MONTH.
008800     ADD DL1-LIN-REJ-OPEN   TO DL1-OWN-REJ-OPEN
008810                               DL1-GRD-REJ-OPEN.
008820     ADD DL1-LIN-EXCEPTIONS TO DL1-OWN-EXCEPTIONS
008830                               DL1-GRD-EXCEPTIONS.
008840     ADD DL1-LIN-BREAKS     TO DL1-OWN-BREAKS
008850                               DL1-GRD-BREAKS.
008860     ADD DL1-LIN-DISPOSED   TO DL1-OWN-DISPOSED
008870                               DL1-GRD-DISPOSED.
008880     ADD DL1-LIN-DAY-ITEMS  TO DL1-OWN-DAY-ITEMS
008890                               DL1-GRD-DAY-ITEMS.
008900     ADD DL1-LIN-DAY-TOTAL  TO DL1-OWN-DAY-TOTAL
008910                               DL1-GRD-DAY-TOTAL.
008920     ADD DL1-LIN-STILL-OPEN TO DL1-OWN-STILL-OPEN
008930                               DL1-GRD-STILL-OPEN.
008940     IF DL1-LIN-MAX-DAYS > DL1-OWN-MAX-DAYS
008950         MOVE DL1-LIN-MAX-DAYS TO DL1-OWN-MAX-DAYS
008960     END-IF.
008970     IF DL1-LIN-MAX-DAYS > DL1-GRD-MAX-DAYS
008980         MOVE DL1-LIN-MAX-DAYS TO DL1-GRD-MAX-DAYS
008990     END-IF.
009000 3200-EXIT.
009010     EXIT.
009020
009030*****************************************************************
009040* 3400-WRITE-LINE - THE LINE IN DL1-LINE-ID/DL1-LINE-METRICS TO
009050*                   THE REPORT AND, AS THE SAME FIGURES, TO THE
009060*                   FINANCE FILE.
009070*****************************************************************
009080 3400-WRITE-LINE.
009090     MOVE ZERO TO DL1-LIN-AVG-DAYS.
009100     IF DL1-LIN-DAY-ITEMS > 0
009110         COMPUTE DL1-LIN-AVG-DAYS ROUNDED =
009120             DL1-LIN-DAY-TOTAL / DL1-LIN-DAY-ITEMS
009130     END-IF.
009140     MOVE SPACES TO CHR-DETAIL-LINE.
009150     MOVE DL1-LIN-NUM-X      TO CHR-DET-NUM.
009160     MOVE DL1-LIN-NAME       TO CHR-DET-NAME.
009170     MOVE DL1-LIN-DELIVERED  TO CHR-DET-DELIVERED.
009180     MOVE DL1-LIN-DAYS-DLVD  TO CHR-DET-DAYS-DLVD.
009190     MOVE DL1-LIN-DAYS-MISS  TO CHR-DET-DAYS-MISS.
009200     MOVE DL1-LIN-DAYS-SHORT TO CHR-DET-DAYS-SHORT.
009210     MOVE DL1-LIN-REJ-MONTH  TO CHR-DET-REJ-MONTH.
009220     MOVE DL1-LIN-REJ-OPEN   TO CHR-DET-REJ-OPEN.
009230     MOVE DL1-LIN-EXCEPTIONS TO CHR-DET-EXCEPTIONS.
009240     MOVE DL1-LIN-BREAKS     TO CHR-DET-BREAKS.
009250     MOVE DL1-LIN-DISPOSED   TO CHR-DET-DISPOSED.
009260     MOVE DL1-LIN-AVG-DAYS   TO CHR-DET-AVG-DAYS.
009270     MOVE DL1-LIN-MAX-DAYS   TO CHR-DET-MAX-DAYS.
009280     MOVE DL1-LIN-STILL-OPEN TO CHR-DET-STILL-OPEN.
009290     WRITE CHR-DETAIL-LINE.
009300     MOVE SPACES TO CHG-RECORD.
009310     MOVE DL1-LIN-TYPE       TO CHG-RECORD-TYPE.
009320     MOVE DL1-PERIOD         TO CHG-PERIOD.
009330     MOVE DL1-LIN-OWNER      TO CHG-OWNER.
009340     MOVE DL1-LIN-FEED-NUM   TO CHG-FEED-NUM.
009350     IF CHG-FEED-DETAIL
009360         MOVE DL1-LIN-NAME   TO CHG-FEED-NAME
009370     END-IF.
009380     MOVE DL1-LIN-DELIVERED  TO CHG-RECORDS-DELIVERED.
009390     MOVE DL1-LIN-DAYS-DLVD  TO CHG-DAYS-DELIVERED.
009400     MOVE DL1-LIN-DAYS-MISS  TO CHG-DAYS-MISSING.
009410     MOVE DL1-LIN-DAYS-SHORT TO CHG-DAYS-SHORT.
009420     MOVE DL1-LIN-REJ-MONTH  TO CHG-REJECTS-MONTH.
009430     MOVE DL1-LIN-REJ-OPEN   TO CHG-REJECTS-OPEN.
009440     MOVE DL1-LIN-EXCEPTIONS TO CHG-EXCEPTIONS.
009450     MOVE DL1-LIN-BREAKS     TO CHG-BREAKS.
009460     MOVE DL1-LIN-DISPOSED   TO CHG-DISPOSITIONED.
009470     MOVE DL1-LIN-AVG-DAYS   TO CHG-AVG-DISP-DAYS.
009480     MOVE DL1-LIN-MAX-DAYS   TO CHG-MAX-DISP-DAYS.
009490     MOVE DL1-LIN-STILL-OPEN TO CHG-STILL-OPEN.
009500     WRITE CHG-RECORD.
009510     IF DL1-CHGOUT-STATUS NOT = '00'
009520         MOVE 'CHGOUT' TO DL1-ABEND-DDNAME
009530         MOVE DL1-CHGOUT-STATUS TO DL1-ABEND-STATUS
009540         PERFORM 9100-ABEND-ON-FILE-ERROR THRU 9100-EXIT
009550     END-IF.
009560     ADD 1 TO DL1-CHG-RECORDS-OUT.
009570 3400-EXIT.
009580     EXIT.
009590
009600*****************************************************************
009610* 9000-TERMINATE - CLOSE DOWN AND LEAVE THE HEADLINE COUNTS ON
009620*                  THE OPERATOR LOG.  A PERIOD WITH NO FEED
009630*                  STATISTICS AT ALL (THE WRONG MONTH, OR THE
009640*                  WRONG FEEDSTAT DATASET) STILL PRODUCES ITS
009650*                  REPORT BUT ENDS RC=04 SO NOBODY SENDS
009660*                  FINANCE A MONTH OF ZERO DELIVERIES.
009670*****************************************************************
009680 9000-TERMINATE.
009690     CLOSE FEED-STATS.
009700     CLOSE REJINV-FILE.
009710     CLOSE REVIEW-FILE.
009720     CLOSE CHARGE-RPT.
009730     CLOSE CHARGE-OUT.
009740     DISPLAY 'DL145M - PERIOD:             ' DL1-PERIOD.
009750     DISPLAY 'DL145M - FEEDS CHARGED:      ' DL1-FEEDS-REPORTED.
009760     DISPLAY 'DL145M - DAYS WITH A RUN:    ' DL1-DAYS-WITH-RUN.
009770     DISPLAY 'DL145M - REVIEW ITEMS:       ' DL1-ITEMS-IN-PERIOD.
009780     DISPLAY 'DL145M - FINANCE RECORDS:    ' DL1-CHG-RECORDS-OUT.
009790     IF DL1-STATS-IN-PERIOD = 0
009800         DISPLAY 'DL145M - NO FEED STATISTICS FOR THE PERIOD - '
009810             'CHECK THE PARM AND FEEDSTAT'
009820         MOVE 4 TO RETURN-CODE
009830         MOVE 'NO FEED STATISTICS FOR THE PERIOD'
009840             TO DL1-EVT-TEXT
009850     END-IF.
009860 9000-EXIT.
009870     EXIT.
009880
009890*****************************************************************
009900* 9100-ABEND-ON-FILE-ERROR - A FILE THE CHARGEBACK DEPENDS ON
009910*                            FAILED; STOP WITH A NONZERO RETURN
009920*                            CODE RATHER THAN SEND FINANCE A
009930*                            PARTIAL MONTH.
009940*****************************************************************
009950 9100-ABEND-ON-FILE-ERROR.
009960     DISPLAY 'DL145M - FATAL FILE ERROR ON ' DL1-ABEND-DDNAME
009970         ' - FILE STATUS ' DL1-ABEND-STATUS.
009980     MOVE 16 TO RETURN-CODE.
009990     MOVE 'FILEERR' TO DL1-EVT-CODE.
010000     MOVE SPACES TO DL1-EVT-TEXT.
010010     STRING 'FATAL FILE ERROR ON ' DELIMITED BY SIZE
010020            DL1-ABEND-DDNAME       DELIMITED BY SPACE
010030            ' STATUS '             DELIMITED BY SIZE
010040            DL1-ABEND-STATUS       DELIMITED BY SIZE
010050         INTO DL1-EVT-TEXT.
010060     PERFORM 9500-WRITE-EVENT THRU 9500-EXIT.
010070     STOP RUN.
010080 9100-EXIT.
010090     EXIT.
010100
010110*****************************************************************
010120* 9500-WRITE-EVENT - APPEND ONE EVENT TO THE SHARED MONITORING
010130*                    EVENT FILE FOR THE DL195M FORWARDER.  THE
010140*                    SEVERITY FOLLOWS THE RETURN CODE; AN END
010150*                    WITH NO NAMED CONDITION IS CODED RCNN.  AN
010160*                    EVENT FILE THAT WILL NOT TAKE THE RECORD
010170*                    IS REPORTED ON THE JOB LOG BUT DOES NOT
010180*                    CHANGE HOW THE STEP ENDS.
010190*****************************************************************
010200 9500-WRITE-EVENT.
010210     MOVE RETURN-CODE TO DL1-EVT-RC.
010220     OPEN OUTPUT EVENT-FILE.
010230     IF DL1-EVENT-STATUS NOT = '00'
010240         DISPLAY 'DL145M - EVENT NOT WRITTEN - EVENTOUT FILE '
010250             'STATUS ' DL1-EVENT-STATUS
010260         GO TO 9500-EXIT
010270     END-IF.
010280     ACCEPT DL1-EVT-DATE FROM DATE YYYYMMDD.
010290     ACCEPT DL1-EVT-TIME FROM TIME.
010300     MOVE SPACES TO EVT-RECORD.
010310     MOVE 'DL145M' TO EVT-PROGRAM.
010320     MOVE DL1-RUN-DATE TO EVT-BUS-DATE.
010330     IF EVT-BUS-DATE NOT NUMERIC
010340         MOVE DL1-EVT-DATE TO EVT-BUS-DATE
010350     END-IF.
010360     MOVE DL1-EVT-DATE TO EVT-EVENT-DATE.
010370     MOVE DL1-EVT-TIME(1:6) TO EVT-EVENT-TIME.
010380     MOVE DL1-EVT-RC TO EVT-RETURN-CODE.
010390     IF DL1-EVT-RC > 12
010400         MOVE 'S' TO EVT-SEVERITY
010410     ELSE
010420         IF DL1-EVT-RC > 04
010430             MOVE 'E' TO EVT-SEVERITY
010440         ELSE
010450             IF DL1-EVT-RC > 00
010460                 MOVE 'W' TO EVT-SEVERITY
010470             ELSE
010480                 MOVE 'I' TO EVT-SEVERITY
010490             END-IF
010500         END-IF
010510     END-IF.
010520     IF DL1-EVT-CODE = SPACES
010530         MOVE 'RC' TO EVT-EVENT-CODE(1:2)
010540         MOVE DL1-EVT-RC TO EVT-EVENT-CODE(3:2)
010550     ELSE
010560         MOVE DL1-EVT-CODE TO EVT-EVENT-CODE
010570     END-IF.
010580     IF DL1-EVT-TEXT = SPACES
010590         MOVE 'RUN ENDED ABOVE RC=00 - SEE THE JOB LOG'
010600             TO EVT-TEXT
010610     ELSE
010620         MOVE DL1-EVT-TEXT TO EVT-TEXT
010630     END-IF.
010640     MOVE DL1-EVT-COUNT-1 TO EVT-COUNT-1.
010650     MOVE DL1-EVT-COUNT-2 TO EVT-COUNT-2.
010660     WRITE EVT-RECORD.
010670     IF DL1-EVENT-STATUS NOT = '00'
010680         DISPLAY 'DL145M - EVENT NOT WRITTEN - EVENTOUT FILE '
010690             'STATUS ' DL1-EVENT-STATUS
010700     END-IF.
010710     CLOSE EVENT-FILE.
010720     MOVE SPACES TO DL1-EVT-CODE DL1-EVT-TEXT.
010730     MOVE ZERO TO DL1-EVT-COUNT-1 DL1-EVT-COUNT-2.
010740 9500-EXIT.
010750     EXIT.
