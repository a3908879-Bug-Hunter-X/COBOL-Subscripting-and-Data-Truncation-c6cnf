000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    DL185M.
000120 AUTHOR.        R HOLLOWAY.
000130 INSTALLATION.  DATA CONTROL - BATCH SYSTEMS.
000140 DATE-WRITTEN.  2026-10-15.
000150 DATE-COMPILED.
000160*****************************************************************
000170* MODIFICATION HISTORY
000180* ----------------------------------------------------------------
000190* 2026-10-15  RH  ORIGINAL VERSION.  KEY-RANGE SPLIT OF THE DAILY
000200*                 TRANSACTION EXTRACT FOR A PARTITIONED DL100M
000210*                 RUN.  THE EXTRACT HAS OUTGROWN THE BATCH
000220*                 WINDOW AS ONE SERIAL MERGE, SO IT IS CUT INTO
000230*                 UP TO NINE RANGES OF THE LEADING TWO DIGITS OF
000240*                 THE RECORD ID (PARTOUT1-PARTOUT9) AND EACH
000250*                 RANGE RUNS THROUGH DL100M PARM 'PART,N' AT THE
000260*                 SAME TIME; DL190M PUTS THE PIECES BACK TOGETHER
000270*                 AS ONE RUN.  EVERY PARTITION GETS ITS OWN COPY
000280*                 OF THE CONTROL HEADER AND OF THE ORIGINAL
000290*                 TRAILER - THE COMBINE STEP BALANCES THE SUMMED
000300*                 PARTITION COUNTS AGAINST THAT ONE TRAILER.  A
000310*                 WITHDRAWAL GOES TO THE PARTITION OF THE ID IT
000320*                 WITHDRAWS.  THE EXTRACT IS IN RECORD-ID ORDER,
000330*                 SO EACH PARTITION STAYS IN KEY ORDER AND THE
000340*                 PARTITIONS FOLLOW ONE ANOTHER IN KEY ORDER.
000342* 2026-10-15  RH  AN END ABOVE RC=00 NOW ALSO APPENDS AN EVENT
000344*                 (DL1EVT) TO THE SHARED MONITORING EVENT FILE
000346*                 (EVENTOUT) FOR THE DL195M FORWARDER - A FATAL
000348*                 FILE ERROR OR A REFUSED RUN IS ITS OWN EVENT.
000350*****************************************************************
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380 SOURCE-COMPUTER.   IBM-370.
000390 OBJECT-COMPUTER.   IBM-370.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT TRANFILE        ASSIGN TO TRANIN
000430            ORGANIZATION IS SEQUENTIAL
000440            FILE STATUS IS DL1-TRANFILE-STATUS.
000450     SELECT PART1-FILE      ASSIGN TO PARTOUT1
000460            ORGANIZATION IS SEQUENTIAL
000470            FILE STATUS IS DL1-PART1-STATUS.
000480     SELECT PART2-FILE      ASSIGN TO PARTOUT2
000490            ORGANIZATION IS SEQUENTIAL
000500            FILE STATUS IS DL1-PART2-STATUS.
000510     SELECT PART3-FILE      ASSIGN TO PARTOUT3
000520            ORGANIZATION IS SEQUENTIAL
000530            FILE STATUS IS DL1-PART3-STATUS.
000540     SELECT PART4-FILE      ASSIGN TO PARTOUT4
000550            ORGANIZATION IS SEQUENTIAL
000560            FILE STATUS IS DL1-PART4-STATUS.
000570     SELECT PART5-FILE      ASSIGN TO PARTOUT5
000580            ORGANIZATION IS SEQUENTIAL
000590            FILE STATUS IS DL1-PART5-STATUS.
000600     SELECT PART6-FILE      ASSIGN TO PARTOUT6
000610            ORGANIZATION IS SEQUENTIAL
000620            FILE STATUS IS DL1-PART6-STATUS.
000630     SELECT PART7-FILE      ASSIGN TO PARTOUT7
000640            ORGANIZATION IS SEQUENTIAL
000650            FILE STATUS IS DL1-PART7-STATUS.
000660     SELECT PART8-FILE      ASSIGN TO PARTOUT8
000670            ORGANIZATION IS SEQUENTIAL
000680            FILE STATUS IS DL1-PART8-STATUS.
000690     SELECT PART9-FILE      ASSIGN TO PARTOUT9
000700            ORGANIZATION IS SEQUENTIAL
000710            FILE STATUS IS DL1-PART9-STATUS.
000712     SELECT EVENT-FILE      ASSIGN TO EVENTOUT
000714            ORGANIZATION IS SEQUENTIAL
000716            FILE STATUS IS DL1-EVENT-STATUS.
000720 DATA DIVISION.
000730 FILE SECTION.
000740 FD  TRANFILE
000750     RECORD IS VARYING IN SIZE FROM 12 TO 1042 CHARACTERS
000760         DEPENDING ON DL1-TRAN-REC-LEN
000770     RECORDING MODE IS V.
000780 01  TRF-RECORD                PIC X(1042).
000790
000800 FD  PART1-FILE
000810     RECORD IS VARYING IN SIZE FROM 12 TO 1042 CHARACTERS
000820         DEPENDING ON DL1-TRAN-REC-LEN
000830     RECORDING MODE IS V.
000840 01  PT1-RECORD                PIC X(1042).
000850
000860 FD  PART2-FILE
000870     RECORD IS VARYING IN SIZE FROM 12 TO 1042 CHARACTERS
000880         DEPENDING ON DL1-TRAN-REC-LEN
000890     RECORDING MODE IS V.
000900 01  PT2-RECORD                PIC X(1042).
000910
000920 FD  PART3-FILE
000930     RECORD IS VARYING IN SIZE FROM 12 TO 1042 CHARACTERS
000940         DEPENDING ON DL1-TRAN-REC-LEN
000950     RECORDING MODE IS V.
000960 01  PT3-RECORD                PIC X(1042).
000970
000980 FD  PART4-FILE
000990     RECORD IS VARYING IN SIZE FROM 12 TO 1042 CHARACTERS
001000         DEPENDING ON DL1-TRAN-REC-LEN
001010     RECORDING MODE IS V.
001020 01  PT4-RECORD                PIC X(1042).
001030
001040 FD  PART5-FILE
001050     RECORD IS VARYING IN SIZE FROM 12 TO 1042 CHARACTERS
001060         DEPENDING ON DL1-TRAN-REC-LEN
001070     RECORDING MODE IS V.
001080 01  PT5-RECORD                PIC X(1042).
001090
001100 FD  PART6-FILE
001110     RECORD IS VARYING IN SIZE FROM 12 TO 1042 CHARACTERS
001120         DEPENDING ON DL1-TRAN-REC-LEN
001130     RECORDING MODE IS V.
001140 01  PT6-RECORD                PIC X(1042).
001150
001160 FD  PART7-FILE
001170     RECORD IS VARYING IN SIZE FROM 12 TO 1042 CHARACTERS
001180         DEPENDING ON DL1-TRAN-REC-LEN
001190     RECORDING MODE IS V.
001200 01  PT7-RECORD                PIC X(1042).
001210
001220 FD  PART8-FILE
001230     RECORD IS VARYING IN SIZE FROM 12 TO 1042 CHARACTERS
001240         DEPENDING ON DL1-TRAN-REC-LEN
001250     RECORDING MODE IS V.
001260 01  PT8-RECORD                PIC X(1042).
001270
001280 FD  PART9-FILE
001290     RECORD IS VARYING IN SIZE FROM 12 TO 1042 CHARACTERS
001300         DEPENDING ON DL1-TRAN-REC-LEN
001310     RECORDING MODE IS V.
001320 01  PT9-RECORD                PIC X(1042).
001330
001332 FD  EVENT-FILE
001334     RECORD CONTAINS 100 CHARACTERS.
001336 COPY DL1EVT.
001338
001340 WORKING-STORAGE SECTION.
001350*****************************************************************
001360* FILE STATUS SWITCHES
001370*****************************************************************
001380 01  DL1-FILE-STATUSES.
001390     05  DL1-TRANFILE-STATUS   PIC X(02) VALUE '00'.
001400     05  DL1-PART1-STATUS      PIC X(02) VALUE '00'.
001410     05  DL1-PART2-STATUS      PIC X(02) VALUE '00'.
001420     05  DL1-PART3-STATUS      PIC X(02) VALUE '00'.
001430     05  DL1-PART4-STATUS      PIC X(02) VALUE '00'.
001440     05  DL1-PART5-STATUS      PIC X(02) VALUE '00'.
001450     05  DL1-PART6-STATUS      PIC X(02) VALUE '00'.
001460     05  DL1-PART7-STATUS      PIC X(02) VALUE '00'.
001470     05  DL1-PART8-STATUS      PIC X(02) VALUE '00'.
001480     05  DL1-PART9-STATUS      PIC X(02) VALUE '00'.
001485     05  DL1-EVENT-STATUS      PIC X(02) VALUE '00'.
001490 77  DL1-ABEND-DDNAME          PIC X(08) VALUE SPACES.
001500 77  DL1-ABEND-STATUS          PIC X(02) VALUE SPACES.
001510 77  DL1-TRAN-REC-LEN          PIC 9(04) COMP VALUE ZERO.
001520
001530*****************************************************************
001540* THE CURRENT EXTRACT RECORD, WITH THE CONTROL AND WITHDRAWAL
001550* RECORDS AS ALTERNATE VIEWS OF THE SAME AREA.
001560*****************************************************************
001570 COPY DL1TRAN.
001580 COPY DL1CTL REPLACING
001590     ==TCT-HEADER-RECORD.==   BY ==TCT-HEADER-RECORD
001600                                  REDEFINES TR-RECORD.==
001610     ==TCT-TRAILER-RECORD.==  BY ==TCT-TRAILER-RECORD
001620                                  REDEFINES TR-RECORD.==.
001630 COPY DL1DEL REPLACING
001640     ==TDL-DELETE-RECORD.==   BY ==TDL-DELETE-RECORD
001650                                  REDEFINES TR-RECORD.==.
001660 77  DL1-CTL-HEADER-ID         PIC X(10) VALUE 'DL1HEADER '.
001670 77  DL1-CTL-TRAILER-ID        PIC X(10) VALUE 'DL1TRAILER'.
001680 77  DL1-DELETE-ID             PIC X(10) VALUE 'DL1DELETE '.
001684 77  DL1-BUS-DATE-X            PIC X(08) VALUE SPACES.
001690 01  DL1-EOF-SW                PIC X(01) VALUE 'N'.
001700     88  DL1-EOF-YES                     VALUE 'Y'.
001710 01  DL1-HEADER-SEEN-SW        PIC X(01) VALUE 'N'.
001720     88  DL1-HEADER-SEEN                 VALUE 'Y'.
001730 01  DL1-TRAILER-SEEN-SW       PIC X(01) VALUE 'N'.
001740     88  DL1-TRAILER-SEEN                VALUE 'Y'.
001750
001760*****************************************************************
001770* THE PARTITION PLAN FROM THE PARM - THE LOWEST LEADING TWO
001780* DIGITS OF EACH PARTITION AFTER THE FIRST, ASCENDING, COMMA
001790* SEPARATED ('34,67' MAKES THREE PARTITIONS: 00-33, 34-66 AND
001800* 67-99).  A RECORD GOES TO 1 + THE NUMBER OF BOUNDS AT OR BELOW
001810* ITS LEADING DIGITS.
001820*****************************************************************
001830 01  DL1-PART-PLAN.
001840     05  DL1-PART-BOUND        PIC 9(02) OCCURS 8 TIMES.
001850 77  DL1-BOUND-COUNT           PIC 9(02) COMP VALUE ZERO.
001860 77  DL1-PART-COUNT            PIC 9(02) COMP VALUE ZERO.
001870 77  DL1-MAX-PARTS             PIC 9(02) COMP VALUE 9.
001880 77  DL1-PARM-POS              PIC 9(02) COMP VALUE ZERO.
001890 77  DL1-BOUND-SUB             PIC 9(02) COMP VALUE ZERO.
001900 77  DL1-PART-SUB              PIC 9(02) COMP VALUE ZERO.
001910 77  DL1-ROUTE-KEY             PIC X(02) VALUE SPACES.
001920 77  DL1-ROUTE-KEY-NUM         PIC 9(02) VALUE ZERO.
001930 01  DL1-PARM-BAD-SW           PIC X(01) VALUE 'N'.
001940     88  DL1-PARM-BAD                    VALUE 'Y'.
001950
001960*****************************************************************
001970* COUNTS - RECORDS READ, AND WRITTEN PER PARTITION
001980*****************************************************************
001990 77  DL1-RECORDS-READ          PIC 9(07) COMP VALUE ZERO.
002000 77  DL1-DATA-RECORDS-READ     PIC 9(07) COMP VALUE ZERO.
002010 01  DL1-PART-COUNTS.
002020     05  DL1-PART-WRITTEN      PIC 9(07) COMP OCCURS 9 TIMES.
002030 77  DL1-COUNT-ED              PIC Z,ZZZ,ZZ9.
002040
002041*****************************************************************
002042* MONITORING EVENT - WHATEVER ENDS THE RUN ABOVE RC=00 OR RAISES
002043* A NAMED CONDITION SETS THE CODE, COUNTS AND TEXT; 9500 WRITES
002044* THE EVENT (DL1EVT) TO THE SHARED EVENT FILE.
002045*****************************************************************
002046 01  DL1-EVENT-FIELDS.
002047     05  DL1-EVT-CODE          PIC X(08) VALUE SPACES.
002048     05  DL1-EVT-COUNT-1       PIC 9(07) VALUE ZERO.
002049     05  DL1-EVT-COUNT-2       PIC 9(07) VALUE ZERO.
002050     05  DL1-EVT-TEXT          PIC X(40) VALUE SPACES.
002051 77  DL1-EVT-RC                PIC 9(02) VALUE ZERO.
002052 77  DL1-EVT-DATE              PIC 9(08) VALUE ZERO.
002053 77  DL1-EVT-TIME              PIC 9(08) VALUE ZERO.
002054
002055 LINKAGE SECTION.
002060 01  LS-PARM-AREA.
002070     05  LS-PARM-LENGTH        PIC S9(04) COMP.
002080     05  LS-PARM-TEXT          PIC X(24).
002090
002100 PROCEDURE DIVISION USING LS-PARM-AREA.
002110*****************************************************************
002120* 0000-MAINLINE
002130*****************************************************************
002140 0000-MAINLINE.
002150     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002160     PERFORM 2100-READ-TRAN THRU 2100-EXIT.
002170     PERFORM 2000-ROUTE-ONE-RECORD THRU 2000-EXIT
002180         UNTIL DL1-EOF-YES.
002190     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002192     IF RETURN-CODE > 0
002194         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
002196     END-IF.
002200     GOBACK.
002210
002220*****************************************************************
002230* 1000-INITIALIZE - WORK OUT THE PARTITION PLAN FROM THE PARM
002240*                   (REFUSED RC=12 BEFORE ANYTHING IS OPENED IF
002250*                   IT IS MISSING OR OUT OF ORDER), THEN OPEN
002260*                   THE EXTRACT AND THE PARTITIONS THE PLAN USES.
002270*****************************************************************
002280 1000-INITIALIZE.
002290     PERFORM 1050-PARSE-PARM THRU 1050-EXIT.
002300     OPEN INPUT TRANFILE.
002310     IF DL1-TRANFILE-STATUS NOT = '00'
002320         MOVE 'TRANIN' TO DL1-ABEND-DDNAME
002330         MOVE DL1-TRANFILE-STATUS TO DL1-ABEND-STATUS
002340         PERFORM 9100-ABEND-ON-FILE-ERROR THRU 9100-EXIT
002350     END-IF.
002360     MOVE ZERO TO DL1-PART-COUNTS.
002370     PERFORM 1100-OPEN-ONE-PARTITION THRU 1100-EXIT
002380         VARYING DL1-PART-SUB FROM 1 BY 1
002390         UNTIL DL1-PART-SUB > DL1-PART-COUNT.
002400 1000-EXIT.
002410     EXIT.
002420
002430*****************************************************************
002440* 1050-PARSE-PARM - BOUNDS ARE TWO DIGITS EACH AT POSITIONS 1,
002450*                   4, 7 ... WITH A COMMA BETWEEN, UP TO EIGHT
002460*                   OF THEM (NINE PARTITIONS).
002470*****************************************************************
002480 1050-PARSE-PARM.
002490     IF LS-PARM-LENGTH < 2
002500         DISPLAY 'DL185M - NO PARTITION BOUNDS IN THE PARM'
002510         MOVE 12 TO RETURN-CODE
002512         MOVE 'BADPARM' TO DL1-EVT-CODE
002514         MOVE 'PARM REFUSED - STEP NOT RUN' TO DL1-EVT-TEXT
002516         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
002520         STOP RUN
002530     END-IF.
002540     MOVE 1 TO DL1-PARM-POS.
002550     PERFORM 1055-PARSE-ONE-BOUND THRU 1055-EXIT
002560         UNTIL DL1-PARM-POS > LS-PARM-LENGTH
002570            OR DL1-PARM-BAD.
002580     IF DL1-PARM-BAD
002590         DISPLAY 'DL185M - PARTITION BOUNDS MUST BE TWO-DIGIT, '
002600             'ASCENDING, COMMA SEPARATED, AT MOST '
002610             '8: ' LS-PARM-TEXT
002620         MOVE 12 TO RETURN-CODE
002622         MOVE 'BADPARM' TO DL1-EVT-CODE
002624         MOVE 'PARM REFUSED - STEP NOT RUN' TO DL1-EVT-TEXT
002626         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
002630         STOP RUN
002640     END-IF.
002650     COMPUTE DL1-PART-COUNT = DL1-BOUND-COUNT + 1.
002660 1050-EXIT.
002670     EXIT.
002680
002690 1055-PARSE-ONE-BOUND.
002700     IF DL1-BOUND-COUNT = DL1-MAX-PARTS - 1
002710        OR DL1-PARM-POS + 1 > LS-PARM-LENGTH
002720        OR LS-PARM-TEXT(DL1-PARM-POS:2) IS NOT NUMERIC
002730         MOVE 'Y' TO DL1-PARM-BAD-SW
002740         GO TO 1055-EXIT
002750     END-IF.
002760     ADD 1 TO DL1-BOUND-COUNT.
002770     MOVE LS-PARM-TEXT(DL1-PARM-POS:2)
002780         TO DL1-PART-BOUND(DL1-BOUND-COUNT).
002790*    A BOUND OF 00 WOULD LEAVE PARTITION 1 EMPTY, AND EACH
002800*    BOUND MUST START A HIGHER RANGE THAN THE ONE BEFORE IT.
002810     IF DL1-PART-BOUND(DL1-BOUND-COUNT) = ZERO
002820         MOVE 'Y' TO DL1-PARM-BAD-SW
002830         GO TO 1055-EXIT
002840     END-IF.
002850     IF DL1-BOUND-COUNT > 1
002860         IF DL1-PART-BOUND(DL1-BOUND-COUNT) NOT >
002870            DL1-PART-BOUND(DL1-BOUND-COUNT - 1)
002880             MOVE 'Y' TO DL1-PARM-BAD-SW
002890             GO TO 1055-EXIT
002900         END-IF
002910     END-IF.
002920     ADD 2 TO DL1-PARM-POS.
002930     IF DL1-PARM-POS > LS-PARM-LENGTH
002940         GO TO 1055-EXIT
002950     END-IF.
002960     IF LS-PARM-TEXT(DL1-PARM-POS:1) NOT = ','
002970         MOVE 'Y' TO DL1-PARM-BAD-SW
002980         GO TO 1055-EXIT
002990     END-IF.
003000     ADD 1 TO DL1-PARM-POS.
003010 1055-EXIT.
003020     EXIT.
003030
003040*****************************************************************
003050* 1100-OPEN-ONE-PARTITION - OPEN PARTITION DL1-PART-SUB.
003060*****************************************************************
003070 1100-OPEN-ONE-PARTITION.
003080     GO TO 1101-OPEN-1 1102-OPEN-2 1103-OPEN-3
003090           1104-OPEN-4 1105-OPEN-5 1106-OPEN-6
003100           1107-OPEN-7 1108-OPEN-8 1109-OPEN-9
003110         DEPENDING ON DL1-PART-SUB.
003120     GO TO 1100-EXIT.
003130 1101-OPEN-1.
003140     OPEN OUTPUT PART1-FILE.
003150     MOVE DL1-PART1-STATUS TO DL1-ABEND-STATUS.
003160     GO TO 1100-CHECK.
003170 1102-OPEN-2.
003180     OPEN OUTPUT PART2-FILE.
003190     MOVE DL1-PART2-STATUS TO DL1-ABEND-STATUS.
003200     GO TO 1100-CHECK.
003210 1103-OPEN-3.
003220     OPEN OUTPUT PART3-FILE.
003230     MOVE DL1-PART3-STATUS TO DL1-ABEND-STATUS.
003240     GO TO 1100-CHECK.
003250 1104-OPEN-4.
003260     OPEN OUTPUT PART4-FILE.
003270     MOVE DL1-PART4-STATUS TO DL1-ABEND-STATUS.
003280     GO TO 1100-CHECK.
003290 1105-OPEN-5.
003300     OPEN OUTPUT PART5-FILE.
003310     MOVE DL1-PART5-STATUS TO DL1-ABEND-STATUS.
003320     GO TO 1100-CHECK.
003330 1106-OPEN-6.
003340     OPEN OUTPUT PART6-FILE.
003350     MOVE DL1-PART6-STATUS TO DL1-ABEND-STATUS.
003360     GO TO 1100-CHECK.
003370 1107-OPEN-7.
003380     OPEN OUTPUT PART7-FILE.
003390     MOVE DL1-PART7-STATUS TO DL1-ABEND-STATUS.
003400     GO TO 1100-CHECK.
003410 1108-OPEN-8.
003420     OPEN OUTPUT PART8-FILE.
003430     MOVE DL1-PART8-STATUS TO DL1-ABEND-STATUS.
003440     GO TO 1100-CHECK.
003450 1109-OPEN-9.
003460     OPEN OUTPUT PART9-FILE.
003470     MOVE DL1-PART9-STATUS TO DL1-ABEND-STATUS.
003480 1100-CHECK.
003490     IF DL1-ABEND-STATUS NOT = '00'
003500         MOVE 'PARTOUT' TO DL1-ABEND-DDNAME
003510         MOVE DL1-PART-SUB TO DL1-ROUTE-KEY-NUM
003520         MOVE DL1-ROUTE-KEY-NUM(2:1) TO DL1-ABEND-DDNAME(8:1)
003530         PERFORM 9100-ABEND-ON-FILE-ERROR THRU 9100-EXIT
003540     END-IF.
003550 1100-EXIT.
003560     EXIT.
003570
003580*****************************************************************
003590* 2000-ROUTE-ONE-RECORD - THE HEADER MUST COME FIRST AND GOES TO
003600*                         EVERY PARTITION; SO DOES THE TRAILER.
003610*                         ANYTHING ELSE GOES TO THE PARTITION
003620*                         ITS RECORD ID (OR, FOR A WITHDRAWAL,
003630*                         THE ID IT WITHDRAWS) FALLS IN.  A
003640*                         SECOND HEADER OR A RECORD AFTER THE
003650*                         TRAILER MEANS A CONCATENATED OR
003660*                         DAMAGED EXTRACT - REFUSED RC=12; A
003670*                         CATCHUP SWEEP IS NOT SPLIT.
003680*****************************************************************
003690 2000-ROUTE-ONE-RECORD.
003700     ADD 1 TO DL1-RECORDS-READ.
003710     IF DL1-TRAILER-SEEN
003720         DISPLAY 'DL185M - RECORD ' TR-RECORD-ID
003730             ' FOLLOWS THE CONTROL TRAILER - SPLIT STOPPED'
003740         MOVE 12 TO RETURN-CODE
003742         MOVE 'REFUSED' TO DL1-EVT-CODE
003744         MOVE 'RECORD FOLLOWS THE CONTROL TRAILER'
003746             TO DL1-EVT-TEXT
003748         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
003750         STOP RUN
003760     END-IF.
003770     IF TR-RECORD-ID = DL1-CTL-HEADER-ID
003780         IF DL1-HEADER-SEEN OR DL1-RECORDS-READ > 1
003790             DISPLAY 'DL185M - CONTROL HEADER IS NOT THE FIRST '
003800                 'RECORD OR APPEARS TWICE - SPLIT STOPPED'
003810             MOVE 12 TO RETURN-CODE
003812             MOVE 'REFUSED' TO DL1-EVT-CODE
003814             MOVE 'CONTROL HEADER MISPLACED OR REPEATED'
003816                 TO DL1-EVT-TEXT
003818             PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
003820             STOP RUN
003830         END-IF
003840         MOVE 'Y' TO DL1-HEADER-SEEN-SW
003845         MOVE TCT-HDR-BUS-DATE TO DL1-BUS-DATE-X
003850         PERFORM 2300-WRITE-TO-ALL THRU 2300-EXIT
003860         GO TO 2000-READ-NEXT
003870     END-IF.
003880     IF TR-RECORD-ID = DL1-CTL-TRAILER-ID
003890         MOVE 'Y' TO DL1-TRAILER-SEEN-SW
003900         PERFORM 2300-WRITE-TO-ALL THRU 2300-EXIT
003910         GO TO 2000-READ-NEXT
003920     END-IF.
003930     IF TR-RECORD-ID = DL1-DELETE-ID
003940         MOVE TDL-TARGET-ID(1:2) TO DL1-ROUTE-KEY
003950     ELSE
003960         ADD 1 TO DL1-DATA-RECORDS-READ
003970         MOVE TR-RECORD-ID(1:2) TO DL1-ROUTE-KEY
003980     END-IF.
003990     PERFORM 2200-PICK-PARTITION THRU 2200-EXIT.
004000     PERFORM 2400-WRITE-ONE-PARTITION THRU 2400-EXIT.
004010 2000-READ-NEXT.
004020     PERFORM 2100-READ-TRAN THRU 2100-EXIT.
004030 2000-EXIT.
004040     EXIT.
004050
004060 2100-READ-TRAN.
004070     READ TRANFILE INTO TR-RECORD
004080         AT END
004090             MOVE 'Y' TO DL1-EOF-SW
004100     END-READ.
004110 2100-EXIT.
004120     EXIT.
004130
004140*****************************************************************
004150* 2200-PICK-PARTITION - AN ID THAT DOES NOT START WITH TWO
004160*                       DIGITS GOES TO PARTITION 1, WHERE DL100M
004170*                       REJECTS IT THE SAME AS IT WOULD ON AN
004180*                       UNSPLIT RUN.
004190*****************************************************************
004200 2200-PICK-PARTITION.
004210     MOVE 1 TO DL1-PART-SUB.
004220     IF DL1-ROUTE-KEY IS NOT NUMERIC
004230         GO TO 2200-EXIT
004240     END-IF.
004250     MOVE DL1-ROUTE-KEY TO DL1-ROUTE-KEY-NUM.
004260     PERFORM 2210-TEST-ONE-BOUND THRU 2210-EXIT
004270         VARYING DL1-BOUND-SUB FROM 1 BY 1
004280         UNTIL DL1-BOUND-SUB > DL1-BOUND-COUNT.
004290 2200-EXIT.
004300     EXIT.
004310
004320 2210-TEST-ONE-BOUND.
004330     IF DL1-ROUTE-KEY-NUM NOT < DL1-PART-BOUND(DL1-BOUND-SUB)
004340         ADD 1 TO DL1-PART-SUB
004350     END-IF.
004360 2210-EXIT.
004370     EXIT.
004380
004390 2300-WRITE-TO-ALL.
004400     PERFORM 2400-WRITE-ONE-PARTITION THRU 2400-EXIT
004410         VARYING DL1-PART-SUB FROM 1 BY 1
004420         UNTIL DL1-PART-SUB > DL1-PART-COUNT.
004430 2300-EXIT.
004440     EXIT.
004450
004460*****************************************************************
004470* 2400-WRITE-ONE-PARTITION - WRITE THE CURRENT RECORD, AT ITS
004480*                            OWN LENGTH, TO PARTITION
004490*                            DL1-PART-SUB.
004500*****************************************************************
004510 2400-WRITE-ONE-PARTITION.
004520     GO TO 2401-WRITE-1 2402-WRITE-2 2403-WRITE-3
004530           2404-WRITE-4 2405-WRITE-5 2406-WRITE-6
004540           2407-WRITE-7 2408-WRITE-8 2409-WRITE-9
004550         DEPENDING ON DL1-PART-SUB.
004560     GO TO 2400-EXIT.
004570 2401-WRITE-1.
004580     WRITE PT1-RECORD FROM TR-RECORD.
004590     MOVE DL1-PART1-STATUS TO DL1-ABEND-STATUS.
004600     GO TO 2400-CHECK.
004610 2402-WRITE-2.
004620     WRITE PT2-RECORD FROM TR-RECORD.
004630     MOVE DL1-PART2-STATUS TO DL1-ABEND-STATUS.
004640     GO TO 2400-CHECK.
004650 2403-WRITE-3.
004660     WRITE PT3-RECORD FROM TR-RECORD.
004670     MOVE DL1-PART3-STATUS TO DL1-ABEND-STATUS.
004680     GO TO 2400-CHECK.
004690 2404-WRITE-4.
004700     WRITE PT4-RECORD FROM TR-RECORD.
004710     MOVE DL1-PART4-STATUS TO DL1-ABEND-STATUS.
004720     GO TO 2400-CHECK.
004730 2405-WRITE-5.
004740     WRITE PT5-RECORD FROM TR-RECORD.
004750     MOVE DL1-PART5-STATUS TO DL1-ABEND-STATUS.
004760     GO TO 2400-CHECK.
004770 2406-WRITE-6.
004780     WRITE PT6-RECORD FROM TR-RECORD.
004790     MOVE DL1-PART6-STATUS TO DL1-ABEND-STATUS.
004800     GO TO 2400-CHECK.
004810 2407-WRITE-7.
004820     WRITE PT7-RECORD FROM TR-RECORD.
004830     MOVE DL1-PART7-STATUS TO DL1-ABEND-STATUS.
004840     GO TO 2400-CHECK.
004850 2408-WRITE-8.
004860     WRITE PT8-RECORD FROM TR-RECORD.
004870     MOVE DL1-PART8-STATUS TO DL1-ABEND-STATUS.
004880     GO TO 2400-CHECK.
004890 2409-WRITE-9.
004900     WRITE PT9-RECORD FROM TR-RECORD.
004910     MOVE DL1-PART9-STATUS TO DL1-ABEND-STATUS.
004920 2400-CHECK.
004930     IF DL1-ABEND-STATUS NOT = '00'
004940         MOVE 'PARTOUT' TO DL1-ABEND-DDNAME
004950         MOVE DL1-PART-SUB TO DL1-ROUTE-KEY-NUM
004960         MOVE DL1-ROUTE-KEY-NUM(2:1) TO DL1-ABEND-DDNAME(8:1)
004970         PERFORM 9100-ABEND-ON-FILE-ERROR THRU 9100-EXIT
004980     END-IF.
004990     ADD 1 TO DL1-PART-WRITTEN(DL1-PART-SUB).
005000 2400-EXIT.
005010     EXIT.
005020
005030*****************************************************************
005040* 9000-TERMINATE - CLOSE UP AND LIST WHAT EACH PARTITION GOT.
005050*                  AN EXTRACT WITH NO TRAILER IS STILL SPLIT
005060*                  (RC=08) - THE PARTITION RUNS AND THE COMBINE
005070*                  STEP WILL CLOSE THE DATE OUT OF BALANCE, THE
005080*                  SAME AS AN UNSPLIT RUN WOULD.
005090*****************************************************************
005100 9000-TERMINATE.
005110     CLOSE TRANFILE.
005120     PERFORM 9010-CLOSE-ONE-PARTITION THRU 9010-EXIT
005130         VARYING DL1-PART-SUB FROM 1 BY 1
005140         UNTIL DL1-PART-SUB > DL1-PART-COUNT.
005150     MOVE DL1-RECORDS-READ TO DL1-COUNT-ED.
005160     DISPLAY 'DL185M - RECORDS READ:      ' DL1-COUNT-ED.
005170     MOVE DL1-DATA-RECORDS-READ TO DL1-COUNT-ED.
005180     DISPLAY 'DL185M - DATA RECORDS READ: ' DL1-COUNT-ED.
005190     PERFORM 9020-SHOW-ONE-PARTITION THRU 9020-EXIT
005200         VARYING DL1-PART-SUB FROM 1 BY 1
005210         UNTIL DL1-PART-SUB > DL1-PART-COUNT.
005220     IF NOT DL1-TRAILER-SEEN
005230         DISPLAY 'DL185M - NO CONTROL TRAILER ON TRANIN'
005240         MOVE 08 TO RETURN-CODE
005250     END-IF.
005260 9000-EXIT.
005270     EXIT.
005280
005290 9010-CLOSE-ONE-PARTITION.
005300     GO TO 9011-CLOSE-1 9012-CLOSE-2 9013-CLOSE-3
005310           9014-CLOSE-4 9015-CLOSE-5 9016-CLOSE-6
005320           9017-CLOSE-7 9018-CLOSE-8 9019-CLOSE-9
005330         DEPENDING ON DL1-PART-SUB.
005340     GO TO 9010-EXIT.
005350 9011-CLOSE-1.
005360     CLOSE PART1-FILE.
005370     GO TO 9010-EXIT.
005380 9012-CLOSE-2.
005390     CLOSE PART2-FILE.
005400     GO TO 9010-EXIT.
005410 9013-CLOSE-3.
005420     CLOSE PART3-FILE.
005430     GO TO 9010-EXIT.
005440 9014-CLOSE-4.
005450     CLOSE PART4-FILE.
005460     GO TO 9010-EXIT.
005470 9015-CLOSE-5.
005480     CLOSE PART5-FILE.
005490     GO TO 9010-EXIT.
005500 9016-CLOSE-6.
005510     CLOSE PART6-FILE.
005520     GO TO 9010-EXIT.
005530 9017-CLOSE-7.
005540     CLOSE PART7-FILE.
005550     GO TO 9010-EXIT.
005560 9018-CLOSE-8.
005570     CLOSE PART8-FILE.
005580     GO TO 9010-EXIT.
005590 9019-CLOSE-9.
005600     CLOSE PART9-FILE.
005610 9010-EXIT.
005620     EXIT.
005630
005640 9020-SHOW-ONE-PARTITION.
005650     MOVE DL1-PART-WRITTEN(DL1-PART-SUB) TO DL1-COUNT-ED.
005660     MOVE DL1-PART-SUB TO DL1-ROUTE-KEY-NUM.
005670     DISPLAY 'DL185M - PARTOUT' DL1-ROUTE-KEY-NUM(2:1)
005680         ' RECORDS:     ' DL1-COUNT-ED.
005690 9020-EXIT.
005700     EXIT.
005710
005720*****************************************************************
005730* 9100-ABEND-ON-FILE-ERROR - A FILE THE SPLIT DEPENDS ON FAILED
005740*                            TO OPEN OR A WRITE TO IT FAILED.
005750*****************************************************************
005760 9100-ABEND-ON-FILE-ERROR.
005770     DISPLAY 'DL185M - FATAL FILE ERROR ON ' DL1-ABEND-DDNAME
005780         ' - FILE STATUS ' DL1-ABEND-STATUS.
005790     MOVE 16 TO RETURN-CODE.
005791     MOVE 'FILEERR' TO DL1-EVT-CODE.
005792     MOVE SPACES TO DL1-EVT-TEXT.
005793     STRING 'FATAL FILE ERROR ON ' DELIMITED BY SIZE
005794            DL1-ABEND-DDNAME       DELIMITED BY SPACE
005795            ' STATUS '             DELIMITED BY SIZE
005796            DL1-ABEND-STATUS       DELIMITED BY SIZE
005797         INTO DL1-EVT-TEXT.
005798     PERFORM 9500-WRITE-EVENT THRU 9500-EXIT.
005800     STOP RUN.
005810 9100-EXIT.
005820     EXIT.
005830
005840*****************************************************************
005850* 9500-WRITE-EVENT - APPEND ONE EVENT TO THE SHARED MONITORING
005860*                    EVENT FILE FOR THE DL195M FORWARDER.  THE
005870*                    SEVERITY FOLLOWS THE RETURN CODE; AN END
005880*                    WITH NO NAMED CONDITION IS CODED RCNN.  AN
005890*                    EVENT FILE THAT WILL NOT TAKE THE RECORD
005900*                    IS REPORTED ON THE JOB LOG BUT DOES NOT
005910*                    CHANGE HOW THE STEP ENDS.
005920*****************************************************************
005930 9500-WRITE-EVENT.
005940     MOVE RETURN-CODE TO DL1-EVT-RC.
005950     OPEN OUTPUT EVENT-FILE.
005960     IF DL1-EVENT-STATUS NOT = '00'
005970         DISPLAY 'DL185M - EVENT NOT WRITTEN - EVENTOUT FILE '
005980             'STATUS ' DL1-EVENT-STATUS
005990         GO TO 9500-EXIT
006000     END-IF.
006010     ACCEPT DL1-EVT-DATE FROM DATE YYYYMMDD.
006020     ACCEPT DL1-EVT-TIME FROM TIME.
006030     MOVE SPACES TO EVT-RECORD.
006040     MOVE 'DL185M' TO EVT-PROGRAM.
006050     MOVE DL1-BUS-DATE-X TO EVT-BUS-DATE.
006060     IF EVT-BUS-DATE NOT NUMERIC
006070         MOVE DL1-EVT-DATE TO EVT-BUS-DATE
006080     END-IF.
006090     MOVE DL1-EVT-DATE TO EVT-EVENT-DATE.
006100     MOVE DL1-EVT-TIME(1:6) TO EVT-EVENT-TIME.
006110     MOVE DL1-EVT-RC TO EVT-RETURN-CODE.
006120     IF DL1-EVT-RC > 12
006130         MOVE 'S' TO EVT-SEVERITY
006140     ELSE
006150         IF DL1-EVT-RC > 04
006160             MOVE 'E' TO EVT-SEVERITY
006170         ELSE
006180             IF DL1-EVT-RC > 00
006190                 MOVE 'W' TO EVT-SEVERITY
006200             ELSE
006210                 MOVE 'I' TO EVT-SEVERITY
006220             END-IF
006230         END-IF
006240     END-IF.
006250     IF DL1-EVT-CODE = SPACES
006260         MOVE 'RC' TO EVT-EVENT-CODE(1:2)
006270         MOVE DL1-EVT-RC TO EVT-EVENT-CODE(3:2)
006280     ELSE
006290         MOVE DL1-EVT-CODE TO EVT-EVENT-CODE
006300     END-IF.
006310     IF DL1-EVT-TEXT = SPACES
006320         MOVE 'RUN ENDED ABOVE RC=00 - SEE THE JOB LOG'
006330             TO EVT-TEXT
006340     ELSE
006350         MOVE DL1-EVT-TEXT TO EVT-TEXT
006360     END-IF.
006370     MOVE DL1-EVT-COUNT-1 TO EVT-COUNT-1.
006380     MOVE DL1-EVT-COUNT-2 TO EVT-COUNT-2.
006390     WRITE EVT-RECORD.
006400     IF DL1-EVENT-STATUS NOT = '00'
006410         DISPLAY 'DL185M - EVENT NOT WRITTEN - EVENTOUT FILE '
006420             'STATUS ' DL1-EVENT-STATUS
006430     END-IF.
006440     CLOSE EVENT-FILE.
006450     MOVE SPACES TO DL1-EVT-CODE DL1-EVT-TEXT.
006460     MOVE ZERO TO DL1-EVT-COUNT-1 DL1-EVT-COUNT-2.
006470 9500-EXIT.
006480     EXIT.
