000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    DL180M.
000120 AUTHOR.        R HOLLOWAY.
000130 INSTALLATION.  DATA CONTROL - BATCH SYSTEMS.
000140 DATE-WRITTEN.  2026-10-15.
000150 DATE-COMPILED.
000160*****************************************************************
000170* MODIFICATION HISTORY
000180* ----------------------------------------------------------------
000190* 2026-10-15  RH  ORIGINAL VERSION.  END-TO-END LINEAGE INQUIRY
000200*                 FOR ONE RECORD ID ON ONE BUSINESS DATE.  "WHAT
000210*                 HAPPENED TO THIS RECORD ON THE 14TH" USED TO
000220*                 MEAN OPENING SIX DATASETS BY HAND; THIS PRINTS
000230*                 IT ON ONE SHEET (LINSHEET, DL1LIN): WHICH FEEDS
000240*                 SUPPLIED WHICH AREA OCCURRENCES, WHETHER THE
000250*                 ID WAS ON THE DAY'S EXTRACT AND WHETHER DL100M
000260*                 REJECTED IT, THE REJECT-INVENTORY ENTRY (OPEN
000270*                 OR CLEARED), EVERY REVIEW ITEM FOR THE ID WITH
000280*                 ITS DISPOSITION, THE CURRENT MASTER IMAGE WITH
000290*                 ITS UPDATE COUNT AND LAST-RUN TIMESTAMP, AND
000300*                 THE LOAD ACKNOWLEDGMENT AND ANY RELOAD BREAK
000310*                 KEY.  COMMANDS COME FROM ACCEPT, AS IN DL150M,
000320*                 SO IT RUNS UNDER TSO OR WITH A SYSIN DECK; THE
000330*                 JCL POINTS THE DAILY DATASETS AT THE DATE'S
000340*                 GENERATIONS.  READ-ONLY - NOTHING IS UPDATED.
000342* 2026-10-15  RH  AN END ABOVE RC=00 NOW ALSO APPENDS AN EVENT
000344*                 (DL1EVT) TO THE SHARED MONITORING EVENT FILE
000346*                 (EVENTOUT) FOR THE DL195M FORWARDER - A FATAL
000348*                 FILE ERROR OR A REFUSED RUN IS ITS OWN EVENT.
000349* 2026-10-15  RH  A MANUAL ADJUSTMENT RELEASED FOR THE DATE NOW
000350*                 SHOWS AMONG THE SOURCES WITH ITS MAKER AND
000351*                 CHECKER (ADJFILE, DL1ADJ).  AN EXTRACT WHOSE
000352*                 CONTROL HEADER CARRIES ANOTHER DATE IS FLAGGED,
000353*                 AND A BUSINESS DATE THAT IS NOT YYYYMMDD IS
000354*                 REFUSED WITH NO SHEET.
000355* 2026-10-15  RH  A FEED, ADJUSTMENT OR MASTER AREA VALUE TOO LONG
000356*                 FOR ITS LINE NOW CARRIES ON UNDER THE SAME LABEL
000357*                 (3115, 3415) - ALL 100 BYTES ARE ON THE SHEET.
000358*****************************************************************
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380 SOURCE-COMPUTER.   IBM-370.
000390 OBJECT-COMPUTER.   IBM-370.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT FEED01-FILE    ASSIGN TO FEEDIN01
000430            ORGANIZATION IS SEQUENTIAL
000440            FILE STATUS IS DL1-FEED01-STATUS.
000450     SELECT FEED02-FILE    ASSIGN TO FEEDIN02
000460            ORGANIZATION IS SEQUENTIAL
000470            FILE STATUS IS DL1-FEED02-STATUS.
000480     SELECT FEED03-FILE    ASSIGN TO FEEDIN03
000490            ORGANIZATION IS SEQUENTIAL
000500            FILE STATUS IS DL1-FEED03-STATUS.
000510     SELECT FEED04-FILE    ASSIGN TO FEEDIN04
000520            ORGANIZATION IS SEQUENTIAL
000530            FILE STATUS IS DL1-FEED04-STATUS.
000540     SELECT FEED05-FILE    ASSIGN TO FEEDIN05
000550            ORGANIZATION IS SEQUENTIAL
000560            FILE STATUS IS DL1-FEED05-STATUS.
000570     SELECT FEED06-FILE    ASSIGN TO FEEDIN06
000580            ORGANIZATION IS SEQUENTIAL
000590            FILE STATUS IS DL1-FEED06-STATUS.
000600     SELECT FEED07-FILE    ASSIGN TO FEEDIN07
000610            ORGANIZATION IS SEQUENTIAL
000620            FILE STATUS IS DL1-FEED07-STATUS.
000630     SELECT FEED08-FILE    ASSIGN TO FEEDIN08
000640            ORGANIZATION IS SEQUENTIAL
000650            FILE STATUS IS DL1-FEED08-STATUS.
000660     SELECT FEED09-FILE    ASSIGN TO FEEDIN09
000670            ORGANIZATION IS SEQUENTIAL
000680            FILE STATUS IS DL1-FEED09-STATUS.
000690     SELECT FEED10-FILE    ASSIGN TO FEEDIN10
000700            ORGANIZATION IS SEQUENTIAL
000710            FILE STATUS IS DL1-FEED10-STATUS.
000720     SELECT REG-FILE        ASSIGN TO FEEDREG
000730            ORGANIZATION IS SEQUENTIAL
000740            FILE STATUS IS DL1-FEEDREG-STATUS.
000750     SELECT TRANFILE        ASSIGN TO TRANIN
000760            ORGANIZATION IS SEQUENTIAL
000770            FILE STATUS IS DL1-TRANFILE-STATUS.
000780     SELECT REJECT-FILE     ASSIGN TO REJCTIN
000790            ORGANIZATION IS SEQUENTIAL
000800            FILE STATUS IS DL1-REJECT-STATUS.
000810     SELECT REJINV-FILE     ASSIGN TO REJINV
000820            ORGANIZATION IS INDEXED
000830            ACCESS MODE IS RANDOM
000840            RECORD KEY IS RJI-KEY
000850            FILE STATUS IS DL1-REJINV-STATUS.
000860     SELECT REVIEW-FILE     ASSIGN TO REVWFILE
000870            ORGANIZATION IS INDEXED
000880            ACCESS MODE IS DYNAMIC
000890            RECORD KEY IS RVW-KEY
000900            FILE STATUS IS DL1-REVIEW-STATUS.
000910     SELECT MASTER-FILE     ASSIGN TO XTRMAST
000920            ORGANIZATION IS INDEXED
000930            ACCESS MODE IS RANDOM
000940            RECORD KEY IS MST-RECORD-ID
000950            FILE STATUS IS DL1-MASTER-STATUS.
000951     SELECT ADJUST-FILE     ASSIGN TO ADJFILE
000952            ORGANIZATION IS INDEXED
000953            ACCESS MODE IS DYNAMIC
000954            RECORD KEY IS ADJ-KEY
000955            FILE STATUS IS DL1-ADJUST-STATUS.
000960     SELECT ACK-FILE        ASSIGN TO ACKIN
000970            ORGANIZATION IS SEQUENTIAL
000980            FILE STATUS IS DL1-ACKIN-STATUS.
000990     SELECT BRK-KEYS        ASSIGN TO BRKKEYS
001000            ORGANIZATION IS SEQUENTIAL
001010            FILE STATUS IS DL1-BRKKEY-STATUS.
001020     SELECT LINEAGE-RPT     ASSIGN TO LINSHEET
001030            ORGANIZATION IS SEQUENTIAL
001040            FILE STATUS IS DL1-LINSHEET-STATUS.
001042     SELECT EVENT-FILE     ASSIGN TO EVENTOUT
001044            ORGANIZATION IS SEQUENTIAL
001046            FILE STATUS IS DL1-EVENT-STATUS.
001050 DATA DIVISION.
001060 FILE SECTION.
001070 FD  FEED01-FILE
001080     RECORD CONTAINS 113 CHARACTERS
001090     RECORDING MODE IS F.
001100 COPY DL1FED REPLACING
001110     ==FED-RECORD==           BY ==F01-RECORD==
001120     ==FED-RECORD-ID==        BY ==F01-RECORD-ID==
001130     ==FED-AREA-LEN==         BY ==F01-AREA-LEN==
001140     ==FED-AREA-VALUE==       BY ==F01-AREA-VALUE==.
001150
001160 FD  FEED02-FILE
001170     RECORD CONTAINS 113 CHARACTERS
001180     RECORDING MODE IS F.
001190 COPY DL1FED REPLACING
001200     ==FED-RECORD==           BY ==F02-RECORD==
001210     ==FED-RECORD-ID==        BY ==F02-RECORD-ID==
001220     ==FED-AREA-LEN==         BY ==F02-AREA-LEN==
001230     ==FED-AREA-VALUE==       BY ==F02-AREA-VALUE==.
001240
001250 FD  FEED03-FILE
001260     RECORD CONTAINS 113 CHARACTERS
001270     RECORDING MODE IS F.
001280 COPY DL1FED REPLACING
001290     ==FED-RECORD==           BY ==F03-RECORD==
001300     ==FED-RECORD-ID==        BY ==F03-RECORD-ID==
001310     ==FED-AREA-LEN==         BY ==F03-AREA-LEN==
001320     ==FED-AREA-VALUE==       BY ==F03-AREA-VALUE==.
001330
001340 FD  FEED04-FILE
001350     RECORD CONTAINS 113 CHARACTERS
001360     RECORDING MODE IS F.
001370 COPY DL1FED REPLACING
001380     ==FED-RECORD==           BY ==F04-RECORD==
001390     ==FED-RECORD-ID==        BY ==F04-RECORD-ID==
001400     ==FED-AREA-LEN==         BY ==F04-AREA-LEN==
001410     ==FED-AREA-VALUE==       BY ==F04-AREA-VALUE==.
001420
001430 FD  FEED05-FILE
001440     RECORD CONTAINS 113 CHARACTERS
001450     RECORDING MODE IS F.
001460 COPY DL1FED REPLACING
001470     ==FED-RECORD==           BY ==F05-RECORD==
001480     ==FED-RECORD-ID==        BY ==F05-RECORD-ID==
001490     ==FED-AREA-LEN==         BY ==F05-AREA-LEN==
001500     ==FED-AREA-VALUE==       BY ==F05-AREA-VALUE==.
001510
001520 FD  FEED06-FILE
001530     RECORD CONTAINS 113 CHARACTERS
001540     RECORDING MODE IS F.
001550 COPY DL1FED REPLACING
001560     ==FED-RECORD==           BY ==F06-RECORD==
001570     ==FED-RECORD-ID==        BY ==F06-RECORD-ID==
001580     ==FED-AREA-LEN==         BY ==F06-AREA-LEN==
001590     ==FED-AREA-VALUE==       BY ==F06-AREA-VALUE==.
001600
001610 FD  FEED07-FILE
001620     RECORD CONTAINS 113 CHARACTERS
001630     RECORDING MODE IS F.
001640 COPY DL1FED REPLACING
001650     ==FED-RECORD==           BY ==F07-RECORD==
001660     ==FED-RECORD-ID==        BY ==F07-RECORD-ID==
001670     ==FED-AREA-LEN==         BY ==F07-AREA-LEN==
001680     ==FED-AREA-VALUE==       BY ==F07-AREA-VALUE==.
001690
001700 FD  FEED08-FILE
001710     RECORD CONTAINS 113 CHARACTERS
001720     RECORDING MODE IS F.
001730 COPY DL1FED REPLACING
001740     ==FED-RECORD==           BY ==F08-RECORD==
001750     ==FED-RECORD-ID==        BY ==F08-RECORD-ID==
001760     ==FED-AREA-LEN==         BY ==F08-AREA-LEN==
001770     ==FED-AREA-VALUE==       BY ==F08-AREA-VALUE==.
001780
001790 FD  FEED09-FILE
001800     RECORD CONTAINS 113 CHARACTERS
001810     RECORDING MODE IS F.
001820 COPY DL1FED REPLACING
001830     ==FED-RECORD==           BY ==F09-RECORD==
001840     ==FED-RECORD-ID==        BY ==F09-RECORD-ID==
001850     ==FED-AREA-LEN==         BY ==F09-AREA-LEN==
001860     ==FED-AREA-VALUE==       BY ==F09-AREA-VALUE==.
001870
001880 FD  FEED10-FILE
001890     RECORD CONTAINS 113 CHARACTERS
001900     RECORDING MODE IS F.
001910 COPY DL1FED REPLACING
001920     ==FED-RECORD==           BY ==F10-RECORD==
001930     ==FED-RECORD-ID==        BY ==F10-RECORD-ID==
001940     ==FED-AREA-LEN==         BY ==F10-AREA-LEN==
001950     ==FED-AREA-VALUE==       BY ==F10-AREA-VALUE==.
001960
001970 FD  REG-FILE
001980     RECORD CONTAINS 50 CHARACTERS
001990     RECORDING MODE IS F.
002000 COPY DL1REG.
002010
002020 FD  TRANFILE
002030     RECORD IS VARYING IN SIZE FROM 12 TO 1042 CHARACTERS
002040         DEPENDING ON DL1-TRAN-REC-LEN
002050     RECORDING MODE IS V.
002060 COPY DL1TRAN.
002070 COPY DL1CTL.
002080 COPY DL1DEL.
002090
002100 FD  REJECT-FILE
002110     RECORD IS VARYING IN SIZE FROM 12 TO 1042 CHARACTERS
002120         DEPENDING ON DL1-REJ-REC-LEN
002130     RECORDING MODE IS V.
002140 COPY DL1REJ.
002150
002160 FD  REJINV-FILE
002170     RECORD CONTAINS 40 CHARACTERS.
002180 COPY DL1RJI.
002190
002200 FD  REVIEW-FILE
002210     RECORD CONTAINS 102 CHARACTERS.
002220 COPY DL1RVW.
002230
002240 FD  MASTER-FILE
002250     RECORD CONTAINS 1033 CHARACTERS.
002260 COPY DL1MST.
002270
002272 FD  ADJUST-FILE
002274     RECORD CONTAINS 280 CHARACTERS.
002276 COPY DL1ADJ.
002278
002280 FD  ACK-FILE
002290     RECORD CONTAINS 20 CHARACTERS
002300     RECORDING MODE IS F.
002310 COPY DL1ACK.
002320
002330 FD  BRK-KEYS
002340     RECORD CONTAINS 20 CHARACTERS
002350     RECORDING MODE IS F.
002360 COPY DL1BKY.
002370
002380 FD  LINEAGE-RPT
002390     RECORD CONTAINS 80 CHARACTERS.
002400 COPY DL1LIN.
002410
002412 FD  EVENT-FILE
002414     RECORD CONTAINS 100 CHARACTERS.
002416 COPY DL1EVT.
002418
002420 WORKING-STORAGE SECTION.
002430*****************************************************************
002440* FILE STATUS SWITCHES
002450*****************************************************************
002460 01  DL1-FILE-STATUSES.
002470     05  DL1-FEED01-STATUS     PIC X(02) VALUE '00'.
002480     05  DL1-FEED02-STATUS     PIC X(02) VALUE '00'.
002490     05  DL1-FEED03-STATUS     PIC X(02) VALUE '00'.
002500     05  DL1-FEED04-STATUS     PIC X(02) VALUE '00'.
002510     05  DL1-FEED05-STATUS     PIC X(02) VALUE '00'.
002520     05  DL1-FEED06-STATUS     PIC X(02) VALUE '00'.
002530     05  DL1-FEED07-STATUS     PIC X(02) VALUE '00'.
002540     05  DL1-FEED08-STATUS     PIC X(02) VALUE '00'.
002550     05  DL1-FEED09-STATUS     PIC X(02) VALUE '00'.
002560     05  DL1-FEED10-STATUS     PIC X(02) VALUE '00'.
002570     05  DL1-FEEDREG-STATUS    PIC X(02) VALUE '00'.
002580     05  DL1-TRANFILE-STATUS   PIC X(02) VALUE '00'.
002590     05  DL1-REJECT-STATUS     PIC X(02) VALUE '00'.
002600     05  DL1-REJINV-STATUS     PIC X(02) VALUE '00'.
002610     05  DL1-REVIEW-STATUS     PIC X(02) VALUE '00'.
002620     05  DL1-MASTER-STATUS     PIC X(02) VALUE '00'.
002630     05  DL1-ACKIN-STATUS      PIC X(02) VALUE '00'.
002640     05  DL1-BRKKEY-STATUS     PIC X(02) VALUE '00'.
002645     05  DL1-ADJUST-STATUS     PIC X(02) VALUE '00'.
002650     05  DL1-LINSHEET-STATUS   PIC X(02) VALUE '00'.
002655     05  DL1-EVENT-STATUS      PIC X(02) VALUE '00'.
002660 77  DL1-ABEND-DDNAME          PIC X(08) VALUE SPACES.
002670 77  DL1-ABEND-STATUS          PIC X(02) VALUE SPACES.
002680 77  DL1-TRAN-REC-LEN          PIC 9(04) COMP VALUE ZERO.
002690 77  DL1-REJ-REC-LEN           PIC 9(04) COMP VALUE ZERO.
002700
002710*****************************************************************
002720* SESSION CONTROLS - ONE COMMAND PER ACCEPT: AN OPTION, THEN
002730* WHATEVER THAT OPTION PROMPTS FOR.
002740*****************************************************************
002750 01  DL1-SESSION-SW            PIC X(01) VALUE 'N'.
002760     88  DL1-SESSION-DONE                VALUE 'Y'.
002770 77  DL1-OPTION                PIC X(01) VALUE SPACE.
002780 77  DL1-IN-RECORD-ID          PIC X(10) VALUE SPACES.
002790 77  DL1-IN-DATE               PIC X(08) VALUE SPACES.
002800 77  DL1-SHEETS-PRINTED        PIC 9(05) COMP VALUE ZERO.
002810
002820*****************************************************************
002830* THE FEED REGISTRY TABLE - LOADED FROM FEEDREG AT
002840* INITIALIZATION, ONE ENTRY PER FEED OCCURRENCE, SO EACH AREA
002850* LINE ON THE SHEET NAMES THE FEED THAT FILLS IT.  A FEED WITH
002860* NO REGISTRY ENTRY SHOWS UNDER A PLACEHOLDER NAME.
002870*****************************************************************
002880 01  DL1-FEED-REGISTRY.
002890     05  DL1-REG-ENTRY         OCCURS 10 TIMES.
002900         10  DL1-REG-NAME      PIC X(16).
002910         10  DL1-REG-OWNER     PIC X(16).
002920 01  DL1-REG-EOF-SW            PIC X(01) VALUE 'N'.
002930     88  DL1-REG-EOF-YES                 VALUE 'Y'.
002940 77  DL1-MAX-FEEDS             PIC 9(02) COMP VALUE 10.
002950 77  DL1-FEED-SUB              PIC 9(02) COMP VALUE ZERO.
002960 77  DL1-FEED-NUM-ED           PIC 9(02) VALUE ZERO.
002970
002980*****************************************************************
002990* THE CURRENT FEED'S RECORD - ONE FEED IS SCANNED AT A TIME;
003000* THE KEY GOES HIGH-VALUES AT ITS END OF FILE.  FEEDS ARRIVE
003010* IN RECORD-ID SEQUENCE, SO THE SCAN STOPS AT THE FIRST KEY
003020* NOT BELOW THE ONE ASKED FOR.
003030*****************************************************************
003040 77  DL1-FEED-KEY              PIC X(10) VALUE SPACES.
003050 77  DL1-FEED-LEN              PIC 9(03) VALUE ZERO.
003060 77  DL1-FEED-VALUE            PIC X(100) VALUE SPACES.
003070 01  DL1-FEED-OPEN-SW          PIC X(01) VALUE 'N'.
003080     88  DL1-FEED-IS-OPEN                VALUE 'Y'.
003090 77  DL1-FEEDS-SUPPLYING       PIC 9(02) COMP VALUE ZERO.
003091*****************************************************************
003092* MANUAL ADJUSTMENTS RELEASED FOR THE DATE - READ FROM THE KEYED
003093* ADJUSTMENT FILE BY RECORD ID.  A FILE NOT YET DEFINED SHOWS AS
003094* NOT AVAILABLE RATHER THAN STOPPING THE INQUIRY.
003095*****************************************************************
003096 01  DL1-ADJ-OPEN-SW           PIC X(01) VALUE 'N'.
003097     88  DL1-ADJ-IS-OPEN                 VALUE 'Y'.
003098 77  DL1-ADJS-RELEASED         PIC 9(03) COMP VALUE ZERO.
003099 77  DL1-ADJ-SEQ-ED            PIC 9(03) VALUE ZERO.
003100 77  DL1-IN-DATE-SLASH         PIC X(10) VALUE SPACES.
003101*****************************************************************
003102* A VALUE BEING PRINTED - AN AREA VALUE IS 100 BYTES, MORE THAN
003103* ONE SHEET LINE HOLDS, SO 3115/3415 WRITE WHAT DOES NOT FIT ON A
003104* CONTINUATION LINE UNDER THE SAME LABEL.
003105*****************************************************************
003106 01  DL1-LIN-VALUE-HOLD        PIC X(100) VALUE SPACES.
003107 01  DL1-LIN-VALUE-PARTS REDEFINES DL1-LIN-VALUE-HOLD.
003108     05  DL1-LIN-FEED-PART-1   PIC X(53).
003109     05  DL1-LIN-FEED-PART-2   PIC X(47).
003110 01  DL1-LIN-TEXT-PARTS REDEFINES DL1-LIN-VALUE-HOLD.
003111     05  DL1-LIN-TEXT-PART-1   PIC X(60).
003112     05  DL1-LIN-TEXT-PART-2   PIC X(40).
003113
003114*****************************************************************
003120* WHAT THE SEQUENTIAL SCANS FOUND FOR THE ID
003130*****************************************************************
003140 01  DL1-SCAN-EOF-SW           PIC X(01) VALUE 'N'.
003150     88  DL1-SCAN-EOF-YES                VALUE 'Y'.
003160 01  DL1-FILE-AVAIL-SW         PIC X(01) VALUE 'N'.
003170     88  DL1-FILE-AVAILABLE              VALUE 'Y'.
003180 01  DL1-IN-EXTRACT-SW         PIC X(01) VALUE 'N'.
003190     88  DL1-IN-EXTRACT                  VALUE 'Y'.
003200 01  DL1-WITHDRAWN-SW          PIC X(01) VALUE 'N'.
003210     88  DL1-WITHDRAWAL-SEEN             VALUE 'Y'.
003220 01  DL1-REJECTED-SW           PIC X(01) VALUE 'N'.
003230     88  DL1-WAS-REJECTED                VALUE 'Y'.
003240 01  DL1-ACK-FOUND-SW          PIC X(01) VALUE 'N'.
003250     88  DL1-ACK-FOUND                   VALUE 'Y'.
003260 01  DL1-BRKKEY-FOUND-SW       PIC X(01) VALUE 'N'.
003270     88  DL1-BRKKEY-FOUND                VALUE 'Y'.
003280 77  DL1-EXTRACT-AREAS         PIC 9(02) VALUE ZERO.
003290 77  DL1-HDR-DATE-X            PIC X(08) VALUE SPACES.
003300 77  DL1-ACK-STATUS-X          PIC X(04) VALUE SPACES.
003310 77  DL1-BRK-TYPE-X            PIC X(04) VALUE SPACES.
003320 77  DL1-CTL-HEADER-ID         PIC X(10) VALUE 'DL1HEADER '.
003330 77  DL1-DELETE-ID             PIC X(10) VALUE 'DL1DELETE '.
003340
003350*****************************************************************
003360* REVIEW-FILE BROWSE AND MASTER-IMAGE CONTROLS
003370*****************************************************************
003380 01  DL1-BROWSE-EOF-SW         PIC X(01) VALUE 'N'.
003390     88  DL1-BROWSE-EOF-YES              VALUE 'Y'.
003400 77  DL1-ITEMS-LISTED          PIC 9(05) COMP VALUE ZERO.
003410 77  DL1-AREA-SUB              PIC 9(02) COMP VALUE ZERO.
003420 77  DL1-AREA-NUM-ED           PIC 9(02) VALUE ZERO.
003430 77  DL1-COUNT-ED              PIC ZZZZ9.
003440 77  DL1-REJ-COUNT-ED          PIC ZZ9.
003450
003460*****************************************************************
003470* RUN DATE FOR THE SHEET HEADING
003480*****************************************************************
003490 01  DL1-RUN-DATE.
003500     05  DL1-RUN-YYYY          PIC 9(04).
003510     05  DL1-RUN-MM            PIC 9(02).
003520     05  DL1-RUN-DD            PIC 9(02).
003530 77  DL1-RUN-DATE-X            PIC X(10).
003540
003541*****************************************************************
003542* MONITORING EVENT - WHATEVER ENDS THE RUN ABOVE RC=00 OR RAISES
003543* A NAMED CONDITION SETS THE CODE, COUNTS AND TEXT; 9500 WRITES
003544* THE EVENT (DL1EVT) TO THE SHARED EVENT FILE.
003545*****************************************************************
003546 01  DL1-EVENT-FIELDS.
003547     05  DL1-EVT-CODE          PIC X(08) VALUE SPACES.
003548     05  DL1-EVT-COUNT-1       PIC 9(07) VALUE ZERO.
003549     05  DL1-EVT-COUNT-2       PIC 9(07) VALUE ZERO.
003550     05  DL1-EVT-TEXT          PIC X(40) VALUE SPACES.
003551 77  DL1-EVT-RC                PIC 9(02) VALUE ZERO.
003552 77  DL1-EVT-DATE              PIC 9(08) VALUE ZERO.
003553 77  DL1-EVT-TIME              PIC 9(08) VALUE ZERO.
003554
003555 PROCEDURE DIVISION.
003560*****************************************************************
003570* 0000-MAINLINE
003580*****************************************************************
003590 0000-MAINLINE.
003600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003610     PERFORM 2000-PROCESS-ONE-COMMAND THRU 2000-EXIT
003620         UNTIL DL1-SESSION-DONE.
003630     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003632     IF RETURN-CODE > 0
003634         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
003636     END-IF.
003640     GOBACK.
003650
003660*****************************************************************
003670* 1000-INITIALIZE - OPEN THE SHEET AND THE KEYED FILES (INPUT
003680*                   ONLY - THIS IS AN INQUIRY), LOAD THE FEED
003690*                   REGISTRY.  THE DAILY SEQUENTIAL FILES ARE
003700*                   OPENED AND CLOSED PER SHEET.
003710*****************************************************************
003720 1000-INITIALIZE.
003730     OPEN OUTPUT LINEAGE-RPT.
003740     IF DL1-LINSHEET-STATUS NOT = '00'
003750         MOVE 'LINSHEET' TO DL1-ABEND-DDNAME
003760         MOVE DL1-LINSHEET-STATUS TO DL1-ABEND-STATUS
003770         PERFORM 9100-ABEND-ON-FILE-ERROR THRU 9100-EXIT
003780     END-IF.
003790     OPEN INPUT MASTER-FILE.
003800     IF DL1-MASTER-STATUS NOT = '00' AND
003810        DL1-MASTER-STATUS NOT = '97'
003820         MOVE 'XTRMAST' TO DL1-ABEND-DDNAME
003830         MOVE DL1-MASTER-STATUS TO DL1-ABEND-STATUS
003840         PERFORM 9100-ABEND-ON-FILE-ERROR THRU 9100-EXIT
003850     END-IF.
003860     OPEN INPUT REVIEW-FILE.
003870     IF DL1-REVIEW-STATUS NOT = '00' AND
003880        DL1-REVIEW-STATUS NOT = '97'
003890         MOVE 'REVWFILE' TO DL1-ABEND-DDNAME
003900         MOVE DL1-REVIEW-STATUS TO DL1-ABEND-STATUS
003910         PERFORM 9100-ABEND-ON-FILE-ERROR THRU 9100-EXIT
003920     END-IF.
003930     OPEN INPUT REJINV-FILE.
003940     IF DL1-REJINV-STATUS NOT = '00' AND
003950        DL1-REJINV-STATUS NOT = '97'
003960         MOVE 'REJINV' TO DL1-ABEND-DDNAME
003970         MOVE DL1-REJINV-STATUS TO DL1-ABEND-STATUS
003980         PERFORM 9100-ABEND-ON-FILE-ERROR THRU 9100-EXIT
003990     END-IF.
003991     OPEN INPUT ADJUST-FILE.
003992     IF DL1-ADJUST-STATUS = '00' OR
003993        DL1-ADJUST-STATUS = '97'
003994         MOVE 'Y' TO DL1-ADJ-OPEN-SW
003995     ELSE
003996         IF DL1-ADJUST-STATUS NOT = '35'
003997             MOVE 'ADJFILE' TO DL1-ABEND-DDNAME
003998             MOVE DL1-ADJUST-STATUS TO DL1-ABEND-STATUS
003999             PERFORM 9100-ABEND-ON-FILE-ERROR THRU 9100-EXIT
004000         END-IF
004001     END-IF.
004002     PERFORM 1005-LOAD-REGISTRY THRU 1005-EXIT.
004010     ACCEPT DL1-RUN-DATE FROM DATE YYYYMMDD.
004020     MOVE DL1-RUN-MM  TO DL1-RUN-DATE-X(1:2).
004030     MOVE '/'         TO DL1-RUN-DATE-X(3:1).
004040     MOVE DL1-RUN-DD  TO DL1-RUN-DATE-X(4:2).
004050     MOVE '/'         TO DL1-RUN-DATE-X(6:1).
004060     MOVE DL1-RUN-YYYY TO DL1-RUN-DATE-X(7:4).
004070 1000-EXIT.
004080     EXIT.
004090
004100*****************************************************************
004110* 1005-LOAD-REGISTRY - DEFAULT EVERY FEED TO A PLACEHOLDER
004120*                      NAME, THEN OVERLAY WHATEVER THE REGISTRY
004130*                      FILE CARRIES.
004140*****************************************************************
004150 1005-LOAD-REGISTRY.
004160     PERFORM 1006-DEFAULT-ONE-REG THRU 1006-EXIT
004170         VARYING DL1-FEED-SUB FROM 1 BY 1
004180         UNTIL DL1-FEED-SUB > DL1-MAX-FEEDS.
004190     OPEN INPUT REG-FILE.
004200     IF DL1-FEEDREG-STATUS NOT = '00'
004210         MOVE 'FEEDREG' TO DL1-ABEND-DDNAME
004220         MOVE DL1-FEEDREG-STATUS TO DL1-ABEND-STATUS
004230         PERFORM 9100-ABEND-ON-FILE-ERROR THRU 9100-EXIT
004240     END-IF.
004250     PERFORM 1007-READ-ONE-REG THRU 1007-EXIT
004260         UNTIL DL1-REG-EOF-YES.
004270     CLOSE REG-FILE.
004280 1005-EXIT.
004290     EXIT.
004300
004310 1006-DEFAULT-ONE-REG.
004320     MOVE SPACES TO DL1-REG-NAME(DL1-FEED-SUB)
004330                    DL1-REG-OWNER(DL1-FEED-SUB).
004340     MOVE DL1-FEED-SUB TO DL1-FEED-NUM-ED.
004350     MOVE 'FEED' TO DL1-REG-NAME(DL1-FEED-SUB)(1:4).
004360     MOVE DL1-FEED-NUM-ED TO DL1-REG-NAME(DL1-FEED-SUB)(6:2).
004370     MOVE 'UNREGISTERED' TO DL1-REG-OWNER(DL1-FEED-SUB).
004380 1006-EXIT.
004390     EXIT.
004400
004410*****************************************************************
004420* 1007-READ-ONE-REG - ONE REGISTRY ENTRY.  A FEED NUMBER THAT
004430*                     IS NOT NUMERIC OR OUTSIDE 1-10 IS SKIPPED
004440*                     BEFORE IT CAN BECOME A SUBSCRIPT.
004450*****************************************************************
004460 1007-READ-ONE-REG.
004470     READ REG-FILE
004480         AT END
004490             MOVE 'Y' TO DL1-REG-EOF-SW
004500             GO TO 1007-EXIT
004510     END-READ.
004520     IF REG-FEED-NUM IS NOT NUMERIC
004530        OR REG-FEED-NUM < 1
004540        OR REG-FEED-NUM > DL1-MAX-FEEDS
004550         DISPLAY 'DL180M - BAD REGISTRY FEED NUMBER - SKIPPED'
004560         GO TO 1007-EXIT
004570     END-IF.
004580     MOVE REG-FEED-NAME TO DL1-REG-NAME(REG-FEED-NUM).
004590     MOVE REG-FEED-OWNER TO DL1-REG-OWNER(REG-FEED-NUM).
004600 1007-EXIT.
004610     EXIT.
004620
004630*****************************************************************
004640* 2000-PROCESS-ONE-COMMAND - SHOW THE MENU, TAKE ONE OPTION AND
004650*                            RUN IT.  ANYTHING UNRECOGNIZED
004660*                            (INCLUDING END OF A BATCH SYSIN
004670*                            DECK) ENDS THE SESSION CLEANLY.
004680*****************************************************************
004690 2000-PROCESS-ONE-COMMAND.
004700     DISPLAY 'DL180M - RECORD LINEAGE INQUIRY'.
004710     DISPLAY '  1 = PRINT A LINEAGE SHEET'.
004720     DISPLAY '  9 = EXIT'.
004730     DISPLAY 'OPTION:'.
004740     MOVE SPACE TO DL1-OPTION.
004750     ACCEPT DL1-OPTION.
004760     IF DL1-OPTION = '1'
004770         PERFORM 3000-PRINT-ONE-SHEET THRU 3000-EXIT
004780         GO TO 2000-EXIT
004790     END-IF.
004800     MOVE 'Y' TO DL1-SESSION-SW.
004810 2000-EXIT.
004820     EXIT.
004830
004840*****************************************************************
004850* 3000-PRINT-ONE-SHEET - TAKE THE RECORD ID AND BUSINESS DATE
004860*                        AND PRINT THE WHOLE STORY, SOURCE BY
004870*                        SOURCE, IN THE ORDER THE NIGHT RAN.
004872*                        A DATE THAT IS NOT YYYYMMDD PRINTS
004874*                        NOTHING - EVERY SOURCE IS MATCHED ON
004876*                        IT.
004880*****************************************************************
004890 3000-PRINT-ONE-SHEET.
004900     DISPLAY 'RECORD ID (10 CHARS):'.
004910     ACCEPT DL1-IN-RECORD-ID.
004920     DISPLAY 'BUSINESS DATE (YYYYMMDD):'.
004930     ACCEPT DL1-IN-DATE.
004931     IF DL1-IN-DATE NOT NUMERIC
004932         DISPLAY 'DL180M - BUSINESS DATE ' DL1-IN-DATE
004933             ' IS NOT YYYYMMDD - NO SHEET PRINTED'
004934         GO TO 3000-EXIT
004935     END-IF.
004936     MOVE DL1-IN-DATE(5:2) TO DL1-IN-DATE-SLASH(1:2).
004937     MOVE '/'              TO DL1-IN-DATE-SLASH(3:1).
004938     MOVE DL1-IN-DATE(7:2) TO DL1-IN-DATE-SLASH(4:2).
004939     MOVE '/'              TO DL1-IN-DATE-SLASH(6:1).
004940     MOVE DL1-IN-DATE(1:4) TO DL1-IN-DATE-SLASH(7:4).
004941     MOVE SPACES TO LIN-HEADER-LINE.
004950     MOVE 'DL180M -' TO LIN-HEADER-LINE(1:8).
004960     MOVE 'RECORD LINEAGE SHEET' TO LIN-HDR-TITLE.
004970     MOVE 'RUN DATE:' TO LIN-HEADER-LINE(45:9).
004980     MOVE DL1-RUN-DATE-X TO LIN-HDR-DATE.
004990     WRITE LIN-HEADER-LINE.
005000     MOVE SPACES TO LIN-SUBJECT-LINE.
005010     MOVE 'RECORD ID: ' TO LIN-SUBJECT-LINE(1:11).
005020     MOVE DL1-IN-RECORD-ID TO LIN-SUBJ-RECORD-ID.
005030     MOVE 'BUSINESS DATE: ' TO LIN-SUBJECT-LINE(26:15).
005040     MOVE DL1-IN-DATE TO LIN-SUBJ-BUS-DATE.
005050     WRITE LIN-SUBJECT-LINE.
005060     PERFORM 3100-FEED-SECTION THRU 3100-EXIT.
005070     PERFORM 3200-MERGE-SECTION THRU 3200-EXIT.
005080     PERFORM 3300-REVIEW-SECTION THRU 3300-EXIT.
005090     PERFORM 3400-MASTER-SECTION THRU 3400-EXIT.
005100     PERFORM 3500-LOAD-SECTION THRU 3500-EXIT.
005110     ADD 1 TO DL1-SHEETS-PRINTED.
005120     DISPLAY 'DL180M - LINEAGE SHEET PRINTED FOR '
005130         DL1-IN-RECORD-ID ' ON ' DL1-IN-DATE.
005140 3000-EXIT.
005150     EXIT.
005160
005170*****************************************************************
005180* 3100-FEED-SECTION - ONE LINE PER FEED OCCURRENCE: THE VALUE
005190*                     THE FEED SENT FOR THE ID (AREA OCCURRENCE
005200*                     N IS FEED N), OR WHY THERE IS NONE.
005202*                     THEN ANY MANUAL ADJUSTMENT RELEASED FOR
005204*                     THE DATE, WHICH REPLACED WHAT ITS AREA'S
005206*                     FEED SENT, WITH ITS MAKER AND CHECKER.
005210*****************************************************************
005220 3100-FEED-SECTION.
005230     MOVE SPACES TO LIN-SECTION-LINE.
005240     MOVE '--- ' TO LIN-SECTION-LINE(1:4).
005250     MOVE 'SOURCE FEEDS (AREA N = FEED N)' TO LIN-SEC-TITLE.
005260     WRITE LIN-SECTION-LINE.
005270     MOVE ZERO TO DL1-FEEDS-SUPPLYING.
005280     PERFORM 3110-SCAN-ONE-FEED THRU 3110-EXIT
005290         VARYING DL1-FEED-SUB FROM 1 BY 1
005300         UNTIL DL1-FEED-SUB > DL1-MAX-FEEDS.
005305     PERFORM 3180-ADJUSTMENT-SOURCES THRU 3180-EXIT.
005310     MOVE SPACES TO LIN-TEXT-LINE.
005320     MOVE 'FEEDS SUPPLYING:' TO LIN-LABEL.
005330     MOVE DL1-FEEDS-SUPPLYING TO DL1-COUNT-ED.
005340     MOVE DL1-COUNT-ED TO LIN-VALUE.
005350     WRITE LIN-TEXT-LINE.
005360 3100-EXIT.
005370     EXIT.
005380
005390 3110-SCAN-ONE-FEED.
005400     MOVE SPACES TO LIN-FEED-LINE.
005410     MOVE DL1-FEED-SUB TO LIN-FEED-NUM.
005420     MOVE DL1-REG-NAME(DL1-FEED-SUB) TO LIN-FEED-NAME.
005430     MOVE 'N' TO DL1-FEED-OPEN-SW.
005440     PERFORM 3120-OPEN-FEED-FILE THRU 3120-EXIT.
005450     IF NOT DL1-FEED-IS-OPEN
005460         MOVE 'FEED FILE NOT AVAILABLE FOR THE DATE'
005470             TO LIN-FEED-TEXT
005480         WRITE LIN-FEED-LINE
005490         GO TO 3110-EXIT
005500     END-IF.
005510     MOVE LOW-VALUES TO DL1-FEED-KEY.
005520     PERFORM 3140-READ-FEED-FILE THRU 3140-EXIT
005530         UNTIL DL1-FEED-KEY NOT < DL1-IN-RECORD-ID.
005540     IF DL1-FEED-KEY = DL1-IN-RECORD-ID
005550         MOVE DL1-FEED-LEN TO LIN-FEED-LEN
005560         MOVE DL1-FEED-VALUE TO DL1-LIN-VALUE-HOLD
005570         ADD 1 TO DL1-FEEDS-SUPPLYING
005575         PERFORM 3115-WRITE-FEED-VALUE THRU 3115-EXIT
005580     ELSE
005590         MOVE 'ID NOT IN THIS FEED - AREA RODE EMPTY'
005600             TO LIN-FEED-TEXT
005610         WRITE LIN-FEED-LINE
005620     END-IF.
005630     PERFORM 3160-CLOSE-FEED-FILE THRU 3160-EXIT.
005640 3110-EXIT.
005650     EXIT.
005660
005661*****************************************************************
005662* 3115-WRITE-FEED-VALUE - THE 100-BYTE VALUE IN THE HOLD AREA ON
005663*                         THE FEED LINE ALREADY SET UP, AND ANY
005664*                         PART PAST ITS 53 BYTES ON A CONTINUATION
005665*                         LINE BENEATH, SO NO BYTE OF A TRACED
005666*                         VALUE IS LEFT OFF THE SHEET.
005667*****************************************************************
005668 3115-WRITE-FEED-VALUE.
005669     MOVE DL1-LIN-FEED-PART-1 TO LIN-FEED-TEXT.
005670     WRITE LIN-FEED-LINE.
005671     IF DL1-LIN-FEED-PART-2 NOT = SPACES
005672         MOVE SPACES TO LIN-FEED-LINE
005673         MOVE DL1-LIN-FEED-PART-2 TO LIN-FEED-TEXT
005674         WRITE LIN-FEED-LINE
005675     END-IF.
005676 3115-EXIT.
005677     EXIT.
005678*****************************************************************
005680* 3120-OPEN-FEED-FILE - OPEN FEED N.  A FEED DD THAT IS NOT
005690*                       THERE (THE DATE'S FILE WAS NOT KEPT)
005700*                       JUST SHOWS AS NOT AVAILABLE; ANY OTHER
005710*                       OPEN FAILURE STOPS THE INQUIRY.
005720*****************************************************************
005730 3120-OPEN-FEED-FILE.
005740     GO TO 3121-OPEN-FEED-01 3122-OPEN-FEED-02 3123-OPEN-FEED-03
005750           3124-OPEN-FEED-04 3125-OPEN-FEED-05 3126-OPEN-FEED-06
005760           3127-OPEN-FEED-07 3128-OPEN-FEED-08 3129-OPEN-FEED-09
005770           3130-OPEN-FEED-10
005780         DEPENDING ON DL1-FEED-SUB.
005790     GO TO 3120-EXIT.
005800 3121-OPEN-FEED-01.
005810     OPEN INPUT FEED01-FILE.
005820     IF DL1-FEED01-STATUS = '00'
005830         MOVE 'Y' TO DL1-FEED-OPEN-SW
005840     ELSE
005850         IF DL1-FEED01-STATUS NOT = '35'
005860             MOVE 'FEEDIN01' TO DL1-ABEND-DDNAME
005870             MOVE DL1-FEED01-STATUS TO DL1-ABEND-STATUS
005880             PERFORM 9100-ABEND-ON-FILE-ERROR THRU 9100-EXIT
005890         END-IF
005900     END-IF.
005910     GO TO 3120-EXIT.
005920 3122-OPEN-FEED-02.
005930     OPEN INPUT FEED02-FILE.
005940     IF DL1-FEED02-STATUS = '00'
005950         MOVE 'Y' TO DL1-FEED-OPEN-SW
005960     ELSE
005970         IF DL1-FEED02-STATUS NOT = '35'
005980             MOVE 'FEEDIN02' TO DL1-ABEND-DDNAME
005990             MOVE DL1-FEED02-STATUS TO DL1-ABEND-STATUS
006000             PERFORM 9100-ABEND-ON-FILE-ERROR THRU 9100-EXIT
006010         END-IF
006020     END-IF.
006030     GO TO 3120-EXIT.
006040 3123-OPEN-FEED-03.
006050     OPEN INPUT FEED03-FILE.
006060     IF DL1-FEED03-STATUS = '00'
006070         MOVE 'Y' TO DL1-FEED-OPEN-SW
006080     ELSE
006090         IF DL1-FEED03-STATUS NOT = '35'
006100             MOVE 'FEEDIN03' TO DL1-ABEND-DDNAME
006110             MOVE DL1-FEED03-STATUS TO DL1-ABEND-STATUS
006120             PERFORM 9100-ABEND-ON-FILE-ERROR THRU 9100-EXIT
006130         END-IF
006140     END-IF.
006150     GO TO 3120-EXIT.
006160 3124-OPEN-FEED-04.
006170     OPEN INPUT FEED04-FILE.
006180     IF DL1-FEED04-STATUS = '00'
006190         MOVE 'Y' TO DL1-FEED-OPEN-SW
006200     ELSE
006210         IF DL1-FEED04-STATUS NOT = '35'
006220             MOVE 'FEEDIN04' TO DL1-ABEND-DDNAME
006230             MOVE DL1-FEED04-STATUS TO DL1-ABEND-STATUS
006240             PERFORM 9100-ABEND-ON-FILE-ERROR THRU 9100-EXIT
006250         END-IF
006260     END-IF.
006270     GO TO 3120-EXIT.
006280 3125-OPEN-FEED-05.
006290     OPEN INPUT FEED05-FILE.
006300     IF DL1-FEED05-STATUS = '00'
006310         MOVE 'Y' TO DL1-FEED-OPEN-SW
006320     ELSE
006330         IF DL1-FEED05-STATUS NOT = '35'
006340             MOVE 'FEEDIN05' TO DL1-ABEND-DDNAME
006350             MOVE DL1-FEED05-STATUS TO DL1-ABEND-STATUS
006360             PERFORM 9100-ABEND-ON-FILE-ERROR THRU 9100-EXIT
006370         END-IF
006380     END-IF.
006390     GO TO 3120-EXIT.
006400 3126-OPEN-FEED-06.
006410     OPEN INPUT FEED06-FILE.
006420     IF DL1-FEED06-STATUS = '00'
006430         MOVE 'Y' TO DL1-FEED-OPEN-SW
006440     ELSE
006450         IF DL1-FEED06-STATUS NOT = '35'
006460             MOVE 'FEEDIN06' TO DL1-ABEND-DDNAME
006470             MOVE DL1-FEED06-STATUS TO DL1-ABEND-STATUS
006480             PERFORM 9100-ABEND-ON-FILE-ERROR THRU 9100-EXIT
006490         END-IF
006500     END-IF.
006510     GO TO 3120-EXIT.
006520 3127-OPEN-FEED-07.
006530     OPEN INPUT FEED07-FILE.
006540     IF DL1-FEED07-STATUS = '00'
006550         MOVE 'Y' TO DL1-FEED-OPEN-SW
006560     ELSE
006570         IF DL1-FEED07-STATUS NOT = '35'
006580             MOVE 'FEEDIN07' TO DL1-ABEND-DDNAME
006590             MOVE DL1-FEED07-STATUS TO DL1-ABEND-STATUS
006600             PERFORM 9100-ABEND-ON-FILE-ERROR THRU 9100-EXIT
006610         END-IF
006620     END-IF.
006630     GO TO 3120-EXIT.
006640 3128-OPEN-FEED-08.
006650     OPEN INPUT FEED08-FILE.
006660     IF DL1-FEED08-STATUS = '00'
006670         MOVE 'Y' TO DL1-FEED-OPEN-SW
006680     ELSE
006690         IF DL1-FEED08-STATUS NOT = '35'
006700             MOVE 'FEEDIN08' TO DL1-ABEND-DDNAME
006710             MOVE DL1-FEED08-STATUS TO DL1-ABEND-STATUS
006720             PERFORM 9100-ABEND-ON-FILE-ERROR THRU 9100-EXIT
006730         END-IF
006740     END-IF.
006750     GO TO 3120-EXIT.
006760 3129-OPEN-FEED-09.
006770     OPEN INPUT FEED09-FILE.
006780     IF DL1-FEED09-STATUS = '00'
006790         MOVE 'Y' TO DL1-FEED-OPEN-SW
006800     ELSE
006810         IF DL1-FEED09-STATUS NOT = '35'
006820             MOVE 'FEEDIN09' TO DL1-ABEND-DDNAME
006830             MOVE DL1-FEED09-STATUS TO DL1-ABEND-STATUS
006840             PERFORM 9100-ABEND-ON-FILE-ERROR THRU 9100-EXIT
006850         END-IF
006860     END-IF.
006870     GO TO 3120-EXIT.
006880 3130-OPEN-FEED-10.
006890     OPEN INPUT FEED10-FILE.
006900     IF DL1-FEED10-STATUS = '00'
006910         MOVE 'Y' TO DL1-FEED-OPEN-SW
006920     ELSE
006930         IF DL1-FEED10-STATUS NOT = '35'
006940             MOVE 'FEEDIN10' TO DL1-ABEND-DDNAME
006950             MOVE DL1-FEED10-STATUS TO DL1-ABEND-STATUS
006960             PERFORM 9100-ABEND-ON-FILE-ERROR THRU 9100-EXIT
006970         END-IF
006980     END-IF.
006990     GO TO 3120-EXIT.
007000 3120-EXIT.
007010     EXIT.
007020
007030 3140-READ-FEED-FILE.
007040     GO TO 3141-READ-FEED-01 3142-READ-FEED-02 3143-READ-FEED-03
007050           3144-READ-FEED-04 3145-READ-FEED-05 3146-READ-FEED-06
007060           3147-READ-FEED-07 3148-READ-FEED-08 3149-READ-FEED-09
007070           3150-READ-FEED-10
007080         DEPENDING ON DL1-FEED-SUB.
007090     GO TO 3140-EXIT.
007100 3141-READ-FEED-01.
007110     READ FEED01-FILE
007120         AT END
007130             MOVE HIGH-VALUES TO DL1-FEED-KEY
007140         NOT AT END
007150             MOVE F01-RECORD-ID TO DL1-FEED-KEY
007160             MOVE F01-AREA-LEN TO DL1-FEED-LEN
007170             MOVE F01-AREA-VALUE TO DL1-FEED-VALUE
007180     END-READ.
007190     GO TO 3140-EXIT.
007200 3142-READ-FEED-02.
007210     READ FEED02-FILE
007220         AT END
007230             MOVE HIGH-VALUES TO DL1-FEED-KEY
007240         NOT AT END
007250             MOVE F02-RECORD-ID TO DL1-FEED-KEY
007260             MOVE F02-AREA-LEN TO DL1-FEED-LEN
007270             MOVE F02-AREA-VALUE TO DL1-FEED-VALUE
007280     END-READ.
007290     GO TO 3140-EXIT.
007300 3143-READ-FEED-03.
007310     READ FEED03-FILE
007320         AT END
007330             MOVE HIGH-VALUES TO DL1-FEED-KEY
007340         NOT AT END
007350             MOVE F03-RECORD-ID TO DL1-FEED-KEY
007360             MOVE F03-AREA-LEN TO DL1-FEED-LEN
007370             MOVE F03-AREA-VALUE TO DL1-FEED-VALUE
007380     END-READ.
007390     GO TO 3140-EXIT.
007400 3144-READ-FEED-04.
007410     READ FEED04-FILE
007420         AT END
007430             MOVE HIGH-VALUES TO DL1-FEED-KEY
007440         NOT AT END
007450             MOVE F04-RECORD-ID TO DL1-FEED-KEY
007460             MOVE F04-AREA-LEN TO DL1-FEED-LEN
007470             MOVE F04-AREA-VALUE TO DL1-FEED-VALUE
007480     END-READ.
007490     GO TO 3140-EXIT.
007500 3145-READ-FEED-05.
007510     READ FEED05-FILE
007520         AT END
007530             MOVE HIGH-VALUES TO DL1-FEED-KEY
007540         NOT AT END
007550             MOVE F05-RECORD-ID TO DL1-FEED-KEY
007560             MOVE F05-AREA-LEN TO DL1-FEED-LEN
007570             MOVE F05-AREA-VALUE TO DL1-FEED-VALUE
007580     END-READ.
007590     GO TO 3140-EXIT.
007600 3146-READ-FEED-06.
007610     READ FEED06-FILE
007620         AT END
007630             MOVE HIGH-VALUES TO DL1-FEED-KEY
007640         NOT AT END
007650             MOVE F06-RECORD-ID TO DL1-FEED-KEY
007660             MOVE F06-AREA-LEN TO DL1-FEED-LEN
007670             MOVE F06-AREA-VALUE TO DL1-FEED-VALUE
007680     END-READ.
007690     GO TO 3140-EXIT.
007700 3147-READ-FEED-07.
007710     READ FEED07-FILE
007720         AT END
007730             MOVE HIGH-VALUES TO DL1-FEED-KEY
007740         NOT AT END
007750             MOVE F07-RECORD-ID TO DL1-FEED-KEY
007760             MOVE F07-AREA-LEN TO DL1-FEED-LEN
007770             MOVE F07-AREA-VALUE TO DL1-FEED-VALUE
007780     END-READ.
007790     GO TO 3140-EXIT.
007800 3148-READ-FEED-08.
007810     READ FEED08-FILE
007820         AT END
007830             MOVE HIGH-VALUES TO DL1-FEED-KEY
007840         NOT AT END
007850             MOVE F08-RECORD-ID TO DL1-FEED-KEY
007860             MOVE F08-AREA-LEN TO DL1-FEED-LEN
007870             MOVE F08-AREA-VALUE TO DL1-FEED-VALUE
007880     END-READ.
007890     GO TO 3140-EXIT.
007900 3149-READ-FEED-09.
007910     READ FEED09-FILE
007920         AT END
007930             MOVE HIGH-VALUES TO DL1-FEED-KEY
007940         NOT AT END
007950             MOVE F09-RECORD-ID TO DL1-FEED-KEY
007960             MOVE F09-AREA-LEN TO DL1-FEED-LEN
007970             MOVE F09-AREA-VALUE TO DL1-FEED-VALUE
007980     END-READ.
007990     GO TO 3140-EXIT.
008000 3150-READ-FEED-10.
008010     READ FEED10-FILE
008020         AT END
008030             MOVE HIGH-VALUES TO DL1-FEED-KEY
008040         NOT AT END
008050             MOVE F10-RECORD-ID TO DL1-FEED-KEY
008060             MOVE F10-AREA-LEN TO DL1-FEED-LEN
008070             MOVE F10-AREA-VALUE TO DL1-FEED-VALUE
008080     END-READ.
008090     GO TO 3140-EXIT.
008100 3140-EXIT.
008110     EXIT.
008120
008130 3160-CLOSE-FEED-FILE.
008135     GO TO 3161-CLOSE-FEED-01 3162-CLOSE-FEED-02
008140           3163-CLOSE-FEED-03 3164-CLOSE-FEED-04
008145           3165-CLOSE-FEED-05 3166-CLOSE-FEED-06
008150           3167-CLOSE-FEED-07 3168-CLOSE-FEED-08
008155           3169-CLOSE-FEED-09 3170-CLOSE-FEED-10
008180         DEPENDING ON DL1-FEED-SUB.
008190     GO TO 3160-EXIT.
008200 3161-CLOSE-FEED-01.
008210     CLOSE FEED01-FILE.
008220     GO TO 3160-EXIT.
008230 3162-CLOSE-FEED-02.
008240     CLOSE FEED02-FILE.
008250     GO TO 3160-EXIT.
008260 3163-CLOSE-FEED-03.
008270     CLOSE FEED03-FILE.
008280     GO TO 3160-EXIT.
008290 3164-CLOSE-FEED-04.
008300     CLOSE FEED04-FILE.
008310     GO TO 3160-EXIT.
008320 3165-CLOSE-FEED-05.
008330     CLOSE FEED05-FILE.
008340     GO TO 3160-EXIT.
008350 3166-CLOSE-FEED-06.
008360     CLOSE FEED06-FILE.
008370     GO TO 3160-EXIT.
008380 3167-CLOSE-FEED-07.
008390     CLOSE FEED07-FILE.
008400     GO TO 3160-EXIT.
008410 3168-CLOSE-FEED-08.
008420     CLOSE FEED08-FILE.
008430     GO TO 3160-EXIT.
008440 3169-CLOSE-FEED-09.
008450     CLOSE FEED09-FILE.
008460     GO TO 3160-EXIT.
008470 3170-CLOSE-FEED-10.
008480     CLOSE FEED10-FILE.
008490     GO TO 3160-EXIT.
008500 3160-EXIT.
008510     EXIT.
008520
008521*****************************************************************
008522* 3180-ADJUSTMENT-SOURCES - EVERY ADJUSTMENT FOR THE ID THAT
008523*                           DL205M CUT TO THE DATE'S ADJUSTMENT
008524*                           FEED: THE AREA AND VALUE IT SUPPLIED
008525*                           (OR THE WITHDRAWAL), THEN WHO MADE
008526*                           AND CHECKED IT AND WHY.  ONE THAT
008527*                           FAILED ITS RELEASE RE-CHECK SHOWS
008528*                           ITS REASON - IT SUPPLIED NOTHING.  AN
008529*                           OLDER RECORD WITH NO RELEASE DATE IS
008530*                           MATCHED ON ITS RELEASE TIMESTAMP.
008531*****************************************************************
008532 3180-ADJUSTMENT-SOURCES.
008533     MOVE ZERO TO DL1-ADJS-RELEASED.
008534     MOVE SPACES TO LIN-TEXT-LINE.
008535     MOVE 'MANUAL ADJUSTMENTS:' TO LIN-LABEL.
008536     IF NOT DL1-ADJ-IS-OPEN
008537         MOVE 'ADJFILE NOT AVAILABLE' TO LIN-VALUE
008538         WRITE LIN-TEXT-LINE
008539         GO TO 3180-EXIT
008540     END-IF.
008541     MOVE 'N' TO DL1-BROWSE-EOF-SW.
008542     MOVE DL1-IN-RECORD-ID TO ADJ-RECORD-ID.
008543     MOVE ZERO TO ADJ-SEQ.
008544     START ADJUST-FILE KEY NOT < ADJ-KEY
008545         INVALID KEY
008546             MOVE 'Y' TO DL1-BROWSE-EOF-SW
008547     END-START.
008548     PERFORM 3190-CHECK-ONE-ADJ THRU 3190-EXIT
008549         UNTIL DL1-BROWSE-EOF-YES.
008550     IF DL1-ADJS-RELEASED = 0
008551         MOVE 'NONE RELEASED FOR THE DATE' TO LIN-VALUE
008552         WRITE LIN-TEXT-LINE
008553     END-IF.
008554 3180-EXIT.
008555     EXIT.
008556
008557 3190-CHECK-ONE-ADJ.
008558     READ ADJUST-FILE NEXT RECORD
008559         AT END
008560             MOVE 'Y' TO DL1-BROWSE-EOF-SW
008561             GO TO 3190-EXIT
008562     END-READ.
008563     IF ADJ-RECORD-ID NOT = DL1-IN-RECORD-ID
008564         MOVE 'Y' TO DL1-BROWSE-EOF-SW
008565         GO TO 3190-EXIT
008566     END-IF.
008567     IF NOT ADJ-RELEASED AND NOT ADJ-FAILED
008568         GO TO 3190-EXIT
008569     END-IF.
008570     IF ADJ-RELEASE-DATE = SPACES
008571         IF ADJ-RELEASE-TS(1:10) NOT = DL1-IN-DATE-SLASH
008572             GO TO 3190-EXIT
008573         END-IF
008574     ELSE
008575         IF ADJ-RELEASE-DATE NOT = DL1-IN-DATE
008576             GO TO 3190-EXIT
008577         END-IF
008578     END-IF.
008579     ADD 1 TO DL1-ADJS-RELEASED.
008580     MOVE SPACES TO LIN-FEED-LINE.
008581     MOVE ADJ-SEQ TO DL1-ADJ-SEQ-ED.
008582     STRING 'ADJUSTMENT ' DELIMITED BY SIZE
008583            DL1-ADJ-SEQ-ED DELIMITED BY SIZE
008584         INTO LIN-FEED-NAME.
008585     IF ADJ-FAILED
008586         MOVE ADJ-OUTCOME TO LIN-FEED-TEXT
008587         WRITE LIN-FEED-LINE
008588     ELSE
008589         IF ADJ-ACTION-WITHDRAW
008590             MOVE 'WITHDRAWAL OF THE WHOLE ID' TO LIN-FEED-TEXT
008591             WRITE LIN-FEED-LINE
008592         ELSE
008593             MOVE ADJ-AREA-NUM TO LIN-FEED-NUM
008594             MOVE ADJ-AREA-LEN TO LIN-FEED-LEN
008595             MOVE ADJ-AREA-VALUE TO DL1-LIN-VALUE-HOLD
008596             PERFORM 3115-WRITE-FEED-VALUE THRU 3115-EXIT
008597         END-IF
008598     END-IF.
008599     MOVE SPACES TO LIN-TEXT-LINE.
008600     MOVE '    MAKER/CHECKER:' TO LIN-LABEL.
008601     MOVE SPACES TO DL1-LIN-VALUE-HOLD.
008602     STRING ADJ-MAKER-ID   DELIMITED BY SPACE
008603            ' / '          DELIMITED BY SIZE
008604            ADJ-CHECKER-ID DELIMITED BY SPACE
008605            ' - '          DELIMITED BY SIZE
008606            ADJ-REASON     DELIMITED BY SIZE
008607         INTO DL1-LIN-VALUE-HOLD.
008608     PERFORM 3415-WRITE-TEXT-VALUE THRU 3415-EXIT.
008609 3190-EXIT.
008610     EXIT.
008611*****************************************************************
008612* 3200-MERGE-SECTION - THE DL100M PASS: WAS THE ID ON THE DAY'S
008613*                      EXTRACT (AND WAS IT WITHDRAWN THERE), DID
008614*                      DL100M REJECT IT, AND IS THE REJECT
008615*                      STILL OPEN ON THE INVENTORY OR CLEARED
008616*                      BY A RECYCLE RUN.
008617*****************************************************************
008618 3200-MERGE-SECTION.
008619     MOVE SPACES TO LIN-SECTION-LINE.
008620     MOVE '--- ' TO LIN-SECTION-LINE(1:4).
008630     MOVE 'DL100M MERGE PASS' TO LIN-SEC-TITLE.
008640     WRITE LIN-SECTION-LINE.
008650     PERFORM 3210-SCAN-EXTRACT THRU 3210-EXIT.
008660     PERFORM 3230-SCAN-REJECTS THRU 3230-EXIT.
008670     PERFORM 3250-SHOW-REJECT-INVENTORY THRU 3250-EXIT.
008680 3200-EXIT.
008690     EXIT.
008700
008710 3210-SCAN-EXTRACT.
008720     MOVE 'N' TO DL1-IN-EXTRACT-SW
008730                 DL1-WITHDRAWN-SW
008740                 DL1-SCAN-EOF-SW.
008750     MOVE SPACES TO DL1-HDR-DATE-X.
008760     MOVE SPACES TO LIN-TEXT-LINE.
008770     MOVE 'TRANSACTION EXTRACT:' TO LIN-LABEL.
008780     OPEN INPUT TRANFILE.
008790     IF DL1-TRANFILE-STATUS = '35'
008800         MOVE 'TRANIN NOT AVAILABLE FOR THE DATE' TO LIN-VALUE
008810         WRITE LIN-TEXT-LINE
008820         GO TO 3210-EXIT
008830     END-IF.
008840     IF DL1-TRANFILE-STATUS NOT = '00'
008850         MOVE 'TRANIN' TO DL1-ABEND-DDNAME
008860         MOVE DL1-TRANFILE-STATUS TO DL1-ABEND-STATUS
008870         PERFORM 9100-ABEND-ON-FILE-ERROR THRU 9100-EXIT
008880     END-IF.
008890     PERFORM 3220-CHECK-ONE-TRAN THRU 3220-EXIT
008900         UNTIL DL1-SCAN-EOF-YES.
008910     CLOSE TRANFILE.
008920     IF DL1-HDR-DATE-X = SPACES
008930         MOVE 'NO CONTROL HEADER ON THE EXTRACT' TO LIN-VALUE
008940     ELSE
008950         STRING 'CONTROL HEADER DATE ' DELIMITED BY SIZE
008960                DL1-HDR-DATE-X        DELIMITED BY SIZE
008970             INTO LIN-VALUE
008980     END-IF.
008990     WRITE LIN-TEXT-LINE.
008991     IF DL1-HDR-DATE-X NOT = SPACES
008992        AND DL1-HDR-DATE-X NOT = DL1-IN-DATE
008993         MOVE SPACES TO LIN-TEXT-LINE
008994         MOVE '*** WARNING:' TO LIN-LABEL
008995         MOVE 'FEED FILES ARE FOR ANOTHER DATE - CHECK THE DDS'
008996             TO LIN-VALUE
008997         WRITE LIN-TEXT-LINE
008998     END-IF.
009000     MOVE SPACES TO LIN-TEXT-LINE.
009010     MOVE 'ON DAY''S EXTRACT:' TO LIN-LABEL.
009020     IF DL1-IN-EXTRACT
009030         STRING 'YES - AREA COUNT ' DELIMITED BY SIZE
009040                DL1-EXTRACT-AREAS   DELIMITED BY SIZE
009050             INTO LIN-VALUE
009060     ELSE
009070         MOVE 'NO' TO LIN-VALUE
009080     END-IF.
009090     WRITE LIN-TEXT-LINE.
009100     IF DL1-WITHDRAWAL-SEEN
009110         MOVE SPACES TO LIN-TEXT-LINE
009120         MOVE 'WITHDRAWAL:' TO LIN-LABEL
009130         MOVE 'DL1DELETE TRANSACTION FOR THE ID ON THE EXTRACT'
009140             TO LIN-VALUE
009150         WRITE LIN-TEXT-LINE
009160     END-IF.
009170 3210-EXIT.
009180     EXIT.
009190
009200*****************************************************************
009210* 3220-CHECK-ONE-TRAN - THE EXTRACT IS READ END TO END: THE
009220*                       CONTROL HEADER LEADS, AND A WITHDRAWAL
009230*                       FOR THE ID CAN RIDE ANYWHERE ON IT.
009240*****************************************************************
009250 3220-CHECK-ONE-TRAN.
009260     READ TRANFILE
009270         AT END
009280             MOVE 'Y' TO DL1-SCAN-EOF-SW
009290             GO TO 3220-EXIT
009300     END-READ.
009310     IF TR-RECORD-ID = DL1-CTL-HEADER-ID
009320         MOVE TCT-HDR-BUS-DATE TO DL1-HDR-DATE-X
009330         GO TO 3220-EXIT
009340     END-IF.
009350     IF TR-RECORD-ID = DL1-DELETE-ID
009360        AND TDL-TARGET-ID = DL1-IN-RECORD-ID
009370         MOVE 'Y' TO DL1-WITHDRAWN-SW
009380         GO TO 3220-EXIT
009390     END-IF.
009400     IF TR-RECORD-ID = DL1-IN-RECORD-ID
009410         MOVE 'Y' TO DL1-IN-EXTRACT-SW
009420         MOVE TR-AREA-COUNT TO DL1-EXTRACT-AREAS
009430     END-IF.
009440 3220-EXIT.
009450     EXIT.
009460
009470 3230-SCAN-REJECTS.
009480     MOVE 'N' TO DL1-REJECTED-SW
009490                 DL1-SCAN-EOF-SW.
009500     MOVE SPACES TO LIN-TEXT-LINE.
009510     MOVE 'DL100M REJECT:' TO LIN-LABEL.
009520     OPEN INPUT REJECT-FILE.
009530     IF DL1-REJECT-STATUS = '35'
009540         MOVE 'REJECT FILE NOT AVAILABLE FOR THE DATE'
009550             TO LIN-VALUE
009560         WRITE LIN-TEXT-LINE
009570         GO TO 3230-EXIT
009580     END-IF.
009590     IF DL1-REJECT-STATUS NOT = '00'
009600         MOVE 'REJCTIN' TO DL1-ABEND-DDNAME
009610         MOVE DL1-REJECT-STATUS TO DL1-ABEND-STATUS
009620         PERFORM 9100-ABEND-ON-FILE-ERROR THRU 9100-EXIT
009630     END-IF.
009640     PERFORM 3240-CHECK-ONE-REJECT THRU 3240-EXIT
009650         UNTIL DL1-SCAN-EOF-YES.
009660     CLOSE REJECT-FILE.
009670     IF DL1-WAS-REJECTED
009680         MOVE 'YES - CUT TO THE REJECT FILE (SEE REVIEW ITEMS)'
009690             TO LIN-VALUE
009700     ELSE
009710         MOVE 'NO' TO LIN-VALUE
009720     END-IF.
009730     WRITE LIN-TEXT-LINE.
009740 3230-EXIT.
009750     EXIT.
009760
009770 3240-CHECK-ONE-REJECT.
009780     READ REJECT-FILE
009790         AT END
009800             MOVE 'Y' TO DL1-SCAN-EOF-SW
009810             GO TO 3240-EXIT
009820     END-READ.
009830     IF REJ-RECORD(1:10) = DL1-IN-RECORD-ID
009840         MOVE 'Y' TO DL1-REJECTED-SW
009850     END-IF.
009860 3240-EXIT.
009870     EXIT.
009880
009890*****************************************************************
009900* 3250-SHOW-REJECT-INVENTORY - AN ENTRY STILL ON REJINV IS A
009910*                              REJECT NOBODY HAS RECYCLED; A
009920*                              REJECT WITH NO ENTRY LEFT WAS
009930*                              CLEARED BY A RECYCLE RUN.
009940*****************************************************************
009950 3250-SHOW-REJECT-INVENTORY.
009960     MOVE SPACES TO LIN-TEXT-LINE.
009970     MOVE 'REJECT INVENTORY:' TO LIN-LABEL.
009980     MOVE DL1-IN-RECORD-ID TO RJI-RECORD-ID.
009990     MOVE DL1-IN-DATE TO RJI-BUS-DATE.
010000     READ REJINV-FILE
010010         INVALID KEY
010020             IF DL1-WAS-REJECTED
010030                 MOVE 'CLEARED - RECYCLED SINCE THE REJECT'
010040                     TO LIN-VALUE
010050             ELSE
010060                 MOVE 'NO ENTRY' TO LIN-VALUE
010070             END-IF
010080         NOT INVALID KEY
010090             MOVE RJI-REJECT-COUNT TO DL1-REJ-COUNT-ED
010100             STRING 'OPEN - CUT '        DELIMITED BY SIZE
010110                    RJI-REJECT-TS        DELIMITED BY SIZE
010120                    '  TIMES REJECTED '  DELIMITED BY SIZE
010130                    DL1-REJ-COUNT-ED     DELIMITED BY SIZE
010140                 INTO LIN-VALUE
010150     END-READ.
010160     WRITE LIN-TEXT-LINE.
010170 3250-EXIT.
010180     EXIT.
010190
010200*****************************************************************
010210* 3300-REVIEW-SECTION - EVERY EXCEPTION AND BREAK DL100M LANDED
010220*                       FOR THE ID ON THE DATE, WITH WHO
010230*                       DISPOSITIONED IT, HOW AND WHEN.
010240*****************************************************************
010250 3300-REVIEW-SECTION.
010260     MOVE SPACES TO LIN-SECTION-LINE.
010270     MOVE '--- ' TO LIN-SECTION-LINE(1:4).
010280     MOVE 'REVIEW ITEMS (E = EXCEPTION, B = BREAK)'
010290         TO LIN-SEC-TITLE.
010300     WRITE LIN-SECTION-LINE.
010310     MOVE 'N' TO DL1-BROWSE-EOF-SW.
010320     MOVE ZERO TO DL1-ITEMS-LISTED.
010330     MOVE DL1-IN-DATE TO RVW-BUS-DATE.
010340     MOVE LOW-VALUES  TO RVW-ITEM-TYPE.
010350     MOVE ZERO        TO RVW-ITEM-SEQ.
010360     START REVIEW-FILE KEY NOT < RVW-KEY
010370         INVALID KEY
010380             MOVE 'Y' TO DL1-BROWSE-EOF-SW
010390     END-START.
010400     PERFORM 3310-CHECK-ONE-ITEM THRU 3310-EXIT
010410         UNTIL DL1-BROWSE-EOF-YES.
010420     IF DL1-ITEMS-LISTED = 0
010430         MOVE SPACES TO LIN-TEXT-LINE
010440         MOVE 'REVIEW ITEMS:' TO LIN-LABEL
010450         MOVE 'NONE FOR THE ID ON THE DATE' TO LIN-VALUE
010460         WRITE LIN-TEXT-LINE
010470     END-IF.
010480 3300-EXIT.
010490     EXIT.
010500
010510 3310-CHECK-ONE-ITEM.
010520     READ REVIEW-FILE NEXT RECORD
010530         AT END
010540             MOVE 'Y' TO DL1-BROWSE-EOF-SW
010550             GO TO 3310-EXIT
010560     END-READ.
010570     IF RVW-BUS-DATE NOT = DL1-IN-DATE
010580         MOVE 'Y' TO DL1-BROWSE-EOF-SW
010590         GO TO 3310-EXIT
010600     END-IF.
010610     IF RVW-RECORD-ID NOT = DL1-IN-RECORD-ID
010620         GO TO 3310-EXIT
010630     END-IF.
010640     MOVE SPACES TO LIN-ITEM-LINE.
010650     MOVE RVW-ITEM-TYPE TO LIN-ITEM-TYPE.
010660     MOVE RVW-ITEM-SEQ TO LIN-ITEM-SEQ.
010670     MOVE RVW-AREA-NUM TO LIN-ITEM-AREA.
010680     MOVE RVW-MESSAGE TO LIN-ITEM-MESSAGE.
010690     IF RVW-OPEN-ITEM
010700         MOVE 'OPEN' TO LIN-ITEM-DISP
010710     ELSE
010720         MOVE RVW-DISP-CODE TO LIN-ITEM-DISP
010730         MOVE RVW-REVIEWER-ID TO LIN-ITEM-REVIEWER
010740         MOVE RVW-DISP-TS TO LIN-ITEM-DISP-TS
010750     END-IF.
010760     WRITE LIN-ITEM-LINE.
010770     ADD 1 TO DL1-ITEMS-LISTED.
010780 3310-EXIT.
010790     EXIT.
010800
010810*****************************************************************
010820* 3400-MASTER-SECTION - THE ID'S CURRENT MASTER IMAGE.  THIS IS
010830*                       TODAY'S IMAGE, NOT THE DATE'S - THE
010840*                       UPDATE COUNT AND LAST-RUN TIMESTAMP
010850*                       SHOW WHETHER A LATER RUN HAS TOUCHED
010860*                       IT SINCE.
010870*****************************************************************
010880 3400-MASTER-SECTION.
010890     MOVE SPACES TO LIN-SECTION-LINE.
010900     MOVE '--- ' TO LIN-SECTION-LINE(1:4).
010910     MOVE 'CURRENT MERGE-MASTER IMAGE' TO LIN-SEC-TITLE.
010920     WRITE LIN-SECTION-LINE.
010930     MOVE SPACES TO LIN-TEXT-LINE.
010940     MOVE 'ON MASTER:' TO LIN-LABEL.
010950     MOVE DL1-IN-RECORD-ID TO MST-RECORD-ID.
010960     READ MASTER-FILE
010970         INVALID KEY
010980             MOVE 'NO - NEVER ADDED, WITHDRAWN OR SWEPT'
010990                 TO LIN-VALUE
011000             WRITE LIN-TEXT-LINE
011010             GO TO 3400-EXIT
011020     END-READ.
011030     MOVE 'YES' TO LIN-VALUE.
011040     WRITE LIN-TEXT-LINE.
011050     MOVE SPACES TO LIN-TEXT-LINE.
011060     MOVE 'UPDATE COUNT:' TO LIN-LABEL.
011070     MOVE MST-UPDATE-COUNT TO DL1-COUNT-ED.
011080     MOVE DL1-COUNT-ED TO LIN-VALUE.
011090     WRITE LIN-TEXT-LINE.
011100     MOVE SPACES TO LIN-TEXT-LINE.
011110     MOVE 'LAST RUN TIMESTAMP:' TO LIN-LABEL.
011120     MOVE MST-LAST-RUN-TS TO LIN-VALUE.
011130     WRITE LIN-TEXT-LINE.
011140     MOVE SPACES TO LIN-TEXT-LINE.
011150     MOVE 'AREA COUNT:' TO LIN-LABEL.
011160     MOVE MST-AREA-COUNT TO LIN-VALUE.
011170     WRITE LIN-TEXT-LINE.
011180     PERFORM 3410-SHOW-ONE-AREA THRU 3410-EXIT
011190         VARYING DL1-AREA-SUB FROM 1 BY 1
011200         UNTIL DL1-AREA-SUB > MST-AREA-COUNT
011210            OR DL1-AREA-SUB > DL1-MAX-FEEDS.
011220 3400-EXIT.
011230     EXIT.
011240
011250 3410-SHOW-ONE-AREA.
011260     MOVE SPACES TO LIN-TEXT-LINE.
011270     MOVE DL1-AREA-SUB TO DL1-AREA-NUM-ED.
011280     STRING '  AREA '          DELIMITED BY SIZE
011290            DL1-AREA-NUM-ED    DELIMITED BY SIZE
011300            ':'                DELIMITED BY SIZE
011310         INTO LIN-LABEL.
011320     MOVE MST-AREA-DATA(DL1-AREA-SUB) TO DL1-LIN-VALUE-HOLD.
011330     PERFORM 3415-WRITE-TEXT-VALUE THRU 3415-EXIT.
011340 3410-EXIT.
011350     EXIT.
011360
011361*****************************************************************
011362* 3415-WRITE-TEXT-VALUE - THE VALUE IN THE HOLD AREA ON THE TEXT
011363*                         LINE WHOSE LABEL IS ALREADY SET, AND ANY
011364*                         PART PAST ITS 60 BYTES ON A CONTINUATION
011365*                         LINE UNDER THE SAME LABEL.
011366*****************************************************************
011367 3415-WRITE-TEXT-VALUE.
011368     MOVE DL1-LIN-TEXT-PART-1 TO LIN-VALUE.
011369     WRITE LIN-TEXT-LINE.
011370     IF DL1-LIN-TEXT-PART-2 NOT = SPACES
011371         MOVE SPACES TO LIN-TEXT-LINE
011372         MOVE DL1-LIN-TEXT-PART-2 TO LIN-VALUE
011373         WRITE LIN-TEXT-LINE
011374     END-IF.
011375 3415-EXIT.
011376     EXIT.
011377*****************************************************************
011380* 3500-LOAD-SECTION - WHAT THE REPORTING-DATABASE LOAD SAID
011390*                     ABOUT THE ID (ACKIN) AND WHETHER A
011400*                     RECONCILIATION CUT A RELOAD KEY FOR IT
011410*                     (BRKKEYS).
011420*****************************************************************
011430 3500-LOAD-SECTION.
011440     MOVE SPACES TO LIN-SECTION-LINE.
011450     MOVE '--- ' TO LIN-SECTION-LINE(1:4).
011460     MOVE 'REPORTING-DATABASE LOAD' TO LIN-SEC-TITLE.
011470     WRITE LIN-SECTION-LINE.
011480     PERFORM 3510-SCAN-ACKS THRU 3510-EXIT.
011490     PERFORM 3530-SCAN-BREAK-KEYS THRU 3530-EXIT.
011500 3500-EXIT.
011510     EXIT.
011520
011530 3510-SCAN-ACKS.
011540     MOVE 'N' TO DL1-ACK-FOUND-SW
011550                 DL1-SCAN-EOF-SW.
011560     MOVE SPACES TO LIN-TEXT-LINE.
011570     MOVE 'LOAD ACKNOWLEDGMENT:' TO LIN-LABEL.
011580     OPEN INPUT ACK-FILE.
011590     IF DL1-ACKIN-STATUS = '35'
011600         MOVE 'ACK FILE NOT AVAILABLE FOR THE DATE' TO LIN-VALUE
011610         WRITE LIN-TEXT-LINE
011620         GO TO 3510-EXIT
011630     END-IF.
011640     IF DL1-ACKIN-STATUS NOT = '00'
011650         MOVE 'ACKIN' TO DL1-ABEND-DDNAME
011660         MOVE DL1-ACKIN-STATUS TO DL1-ABEND-STATUS
011670         PERFORM 9100-ABEND-ON-FILE-ERROR THRU 9100-EXIT
011680     END-IF.
011690     PERFORM 3520-CHECK-ONE-ACK THRU 3520-EXIT
011700         UNTIL DL1-SCAN-EOF-YES.
011710     CLOSE ACK-FILE.
011720     IF NOT DL1-ACK-FOUND
011730         MOVE 'NONE - THE LOAD NEVER ACKNOWLEDGED THE ID'
011740             TO LIN-VALUE
011750     ELSE
011760         IF DL1-ACK-STATUS-X = 'LOAD'
011770             MOVE 'LOAD - THE DATABASE TOOK THE ROW' TO LIN-VALUE
011780         ELSE
011790             STRING DL1-ACK-STATUS-X       DELIMITED BY SIZE
011800                    ' - THE LOAD REPORTED IT FAILED'
011810                                           DELIMITED BY SIZE
011820                 INTO LIN-VALUE
011830         END-IF
011840     END-IF.
011850     WRITE LIN-TEXT-LINE.
011860 3510-EXIT.
011870     EXIT.
011880
011890 3520-CHECK-ONE-ACK.
011900     READ ACK-FILE
011910         AT END
011920             MOVE 'Y' TO DL1-SCAN-EOF-SW
011930             GO TO 3520-EXIT
011940     END-READ.
011950     IF ACK-RECORD-ID = DL1-IN-RECORD-ID
011960         MOVE 'Y' TO DL1-ACK-FOUND-SW
011970         MOVE ACK-LOAD-STATUS TO DL1-ACK-STATUS-X
011980     END-IF.
011990 3520-EXIT.
012000     EXIT.
012010
012020 3530-SCAN-BREAK-KEYS.
012030     MOVE 'N' TO DL1-BRKKEY-FOUND-SW
012040                 DL1-SCAN-EOF-SW.
012050     MOVE SPACES TO LIN-TEXT-LINE.
012060     MOVE 'RELOAD BREAK KEY:' TO LIN-LABEL.
012070     OPEN INPUT BRK-KEYS.
012080     IF DL1-BRKKEY-STATUS = '35'
012090         MOVE 'BREAK-KEY FILE NOT AVAILABLE FOR THE DATE'
012100             TO LIN-VALUE
012110         WRITE LIN-TEXT-LINE
012120         GO TO 3530-EXIT
012130     END-IF.
012140     IF DL1-BRKKEY-STATUS NOT = '00'
012150         MOVE 'BRKKEYS' TO DL1-ABEND-DDNAME
012160         MOVE DL1-BRKKEY-STATUS TO DL1-ABEND-STATUS
012170         PERFORM 9100-ABEND-ON-FILE-ERROR THRU 9100-EXIT
012180     END-IF.
012190     PERFORM 3540-CHECK-ONE-BREAK-KEY THRU 3540-EXIT
012200         UNTIL DL1-SCAN-EOF-YES.
012210     CLOSE BRK-KEYS.
012220     IF DL1-BRKKEY-FOUND
012230         STRING DL1-BRK-TYPE-X              DELIMITED BY SIZE
012240                ' - CUT FOR THE DL135M RELOAD'
012250                                            DELIMITED BY SIZE
012260             INTO LIN-VALUE
012270     ELSE
012280         MOVE 'NONE' TO LIN-VALUE
012290     END-IF.
012300     WRITE LIN-TEXT-LINE.
012310 3530-EXIT.
012320     EXIT.
012330
012340 3540-CHECK-ONE-BREAK-KEY.
012350     READ BRK-KEYS
012360         AT END
012370             MOVE 'Y' TO DL1-SCAN-EOF-SW
012380             GO TO 3540-EXIT
012390     END-READ.
012400     IF BKY-RECORD-ID = DL1-IN-RECORD-ID
012410         MOVE 'Y' TO DL1-BRKKEY-FOUND-SW
012420         MOVE BKY-BREAK-TYPE TO DL1-BRK-TYPE-X
012430     END-IF.
012440 3540-EXIT.
012450     EXIT.
012460
012470*****************************************************************
012480* 9000-TERMINATE - CLOSE DOWN.
012490*****************************************************************
012500 9000-TERMINATE.
012510     CLOSE MASTER-FILE.
012520     CLOSE REVIEW-FILE.
012530     CLOSE REJINV-FILE.
012532     IF DL1-ADJ-IS-OPEN
012534         CLOSE ADJUST-FILE
012536     END-IF.
012540     CLOSE LINEAGE-RPT.
012550     DISPLAY 'DL180M - SESSION ENDED - SHEETS PRINTED: '
012560         DL1-SHEETS-PRINTED.
012570 9000-EXIT.
012580     EXIT.
012590
012600*****************************************************************
012610* 9100-ABEND-ON-FILE-ERROR - A FILE THE INQUIRY DEPENDS ON
012620*                            FAILED; STOP WITH A NONZERO RETURN
012630*                            CODE.
012640*****************************************************************
012650 9100-ABEND-ON-FILE-ERROR.
012660     DISPLAY 'DL180M - FATAL FILE ERROR ON ' DL1-ABEND-DDNAME
012670         ' - FILE STATUS ' DL1-ABEND-STATUS.
012680     MOVE 16 TO RETURN-CODE.
012681     MOVE 'FILEERR' TO DL1-EVT-CODE.
012682     MOVE SPACES TO DL1-EVT-TEXT.
012683     STRING 'FATAL FILE ERROR ON ' DELIMITED BY SIZE
012684            DL1-ABEND-DDNAME       DELIMITED BY SPACE
012685            ' STATUS '             DELIMITED BY SIZE
012686            DL1-ABEND-STATUS       DELIMITED BY SIZE
012687         INTO DL1-EVT-TEXT.
012688     PERFORM 9500-WRITE-EVENT THRU 9500-EXIT.
012690     STOP RUN.
012700 9100-EXIT.
012710     EXIT.
012720
012730*****************************************************************
012740* 9500-WRITE-EVENT - APPEND ONE EVENT TO THE SHARED MONITORING
012750*                    EVENT FILE FOR THE DL195M FORWARDER.  THE
012760*                    SEVERITY FOLLOWS THE RETURN CODE; AN END
012770*                    WITH NO NAMED CONDITION IS CODED RCNN.  AN
012780*                    EVENT FILE THAT WILL NOT TAKE THE RECORD
012790*                    IS REPORTED ON THE JOB LOG BUT DOES NOT
012800*                    CHANGE HOW THE STEP ENDS.
012810*****************************************************************
012820 9500-WRITE-EVENT.
012830     MOVE RETURN-CODE TO DL1-EVT-RC.
012840     OPEN OUTPUT EVENT-FILE.
012850     IF DL1-EVENT-STATUS NOT = '00'
012860         DISPLAY 'DL180M - EVENT NOT WRITTEN - EVENTOUT FILE '
012870             'STATUS ' DL1-EVENT-STATUS
012880         GO TO 9500-EXIT
012890     END-IF.
012900     ACCEPT DL1-EVT-DATE FROM DATE YYYYMMDD.
012910     ACCEPT DL1-EVT-TIME FROM TIME.
012920     MOVE SPACES TO EVT-RECORD.
012930     MOVE 'DL180M' TO EVT-PROGRAM.
012940     MOVE DL1-RUN-DATE TO EVT-BUS-DATE.
012950     IF EVT-BUS-DATE NOT NUMERIC
012960         MOVE DL1-EVT-DATE TO EVT-BUS-DATE
012970     END-IF.
012980     MOVE DL1-EVT-DATE TO EVT-EVENT-DATE.
012990     MOVE DL1-EVT-TIME(1:6) TO EVT-EVENT-TIME.
013000     MOVE DL1-EVT-RC TO EVT-RETURN-CODE.
013010     IF DL1-EVT-RC > 12
013020         MOVE 'S' TO EVT-SEVERITY
013030     ELSE
013040         IF DL1-EVT-RC > 04
013050             MOVE 'E' TO EVT-SEVERITY
013060         ELSE
013070             IF DL1-EVT-RC > 00
013080                 MOVE 'W' TO EVT-SEVERITY
013090             ELSE
013100                 MOVE 'I' TO EVT-SEVERITY
013110             END-IF
013120         END-IF
013130     END-IF.
013140     IF DL1-EVT-CODE = SPACES
013150         MOVE 'RC' TO EVT-EVENT-CODE(1:2)
013160         MOVE DL1-EVT-RC TO EVT-EVENT-CODE(3:2)
013170     ELSE
013180         MOVE DL1-EVT-CODE TO EVT-EVENT-CODE
013190     END-IF.
013200     IF DL1-EVT-TEXT = SPACES
013210         MOVE 'RUN ENDED ABOVE RC=00 - SEE THE JOB LOG'
013220             TO EVT-TEXT
013230     ELSE
013240         MOVE DL1-EVT-TEXT TO EVT-TEXT
013250     END-IF.
013260     MOVE DL1-EVT-COUNT-1 TO EVT-COUNT-1.
013270     MOVE DL1-EVT-COUNT-2 TO EVT-COUNT-2.
013280     WRITE EVT-RECORD.
013290     IF DL1-EVENT-STATUS NOT = '00'
013300         DISPLAY 'DL180M - EVENT NOT WRITTEN - EVENTOUT FILE '
013310             'STATUS ' DL1-EVENT-STATUS
013320     END-IF.
013330     CLOSE EVENT-FILE.
013340     MOVE SPACES TO DL1-EVT-CODE DL1-EVT-TEXT.
013350     MOVE ZERO TO DL1-EVT-COUNT-1 DL1-EVT-COUNT-2.
013360 9500-EXIT.
013370     EXIT.
