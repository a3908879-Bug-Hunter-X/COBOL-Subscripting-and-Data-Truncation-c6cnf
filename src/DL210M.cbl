000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    DL210M.
000120 AUTHOR.        R HOLLOWAY.
000130 INSTALLATION.  DATA CONTROL - BATCH SYSTEMS.
000140 DATE-WRITTEN.  2026-10-15.
000150 DATE-COMPILED.
000160*****************************************************************
000170* MODIFICATION HISTORY
000180* ----------------------------------------------------------------
000190* 2026-10-15  RH  ORIGINAL VERSION.  MORNING OPERATIONS STATUS
000200*                 SHEET - ONE PAGE PER BUSINESS DATE THAT THE
000210*                 SHIFT LEAD SIGNS OFF AND THAT GOES TO THE
000220*                 BUSINESS AT 8 A.M., IN PLACE OF WORKING
000230*                 THROUGH THE DL140M LIST, CHAINRPT, RECONRPT,
000240*                 AGINGRPT AND REJAGRPT ONE BY ONE.  PULLS THE
000250*                 RUN-CONTROL RECORD (STATUS, COMPLETION CODE,
000260*                 RUN COUNT), EACH STEP'S LAST TRAILER OFF THE
000270*                 STEP-AUDIT FILE WITH THE DL125M CHAIN LINKS
000280*                 TIED AGAIN, THE NACK AND FAIL BREAK KEYS, NEW
000290*                 AND STILL-OPEN REVIEW ITEMS, AND NEW AND
000300*                 OVER-AGE REJECTS, FLAGS EACH LINE OK, AMBER OR
000310*                 RED AND ENDS WITH THE OVERALL VERDICT: GREEN
000320*                 RC=00, AMBER RC=04, RED RC=08.  EVERY FILE IS
000330*                 READ ONLY - THE SHEET CHANGES NOTHING.
000331* 2026-10-15  RH  A SHEET FOR AN EARLIER DATE NO LONGER MIXES IN
000332*                 LATER NIGHTS: ONLY STEP TRAILERS DATED FROM THE
000333*                 BUSINESS DATE UP TO (NOT INCLUDING) THE NEXT
000334*                 DATE ON RUN CONTROL ARE TAKEN - ONE FROM AN
000335*                 EARLIER NIGHT STILL SHOWS AS STALE, BUT NEVER
000336*                 DISPLACES ONE FOR THE DATE - AND REVIEW ITEMS
000337*                 AND REJECTS DATED AFTER THE BUSINESS DATE ARE
000338*                 LEFT OUT.
000340*****************************************************************
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000370 SOURCE-COMPUTER.   IBM-370.
000380 OBJECT-COMPUTER.   IBM-370.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT RUN-CTL         ASSIGN TO RUNCTL
000420            ORGANIZATION IS INDEXED
000430            ACCESS MODE IS DYNAMIC
000440            RECORD KEY IS RCT-BUS-DATE
000450            FILE STATUS IS DL1-RUNCTL-STATUS.
000460     SELECT STEP-AUDIT      ASSIGN TO STEPAUD
000470            ORGANIZATION IS SEQUENTIAL
000480            FILE STATUS IS DL1-STEPAUD-STATUS.
000490     SELECT BRK-KEYS        ASSIGN TO BRKKEYS
000500            ORGANIZATION IS SEQUENTIAL
000510            FILE STATUS IS DL1-BRKKEY-STATUS.
000520     SELECT REVIEW-FILE     ASSIGN TO REVWFILE
000530            ORGANIZATION IS INDEXED
000540            ACCESS MODE IS DYNAMIC
000550            RECORD KEY IS RVW-KEY
000560            FILE STATUS IS DL1-REVIEW-STATUS.
000570     SELECT REJINV-FILE     ASSIGN TO REJINV
000580            ORGANIZATION IS INDEXED
000590            ACCESS MODE IS DYNAMIC
000600            RECORD KEY IS RJI-KEY
000610            FILE STATUS IS DL1-REJINV-STATUS.
000620     SELECT STATUS-RPT      ASSIGN TO STATRPT
000630            ORGANIZATION IS SEQUENTIAL
000640            FILE STATUS IS DL1-STATRPT-STATUS.
000650     SELECT EVENT-FILE      ASSIGN TO EVENTOUT
000660            ORGANIZATION IS SEQUENTIAL
000670            FILE STATUS IS DL1-EVENT-STATUS.
000680 DATA DIVISION.
000690 FILE SECTION.
000700 FD  RUN-CTL
000710     RECORD CONTAINS 56 CHARACTERS.
000720 COPY DL1RCT.
000730
000740 FD  STEP-AUDIT
000750     RECORD CONTAINS 56 CHARACTERS.
000760 COPY DL1STA.
000770
000780 FD  BRK-KEYS
000790     RECORD CONTAINS 20 CHARACTERS
000800     RECORDING MODE IS F.
000810 COPY DL1BKY.
000820
000830 FD  REVIEW-FILE
000840     RECORD CONTAINS 102 CHARACTERS.
000850 COPY DL1RVW.
000860
000870 FD  REJINV-FILE
000880     RECORD CONTAINS 40 CHARACTERS.
000890 COPY DL1RJI.
000900
000910 FD  STATUS-RPT
000920     RECORD CONTAINS 80 CHARACTERS.
000930 COPY DL1OSS.
000940
000950 FD  EVENT-FILE
000960     RECORD CONTAINS 100 CHARACTERS.
000970 COPY DL1EVT.
000980
000990 WORKING-STORAGE SECTION.
001000*****************************************************************
001010* FILE STATUS SWITCHES
001020*****************************************************************
001030 01  DL1-FILE-STATUSES.
001040     05  DL1-RUNCTL-STATUS     PIC X(02) VALUE '00'.
001050     05  DL1-STEPAUD-STATUS    PIC X(02) VALUE '00'.
001060     05  DL1-BRKKEY-STATUS     PIC X(02) VALUE '00'.
001070     05  DL1-REVIEW-STATUS     PIC X(02) VALUE '00'.
001080     05  DL1-REJINV-STATUS     PIC X(02) VALUE '00'.
001090     05  DL1-STATRPT-STATUS    PIC X(02) VALUE '00'.
001100     05  DL1-EVENT-STATUS      PIC X(02) VALUE '00'.
001110 77  DL1-ABEND-DDNAME          PIC X(08) VALUE SPACES.
001120 77  DL1-ABEND-STATUS          PIC X(02) VALUE SPACES.
001130
001140*****************************************************************
001150* BUSINESS DATE - FROM THE PARM, OR THE LATEST DATE RUN CONTROL
001160* HOLDS THAT IS NOT PAST THE POINTER RECORD'S NEXT-DATE.  THE
001164* NEXT DATE RUN CONTROL HOLDS AFTER IT ENDS THE NIGHT (SPACES
001168* WHEN THE BUSINESS DATE IS THE LATEST).
001170*****************************************************************
001180 01  DL1-BUS-DATE.
001190     05  DL1-BUS-YYYY          PIC 9(04).
001200     05  DL1-BUS-MM            PIC 9(02).
001210     05  DL1-BUS-DD            PIC 9(02).
001220 77  DL1-BUS-DATE-X            PIC X(10).
001230 01  DL1-PARM-DATE-SW          PIC X(01) VALUE 'N'.
001240     88  DL1-DATE-FROM-PARM              VALUE 'Y'.
001250 77  DL1-POINTER-DATE-X        PIC X(08) VALUE SPACES.
001260 77  DL1-LATEST-DATE-X         PIC X(08) VALUE SPACES.
001265 77  DL1-NEXT-RUN-DATE-X        PIC X(08) VALUE SPACES.
001270 01  DL1-RUNCTL-EOF-SW         PIC X(01) VALUE 'N'.
001280     88  DL1-RUNCTL-EOF-YES              VALUE 'Y'.
001290
001300*****************************************************************
001310* RUN-CONTROL RECORD FOR THE BUSINESS DATE
001320*****************************************************************
001330 01  DL1-RCT-FOUND-SW          PIC X(01) VALUE 'N'.
001340     88  DL1-RCT-FOUND                   VALUE 'Y'.
001350 77  DL1-STATUS-WORD           PIC X(20) VALUE SPACES.
001360
001370*****************************************************************
001380* THE STEP TABLE - SAME RULE AS DL125M: ONE ENTRY PER STEP OF
001390* THE NIGHTLY CHAIN IN CHAIN ORDER, THE LAST TRAILER PER STEP ON
001400* THE FILE WINS.  A TRAILER DATED BEFORE THE BUSINESS DATE IS
001410* FROM AN EARLIER NIGHT - THE STEP DID NOT REPORT FOR THIS ONE.
001414* ONE DATED ON OR AFTER THE NEXT RUN-CONTROL DATE BELONGS TO A
001418* LATER NIGHT AND IS NOT TAKEN AT ALL.
001420*****************************************************************
001430 01  DL1-STEP-TABLE.
001440     05  DL1-STEP-ENTRY        OCCURS 4 TIMES.
001450         10  DL1-STP-NAME      PIC X(08).
001460         10  DL1-STP-SEEN-SW   PIC X(01).
001470             88  DL1-STP-SEEN               VALUE 'Y'.
001480         10  DL1-STP-BUS-DATE  PIC X(08).
001490         10  DL1-STP-TS        PIC X(16).
001500         10  DL1-STP-IN        PIC 9(07) COMP.
001510         10  DL1-STP-OUT       PIC 9(07) COMP.
001520         10  DL1-STP-CC        PIC X(04).
001530 77  DL1-MAX-STEPS             PIC 9(02) COMP VALUE 4.
001540 77  DL1-STEP-SUB              PIC 9(02) COMP VALUE ZERO.
001550 77  DL1-LINK-SUB-1            PIC 9(02) COMP VALUE ZERO.
001560 77  DL1-LINK-SUB-2            PIC 9(02) COMP VALUE ZERO.
001570 77  DL1-LINK-DESC-X           PIC X(38) VALUE SPACES.
001580 77  DL1-TRAILERS-READ         PIC 9(07) COMP VALUE ZERO.
001585 77  DL1-TRAILERS-LATER        PIC 9(07) COMP VALUE ZERO.
001590 01  DL1-AUDIT-EOF-SW          PIC X(01) VALUE 'N'.
001600     88  DL1-AUDIT-EOF-YES               VALUE 'Y'.
001610
001620*****************************************************************
001630* BREAK KEYS, REVIEW ITEMS AND REJECT INVENTORY COUNTS.  THE
001640* AGING LIMIT IS THE ONE DL155M AND DL160M APPLY, MEASURED THE
001650* SAME WAY (FROM TODAY), SO THE SHEET AGREES WITH THEIR REPORTS.
001660*****************************************************************
001670 77  DL1-CNT-NACK              PIC 9(07) COMP VALUE ZERO.
001680 77  DL1-CNT-FAIL              PIC 9(07) COMP VALUE ZERO.
001690 77  DL1-CNT-CONTENT           PIC 9(07) COMP VALUE ZERO.
001700 01  DL1-BRKKEY-EOF-SW         PIC X(01) VALUE 'N'.
001710     88  DL1-BRKKEY-EOF-YES              VALUE 'Y'.
001720 77  DL1-CNT-RVW-NEW           PIC 9(07) COMP VALUE ZERO.
001730 77  DL1-CNT-RVW-NEW-OPEN      PIC 9(07) COMP VALUE ZERO.
001740 77  DL1-CNT-RVW-CARRIED       PIC 9(07) COMP VALUE ZERO.
001750 77  DL1-CNT-RVW-OVERAGE       PIC 9(07) COMP VALUE ZERO.
001760 01  DL1-REVIEW-EOF-SW         PIC X(01) VALUE 'N'.
001770     88  DL1-REVIEW-EOF-YES              VALUE 'Y'.
001780 77  DL1-CNT-RJI-NEW           PIC 9(07) COMP VALUE ZERO.
001790 77  DL1-CNT-RJI-TOTAL         PIC 9(07) COMP VALUE ZERO.
001800 77  DL1-CNT-RJI-OVERAGE       PIC 9(07) COMP VALUE ZERO.
001810 01  DL1-REJINV-EOF-SW         PIC X(01) VALUE 'N'.
001820     88  DL1-REJINV-EOF-YES              VALUE 'Y'.
001830 77  DL1-AGING-LIMIT-DAYS      PIC 9(03) COMP VALUE 003.
001840 77  DL1-TODAY-INTEGER         PIC 9(09) COMP VALUE ZERO.
001850 77  DL1-ITEM-INTEGER          PIC 9(09) COMP VALUE ZERO.
001860 77  DL1-ITEM-AGE-DAYS         PIC S9(05) COMP VALUE ZERO.
001870 77  DL1-ITEM-DATE-N           PIC 9(08) VALUE ZERO.
001880
001890*****************************************************************
001900* FINDINGS - EVERY AMBER OR RED CONDITION IS COUNTED AND HELD
001910* FOR THE LIST UNDER THE VERDICT.  ONE PAGE HOLDS TWENTY; ANY
001920* BEYOND THAT ARE COUNTED AND NOTED.
001930*****************************************************************
001940 77  DL1-FND-LEVEL-X           PIC X(05) VALUE SPACES.
001950 77  DL1-FND-TEXT-X            PIC X(50) VALUE SPACES.
001960 77  DL1-RED-COUNT             PIC 9(07) COMP VALUE ZERO.
001970 77  DL1-AMBER-COUNT           PIC 9(07) COMP VALUE ZERO.
001980 01  DL1-FINDING-TABLE.
001990     05  DL1-FINDING-ENTRY     OCCURS 20 TIMES.
002000         10  DL1-FND-LEVEL     PIC X(05).
002010         10  DL1-FND-TEXT      PIC X(50).
002020 77  DL1-MAX-FINDINGS          PIC 9(02) COMP VALUE 20.
002030 77  DL1-FND-COUNT             PIC 9(02) COMP VALUE ZERO.
002040 77  DL1-FND-SUB               PIC 9(02) COMP VALUE ZERO.
002050 77  DL1-FND-DROPPED           PIC 9(07) COMP VALUE ZERO.
002060 77  DL1-EDIT-COUNT            PIC ZZZ,ZZ9.
002070
002080*****************************************************************
002090* REPORT HEADING CONTROLS
002100*****************************************************************
002110 01  DL1-RUN-DATE.
002120     05  DL1-RUN-YYYY          PIC 9(04).
002130     05  DL1-RUN-MM            PIC 9(02).
002140     05  DL1-RUN-DD            PIC 9(02).
002150 77  DL1-RUN-DATE-X            PIC X(10).
002160 77  DL1-RUN-DATE-N            PIC 9(08) VALUE ZERO.
002170
002180*****************************************************************
002190* MONITORING EVENT - WHATEVER ENDS THE RUN ABOVE RC=00 OR RAISES
002200* A NAMED CONDITION SETS THE CODE, COUNTS AND TEXT; 9500 WRITES
002210* THE EVENT (DL1EVT) TO THE SHARED EVENT FILE.
002220*****************************************************************
002230 01  DL1-EVENT-FIELDS.
002240     05  DL1-EVT-CODE          PIC X(08) VALUE SPACES.
002250     05  DL1-EVT-COUNT-1       PIC 9(07) VALUE ZERO.
002260     05  DL1-EVT-COUNT-2       PIC 9(07) VALUE ZERO.
002270     05  DL1-EVT-TEXT          PIC X(40) VALUE SPACES.
002280 77  DL1-EVT-RC                PIC 9(02) VALUE ZERO.
002290 77  DL1-EVT-DATE              PIC 9(08) VALUE ZERO.
002300 77  DL1-EVT-TIME              PIC 9(08) VALUE ZERO.
002310
002320 LINKAGE SECTION.
002330 01  LS-PARM-AREA.
002340     05  LS-PARM-LENGTH         PIC S9(04) COMP.
002350     05  LS-PARM-TEXT           PIC X(24).
002360
002370 PROCEDURE DIVISION USING LS-PARM-AREA.
002380*****************************************************************
002390* 0000-MAINLINE
002400*****************************************************************
002410 0000-MAINLINE.
002420     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002430     PERFORM 2000-RUN-CONTROL THRU 2000-EXIT.
002440     PERFORM 3000-STEP-AUDIT THRU 3000-EXIT.
002450     PERFORM 4000-BREAK-KEYS THRU 4000-EXIT.
002460     PERFORM 5000-REVIEW-ITEMS THRU 5000-EXIT.
002470     PERFORM 6000-REJECT-INVENTORY THRU 6000-EXIT.
002480     PERFORM 7000-VERDICT THRU 7000-EXIT.
002490     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002500     IF RETURN-CODE > 0
002510         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
002520     END-IF.
002530     GOBACK.
002540
002550*****************************************************************
002560* 1000-INITIALIZE - OPEN EVERY SOURCE FOR INPUT ONLY, SETTLE
002570*                   THE BUSINESS DATE, SEED THE STEP TABLE IN
002580*                   CHAIN ORDER AND WRITE THE HEADING.
002590*****************************************************************
002600 1000-INITIALIZE.
002610     ACCEPT DL1-RUN-DATE FROM DATE YYYYMMDD.
002620     MOVE DL1-RUN-MM  TO DL1-RUN-DATE-X(1:2).
002630     MOVE '/'         TO DL1-RUN-DATE-X(3:1).
002640     MOVE DL1-RUN-DD  TO DL1-RUN-DATE-X(4:2).
002650     MOVE '/'         TO DL1-RUN-DATE-X(6:1).
002660     MOVE DL1-RUN-YYYY TO DL1-RUN-DATE-X(7:4).
002670     MOVE DL1-RUN-DATE TO DL1-RUN-DATE-N.
002680     COMPUTE DL1-TODAY-INTEGER =
002690         FUNCTION INTEGER-OF-DATE(DL1-RUN-DATE-N).
002700     PERFORM 1050-PARSE-PARM THRU 1050-EXIT.
002710     OPEN INPUT RUN-CTL.
002720     IF DL1-RUNCTL-STATUS NOT = '00' AND
002730        DL1-RUNCTL-STATUS NOT = '97'
002740         MOVE 'RUNCTL' TO DL1-ABEND-DDNAME
002750         MOVE DL1-RUNCTL-STATUS TO DL1-ABEND-STATUS
002760         PERFORM 9100-ABEND-ON-FILE-ERROR THRU 9100-EXIT
002770     END-IF.
002780     OPEN INPUT STEP-AUDIT.
002790     IF DL1-STEPAUD-STATUS NOT = '00'
002800         MOVE 'STEPAUD' TO DL1-ABEND-DDNAME
002810         MOVE DL1-STEPAUD-STATUS TO DL1-ABEND-STATUS
002820         PERFORM 9100-ABEND-ON-FILE-ERROR THRU 9100-EXIT
002830     END-IF.
002840     OPEN INPUT BRK-KEYS.
002850     IF DL1-BRKKEY-STATUS NOT = '00'
002860         MOVE 'BRKKEYS' TO DL1-ABEND-DDNAME
002870         MOVE DL1-BRKKEY-STATUS TO DL1-ABEND-STATUS
002880         PERFORM 9100-ABEND-ON-FILE-ERROR THRU 9100-EXIT
002890     END-IF.
002900     OPEN INPUT REVIEW-FILE.
002910     IF DL1-REVIEW-STATUS NOT = '00'
002920         MOVE 'REVWFILE' TO DL1-ABEND-DDNAME
002930         MOVE DL1-REVIEW-STATUS TO DL1-ABEND-STATUS
002940         PERFORM 9100-ABEND-ON-FILE-ERROR THRU 9100-EXIT
002950     END-IF.
002960     OPEN INPUT REJINV-FILE.
002970     IF DL1-REJINV-STATUS NOT = '00'
002980         MOVE 'REJINV' TO DL1-ABEND-DDNAME
002990         MOVE DL1-REJINV-STATUS TO DL1-ABEND-STATUS
003000         PERFORM 9100-ABEND-ON-FILE-ERROR THRU 9100-EXIT
003010     END-IF.
003020     OPEN OUTPUT STATUS-RPT.
003030     IF DL1-STATRPT-STATUS NOT = '00'
003040         MOVE 'STATRPT' TO DL1-ABEND-DDNAME
003050         MOVE DL1-STATRPT-STATUS TO DL1-ABEND-STATUS
003060         PERFORM 9100-ABEND-ON-FILE-ERROR THRU 9100-EXIT
003070     END-IF.
003080     PERFORM 1100-FIND-POINTER THRU 1100-EXIT.
003090     IF NOT DL1-DATE-FROM-PARM
003100         PERFORM 1200-DEFAULT-BUS-DATE THRU 1200-EXIT
003110     END-IF.
003120     MOVE DL1-BUS-MM  TO DL1-BUS-DATE-X(1:2).
003130     MOVE '/'         TO DL1-BUS-DATE-X(3:1).
003140     MOVE DL1-BUS-DD  TO DL1-BUS-DATE-X(4:2).
003150     MOVE '/'         TO DL1-BUS-DATE-X(6:1).
003160     MOVE DL1-BUS-YYYY TO DL1-BUS-DATE-X(7:4).
003165     PERFORM 1300-FIND-NEXT-RUN THRU 1300-EXIT.
003170     MOVE 'DL105M' TO DL1-STP-NAME(1).
003180     MOVE 'DL100M' TO DL1-STP-NAME(2).
003190     MOVE 'DL110M' TO DL1-STP-NAME(3).
003200     MOVE 'DL120M' TO DL1-STP-NAME(4).
003210     PERFORM 1010-CLEAR-ONE-STEP THRU 1010-EXIT
003220         VARYING DL1-STEP-SUB FROM 1 BY 1
003230         UNTIL DL1-STEP-SUB > DL1-MAX-STEPS.
003240     MOVE SPACES TO DL1-FINDING-TABLE.
003250     MOVE SPACES TO OSS-HEADER-LINE.
003260     MOVE 'DL210M -' TO OSS-HEADER-LINE(1:8).
003270     MOVE 'MORNING OPERATIONS STATUS' TO OSS-HDR-TITLE.
003280     MOVE 'RUN DATE:' TO OSS-HEADER-LINE(45:9).
003290     MOVE DL1-RUN-DATE-X TO OSS-HDR-DATE.
003300     WRITE OSS-HEADER-LINE.
003310     MOVE SPACES TO OSS-ITEM-LINE.
003320     WRITE OSS-ITEM-LINE.
003330     MOVE SPACES TO OSS-ITEM-LINE.
003340     MOVE 'BUSINESS DATE' TO OSS-ITM-LABEL.
003350     MOVE DL1-BUS-DATE-X TO OSS-ITM-VALUE.
003360     WRITE OSS-ITEM-LINE.
003370     MOVE SPACES TO OSS-ITEM-LINE.
003380     MOVE 'RUN-CONTROL NEXT DATE' TO OSS-ITM-LABEL.
003390     IF DL1-POINTER-DATE-X = SPACES
003400         MOVE 'NO POINTER RECORD' TO OSS-ITM-VALUE
003410     ELSE
003420         MOVE DL1-POINTER-DATE-X TO OSS-ITM-VALUE
003430     END-IF.
003440     WRITE OSS-ITEM-LINE.
003450 1000-EXIT.
003460     EXIT.
003470
003480 1010-CLEAR-ONE-STEP.
003490     MOVE 'N' TO DL1-STP-SEEN-SW(DL1-STEP-SUB).
003500     MOVE SPACES TO DL1-STP-BUS-DATE(DL1-STEP-SUB)
003510                    DL1-STP-TS(DL1-STEP-SUB)
003520                    DL1-STP-CC(DL1-STEP-SUB).
003530     MOVE ZERO TO DL1-STP-IN(DL1-STEP-SUB)
003540                  DL1-STP-OUT(DL1-STEP-SUB).
003550 1010-EXIT.
003560     EXIT.
003570
003580*****************************************************************
003590* 1050-PARSE-PARM - THE BUSINESS DATE (YYYYMMDD) IN POSITIONS
003600*                   1-8.  NO PARM MEANS THE DATE RUN CONTROL
003610*                   SAYS WAS LAST RUN (SEE 1200).
003620*****************************************************************
003630 1050-PARSE-PARM.
003640     IF LS-PARM-LENGTH < 1
003650         GO TO 1050-EXIT
003660     END-IF.
003670     IF LS-PARM-TEXT(1:8) = SPACES
003680         GO TO 1050-EXIT
003690     END-IF.
003700     IF LS-PARM-LENGTH < 8
003710         GO TO 1050-BAD-PARM
003720     END-IF.
003730     IF LS-PARM-TEXT(1:8) NOT NUMERIC
003740         GO TO 1050-BAD-PARM
003750     END-IF.
003760     MOVE LS-PARM-TEXT(1:8) TO DL1-BUS-DATE.
003770     IF DL1-BUS-MM < 1 OR DL1-BUS-MM > 12
003780        OR DL1-BUS-DD < 1 OR DL1-BUS-DD > 31
003790         GO TO 1050-BAD-PARM
003800     END-IF.
003810     MOVE 'Y' TO DL1-PARM-DATE-SW.
003820     GO TO 1050-EXIT.
003830 1050-BAD-PARM.
003840     DISPLAY 'DL210M - PARM MUST BE BLANK OR CARRY THE BUSINESS '
003850         'DATE (YYYYMMDD)'.
003860     MOVE 12 TO RETURN-CODE.
003870     MOVE 'BADPARM' TO DL1-EVT-CODE.
003880     MOVE 'PARM REFUSED - STEP NOT RUN' TO DL1-EVT-TEXT.
003890     PERFORM 9500-WRITE-EVENT THRU 9500-EXIT.
003900     STOP RUN.
003910 1050-EXIT.
003920     EXIT.
003930
003940*****************************************************************
003950* 1100-FIND-POINTER - THE POINTER RECORD'S NEXT-DATE, SHOWN ON
003960*                     THE SHEET SO AN ADVANCE THAT DID OR DID
003970*                     NOT HAPPEN IS VISIBLE.
003980*****************************************************************
003990 1100-FIND-POINTER.
004000     MOVE '00000000' TO RCT-BUS-DATE.
004010     READ RUN-CTL
004020         INVALID KEY
004030             MOVE SPACES TO DL1-POINTER-DATE-X
004040         NOT INVALID KEY
004050             MOVE RCT-NEXT-DATE TO DL1-POINTER-DATE-X
004060     END-READ.
004070     IF DL1-POINTER-DATE-X = '00000000'
004080         MOVE SPACES TO DL1-POINTER-DATE-X
004090     END-IF.
004100 1100-EXIT.
004110     EXIT.
004120
004130*****************************************************************
004140* 1200-DEFAULT-BUS-DATE - NO PARM: THE LATEST DATE ON RUN
004150*                         CONTROL NOT PAST THE POINTER'S
004160*                         NEXT-DATE.  BEFORE THE ADVANCE THAT IS
004170*                         THE POINTER DATE ITSELF (IN FLIGHT OR
004180*                         JUST ENDED); AFTER IT, THE NIGHT JUST
004190*                         CLOSED.  AN EMPTY FILE FALLS BACK TO
004200*                         TODAY, WHICH THEN SHOWS AS NOT RUN.
004210*****************************************************************
004220 1200-DEFAULT-BUS-DATE.
004230     MOVE SPACES TO DL1-LATEST-DATE-X.
004240     MOVE '00000001' TO RCT-BUS-DATE.
004250     START RUN-CTL KEY NOT < RCT-BUS-DATE
004260         INVALID KEY
004270             MOVE 'Y' TO DL1-RUNCTL-EOF-SW
004280     END-START.
004290     PERFORM 1210-SCAN-ONE-RUN THRU 1210-EXIT
004300         UNTIL DL1-RUNCTL-EOF-YES.
004310     IF DL1-LATEST-DATE-X = SPACES
004320         MOVE DL1-RUN-DATE TO DL1-BUS-DATE
004330     ELSE
004340         MOVE DL1-LATEST-DATE-X TO DL1-BUS-DATE
004350     END-IF.
004360 1200-EXIT.
004370     EXIT.
004380
004390 1210-SCAN-ONE-RUN.
004400     READ RUN-CTL NEXT RECORD
004410         AT END
004420             MOVE 'Y' TO DL1-RUNCTL-EOF-SW
004430             GO TO 1210-EXIT
004440     END-READ.
004450     IF DL1-POINTER-DATE-X NOT = SPACES
004460        AND RCT-BUS-DATE > DL1-POINTER-DATE-X
004470         MOVE 'Y' TO DL1-RUNCTL-EOF-SW
004480         GO TO 1210-EXIT
004490     END-IF.
004500     MOVE RCT-BUS-DATE TO DL1-LATEST-DATE-X.
004510 1210-EXIT.
004520     EXIT.
004521
004522*****************************************************************
004523* 1300-FIND-NEXT-RUN - THE FIRST DATE RUN CONTROL HOLDS AFTER THE
004524*                      BUSINESS DATE.  A STEP TRAILER DATED THAT
004525*                      DAY OR LATER WAS WRITTEN FOR A LATER NIGHT.
004526*                      NONE (THE BUSINESS DATE IS THE LATEST)
004527*                      LEAVES THE NIGHT OPEN-ENDED.
004528*****************************************************************
004529 1300-FIND-NEXT-RUN.
004530     MOVE SPACES TO DL1-NEXT-RUN-DATE-X.
004531     MOVE DL1-BUS-DATE TO RCT-BUS-DATE.
004532     START RUN-CTL KEY > RCT-BUS-DATE
004533         INVALID KEY
004534             GO TO 1300-EXIT
004535     END-START.
004536     READ RUN-CTL NEXT RECORD
004537         AT END
004538             GO TO 1300-EXIT
004539     END-READ.
004540     MOVE RCT-BUS-DATE TO DL1-NEXT-RUN-DATE-X.
004541 1300-EXIT.
004542     EXIT.
004543
004544*****************************************************************
004550* 2000-RUN-CONTROL - THE BUSINESS DATE'S RUN-CONTROL RECORD.
004560*                    NO RECORD, A RUN STILL IN FLIGHT OR A
004570*                    DATE RESET AND NOT RERUN IS RED, AS IS A
004580*                    COMPLETION CODE ABOVE CC04; CC04 OR A DATE
004590*                    RUN MORE THAN ONCE IS AMBER.
004600*****************************************************************
004610 2000-RUN-CONTROL.
004620     MOVE SPACES TO OSS-ITEM-LINE.
004630     WRITE OSS-ITEM-LINE.
004640     MOVE SPACES TO OSS-SECTION-LINE.
004650     MOVE 'RUN CONTROL (RUNCTL)' TO OSS-SEC-TITLE.
004660     WRITE OSS-SECTION-LINE.
004670     MOVE DL1-BUS-DATE TO RCT-BUS-DATE.
004680     READ RUN-CTL
004690         INVALID KEY
004700             MOVE 'N' TO DL1-RCT-FOUND-SW
004710         NOT INVALID KEY
004720             MOVE 'Y' TO DL1-RCT-FOUND-SW
004730     END-READ.
004740     MOVE SPACES TO OSS-ITEM-LINE.
004750     MOVE 'RUN STATUS' TO OSS-ITM-LABEL.
004760     IF NOT DL1-RCT-FOUND
004770         MOVE 'NOT RUN' TO OSS-ITM-VALUE
004780         MOVE 'RED' TO OSS-ITM-FLAG
004790         WRITE OSS-ITEM-LINE
004800         MOVE 'RED' TO DL1-FND-LEVEL-X
004810         MOVE 'NO RUN-CONTROL RECORD - THE DATE WAS NEVER STARTED'
004820             TO DL1-FND-TEXT-X
004830         PERFORM 8000-NOTE-FINDING THRU 8000-EXIT
004840         GO TO 2000-EXIT
004850     END-IF.
004860     PERFORM 2100-STATUS-LINE THRU 2100-EXIT.
004870     MOVE SPACES TO OSS-ITEM-LINE.
004880     MOVE 'COMPLETION CODE' TO OSS-ITM-LABEL.
004890     MOVE RCT-COMPLETION-CODE TO OSS-ITM-VALUE.
004900     IF RCT-STATUS-COMPLETE
004910         PERFORM 2200-JUDGE-COMPLETION THRU 2200-EXIT
004920     END-IF.
004930     WRITE OSS-ITEM-LINE.
004940     MOVE SPACES TO OSS-COUNT-LINE.
004950     MOVE 'RUN COUNT' TO OSS-CNT-LABEL.
004960     MOVE RCT-RUN-COUNT TO OSS-CNT-VALUE.
004970     IF RCT-RUN-COUNT > 1
004980         MOVE 'AMBER' TO OSS-CNT-FLAG
004990         MOVE 'AMBER' TO DL1-FND-LEVEL-X
005000         MOVE 'DATE RUN MORE THAN ONCE - CHECK THE RERUN REASON'
005010             TO DL1-FND-TEXT-X
005020         PERFORM 8000-NOTE-FINDING THRU 8000-EXIT
005030     ELSE
005040         MOVE 'OK' TO OSS-CNT-FLAG
005050     END-IF.
005060     WRITE OSS-COUNT-LINE.
005070     MOVE SPACES TO OSS-ITEM-LINE.
005080     MOVE 'STARTED' TO OSS-ITM-LABEL.
005090     MOVE RCT-START-TS TO OSS-ITM-VALUE.
005100     WRITE OSS-ITEM-LINE.
005110     MOVE SPACES TO OSS-ITEM-LINE.
005120     MOVE 'ENDED' TO OSS-ITM-LABEL.
005130     MOVE RCT-END-TS TO OSS-ITM-VALUE.
005140     WRITE OSS-ITEM-LINE.
005150 2000-EXIT.
005160     EXIT.
005170
005180 2100-STATUS-LINE.
005190     IF RCT-STATUS-COMPLETE
005200         MOVE 'COMPLETE' TO OSS-ITM-VALUE
005210         MOVE 'OK' TO OSS-ITM-FLAG
005220         WRITE OSS-ITEM-LINE
005230         GO TO 2100-EXIT
005240     END-IF.
005250     MOVE 'RED' TO OSS-ITM-FLAG.
005260     MOVE 'RED' TO DL1-FND-LEVEL-X.
005270     IF RCT-STATUS-INFLIGHT
005280         MOVE 'IN FLIGHT' TO OSS-ITM-VALUE
005290         MOVE 'RUN STILL IN FLIGHT - RUNNING OR ABENDED'
005300             TO DL1-FND-TEXT-X
005310     ELSE
005320         IF RCT-STATUS-RESET
005330             MOVE 'RESET' TO OSS-ITM-VALUE
005340             MOVE 'DATE RESET AND NOT YET RERUN'
005350                 TO DL1-FND-TEXT-X
005360         ELSE
005370             MOVE RCT-RUN-STATUS TO OSS-ITM-VALUE
005380             MOVE 'RUN-CONTROL STATUS NOT RECOGNISED'
005390                 TO DL1-FND-TEXT-X
005400         END-IF
005410     END-IF.
005420     WRITE OSS-ITEM-LINE.
005430     PERFORM 8000-NOTE-FINDING THRU 8000-EXIT.
005440 2100-EXIT.
005450     EXIT.
005460
005470 2200-JUDGE-COMPLETION.
005480     IF RCT-COMPLETION-CODE = 'CC00'
005490         MOVE 'OK' TO OSS-ITM-FLAG
005500         GO TO 2200-EXIT
005510     END-IF.
005520     IF RCT-COMPLETION-CODE = 'CC04'
005530         MOVE 'AMBER' TO OSS-ITM-FLAG
005540         MOVE 'AMBER' TO DL1-FND-LEVEL-X
005550         MOVE 'RUN ENDED CC04 - EXCEPTIONS TO WORK'
005560             TO DL1-FND-TEXT-X
005570     ELSE
005580         MOVE 'RED' TO OSS-ITM-FLAG
005590         MOVE 'RED' TO DL1-FND-LEVEL-X
005600         MOVE SPACES TO DL1-FND-TEXT-X
005610         STRING 'RUN ENDED '            DELIMITED BY SIZE
005620                RCT-COMPLETION-CODE     DELIMITED BY SIZE
005630                ' - SEE THE DL100M JOB LOG' DELIMITED BY SIZE
005640             INTO DL1-FND-TEXT-X
005650     END-IF.
005660     PERFORM 8000-NOTE-FINDING THRU 8000-EXIT.
005670 2200-EXIT.
005680     EXIT.
005690
005700*****************************************************************
005710* 3000-STEP-AUDIT - EACH STEP'S LAST TRAILER FOR THE NIGHT AND
005720*                   THE THREE DL125M CHAIN LINKS.  A STEP WITH
005730*                   NO TRAILER, A STALE ONE OR ONE ABOVE CC04 IS
005740*                   RED, CC04 IS AMBER; A LINK THAT DOES NOT
005750*                   TIE IS RED.
005760*****************************************************************
005770 3000-STEP-AUDIT.
005780     PERFORM 3100-READ-ONE-TRAILER THRU 3100-EXIT
005790         UNTIL DL1-AUDIT-EOF-YES.
005800     MOVE SPACES TO OSS-ITEM-LINE.
005810     WRITE OSS-ITEM-LINE.
005820     MOVE SPACES TO OSS-SECTION-LINE.
005830     MOVE 'NIGHTLY CHAIN STEPS (STEPAUD)' TO OSS-SEC-TITLE.
005840     WRITE OSS-SECTION-LINE.
005850     MOVE SPACES TO OSS-STEP-LINE.
005860     MOVE 'STEP'         TO OSS-STEP-LINE(5:4).
005870     MOVE 'DATE'         TO OSS-STEP-LINE(15:4).
005880     MOVE 'LAST TRAILER' TO OSS-STEP-LINE(25:12).
005890     MOVE 'IN'           TO OSS-STEP-LINE(50:2).
005900     MOVE 'OUT'          TO OSS-STEP-LINE(59:3).
005910     MOVE 'CC'           TO OSS-STEP-LINE(63:2).
005920     MOVE 'FLAG'         TO OSS-STEP-LINE(69:4).
005930     WRITE OSS-STEP-LINE.
005940     PERFORM 3200-JUDGE-ONE-STEP THRU 3200-EXIT
005950         VARYING DL1-STEP-SUB FROM 1 BY 1
005960         UNTIL DL1-STEP-SUB > DL1-MAX-STEPS.
005970     MOVE 1 TO DL1-LINK-SUB-1.
005980     MOVE 2 TO DL1-LINK-SUB-2.
005990     MOVE 'DL105M MERGED VS DL100M DATA READ'
006000         TO DL1-LINK-DESC-X.
006010     PERFORM 3300-CHECK-ONE-LINK THRU 3300-EXIT.
006020     MOVE 2 TO DL1-LINK-SUB-1.
006030     MOVE 3 TO DL1-LINK-SUB-2.
006040     MOVE 'DL100M EXTRACTED VS DL110M APPLIED'
006050         TO DL1-LINK-DESC-X.
006060     PERFORM 3300-CHECK-ONE-LINK THRU 3300-EXIT.
006070     MOVE 3 TO DL1-LINK-SUB-1.
006080     MOVE 4 TO DL1-LINK-SUB-2.
006090     MOVE 'DL110M CUT VS DL120M EXPECTED ACKS'
006100         TO DL1-LINK-DESC-X.
006110     PERFORM 3300-CHECK-ONE-LINK THRU 3300-EXIT.
006120 3000-EXIT.
006130     EXIT.
006140
006150 3100-READ-ONE-TRAILER.
006160     READ STEP-AUDIT
006170         AT END
006180             MOVE 'Y' TO DL1-AUDIT-EOF-SW
006190             GO TO 3100-EXIT
006200     END-READ.
006210     ADD 1 TO DL1-TRAILERS-READ.
006211     IF DL1-NEXT-RUN-DATE-X NOT = SPACES
006212        AND STA-BUS-DATE NOT < DL1-NEXT-RUN-DATE-X
006213         ADD 1 TO DL1-TRAILERS-LATER
006214         GO TO 3100-EXIT
006215     END-IF.
006220     PERFORM 3110-FIND-ONE-STEP THRU 3110-EXIT
006230         VARYING DL1-STEP-SUB FROM 1 BY 1
006240         UNTIL DL1-STEP-SUB > DL1-MAX-STEPS
006250            OR DL1-STP-NAME(DL1-STEP-SUB) = STA-STEP-NAME.
006255     IF DL1-STEP-SUB > DL1-MAX-STEPS
006260         GO TO 3100-EXIT
006265     END-IF.
006270*    A RERUN OF AN EARLIER DATE, APPENDED LATER, MUST NOT DISPLACE
006275*    A TRAILER ALREADY HELD FOR THIS NIGHT.
006280     IF STA-BUS-DATE < DL1-BUS-DATE
006285        AND DL1-STP-SEEN(DL1-STEP-SUB)
006290        AND DL1-STP-BUS-DATE(DL1-STEP-SUB) NOT < DL1-BUS-DATE
006295         GO TO 3100-EXIT
006300     END-IF.
006305     MOVE 'Y' TO DL1-STP-SEEN-SW(DL1-STEP-SUB).
006310     MOVE STA-BUS-DATE TO DL1-STP-BUS-DATE(DL1-STEP-SUB).
006315     MOVE STA-RUN-TIMESTAMP TO DL1-STP-TS(DL1-STEP-SUB).
006320     MOVE STA-IN-COUNT TO DL1-STP-IN(DL1-STEP-SUB).
006325     MOVE STA-OUT-COUNT TO DL1-STP-OUT(DL1-STEP-SUB).
006330     MOVE STA-COMPLETION-CODE TO DL1-STP-CC(DL1-STEP-SUB).
006340 3100-EXIT.
006350     EXIT.
006360
006370 3110-FIND-ONE-STEP.
006380*    THE VARYING LOOP ONLY WALKS THE TABLE; THE MATCH TEST IS
006390*    IN THE UNTIL, SO THE SUBSCRIPT LANDS ON THE STEP'S ENTRY.
006400 3110-EXIT.
006410     EXIT.
006420
006430 3200-JUDGE-ONE-STEP.
006440     MOVE SPACES TO OSS-STEP-LINE.
006450     MOVE DL1-STP-NAME(DL1-STEP-SUB) TO OSS-STP-NAME.
006460     IF NOT DL1-STP-SEEN(DL1-STEP-SUB)
006470         MOVE 'NO TRAILER ON FILE' TO OSS-STEP-LINE(15:18)
006480         MOVE 'RED' TO OSS-STP-FLAG
006490         WRITE OSS-STEP-LINE
006500         MOVE 'RED' TO DL1-FND-LEVEL-X
006510         MOVE SPACES TO DL1-FND-TEXT-X
006520         STRING DL1-STP-NAME(DL1-STEP-SUB) DELIMITED BY SPACE
006530                ' WROTE NO STEP TRAILER' DELIMITED BY SIZE
006540             INTO DL1-FND-TEXT-X
006550         PERFORM 8000-NOTE-FINDING THRU 8000-EXIT
006560         GO TO 3200-EXIT
006570     END-IF.
006580     MOVE DL1-STP-BUS-DATE(DL1-STEP-SUB) TO OSS-STP-BUS-DATE.
006590     MOVE DL1-STP-TS(DL1-STEP-SUB) TO OSS-STP-TIMESTAMP.
006600     MOVE DL1-STP-IN(DL1-STEP-SUB) TO OSS-STP-IN.
006610     MOVE DL1-STP-OUT(DL1-STEP-SUB) TO OSS-STP-OUT.
006620     MOVE DL1-STP-CC(DL1-STEP-SUB) TO OSS-STP-CC.
006630     MOVE SPACES TO DL1-FND-LEVEL-X DL1-FND-TEXT-X.
006640     IF DL1-STP-BUS-DATE(DL1-STEP-SUB) < DL1-BUS-DATE
006650         MOVE 'RED' TO DL1-FND-LEVEL-X
006660         STRING DL1-STP-NAME(DL1-STEP-SUB) DELIMITED BY SPACE
006670                ' LAST TRAILER IS FROM AN EARLIER NIGHT'
006680                                        DELIMITED BY SIZE
006690             INTO DL1-FND-TEXT-X
006700     ELSE
006710         IF DL1-STP-CC(DL1-STEP-SUB) = 'CC04'
006720             MOVE 'AMBER' TO DL1-FND-LEVEL-X
006730         ELSE
006740             IF DL1-STP-CC(DL1-STEP-SUB) NOT = 'CC00'
006750                 MOVE 'RED' TO DL1-FND-LEVEL-X
006760             END-IF
006770         END-IF
006780         IF DL1-FND-LEVEL-X NOT = SPACES
006790             STRING DL1-STP-NAME(DL1-STEP-SUB) DELIMITED BY SPACE
006800                    ' ENDED '             DELIMITED BY SIZE
006810                    DL1-STP-CC(DL1-STEP-SUB) DELIMITED BY SIZE
006820                 INTO DL1-FND-TEXT-X
006830         END-IF
006840     END-IF.
006850     IF DL1-FND-LEVEL-X = SPACES
006860         MOVE 'OK' TO OSS-STP-FLAG
006870         WRITE OSS-STEP-LINE
006880     ELSE
006890         MOVE DL1-FND-LEVEL-X TO OSS-STP-FLAG
006900         WRITE OSS-STEP-LINE
006910         PERFORM 8000-NOTE-FINDING THRU 8000-EXIT
006920     END-IF.
006930 3200-EXIT.
006940     EXIT.
006950
006960*****************************************************************
006970* 3300-CHECK-ONE-LINK - THE UPSTREAM STEP'S OUT COUNT AGAINST
006980*                       THE DOWNSTREAM STEP'S IN COUNT, THE
006990*                       SAME TIE DL125M MAKES.
007000*****************************************************************
007010 3300-CHECK-ONE-LINK.
007020     MOVE SPACES TO OSS-LINK-LINE.
007030     MOVE DL1-LINK-DESC-X TO OSS-LNK-DESC.
007040     MOVE DL1-STP-OUT(DL1-LINK-SUB-1) TO OSS-LNK-VALUE-1.
007050     MOVE DL1-STP-IN(DL1-LINK-SUB-2) TO OSS-LNK-VALUE-2.
007060     MOVE SPACES TO DL1-FND-TEXT-X.
007070     IF NOT DL1-STP-SEEN(DL1-LINK-SUB-1)
007080        OR NOT DL1-STP-SEEN(DL1-LINK-SUB-2)
007090         MOVE 'MISSING' TO OSS-LNK-TIE-FLAG
007100         STRING DL1-LINK-DESC-X DELIMITED BY SIZE
007110                ' MISSING'      DELIMITED BY SIZE
007120             INTO DL1-FND-TEXT-X
007130     ELSE
007140         IF DL1-STP-OUT(DL1-LINK-SUB-1) =
007150            DL1-STP-IN(DL1-LINK-SUB-2)
007160             MOVE 'TIES' TO OSS-LNK-TIE-FLAG
007170         ELSE
007180             MOVE 'BREAK' TO OSS-LNK-TIE-FLAG
007190             STRING DL1-LINK-DESC-X DELIMITED BY SIZE
007200                    ' BREAK'        DELIMITED BY SIZE
007210                 INTO DL1-FND-TEXT-X
007220         END-IF
007230     END-IF.
007240     WRITE OSS-LINK-LINE.
007250     IF DL1-FND-TEXT-X NOT = SPACES
007260         MOVE 'RED' TO DL1-FND-LEVEL-X
007270         PERFORM 8000-NOTE-FINDING THRU 8000-EXIT
007280     END-IF.
007290 3300-EXIT.
007300     EXIT.
007310
007320*****************************************************************
007330* 4000-BREAK-KEYS - THE RELOADABLE BREAKS DL120M LEFT FOR
007340*                   DL135M.  ANY NACK OR FAIL KEY IS AMBER -
007350*                   A RELOAD IS WAITING.
007360*****************************************************************
007370 4000-BREAK-KEYS.
007380     PERFORM 4100-COUNT-ONE-KEY THRU 4100-EXIT
007390         UNTIL DL1-BRKKEY-EOF-YES.
007400     MOVE SPACES TO OSS-ITEM-LINE.
007410     WRITE OSS-ITEM-LINE.
007420     MOVE SPACES TO OSS-SECTION-LINE.
007430     MOVE 'RECONCILIATION BREAKS (BRKKEYS)' TO OSS-SEC-TITLE.
007440     WRITE OSS-SECTION-LINE.
007450     MOVE SPACES TO OSS-COUNT-LINE.
007460     MOVE 'NEVER ACKNOWLEDGED (NACK)' TO OSS-CNT-LABEL.
007470     MOVE DL1-CNT-NACK TO OSS-CNT-VALUE.
007480     IF DL1-CNT-NACK > 0
007490         MOVE 'AMBER' TO OSS-CNT-FLAG
007500         MOVE 'AMBER' TO DL1-FND-LEVEL-X
007510         MOVE 'EXTRACT RECORDS NEVER ACKNOWLEDGED - RELOAD'
007520             TO DL1-FND-TEXT-X
007530         PERFORM 8000-NOTE-FINDING THRU 8000-EXIT
007540     ELSE
007550         MOVE 'OK' TO OSS-CNT-FLAG
007560     END-IF.
007570     WRITE OSS-COUNT-LINE.
007580     MOVE SPACES TO OSS-COUNT-LINE.
007590     MOVE 'LOAD REPORTED FAILED (FAIL)' TO OSS-CNT-LABEL.
007600     MOVE DL1-CNT-FAIL TO OSS-CNT-VALUE.
007610     IF DL1-CNT-FAIL > 0
007620         MOVE 'AMBER' TO OSS-CNT-FLAG
007630         MOVE 'AMBER' TO DL1-FND-LEVEL-X
007640         MOVE 'DATABASE LOADS REPORTED FAILED - RELOAD'
007650             TO DL1-FND-TEXT-X
007660         PERFORM 8000-NOTE-FINDING THRU 8000-EXIT
007670     ELSE
007680         MOVE 'OK' TO OSS-CNT-FLAG
007690     END-IF.
007700     WRITE OSS-COUNT-LINE.
007710     IF DL1-CNT-CONTENT > 0
007720         MOVE SPACES TO OSS-COUNT-LINE
007730         MOVE 'CONTENT BREAKS (ACNT/AVAL)' TO OSS-CNT-LABEL
007740         MOVE DL1-CNT-CONTENT TO OSS-CNT-VALUE
007750         WRITE OSS-COUNT-LINE
007760     END-IF.
007770 4000-EXIT.
007780     EXIT.
007790
007800 4100-COUNT-ONE-KEY.
007810     READ BRK-KEYS
007820         AT END
007830             MOVE 'Y' TO DL1-BRKKEY-EOF-SW
007840             GO TO 4100-EXIT
007850     END-READ.
007860     IF BKY-NO-ACK
007870         ADD 1 TO DL1-CNT-NACK
007880     ELSE
007890         IF BKY-LOAD-FAILED
007900             ADD 1 TO DL1-CNT-FAIL
007910         ELSE
007920             ADD 1 TO DL1-CNT-CONTENT
007930         END-IF
007940     END-IF.
007950 4100-EXIT.
007960     EXIT.
007970
007980*****************************************************************
007990* 5000-REVIEW-ITEMS - NEW ITEMS LANDED FOR THE BUSINESS DATE
008000*                     AGAINST ITEMS STILL OPEN FROM EARLIER
008010*                     DATES.  AN OPEN ITEM PAST THE AGING LIMIT
008020*                     IS AMBER.  THE FILE IS IN BUSINESS-DATE
008024*                     ORDER, SO THE FIRST ITEM DATED AFTER THE
008028*                     BUSINESS DATE ENDS THE COUNT.
008030*****************************************************************
008040 5000-REVIEW-ITEMS.
008050     MOVE LOW-VALUES TO RVW-KEY.
008060     START REVIEW-FILE KEY NOT < RVW-KEY
008070         INVALID KEY
008080             MOVE 'Y' TO DL1-REVIEW-EOF-SW
008090     END-START.
008100     PERFORM 5100-COUNT-ONE-ITEM THRU 5100-EXIT
008110         UNTIL DL1-REVIEW-EOF-YES.
008120     MOVE SPACES TO OSS-ITEM-LINE.
008130     WRITE OSS-ITEM-LINE.
008140     MOVE SPACES TO OSS-SECTION-LINE.
008150     MOVE 'REVIEW ITEMS (REVWFILE)' TO OSS-SEC-TITLE.
008160     WRITE OSS-SECTION-LINE.
008170     MOVE SPACES TO OSS-COUNT-LINE.
008180     MOVE 'NEW FOR THE BUSINESS DATE' TO OSS-CNT-LABEL.
008190     MOVE DL1-CNT-RVW-NEW TO OSS-CNT-VALUE.
008200     WRITE OSS-COUNT-LINE.
008210     MOVE SPACES TO OSS-COUNT-LINE.
008220     MOVE '  OF WHICH NOT YET REVIEWED' TO OSS-CNT-LABEL.
008230     MOVE DL1-CNT-RVW-NEW-OPEN TO OSS-CNT-VALUE.
008240     WRITE OSS-COUNT-LINE.
008250     MOVE SPACES TO OSS-COUNT-LINE.
008260     MOVE 'STILL OPEN FROM EARLIER DATES' TO OSS-CNT-LABEL.
008270     MOVE DL1-CNT-RVW-CARRIED TO OSS-CNT-VALUE.
008280     WRITE OSS-COUNT-LINE.
008290     MOVE SPACES TO OSS-COUNT-LINE.
008300     MOVE '  OF WHICH PAST THE LIMIT' TO OSS-CNT-LABEL.
008310     MOVE DL1-CNT-RVW-OVERAGE TO OSS-CNT-VALUE.
008320     IF DL1-CNT-RVW-OVERAGE > 0
008330         MOVE 'AMBER' TO OSS-CNT-FLAG
008340         MOVE 'AMBER' TO DL1-FND-LEVEL-X
008350         MOVE 'REVIEW ITEMS OPEN PAST THE AGING LIMIT'
008360             TO DL1-FND-TEXT-X
008370         PERFORM 8000-NOTE-FINDING THRU 8000-EXIT
008380     ELSE
008390         MOVE 'OK' TO OSS-CNT-FLAG
008400     END-IF.
008410     WRITE OSS-COUNT-LINE.
008420 5000-EXIT.
008430     EXIT.
008440
008450 5100-COUNT-ONE-ITEM.
008460     READ REVIEW-FILE NEXT RECORD
008470         AT END
008480             MOVE 'Y' TO DL1-REVIEW-EOF-SW
008490             GO TO 5100-EXIT
008500     END-READ.
008502     IF RVW-BUS-DATE > DL1-BUS-DATE
008504         MOVE 'Y' TO DL1-REVIEW-EOF-SW
008506         GO TO 5100-EXIT
008508     END-IF.
008510     IF RVW-BUS-DATE = DL1-BUS-DATE
008520         ADD 1 TO DL1-CNT-RVW-NEW
008530         IF RVW-OPEN-ITEM
008540             ADD 1 TO DL1-CNT-RVW-NEW-OPEN
008550         END-IF
008560         GO TO 5100-EXIT
008570     END-IF.
008580     IF NOT RVW-OPEN-ITEM
008590         GO TO 5100-EXIT
008600     END-IF.
008610     ADD 1 TO DL1-CNT-RVW-CARRIED.
008620     IF RVW-BUS-DATE IS NUMERIC
008630         MOVE RVW-BUS-DATE TO DL1-ITEM-DATE-N
008640         PERFORM 8100-AGE-ONE-DATE THRU 8100-EXIT
008650         IF DL1-ITEM-AGE-DAYS > DL1-AGING-LIMIT-DAYS
008660             ADD 1 TO DL1-CNT-RVW-OVERAGE
008670         END-IF
008680     END-IF.
008690 5100-EXIT.
008700     EXIT.
008710
008720*****************************************************************
008730* 6000-REJECT-INVENTORY - REJECTS CUT FOR THE BUSINESS DATE AND
008740*                         EVERYTHING STILL UNRECYCLED.  ONE
008750*                         PAST THE AGING LIMIT IS AMBER.  ONE
008754*                         DATED AFTER THE BUSINESS DATE IS A
008758*                         LATER NIGHT'S AND IS LEFT OUT.
008760*****************************************************************
008770 6000-REJECT-INVENTORY.
008780     MOVE LOW-VALUES TO RJI-KEY.
008790     START REJINV-FILE KEY NOT < RJI-KEY
008800         INVALID KEY
008810             MOVE 'Y' TO DL1-REJINV-EOF-SW
008820     END-START.
008830     PERFORM 6100-COUNT-ONE-REJECT THRU 6100-EXIT
008840         UNTIL DL1-REJINV-EOF-YES.
008850     MOVE SPACES TO OSS-ITEM-LINE.
008860     WRITE OSS-ITEM-LINE.
008870     MOVE SPACES TO OSS-SECTION-LINE.
008880     MOVE 'REJECT INVENTORY (REJINV)' TO OSS-SEC-TITLE.
008890     WRITE OSS-SECTION-LINE.
008900     MOVE SPACES TO OSS-COUNT-LINE.
008910     MOVE 'NEW FOR THE BUSINESS DATE' TO OSS-CNT-LABEL.
008920     MOVE DL1-CNT-RJI-NEW TO OSS-CNT-VALUE.
008930     WRITE OSS-COUNT-LINE.
008940     MOVE SPACES TO OSS-COUNT-LINE.
008950     MOVE 'OUTSTANDING IN TOTAL' TO OSS-CNT-LABEL.
008960     MOVE DL1-CNT-RJI-TOTAL TO OSS-CNT-VALUE.
008970     WRITE OSS-COUNT-LINE.
008980     MOVE SPACES TO OSS-COUNT-LINE.
008990     MOVE '  OF WHICH PAST THE LIMIT' TO OSS-CNT-LABEL.
009000     MOVE DL1-CNT-RJI-OVERAGE TO OSS-CNT-VALUE.
009010     IF DL1-CNT-RJI-OVERAGE > 0
009020         MOVE 'AMBER' TO OSS-CNT-FLAG
009030         MOVE 'AMBER' TO DL1-FND-LEVEL-X
009040         MOVE 'REJECTS UNRECYCLED PAST THE AGING LIMIT'
009050             TO DL1-FND-TEXT-X
009060         PERFORM 8000-NOTE-FINDING THRU 8000-EXIT
009070     ELSE
009080         MOVE 'OK' TO OSS-CNT-FLAG
009090     END-IF.
009100     WRITE OSS-COUNT-LINE.
009110 6000-EXIT.
009120     EXIT.
009130
009140 6100-COUNT-ONE-REJECT.
009150     READ REJINV-FILE NEXT RECORD
009160         AT END
009170             MOVE 'Y' TO DL1-REJINV-EOF-SW
009180             GO TO 6100-EXIT
009190     END-READ.
009192     IF RJI-BUS-DATE > DL1-BUS-DATE
009194         GO TO 6100-EXIT
009196     END-IF.
009200     ADD 1 TO DL1-CNT-RJI-TOTAL.
009210     IF RJI-BUS-DATE = DL1-BUS-DATE
009220         ADD 1 TO DL1-CNT-RJI-NEW
009230     END-IF.
009240     IF RJI-BUS-DATE IS NUMERIC
009250         MOVE RJI-BUS-DATE TO DL1-ITEM-DATE-N
009260         PERFORM 8100-AGE-ONE-DATE THRU 8100-EXIT
009270         IF DL1-ITEM-AGE-DAYS > DL1-AGING-LIMIT-DAYS
009280             ADD 1 TO DL1-CNT-RJI-OVERAGE
009290         END-IF
009300     END-IF.
009310 6100-EXIT.
009320     EXIT.
009330
009340*****************************************************************
009350* 7000-VERDICT - ANY RED FINDING MAKES THE NIGHT RED (RC=08),
009360*                OTHERWISE ANY AMBER ONE MAKES IT AMBER (RC=04);
009370*                A NIGHT WITH NEITHER IS GREEN.  THE FINDINGS
009380*                ARE LISTED UNDER THE VERDICT, THEN THE LINE
009390*                THE SHIFT LEAD SIGNS.
009400*****************************************************************
009410 7000-VERDICT.
009420     MOVE SPACES TO OSS-ITEM-LINE.
009430     WRITE OSS-ITEM-LINE.
009440     MOVE SPACES TO OSS-VERDICT-LINE.
009450     MOVE 'OVERALL VERDICT:' TO OSS-VDT-LABEL.
009460     IF DL1-RED-COUNT > 0
009470         MOVE 'RED' TO OSS-VDT-WORD
009480         MOVE 'THE NIGHT IS NOT CLEAN - HOLD THE BUSINESS REPORT'
009490             TO OSS-VDT-TEXT
009500     ELSE
009510         IF DL1-AMBER-COUNT > 0
009520             MOVE 'AMBER' TO OSS-VDT-WORD
009530             MOVE 'THE NIGHT RAN - ITEMS BELOW NEED ACTION TODAY'
009540                 TO OSS-VDT-TEXT
009550         ELSE
009560             MOVE 'GREEN' TO OSS-VDT-WORD
009570             MOVE 'THE NIGHT IS CLEAN - NO ACTION NEEDED'
009580                 TO OSS-VDT-TEXT
009590         END-IF
009600     END-IF.
009610     WRITE OSS-VERDICT-LINE.
009620     PERFORM 7100-LIST-ONE-FINDING THRU 7100-EXIT
009630         VARYING DL1-FND-SUB FROM 1 BY 1
009640         UNTIL DL1-FND-SUB > DL1-FND-COUNT.
009650     IF DL1-FND-DROPPED > 0
009660         MOVE DL1-FND-DROPPED TO DL1-EDIT-COUNT
009670         MOVE SPACES TO OSS-FINDING-LINE
009680         STRING 'AND '           DELIMITED BY SIZE
009690                DL1-EDIT-COUNT   DELIMITED BY SIZE
009700                ' MORE - SEE THE SECTIONS ABOVE'
009710                                 DELIMITED BY SIZE
009720             INTO OSS-FND-TEXT
009730         WRITE OSS-FINDING-LINE
009740     END-IF.
009750     MOVE SPACES TO OSS-ITEM-LINE.
009760     WRITE OSS-ITEM-LINE.
009770     MOVE SPACES TO OSS-ITEM-LINE.
009780     WRITE OSS-ITEM-LINE.
009790     MOVE SPACES TO OSS-SECTION-LINE.
009800     MOVE 'SHIFT LEAD SIGN-OFF: ______________________'
009810         TO OSS-SECTION-LINE(1:43).
009820     MOVE 'TIME: ________' TO OSS-SECTION-LINE(47:14).
009830     WRITE OSS-SECTION-LINE.
009840 7000-EXIT.
009850     EXIT.
009860
009870 7100-LIST-ONE-FINDING.
009880     MOVE SPACES TO OSS-FINDING-LINE.
009890     MOVE DL1-FND-LEVEL(DL1-FND-SUB) TO OSS-FND-LEVEL.
009900     MOVE DL1-FND-TEXT(DL1-FND-SUB) TO OSS-FND-TEXT.
009910     WRITE OSS-FINDING-LINE.
009920 7100-EXIT.
009930     EXIT.
009940
009950*****************************************************************
009960* 8000-NOTE-FINDING - COUNT ONE AMBER OR RED CONDITION AND HOLD
009970*                     IT FOR THE LIST UNDER THE VERDICT.
009980*****************************************************************
009990 8000-NOTE-FINDING.
010000     IF DL1-FND-LEVEL-X = 'RED'
010010         ADD 1 TO DL1-RED-COUNT
010020     ELSE
010030         ADD 1 TO DL1-AMBER-COUNT
010040     END-IF.
010050     IF DL1-FND-COUNT NOT < DL1-MAX-FINDINGS
010060         ADD 1 TO DL1-FND-DROPPED
010070         GO TO 8000-EXIT
010080     END-IF.
010090     ADD 1 TO DL1-FND-COUNT.
010100     MOVE DL1-FND-LEVEL-X TO DL1-FND-LEVEL(DL1-FND-COUNT).
010110     MOVE DL1-FND-TEXT-X TO DL1-FND-TEXT(DL1-FND-COUNT).
010120 8000-EXIT.
010130     EXIT.
010140
010150*****************************************************************
010160* 8100-AGE-ONE-DATE - AGE IN DAYS OF DL1-ITEM-DATE-N AS OF
010170*                     TODAY, THE WAY DL155M AND DL160M COUNT IT.
010180*****************************************************************
010190 8100-AGE-ONE-DATE.
010200     COMPUTE DL1-ITEM-INTEGER =
010210         FUNCTION INTEGER-OF-DATE(DL1-ITEM-DATE-N).
010220     COMPUTE DL1-ITEM-AGE-DAYS =
010230         DL1-TODAY-INTEGER - DL1-ITEM-INTEGER.
010240 8100-EXIT.
010250     EXIT.
010260
010270*****************************************************************
010280* 9000-TERMINATE - CLOSE DOWN AND SET THE RETURN CODE FROM THE
010290*                  VERDICT: RED RC=08, AMBER RC=04, GREEN RC=00.
010300*****************************************************************
010310 9000-TERMINATE.
010320     CLOSE RUN-CTL.
010330     CLOSE STEP-AUDIT.
010340     CLOSE BRK-KEYS.
010350     CLOSE REVIEW-FILE.
010360     CLOSE REJINV-FILE.
010370     CLOSE STATUS-RPT.
010380     DISPLAY 'DL210M - BUSINESS DATE:  ' DL1-BUS-DATE-X.
010382     IF DL1-TRAILERS-LATER > 0
010384         DISPLAY 'DL210M - LATER-NIGHT TRAILERS LEFT OUT: '
010386             DL1-TRAILERS-LATER
010388     END-IF.
010390     DISPLAY 'DL210M - RED FINDINGS:   ' DL1-RED-COUNT.
010400     DISPLAY 'DL210M - AMBER FINDINGS: ' DL1-AMBER-COUNT.
010410     IF DL1-RED-COUNT > 0
010420         MOVE 08 TO RETURN-CODE
010430         MOVE 'OPSRED' TO DL1-EVT-CODE
010440         MOVE DL1-RED-COUNT TO DL1-EVT-COUNT-1
010450         MOVE DL1-AMBER-COUNT TO DL1-EVT-COUNT-2
010460         MOVE 'MORNING STATUS RED - NIGHT NOT CLEAN'
010470             TO DL1-EVT-TEXT
010480     ELSE
010490         IF DL1-AMBER-COUNT > 0
010500             MOVE 04 TO RETURN-CODE
010510             MOVE 'OPSAMBER' TO DL1-EVT-CODE
010520             MOVE DL1-AMBER-COUNT TO DL1-EVT-COUNT-2
010530             MOVE 'MORNING STATUS AMBER - ITEMS NEED ACTION'
010540                 TO DL1-EVT-TEXT
010550         END-IF
010560     END-IF.
010570 9000-EXIT.
010580     EXIT.
010590
010600*****************************************************************
010610* 9100-ABEND-ON-FILE-ERROR - A FILE THE SHEET DEPENDS ON
010620*                            FAILED.  STOP WITH A NONZERO
010630*                            RETURN CODE - A SHEET BUILT ON A
010640*                            SOURCE IT COULD NOT READ WOULD
010650*                            SIGN OFF A NIGHT NOBODY CHECKED.
010660*****************************************************************
010670 9100-ABEND-ON-FILE-ERROR.
010680     DISPLAY 'DL210M - FATAL FILE ERROR ON ' DL1-ABEND-DDNAME
010690         ' - FILE STATUS ' DL1-ABEND-STATUS.
010700     MOVE 16 TO RETURN-CODE.
010710     MOVE 'FILEERR' TO DL1-EVT-CODE.
010720     MOVE SPACES TO DL1-EVT-TEXT.
010730     STRING 'FATAL FILE ERROR ON ' DELIMITED BY SIZE
010740            DL1-ABEND-DDNAME       DELIMITED BY SPACE
010750            ' STATUS '             DELIMITED BY SIZE
010760            DL1-ABEND-STATUS       DELIMITED BY SIZE
010770         INTO DL1-EVT-TEXT.
010780     PERFORM 9500-WRITE-EVENT THRU 9500-EXIT.
010790     STOP RUN.
010800 9100-EXIT.
010810     EXIT.
010820
010830*****************************************************************
010840* 9500-WRITE-EVENT - APPEND ONE EVENT TO THE SHARED MONITORING
010850*                    EVENT FILE FOR THE DL195M FORWARDER.  THE
010860*                    SEVERITY FOLLOWS THE RETURN CODE; AN END
010870*                    WITH NO NAMED CONDITION IS CODED RCNN.  AN
010880*                    EVENT FILE THAT WILL NOT TAKE THE RECORD
010890*                    IS REPORTED ON THE JOB LOG BUT DOES NOT
010900*                    CHANGE HOW THE STEP ENDS.
010910*****************************************************************
010920 9500-WRITE-EVENT.
010930     MOVE RETURN-CODE TO DL1-EVT-RC.
010940     OPEN OUTPUT EVENT-FILE.
010950     IF DL1-EVENT-STATUS NOT = '00'
010960         DISPLAY 'DL210M - EVENT NOT WRITTEN - EVENTOUT FILE '
010970             'STATUS ' DL1-EVENT-STATUS
010980         GO TO 9500-EXIT
010990     END-IF.
011000     ACCEPT DL1-EVT-DATE FROM DATE YYYYMMDD.
011010     ACCEPT DL1-EVT-TIME FROM TIME.
011020     MOVE SPACES TO EVT-RECORD.
011030     MOVE 'DL210M' TO EVT-PROGRAM.
011040     MOVE DL1-BUS-DATE TO EVT-BUS-DATE.
011050     IF EVT-BUS-DATE NOT NUMERIC
011060         MOVE DL1-EVT-DATE TO EVT-BUS-DATE
011070     END-IF.
011080     MOVE DL1-EVT-DATE TO EVT-EVENT-DATE.
011090     MOVE DL1-EVT-TIME(1:6) TO EVT-EVENT-TIME.
011100     MOVE DL1-EVT-RC TO EVT-RETURN-CODE.
011110     IF DL1-EVT-RC > 12
011120         MOVE 'S' TO EVT-SEVERITY
011130     ELSE
011140         IF DL1-EVT-RC > 04
011150             MOVE 'E' TO EVT-SEVERITY
011160         ELSE
011170             IF DL1-EVT-RC > 00
011180                 MOVE 'W' TO EVT-SEVERITY
011190             ELSE
011200                 MOVE 'I' TO EVT-SEVERITY
011210             END-IF
011220         END-IF
011230     END-IF.
011240     IF DL1-EVT-CODE = SPACES
011250         MOVE 'RC' TO EVT-EVENT-CODE(1:2)
011260         MOVE DL1-EVT-RC TO EVT-EVENT-CODE(3:2)
011270     ELSE
011280         MOVE DL1-EVT-CODE TO EVT-EVENT-CODE
011290     END-IF.
011300     IF DL1-EVT-TEXT = SPACES
011310         MOVE 'RUN ENDED ABOVE RC=00 - SEE THE JOB LOG'
011320             TO EVT-TEXT
011330     ELSE
011340         MOVE DL1-EVT-TEXT TO EVT-TEXT
011350     END-IF.
011360     MOVE DL1-EVT-COUNT-1 TO EVT-COUNT-1.
011370     MOVE DL1-EVT-COUNT-2 TO EVT-COUNT-2.
011380     WRITE EVT-RECORD.
011390     IF DL1-EVENT-STATUS NOT = '00'
011400         DISPLAY 'DL210M - EVENT NOT WRITTEN - EVENTOUT FILE '
011410             'STATUS ' DL1-EVENT-STATUS
011420     END-IF.
011430     CLOSE EVENT-FILE.
011440     MOVE SPACES TO DL1-EVT-CODE DL1-EVT-TEXT.
011450     MOVE ZERO TO DL1-EVT-COUNT-1 DL1-EVT-COUNT-2.
011460 9500-EXIT.
011470     EXIT.
