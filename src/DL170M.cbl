000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    DL170M.
000120 AUTHOR.        R HOLLOWAY.
000130 INSTALLATION.  DATA CONTROL - BATCH SYSTEMS.
000140 DATE-WRITTEN.  2026-10-15.
000150 DATE-COMPILED.
000160*****************************************************************
000170* MODIFICATION HISTORY
000180* ----------------------------------------------------------------
000190* 2026-10-15  RH  ORIGINAL VERSION.  BUSINESS-DATE BACKOUT OF
000200*                 THE MERGE MASTER: WHEN A BAD DAY GETS PAST
000210*                 DL100M AND DL110M APPLIES IT, THE ONLY WAY
000220*                 BACK USED TO BE A RESTORE OF THE WHOLE VSAM
000230*                 CLUSTER AND A RERUN OF EVERY DAY SINCE.  THIS
000240*                 READS THE BEFORE-IMAGE JOURNAL DL110M WRITES
000250*                 (XTRJRNL, DL1JRN - SORTED BY DATE AND ID IN
000260*                 THE STEP AHEAD) AND, FOR THE ONE BUSINESS
000270*                 DATE NAMED ON THE PARM, PUTS EVERY RECORD ID
000280*                 THE DATE TOUCHED BACK THE WAY IT WAS BEFORE
000290*                 THE DATE'S FIRST CHANGE: AN ID THE DATE ADDED
000300*                 COMES OFF, AN ID IT REPLACED OR WITHDREW GETS
000310*                 ITS PRIOR IMAGE BACK.  A RECORD CHANGED AGAIN
000320*                 BY A LATER RUN IS A CONFLICT - THE BACKOUT
000330*                 IS REFUSED WHOLE UNLESS THE OPERATOR SAYS
000340*                 FORCE, SO IT NEVER HALF-APPLIES.  A COMPLETED
000350*                 BACKOUT MARKS THE DATE'S RUN RECORD RESET
000360*                 (STATUS 'R', COMPLETION CODE CCBO) UNDER THE
000370*                 OPERATOR'S REASON, SO DL100M TAKES THE DATE
000380*                 AGAIN WITHOUT OVERRIDE.  EVERY ID TOUCHED
000390*                 LEAVES A LINE ON BKORPT.
000391* 2026-10-15  RH  AN END ABOVE RC=00 NOW ALSO APPENDS AN EVENT
000393*                 (DL1EVT) TO THE SHARED MONITORING EVENT FILE
000395*                 (EVENTOUT) FOR THE DL195M FORWARDER - A FATAL
000397*                 FILE ERROR OR A REFUSED RUN IS ITS OWN EVENT.
000398* 2026-10-15  RH  A DATE WITH NO JOURNAL ENTRIES IS NOW REFUSED
000399*                 RC=12 (EVENT REFUSED), NOT ENDED RC=04.
000400*****************************************************************
000410 ENVIRONMENT DIVISION.
000420 CONFIGURATION SECTION.
000430 SOURCE-COMPUTER.   IBM-370.
000440 OBJECT-COMPUTER.   IBM-370.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT JOURNAL-IN      ASSIGN TO JRNLIN
000480            ORGANIZATION IS SEQUENTIAL
000490            FILE STATUS IS DL1-JOURNAL-STATUS.
000500     SELECT MASTER-FILE     ASSIGN TO XTRMAST
000510            ORGANIZATION IS INDEXED
000520            ACCESS MODE IS RANDOM
000530            RECORD KEY IS MST-RECORD-ID
000540            FILE STATUS IS DL1-MASTER-STATUS.
000550     SELECT RUN-CTL         ASSIGN TO RUNCTL
000560            ORGANIZATION IS INDEXED
000570            ACCESS MODE IS RANDOM
000580            RECORD KEY IS RCT-BUS-DATE
000590            FILE STATUS IS DL1-RUNCTL-STATUS.
000600     SELECT BACKOUT-RPT     ASSIGN TO BKORPT
000610            ORGANIZATION IS SEQUENTIAL
000620            FILE STATUS IS DL1-BKORPT-STATUS.
000622     SELECT EVENT-FILE      ASSIGN TO EVENTOUT
000624            ORGANIZATION IS SEQUENTIAL
000626            FILE STATUS IS DL1-EVENT-STATUS.
000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD  JOURNAL-IN
000660     RECORD CONTAINS 1068 CHARACTERS
000670     RECORDING MODE IS F.
000680 COPY DL1JRN.
000690
000700 FD  MASTER-FILE
000710     RECORD CONTAINS 1033 CHARACTERS.
000720 COPY DL1MST.
000730
000740 FD  RUN-CTL
000750     RECORD CONTAINS 56 CHARACTERS.
000760 COPY DL1RCT.
000770
000780 FD  BACKOUT-RPT
000790     RECORD CONTAINS 80 CHARACTERS.
000800 COPY DL1BKO.
000810
000812 FD  EVENT-FILE
000814     RECORD CONTAINS 100 CHARACTERS.
000816 COPY DL1EVT.
000818
000820 WORKING-STORAGE SECTION.
000830*****************************************************************
000840* FILE STATUS SWITCHES
000850*****************************************************************
000860 01  DL1-FILE-STATUSES.
000870     05  DL1-JOURNAL-STATUS    PIC X(02) VALUE '00'.
000880     05  DL1-MASTER-STATUS     PIC X(02) VALUE '00'.
000890     05  DL1-RUNCTL-STATUS     PIC X(02) VALUE '00'.
000900     05  DL1-BKORPT-STATUS     PIC X(02) VALUE '00'.
000905     05  DL1-EVENT-STATUS      PIC X(02) VALUE '00'.
000910 77  DL1-ABEND-DDNAME          PIC X(08) VALUE SPACES.
000920 77  DL1-ABEND-STATUS          PIC X(02) VALUE SPACES.
000930
000940*****************************************************************
000950* RUN-FUNCTION CONTROLS - DRIVEN BY THE PARM ON THE EXEC CARD:
000960*   DATE     CHECK               LIST WHAT THE BACKOUT WOULD
000970*                                MEET (LATER CHANGES) - NOTHING
000980*                                IS UPDATED
000990*   DATE     APPLY  REASON-TEXT  BACK THE DATE OUT; REFUSED
001000*                                WHOLE IF ANY RECORD WAS
001010*                                CHANGED AGAIN BY A LATER RUN
001020*   DATE     FORCE  REASON-TEXT  BACK THE DATE OUT OVER ANY
001030*                                LATER CHANGES
001040* THE DATE IS YYYYMMDD IN POSITIONS 1-8, THE FUNCTION IN 10-14
001050* AND THE REASON FREE TEXT FROM POSITION 16.
001060*****************************************************************
001070 77  DL1-BKO-DATE              PIC X(08) VALUE SPACES.
001080 01  DL1-BKO-FUNC              PIC X(05) VALUE SPACES.
001090     88  DL1-FUNC-CHECK                  VALUE 'CHECK'.
001100     88  DL1-FUNC-APPLY                  VALUE 'APPLY'.
001110     88  DL1-FUNC-FORCE                  VALUE 'FORCE'.
001120 77  DL1-BKO-REASON            PIC X(25) VALUE SPACES.
001130 77  DL1-REASON-LEN            PIC 9(02) COMP VALUE ZERO.
001140 01  DL1-REFUSED-SW            PIC X(01) VALUE 'N'.
001150     88  DL1-BACKOUT-REFUSED             VALUE 'Y'.
001160
001170*****************************************************************
001180* THE DATE'S RUN-TIMESTAMP TABLE - EVERY DISTINCT RUN TIMESTAMP
001190* THE JOURNAL SHOWS FOR THE DATE (THE FIRST RUN PLUS ANY
001200* RERUNS).  A MASTER RECORD WHOSE LAST-RUN TIMESTAMP IS NOT
001210* ONE OF THESE WAS CHANGED AGAIN AFTER THE DATE.
001220*****************************************************************
001230 01  DL1-STAMP-TABLE.
001240     05  DL1-STAMP-ENTRY       OCCURS 20 TIMES.
001250         10  DL1-STAMP-TS      PIC X(16).
001260 77  DL1-MAX-STAMPS            PIC 9(02) COMP VALUE 20.
001270 77  DL1-STAMP-COUNT           PIC 9(02) COMP VALUE ZERO.
001280 77  DL1-STAMP-SUB             PIC 9(02) COMP VALUE ZERO.
001290
001300*****************************************************************
001310* ONE RECORD ID'S JOURNAL ENTRIES FOR THE DATE.  THE FIRST
001320* ENTRY'S ACTION AND BEFORE-IMAGE SAY WHAT TO PUT BACK; THE
001330* LAST ENTRY'S ACTION SAYS WHETHER THE DATE LEFT THE ID ON THE
001340* MASTER OR TOOK IT OFF.
001350*****************************************************************
001360 77  DL1-GRP-RECORD-ID         PIC X(10) VALUE SPACES.
001370 01  DL1-GRP-FIRST-ACTION      PIC X(01) VALUE SPACE.
001380     88  DL1-GRP-FIRST-ADD               VALUE 'A'.
001390     88  DL1-GRP-FIRST-REPLACE           VALUE 'R'.
001400     88  DL1-GRP-FIRST-DELETE            VALUE 'D'.
001410 01  DL1-GRP-LAST-ACTION       PIC X(01) VALUE SPACE.
001420     88  DL1-GRP-LAST-DELETE             VALUE 'D'.
001430 77  DL1-GRP-BEFORE-IMAGE      PIC X(1033) VALUE SPACES.
001440 77  DL1-GRP-ACTION-X          PIC X(07) VALUE SPACES.
001450 01  DL1-FOUND-SW              PIC X(01) VALUE 'N'.
001460     88  DL1-MASTER-FOUND                VALUE 'Y'.
001470 01  DL1-CONFLICT-SW           PIC X(01) VALUE 'N'.
001480     88  DL1-GRP-CONFLICT                VALUE 'Y'.
001490 77  DL1-CONFLICT-MSG          PIC X(40) VALUE SPACES.
001500
001510*****************************************************************
001520* JOURNAL WALK CONTROLS - THE SAME WALK RUNS TWICE: A VERIFY
001530* PASS THAT ONLY LOOKS FOR LATER CHANGES, THEN (WHEN THE
001540* BACKOUT MAY GO AHEAD) AN APPLY PASS THAT PUTS THE IMAGES
001550* BACK.
001560*****************************************************************
001570 01  DL1-PASS-SW               PIC X(01) VALUE 'V'.
001580     88  DL1-PASS-VERIFY                 VALUE 'V'.
001590     88  DL1-PASS-APPLY                  VALUE 'A'.
001600 01  DL1-JOURNAL-EOF-SW        PIC X(01) VALUE 'N'.
001610     88  DL1-JOURNAL-EOF-YES             VALUE 'Y'.
001620 77  DL1-PREV-KEY              PIC X(18) VALUE LOW-VALUES.
001630
001640*****************************************************************
001650* RUN COUNTERS
001660*****************************************************************
001670 77  DL1-JOURNAL-READ          PIC 9(07) COMP VALUE ZERO.
001680 77  DL1-DATE-ENTRIES          PIC 9(07) COMP VALUE ZERO.
001690 77  DL1-IDS-TOUCHED           PIC 9(07) COMP VALUE ZERO.
001700 77  DL1-CONFLICTS             PIC 9(07) COMP VALUE ZERO.
001710 77  DL1-IMAGES-RESTORED       PIC 9(07) COMP VALUE ZERO.
001720 77  DL1-IDS-REINSTATED        PIC 9(07) COMP VALUE ZERO.
001730 77  DL1-ADDS-REMOVED          PIC 9(07) COMP VALUE ZERO.
001740 77  DL1-NOTHING-TO-UNDO       PIC 9(07) COMP VALUE ZERO.
001750
001760*****************************************************************
001770* RUN DATE AND TIMESTAMP - THE TIMESTAMP STAMPS THE RUN
001780* RECORD'S END TIME AND THE REPORT HEADING.
001790*****************************************************************
001800 01  DL1-RUN-DATE.
001810     05  DL1-RUN-YYYY          PIC 9(04).
001820     05  DL1-RUN-MM            PIC 9(02).
001830     05  DL1-RUN-DD            PIC 9(02).
001840 77  DL1-RUN-DATE-X            PIC X(10).
001850 77  DL1-RUN-TIME              PIC 9(08).
001860 77  DL1-RUN-TIMESTAMP-X       PIC X(16).
001870
001871*****************************************************************
001872* MONITORING EVENT - WHATEVER ENDS THE RUN ABOVE RC=00 OR RAISES
001873* A NAMED CONDITION SETS THE CODE, COUNTS AND TEXT; 9500 WRITES
001874* THE EVENT (DL1EVT) TO THE SHARED EVENT FILE.
001875*****************************************************************
001876 01  DL1-EVENT-FIELDS.
001877     05  DL1-EVT-CODE          PIC X(08) VALUE SPACES.
001878     05  DL1-EVT-COUNT-1       PIC 9(07) VALUE ZERO.
001879     05  DL1-EVT-COUNT-2       PIC 9(07) VALUE ZERO.
001880     05  DL1-EVT-TEXT          PIC X(40) VALUE SPACES.
001881 77  DL1-EVT-RC                PIC 9(02) VALUE ZERO.
001882 77  DL1-EVT-DATE              PIC 9(08) VALUE ZERO.
001883 77  DL1-EVT-TIME              PIC 9(08) VALUE ZERO.
001884
001885 LINKAGE SECTION.
001890 01  LS-PARM-AREA.
001900     05  LS-PARM-LENGTH         PIC S9(04) COMP.
001910     05  LS-PARM-TEXT           PIC X(40).
001920
001930 PROCEDURE DIVISION USING LS-PARM-AREA.
001940*****************************************************************
001950* 0000-MAINLINE
001960*****************************************************************
001970 0000-MAINLINE.
001980     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001990     IF NOT DL1-BACKOUT-REFUSED
002000         PERFORM 2000-COLLECT-RUN-STAMPS THRU 2000-EXIT
002002     END-IF.
002004     IF NOT DL1-BACKOUT-REFUSED
002010         PERFORM 3000-VERIFY-DATE THRU 3000-EXIT
002020     END-IF.
002030     IF NOT DL1-BACKOUT-REFUSED AND NOT DL1-FUNC-CHECK
002040         PERFORM 4000-APPLY-BACKOUT THRU 4000-EXIT
002050         PERFORM 5000-MARK-RUN-CONTROL THRU 5000-EXIT
002060     END-IF.
002070     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002072     IF RETURN-CODE > 0
002074         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
002076     END-IF.
002080     GOBACK.
002090
002100*****************************************************************
002110* 1000-INITIALIZE - PARSE AND VALIDATE THE PARM, OPEN THE
002120*                   REPORT, THE CONTROL FILE AND THE MASTER
002130*                   (INPUT ONLY ON A CHECK), WRITE THE HEADING
002140*                   AND MAKE SURE THE DATE MAY BE BACKED OUT.
002150*****************************************************************
002160 1000-INITIALIZE.
002170     PERFORM 1050-PARSE-PARM THRU 1050-EXIT.
002180     OPEN OUTPUT BACKOUT-RPT.
002190     IF DL1-BKORPT-STATUS NOT = '00'
002200         MOVE 'BKORPT' TO DL1-ABEND-DDNAME
002210         MOVE DL1-BKORPT-STATUS TO DL1-ABEND-STATUS
002220         PERFORM 9100-ABEND-ON-FILE-ERROR THRU 9100-EXIT
002230     END-IF.
002240     IF DL1-FUNC-CHECK
002250         OPEN INPUT RUN-CTL
002260     ELSE
002270         OPEN I-O RUN-CTL
002280     END-IF.
002290     IF DL1-RUNCTL-STATUS NOT = '00' AND
002300        DL1-RUNCTL-STATUS NOT = '97'
002310         MOVE 'RUNCTL' TO DL1-ABEND-DDNAME
002320         MOVE DL1-RUNCTL-STATUS TO DL1-ABEND-STATUS
002330         PERFORM 9100-ABEND-ON-FILE-ERROR THRU 9100-EXIT
002340     END-IF.
002350     IF DL1-FUNC-CHECK
002360         OPEN INPUT MASTER-FILE
002370     ELSE
002380         OPEN I-O MASTER-FILE
002390     END-IF.
002400     IF DL1-MASTER-STATUS NOT = '00' AND
002410        DL1-MASTER-STATUS NOT = '97'
002420         MOVE 'XTRMAST' TO DL1-ABEND-DDNAME
002430         MOVE DL1-MASTER-STATUS TO DL1-ABEND-STATUS
002440         PERFORM 9100-ABEND-ON-FILE-ERROR THRU 9100-EXIT
002450     END-IF.
002460     ACCEPT DL1-RUN-DATE FROM DATE YYYYMMDD.
002470     MOVE DL1-RUN-MM  TO DL1-RUN-DATE-X(1:2).
002480     MOVE '/'         TO DL1-RUN-DATE-X(3:1).
002490     MOVE DL1-RUN-DD  TO DL1-RUN-DATE-X(4:2).
002500     MOVE '/'         TO DL1-RUN-DATE-X(6:1).
002510     MOVE DL1-RUN-YYYY TO DL1-RUN-DATE-X(7:4).
002520     ACCEPT DL1-RUN-TIME FROM TIME.
002530     STRING DL1-RUN-DATE-X     DELIMITED BY SIZE
002540            DL1-RUN-TIME(1:6)  DELIMITED BY SIZE
002550         INTO DL1-RUN-TIMESTAMP-X.
002560     MOVE SPACES TO BKO-HEADER-LINE.
002570     MOVE 'DL170M -' TO BKO-HEADER-LINE(1:8).
002580     IF DL1-FUNC-CHECK
002590         MOVE 'BUSINESS-DATE BACKOUT - CHECK' TO BKO-HDR-TITLE
002600     ELSE
002610         MOVE 'BUSINESS-DATE BACKOUT' TO BKO-HDR-TITLE
002620     END-IF.
002630     MOVE 'RUN DATE:' TO BKO-HEADER-LINE(45:9).
002640     MOVE DL1-RUN-DATE-X TO BKO-HDR-DATE.
002650     WRITE BKO-HEADER-LINE.
002660     MOVE SPACES TO BKO-ACTION-LINE.
002670     MOVE DL1-BKO-DATE TO BKO-ACT-DATE.
002680     MOVE 'BACKOUT REQUESTED - FUNCTION:' TO BKO-ACT-MESSAGE.
002690     MOVE DL1-BKO-FUNC TO BKO-ACT-MESSAGE(31:5).
002700     MOVE DL1-BKO-REASON TO BKO-ACT-REASON.
002710     WRITE BKO-ACTION-LINE.
002720     PERFORM 1070-CHECK-RUN-RECORD THRU 1070-EXIT.
002730 1000-EXIT.
002740     EXIT.
002750
002760*****************************************************************
002770* 1050-PARSE-PARM - DATE IN POSITIONS 1-8, FUNCTION IN 10-14,
002780*                   REASON FROM 16.  A BAD PARM STOPS THE RUN
002790*                   RC=12 BEFORE ANY FILE IS TOUCHED.  APPLY
002800*                   AND FORCE CHANGE THE MASTER, SO THEY NEED A
002810*                   REASON - IT IS LOGGED ON THE REPORT AND THE
002820*                   OPERATOR LOG, AS A DL140M RESET IS.
002830*****************************************************************
002840 1050-PARSE-PARM.
002850     IF LS-PARM-LENGTH < 14
002860         DISPLAY 'DL170M - PARM MUST CARRY A DATE (YYYYMMDD) '
002870             'AND A FUNCTION (CHECK, APPLY OR FORCE)'
002880         MOVE 12 TO RETURN-CODE
002882         MOVE 'BADPARM' TO DL1-EVT-CODE
002884         MOVE 'PARM REFUSED - STEP NOT RUN' TO DL1-EVT-TEXT
002886         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
002890         STOP RUN
002900     END-IF.
002910     MOVE LS-PARM-TEXT(1:8) TO DL1-BKO-DATE.
002920     MOVE LS-PARM-TEXT(10:5) TO DL1-BKO-FUNC.
002930     IF DL1-BKO-DATE NOT NUMERIC
002940         DISPLAY 'DL170M - PARM MUST CARRY A DATE (YYYYMMDD) '
002950             'IN POSITIONS 1-8'
002960         MOVE 12 TO RETURN-CODE
002962         MOVE 'BADPARM' TO DL1-EVT-CODE
002964         MOVE 'PARM REFUSED - STEP NOT RUN' TO DL1-EVT-TEXT
002966         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
002970         STOP RUN
002980     END-IF.
002990     IF NOT DL1-FUNC-CHECK AND NOT DL1-FUNC-APPLY
003000        AND NOT DL1-FUNC-FORCE
003010         DISPLAY 'DL170M - UNRECOGNIZED FUNCTION ON PARM: '
003020             DL1-BKO-FUNC
003030         MOVE 12 TO RETURN-CODE
003032         MOVE 'BADPARM' TO DL1-EVT-CODE
003034         MOVE 'PARM REFUSED - STEP NOT RUN' TO DL1-EVT-TEXT
003036         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
003040         STOP RUN
003050     END-IF.
003060     IF DL1-FUNC-CHECK
003070         GO TO 1050-EXIT
003080     END-IF.
003090     IF LS-PARM-LENGTH < 16
003100         DISPLAY 'DL170M - ' DL1-BKO-FUNC ' NEEDS A REASON '
003110             'ON THE PARM - REFUSED'
003120         MOVE 12 TO RETURN-CODE
003122         MOVE 'BADPARM' TO DL1-EVT-CODE
003124         MOVE 'PARM REFUSED - STEP NOT RUN' TO DL1-EVT-TEXT
003126         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
003130         STOP RUN
003140     END-IF.
003150*    ONLY THE REASON TEXT ACTUALLY PASSED IS PICKED UP - NEVER
003160*    BYTES PAST THE PARM'S OWN LENGTH.
003170     COMPUTE DL1-REASON-LEN = LS-PARM-LENGTH - 15.
003180     IF DL1-REASON-LEN > 25
003190         MOVE 25 TO DL1-REASON-LEN
003200     END-IF.
003210     MOVE LS-PARM-TEXT(16:DL1-REASON-LEN) TO DL1-BKO-REASON.
003220     IF DL1-BKO-REASON = SPACES
003230         DISPLAY 'DL170M - ' DL1-BKO-FUNC ' NEEDS A REASON '
003240             'ON THE PARM - REFUSED'
003250         MOVE 12 TO RETURN-CODE
003252         MOVE 'BADPARM' TO DL1-EVT-CODE
003254         MOVE 'PARM REFUSED - STEP NOT RUN' TO DL1-EVT-TEXT
003256         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
003260         STOP RUN
003270     END-IF.
003280 1050-EXIT.
003290     EXIT.
003300
003310*****************************************************************
003320* 1070-CHECK-RUN-RECORD - THE DATE MUST HAVE A RUN RECORD (A
003330*                         DATE THAT NEVER RAN HAS NOTHING TO
003340*                         BACK OUT AND NOWHERE TO LOG IT) AND
003350*                         MUST NOT BE IN FLIGHT - A BACKOUT
003360*                         UNDER A DL100M RUN STILL GOING, OR
003370*                         ONE THAT ABENDED AND WAS NEVER
003380*                         RESET, WOULD UNDO HALF A DAY.
003390*****************************************************************
003400 1070-CHECK-RUN-RECORD.
003410     MOVE DL1-BKO-DATE TO RCT-BUS-DATE.
003420     READ RUN-CTL
003430         INVALID KEY
003440             MOVE SPACES TO BKO-ACTION-LINE
003450             MOVE DL1-BKO-DATE TO BKO-ACT-DATE
003460             MOVE 'NO RUN RECORD FOR DATE - BACKOUT REFUSED'
003470                 TO BKO-ACT-MESSAGE
003480             MOVE DL1-BKO-REASON TO BKO-ACT-REASON
003490             WRITE BKO-ACTION-LINE
003500             MOVE 'Y' TO DL1-REFUSED-SW
003510             MOVE 08 TO RETURN-CODE
003520             GO TO 1070-EXIT
003530     END-READ.
003540     IF RCT-STATUS-INFLIGHT
003550         MOVE SPACES TO BKO-ACTION-LINE
003560         MOVE DL1-BKO-DATE TO BKO-ACT-DATE
003570         MOVE 'DATE IN FLIGHT - BACKOUT REFUSED'
003580             TO BKO-ACT-MESSAGE
003590         MOVE DL1-BKO-REASON TO BKO-ACT-REASON
003600         WRITE BKO-ACTION-LINE
003610         MOVE 'Y' TO DL1-REFUSED-SW
003620         MOVE 08 TO RETURN-CODE
003630     END-IF.
003640 1070-EXIT.
003650     EXIT.
003660
003670*****************************************************************
003680* 2000-COLLECT-RUN-STAMPS - FIRST PASS OVER THE SORTED JOURNAL:
003690*                           PROVE IT IS IN DATE/ID SEQUENCE
003700*                           AND GATHER EVERY RUN TIMESTAMP THE
003710*                           DATE WAS JOURNALED UNDER.  NOTHING
003720*                           HAS BEEN CHANGED YET, SO A JOURNAL
003730*                           OUT OF SEQUENCE OR A DATE RUN MORE
003740*                           TIMES THAN THE TABLE HOLDS STOPS
003750*                           THE RUN RC=12 HERE.  A DATE WITH NO
003752*                           JOURNAL ENTRIES AT ALL IS REFUSED
003754*                           RC=12 - THE WRONG DATE WAS KEYED OR
003756*                           THE WRONG JOURNAL WAS SORTED, AND
003758*                           THE RUN RECORD IS LEFT AS IT IS.
003760*****************************************************************
003770 2000-COLLECT-RUN-STAMPS.
003780     OPEN INPUT JOURNAL-IN.
003790     IF DL1-JOURNAL-STATUS NOT = '00'
003800         MOVE 'JRNLIN' TO DL1-ABEND-DDNAME
003810         MOVE DL1-JOURNAL-STATUS TO DL1-ABEND-STATUS
003820         PERFORM 9100-ABEND-ON-FILE-ERROR THRU 9100-EXIT
003830     END-IF.
003840     MOVE 'N' TO DL1-JOURNAL-EOF-SW.
003850     PERFORM 2100-SCAN-ONE-ENTRY THRU 2100-EXIT
003860         UNTIL DL1-JOURNAL-EOF-YES.
003870     CLOSE JOURNAL-IN.
003880     IF DL1-DATE-ENTRIES = 0
003890         MOVE SPACES TO BKO-ACTION-LINE
003900         MOVE DL1-BKO-DATE TO BKO-ACT-DATE
003910         MOVE 'NO JOURNAL ENTRIES FOR DATE - REFUSED'
003920             TO BKO-ACT-MESSAGE
003930         MOVE 'CHECK DATE AND JOURNAL' TO BKO-ACT-REASON
003940         WRITE BKO-ACTION-LINE
003942         DISPLAY 'DL170M - NO JOURNAL ENTRIES FOR '
003944             DL1-BKO-DATE ' - BACKOUT REFUSED'
003946         MOVE 'Y' TO DL1-REFUSED-SW
003950         MOVE 12 TO RETURN-CODE
003952         MOVE 'REFUSED' TO DL1-EVT-CODE
003954         MOVE 'NO JOURNAL ENTRIES FOR THE DATE - REFUSED'
003956             TO DL1-EVT-TEXT
003960     END-IF.
003970 2000-EXIT.
003980     EXIT.
003990
004000 2100-SCAN-ONE-ENTRY.
004010     READ JOURNAL-IN
004020         AT END
004030             MOVE 'Y' TO DL1-JOURNAL-EOF-SW
004040             GO TO 2100-EXIT
004050     END-READ.
004060     ADD 1 TO DL1-JOURNAL-READ.
004070     IF JRN-RECORD(1:18) < DL1-PREV-KEY
004080         DISPLAY 'DL170M - JOURNAL NOT IN DATE/ID SEQUENCE AT '
004090             'ENTRY ' DL1-JOURNAL-READ ' - SORT IT FIRST'
004100         MOVE 12 TO RETURN-CODE
004102         MOVE 'REFUSED' TO DL1-EVT-CODE
004104         MOVE 'JOURNAL OUT OF SEQUENCE - SORT IT FIRST'
004106             TO DL1-EVT-TEXT
004108         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
004110         STOP RUN
004120     END-IF.
004130     MOVE JRN-RECORD(1:18) TO DL1-PREV-KEY.
004140     IF JRN-BUS-DATE NOT = DL1-BKO-DATE
004150         GO TO 2100-EXIT
004160     END-IF.
004170     ADD 1 TO DL1-DATE-ENTRIES.
004180     PERFORM 2110-STEP-ONE-STAMP THRU 2110-EXIT
004190         VARYING DL1-STAMP-SUB FROM 1 BY 1
004200         UNTIL DL1-STAMP-SUB > DL1-STAMP-COUNT
004210            OR DL1-STAMP-TS(DL1-STAMP-SUB) = JRN-RUN-TIMESTAMP.
004220     IF DL1-STAMP-SUB > DL1-STAMP-COUNT
004230         IF DL1-STAMP-COUNT >= DL1-MAX-STAMPS
004240             DISPLAY 'DL170M - MORE THAN ' DL1-MAX-STAMPS
004250                 ' RUNS JOURNALED FOR ' DL1-BKO-DATE
004260                 ' - BACKOUT REFUSED'
004270             MOVE 12 TO RETURN-CODE
004272             MOVE 'REFUSED' TO DL1-EVT-CODE
004274             MOVE 'TOO MANY RUNS JOURNALED FOR THE DATE'
004276                 TO DL1-EVT-TEXT
004278             PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
004280             STOP RUN
004290         END-IF
004300         ADD 1 TO DL1-STAMP-COUNT
004310         MOVE JRN-RUN-TIMESTAMP TO DL1-STAMP-TS(DL1-STAMP-COUNT)
004320     END-IF.
004330 2100-EXIT.
004340     EXIT.
004350
004360 2110-STEP-ONE-STAMP.
004370*    THE VARYING LOOP ONLY WALKS THE TABLE; THE MATCH TEST IS
004380*    IN THE UNTIL.
004390 2110-EXIT.
004400     EXIT.
004410
004420*****************************************************************
004430* 3000-VERIFY-DATE - VERIFY PASS: WALK THE DATE'S IDS AND LIST
004440*                    EVERY ONE A LATER RUN HAS CHANGED AGAIN.
004450*                    ON APPLY, ANY SUCH CONFLICT REFUSES THE
004460*                    WHOLE BACKOUT (RC=08) BEFORE ONE RECORD
004470*                    IS TOUCHED; ON FORCE THE LATER CHANGES
004480*                    WILL BE OVERLAID AND THE RUN ENDS RC=04;
004490*                    ON CHECK THE LIST IS THE ANSWER.
004500*****************************************************************
004510 3000-VERIFY-DATE.
004520     MOVE 'V' TO DL1-PASS-SW.
004530     PERFORM 3010-WALK-JOURNAL THRU 3010-EXIT.
004540     IF DL1-CONFLICTS = 0
004550         GO TO 3000-EXIT
004560     END-IF.
004570     MOVE SPACES TO BKO-ACTION-LINE.
004580     MOVE DL1-BKO-DATE TO BKO-ACT-DATE.
004590     IF DL1-FUNC-APPLY
004600         MOVE 'LATER CHANGES FOUND - BACKOUT REFUSED'
004610             TO BKO-ACT-MESSAGE
004620         MOVE 'RERUN WITH FORCE TO OVERLAY' TO BKO-ACT-REASON
004630         MOVE 'Y' TO DL1-REFUSED-SW
004640         MOVE 08 TO RETURN-CODE
004650     END-IF.
004660     IF DL1-FUNC-FORCE
004670         MOVE 'LATER CHANGES FOUND - OVERLAID BY FORCE'
004680             TO BKO-ACT-MESSAGE
004690         MOVE DL1-BKO-REASON TO BKO-ACT-REASON
004700         MOVE 04 TO RETURN-CODE
004710     END-IF.
004720     IF DL1-FUNC-CHECK
004730         MOVE 'LATER CHANGES FOUND - APPLY WOULD REFUSE'
004740             TO BKO-ACT-MESSAGE
004750         MOVE 04 TO RETURN-CODE
004760     END-IF.
004770     WRITE BKO-ACTION-LINE.
004780 3000-EXIT.
004790     EXIT.
004800
004810*****************************************************************
004820* 3010-WALK-JOURNAL - ONE PASS OVER THE DATE'S JOURNAL ENTRIES,
004830*                     ONE RECORD ID AT A TIME.  THE JOURNAL IS
004840*                     SORTED BY DATE AND ID WITH EQUAL KEYS
004850*                     KEPT IN FILE (CHANGE) ORDER, SO EACH ID'S
004860*                     ENTRIES ARRIVE TOGETHER, EARLIEST FIRST.
004870*****************************************************************
004880 3010-WALK-JOURNAL.
004890     OPEN INPUT JOURNAL-IN.
004900     IF DL1-JOURNAL-STATUS NOT = '00'
004910         MOVE 'JRNLIN' TO DL1-ABEND-DDNAME
004920         MOVE DL1-JOURNAL-STATUS TO DL1-ABEND-STATUS
004930         PERFORM 9100-ABEND-ON-FILE-ERROR THRU 9100-EXIT
004940     END-IF.
004950     MOVE 'N' TO DL1-JOURNAL-EOF-SW.
004960     PERFORM 3050-READ-DATE-ENTRY THRU 3050-EXIT.
004970     PERFORM 3100-WALK-ONE-ID THRU 3100-EXIT
004980         UNTIL DL1-JOURNAL-EOF-YES.
004990     CLOSE JOURNAL-IN.
005000 3010-EXIT.
005010     EXIT.
005020
005030*****************************************************************
005040* 3050-READ-DATE-ENTRY - NEXT JOURNAL ENTRY FOR THE DATE.
005050*                        EARLIER DATES READ PAST; THE FIRST
005060*                        LATER DATE ENDS THE WALK.
005070*****************************************************************
005080 3050-READ-DATE-ENTRY.
005090     READ JOURNAL-IN
005100         AT END
005110             MOVE 'Y' TO DL1-JOURNAL-EOF-SW
005120             GO TO 3050-EXIT
005130     END-READ.
005140     IF JRN-BUS-DATE < DL1-BKO-DATE
005150         GO TO 3050-READ-DATE-ENTRY
005160     END-IF.
005170     IF JRN-BUS-DATE > DL1-BKO-DATE
005180         MOVE 'Y' TO DL1-JOURNAL-EOF-SW
005190     END-IF.
005200 3050-EXIT.
005210     EXIT.
005220
005230*****************************************************************
005240* 3100-WALK-ONE-ID - GATHER ONE ID'S ENTRIES (FIRST ACTION AND
005250*                    BEFORE-IMAGE, LAST ACTION), THEN CHECK IT
005260*                    AGAINST THE MASTER AND, ON THE APPLY PASS,
005270*                    PUT IT BACK.
005280*****************************************************************
005290 3100-WALK-ONE-ID.
005300     MOVE JRN-RECORD-ID TO DL1-GRP-RECORD-ID.
005310     MOVE JRN-ACTION TO DL1-GRP-FIRST-ACTION.
005320     MOVE JRN-ACTION TO DL1-GRP-LAST-ACTION.
005330     MOVE JRN-BEFORE-IMAGE TO DL1-GRP-BEFORE-IMAGE.
005340     PERFORM 3050-READ-DATE-ENTRY THRU 3050-EXIT.
005350     PERFORM 3150-TAKE-ONE-LATER-ENTRY THRU 3150-EXIT
005360         UNTIL DL1-JOURNAL-EOF-YES
005370            OR JRN-RECORD-ID NOT = DL1-GRP-RECORD-ID.
005380     IF DL1-GRP-FIRST-ADD
005390         MOVE 'ADD' TO DL1-GRP-ACTION-X
005400     END-IF.
005410     IF DL1-GRP-FIRST-REPLACE
005420         MOVE 'REPLACE' TO DL1-GRP-ACTION-X
005430     END-IF.
005440     IF DL1-GRP-FIRST-DELETE
005450         MOVE 'DELETE' TO DL1-GRP-ACTION-X
005460     END-IF.
005470     PERFORM 3200-CHECK-ONE-ID THRU 3200-EXIT.
005480     IF DL1-PASS-VERIFY
005490         ADD 1 TO DL1-IDS-TOUCHED
005500         IF DL1-GRP-CONFLICT
005510             PERFORM 3250-LIST-ONE-CONFLICT THRU 3250-EXIT
005520         END-IF
005530     ELSE
005540         PERFORM 3300-RESTORE-ONE-ID THRU 3300-EXIT
005550     END-IF.
005560 3100-EXIT.
005570     EXIT.
005580
005590 3150-TAKE-ONE-LATER-ENTRY.
005600     MOVE JRN-ACTION TO DL1-GRP-LAST-ACTION.
005610     PERFORM 3050-READ-DATE-ENTRY THRU 3050-EXIT.
005620 3150-EXIT.
005630     EXIT.
005640
005650*****************************************************************
005660* 3200-CHECK-ONE-ID - READ THE ID'S CURRENT MASTER RECORD AND
005670*                     DECIDE WHETHER A LATER RUN CHANGED IT
005680*                     AGAIN.  THE DATE LEFT THE ID OFF THE
005690*                     MASTER IF ITS LAST ENTRY WAS A
005700*                     WITHDRAWAL, OTHERWISE ON IT CARRYING ONE
005710*                     OF THE DATE'S RUN TIMESTAMPS - ANYTHING
005720*                     ELSE IS A LATER CHANGE.
005730*****************************************************************
005740 3200-CHECK-ONE-ID.
005750     MOVE 'N' TO DL1-CONFLICT-SW.
005760     MOVE SPACES TO DL1-CONFLICT-MSG.
005770     MOVE DL1-GRP-RECORD-ID TO MST-RECORD-ID.
005780     READ MASTER-FILE
005790         INVALID KEY
005800             MOVE 'N' TO DL1-FOUND-SW
005810         NOT INVALID KEY
005820             MOVE 'Y' TO DL1-FOUND-SW
005830     END-READ.
005840     IF DL1-GRP-LAST-DELETE
005850         IF DL1-MASTER-FOUND
005860             MOVE 'Y' TO DL1-CONFLICT-SW
005870             MOVE 'WITHDRAWN BY THE DATE - RE-ADDED SINCE'
005880                 TO DL1-CONFLICT-MSG
005890         END-IF
005900         GO TO 3200-EXIT
005910     END-IF.
005920     IF NOT DL1-MASTER-FOUND
005930         MOVE 'Y' TO DL1-CONFLICT-SW
005940         MOVE 'LEFT ON MASTER BY THE DATE - GONE SINCE'
005950             TO DL1-CONFLICT-MSG
005960         GO TO 3200-EXIT
005970     END-IF.
005980     PERFORM 2110-STEP-ONE-STAMP THRU 2110-EXIT
005990         VARYING DL1-STAMP-SUB FROM 1 BY 1
006000         UNTIL DL1-STAMP-SUB > DL1-STAMP-COUNT
006010            OR DL1-STAMP-TS(DL1-STAMP-SUB) = MST-LAST-RUN-TS.
006020     IF DL1-STAMP-SUB > DL1-STAMP-COUNT
006030         MOVE 'Y' TO DL1-CONFLICT-SW
006040         MOVE 'CHANGED AGAIN SINCE THE DATE BY A LATER RUN'
006050             TO DL1-CONFLICT-MSG
006060     END-IF.
006070 3200-EXIT.
006080     EXIT.
006090
006100 3250-LIST-ONE-CONFLICT.
006110     MOVE SPACES TO BKO-DETAIL-LINE.
006120     MOVE DL1-GRP-RECORD-ID TO BKO-RECORD-ID.
006130     MOVE DL1-GRP-ACTION-X TO BKO-ACTION.
006140     MOVE DL1-CONFLICT-MSG TO BKO-MESSAGE.
006150     IF DL1-MASTER-FOUND
006160         MOVE MST-UPDATE-COUNT TO BKO-UPDATE-COUNT
006170     ELSE
006180         MOVE ZERO TO BKO-UPDATE-COUNT
006190     END-IF.
006200     WRITE BKO-DETAIL-LINE.
006210     ADD 1 TO DL1-CONFLICTS.
006220 3250-EXIT.
006230     EXIT.
006240
006250*****************************************************************
006260* 3300-RESTORE-ONE-ID - PUT THE ID BACK AS IT STOOD BEFORE THE
006270*                       DATE FIRST TOUCHED IT.  AN ID THE DATE
006280*                       ADDED COMES OFF THE MASTER; AN ID IT
006290*                       REPLACED OR WITHDREW GETS ITS FIRST
006300*                       BEFORE-IMAGE BACK, REWRITTEN OVER
006310*                       WHATEVER IS THERE OR WRITTEN FRESH IF
006320*                       THE ID IS GONE.  THE REPORT LINE IS
006330*                       BUILT FIRST - THE RECORD AREA IS NO
006340*                       LONGER AVAILABLE ONCE THE WRITE HAS
006350*                       RUN.
006360*****************************************************************
006370 3300-RESTORE-ONE-ID.
006380     MOVE SPACES TO BKO-DETAIL-LINE.
006390     MOVE DL1-GRP-RECORD-ID TO BKO-RECORD-ID.
006400     MOVE DL1-GRP-ACTION-X TO BKO-ACTION.
006410     IF DL1-GRP-FIRST-ADD
006420         PERFORM 3310-REMOVE-ADDED-ID THRU 3310-EXIT
006430     ELSE
006440         PERFORM 3320-PUT-BACK-IMAGE THRU 3320-EXIT
006450     END-IF.
006460     WRITE BKO-DETAIL-LINE.
006470 3300-EXIT.
006480     EXIT.
006490
006500 3310-REMOVE-ADDED-ID.
006510     IF NOT DL1-MASTER-FOUND
006520         MOVE 'ADDED BY THE DATE - ALREADY OFF MASTER'
006530             TO BKO-MESSAGE
006540         MOVE ZERO TO BKO-UPDATE-COUNT
006550         ADD 1 TO DL1-NOTHING-TO-UNDO
006560         GO TO 3310-EXIT
006570     END-IF.
006580     MOVE 'ADDED BY THE DATE - TAKEN OFF MASTER'
006590         TO BKO-MESSAGE.
006600     MOVE MST-UPDATE-COUNT TO BKO-UPDATE-COUNT.
006610     DELETE MASTER-FILE RECORD
006620         INVALID KEY
006630             MOVE 'XTRMAST' TO DL1-ABEND-DDNAME
006640             MOVE DL1-MASTER-STATUS TO DL1-ABEND-STATUS
006650             PERFORM 9100-ABEND-ON-FILE-ERROR THRU 9100-EXIT
006660     END-DELETE.
006670     ADD 1 TO DL1-ADDS-REMOVED.
006680 3310-EXIT.
006690     EXIT.
006700
006710 3320-PUT-BACK-IMAGE.
006720     MOVE DL1-GRP-BEFORE-IMAGE TO MST-RECORD.
006730     MOVE MST-UPDATE-COUNT TO BKO-UPDATE-COUNT.
006740     IF DL1-MASTER-FOUND
006750         MOVE 'PRIOR IMAGE RESTORED' TO BKO-MESSAGE
006760         REWRITE MST-RECORD
006770             INVALID KEY
006780                 MOVE 'XTRMAST' TO DL1-ABEND-DDNAME
006790                 MOVE DL1-MASTER-STATUS TO DL1-ABEND-STATUS
006800                 PERFORM 9100-ABEND-ON-FILE-ERROR THRU 9100-EXIT
006810         END-REWRITE
006820         ADD 1 TO DL1-IMAGES-RESTORED
006830     ELSE
006840         MOVE 'WITHDRAWN ID REINSTATED FROM PRIOR IMAGE'
006850             TO BKO-MESSAGE
006860         WRITE MST-RECORD
006870             INVALID KEY
006880                 MOVE 'XTRMAST' TO DL1-ABEND-DDNAME
006890                 MOVE DL1-MASTER-STATUS TO DL1-ABEND-STATUS
006900                 PERFORM 9100-ABEND-ON-FILE-ERROR THRU 9100-EXIT
006910         END-WRITE
006920         ADD 1 TO DL1-IDS-REINSTATED
006930     END-IF.
006940 3320-EXIT.
006950     EXIT.
006960
006970*****************************************************************
006980* 4000-APPLY-BACKOUT - APPLY PASS: THE SAME WALK AGAIN, THIS
006990*                      TIME PUTTING EACH ID BACK.
007000*****************************************************************
007010 4000-APPLY-BACKOUT.
007020     MOVE 'A' TO DL1-PASS-SW.
007030     PERFORM 3010-WALK-JOURNAL THRU 3010-EXIT.
007040 4000-EXIT.
007050     EXIT.
007060
007070*****************************************************************
007080* 5000-MARK-RUN-CONTROL - LOG THE BACKOUT ON THE DATE'S RUN
007090*                         RECORD: STATUS 'R' (RESET - DL100M
007100*                         TAKES THE DATE AGAIN WITHOUT
007110*                         OVERRIDE, AS AFTER A DL140M RESET),
007120*                         COMPLETION CODE CCBO (BACKED OUT),
007130*                         END TIME THIS RUN.  THE RUN COUNT
007140*                         AND START TIME STAY - THE HISTORY
007150*                         STAYS.  THE OPERATOR'S REASON GOES
007160*                         ON THE REPORT AND THE OPERATOR LOG.
007170*****************************************************************
007180 5000-MARK-RUN-CONTROL.
007190     MOVE DL1-BKO-DATE TO RCT-BUS-DATE.
007200     READ RUN-CTL
007210         INVALID KEY
007220             MOVE 'RUNCTL' TO DL1-ABEND-DDNAME
007230             MOVE DL1-RUNCTL-STATUS TO DL1-ABEND-STATUS
007240             PERFORM 9100-ABEND-ON-FILE-ERROR THRU 9100-EXIT
007250     END-READ.
007260     MOVE 'R' TO RCT-RUN-STATUS.
007270     MOVE 'CCBO' TO RCT-COMPLETION-CODE.
007280     MOVE DL1-RUN-TIMESTAMP-X TO RCT-END-TS.
007290     REWRITE RCT-RECORD
007300         INVALID KEY
007310             MOVE 'RUNCTL' TO DL1-ABEND-DDNAME
007320             MOVE DL1-RUNCTL-STATUS TO DL1-ABEND-STATUS
007330             PERFORM 9100-ABEND-ON-FILE-ERROR THRU 9100-EXIT
007340     END-REWRITE.
007350     MOVE SPACES TO BKO-ACTION-LINE.
007360     MOVE DL1-BKO-DATE TO BKO-ACT-DATE.
007370     MOVE 'DATE BACKED OUT - RUN RECORD RESET'
007380         TO BKO-ACT-MESSAGE.
007390     MOVE DL1-BKO-REASON TO BKO-ACT-REASON.
007400     WRITE BKO-ACTION-LINE.
007410     DISPLAY 'DL170M - BUSINESS DATE ' DL1-BKO-DATE
007420         ' BACKED OUT AND RESET - REASON: ' DL1-BKO-REASON.
007430 5000-EXIT.
007440     EXIT.
007450
007460*****************************************************************
007470* 9000-TERMINATE - SUMMARY COUNTS, CLOSE DOWN.  THE PASSES HAVE
007480*                  ALREADY SET ANY NONZERO RETURN CODE.
007490*****************************************************************
007500 9000-TERMINATE.
007510     MOVE SPACES TO BKO-SUMMARY-LINE.
007520     MOVE 'JOURNAL ENTRIES READ:' TO BKO-SUM-LABEL.
007530     MOVE DL1-JOURNAL-READ TO BKO-SUM-COUNT.
007540     WRITE BKO-SUMMARY-LINE.
007550     MOVE SPACES TO BKO-SUMMARY-LINE.
007560     MOVE 'ENTRIES FOR THE DATE:' TO BKO-SUM-LABEL.
007570     MOVE DL1-DATE-ENTRIES TO BKO-SUM-COUNT.
007580     WRITE BKO-SUMMARY-LINE.
007590     MOVE SPACES TO BKO-SUMMARY-LINE.
007600     MOVE 'RECORD IDS THE DATE TOUCHED:' TO BKO-SUM-LABEL.
007610     MOVE DL1-IDS-TOUCHED TO BKO-SUM-COUNT.
007620     WRITE BKO-SUMMARY-LINE.
007630     MOVE SPACES TO BKO-SUMMARY-LINE.
007640     MOVE 'CHANGED AGAIN BY A LATER RUN:' TO BKO-SUM-LABEL.
007650     MOVE DL1-CONFLICTS TO BKO-SUM-COUNT.
007660     WRITE BKO-SUMMARY-LINE.
007670     MOVE SPACES TO BKO-SUMMARY-LINE.
007680     MOVE 'PRIOR IMAGES RESTORED:' TO BKO-SUM-LABEL.
007690     MOVE DL1-IMAGES-RESTORED TO BKO-SUM-COUNT.
007700     WRITE BKO-SUMMARY-LINE.
007710     MOVE SPACES TO BKO-SUMMARY-LINE.
007720     MOVE 'WITHDRAWN IDS REINSTATED:' TO BKO-SUM-LABEL.
007730     MOVE DL1-IDS-REINSTATED TO BKO-SUM-COUNT.
007740     WRITE BKO-SUMMARY-LINE.
007750     MOVE SPACES TO BKO-SUMMARY-LINE.
007760     MOVE 'ADDED IDS TAKEN OFF:' TO BKO-SUM-LABEL.
007770     MOVE DL1-ADDS-REMOVED TO BKO-SUM-COUNT.
007780     WRITE BKO-SUMMARY-LINE.
007790     MOVE SPACES TO BKO-SUMMARY-LINE.
007800     MOVE 'ADDED IDS ALREADY OFF:' TO BKO-SUM-LABEL.
007810     MOVE DL1-NOTHING-TO-UNDO TO BKO-SUM-COUNT.
007820     WRITE BKO-SUMMARY-LINE.
007830     CLOSE MASTER-FILE.
007840     CLOSE RUN-CTL.
007850     CLOSE BACKOUT-RPT.
007860     DISPLAY 'DL170M - ENTRIES FOR DATE: ' DL1-DATE-ENTRIES.
007870     DISPLAY 'DL170M - IDS TOUCHED:      ' DL1-IDS-TOUCHED.
007880     DISPLAY 'DL170M - LATER CHANGES:    ' DL1-CONFLICTS.
007890     DISPLAY 'DL170M - IMAGES RESTORED:  ' DL1-IMAGES-RESTORED.
007900     DISPLAY 'DL170M - IDS REINSTATED:   ' DL1-IDS-REINSTATED.
007910     DISPLAY 'DL170M - ADDS TAKEN OFF:   ' DL1-ADDS-REMOVED.
007920 9000-EXIT.
007930     EXIT.
007940
007950*****************************************************************
007960* 9100-ABEND-ON-FILE-ERROR - A FILE THE BACKOUT DEPENDS ON
007970*                            FAILED.  STOP WITH A NONZERO
007980*                            RETURN CODE - THE RUN RECORD IS
007990*                            ONLY MARKED AFTER THE LAST ID IS
008000*                            BACK, SO A DATE CAUGHT HALF-WAY
008010*                            STILL SHOWS ITS OLD STATUS.  THE
008012*                            IDS ALREADY RESTORED NOW LOOK LIKE
008014*                            LATER CHANGES, SO APPLY WOULD BE
008016*                            REFUSED - ONLY A RERUN WITH FORCE
008018*                            FINISHES A HALF-APPLIED BACKOUT.
008030*****************************************************************
008040 9100-ABEND-ON-FILE-ERROR.
008050     DISPLAY 'DL170M - FATAL FILE ERROR ON ' DL1-ABEND-DDNAME
008060         ' - FILE STATUS ' DL1-ABEND-STATUS.
008070     MOVE 16 TO RETURN-CODE.
008071     MOVE 'FILEERR' TO DL1-EVT-CODE.
008072     MOVE SPACES TO DL1-EVT-TEXT.
008073     STRING 'FATAL FILE ERROR ON ' DELIMITED BY SIZE
008074            DL1-ABEND-DDNAME       DELIMITED BY SPACE
008075            ' STATUS '             DELIMITED BY SIZE
008076            DL1-ABEND-STATUS       DELIMITED BY SIZE
008077         INTO DL1-EVT-TEXT.
008078     PERFORM 9500-WRITE-EVENT THRU 9500-EXIT.
008080     STOP RUN.
008090 9100-EXIT.
008100     EXIT.
008110
008120*****************************************************************
008130* 9500-WRITE-EVENT - APPEND ONE EVENT TO THE SHARED MONITORING
008140*                    EVENT FILE FOR THE DL195M FORWARDER.  THE
008150*                    SEVERITY FOLLOWS THE RETURN CODE; AN END
008160*                    WITH NO NAMED CONDITION IS CODED RCNN.  AN
008170*                    EVENT FILE THAT WILL NOT TAKE THE RECORD
008180*                    IS REPORTED ON THE JOB LOG BUT DOES NOT
008190*                    CHANGE HOW THE STEP ENDS.
008200*****************************************************************
008210 9500-WRITE-EVENT.
008220     MOVE RETURN-CODE TO DL1-EVT-RC.
008230     OPEN OUTPUT EVENT-FILE.
008240     IF DL1-EVENT-STATUS NOT = '00'
008250         DISPLAY 'DL170M - EVENT NOT WRITTEN - EVENTOUT FILE '
008260             'STATUS ' DL1-EVENT-STATUS
008270         GO TO 9500-EXIT
008280     END-IF.
008290     ACCEPT DL1-EVT-DATE FROM DATE YYYYMMDD.
008300     ACCEPT DL1-EVT-TIME FROM TIME.
008310     MOVE SPACES TO EVT-RECORD.
008320     MOVE 'DL170M' TO EVT-PROGRAM.
008330     MOVE DL1-BKO-DATE TO EVT-BUS-DATE.
008340     IF EVT-BUS-DATE NOT NUMERIC
008350         MOVE DL1-EVT-DATE TO EVT-BUS-DATE
008360     END-IF.
008370     MOVE DL1-EVT-DATE TO EVT-EVENT-DATE.
008380     MOVE DL1-EVT-TIME(1:6) TO EVT-EVENT-TIME.
008390     MOVE DL1-EVT-RC TO EVT-RETURN-CODE.
008400     IF DL1-EVT-RC > 12
008410         MOVE 'S' TO EVT-SEVERITY
008420     ELSE
008430         IF DL1-EVT-RC > 04
008440             MOVE 'E' TO EVT-SEVERITY
008450         ELSE
008460             IF DL1-EVT-RC > 00
008470                 MOVE 'W' TO EVT-SEVERITY
008480             ELSE
008490                 MOVE 'I' TO EVT-SEVERITY
008500             END-IF
008510         END-IF
008520     END-IF.
008530     IF DL1-EVT-CODE = SPACES
008540         MOVE 'RC' TO EVT-EVENT-CODE(1:2)
008550         MOVE DL1-EVT-RC TO EVT-EVENT-CODE(3:2)
008560     ELSE
008570         MOVE DL1-EVT-CODE TO EVT-EVENT-CODE
008580     END-IF.
008590     IF DL1-EVT-TEXT = SPACES
008600         MOVE 'RUN ENDED ABOVE RC=00 - SEE THE JOB LOG'
008610             TO EVT-TEXT
008620     ELSE
008630         MOVE DL1-EVT-TEXT TO EVT-TEXT
008640     END-IF.
008650     MOVE DL1-EVT-COUNT-1 TO EVT-COUNT-1.
008660     MOVE DL1-EVT-COUNT-2 TO EVT-COUNT-2.
008670     WRITE EVT-RECORD.
008680     IF DL1-EVENT-STATUS NOT = '00'
008690         DISPLAY 'DL170M - EVENT NOT WRITTEN - EVENTOUT FILE '
008700             'STATUS ' DL1-EVENT-STATUS
008710     END-IF.
008720     CLOSE EVENT-FILE.
008730     MOVE SPACES TO DL1-EVT-CODE DL1-EVT-TEXT.
008740     MOVE ZERO TO DL1-EVT-COUNT-1 DL1-EVT-COUNT-2.
008750 9500-EXIT.
008760     EXIT.
