000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    DL200M.
000120 AUTHOR.        R HOLLOWAY.
000130 INSTALLATION.  DATA CONTROL - BATCH SYSTEMS.
000140 DATE-WRITTEN.  2026-10-15.
000150 DATE-COMPILED.
000160*****************************************************************
000170* MODIFICATION HISTORY
000180* ----------------------------------------------------------------
000190* 2026-10-15  RH  ORIGINAL VERSION.  MAKER-CHECKER ENTRY OF
000200*                 MANUAL ADJUSTMENTS TO THE MERGE MASTER, SO A
000210*                 RECORD UPSTREAM CANNOT RESEND IN TIME IS FIXED
000220*                 THROUGH THE NIGHTLY MERGE INSTEAD OF BY A
000230*                 HAND-BUILT RECYCLE RECORD OR A CLUSTER PATCH.
000240*                 A CLERK PROPOSES AN ADD, AN AREA CHANGE OR A
000250*                 WITHDRAWAL FOR A RECORD ID, WITH A REASON; A
000260*                 DIFFERENT USER ID MUST APPROVE IT BEFORE DL205M
000270*                 WILL RELEASE IT TO THE MERGE.  EVERY PROPOSAL
000280*                 STAYS ON THE KEYED ADJUSTMENT FILE (ADJFILE,
000290*                 DL1ADJ) WITH ITS MAKER, CHECKER, TIMESTAMPS
000300*                 AND OUTCOME.  COMMANDS COME FROM ACCEPT, AS IN
000310*                 DL150M - SEE THE JCL MEMBER FOR THE FORMAT.
000320*****************************************************************
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SOURCE-COMPUTER.   IBM-370.
000360 OBJECT-COMPUTER.   IBM-370.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT ADJUST-FILE     ASSIGN TO ADJFILE
000400            ORGANIZATION IS INDEXED
000410            ACCESS MODE IS DYNAMIC
000420            RECORD KEY IS ADJ-KEY
000430            FILE STATUS IS DL1-ADJUST-STATUS.
000440     SELECT MASTER-FILE     ASSIGN TO XTRMAST
000450            ORGANIZATION IS INDEXED
000460            ACCESS MODE IS DYNAMIC
000470            RECORD KEY IS MST-RECORD-ID
000480            FILE STATUS IS DL1-MASTER-STATUS.
000490     SELECT EVENT-FILE      ASSIGN TO EVENTOUT
000500            ORGANIZATION IS SEQUENTIAL
000510            FILE STATUS IS DL1-EVENT-STATUS.
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  ADJUST-FILE
000550     RECORD CONTAINS 280 CHARACTERS.
000560 COPY DL1ADJ.
000570
000580 FD  MASTER-FILE
000590     RECORD CONTAINS 1033 CHARACTERS.
000600 COPY DL1MST.
000610
000620 FD  EVENT-FILE
000630     RECORD CONTAINS 100 CHARACTERS.
000640 COPY DL1EVT.
000650
000660 WORKING-STORAGE SECTION.
000670*****************************************************************
000680* FILE STATUS SWITCHES
000690*****************************************************************
000700 01  DL1-FILE-STATUSES.
000710     05  DL1-ADJUST-STATUS     PIC X(02) VALUE '00'.
000720     05  DL1-MASTER-STATUS     PIC X(02) VALUE '00'.
000730     05  DL1-EVENT-STATUS      PIC X(02) VALUE '00'.
000740 77  DL1-ABEND-DDNAME          PIC X(08) VALUE SPACES.
000750 77  DL1-ABEND-STATUS          PIC X(02) VALUE SPACES.
000760
000770*****************************************************************
000780* SESSION CONTROLS - ONE COMMAND PER ACCEPT: AN OPTION, THEN
000790* WHATEVER THAT OPTION PROMPTS FOR.
000800*****************************************************************
000810 01  DL1-SESSION-SW            PIC X(01) VALUE 'N'.
000820     88  DL1-SESSION-DONE                VALUE 'Y'.
000830 77  DL1-OPTION                PIC X(01) VALUE SPACE.
000840 77  DL1-IN-RECORD-ID          PIC X(10) VALUE SPACES.
000850 77  DL1-IN-SEQ                PIC 9(03) VALUE ZERO.
000860 77  DL1-IN-ACTION             PIC X(01) VALUE SPACE.
000870 77  DL1-IN-AREA               PIC X(02) VALUE SPACES.
000880 77  DL1-IN-VALUE              PIC X(100) VALUE SPACES.
000890 77  DL1-IN-REASON             PIC X(40) VALUE SPACES.
000900 77  DL1-IN-DECISION           PIC X(01) VALUE SPACE.
000910 77  DL1-IN-USER               PIC X(08) VALUE SPACES.
000920 77  DL1-LISTED-COUNT          PIC 9(05) COMP VALUE ZERO.
000930 77  DL1-NEXT-SEQ              PIC 9(04) COMP VALUE ZERO.
000940 77  DL1-AREA-NUM              PIC 9(02) VALUE ZERO.
000950 77  DL1-BYTE-IDX              PIC S9(04) COMP VALUE ZERO.
000960 77  DL1-POPULATED-LEN         PIC 9(03) COMP VALUE ZERO.
000970 77  DL1-STATUS-X              PIC X(08) VALUE SPACES.
000980 77  DL1-ACTION-X              PIC X(08) VALUE SPACES.
000990 01  DL1-BROWSE-EOF-SW         PIC X(01) VALUE 'N'.
001000     88  DL1-BROWSE-EOF-YES              VALUE 'Y'.
001010 01  DL1-ON-MASTER-SW          PIC X(01) VALUE 'N'.
001020     88  DL1-ON-MASTER                   VALUE 'Y'.
001030
001040*****************************************************************
001050* MAKER / CHECKER TIMESTAMP
001060*****************************************************************
001070 01  DL1-RUN-DATE.
001080     05  DL1-RUN-YYYY          PIC 9(04).
001090     05  DL1-RUN-MM            PIC 9(02).
001100     05  DL1-RUN-DD            PIC 9(02).
001110 77  DL1-RUN-DATE-X            PIC X(10).
001120 77  DL1-RUN-TIME              PIC 9(08).
001130 77  DL1-TIMESTAMP-X           PIC X(16).
001140
001150*****************************************************************
001160* MONITORING EVENT - WHATEVER ENDS THE RUN ABOVE RC=00 OR RAISES
001170* A NAMED CONDITION SETS THE CODE, COUNTS AND TEXT; 9500 WRITES
001180* THE EVENT (DL1EVT) TO THE SHARED EVENT FILE.
001190*****************************************************************
001200 01  DL1-EVENT-FIELDS.
001210     05  DL1-EVT-CODE          PIC X(08) VALUE SPACES.
001220     05  DL1-EVT-COUNT-1       PIC 9(07) VALUE ZERO.
001230     05  DL1-EVT-COUNT-2       PIC 9(07) VALUE ZERO.
001240     05  DL1-EVT-TEXT          PIC X(40) VALUE SPACES.
001250 77  DL1-EVT-RC                PIC 9(02) VALUE ZERO.
001260 77  DL1-EVT-DATE              PIC 9(08) VALUE ZERO.
001270 77  DL1-EVT-TIME              PIC 9(08) VALUE ZERO.
001280
001290 PROCEDURE DIVISION.
001300*****************************************************************
001310* 0000-MAINLINE
001320*****************************************************************
001330 0000-MAINLINE.
001340     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001350     PERFORM 2000-PROCESS-ONE-COMMAND THRU 2000-EXIT
001360         UNTIL DL1-SESSION-DONE.
001370     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001380     IF RETURN-CODE > 0
001390         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
001400     END-IF.
001410     GOBACK.
001420
001430*****************************************************************
001440* 1000-INITIALIZE - OPEN THE ADJUSTMENT FILE I-O (A FRESHLY
001450*                   DEFINED CLUSTER IS PRIMED ON ITS FIRST
001460*                   OPEN) AND THE MASTER FOR INQUIRY ONLY - A
001470*                   PROPOSAL IS CHECKED AGAINST THE MASTER
001480*                   BUT NEVER CHANGES IT HERE.
001490*****************************************************************
001500 1000-INITIALIZE.
001510     OPEN I-O ADJUST-FILE.
001520     IF DL1-ADJUST-STATUS = '35'
001530         OPEN OUTPUT ADJUST-FILE
001540         CLOSE ADJUST-FILE
001550         OPEN I-O ADJUST-FILE
001560     END-IF.
001570     IF DL1-ADJUST-STATUS NOT = '00' AND
001580        DL1-ADJUST-STATUS NOT = '97'
001590         MOVE 'ADJFILE' TO DL1-ABEND-DDNAME
001600         MOVE DL1-ADJUST-STATUS TO DL1-ABEND-STATUS
001610         PERFORM 9100-ABEND-ON-FILE-ERROR THRU 9100-EXIT
001620     END-IF.
001630     OPEN INPUT MASTER-FILE.
001640     IF DL1-MASTER-STATUS NOT = '00' AND
001650        DL1-MASTER-STATUS NOT = '97'
001660         MOVE 'XTRMAST' TO DL1-ABEND-DDNAME
001670         MOVE DL1-MASTER-STATUS TO DL1-ABEND-STATUS
001680         PERFORM 9100-ABEND-ON-FILE-ERROR THRU 9100-EXIT
001690     END-IF.
001700 1000-EXIT.
001710     EXIT.
001720
001730*****************************************************************
001740* 2000-PROCESS-ONE-COMMAND - SHOW THE MENU, TAKE ONE OPTION AND
001750*                            RUN IT.  ANYTHING UNRECOGNIZED
001760*                            (INCLUDING END OF A BATCH SYSIN
001770*                            DECK) ENDS THE SESSION CLEANLY.
001780*****************************************************************
001790 2000-PROCESS-ONE-COMMAND.
001800     DISPLAY 'DL200M - MANUAL ADJUSTMENT ENTRY'.
001810     DISPLAY '  1 = LIST ADJUSTMENTS AWAITING A DECISION'.
001820     DISPLAY '  2 = SHOW ONE ADJUSTMENT IN FULL'.
001830     DISPLAY '  3 = PROPOSE AN ADJUSTMENT (MAKER)'.
001840     DISPLAY '  4 = APPROVE OR DECLINE (CHECKER)'.
001850     DISPLAY '  5 = CANCEL YOUR OWN PROPOSAL (MAKER)'.
001860     DISPLAY '  9 = EXIT'.
001870     DISPLAY 'OPTION:'.
001880     MOVE SPACE TO DL1-OPTION.
001890     ACCEPT DL1-OPTION.
001900     IF DL1-OPTION = '1'
001910         PERFORM 3000-LIST-PENDING THRU 3000-EXIT
001920         GO TO 2000-EXIT
001930     END-IF.
001940     IF DL1-OPTION = '2'
001950         PERFORM 4000-SHOW-ONE-ADJ THRU 4000-EXIT
001960         GO TO 2000-EXIT
001970     END-IF.
001980     IF DL1-OPTION = '3'
001990         PERFORM 5000-PROPOSE-ADJ THRU 5000-EXIT
002000         GO TO 2000-EXIT
002010     END-IF.
002020     IF DL1-OPTION = '4'
002030         PERFORM 6000-DECIDE-ADJ THRU 6000-EXIT
002040         GO TO 2000-EXIT
002050     END-IF.
002060     IF DL1-OPTION = '5'
002070         PERFORM 7000-CANCEL-ADJ THRU 7000-EXIT
002080         GO TO 2000-EXIT
002090     END-IF.
002100     MOVE 'Y' TO DL1-SESSION-SW.
002110 2000-EXIT.
002120     EXIT.
002130
002140*****************************************************************
002150* 3000-LIST-PENDING - BROWSE THE WHOLE FILE, ONE SUMMARY LINE
002160*                     FOR EVERY ADJUSTMENT STILL WAITING FOR ITS
002170*                     CHECKER.
002180*****************************************************************
002190 3000-LIST-PENDING.
002200     MOVE 'N' TO DL1-BROWSE-EOF-SW.
002210     MOVE ZERO TO DL1-LISTED-COUNT.
002220     MOVE LOW-VALUES TO ADJ-KEY.
002230     START ADJUST-FILE KEY NOT < ADJ-KEY
002240         INVALID KEY
002250             MOVE 'Y' TO DL1-BROWSE-EOF-SW
002260     END-START.
002270     PERFORM 3100-LIST-ONE-ADJ THRU 3100-EXIT
002280         UNTIL DL1-BROWSE-EOF-YES.
002290     DISPLAY 'ADJUSTMENTS AWAITING A DECISION: ' DL1-LISTED-COUNT.
002300 3000-EXIT.
002310     EXIT.
002320
002330 3100-LIST-ONE-ADJ.
002340     READ ADJUST-FILE NEXT RECORD
002350         AT END
002360             MOVE 'Y' TO DL1-BROWSE-EOF-SW
002370             GO TO 3100-EXIT
002380     END-READ.
002390     IF NOT ADJ-PENDING
002400         GO TO 3100-EXIT
002410     END-IF.
002420     PERFORM 8100-DESCRIBE-ADJ THRU 8100-EXIT.
002430     DISPLAY ADJ-RECORD-ID ' ' ADJ-SEQ ' ' DL1-ACTION-X ' '
002440         ADJ-AREA-NUM ' ' ADJ-MAKER-ID ' ' ADJ-REASON.
002450     ADD 1 TO DL1-LISTED-COUNT.
002460 3100-EXIT.
002470     EXIT.
002480
002490*****************************************************************
002500* 4000-SHOW-ONE-ADJ - FULL CONTEXT FOR ONE KEYED ADJUSTMENT.
002510*****************************************************************
002520 4000-SHOW-ONE-ADJ.
002530     PERFORM 4500-ACCEPT-ADJ-KEY THRU 4500-EXIT.
002540     PERFORM 4600-READ-ONE-ADJ THRU 4600-EXIT.
002550     IF DL1-BROWSE-EOF-YES
002560         GO TO 4000-EXIT
002570     END-IF.
002580     PERFORM 8100-DESCRIBE-ADJ THRU 8100-EXIT.
002590     DISPLAY 'ADJUSTMENT: ' ADJ-RECORD-ID ' ' ADJ-SEQ.
002600     DISPLAY 'ACTION    : ' DL1-ACTION-X
002610         '  AREA: ' ADJ-AREA-NUM
002620         '  LENGTH: ' ADJ-AREA-LEN.
002630     DISPLAY 'VALUE     : ' ADJ-AREA-VALUE.
002640     DISPLAY 'REASON    : ' ADJ-REASON.
002650     DISPLAY 'STATUS    : ' DL1-STATUS-X.
002660     DISPLAY 'MAKER     : ' ADJ-MAKER-ID '  AT ' ADJ-MAKER-TS.
002670     DISPLAY 'CHECKER   : ' ADJ-CHECKER-ID
002680         '  AT ' ADJ-CHECKER-TS.
002690     DISPLAY 'RELEASED  : ' ADJ-RELEASE-TS.
002700     DISPLAY 'OUTCOME   : ' ADJ-OUTCOME.
002710 4000-EXIT.
002720     EXIT.
002730
002740 4500-ACCEPT-ADJ-KEY.
002750     DISPLAY 'RECORD ID (10 CHARS):'.
002760     ACCEPT DL1-IN-RECORD-ID.
002770     DISPLAY 'ADJUSTMENT SEQUENCE (3 DIGITS):'.
002780     ACCEPT DL1-IN-SEQ.
002790 4500-EXIT.
002800     EXIT.
002810
002820 4600-READ-ONE-ADJ.
002830     MOVE 'N' TO DL1-BROWSE-EOF-SW.
002840     MOVE DL1-IN-RECORD-ID TO ADJ-RECORD-ID.
002850     MOVE DL1-IN-SEQ TO ADJ-SEQ.
002860     READ ADJUST-FILE
002870         INVALID KEY
002880             DISPLAY 'DL200M - NO SUCH ADJUSTMENT'
002890             MOVE 'Y' TO DL1-BROWSE-EOF-SW
002900     END-READ.
002910 4600-EXIT.
002920     EXIT.
002930
002940*****************************************************************
002950* 5000-PROPOSE-ADJ - THE MAKER'S SIDE.  THE PROPOSAL IS CHECKED
002960*                    AGAINST THE MASTER AS IT STANDS NOW (AN ADD
002970*                    IS FOR AN ID NOT ON IT, A CHANGE OR A
002980*                    WITHDRAWAL FOR ONE THAT IS) AND LANDS
002990*                    PENDING UNDER THE NEXT FREE SEQUENCE FOR
003000*                    THE ID.  A PROPOSAL THAT FAILS A CHECK IS
003010*                    REFUSED WITH ITS REASON AND NOT WRITTEN.
003020*****************************************************************
003030 5000-PROPOSE-ADJ.
003040     DISPLAY 'RECORD ID (10 CHARS):'.
003050     ACCEPT DL1-IN-RECORD-ID.
003060     DISPLAY 'ACTION (A=ADD AREA, C=CHANGE AREA, W=WITHDRAW ID):'.
003070     ACCEPT DL1-IN-ACTION.
003080     MOVE SPACES TO DL1-IN-AREA DL1-IN-VALUE.
003090     IF DL1-IN-ACTION NOT = 'W'
003100         DISPLAY 'AREA OCCURRENCE (01-10):'
003110         ACCEPT DL1-IN-AREA
003120         DISPLAY 'NEW AREA VALUE (UP TO 100 CHARS):'
003130         ACCEPT DL1-IN-VALUE
003140     END-IF.
003150     DISPLAY 'REASON (UP TO 40 CHARS):'.
003160     ACCEPT DL1-IN-REASON.
003170     DISPLAY 'YOUR USER ID:'.
003180     ACCEPT DL1-IN-USER.
003190     IF DL1-IN-RECORD-ID = SPACES
003200         DISPLAY 'DL200M - REFUSED - RECORD ID IS REQUIRED'
003210         GO TO 5000-EXIT
003220     END-IF.
003230     IF DL1-IN-ACTION NOT = 'A' AND
003240        DL1-IN-ACTION NOT = 'C' AND
003250        DL1-IN-ACTION NOT = 'W'
003260         DISPLAY 'DL200M - REFUSED - ACTION MUST BE A, C OR W'
003270         GO TO 5000-EXIT
003280     END-IF.
003290     IF DL1-IN-REASON = SPACES
003300         DISPLAY 'DL200M - REFUSED - A REASON IS REQUIRED'
003310         GO TO 5000-EXIT
003320     END-IF.
003330     IF DL1-IN-USER = SPACES
003340         DISPLAY 'DL200M - REFUSED - USER ID IS REQUIRED'
003350         GO TO 5000-EXIT
003360     END-IF.
003370     MOVE ZERO TO DL1-AREA-NUM DL1-POPULATED-LEN.
003380     IF DL1-IN-ACTION NOT = 'W'
003390         IF DL1-IN-AREA NOT NUMERIC
003400             DISPLAY 'DL200M - REFUSED - AREA MUST BE 01-10'
003410             GO TO 5000-EXIT
003420         END-IF
003430         MOVE DL1-IN-AREA TO DL1-AREA-NUM
003440         IF DL1-AREA-NUM < 1 OR DL1-AREA-NUM > 10
003450             DISPLAY 'DL200M - REFUSED - AREA MUST BE 01-10'
003460             GO TO 5000-EXIT
003470         END-IF
003480         PERFORM 5200-FIND-POPULATED-LEN THRU 5200-EXIT
003490     END-IF.
003500     PERFORM 5100-CHECK-MASTER THRU 5100-EXIT.
003510     IF DL1-IN-ACTION = 'A' AND DL1-ON-MASTER
003520         DISPLAY 'DL200M - REFUSED - ID IS ALREADY ON THE '
003530             'MASTER - PROPOSE A CHANGE'
003540         GO TO 5000-EXIT
003550     END-IF.
003560     IF DL1-IN-ACTION NOT = 'A' AND NOT DL1-ON-MASTER
003570         DISPLAY 'DL200M - REFUSED - ID IS NOT ON THE MASTER'
003580         GO TO 5000-EXIT
003590     END-IF.
003600     PERFORM 5300-FIND-NEXT-SEQ THRU 5300-EXIT.
003610     IF DL1-NEXT-SEQ > 999
003620         DISPLAY 'DL200M - REFUSED - NO FREE SEQUENCE FOR THE ID'
003630         GO TO 5000-EXIT
003640     END-IF.
003650     PERFORM 8000-TAKE-TIMESTAMP THRU 8000-EXIT.
003660     MOVE SPACES TO ADJ-RECORD.
003670     MOVE DL1-IN-RECORD-ID TO ADJ-RECORD-ID.
003680     MOVE DL1-NEXT-SEQ TO ADJ-SEQ.
003690     MOVE DL1-IN-ACTION TO ADJ-ACTION.
003700     MOVE DL1-AREA-NUM TO ADJ-AREA-NUM.
003710     MOVE DL1-POPULATED-LEN TO ADJ-AREA-LEN.
003720     MOVE DL1-IN-VALUE TO ADJ-AREA-VALUE.
003730     MOVE DL1-IN-REASON TO ADJ-REASON.
003740     MOVE 'P' TO ADJ-STATUS.
003750     MOVE DL1-IN-USER TO ADJ-MAKER-ID.
003760     MOVE DL1-TIMESTAMP-X TO ADJ-MAKER-TS.
003770     MOVE 'AWAITING CHECKER APPROVAL' TO ADJ-OUTCOME.
003780     WRITE ADJ-RECORD
003790         INVALID KEY
003800             MOVE 'ADJFILE' TO DL1-ABEND-DDNAME
003810             MOVE DL1-ADJUST-STATUS TO DL1-ABEND-STATUS
003820             PERFORM 9100-ABEND-ON-FILE-ERROR THRU 9100-EXIT
003830     END-WRITE.
003840     DISPLAY 'DL200M - ADJUSTMENT ' ADJ-RECORD-ID ' ' ADJ-SEQ
003850         ' PROPOSED BY ' DL1-IN-USER ' - AWAITING APPROVAL'.
003860 5000-EXIT.
003870     EXIT.
003880
003890 5100-CHECK-MASTER.
003900     MOVE 'N' TO DL1-ON-MASTER-SW.
003910     MOVE DL1-IN-RECORD-ID TO MST-RECORD-ID.
003920     READ MASTER-FILE
003930         INVALID KEY
003940             MOVE 'N' TO DL1-ON-MASTER-SW
003950         NOT INVALID KEY
003960             MOVE 'Y' TO DL1-ON-MASTER-SW
003970     END-READ.
003980 5100-EXIT.
003990     EXIT.
004000
004010*****************************************************************
004020* 5200-FIND-POPULATED-LEN - THE DECLARED LENGTH OF THE NEW AREA
004030*                           IS THE POSITION OF ITS LAST NON-SPACE
004040*                           BYTE, THE SAME MEASURE DL100M'S
004050*                           QUALITY PROFILE CHECKS IT AGAINST;
004060*                           ZERO WHEN THE VALUE IS ALL SPACES
004070*                           (THE AREA IS BLANKED).
004080*****************************************************************
004090 5200-FIND-POPULATED-LEN.
004100     MOVE ZERO TO DL1-POPULATED-LEN.
004110     PERFORM 5210-CHECK-ONE-TRAILING THRU 5210-EXIT
004120         VARYING DL1-BYTE-IDX FROM 100 BY -1
004130         UNTIL DL1-BYTE-IDX < 1
004140            OR DL1-POPULATED-LEN > 0.
004150 5200-EXIT.
004160     EXIT.
004170
004180 5210-CHECK-ONE-TRAILING.
004190     IF DL1-IN-VALUE(DL1-BYTE-IDX:1) NOT = SPACE
004200         MOVE DL1-BYTE-IDX TO DL1-POPULATED-LEN
004210     END-IF.
004220 5210-EXIT.
004230     EXIT.
004240
004250*****************************************************************
004260* 5300-FIND-NEXT-SEQ - ONE PAST THE HIGHEST SEQUENCE ALREADY ON
004270*                      FILE FOR THE ID.
004280*****************************************************************
004290 5300-FIND-NEXT-SEQ.
004300     MOVE 1 TO DL1-NEXT-SEQ.
004310     MOVE 'N' TO DL1-BROWSE-EOF-SW.
004320     MOVE DL1-IN-RECORD-ID TO ADJ-RECORD-ID.
004330     MOVE ZERO TO ADJ-SEQ.
004340     START ADJUST-FILE KEY NOT < ADJ-KEY
004350         INVALID KEY
004360             MOVE 'Y' TO DL1-BROWSE-EOF-SW
004370     END-START.
004380     PERFORM 5310-CHECK-ONE-SEQ THRU 5310-EXIT
004390         UNTIL DL1-BROWSE-EOF-YES.
004400 5300-EXIT.
004410     EXIT.
004420
004430 5310-CHECK-ONE-SEQ.
004440     READ ADJUST-FILE NEXT RECORD
004450         AT END
004460             MOVE 'Y' TO DL1-BROWSE-EOF-SW
004470             GO TO 5310-EXIT
004480     END-READ.
004490     IF ADJ-RECORD-ID NOT = DL1-IN-RECORD-ID
004500         MOVE 'Y' TO DL1-BROWSE-EOF-SW
004510         GO TO 5310-EXIT
004520     END-IF.
004530     COMPUTE DL1-NEXT-SEQ = ADJ-SEQ + 1.
004540 5310-EXIT.
004550     EXIT.
004560
004570*****************************************************************
004580* 6000-DECIDE-ADJ - THE CHECKER'S SIDE.  ONLY A PENDING
004590*                   ADJUSTMENT CAN BE DECIDED, AND NEVER BY THE
004600*                   USER WHO PROPOSED IT - THAT IS THE WHOLE
004610*                   POINT OF THE SECOND PAIR OF EYES.
004620*****************************************************************
004630 6000-DECIDE-ADJ.
004640     PERFORM 4500-ACCEPT-ADJ-KEY THRU 4500-EXIT.
004650     DISPLAY 'DECISION (A=APPROVE, D=DECLINE):'.
004660     ACCEPT DL1-IN-DECISION.
004670     DISPLAY 'YOUR USER ID:'.
004680     ACCEPT DL1-IN-USER.
004690     PERFORM 4600-READ-ONE-ADJ THRU 4600-EXIT.
004700     IF DL1-BROWSE-EOF-YES
004710         GO TO 6000-EXIT
004720     END-IF.
004730     IF NOT ADJ-PENDING
004740         DISPLAY 'DL200M - REFUSED - ADJUSTMENT IS NOT PENDING'
004750         GO TO 6000-EXIT
004760     END-IF.
004770     IF DL1-IN-DECISION NOT = 'A' AND
004780        DL1-IN-DECISION NOT = 'D'
004790         DISPLAY 'DL200M - REFUSED - DECISION MUST BE A OR D'
004800         GO TO 6000-EXIT
004810     END-IF.
004820     IF DL1-IN-USER = SPACES
004830         DISPLAY 'DL200M - REFUSED - USER ID IS REQUIRED'
004840         GO TO 6000-EXIT
004850     END-IF.
004860     IF DL1-IN-USER = ADJ-MAKER-ID
004870         DISPLAY 'DL200M - REFUSED - THE CHECKER MUST NOT BE '
004880             'THE MAKER'
004890         GO TO 6000-EXIT
004900     END-IF.
004910     PERFORM 8000-TAKE-TIMESTAMP THRU 8000-EXIT.
004920     MOVE DL1-IN-USER TO ADJ-CHECKER-ID.
004930     MOVE DL1-TIMESTAMP-X TO ADJ-CHECKER-TS.
004940     IF DL1-IN-DECISION = 'A'
004950         MOVE 'A' TO ADJ-STATUS
004960         MOVE 'APPROVED - AWAITING NIGHTLY RELEASE'
004970             TO ADJ-OUTCOME
004980     ELSE
004990         MOVE 'D' TO ADJ-STATUS
005000         MOVE 'DECLINED BY CHECKER' TO ADJ-OUTCOME
005010     END-IF.
005020     REWRITE ADJ-RECORD
005030         INVALID KEY
005040             MOVE 'ADJFILE' TO DL1-ABEND-DDNAME
005050             MOVE DL1-ADJUST-STATUS TO DL1-ABEND-STATUS
005060             PERFORM 9100-ABEND-ON-FILE-ERROR THRU 9100-EXIT
005070     END-REWRITE.
005080     DISPLAY 'DL200M - ADJUSTMENT ' ADJ-RECORD-ID ' ' ADJ-SEQ
005090         ' ' ADJ-OUTCOME.
005100 6000-EXIT.
005110     EXIT.
005120
005130*****************************************************************
005140* 7000-CANCEL-ADJ - A MAKER MAY WITHDRAW THEIR OWN PROPOSAL
005150*                   WHILE IT IS STILL PENDING.  THE RECORD STAYS
005160*                   ON FILE, MARKED CANCELLED.
005170*****************************************************************
005180 7000-CANCEL-ADJ.
005190     PERFORM 4500-ACCEPT-ADJ-KEY THRU 4500-EXIT.
005200     DISPLAY 'YOUR USER ID:'.
005210     ACCEPT DL1-IN-USER.
005220     PERFORM 4600-READ-ONE-ADJ THRU 4600-EXIT.
005230     IF DL1-BROWSE-EOF-YES
005240         GO TO 7000-EXIT
005250     END-IF.
005260     IF NOT ADJ-PENDING
005270         DISPLAY 'DL200M - REFUSED - ADJUSTMENT IS NOT PENDING'
005280         GO TO 7000-EXIT
005290     END-IF.
005300     IF DL1-IN-USER NOT = ADJ-MAKER-ID
005310         DISPLAY 'DL200M - REFUSED - ONLY THE MAKER MAY CANCEL'
005320         GO TO 7000-EXIT
005330     END-IF.
005340     PERFORM 8000-TAKE-TIMESTAMP THRU 8000-EXIT.
005350     MOVE 'X' TO ADJ-STATUS.
005360     MOVE DL1-TIMESTAMP-X TO ADJ-CHECKER-TS.
005370     MOVE 'CANCELLED BY MAKER' TO ADJ-OUTCOME.
005380     REWRITE ADJ-RECORD
005390         INVALID KEY
005400             MOVE 'ADJFILE' TO DL1-ABEND-DDNAME
005410             MOVE DL1-ADJUST-STATUS TO DL1-ABEND-STATUS
005420             PERFORM 9100-ABEND-ON-FILE-ERROR THRU 9100-EXIT
005430     END-REWRITE.
005440     DISPLAY 'DL200M - ADJUSTMENT ' ADJ-RECORD-ID ' ' ADJ-SEQ
005450         ' CANCELLED'.
005460 7000-EXIT.
005470     EXIT.
005480
005490*****************************************************************
005500* 8000-TAKE-TIMESTAMP - MM/DD/YYYYHHMMSS, AS DL150M STAMPS ITS
005510*                       DISPOSITIONS.
005520*****************************************************************
005530 8000-TAKE-TIMESTAMP.
005540     ACCEPT DL1-RUN-DATE FROM DATE YYYYMMDD.
005550     MOVE DL1-RUN-MM  TO DL1-RUN-DATE-X(1:2).
005560     MOVE '/'         TO DL1-RUN-DATE-X(3:1).
005570     MOVE DL1-RUN-DD  TO DL1-RUN-DATE-X(4:2).
005580     MOVE '/'         TO DL1-RUN-DATE-X(6:1).
005590     MOVE DL1-RUN-YYYY TO DL1-RUN-DATE-X(7:4).
005600     ACCEPT DL1-RUN-TIME FROM TIME.
005610     STRING DL1-RUN-DATE-X     DELIMITED BY SIZE
005620            DL1-RUN-TIME(1:6)  DELIMITED BY SIZE
005630         INTO DL1-TIMESTAMP-X.
005640 8000-EXIT.
005650     EXIT.
005660
005670 8100-DESCRIBE-ADJ.
005680     MOVE 'WITHDRAW' TO DL1-ACTION-X.
005690     IF ADJ-ACTION-ADD
005700         MOVE 'ADD' TO DL1-ACTION-X
005710     END-IF.
005720     IF ADJ-ACTION-CHANGE
005730         MOVE 'CHANGE' TO DL1-ACTION-X
005740     END-IF.
005750     MOVE 'PENDING' TO DL1-STATUS-X.
005760     IF ADJ-APPROVED
005770         MOVE 'APPROVED' TO DL1-STATUS-X
005780     END-IF.
005790     IF ADJ-DECLINED
005800         MOVE 'DECLINED' TO DL1-STATUS-X
005810     END-IF.
005820     IF ADJ-CANCELLED
005830         MOVE 'CANCELLD' TO DL1-STATUS-X
005840     END-IF.
005850     IF ADJ-RELEASED
005860         MOVE 'RELEASED' TO DL1-STATUS-X
005870     END-IF.
005880     IF ADJ-FAILED
005890         MOVE 'FAILED' TO DL1-STATUS-X
005900     END-IF.
005910 8100-EXIT.
005920     EXIT.
005930
005940*****************************************************************
005950* 9000-TERMINATE - CLOSE DOWN.
005960*****************************************************************
005970 9000-TERMINATE.
005980     CLOSE ADJUST-FILE.
005990     CLOSE MASTER-FILE.
006000     DISPLAY 'DL200M - SESSION ENDED'.
006010 9000-EXIT.
006020     EXIT.
006030
006040*****************************************************************
006050* 9100-ABEND-ON-FILE-ERROR - THE ADJUSTMENT FILE OR THE MASTER
006060*                            FAILED; STOP WITH A NONZERO RETURN
006070*                            CODE.
006080*****************************************************************
006090 9100-ABEND-ON-FILE-ERROR.
006100     DISPLAY 'DL200M - FATAL FILE ERROR ON ' DL1-ABEND-DDNAME
006110         ' - FILE STATUS ' DL1-ABEND-STATUS.
006120     MOVE 16 TO RETURN-CODE.
006130     MOVE 'FILEERR' TO DL1-EVT-CODE.
006140     MOVE SPACES TO DL1-EVT-TEXT.
006150     STRING 'FATAL FILE ERROR ON ' DELIMITED BY SIZE
006160            DL1-ABEND-DDNAME       DELIMITED BY SPACE
006170            ' STATUS '             DELIMITED BY SIZE
006180            DL1-ABEND-STATUS       DELIMITED BY SIZE
006190         INTO DL1-EVT-TEXT.
006200     PERFORM 9500-WRITE-EVENT THRU 9500-EXIT.
006210     STOP RUN.
006220 9100-EXIT.
006230     EXIT.
006240
006250*****************************************************************
006260* 9500-WRITE-EVENT - APPEND ONE EVENT TO THE SHARED MONITORING
006270*                    EVENT FILE FOR THE DL195M FORWARDER.  THE
006280*                    SEVERITY FOLLOWS THE RETURN CODE; AN END
006290*                    WITH NO NAMED CONDITION IS CODED RCNN.  AN
006300*                    EVENT FILE THAT WILL NOT TAKE THE RECORD
006310*                    IS REPORTED ON THE JOB LOG BUT DOES NOT
006320*                    CHANGE HOW THE STEP ENDS.
006330*****************************************************************
006340 9500-WRITE-EVENT.
006350     MOVE RETURN-CODE TO DL1-EVT-RC.
006360     OPEN OUTPUT EVENT-FILE.
006370     IF DL1-EVENT-STATUS NOT = '00'
006380         DISPLAY 'DL200M - EVENT NOT WRITTEN - EVENTOUT FILE '
006390             'STATUS ' DL1-EVENT-STATUS
006400         GO TO 9500-EXIT
006410     END-IF.
006420     ACCEPT DL1-EVT-DATE FROM DATE YYYYMMDD.
006430     ACCEPT DL1-EVT-TIME FROM TIME.
006440     MOVE SPACES TO EVT-RECORD.
006450     MOVE 'DL200M' TO EVT-PROGRAM.
006460     MOVE DL1-RUN-DATE TO EVT-BUS-DATE.
006470     IF EVT-BUS-DATE NOT NUMERIC
006480         MOVE DL1-EVT-DATE TO EVT-BUS-DATE
006490     END-IF.
006500     MOVE DL1-EVT-DATE TO EVT-EVENT-DATE.
006510     MOVE DL1-EVT-TIME(1:6) TO EVT-EVENT-TIME.
006520     MOVE DL1-EVT-RC TO EVT-RETURN-CODE.
006530     IF DL1-EVT-RC > 12
006540         MOVE 'S' TO EVT-SEVERITY
006550     ELSE
006560         IF DL1-EVT-RC > 04
006570             MOVE 'E' TO EVT-SEVERITY
006580         ELSE
006590             IF DL1-EVT-RC > 00
006600                 MOVE 'W' TO EVT-SEVERITY
006610             ELSE
006620                 MOVE 'I' TO EVT-SEVERITY
006630             END-IF
006640         END-IF
006650     END-IF.
006660     IF DL1-EVT-CODE = SPACES
006670         MOVE 'RC' TO EVT-EVENT-CODE(1:2)
006680         MOVE DL1-EVT-RC TO EVT-EVENT-CODE(3:2)
006690     ELSE
006700         MOVE DL1-EVT-CODE TO EVT-EVENT-CODE
006710     END-IF.
006720     IF DL1-EVT-TEXT = SPACES
006730         MOVE 'RUN ENDED ABOVE RC=00 - SEE THE JOB LOG'
006740             TO EVT-TEXT
006750     ELSE
006760         MOVE DL1-EVT-TEXT TO EVT-TEXT
006770     END-IF.
006780     MOVE DL1-EVT-COUNT-1 TO EVT-COUNT-1.
006790     MOVE DL1-EVT-COUNT-2 TO EVT-COUNT-2.
006800     WRITE EVT-RECORD.
006810     IF DL1-EVENT-STATUS NOT = '00'
006820         DISPLAY 'DL200M - EVENT NOT WRITTEN - EVENTOUT FILE '
006830             'STATUS ' DL1-EVENT-STATUS
006840     END-IF.
006850     CLOSE EVENT-FILE.
006860     MOVE SPACES TO DL1-EVT-CODE DL1-EVT-TEXT.
006870     MOVE ZERO TO DL1-EVT-COUNT-1 DL1-EVT-COUNT-2.
006880 9500-EXIT.
006890     EXIT.
