001391*                 ITS ORIGINAL INVENTORY ENTRY INSTEAD OF
001392*                 POSTING A SECOND ONE NO CLEAN RECYCLE WOULD
001393*                 EVER CLEAR.
001394* 2026-10-15  RH  KEY-RANGE PARTITIONED RUNS: A NEW PART RUN MODE
001395*                 (PARM 'PART,N') PROCESSES ONE RECORD-ID RANGE OF
001396*                 THE EXTRACT AS CUT BY THE DL185M SPLIT, SO
001397*                 SEVERAL PARTITIONS CAN RUN AT ONCE, EACH WITH
001398*                 ITS OWN CHECKPOINT.  A PARTITION ONLY READS RUN
001399*                 CONTROL (THE SAME START CHECK, NO UPDATE),
001400*                 WRITES NO AUDIT OR STEP TRAILER, AND STAGES ITS
001401*                 REVIEW ITEMS AND REJECT-INVENTORY POSTINGS TO
001402*                 SEQUENTIAL FILES (RVWPART, RJIPART) INSTEAD OF
001403*                 UPDATING THE KEYED FILES; IT ENDS BY WRITING A
001404*                 PARTITION CONTROL RECORD (PARTCTL, DL1PCT).  THE
001405*                 DL190M COMBINE STEP BALANCES THE PARTITIONS
001406*                 AGAINST THE ONE CONTROL TRAILER AND DOES THE
001407*                 REST AS ONE RUN.  THE REVIEW AND INVENTORY
001408*                 RECORDS ARE NOW BUILT IN WORKING STORAGE AND
001409*                 WRITTEN FROM THERE.
001410* 2026-10-15  RH  AN END ABOVE RC=00 NOW ALSO APPENDS AN EVENT
001411*                 (DL1EVT) TO THE SHARED MONITORING EVENT FILE
001412*                 (EVENTOUT) FOR THE DL195M FORWARDER - A FATAL
001413*                 FILE ERROR OR A REFUSED RUN IS ITS OWN EVENT.
001414*                 CONTROL TOTALS OUT OF BALANCE (CC08) ARE
001415*                 EVENT OUTBAL.
001416* 2026-10-15  RH  EACH REJECT-INVENTORY ENTRY NOW CARRIES THE
001417*                 FIRST AREA OCCURRENCE THAT FAILED (RJI-AREA-NUM,
001418*                 ZERO WHEN THE WHOLE RECORD WAS REJECTED) SO THE
001419*                 DL145M MONTHLY CHARGEBACK CAN CHARGE OPEN
001420*                 REJECTS TO THE FEED THAT CAUSED THEM.
001421* 2026-10-15  RH  VALIDATE RUN MODE (PARM 'VALIDATE') - A DRY RUN
001422*                 OF A CORRECTED EXTRACT AHEAD OF THE NIGHTLY
001423*                 WINDOW.  THE SAME VALIDATION, FILL, RECONCILE
001424*                 AND CONTROL-TOTAL BALANCE, AND THE SAME REPORTS
001425*                 (REPTOUT, EXCPTRPT, BREAKRPT, QUALRPT) STAMPED
001426*                 AS A DRY RUN, BUT RUNCTL, REVWFILE, REJINV,
001427*                 AUDITOUT, STEPAUD, XTRACOUT, REJCTOUT, THE
001428*                 CHECKPOINTS AND EVENTOUT ARE NEVER OPENED.  THE
001429*                 REPORT DATE IS THE EXTRACT HEADER'S.  THE RUN
001430*                 ENDS RC=00 CLEAN, RC=04 WITH EXCEPTIONS, RC=08
001431*                 OUT OF BALANCE.  RESTART IS REFUSED WITH IT.
001432* 2026-10-15  RH  A CATCHUP SWEEP NOW WRITES A DATE MARKER
001433*                 (RESERVED ID 'DL1BUSDATE', DL1DTM) TO XTRACOUT
001434*                 AHEAD OF EACH DATE'S RECORDS, SO DL110M JOURNALS
001435*                 EVERY CHANGE UNDER THE DATE IT CAME FROM AND ONE
001436*                 CATCHUP DATE CAN BE BACKED OUT ON ITS OWN.
001437*****************************************************************
001438 ENVIRONMENT DIVISION.
001439 CONFIGURATION SECTION.
001440 SOURCE-COMPUTER.   IBM-370.
001441 OBJECT-COMPUTER.   IBM-370.
001442 INPUT-OUTPUT SECTION.
001443 FILE-CONTROL.
001444     SELECT TRANFILE        ASSIGN TO TRANIN
001445            ORGANIZATION IS SEQUENTIAL
001446            FILE STATUS IS DL1-TRANFILE-STATUS.
001450     SELECT EXCEPT-RPT      ASSIGN TO EXCPTRPT
001460            ORGANIZATION IS SEQUENTIAL
001470            FILE STATUS IS DL1-EXCEPT-STATUS.
001800     SELECT REVIEW-FILE     ASSIGN TO REVWFILE
001810            ORGANIZATION IS INDEXED
001820            ACCESS MODE IS DYNAMIC
001830             RECORD KEY IS RVF-KEY
001840            FILE STATUS IS DL1-REVIEW-STATUS.
001842     SELECT REJINV-FILE     ASSIGN TO REJINV
001844            ORGANIZATION IS INDEXED
001846            ACCESS MODE IS DYNAMIC
001848             RECORD KEY IS RJF-KEY
001849            FILE STATUS IS DL1-REJINV-STATUS.
001851     SELECT STEP-AUDIT      ASSIGN TO STEPAUD
001852            ORGANIZATION IS SEQUENTIAL
001853            FILE STATUS IS DL1-STEPAUD-STATUS.
001854     SELECT RVW-STAGE       ASSIGN TO RVWPART
001855           ORGANIZATION IS SEQUENTIAL
001856           FILE STATUS IS DL1-RVWPART-STATUS.
001857     SELECT RJI-STAGE       ASSIGN TO RJIPART
001858           ORGANIZATION IS SEQUENTIAL
001859           FILE STATUS IS DL1-RJIPART-STATUS.
001860     SELECT PART-CTL        ASSIGN TO PARTCTL
001861           ORGANIZATION IS SEQUENTIAL
001862           FILE STATUS IS DL1-PARTCTL-STATUS.
001863     SELECT EVENT-FILE      ASSIGN TO EVENTOUT
001864            ORGANIZATION IS SEQUENTIAL
001865            FILE STATUS IS DL1-EVENT-STATUS.
001866 DATA DIVISION.
001867 FILE SECTION.
001870 FD  TRANFILE
001880     RECORD IS VARYING IN SIZE FROM 12 TO 1042 CHARACTERS
001890         DEPENDING ON DL1-TRAN-REC-LEN
002224     ==TDL-DELETE-RECORD==    BY ==XDL-DELETE-RECORD==
002226     ==TDL-DELETE-ID==        BY ==XDL-DELETE-ID==
002228     ==TDL-TARGET-ID==        BY ==XDL-TARGET-ID==.
002230 COPY DL1DTM REPLACING
002232     ==TDM-DATE-RECORD==      BY ==XDM-DATE-RECORD==
002234     ==TDM-MARK-ID==          BY ==XDM-MARK-ID==
002236     ==TDM-BUS-DATE==         BY ==XDM-BUS-DATE==.
002238
002240 FD  BREAK-RPT.
002250 COPY DL1BRK.
002260
002470
002480 FD  REVIEW-FILE
002490     RECORD CONTAINS 102 CHARACTERS.
002492 01  RVF-RECORD.
002494     05  RVF-KEY               PIC X(14).
002496     05  FILLER                PIC X(88).
002502
002504 FD  REJINV-FILE
002506     RECORD CONTAINS 40 CHARACTERS.
002507 01  RJF-RECORD.
002508     05  RJF-KEY               PIC X(18).
002509     05  FILLER                PIC X(22).
002510
002511 FD  STEP-AUDIT
002512     RECORD CONTAINS 56 CHARACTERS.
002513 COPY DL1STA.
002514
002515 FD  RVW-STAGE
002516     RECORD CONTAINS 102 CHARACTERS
002517     RECORDING MODE IS F.
002518 01  RVS-RECORD                PIC X(102).
002519
002520 FD  RJI-STAGE
002521     RECORD CONTAINS 40 CHARACTERS
002522     RECORDING MODE IS F.
002523 01  RJS-RECORD                PIC X(40).
002524
002525 FD  PART-CTL
002526     RECORD CONTAINS 320 CHARACTERS
002527     RECORDING MODE IS F.
002528 COPY DL1PCT.
002529
002530 FD  EVENT-FILE
002531     RECORD CONTAINS 100 CHARACTERS.
002532 COPY DL1EVT.
002533
002534 WORKING-STORAGE SECTION.
002535*****************************************************************
002540* FILE STATUS SWITCHES
002550*****************************************************************
002560 01  DL1-FILE-STATUSES.
002690     05  DL1-REVIEW-STATUS     PIC X(02) VALUE '00'.
002692     05  DL1-REJINV-STATUS     PIC X(02) VALUE '00'.
002694     05  DL1-STEPAUD-STATUS    PIC X(02) VALUE '00'.
002695     05  DL1-RVWPART-STATUS    PIC X(02) VALUE '00'.
002696     05  DL1-RJIPART-STATUS    PIC X(02) VALUE '00'.
002697     05  DL1-PARTCTL-STATUS    PIC X(02) VALUE '00'.
002699     05  DL1-EVENT-STATUS      PIC X(02) VALUE '00'.
002700 77  DL1-ABEND-DDNAME          PIC X(08) VALUE SPACES.
002710 77  DL1-ABEND-STATUS          PIC X(02) VALUE SPACES.
002720 
002874     ==TDL-DELETE-RECORD.==   BY ==TDL-DELETE-RECORD
002876                                  REDEFINES TR-RECORD.==.
002880
002881*****************************************************************
002882* THE REVIEW-ITEM AND REJECT-INVENTORY RECORDS ARE BUILT HERE AND
002883* WRITTEN FROM HERE - TO THE KEYED FILES ON A NORMAL RUN, TO THE
002884* STAGING FILES ON A PARTITION RUN, WHICH NEVER OPENS THE KEYED
002885* FILES AT ALL.  KEYED READS COME BACK INTO THE SAME AREAS.
002886*****************************************************************
002887 COPY DL1RVW.
002888 COPY DL1RJI.
002889
002890*****************************************************************
002900* THE N-ENTRY MERGE AREA TABLE THE FILL LOOP BUILDS UP
002910*****************************************************************
003240 77  DL1-CTL-HEADER-ID         PIC X(10) VALUE 'DL1HEADER '.
003250 77  DL1-CTL-TRAILER-ID        PIC X(10) VALUE 'DL1TRAILER'.
003252 77  DL1-DELETE-ID             PIC X(10) VALUE 'DL1DELETE '.
003253 77  DL1-DATE-MARK-ID          PIC X(10) VALUE 'DL1BUSDATE'.
003254 77  DL1-DELETES-PASSED        PIC 9(05) COMP VALUE ZERO.
003257
003258*****************************************************************
004060     88  DL1-MODE-INCR                   VALUE 'INCR'.
004070     88  DL1-MODE-RECYCLE                VALUE 'RECY'.
004072     88  DL1-MODE-CATCHUP                VALUE 'CATC'.
004077     88  DL1-MODE-PARTITION              VALUE 'PART'.
004079     88  DL1-MODE-VALIDATE               VALUE 'VALI'.
004080 01  DL1-RESTART-SW            PIC X(01) VALUE 'N'.
004090     88  DL1-RESTART-REQUESTED           VALUE 'Y'.
004100 01  DL1-OVERRIDE-SW           PIC X(01) VALUE 'N'.
004110     88  DL1-OVERRIDE-REQUESTED          VALUE 'Y'.
004120 77  DL1-INCREMENTAL-LIMIT     PIC 9(07) COMP VALUE 0010000.
004121*    A VALIDATE (DRY) RUN STAMPS EVERY REPORT AND ENDS WITH ITS
004122*    VERDICT ON THE EXCEPTION AND QUALITY REPORTS.
004123 77  DL1-DRY-RUN-STAMP         PIC X(45)
004124         VALUE 'DL100M - DRY RUN - VALIDATE ONLY - NO UPDATES'.
004125 77  DL1-DRY-RUN-RESULT        PIC X(30) VALUE SPACES.
004126 77  DL1-DRY-RUN-VERDICT       PIC X(60) VALUE SPACES.
004127
004128*****************************************************************
004129* PARTITION CONTROLS - A PART RUN PROCESSES ONE RECORD-ID RANGE
004130* OF THE EXTRACT (PARTITION 1-9, POSITION 6 OF THE PARM).  EVERY
004131* PARTITION INPUT CARRIES ITS OWN COPY OF THE CONTROL HEADER AND
004132* TRAILER, COUNTED HERE SO THE COMBINE STEP CAN TAKE THE COPIES
004133* BACK OUT OF THE SUMMED RECORDS-READ FIGURE.
004134*****************************************************************
004135 77  DL1-PARTITION-NUM         PIC 9(01) VALUE ZERO.
004136 77  DL1-CTL-RECORDS-READ      PIC 9(03) COMP VALUE ZERO.
004137
004140*****************************************************************
004150* BUSINESS-DATE RUN CONTROL - THE PROCESSING DATE COMES FROM THE
004160* RUN-CONTROL POINTER RECORD, NOT THE SYSTEM CLOCK, AND THE
004450 77  DL1-BLOCK-START           PIC 9(03) COMP VALUE ZERO.
004460 77  DL1-REMAINDER-START       PIC 9(03) COMP VALUE ZERO.
004470 
004471*****************************************************************
004472* MONITORING EVENT - WHATEVER ENDS THE RUN ABOVE RC=00 OR RAISES
004473* A NAMED CONDITION SETS THE CODE, COUNTS AND TEXT; 9500 WRITES
004474* THE EVENT (DL1EVT) TO THE SHARED EVENT FILE.
004475*****************************************************************
004476 01  DL1-EVENT-FIELDS.
004477     05  DL1-EVT-CODE          PIC X(08) VALUE SPACES.
004478     05  DL1-EVT-COUNT-1       PIC 9(07) VALUE ZERO.
004479     05  DL1-EVT-COUNT-2       PIC 9(07) VALUE ZERO.
004480     05  DL1-EVT-TEXT          PIC X(40) VALUE SPACES.
004481 77  DL1-EVT-RC                PIC 9(02) VALUE ZERO.
004482 77  DL1-EVT-DATE              PIC 9(08) VALUE ZERO.
004483 77  DL1-EVT-TIME              PIC 9(08) VALUE ZERO.
004484
004485 LINKAGE SECTION.
004490 01  LS-PARM-AREA.
004500     05  LS-PARM-LENGTH         PIC S9(04) COMP.
004510     05  LS-PARM-TEXT           PIC X(24).
004610            OR (DL1-MODE-INCR
004620                AND DL1-RECORDS-READ >= DL1-INCREMENTAL-LIMIT).
004630     PERFORM 9000-TERMINATE THRU 9000-EXIT.
004632     IF RETURN-CODE > 0
004634         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
004636     END-IF.
004640     GOBACK.
004650 
004660*****************************************************************
005000         MOVE DL1-REPORT-STATUS TO DL1-ABEND-STATUS
005010         PERFORM 9100-ABEND-ON-FILE-ERROR THRU 9100-EXIT
005020     END-IF.
005030*    A DRY RUN OPENS ITS TWO REMAINING REPORTS AND NOTHING ELSE -
005040*    NO EXTRACT, REJECT FILE, AUDIT, KEYED FILES OR CHECKPOINT.
005050     IF DL1-MODE-VALIDATE
005060         PERFORM 1082-OPEN-DRY-RUN-REPORTS THRU 1082-EXIT
005070         GO TO 1000-EXIT
005080     END-IF.
005090     OPEN OUTPUT XTRACT-FILE.
005100     IF DL1-XTRACT-STATUS NOT = '00'
005280     IF DL1-QUALITY-STATUS NOT = '00'
005290         MOVE 'QUALRPT' TO DL1-ABEND-DDNAME
005300         MOVE DL1-QUALITY-STATUS TO DL1-ABEND-STATUS
005301         PERFORM 9100-ABEND-ON-FILE-ERROR THRU 9100-EXIT
005302     END-IF.
005303*    A PARTITION RUN LEAVES THE AUDIT HISTORY AND THE KEYED
005304*    FILES TO THE COMBINE STEP - IT OPENS ITS STAGING FILES
005305*    INSTEAD.
005306     IF DL1-MODE-PARTITION
005307         PERFORM 1080-OPEN-PARTITION-FILES THRU 1080-EXIT
005308         GO TO 1000-OPEN-CHECKPOINT
005309     END-IF.
005310     OPEN OUTPUT AUDIT-FILE.
005311     IF DL1-AUDIT-STATUS NOT = '00'
005312         MOVE 'AUDITOUT' TO DL1-ABEND-DDNAME
005313         MOVE DL1-AUDIT-STATUS TO DL1-ABEND-STATUS
005314         PERFORM 9100-ABEND-ON-FILE-ERROR THRU 9100-EXIT
005320     END-IF.
005330     OPEN I-O REVIEW-FILE.
005340*    A FRESHLY DEFINED (NEVER LOADED) CLUSTER FAILS ITS FIRST
005500     IF DL1-MODE-RECYCLE OR DL1-RESTART-REQUESTED
005510         PERFORM 1085-SEED-REVIEW-SEQS THRU 1085-EXIT
005520     END-IF.
005525 1000-OPEN-CHECKPOINT.
005530     MOVE 'N' TO DL1-EOF-SW.
005540     OPEN INPUT CHKPT-IN-FILE.
005550     IF DL1-CHKIN-STATUS = '00'
005770 
005780*****************************************************************
005790* 1050-PARSE-PARM - BREAK THE EXEC-CARD PARM INTO A RUN MODE
005800*                   (POSITIONS 1-4) AND AN OPTIONAL
005810*                   RESTART AND OVERRIDE KEYWORDS ANYWHERE IN
005820*                   POSITIONS 6-24.  NO PARM AT ALL DEFAULTS TO
005830*                   A COLD FULL RUN.  A PART RUN ALSO CARRIES
005835*                   ITS PARTITION NUMBER IN POSITION 6.
005837*                   VALIDATE IS A DRY RUN AND ALWAYS READS THE
005839*                   WHOLE EXTRACT, SO IT TAKES NO RESTART.
005840*****************************************************************
005850 1050-PARSE-PARM.
005860     IF LS-PARM-LENGTH > 0
005913         DISPLAY 'DL100M - RESTART IS NOT SUPPORTED WITH '
005914             'CATCHUP - A SKIP COUNT JUMPS HEADERS'
005915         MOVE 12 TO RETURN-CODE
005916         MOVE 'BADPARM' TO DL1-EVT-CODE
005917         MOVE 'PARM REFUSED - STEP NOT RUN' TO DL1-EVT-TEXT
005918         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
005919         STOP RUN
005920     END-IF.
005921     IF DL1-MODE-VALIDATE AND DL1-RESTART-REQUESTED
005922         DISPLAY 'DL100M - RESTART IS NOT SUPPORTED WITH '
005923             'VALIDATE - A DRY RUN KEEPS NO CHECKPOINT'
005924         MOVE 12 TO RETURN-CODE
005925         MOVE 'BADPARM' TO DL1-EVT-CODE
005926         MOVE 'PARM REFUSED - STEP NOT RUN' TO DL1-EVT-TEXT
005927         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
005928         STOP RUN
005929     END-IF.
005930     IF DL1-MODE-PARTITION
005931         IF LS-PARM-TEXT(6:1) IS NOT NUMERIC
005932             OR LS-PARM-TEXT(6:1) = '0'
005933             DISPLAY 'DL100M - PART RUN NEEDS A PARTITION NUMBER '
005934                 '1-9 IN POSITION 6 OF THE PARM'
005935             MOVE 12 TO RETURN-CODE
005936             MOVE 'BADPARM' TO DL1-EVT-CODE
005937             MOVE 'PARM REFUSED - STEP NOT RUN' TO DL1-EVT-TEXT
005938             PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
005939             STOP RUN
005940         END-IF
005941         MOVE LS-PARM-TEXT(6:1) TO DL1-PARTITION-NUM
005942     END-IF.
005943 1050-EXIT.
005944     EXIT.
005945
005950 1055-SCAN-ONE-KEYWORD.
005960     IF LS-PARM-TEXT(DL1-PARM-SCAN-SUB:7) = 'RESTART'
005970         MOVE 'Y' TO DL1-RESTART-SW
006150*                          DATE IN FLIGHT FOR THIS RUN.
006160*****************************************************************
006170 1070-CHECK-RUN-CONTROL.
006171*    A DRY RUN NEVER OPENS RUN CONTROL - IT STARTS ON THE SYSTEM
006172*    DATE AND TAKES THE EXTRACT HEADER'S DATE WHEN IT IS READ
006173*    (2037).
006174     IF DL1-MODE-VALIDATE
006175         ACCEPT DL1-RUN-DATE FROM DATE YYYYMMDD
006176         GO TO 1070-STAMP-DATES
006177     END-IF.
006178*    A PARTITION ONLY READS RUN CONTROL - THE COMBINE STEP
006179*    OWNS THE DATE'S RUN RECORD.
006180     IF DL1-MODE-PARTITION
006181         OPEN INPUT RUN-CTL
006182     ELSE
006183         OPEN I-O RUN-CTL
006184     END-IF.
006190*    A FRESHLY DEFINED (NEVER LOADED) CLUSTER FAILS ITS FIRST
006200*    I-O OPEN WITH STATUS 35 - PRIME IT AND REOPEN.
006210     IF DL1-RUNCTL-STATUS = '35' AND NOT DL1-MODE-PARTITION
006220         OPEN OUTPUT RUN-CTL
006230         CLOSE RUN-CTL
006240         OPEN I-O RUN-CTL
006390                 MOVE RCT-NEXT-DATE TO DL1-RUN-DATE
006400         END-READ
006402     END-IF.
006407 1070-STAMP-DATES.
006410     MOVE DL1-RUN-DATE TO DL1-BUS-DATE-X.
006420     MOVE DL1-RUN-MM  TO DL1-RUN-DATE-X(1:2).
006430     MOVE '/'         TO DL1-RUN-DATE-X(3:1).
006480     STRING DL1-RUN-DATE-X     DELIMITED BY SIZE
006490            DL1-RUN-TIME(1:6)  DELIMITED BY SIZE
006500         INTO DL1-RUN-TIMESTAMP-X.
006502     IF DL1-MODE-CATCHUP OR DL1-MODE-VALIDATE
006503         GO TO 1070-EXIT
006504     END-IF.
006505     IF DL1-MODE-PARTITION
006506         PERFORM 1074-CHECK-PARTITION-DATE THRU 1074-EXIT
006507         GO TO 1070-EXIT
006508     END-IF.
006510     PERFORM 1072-START-BUS-DATE THRU 1072-EXIT.
006580 1070-EXIT.
006590     EXIT.
006607 1072-EXIT.
006608     EXIT.
006609
006610*****************************************************************
006611* 1074-CHECK-PARTITION-DATE - A PARTITION APPLIES THE SAME START
006612*                             CHECK AS 1078 SO A DOUBLE-RUN IS
006613*                             REFUSED BEFORE THE WINDOW IS SPENT,
006614*                             BUT DOES NOT MARK THE DATE IN FLIGHT
006615*                             - SEVERAL PARTITIONS RUN AT ONCE AND
006616*                             THE COMBINE STEP DOES THAT.  A DATE
006617*                             WITH NO RUN RECORD YET IS FINE.
006618*****************************************************************
006619 1074-CHECK-PARTITION-DATE.
006620     MOVE DL1-BUS-DATE-X TO RCT-BUS-DATE.
006621     READ RUN-CTL
006622         INVALID KEY
006623             GO TO 1074-EXIT
006624     END-READ.
006625     IF NOT DL1-OVERRIDE-REQUESTED
006626       AND NOT RCT-STATUS-RESET
006627       AND NOT (RCT-STATUS-COMPLETE AND DL1-RESTART-REQUESTED)
006628         IF RCT-STATUS-COMPLETE
006629             DISPLAY 'DL100M - RUN ALREADY COMPLETE FOR '
006630                 DL1-BUS-DATE-X ' (' RCT-COMPLETION-CODE
006631                 ') - USE OVERRIDE TO RERUN'
006632         ELSE
006633             DISPLAY 'DL100M - PRIOR RUN FOR ' DL1-BUS-DATE-X
006634                 ' STILL IN FLIGHT (ABEND?) - '
006635                 'USE OVERRIDE TO RERUN'
006636         END-IF
006637         MOVE 12 TO RETURN-CODE
006638         MOVE 'REFUSED' TO DL1-EVT-CODE
006639         MOVE 'BUSINESS DATE ALREADY RUN OR IN FLIGHT'
006640             TO DL1-EVT-TEXT
006641         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
006642         STOP RUN
006643     END-IF.
006644 1074-EXIT.
006645     EXIT.
006646
006647*****************************************************************
006648* 1080-OPEN-PARTITION-FILES - THE STAGING FILES A PARTITION RUN
006649*                             WRITES IN PLACE OF THE KEYED REVIEW
006650*                             AND INVENTORY FILES, AND ITS
006651*                             PARTITION CONTROL RECORD.
006652*****************************************************************
006653 1080-OPEN-PARTITION-FILES.
006654     OPEN OUTPUT RVW-STAGE.
006655     IF DL1-RVWPART-STATUS NOT = '00'
006656         MOVE 'RVWPART' TO DL1-ABEND-DDNAME
006657         MOVE DL1-RVWPART-STATUS TO DL1-ABEND-STATUS
006658         PERFORM 9100-ABEND-ON-FILE-ERROR THRU 9100-EXIT
006659     END-IF.
006660     OPEN OUTPUT RJI-STAGE.
006661     IF DL1-RJIPART-STATUS NOT = '00'
006662         MOVE 'RJIPART' TO DL1-ABEND-DDNAME
006663         MOVE DL1-RJIPART-STATUS TO DL1-ABEND-STATUS
006664         PERFORM 9100-ABEND-ON-FILE-ERROR THRU 9100-EXIT
006665     END-IF.
006666     OPEN OUTPUT PART-CTL.
006667     IF DL1-PARTCTL-STATUS NOT = '00'
006668         MOVE 'PARTCTL' TO DL1-ABEND-DDNAME
006669         MOVE DL1-PARTCTL-STATUS TO DL1-ABEND-STATUS
006670         PERFORM 9100-ABEND-ON-FILE-ERROR THRU 9100-EXIT
006671     END-IF.
006672 1080-EXIT.
006673     EXIT.
006674
006675*****************************************************************
006676* 1082-OPEN-DRY-RUN-REPORTS - A VALIDATE RUN OPENS THE BREAK AND
006677*                             QUALITY REPORTS AND STAMPS ALL FOUR
006678*                             OF ITS REPORTS AS A DRY RUN BEFORE
006679*                             THE FIRST RECORD IS READ.
006680*****************************************************************
006681 1082-OPEN-DRY-RUN-REPORTS.
006682     OPEN OUTPUT BREAK-RPT.
006683     IF DL1-BREAK-STATUS NOT = '00'
006684         MOVE 'BREAKRPT' TO DL1-ABEND-DDNAME
006685         MOVE DL1-BREAK-STATUS TO DL1-ABEND-STATUS
006686         PERFORM 9100-ABEND-ON-FILE-ERROR THRU 9100-EXIT
006687     END-IF.
006688     OPEN OUTPUT QUALITY-RPT.
006689     IF DL1-QUALITY-STATUS NOT = '00'
006690         MOVE 'QUALRPT' TO DL1-ABEND-DDNAME
006691         MOVE DL1-QUALITY-STATUS TO DL1-ABEND-STATUS
006692         PERFORM 9100-ABEND-ON-FILE-ERROR THRU 9100-EXIT
006693     END-IF.
006694     MOVE DL1-DRY-RUN-STAMP TO EXC-LINE.
006695     WRITE EXC-LINE.
006696     MOVE DL1-DRY-RUN-STAMP TO RPT-HEADER-LINE.
006697     WRITE RPT-HEADER-LINE.
006698     MOVE DL1-DRY-RUN-STAMP TO BRK-SUMMARY-LINE.
006699     WRITE BRK-SUMMARY-LINE.
006700     MOVE DL1-DRY-RUN-STAMP TO QPR-HEADER-LINE.
006701     WRITE QPR-HEADER-LINE.
006702 1082-EXIT.
006703     EXIT.
006704
006705 1075-ADD-RUN-RECORD.
006706     MOVE SPACES TO RCT-RECORD.
006707     MOVE DL1-BUS-DATE-X TO RCT-BUS-DATE.
006708     MOVE 'I' TO RCT-RUN-STATUS.
006709     MOVE DL1-RUN-TIMESTAMP-X TO RCT-START-TS.
006710     MOVE 001 TO RCT-RUN-COUNT.
006711     MOVE ZERO TO RCT-NEXT-DATE.
006712     WRITE RCT-RECORD
006713         INVALID KEY
006714             MOVE 'RUNCTL' TO DL1-ABEND-DDNAME
006715             MOVE DL1-RUNCTL-STATUS TO DL1-ABEND-STATUS
006720             PERFORM 9100-ABEND-ON-FILE-ERROR THRU 9100-EXIT
006730     END-WRITE.
006740 1075-EXIT.
007050                 'USE OVERRIDE TO RERUN'
007060         END-IF
007070         MOVE 12 TO RETURN-CODE
007072         MOVE 'REFUSED' TO DL1-EVT-CODE
007074         MOVE 'BUSINESS DATE ALREADY RUN OR IN FLIGHT'
007076             TO DL1-EVT-TEXT
007078         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
007080         STOP RUN
007090     END-IF.
007100     IF DL1-OVERRIDE-REQUESTED
007390     MOVE DL1-BUS-DATE-X TO RVW-BUS-DATE.
007400     MOVE LOW-VALUES TO RVW-ITEM-TYPE.
007410     MOVE ZERO TO RVW-ITEM-SEQ.
007420     MOVE RVW-KEY TO RVF-KEY.
007425     START REVIEW-FILE KEY NOT < RVF-KEY
007430         INVALID KEY
007440             MOVE 'Y' TO DL1-REVIEW-EOF-SW
007450     END-START.
007490     EXIT.
007500
007510 1095-DELETE-ONE-ITEM.
007520     READ REVIEW-FILE NEXT RECORD INTO RVW-RECORD
007530         AT END
007540             MOVE 'Y' TO DL1-REVIEW-EOF-SW
007550         NOT AT END
007760     MOVE DL1-BUS-DATE-X TO RVW-BUS-DATE.
007770     MOVE LOW-VALUES TO RVW-ITEM-TYPE.
007780     MOVE ZERO TO RVW-ITEM-SEQ.
007790     MOVE RVW-KEY TO RVF-KEY.
007795     START REVIEW-FILE KEY NOT < RVF-KEY
007800         INVALID KEY
007810             MOVE 'Y' TO DL1-REVIEW-EOF-SW
007820     END-START.
007860     EXIT.
007870
007880 1086-NOTE-ONE-SEQ.
007890     READ REVIEW-FILE NEXT RECORD INTO RVW-RECORD
007900         AT END
007910             MOVE 'Y' TO DL1-REVIEW-EOF-SW
007920         NOT AT END
009168         PERFORM 2085-CLEAR-REJECT-INV THRU 2085-EXIT
009169     END-IF.
009170     PERFORM 2070-CHECKPOINT-IF-DUE THRU 2070-EXIT.
009171 2005-EXIT.
009172     EXIT.
009173
009174*****************************************************************
009175* 2030-CAPTURE-HEADER - REMEMBER THE BUSINESS DATE AND SOURCE
009176*                       SYSTEM THE UPSTREAM EXTRACT CLAIMS FOR
009177*                       ITSELF.
009178*****************************************************************
009179 2030-CAPTURE-HEADER.
009180     ADD 1 TO DL1-CTL-RECORDS-READ.
009181     MOVE TCT-HDR-BUS-DATE   TO DL1-CTL-BUS-DATE.
009182     MOVE TCT-HDR-SOURCE-SYS TO DL1-CTL-SOURCE-SYS.
009183     IF DL1-MODE-CATCHUP
009184         PERFORM 2035-START-CATCHUP-DATE THRU 2035-EXIT
009185     END-IF.
009186     IF DL1-MODE-VALIDATE
009187         PERFORM 2037-DATE-DRY-RUN THRU 2037-EXIT
009188     END-IF.
009189 2030-EXIT.
009190     EXIT.
009191
009192*****************************************************************
009193* 2035-START-CATCHUP-DATE - A CONTROL HEADER ON A CATCHUP SWEEP
009194*                           OPENS THE NEXT QUEUED BUSINESS
009195*                           DATE: THE DATE COMES FROM THE
009196*                           HEADER ITSELF, THE PER-DATE
009197*                           COUNTERS AND REVIEW SEQUENCES START
009198*                           OVER, AND THE DATE GOES UNDER RUN
009199*                           CONTROL EXACTLY AS A SINGLE-DATE
009200*                           RUN WOULD AT INITIALIZATION.
009201*****************************************************************
009202 2035-START-CATCHUP-DATE.
009203*    A HEADER WHILE THE PRIOR DATE IS STILL OPEN MEANS THAT
009204*    DATE'S TRAILER NEVER CAME - CLOSE IT OUT OF BALANCE AND
009205*    STOP THE SWEEP; THE NEW DATE STAYS QUEUED FOR THE RERUN.
009206     IF DL1-DATE-OPEN
009207         PERFORM 2049-ABANDON-OPEN-DATE THRU 2049-EXIT
009208         GO TO 2035-EXIT
009209     END-IF.
009210     MOVE DL1-CTL-BUS-DATE TO DL1-BUS-DATE-X.
009211     MOVE DL1-BUS-DATE-X TO DL1-RUN-DATE.
009212     MOVE DL1-RUN-MM  TO DL1-RUN-DATE-X(1:2).
009213     MOVE '/'         TO DL1-RUN-DATE-X(3:1).
009214     MOVE DL1-RUN-DD  TO DL1-RUN-DATE-X(4:2).
009215     MOVE '/'         TO DL1-RUN-DATE-X(6:1).
009216     MOVE DL1-RUN-YYYY TO DL1-RUN-DATE-X(7:4).
009217*    THE RUN TIMESTAMP CARRIES THE BUSINESS DATE - RUN CONTROL,
009218*    THE AUDIT AND STEP TRAILERS AND THE REJECT INVENTORY ALL
009219*    STAMP FROM IT - SO IT IS REBUILT FOR EACH DATE.
009220     ACCEPT DL1-RUN-TIME FROM TIME.
009221     STRING DL1-RUN-DATE-X     DELIMITED BY SIZE
009222            DL1-RUN-TIME(1:6)  DELIMITED BY SIZE
009223         INTO DL1-RUN-TIMESTAMP-X.
009224     MOVE ZERO TO DL1-DATA-RECORDS-READ
009225                  DL1-HASH-TOTAL
009226                  DL1-CTL-EXPECTED-COUNT
009227                  DL1-CTL-EXPECTED-HASH
009228                  DL1-DATE-RECORDS-READ
009229                  DL1-DATE-EXC-COUNT
009230                  DL1-DATE-MIS-COUNT
009231                  DL1-DATE-EXTRACTS-CUT
009232                  DL1-EXC-SEQ
009233                  DL1-BRK-SEQ.
009234     MOVE 'N' TO DL1-TRAILER-SEEN-SW.
009235     PERFORM 1072-START-BUS-DATE THRU 1072-EXIT.
009236*    AN OVERRIDE RERUN OF A DATE IN THE SWEEP REPLACES THAT
009237*    DATE'S REVIEW ITEMS, SAME AS A SINGLE-DATE OVERRIDE.
009238     IF DL1-PURGE-REVIEW-DUE
009239         PERFORM 1090-PURGE-REVIEW-ITEMS THRU 1090-EXIT
009240         MOVE 'N' TO DL1-PURGE-REVIEW-SW
009241     END-IF.
009242     PERFORM 2305-MARK-EXTRACT-DATE THRU 2305-EXIT.
009243 2035-EXIT.
009244     EXIT.
009245
009246*****************************************************************
009247* 2037-DATE-DRY-RUN - A DRY RUN HAS NO RUN-CONTROL POINTER, SO ITS
009248*                     REPORTS CARRY THE BUSINESS DATE THE EXTRACT
009249*                     CLAIMS IN ITS CONTROL HEADER.  A HEADER DATE
009250*                     THAT IS NOT NUMERIC LEAVES THE SYSTEM DATE.
009251*****************************************************************
009252 2037-DATE-DRY-RUN.
009253     IF TCT-HDR-BUS-DATE IS NOT NUMERIC
009254         GO TO 2037-EXIT
009255     END-IF.
009256     MOVE DL1-CTL-BUS-DATE TO DL1-BUS-DATE-X.
009257     MOVE DL1-BUS-DATE-X TO DL1-RUN-DATE.
009258     MOVE DL1-RUN-MM  TO DL1-RUN-DATE-X(1:2).
009259     MOVE '/'         TO DL1-RUN-DATE-X(3:1).
009260     MOVE DL1-RUN-DD  TO DL1-RUN-DATE-X(4:2).
009261     MOVE '/'         TO DL1-RUN-DATE-X(6:1).
009262     MOVE DL1-RUN-YYYY TO DL1-RUN-DATE-X(7:4).
009263 2037-EXIT.
009264     EXIT.
009265
009266*****************************************************************
009267* 2040-CAPTURE-TRAILER - REMEMBER THE RECORD COUNT AND HASH
009268*                        TOTAL THE UPSTREAM SYSTEM WROTE, FOR
009269*                        THE END-OF-JOB BALANCE.
009270*****************************************************************
009271 2040-CAPTURE-TRAILER.
009272     ADD 1 TO DL1-CTL-RECORDS-READ.
009273     MOVE 'Y' TO DL1-TRAILER-SEEN-SW.
009274     MOVE TCT-TRL-RECORD-COUNT TO DL1-CTL-EXPECTED-COUNT.
009275     MOVE TCT-TRL-HASH-TOTAL   TO DL1-CTL-EXPECTED-HASH.
009276     IF DL1-MODE-CATCHUP
009277         PERFORM 2048-CLOSE-ONE-DATE THRU 2048-EXIT
009278     END-IF.
009279 2040-EXIT.
009280     EXIT.
009281
009282*****************************************************************
009283* 2045-PASS-DELETE - A WITHDRAWAL RIDING THE EXTRACT.  THE
009284*                    DELETE RECORD IS PASSED THROUGH TO THE
009285*                    INTERFACE EXTRACT UNTOUCHED FOR DL110M TO
009286*                    HONOR; IT CARRIES NO AREAS, SO NONE OF THE
009287*                    VALIDATE/FILL/REPORT CHAIN APPLIES, AND IT
009288*                    IS EXEMPT FROM THE DATA-RECORD COUNT AND
009289*                    HASH LIKE THE CONTROL RECORDS.
009290*****************************************************************
009291 2045-PASS-DELETE.
009292*    A DRY RUN COUNTS THE DELETE BUT CUTS NO EXTRACT.
009293     IF DL1-MODE-VALIDATE
009294         ADD 1 TO DL1-DELETES-PASSED
009295         ADD 1 TO DL1-DATE-EXTRACTS-CUT
009296         GO TO 2045-EXIT
009297     END-IF.
009302     MOVE SPACES TO XDL-DELETE-RECORD.
009303     MOVE DL1-DELETE-ID TO XDL-DELETE-ID.
009304     MOVE TDL-TARGET-ID TO XDL-TARGET-ID.
011130     IF TR-AREA-VALUE(DL1-AREA-IDX)(DL1-BYTE-IDX:1) NOT = SPACE
011140         MOVE DL1-BYTE-IDX TO DL1-POPULATED-LEN
011150     END-IF.
011151 2059-EXIT.
011152     EXIT.
011153
011154*****************************************************************
011155* 2062-SET-REJECT-AREA - TAG THE INVENTORY ENTRY WITH THE FIRST
011156*                        AREA OCCURRENCE THAT FAILED VALIDATION.
011157*                        A RECORD REJECTED WHOLE (2052/2053) HAS
011158*                        ITS AREA COUNT ZEROED AND STAYS AREA
011159*                        ZERO.
011160*****************************************************************
011161 2062-SET-REJECT-AREA.
011162     MOVE ZERO TO RJI-AREA-NUM.
011163     PERFORM 2063-CHECK-ONE-AREA THRU 2063-EXIT
011164         VARYING DL1-AREA-IDX FROM 1 BY 1
011165         UNTIL DL1-AREA-IDX > DL1-AREA-COUNT
011166            OR RJI-AREA-NUM > ZERO.
011167 2062-EXIT.
011168     EXIT.
011169
011170 2063-CHECK-ONE-AREA.
011171     IF DL1-AREA-REJ-SW(DL1-AREA-IDX) = 'Y'
011172         MOVE DL1-AREA-IDX TO RJI-AREA-NUM
011173     END-IF.
011174 2063-EXIT.
011175     EXIT.
011176
011177*****************************************************************
011178* 2065-WRITE-REJECT - LAND THE WHOLE REJECTED RECORD, IN ITS
011179*                     ORIGINAL FORM, ON THE REJECT FILE SO IT CAN
011180*                     BE REPAIRED AND RE-FED THROUGH A RECYCLE
011181*                     RUN.  ONE IMAGE PER RECORD, HOWEVER MANY
011182*                     OF ITS AREAS FAILED.
011183*****************************************************************
011184 2065-WRITE-REJECT.
011185*    A DRY RUN COUNTS THE REJECT BUT LANDS IT NOWHERE - NO REJECT
011186*    GENERATION, NO INVENTORY POSTING.
011187     IF DL1-MODE-VALIDATE
011188         ADD 1 TO DL1-REJECTS-WRITTEN
011189         GO TO 2065-EXIT
011190     END-IF.
011198     MOVE TR-RECORD TO REJ-RECORD.
011199     MOVE DL1-TRAN-REC-LEN TO DL1-REJ-REC-LEN.
011200     WRITE REJ-RECORD.
011232     MOVE DL1-BUS-DATE-X TO RJI-BUS-DATE.
011233     MOVE DL1-RUN-TIMESTAMP-X TO RJI-REJECT-TS.
011234     MOVE 1 TO RJI-REJECT-COUNT.
011235     PERFORM 2062-SET-REJECT-AREA THRU 2062-EXIT.
011265*    A PARTITION STAGES THE POSTING; THE COMBINE STEP LANDS IT
011266*    (AND BUMPS AN EXISTING ENTRY) ON THE KEYED INVENTORY.
011267     IF DL1-MODE-PARTITION
011268         WRITE RJS-RECORD FROM RJI-RECORD
011269         IF DL1-RJIPART-STATUS NOT = '00'
011270             MOVE 'RJIPART' TO DL1-ABEND-DDNAME
011271             MOVE DL1-RJIPART-STATUS TO DL1-ABEND-STATUS
011272             PERFORM 9100-ABEND-ON-FILE-ERROR THRU 9100-EXIT
011273         END-IF
011274         ADD 1 TO DL1-INV-POSTED
011275         GO TO 2066-EXIT
011276     END-IF.
011277     WRITE RJF-RECORD FROM RJI-RECORD
011278         INVALID KEY
011279             PERFORM 2067-BUMP-REJECT-INV THRU 2067-EXIT
011280         NOT INVALID KEY
011281             ADD 1 TO DL1-INV-POSTED
011282     END-WRITE.
011283 2066-EXIT.
011284     EXIT.
011285
011286 2067-BUMP-REJECT-INV.
011287     MOVE TR-RECORD-ID TO RJI-RECORD-ID.
011288     MOVE DL1-BUS-DATE-X TO RJI-BUS-DATE.
011289     MOVE RJI-KEY TO RJF-KEY.
011290     READ REJINV-FILE INTO RJI-RECORD
011291         INVALID KEY
011292             MOVE 'REJINV' TO DL1-ABEND-DDNAME
011293             MOVE DL1-REJINV-STATUS TO DL1-ABEND-STATUS
011294             PERFORM 9100-ABEND-ON-FILE-ERROR THRU 9100-EXIT
011295     END-READ.
011296     ADD 1 TO RJI-REJECT-COUNT.
011297     MOVE DL1-RUN-TIMESTAMP-X TO RJI-REJECT-TS.
011298     REWRITE RJF-RECORD FROM RJI-RECORD
011299         INVALID KEY
011300             MOVE 'REJINV' TO DL1-ABEND-DDNAME
011301             MOVE DL1-REJINV-STATUS TO DL1-ABEND-STATUS
011302             PERFORM 9100-ABEND-ON-FILE-ERROR THRU 9100-EXIT
011303     END-REWRITE.
011304 2067-EXIT.
011305     EXIT.
011306
011307*****************************************************************
011308* 2085-CLEAR-REJECT-INV - A RECYCLE RUN JUST REPROCESSED THIS
011309*                         RECORD ID CLEAN, SO ITS OLDEST
011310*                         OUTSTANDING INVENTORY ENTRY COMES OFF.
011311*                         THE BROWSE STARTS AT THE ID WITH A
011312*                         LOW-VALUES DATE SO A REJECT RECYCLED
011313*                         ON A LATER BUSINESS DATE STILL CLEARS.
011314*                         NO ENTRY AT ALL IS NOT AN ERROR - THE
011315*                         RECORD MAY HAVE BEEN RE-FED TWICE.
011316*****************************************************************
011317 2085-CLEAR-REJECT-INV.
011318     MOVE TR-RECORD-ID TO RJI-RECORD-ID.
011319     MOVE LOW-VALUES TO RJI-BUS-DATE.
011320     MOVE RJI-KEY TO RJF-KEY.
011321     START REJINV-FILE KEY NOT < RJF-KEY
011322         INVALID KEY
011323             GO TO 2085-EXIT
011324     END-START.
011325     READ REJINV-FILE NEXT RECORD INTO RJI-RECORD
011326         AT END
011327             GO TO 2085-EXIT
011328     END-READ.
011329     IF RJI-RECORD-ID = TR-RECORD-ID
011330         DELETE REJINV-FILE RECORD
011331         ADD 1 TO DL1-INV-CLEARED
011332     END-IF.
011333 2085-EXIT.
011334     EXIT.
011335
011336*****************************************************************
011337* 2086-REPOST-RECYCLE-REJ - A RECORD THAT REJECTED AGAIN ON A
011338*                           RECYCLE RUN: BUMP THE ID'S OLDEST
011339*                           OUTSTANDING ENTRY - THE ONE ITS
011340*                           ORIGINAL REJECT POSTED - SO THE
011341*                           INVENTORY KEEPS ONE ENTRY PER REJECT
011342*                           INSTANCE AND A LATER CLEAN RECYCLE
011343*                           CLEARS IT.  AN ID WITH NO ENTRY AT
011344*                           ALL (LOST OR PURGED) GETS A FRESH
011345*                           ONE.
011346*****************************************************************
011347 2086-REPOST-RECYCLE-REJ.
011348     MOVE TR-RECORD-ID TO RJI-RECORD-ID.
011349     MOVE LOW-VALUES TO RJI-BUS-DATE.
011350     MOVE RJI-KEY TO RJF-KEY.
011351     START REJINV-FILE KEY NOT < RJF-KEY
011352         INVALID KEY
011353             GO TO 2086-POST-FRESH
011354     END-START.
011355     READ REJINV-FILE NEXT RECORD INTO RJI-RECORD
011356         AT END
011357             GO TO 2086-POST-FRESH
011358     END-READ.
011359     IF RJI-RECORD-ID NOT = TR-RECORD-ID
011360         GO TO 2086-POST-FRESH
011361     END-IF.
011362     ADD 1 TO RJI-REJECT-COUNT.
011363     MOVE DL1-RUN-TIMESTAMP-X TO RJI-REJECT-TS.
011364     REWRITE RJF-RECORD FROM RJI-RECORD
011365         INVALID KEY
011366             MOVE 'REJINV' TO DL1-ABEND-DDNAME
011367             MOVE DL1-REJINV-STATUS TO DL1-ABEND-STATUS
011368             PERFORM 9100-ABEND-ON-FILE-ERROR THRU 9100-EXIT
011369     END-REWRITE.
011370     GO TO 2086-EXIT.
011371 2086-POST-FRESH.
011372     MOVE SPACES TO RJI-RECORD.
011373     MOVE TR-RECORD-ID TO RJI-RECORD-ID.
011374     MOVE DL1-BUS-DATE-X TO RJI-BUS-DATE.
011375     MOVE DL1-RUN-TIMESTAMP-X TO RJI-REJECT-TS.
011376     MOVE 1 TO RJI-REJECT-COUNT.
011377     PERFORM 2062-SET-REJECT-AREA THRU 2062-EXIT.
011378     WRITE RJF-RECORD FROM RJI-RECORD
011379         INVALID KEY
011380             MOVE 'REJINV' TO DL1-ABEND-DDNAME
011381             MOVE DL1-REJINV-STATUS TO DL1-ABEND-STATUS
011382             PERFORM 9100-ABEND-ON-FILE-ERROR THRU 9100-EXIT
011383     END-WRITE.
011384     ADD 1 TO DL1-INV-POSTED.
011385 2086-EXIT.
011386     EXIT.
011387
011390*****************************************************************
011400* 2068-WRITE-REVIEW-EXC - LAND THE EXCEPTION AS A BROWSABLE
011410*                         REVIEW ITEM, PICKING THE FIELDS OFF
011660*                        REST OF THE DAY'S OUTPUT.
011670*****************************************************************
011680 2069-PUT-REVIEW-ITEM.
011681*    A DRY RUN RAISES NO REVIEW ITEMS - THE EXCEPTION AND BREAK
011682*    REPORTS ALREADY CARRY WHAT WOULD HAVE BEEN RAISED.
011683     IF DL1-MODE-VALIDATE
011684         GO TO 2069-EXIT
011685     END-IF.
011686*    A PARTITION STAGES THE ITEM; THE COMBINE STEP NUMBERS THE
011687*    DATE'S ITEMS ACROSS ALL PARTITIONS AND LANDS THEM.
011688     IF DL1-MODE-PARTITION
011689         WRITE RVS-RECORD FROM RVW-RECORD
011690         IF DL1-RVWPART-STATUS NOT = '00'
011691             MOVE 'RVWPART' TO DL1-ABEND-DDNAME
011692             MOVE DL1-RVWPART-STATUS TO DL1-ABEND-STATUS
011693             PERFORM 9100-ABEND-ON-FILE-ERROR THRU 9100-EXIT
011694         END-IF
011695         GO TO 2069-EXIT
011696     END-IF.
011697     WRITE RVF-RECORD FROM RVW-RECORD
011700         INVALID KEY
011710             REWRITE RVF-RECORD FROM RVW-RECORD
011720                 INVALID KEY
011730                     MOVE 'REVWFILE' TO DL1-ABEND-DDNAME
011740                     MOVE DL1-REVIEW-STATUS TO DL1-ABEND-STATUS
011860*                          CAN PICK UP FROM HERE.
011870*****************************************************************
011880 2070-CHECKPOINT-IF-DUE.
011882     IF DL1-MODE-VALIDATE
011884         GO TO 2070-EXIT
011886     END-IF.
011890     COMPUTE DL1-TOTAL-PROCESSED =
011900         DL1-RESTART-COUNT + DL1-RECORDS-READ.
011910     DIVIDE DL1-TOTAL-PROCESSED BY DL1-CHECKPOINT-INTERVAL
011980 
011990 2075-WRITE-CHECKPOINT.
012000     MOVE 'DL100M'            TO CHK-RUN-ID.
012002     IF DL1-MODE-PARTITION
012004         MOVE 'P'                 TO CHK-RUN-ID(7:1)
012006         MOVE DL1-PARTITION-NUM   TO CHK-RUN-ID(8:1)
012008     END-IF.
012010     MOVE DL1-TOTAL-PROCESSED TO CHK-LAST-INDEX.
012020     MOVE TR-RECORD-ID        TO CHK-LAST-RECORD-ID.
012030     MOVE DL1-RUN-TIMESTAMP-X TO CHK-TIMESTAMP.
012960     MOVE SPACES          TO RPT-HEADER-LINE.
012970     MOVE 'DL100M -'      TO RPT-HEADER-LINE(1:8).
012980     MOVE 'TRANSACTION MERGE AREA REPORT' TO RPT-HDR-TITLE.
012982     IF DL1-MODE-VALIDATE
012984         MOVE 'MERGE AREA REPORT - DRY RUN' TO RPT-HDR-TITLE
012986     END-IF.
012990     MOVE 'RUN DATE:'     TO RPT-HEADER-LINE(45:9).
013000     MOVE DL1-RUN-DATE-X  TO RPT-HDR-DATE.
013010     MOVE 'PAGE:'         TO RPT-HEADER-LINE(69:5).
013120*                      SHOWS, FOR THE REPORTING-DATABASE LOAD JOB.
013130*****************************************************************
013140 2300-WRITE-EXTRACT.
013141*    A DRY RUN COUNTS THE RECORD BUT CUTS NO EXTRACT.
013142     IF DL1-MODE-VALIDATE
013143         ADD 1 TO DL1-DATE-EXTRACTS-CUT
013144         GO TO 2300-EXIT
013145     END-IF.
013150     MOVE SPACES        TO XTR-RECORD.
013160     MOVE TR-RECORD-ID   TO XTR-RECORD-ID.
013170     MOVE DL1-AREA-COUNT TO XTR-AREA-COUNT.
013290 2300-EXIT.
013300     EXIT.
013310 
013311*****************************************************************
013312* 2305-MARK-EXTRACT-DATE - A CATCHUP DATE JUST OPENED GOES ON THE
013313*                          INTERFACE EXTRACT AS A MARKER RECORD
013314*                          (DL1DTM) AHEAD OF ITS DATA, SO DL110M
013315*                          JOURNALS THE DATE'S CHANGES UNDER THE
013316*                          DATE ITSELF RATHER THAN THE ONE THE
013317*                          RUN-CONTROL POINTER NAMES.  NOT A DATA
013318*                          RECORD - IT IS LEFT OUT OF THE DATE'S
013319*                          EXTRACT COUNT.
013320*****************************************************************
013321 2305-MARK-EXTRACT-DATE.
013322     MOVE SPACES TO XDM-DATE-RECORD.
013323     MOVE DL1-DATE-MARK-ID TO XDM-MARK-ID.
013324     MOVE DL1-BUS-DATE-X TO XDM-BUS-DATE.
013325     MOVE 20 TO DL1-XTR-REC-LEN.
013326     WRITE XDM-DATE-RECORD.
013327     IF DL1-XTRACT-STATUS NOT = '00'
013328         MOVE 'XTRACOUT' TO DL1-ABEND-DDNAME
013329         MOVE DL1-XTRACT-STATUS TO DL1-ABEND-STATUS
013330         PERFORM 9100-ABEND-ON-FILE-ERROR THRU 9100-EXIT
013331     END-IF.
013332 2305-EXIT.
013333     EXIT.
013334 2310-COPY-ONE-AREA.
013335     MOVE DL1-AREA-DATA(DL1-AREA-IDX)
013340         TO XTR-AREA-DATA(DL1-AREA-IDX).
013350 2310-EXIT.
013360     EXIT.
014050*                  ALSO SETS RC=08 SO THE DOWNSTREAM LOAD STEP
014060*                  DOES NOT RUN) AHEAD OF RECORD REJECTS (CC04).
014070*****************************************************************
014071 9000-TERMINATE.
014072*    A DRY RUN HAS ONLY ITS INPUT AND REPORTS OPEN - 9085
014073*    BALANCES AND JUDGES IT AND CLOSES THEM.
014074     IF DL1-MODE-VALIDATE
014075         PERFORM 9085-END-DRY-RUN THRU 9085-EXIT
014076         GO TO 9000-EXIT
014077     END-IF.
014082*    ON A CATCHUP SWEEP EVERY CLOSED DATE HAS ALREADY BEEN
014084*    BALANCED, AUDITED AND MARKED COMPLETE AT ITS TRAILER; ALL
014086*    THAT CAN BE LEFT IS A LAST SEGMENT WHOSE TRAILER NEVER
014090     IF DL1-MODE-CATCHUP
014092         PERFORM 9045-CLOSE-CATCHUP-SWEEP THRU 9045-EXIT
014094     ELSE
014096*        A PARTITION IS BALANCED BY THE COMBINE STEP, AGAINST THE
014098*        ONE TRAILER, ALONG WITH THE OTHER PARTITIONS.
014124         IF DL1-MODE-PARTITION
014134             PERFORM 9090-WRITE-PARTITION-CONTROL THRU 9090-EXIT
014144         ELSE
014154             PERFORM 9050-BALANCE-CONTROLS THRU 9050-EXIT
014164             PERFORM 9040-WRITE-AUDIT-TRAILER THRU 9040-EXIT
014174         END-IF
014184     END-IF.
014370*    THE FD VALUE ON THE LABEL IS DOCUMENTATION ONLY - BUILD
014380*    THE SUMMARY LINE EXPLICITLY.
014390     MOVE SPACES TO BRK-SUMMARY-LINE.
014480     END-IF.
014490     CLOSE EXCEPT-RPT.
014500     CLOSE REPORT-OUT.
014510     IF NOT DL1-MODE-PARTITION
014513         CLOSE AUDIT-FILE
014516     END-IF.
014520     CLOSE CHKPT-OUT-FILE.
014530     CLOSE XTRACT-FILE.
014540     CLOSE BREAK-RPT.
014550     CLOSE REJECT-FILE.
014556*    A CATCHUP SWEEP COMPLETED AND TRAILERED EACH DATE AS ITS
014558*    SEGMENT CLOSED.
014559     IF NOT DL1-MODE-CATCHUP AND NOT DL1-MODE-PARTITION
014560         PERFORM 9070-MARK-RUN-COMPLETE THRU 9070-EXIT
014562         PERFORM 9080-WRITE-STEP-TRAILER THRU 9080-EXIT
014563     END-IF.
014570     CLOSE QUALITY-RPT.
014580     CLOSE RUN-CTL.
014590     IF DL1-MODE-PARTITION
014592         CLOSE RVW-STAGE
014593         CLOSE RJI-STAGE
014594         CLOSE PART-CTL
014595     ELSE
014596         CLOSE REVIEW-FILE
014597         CLOSE REJINV-FILE
014598     END-IF.
014600     DISPLAY 'DL100M - EXCEPTIONS LOGGED: ' DL1-EXCEPTION-COUNT.
014610     DISPLAY 'DL100M - MISMATCHES LOGGED: ' DL1-MISMATCH-COUNT.
014620     DISPLAY 'DL100M - REJECTS WRITTEN:   ' DL1-REJECTS-WRITTEN.
014636     DISPLAY 'DL100M - REJ INV CLEARED:   ' DL1-INV-CLEARED.
014638 9000-EXIT.
014640     EXIT.
014641
014642*****************************************************************
014643* 9040-WRITE-AUDIT-TRAILER - BUILD AND WRITE ONE AUDIT TRAILER
014644*                            FROM THE DATE-SEGMENT COUNTERS
014645*                            (EQUAL TO THE RUN TOTALS ON A
014646*                            SINGLE-DATE RUN) AND DECIDE THE
014647*                            COMPLETION CODE.  CALLED ONCE AT
014648*                            END OF JOB NORMALLY, ONCE PER
014649*                            CLOSED DATE ON A CATCHUP SWEEP.
014650*****************************************************************
014651 9040-WRITE-AUDIT-TRAILER.
014652     MOVE DL1-RUN-TIMESTAMP-X TO AUD-RUN-TIMESTAMP.
014653     COMPUTE AUD-RECORDS-READ =
014654         DL1-RESTART-COUNT + DL1-DATE-RECORDS-READ.
014655     MOVE AUD-RECORDS-READ    TO AUD-FINAL-INDEX.
014656     MOVE DL1-DATE-EXC-COUNT  TO AUD-EXCEPTION-COUNT.
014657     MOVE DL1-DATE-MIS-COUNT  TO AUD-MISMATCH-COUNT.
014658*    THE COMPLETION CODE IS DECIDED INTO WORKING STORAGE - THE
014659*    RUN-CONTROL UPDATE IN 9070 STILL NEEDS IT AFTER THE AUDIT
014660*    FILE HAS BEEN WRITTEN AND CLOSED, WHEN THE FD RECORD AREA
014661*    IS NO LONGER AVAILABLE.
014662     IF DL1-CONTROL-OUT-OF-BAL
014663         MOVE 'CC08' TO DL1-COMPLETION-CODE
014664         MOVE 08 TO RETURN-CODE
014665         MOVE 'OUTBAL' TO DL1-EVT-CODE
014666         MOVE DL1-CTL-EXPECTED-COUNT TO DL1-EVT-COUNT-1
014667         MOVE DL1-DATA-RECORDS-READ TO DL1-EVT-COUNT-2
014668         MOVE 'CONTROL TOTALS OUT OF BALANCE - CC08'
014669             TO DL1-EVT-TEXT
014674     ELSE
014675         IF DL1-DATE-EXC-COUNT = 0
014676             MOVE 'CC00' TO DL1-COMPLETION-CODE
015395     EXIT.
015396
015397*****************************************************************
015398* 9085-END-DRY-RUN - END OF A VALIDATE RUN.  THE SAME BALANCE AND
015399*                    THE SAME COMPLETION-CODE DECISION AS 9040,
015400*                    BUT THE ANSWER GOES TO THE REPORTS, THE JOB
015401*                    LOG AND THE RETURN CODE - 00 CLEAN, 04 WITH
015402*                    EXCEPTIONS, 08 OUT OF BALANCE - AND NOT TO
015403*                    THE AUDIT FILE OR RUN CONTROL.
015404*****************************************************************
015405 9085-END-DRY-RUN.
015406     PERFORM 9050-BALANCE-CONTROLS THRU 9050-EXIT.
015407     IF DL1-CONTROL-OUT-OF-BAL
015408         MOVE 'CC08' TO DL1-COMPLETION-CODE
015409         MOVE 08 TO RETURN-CODE
015410         MOVE 'CONTROL TOTALS OUT OF BALANCE'
015411             TO DL1-DRY-RUN-RESULT
015412     ELSE
015413         IF DL1-DATE-EXC-COUNT = 0
015414             MOVE 'CC00' TO DL1-COMPLETION-CODE
015415             MOVE 'BALANCED - NO EXCEPTIONS' TO DL1-DRY-RUN-RESULT
015416         ELSE
015417             MOVE 'CC04' TO DL1-COMPLETION-CODE
015418             MOVE 04 TO RETURN-CODE
015419             MOVE 'BALANCED - EXCEPTIONS FOUND'
015420                 TO DL1-DRY-RUN-RESULT
015421         END-IF
015422     END-IF.
015423     MOVE SPACES TO DL1-DRY-RUN-VERDICT.
015424     STRING 'DRY RUN RESULT: ' DELIMITED BY SIZE
015425            DL1-COMPLETION-CODE DELIMITED BY SIZE
015426            ' - '              DELIMITED BY SIZE
015427            DL1-DRY-RUN-RESULT DELIMITED BY SIZE
015428         INTO DL1-DRY-RUN-VERDICT.
015429     MOVE SPACES TO BRK-SUMMARY-LINE.
015430     MOVE 'TOTAL MISMATCHES THIS RUN:' TO BRK-SUM-LABEL.
015431     MOVE DL1-MISMATCH-COUNT TO BRK-SUM-COUNT.
015432     WRITE BRK-SUMMARY-LINE.
015433     MOVE DL1-DRY-RUN-STAMP TO BRK-SUMMARY-LINE.
015434     WRITE BRK-SUMMARY-LINE.
015435     PERFORM 9060-WRITE-QUALITY-PROFILE THRU 9060-EXIT.
015436     MOVE DL1-DRY-RUN-VERDICT TO QPR-HEADER-LINE.
015437     WRITE QPR-HEADER-LINE.
015438     MOVE DL1-DRY-RUN-VERDICT TO EXC-LINE.
015439     WRITE EXC-LINE.
015440     CLOSE TRANFILE.
015441     CLOSE EXCEPT-RPT.
015442     CLOSE REPORT-OUT.
015443     CLOSE BREAK-RPT.
015444     CLOSE QUALITY-RPT.
015445     DISPLAY DL1-DRY-RUN-STAMP.
015446     DISPLAY 'DL100M - EXCEPTIONS LOGGED: ' DL1-EXCEPTION-COUNT.
015447     DISPLAY 'DL100M - MISMATCHES LOGGED: ' DL1-MISMATCH-COUNT.
015448     DISPLAY 'DL100M - WOULD REJECT:      ' DL1-REJECTS-WRITTEN.
015449     DISPLAY 'DL100M - DELETES SEEN:      ' DL1-DELETES-PASSED.
015450     DISPLAY 'DL100M - ' DL1-DRY-RUN-VERDICT.
015451 9085-EXIT.
015452     EXIT.
015453
015454*****************************************************************
015455* 9090-WRITE-PARTITION-CONTROL - A PARTITION RUN'S END OF JOB:
015456*                                DECIDE ITS OWN COMPLETION CODE
015457*                                (REJECTS ONLY - BALANCING IS
015458*                                THE COMBINE STEP'S) AND HAND
015459*                                EVERY FIGURE THE COMBINE STEP
015460*                                NEEDS OVER ON THE PARTITION
015461*                                CONTROL RECORD.
015462*****************************************************************
015463 9090-WRITE-PARTITION-CONTROL.
015464     IF DL1-DATE-EXC-COUNT = 0
015465         MOVE 'CC00' TO DL1-COMPLETION-CODE
015466     ELSE
015467         MOVE 'CC04' TO DL1-COMPLETION-CODE
015468     END-IF.
015469     MOVE SPACES TO PCT-RECORD.
015470     MOVE DL1-BUS-DATE-X TO PCT-BUS-DATE.
015471     MOVE DL1-PARTITION-NUM TO PCT-PARTITION-NUM.
015472     MOVE DL1-RUN-TIMESTAMP-X TO PCT-RUN-TIMESTAMP.
015473     MOVE DL1-RESTART-SW TO PCT-RESTART-FLAG.
015474     MOVE DL1-TRAILER-SEEN-SW TO PCT-TRAILER-FLAG.
015475     COMPUTE PCT-RECORDS-READ =
015476         DL1-RESTART-COUNT + DL1-RECORDS-READ.
015477     MOVE DL1-CTL-RECORDS-READ TO PCT-CTL-RECORDS.
015478     MOVE DL1-DATA-RECORDS-READ TO PCT-DATA-RECORDS.
015479     MOVE DL1-HASH-TOTAL TO PCT-HASH-TOTAL.
015480     MOVE DL1-CTL-EXPECTED-COUNT TO PCT-TRL-COUNT.
015481     MOVE DL1-CTL-EXPECTED-HASH TO PCT-TRL-HASH.
015482     MOVE DL1-DATE-EXTRACTS-CUT TO PCT-EXTRACTS-CUT.
015483     MOVE DL1-DELETES-PASSED TO PCT-DELETES-PASSED.
015484     MOVE DL1-REJECTS-WRITTEN TO PCT-REJECTS-WRITTEN.
015485     MOVE DL1-EXCEPTION-COUNT TO PCT-EXCEPTIONS.
015486     MOVE DL1-MISMATCH-COUNT TO PCT-MISMATCHES.
015487     MOVE DL1-COMPLETION-CODE TO PCT-COMPLETION-CODE.
015488     PERFORM 9095-COPY-ONE-PROFILE THRU 9095-EXIT
015489         VARYING DL1-AREA-IDX FROM 1 BY 1
015490         UNTIL DL1-AREA-IDX > DL1-MAX-AREAS.
015491     WRITE PCT-RECORD.
015492     IF DL1-PARTCTL-STATUS NOT = '00'
015493         MOVE 'PARTCTL' TO DL1-ABEND-DDNAME
015494         MOVE DL1-PARTCTL-STATUS TO DL1-ABEND-STATUS
015495         PERFORM 9100-ABEND-ON-FILE-ERROR THRU 9100-EXIT
015496     END-IF.
015497     DISPLAY 'DL100M - PARTITION ' DL1-PARTITION-NUM
015498         ' DATA RECORDS: ' DL1-DATA-RECORDS-READ.
015499 9090-EXIT.
015500     EXIT.
015501
015502 9095-COPY-ONE-PROFILE.
015503     MOVE DL1-QP-UNPRINT(DL1-AREA-IDX)
015504         TO PCT-QP-UNPRINT(DL1-AREA-IDX).
015505     MOVE DL1-QP-ALLSPACE(DL1-AREA-IDX)
015506         TO PCT-QP-ALLSPACE(DL1-AREA-IDX).
015507     MOVE DL1-QP-LENDIS(DL1-AREA-IDX)
015508         TO PCT-QP-LENDIS(DL1-AREA-IDX).
015509 9095-EXIT.
015510     EXIT.
015511
015512*****************************************************************
015513* 9060-WRITE-QUALITY-PROFILE - ONE LINE PER AREA OCCURRENCE
015514*                              WITH THIS RUN'S CONTENT-CHECK
015515*                              FAILURE COUNTS, PLUS A TOTAL
015516*                              LINE.  THE FD BUFFER CARRIES NO
015517*                              VALUES AT RUN TIME, SO EVERY LINE
015518*                              IS BUILT EXPLICITLY.
015519*****************************************************************
015520 9060-WRITE-QUALITY-PROFILE.
015521     MOVE SPACES TO QPR-HEADER-LINE.
015522     MOVE 'DL100M -' TO QPR-HEADER-LINE(1:8).
015523     MOVE 'DATA QUALITY PROFILE' TO QPR-HDR-TITLE.
015524     IF DL1-MODE-VALIDATE
015525         MOVE 'DATA QUALITY PROFILE - DRY RUN' TO QPR-HDR-TITLE
015526     END-IF.
015527     MOVE 'RUN DATE:' TO QPR-HEADER-LINE(45:9).
015528     MOVE DL1-RUN-DATE-X TO QPR-HDR-DATE.
015529     WRITE QPR-HEADER-LINE.
015530     MOVE SPACES TO QPR-COLUMN-LINE.
015540     MOVE 'AREA'      TO QPR-COLUMN-LINE(1:4).
015550     MOVE 'UNPRINTBL' TO QPR-COLUMN-LINE(9:9).
015990     DISPLAY 'DL100M - FATAL FILE ERROR ON ' DL1-ABEND-DDNAME
016000         ' - FILE STATUS ' DL1-ABEND-STATUS.
016010     MOVE 16 TO RETURN-CODE.
016011     MOVE 'FILEERR' TO DL1-EVT-CODE.
016012     MOVE SPACES TO DL1-EVT-TEXT.
016013     STRING 'FATAL FILE ERROR ON ' DELIMITED BY SIZE
016014            DL1-ABEND-DDNAME       DELIMITED BY SPACE
016015            ' STATUS '             DELIMITED BY SIZE
016016            DL1-ABEND-STATUS       DELIMITED BY SIZE
016017         INTO DL1-EVT-TEXT.
016018     PERFORM 9500-WRITE-EVENT THRU 9500-EXIT.
016020     STOP RUN.
016030 9100-EXIT.
016040     EXIT.
016050
016060*****************************************************************
016070* 9500-WRITE-EVENT - APPEND ONE EVENT TO THE SHARED MONITORING
016080*                    EVENT FILE FOR THE DL195M FORWARDER.  THE
016090*                    SEVERITY FOLLOWS THE RETURN CODE; AN END
016100*                    WITH NO NAMED CONDITION IS CODED RCNN.  AN
016110*                    EVENT FILE THAT WILL NOT TAKE THE RECORD
016120*                    IS REPORTED ON THE JOB LOG BUT DOES NOT
016130*                    CHANGE HOW THE STEP ENDS.
016140*****************************************************************
016150 9500-WRITE-EVENT.
016151*    A DRY RUN RAISES NOTHING ON THE MONITORING CONSOLE - ITS
016152*    ANSWER IS THE RETURN CODE AND THE REPORTS.
016153     IF DL1-MODE-VALIDATE
016154         GO TO 9500-EXIT
016155     END-IF.
016160     MOVE RETURN-CODE TO DL1-EVT-RC.
016170     OPEN OUTPUT EVENT-FILE.
016180     IF DL1-EVENT-STATUS NOT = '00'
016190         DISPLAY 'DL100M - EVENT NOT WRITTEN - EVENTOUT FILE '
016200             'STATUS ' DL1-EVENT-STATUS
016210         GO TO 9500-EXIT
016220     END-IF.
016230     ACCEPT DL1-EVT-DATE FROM DATE YYYYMMDD.
016240     ACCEPT DL1-EVT-TIME FROM TIME.
016250     MOVE SPACES TO EVT-RECORD.
016260     MOVE 'DL100M' TO EVT-PROGRAM.
016270     MOVE DL1-RUN-DATE TO EVT-BUS-DATE.
016280     IF EVT-BUS-DATE NOT NUMERIC
016290         MOVE DL1-EVT-DATE TO EVT-BUS-DATE
016300     END-IF.
016310     MOVE DL1-EVT-DATE TO EVT-EVENT-DATE.
016320     MOVE DL1-EVT-TIME(1:6) TO EVT-EVENT-TIME.
016330     MOVE DL1-EVT-RC TO EVT-RETURN-CODE.
016340     IF DL1-EVT-RC > 12
016350         MOVE 'S' TO EVT-SEVERITY
016360     ELSE
016370         IF DL1-EVT-RC > 04
016380             MOVE 'E' TO EVT-SEVERITY
016390         ELSE
016400             IF DL1-EVT-RC > 00
016410                 MOVE 'W' TO EVT-SEVERITY
016420             ELSE
016430                 MOVE 'I' TO EVT-SEVERITY
016440             END-IF
016450         END-IF
016460     END-IF.
016470     IF DL1-EVT-CODE = SPACES
016480         MOVE 'RC' TO EVT-EVENT-CODE(1:2)
016490         MOVE DL1-EVT-RC TO EVT-EVENT-CODE(3:2)
016500     ELSE
016510         MOVE DL1-EVT-CODE TO EVT-EVENT-CODE
016520     END-IF.
016530     IF DL1-EVT-TEXT = SPACES
016540         MOVE 'RUN ENDED ABOVE RC=00 - SEE THE JOB LOG'
016550             TO EVT-TEXT
016560     ELSE
016570         MOVE DL1-EVT-TEXT TO EVT-TEXT
016580     END-IF.
016590     MOVE DL1-EVT-COUNT-1 TO EVT-COUNT-1.
016600     MOVE DL1-EVT-COUNT-2 TO EVT-COUNT-2.
016610     WRITE EVT-RECORD.
016620     IF DL1-EVENT-STATUS NOT = '00'
016630         DISPLAY 'DL100M - EVENT NOT WRITTEN - EVENTOUT FILE '
016640             'STATUS ' DL1-EVENT-STATUS
016650     END-IF.
016660     CLOSE EVENT-FILE.
016670     MOVE SPACES TO DL1-EVT-CODE DL1-EVT-TEXT.
016680     MOVE ZERO TO DL1-EVT-COUNT-1 DL1-EVT-COUNT-2.
016690 9500-EXIT.
016700     EXIT.
