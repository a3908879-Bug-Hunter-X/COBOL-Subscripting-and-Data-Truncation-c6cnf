000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    DL190M.
000120 AUTHOR.        R HOLLOWAY.
000130 INSTALLATION.  DATA CONTROL - BATCH SYSTEMS.
000140 DATE-WRITTEN.  2026-10-15.
000150 DATE-COMPILED.
000160*****************************************************************
000170* MODIFICATION HISTORY
000180* ----------------------------------------------------------------
000190* 2026-10-15  RH  ORIGINAL VERSION.  COMBINE STEP FOR A KEY-RANGE
000200*                 PARTITIONED DL100M RUN (SPLIT BY DL185M, EACH
000210*                 RANGE RUN WITH PARM 'PART,N').  TAKES THE
000220*                 PARTITIONS' OUTPUTS, CONCATENATED IN PARTITION
000230*                 ORDER, AND PUTS BACK EXACTLY WHAT ONE SERIAL
000240*                 DL100M RUN WOULD HAVE LEFT: ONE KEY-SEQUENCED
000250*                 XTRACOUT AND REJCTOUT, ONE MERGE REPORT
000260*                 (REPAGINATED), EXCEPTION, BREAK AND QUALITY
000270*                 REPORT, THE DATE'S REVIEW ITEMS (NUMBERED
000280*                 ACROSS ALL PARTITIONS) AND REJECT-INVENTORY
000290*                 POSTINGS ON THE KEYED FILES, ONE AUDIT TRAILER,
000300*                 ONE STEP TRAILER UNDER THE STEP NAME DL100M AND
000310*                 ONE RUN-CONTROL COMPLETION - SO DL125M AND THE
000320*                 RUN CONTROL SEE ONE LOGICAL DL100M RUN.  THE
000330*                 SUMMED PARTITION COUNTS AND HASH TOTALS ARE
000340*                 BALANCED AGAINST THE ONE EXTRACT TRAILER EVERY
000350*                 PARTITION CARRIED (FROM THE PARTITION CONTROL
000360*                 RECORDS, PARTCTL, DL1PCT).
000361* 2026-10-15  RH  AN END ABOVE RC=00 NOW ALSO APPENDS AN EVENT
000362*                 (DL1EVT) TO THE SHARED MONITORING EVENT FILE
000363*                 (EVENTOUT) FOR THE DL195M FORWARDER - A FATAL
000364*                 FILE ERROR OR A REFUSED RUN IS ITS OWN EVENT.
000365*                 CONTROL TOTALS OUT OF BALANCE ARE EVENT OUTBAL,
000366*                 AS ON DL100M.
000367*                 THE PARTITIONS WRITE THEIR EVENTS TO THEIR OWN
000368*                 FILES (THEY RUN SIDE BY SIDE) - THIS STEP
000369*                 PASSES THEM (EVENTPIN) ON TO THE SHARED FILE.
000371* 2026-10-15  RH  PARTITION EVENTS THAT CANNOT BE PASSED ON NOW
000373*                 END THE STEP RC=12 (AFTER THE DATE IS FINISHED)
000375*                 SO THE JCL KEEPS THE PARTITION EVENT FILES
000377*                 INSTEAD OF EMPTYING THEM.
000379*****************************************************************
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000400 SOURCE-COMPUTER.   IBM-370.
000410 OBJECT-COMPUTER.   IBM-370.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT RUN-CTL         ASSIGN TO RUNCTL
000450            ORGANIZATION IS INDEXED
000460            ACCESS MODE IS RANDOM
000470            RECORD KEY IS RCT-BUS-DATE
000480            FILE STATUS IS DL1-RUNCTL-STATUS.
000490     SELECT PART-CTL        ASSIGN TO PARTCTL
000500            ORGANIZATION IS SEQUENTIAL
000510            FILE STATUS IS DL1-PARTCTL-STATUS.
000520     SELECT XTRACT-IN       ASSIGN TO XTRACIN
000530            ORGANIZATION IS SEQUENTIAL
000540            FILE STATUS IS DL1-XTRACIN-STATUS.
000550     SELECT XTRACT-FILE     ASSIGN TO XTRACOUT
000560            ORGANIZATION IS SEQUENTIAL
000570            FILE STATUS IS DL1-XTRACT-STATUS.
000580     SELECT REJECT-IN       ASSIGN TO REJCTIN
000590            ORGANIZATION IS SEQUENTIAL
000600            FILE STATUS IS DL1-REJCTIN-STATUS.
000610     SELECT REJECT-FILE     ASSIGN TO REJCTOUT
000620            ORGANIZATION IS SEQUENTIAL
000630            FILE STATUS IS DL1-REJECT-STATUS.
000640     SELECT REPORT-IN       ASSIGN TO REPTIN
000650            ORGANIZATION IS SEQUENTIAL
000660            FILE STATUS IS DL1-REPTIN-STATUS.
000670     SELECT REPORT-OUT      ASSIGN TO REPTOUT
000680            ORGANIZATION IS SEQUENTIAL
000690            FILE STATUS IS DL1-REPORT-STATUS.
000700     SELECT EXCEPT-IN       ASSIGN TO EXCPTIN
000710            ORGANIZATION IS SEQUENTIAL
000720            FILE STATUS IS DL1-EXCPTIN-STATUS.
000730     SELECT EXCEPT-RPT      ASSIGN TO EXCPTRPT
000740            ORGANIZATION IS SEQUENTIAL
000750            FILE STATUS IS DL1-EXCEPT-STATUS.
000760     SELECT BREAK-IN        ASSIGN TO BREAKIN
000770            ORGANIZATION IS SEQUENTIAL
000780            FILE STATUS IS DL1-BREAKIN-STATUS.
000790     SELECT BREAK-RPT       ASSIGN TO BREAKRPT
000800            ORGANIZATION IS SEQUENTIAL
000810            FILE STATUS IS DL1-BREAK-STATUS.
000820     SELECT QUALITY-RPT     ASSIGN TO QUALRPT
000830            ORGANIZATION IS SEQUENTIAL
000840            FILE STATUS IS DL1-QUALITY-STATUS.
000850     SELECT RVW-STAGE       ASSIGN TO RVWIN
000860            ORGANIZATION IS SEQUENTIAL
000870            FILE STATUS IS DL1-RVWIN-STATUS.
000880     SELECT REVIEW-FILE     ASSIGN TO REVWFILE
000890            ORGANIZATION IS INDEXED
000900            ACCESS MODE IS DYNAMIC
000910            RECORD KEY IS RVW-KEY
000920            FILE STATUS IS DL1-REVIEW-STATUS.
000930     SELECT RJI-STAGE       ASSIGN TO RJIIN
000940            ORGANIZATION IS SEQUENTIAL
000950            FILE STATUS IS DL1-RJIIN-STATUS.
000960     SELECT REJINV-FILE     ASSIGN TO REJINV
000970            ORGANIZATION IS INDEXED
000980            ACCESS MODE IS RANDOM
000990            RECORD KEY IS RJI-KEY
001000            FILE STATUS IS DL1-REJINV-STATUS.
001010     SELECT AUDIT-FILE      ASSIGN TO AUDITOUT
001020            ORGANIZATION IS SEQUENTIAL
001030            FILE STATUS IS DL1-AUDIT-STATUS.
001040     SELECT STEP-AUDIT      ASSIGN TO STEPAUD
001050            ORGANIZATION IS SEQUENTIAL
001060            FILE STATUS IS DL1-STEPAUD-STATUS.
001062     SELECT EVENT-FILE      ASSIGN TO EVENTOUT
001064            ORGANIZATION IS SEQUENTIAL
001066            FILE STATUS IS DL1-EVENT-STATUS.
001067     SELECT PART-EVENTS     ASSIGN TO EVENTPIN
001068            ORGANIZATION IS SEQUENTIAL
001069            FILE STATUS IS DL1-PARTEVT-STATUS.
001070 DATA DIVISION.
001080 FILE SECTION.
001090 FD  RUN-CTL
001100     RECORD CONTAINS 56 CHARACTERS.
001110 COPY DL1RCT.
001120
001130 FD  PART-CTL
001140     RECORD CONTAINS 320 CHARACTERS
001150     RECORDING MODE IS F.
001160 COPY DL1PCT.
001170
001180 FD  XTRACT-IN
001190     RECORD IS VARYING IN SIZE FROM 12 TO 1012 CHARACTERS
001200         DEPENDING ON DL1-XTR-REC-LEN
001210     RECORDING MODE IS V.
001220 01  XTI-RECORD                PIC X(1012).
001230
001240 FD  XTRACT-FILE
001250     RECORD IS VARYING IN SIZE FROM 12 TO 1012 CHARACTERS
001260         DEPENDING ON DL1-XTR-REC-LEN
001270     RECORDING MODE IS V.
001280 01  XTO-RECORD                PIC X(1012).
001290
001300 FD  REJECT-IN
001310     RECORD IS VARYING IN SIZE FROM 12 TO 1042 CHARACTERS
001320         DEPENDING ON DL1-REJ-REC-LEN
001330     RECORDING MODE IS V.
001340 01  RJN-RECORD                PIC X(1042).
001350
001360 FD  REJECT-FILE
001370     RECORD IS VARYING IN SIZE FROM 12 TO 1042 CHARACTERS
001380         DEPENDING ON DL1-REJ-REC-LEN
001390     RECORDING MODE IS V.
001400 01  RJO-RECORD                PIC X(1042).
001410
001420 FD  REPORT-IN
001430     RECORD IS VARYING IN SIZE FROM 132 TO 214 CHARACTERS
001440         DEPENDING ON DL1-RPT-REC-LEN
001450     RECORDING MODE IS V.
001460 01  RPI-RECORD                PIC X(214).
001470
001480 FD  REPORT-OUT.
001490 COPY DL1RPT.
001500
001510 FD  EXCEPT-IN
001520     RECORD CONTAINS 63 CHARACTERS
001530     RECORDING MODE IS F.
001540 01  EXI-RECORD                PIC X(63).
001550
001560 FD  EXCEPT-RPT
001570     RECORD CONTAINS 63 CHARACTERS.
001580 COPY DL1EXC.
001590
001600 FD  BREAK-IN
001610     RECORD IS VARYING IN SIZE FROM 41 TO 49 CHARACTERS
001620         DEPENDING ON DL1-BRK-REC-LEN
001630     RECORDING MODE IS V.
001640 01  BKI-RECORD                PIC X(49).
001650
001660 FD  BREAK-RPT.
001670 COPY DL1BRK.
001680
001690 FD  QUALITY-RPT
001700     RECORD CONTAINS 63 CHARACTERS.
001710 COPY DL1QPR.
001720
001730 FD  RVW-STAGE
001740     RECORD CONTAINS 102 CHARACTERS
001750     RECORDING MODE IS F.
001760 01  RVS-RECORD                PIC X(102).
001770
001780 FD  REVIEW-FILE
001790     RECORD CONTAINS 102 CHARACTERS.
001800 COPY DL1RVW.
001810
001820 FD  RJI-STAGE
001830     RECORD CONTAINS 40 CHARACTERS
001840     RECORDING MODE IS F.
001850 01  RJS-RECORD                PIC X(40).
001860
001870 FD  REJINV-FILE
001880     RECORD CONTAINS 40 CHARACTERS.
001890 COPY DL1RJI.
001900
001910 FD  AUDIT-FILE
001920     RECORD CONTAINS 44 CHARACTERS.
001930 COPY DL1AUD.
001940
001950 FD  STEP-AUDIT
001960     RECORD CONTAINS 56 CHARACTERS.
001970 COPY DL1STA.
001980
001982 FD  EVENT-FILE
001984     RECORD CONTAINS 100 CHARACTERS.
001986 COPY DL1EVT.
001987
001988 FD  PART-EVENTS
001989     RECORD CONTAINS 100 CHARACTERS
001990     RECORDING MODE IS F.
001991 01  PEV-RECORD                PIC X(100).
001992
001993 WORKING-STORAGE SECTION.
002000*****************************************************************
002010* FILE STATUS SWITCHES
002020*****************************************************************
002030 01  DL1-FILE-STATUSES.
002040     05  DL1-RUNCTL-STATUS     PIC X(02) VALUE '00'.
002050     05  DL1-PARTCTL-STATUS    PIC X(02) VALUE '00'.
002060     05  DL1-XTRACIN-STATUS    PIC X(02) VALUE '00'.
002070     05  DL1-XTRACT-STATUS     PIC X(02) VALUE '00'.
002080     05  DL1-REJCTIN-STATUS    PIC X(02) VALUE '00'.
002090     05  DL1-REJECT-STATUS     PIC X(02) VALUE '00'.
002100     05  DL1-REPTIN-STATUS     PIC X(02) VALUE '00'.
002110     05  DL1-REPORT-STATUS     PIC X(02) VALUE '00'.
002120     05  DL1-EXCPTIN-STATUS    PIC X(02) VALUE '00'.
002130     05  DL1-EXCEPT-STATUS     PIC X(02) VALUE '00'.
002140     05  DL1-BREAKIN-STATUS    PIC X(02) VALUE '00'.
002150     05  DL1-BREAK-STATUS      PIC X(02) VALUE '00'.
002160     05  DL1-QUALITY-STATUS    PIC X(02) VALUE '00'.
002170     05  DL1-RVWIN-STATUS      PIC X(02) VALUE '00'.
002180     05  DL1-REVIEW-STATUS     PIC X(02) VALUE '00'.
002190     05  DL1-RJIIN-STATUS      PIC X(02) VALUE '00'.
002200     05  DL1-REJINV-STATUS     PIC X(02) VALUE '00'.
002210     05  DL1-AUDIT-STATUS      PIC X(02) VALUE '00'.
002220     05  DL1-STEPAUD-STATUS    PIC X(02) VALUE '00'.
002225     05  DL1-EVENT-STATUS      PIC X(02) VALUE '00'.
002229     05  DL1-PARTEVT-STATUS    PIC X(02) VALUE '00'.
002230 77  DL1-ABEND-DDNAME          PIC X(08) VALUE SPACES.
002240 77  DL1-ABEND-STATUS          PIC X(02) VALUE SPACES.
002250 77  DL1-XTR-REC-LEN           PIC 9(04) COMP VALUE ZERO.
002260 77  DL1-REJ-REC-LEN           PIC 9(04) COMP VALUE ZERO.
002270 77  DL1-RPT-REC-LEN           PIC 9(04) COMP VALUE ZERO.
002280 77  DL1-BRK-REC-LEN           PIC 9(04) COMP VALUE ZERO.
002290
002300*****************************************************************
002310* RUN PARAMETERS - OVERRIDE RERUNS A DATE THE RUN CONTROL SHOWS
002320* COMPLETE OR IN FLIGHT, THE SAME AS ON DL100M.
002330*****************************************************************
002340 01  DL1-OVERRIDE-SW           PIC X(01) VALUE 'N'.
002350     88  DL1-OVERRIDE-REQUESTED          VALUE 'Y'.
002360 01  DL1-PURGE-REVIEW-SW       PIC X(01) VALUE 'N'.
002370     88  DL1-PURGE-REVIEW-DUE            VALUE 'Y'.
002380 77  DL1-PARM-SCAN-SUB         PIC 9(02) COMP VALUE ZERO.
002390
002400*****************************************************************
002410* BUSINESS DATE AND RUN TIMESTAMP - BUILT THE SAME WAY DL100M
002420* BUILDS THEM, FROM THE RUN-CONTROL POINTER RECORD.
002430*****************************************************************
002440 01  DL1-RUN-DATE.
002450     05  DL1-RUN-YYYY          PIC 9(04).
002460     05  DL1-RUN-MM            PIC 9(02).
002470     05  DL1-RUN-DD            PIC 9(02).
002480 77  DL1-RUN-DATE-X            PIC X(10).
002490 77  DL1-BUS-DATE-X            PIC X(08) VALUE SPACES.
002500 77  DL1-RUN-TIME              PIC 9(08).
002510 77  DL1-RUN-TIMESTAMP-X       PIC X(16).
002520 77  DL1-END-TIME              PIC 9(08).
002530 77  DL1-END-TIMESTAMP-X       PIC X(16).
002540 77  DL1-COMPLETION-CODE       PIC X(04) VALUE 'CC00'.
002550
002560*****************************************************************
002570* THE PARTITION CONTROL RECORDS, SUMMED.  EVERY PARTITION MUST
002580* CARRY THE SAME TRAILER FIGURES (EACH GOT A COPY OF THE ONE
002590* TRAILER); A PARTITION THAT RESTARTED CANNOT BALANCE, THE SAME
002600* AS A RESTARTED SERIAL RUN.
002610*****************************************************************
002620 77  DL1-PART-COUNT            PIC 9(02) COMP VALUE ZERO.
002630 77  DL1-LAST-PART-NUM         PIC 9(01) VALUE ZERO.
002640 01  DL1-PCT-EOF-SW            PIC X(01) VALUE 'N'.
002650     88  DL1-PCT-EOF-YES                 VALUE 'Y'.
002660 01  DL1-PCT-BAD-SW            PIC X(01) VALUE 'N'.
002670     88  DL1-PCT-BAD                     VALUE 'Y'.
002680 01  DL1-ANY-RESTART-SW        PIC X(01) VALUE 'N'.
002690     88  DL1-ANY-RESTART                 VALUE 'Y'.
002700 01  DL1-TRAILER-MISSING-SW    PIC X(01) VALUE 'N'.
002710     88  DL1-TRAILER-MISSING             VALUE 'Y'.
002720 01  DL1-TRAILER-DIFFERS-SW    PIC X(01) VALUE 'N'.
002730     88  DL1-TRAILER-DIFFERS             VALUE 'Y'.
002740 01  DL1-OUT-OF-BAL-SW         PIC X(01) VALUE 'N'.
002750     88  DL1-CONTROL-OUT-OF-BAL          VALUE 'Y'.
002760 77  DL1-SUM-RECORDS-READ      PIC 9(07) COMP VALUE ZERO.
002770 77  DL1-SUM-CTL-RECORDS       PIC 9(05) COMP VALUE ZERO.
002780 77  DL1-FIRST-CTL-RECORDS     PIC 9(03) COMP VALUE ZERO.
002790 77  DL1-SUM-DATA-RECORDS      PIC 9(07) COMP VALUE ZERO.
002800 77  DL1-SUM-HASH-TOTAL        PIC 9(12) COMP VALUE ZERO.
002810 77  DL1-SUM-EXTRACTS-CUT      PIC 9(07) COMP VALUE ZERO.
002820 77  DL1-SUM-DELETES-PASSED    PIC 9(07) COMP VALUE ZERO.
002830 77  DL1-SUM-REJECTS-WRITTEN   PIC 9(07) COMP VALUE ZERO.
002840 77  DL1-SUM-EXCEPTIONS        PIC 9(07) COMP VALUE ZERO.
002850 77  DL1-SUM-MISMATCHES        PIC 9(07) COMP VALUE ZERO.
002860 77  DL1-CTL-EXPECTED-COUNT    PIC 9(07) COMP VALUE ZERO.
002870 77  DL1-CTL-EXPECTED-HASH     PIC 9(12) COMP VALUE ZERO.
002880 01  DL1-QP-TABLE.
002890     05  DL1-QP-ENTRY          OCCURS 10 TIMES.
002900         10  DL1-QP-UNPRINT    PIC 9(07) COMP.
002910         10  DL1-QP-ALLSPACE   PIC 9(07) COMP.
002920         10  DL1-QP-LENDIS     PIC 9(07) COMP.
002930 77  DL1-QP-TOT-UNPRINT        PIC 9(07) COMP VALUE ZERO.
002940 77  DL1-QP-TOT-ALLSPACE       PIC 9(07) COMP VALUE ZERO.
002950 77  DL1-QP-TOT-LENDIS         PIC 9(07) COMP VALUE ZERO.
002960 77  DL1-AREA-IDX              PIC 9(02) COMP VALUE ZERO.
002970 77  DL1-MAX-AREAS             PIC 9(02) COMP VALUE 10.
002980
002990*****************************************************************
003000* COPY CONTROLS - WHAT CAME ACROSS FROM THE PARTITION OUTPUTS
003010*****************************************************************
003020 01  DL1-COPY-EOF-SW           PIC X(01) VALUE 'N'.
003030     88  DL1-COPY-EOF-YES                VALUE 'Y'.
003040 77  DL1-XTRACTS-COPIED        PIC 9(07) COMP VALUE ZERO.
003050 77  DL1-REJECTS-COPIED        PIC 9(07) COMP VALUE ZERO.
003060 77  DL1-EXC-LINES-COPIED      PIC 9(07) COMP VALUE ZERO.
003070 77  DL1-BRK-LINES-COPIED      PIC 9(07) COMP VALUE ZERO.
003080 77  DL1-RVW-LANDED            PIC 9(07) COMP VALUE ZERO.
003090 77  DL1-INV-POSTED            PIC 9(07) COMP VALUE ZERO.
003095 77  DL1-EVENTS-PASSED         PIC 9(07) COMP VALUE ZERO.
003097 01  DL1-EVTPASS-SW            PIC X(01) VALUE 'N'.
003099     88  DL1-EVENTS-NOT-PASSED           VALUE 'Y'.
003100 77  DL1-EXC-SEQ               PIC 9(05) COMP VALUE ZERO.
003110 77  DL1-BRK-SEQ               PIC 9(05) COMP VALUE ZERO.
003120 01  DL1-REVIEW-EOF-SW         PIC X(01) VALUE 'N'.
003130     88  DL1-REVIEW-EOF-YES              VALUE 'Y'.
003140 77  DL1-BRK-SUM-LABEL         PIC X(26)
003150                               VALUE 'TOTAL MISMATCHES THIS RUN:'.
003160 01  DL1-RJI-HOLD.
003170     05  DL1-RJH-KEY           PIC X(18).
003180     05  DL1-RJH-REJECT-TS     PIC X(16).
003190     05  DL1-RJH-REJECT-COUNT  PIC 9(03).
003200     05  DL1-RJH-AREA-NUM      PIC 9(02).
003205     05  FILLER                PIC X(01).
003210
003220*****************************************************************
003230* REPORT PAGINATION CONTROLS - THE PARTITIONS' MERGE REPORTS ARE
003240* RUN TOGETHER UNDER ONE SET OF PAGE HEADINGS.
003250*****************************************************************
003260 77  DL1-PAGE-NUMBER           PIC 9(04) COMP VALUE ZERO.
003270 77  DL1-LINE-COUNT            PIC 9(03) COMP VALUE ZERO.
003280 77  DL1-LINES-PER-PAGE        PIC 9(03) COMP VALUE 050.
003290
003291*****************************************************************
003292* MONITORING EVENT - WHATEVER ENDS THE RUN ABOVE RC=00 OR RAISES
003293* A NAMED CONDITION SETS THE CODE, COUNTS AND TEXT; 9500 WRITES
003294* THE EVENT (DL1EVT) TO THE SHARED EVENT FILE.
003295*****************************************************************
003296 01  DL1-EVENT-FIELDS.
003297     05  DL1-EVT-CODE          PIC X(08) VALUE SPACES.
003298     05  DL1-EVT-COUNT-1       PIC 9(07) VALUE ZERO.
003299     05  DL1-EVT-COUNT-2       PIC 9(07) VALUE ZERO.
003300     05  DL1-EVT-TEXT          PIC X(40) VALUE SPACES.
003301 77  DL1-EVT-RC                PIC 9(02) VALUE ZERO.
003302 77  DL1-EVT-DATE              PIC 9(08) VALUE ZERO.
003303 77  DL1-EVT-TIME              PIC 9(08) VALUE ZERO.
003304
003305 LINKAGE SECTION.
003310 01  LS-PARM-AREA.
003320     05  LS-PARM-LENGTH        PIC S9(04) COMP.
003330     05  LS-PARM-TEXT          PIC X(24).
003340
003350 PROCEDURE DIVISION USING LS-PARM-AREA.
003360*****************************************************************
003370* 0000-MAINLINE
003380*****************************************************************
003390 0000-MAINLINE.
003400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003410     PERFORM 2000-COPY-EXTRACTS THRU 2000-EXIT.
003420     PERFORM 3000-COPY-REJECTS THRU 3000-EXIT.
003430     PERFORM 4000-REBUILD-REPORT THRU 4000-EXIT.
003440     PERFORM 5000-COPY-EXCEPTIONS THRU 5000-EXIT.
003450     PERFORM 5500-COPY-BREAKS THRU 5500-EXIT.
003460     PERFORM 6000-LAND-REVIEW-ITEMS THRU 6000-EXIT.
003470     PERFORM 6500-LAND-REJECT-INV THRU 6500-EXIT.
003475     PERFORM 6800-PASS-PART-EVENTS THRU 6800-EXIT.
003480     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003481     IF DL1-EVENTS-NOT-PASSED
003482         PERFORM 6890-HOLD-PART-EVENTS THRU 6890-EXIT
003483     END-IF.
003484     IF RETURN-CODE > 0
003485         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
003486     END-IF.
003490     GOBACK.
003500
003510*****************************************************************
003520* 1000-INITIALIZE - TAKE THE BUSINESS DATE FROM RUN CONTROL,
003530*                   READ AND CHECK EVERY PARTITION CONTROL
003540*                   RECORD, AND ONLY THEN PUT THE DATE IN
003550*                   FLIGHT AND OPEN THE OUTPUTS - A PARTITION
003560*                   SET THAT DOES NOT BELONG TOGETHER IS
003570*                   REFUSED RC=12 WITH NOTHING TOUCHED.
003580*****************************************************************
003590 1000-INITIALIZE.
003600     IF LS-PARM-LENGTH > 0
003610         PERFORM 1055-SCAN-ONE-KEYWORD THRU 1055-EXIT
003620             VARYING DL1-PARM-SCAN-SUB FROM 1 BY 1
003630             UNTIL DL1-PARM-SCAN-SUB > 17
003640     END-IF.
003650     PERFORM 1070-CHECK-RUN-CONTROL THRU 1070-EXIT.
003660     PERFORM 1100-LOAD-PART-CONTROLS THRU 1100-EXIT.
003670     PERFORM 1072-START-BUS-DATE THRU 1072-EXIT.
003680     OPEN OUTPUT XTRACT-FILE.
003690     IF DL1-XTRACT-STATUS NOT = '00'
003700         MOVE 'XTRACOUT' TO DL1-ABEND-DDNAME
003710         MOVE DL1-XTRACT-STATUS TO DL1-ABEND-STATUS
003720         PERFORM 9100-ABEND-ON-FILE-ERROR THRU 9100-EXIT
003730     END-IF.
003740     OPEN OUTPUT REJECT-FILE.
003750     IF DL1-REJECT-STATUS NOT = '00'
003760         MOVE 'REJCTOUT' TO DL1-ABEND-DDNAME
003770         MOVE DL1-REJECT-STATUS TO DL1-ABEND-STATUS
003780         PERFORM 9100-ABEND-ON-FILE-ERROR THRU 9100-EXIT
003790     END-IF.
003800     OPEN OUTPUT REPORT-OUT.
003810     IF DL1-REPORT-STATUS NOT = '00'
003820         MOVE 'REPTOUT' TO DL1-ABEND-DDNAME
003830         MOVE DL1-REPORT-STATUS TO DL1-ABEND-STATUS
003840         PERFORM 9100-ABEND-ON-FILE-ERROR THRU 9100-EXIT
003850     END-IF.
003860     OPEN OUTPUT EXCEPT-RPT.
003870     IF DL1-EXCEPT-STATUS NOT = '00'
003880         MOVE 'EXCPTRPT' TO DL1-ABEND-DDNAME
003890         MOVE DL1-EXCEPT-STATUS TO DL1-ABEND-STATUS
003900         PERFORM 9100-ABEND-ON-FILE-ERROR THRU 9100-EXIT
003910     END-IF.
003920     OPEN OUTPUT BREAK-RPT.
003930     IF DL1-BREAK-STATUS NOT = '00'
003940         MOVE 'BREAKRPT' TO DL1-ABEND-DDNAME
003950         MOVE DL1-BREAK-STATUS TO DL1-ABEND-STATUS
003960         PERFORM 9100-ABEND-ON-FILE-ERROR THRU 9100-EXIT
003970     END-IF.
003980     OPEN OUTPUT QUALITY-RPT.
003990     IF DL1-QUALITY-STATUS NOT = '00'
004000         MOVE 'QUALRPT' TO DL1-ABEND-DDNAME
004010         MOVE DL1-QUALITY-STATUS TO DL1-ABEND-STATUS
004020         PERFORM 9100-ABEND-ON-FILE-ERROR THRU 9100-EXIT
004030     END-IF.
004040     OPEN OUTPUT AUDIT-FILE.
004050     IF DL1-AUDIT-STATUS NOT = '00'
004060         MOVE 'AUDITOUT' TO DL1-ABEND-DDNAME
004070         MOVE DL1-AUDIT-STATUS TO DL1-ABEND-STATUS
004080         PERFORM 9100-ABEND-ON-FILE-ERROR THRU 9100-EXIT
004090     END-IF.
004100     OPEN I-O REVIEW-FILE.
004110*    A FRESHLY DEFINED (NEVER LOADED) CLUSTER FAILS ITS FIRST
004120*    I-O OPEN WITH STATUS 35 - PRIME IT AND REOPEN.
004130     IF DL1-REVIEW-STATUS = '35'
004140         OPEN OUTPUT REVIEW-FILE
004150         CLOSE REVIEW-FILE
004160         OPEN I-O REVIEW-FILE
004170     END-IF.
004180     IF DL1-REVIEW-STATUS NOT = '00' AND
004190        DL1-REVIEW-STATUS NOT = '97'
004200         MOVE 'REVWFILE' TO DL1-ABEND-DDNAME
004210         MOVE DL1-REVIEW-STATUS TO DL1-ABEND-STATUS
004220         PERFORM 9100-ABEND-ON-FILE-ERROR THRU 9100-EXIT
004230     END-IF.
004240     OPEN I-O REJINV-FILE.
004250     IF DL1-REJINV-STATUS = '35'
004260         OPEN OUTPUT REJINV-FILE
004270         CLOSE REJINV-FILE
004280         OPEN I-O REJINV-FILE
004290     END-IF.
004300     IF DL1-REJINV-STATUS NOT = '00' AND
004310        DL1-REJINV-STATUS NOT = '97'
004320         MOVE 'REJINV' TO DL1-ABEND-DDNAME
004330         MOVE DL1-REJINV-STATUS TO DL1-ABEND-STATUS
004340         PERFORM 9100-ABEND-ON-FILE-ERROR THRU 9100-EXIT
004350     END-IF.
004360     IF DL1-PURGE-REVIEW-DUE
004370         PERFORM 1090-PURGE-REVIEW-ITEMS THRU 1090-EXIT
004380     END-IF.
004390 1000-EXIT.
004400     EXIT.
004410
004420 1055-SCAN-ONE-KEYWORD.
004430     IF LS-PARM-TEXT(DL1-PARM-SCAN-SUB:8) = 'OVERRIDE'
004440         MOVE 'Y' TO DL1-OVERRIDE-SW
004450     END-IF.
004460 1055-EXIT.
004470     EXIT.
004480
004490*****************************************************************
004500* 1070-CHECK-RUN-CONTROL - THE BUSINESS DATE COMES FROM THE
004510*                          RUN-CONTROL POINTER RECORD (SYSTEM
004520*                          CLOCK ONLY WHEN NO POINTER EXISTS
004530*                          YET), AS ON DL100M.
004540*****************************************************************
004550 1070-CHECK-RUN-CONTROL.
004560     OPEN I-O RUN-CTL.
004570*    A FRESHLY DEFINED (NEVER LOADED) CLUSTER FAILS ITS FIRST
004580*    I-O OPEN WITH STATUS 35 - PRIME IT AND REOPEN.
004590     IF DL1-RUNCTL-STATUS = '35'
004600         OPEN OUTPUT RUN-CTL
004610         CLOSE RUN-CTL
004620         OPEN I-O RUN-CTL
004630     END-IF.
004640     IF DL1-RUNCTL-STATUS NOT = '00' AND
004650        DL1-RUNCTL-STATUS NOT = '97'
004660         MOVE 'RUNCTL' TO DL1-ABEND-DDNAME
004670         MOVE DL1-RUNCTL-STATUS TO DL1-ABEND-STATUS
004680         PERFORM 9100-ABEND-ON-FILE-ERROR THRU 9100-EXIT
004690     END-IF.
004700     MOVE '00000000' TO RCT-BUS-DATE.
004710     READ RUN-CTL
004720         INVALID KEY
004730             DISPLAY 'DL190M - NO RUN-CONTROL POINTER - '
004740                 'USING SYSTEM DATE'
004750             ACCEPT DL1-RUN-DATE FROM DATE YYYYMMDD
004760         NOT INVALID KEY
004770             MOVE RCT-NEXT-DATE TO DL1-RUN-DATE
004780     END-READ.
004790     MOVE DL1-RUN-DATE TO DL1-BUS-DATE-X.
004800     MOVE DL1-RUN-MM  TO DL1-RUN-DATE-X(1:2).
004810     MOVE '/'         TO DL1-RUN-DATE-X(3:1).
004820     MOVE DL1-RUN-DD  TO DL1-RUN-DATE-X(4:2).
004830     MOVE '/'         TO DL1-RUN-DATE-X(6:1).
004840     MOVE DL1-RUN-YYYY TO DL1-RUN-DATE-X(7:4).
004850     ACCEPT DL1-RUN-TIME FROM TIME.
004860     STRING DL1-RUN-DATE-X     DELIMITED BY SIZE
004870            DL1-RUN-TIME(1:6)  DELIMITED BY SIZE
004880         INTO DL1-RUN-TIMESTAMP-X.
004890 1070-EXIT.
004900     EXIT.
004910
004920*****************************************************************
004930* 1072-START-BUS-DATE - OPEN THE BUSINESS DATE UNDER RUN
004940*                       CONTROL (CREATE OR CHECK ITS RUN RECORD,
004950*                       MARK IT IN FLIGHT).  THE PARTITIONS ONLY
004960*                       CHECKED IT; THE DATE IS IN FLIGHT FROM
004970*                       HERE TO THE END OF THE COMBINE.
004980*****************************************************************
004990 1072-START-BUS-DATE.
005000     MOVE DL1-BUS-DATE-X TO RCT-BUS-DATE.
005010     READ RUN-CTL
005020         INVALID KEY
005030             PERFORM 1075-ADD-RUN-RECORD THRU 1075-EXIT
005040         NOT INVALID KEY
005050             PERFORM 1078-CHECK-PRIOR-RUN THRU 1078-EXIT
005060     END-READ.
005070 1072-EXIT.
005080     EXIT.
005090
005100 1075-ADD-RUN-RECORD.
005110     MOVE SPACES TO RCT-RECORD.
005120     MOVE DL1-BUS-DATE-X TO RCT-BUS-DATE.
005130     MOVE 'I' TO RCT-RUN-STATUS.
005140     MOVE DL1-RUN-TIMESTAMP-X TO RCT-START-TS.
005150     MOVE 001 TO RCT-RUN-COUNT.
005160     MOVE ZERO TO RCT-NEXT-DATE.
005170     WRITE RCT-RECORD
005180         INVALID KEY
005190             MOVE 'RUNCTL' TO DL1-ABEND-DDNAME
005200             MOVE DL1-RUNCTL-STATUS TO DL1-ABEND-STATUS
005210             PERFORM 9100-ABEND-ON-FILE-ERROR THRU 9100-EXIT
005220     END-WRITE.
005230 1075-EXIT.
005240     EXIT.
005250
005260*****************************************************************
005270* 1078-CHECK-PRIOR-RUN - THE BUSINESS DATE ALREADY HAS A RUN
005280*                        RECORD: A COMPLETED OR IN-FLIGHT DATE
005290*                        STOPS HERE RC=12 UNLESS THE OPERATOR
005300*                        SAID OVERRIDE, WHICH ALSO PURGES THE
005310*                        DATE'S REVIEW ITEMS SO THE FILE SHOWS
005320*                        ONLY WHAT THIS COMBINE LANDS.  A RESET
005330*                        DATE IS ACCEPTED AS IT STANDS.
005340*****************************************************************
005350 1078-CHECK-PRIOR-RUN.
005360     IF NOT DL1-OVERRIDE-REQUESTED
005370        AND NOT RCT-STATUS-RESET
005380         IF RCT-STATUS-COMPLETE
005390             DISPLAY 'DL190M - RUN ALREADY COMPLETE FOR '
005400                 DL1-BUS-DATE-X ' (' RCT-COMPLETION-CODE
005410                 ') - USE OVERRIDE TO RERUN'
005420         ELSE
005430             DISPLAY 'DL190M - PRIOR RUN FOR ' DL1-BUS-DATE-X
005440                 ' STILL IN FLIGHT (ABEND?) - '
005450                 'USE OVERRIDE TO RERUN'
005460         END-IF
005470         MOVE 12 TO RETURN-CODE
005472         MOVE 'REFUSED' TO DL1-EVT-CODE
005474         MOVE 'BUSINESS DATE ALREADY RUN OR IN FLIGHT'
005476             TO DL1-EVT-TEXT
005478         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
005480         STOP RUN
005490     END-IF.
005500     IF DL1-OVERRIDE-REQUESTED
005510         MOVE 'Y' TO DL1-PURGE-REVIEW-SW
005520     END-IF.
005530     MOVE 'I' TO RCT-RUN-STATUS.
005540     MOVE DL1-RUN-TIMESTAMP-X TO RCT-START-TS.
005550     MOVE SPACES TO RCT-END-TS.
005560     ADD 1 TO RCT-RUN-COUNT.
005570     REWRITE RCT-RECORD
005580         INVALID KEY
005590             MOVE 'RUNCTL' TO DL1-ABEND-DDNAME
005600             MOVE DL1-RUNCTL-STATUS TO DL1-ABEND-STATUS
005610             PERFORM 9100-ABEND-ON-FILE-ERROR THRU 9100-EXIT
005620     END-REWRITE.
005630 1078-EXIT.
005640     EXIT.
005650
005660*****************************************************************
005670* 1090-PURGE-REVIEW-ITEMS - AN OVERRIDE RERUN REPLACES THE WHOLE
005680*                           BUSINESS DATE, SO THE DATE'S
005690*                           EXISTING REVIEW ITEMS COME OFF FIRST.
005700*****************************************************************
005710 1090-PURGE-REVIEW-ITEMS.
005720     MOVE 'N' TO DL1-REVIEW-EOF-SW.
005730     MOVE DL1-BUS-DATE-X TO RVW-BUS-DATE.
005740     MOVE LOW-VALUES TO RVW-ITEM-TYPE.
005750     MOVE ZERO TO RVW-ITEM-SEQ.
005760     START REVIEW-FILE KEY NOT < RVW-KEY
005770         INVALID KEY
005780             MOVE 'Y' TO DL1-REVIEW-EOF-SW
005790     END-START.
005800     PERFORM 1095-DELETE-ONE-ITEM THRU 1095-EXIT
005810         UNTIL DL1-REVIEW-EOF-YES.
005820 1090-EXIT.
005830     EXIT.
005840
005850 1095-DELETE-ONE-ITEM.
005860     READ REVIEW-FILE NEXT RECORD
005870         AT END
005880             MOVE 'Y' TO DL1-REVIEW-EOF-SW
005890         NOT AT END
005900             IF RVW-BUS-DATE NOT = DL1-BUS-DATE-X
005910                 MOVE 'Y' TO DL1-REVIEW-EOF-SW
005920             ELSE
005930                 DELETE REVIEW-FILE RECORD
005940             END-IF
005950     END-READ.
005960 1095-EXIT.
005970     EXIT.
005980
005990*****************************************************************
006000* 1100-LOAD-PART-CONTROLS - READ THE PARTITION CONTROL RECORDS
006010*                           (CONCATENATED IN PARTITION ORDER)
006020*                           AND SUM THEM.  EVERY ONE MUST BE FOR
006030*                           THE RUN-CONTROL BUSINESS DATE AND
006040*                           THE PARTITION NUMBERS MUST ASCEND -
006050*                           A STALE GENERATION OR A PARTITION
006060*                           CONCATENATED TWICE OR OUT OF ORDER
006070*                           WOULD OTHERWISE BE COMBINED.
006080*****************************************************************
006090 1100-LOAD-PART-CONTROLS.
006100     OPEN INPUT PART-CTL.
006110     IF DL1-PARTCTL-STATUS NOT = '00'
006120         MOVE 'PARTCTL' TO DL1-ABEND-DDNAME
006130         MOVE DL1-PARTCTL-STATUS TO DL1-ABEND-STATUS
006140         PERFORM 9100-ABEND-ON-FILE-ERROR THRU 9100-EXIT
006150     END-IF.
006160     MOVE ZERO TO DL1-QP-TABLE.
006170     PERFORM 1110-READ-PART-CONTROL THRU 1110-EXIT.
006180     PERFORM 1120-ADD-PART-CONTROL THRU 1120-EXIT
006190         UNTIL DL1-PCT-EOF-YES OR DL1-PCT-BAD.
006200     CLOSE PART-CTL.
006210     IF DL1-PART-COUNT = 0 AND NOT DL1-PCT-BAD
006220         DISPLAY 'DL190M - NO PARTITION CONTROL RECORDS ON '
006230             'PARTCTL'
006240         MOVE 'Y' TO DL1-PCT-BAD-SW
006250     END-IF.
006260     IF DL1-PCT-BAD
006270         DISPLAY 'DL190M - PARTITION SET REFUSED FOR '
006280             DL1-BUS-DATE-X ' - NOTHING COMBINED'
006290         MOVE 12 TO RETURN-CODE
006292         MOVE 'REFUSED' TO DL1-EVT-CODE
006294         MOVE 'PARTITION SET DOES NOT BELONG TOGETHER'
006296             TO DL1-EVT-TEXT
006298         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
006300         STOP RUN
006310     END-IF.
006320     DISPLAY 'DL190M - PARTITIONS COMBINED: ' DL1-PART-COUNT.
006330 1100-EXIT.
006340     EXIT.
006350
006360 1110-READ-PART-CONTROL.
006370     READ PART-CTL
006380         AT END
006390             MOVE 'Y' TO DL1-PCT-EOF-SW
006400     END-READ.
006410 1110-EXIT.
006420     EXIT.
006430
006440 1120-ADD-PART-CONTROL.
006450     IF PCT-BUS-DATE NOT = DL1-BUS-DATE-X
006460         DISPLAY 'DL190M - PARTITION ' PCT-PARTITION-NUM
006470             ' IS FOR ' PCT-BUS-DATE ', NOT ' DL1-BUS-DATE-X
006480         MOVE 'Y' TO DL1-PCT-BAD-SW
006490         GO TO 1120-EXIT
006500     END-IF.
006510     IF PCT-PARTITION-NUM NOT > DL1-LAST-PART-NUM
006520         DISPLAY 'DL190M - PARTITION ' PCT-PARTITION-NUM
006530             ' OUT OF ORDER OR REPEATED ON PARTCTL'
006540         MOVE 'Y' TO DL1-PCT-BAD-SW
006550         GO TO 1120-EXIT
006560     END-IF.
006570     MOVE PCT-PARTITION-NUM TO DL1-LAST-PART-NUM.
006580     ADD 1 TO DL1-PART-COUNT.
006590     IF DL1-PART-COUNT = 1
006600         MOVE PCT-CTL-RECORDS TO DL1-FIRST-CTL-RECORDS
006610         MOVE PCT-TRL-COUNT TO DL1-CTL-EXPECTED-COUNT
006620         MOVE PCT-TRL-HASH  TO DL1-CTL-EXPECTED-HASH
006630     END-IF.
006640     IF PCT-RESTARTED
006650         MOVE 'Y' TO DL1-ANY-RESTART-SW
006660     END-IF.
006670     IF NOT PCT-TRAILER-SEEN
006680         MOVE 'Y' TO DL1-TRAILER-MISSING-SW
006690         DISPLAY 'DL190M - PARTITION ' PCT-PARTITION-NUM
006700             ' SAW NO CONTROL TRAILER'
006710     ELSE
006720         IF PCT-TRL-COUNT NOT = DL1-CTL-EXPECTED-COUNT
006730            OR PCT-TRL-HASH NOT = DL1-CTL-EXPECTED-HASH
006740             MOVE 'Y' TO DL1-TRAILER-DIFFERS-SW
006750             DISPLAY 'DL190M - PARTITION ' PCT-PARTITION-NUM
006760                 ' CARRIES A DIFFERENT CONTROL TRAILER'
006770         END-IF
006780     END-IF.
006790     ADD PCT-RECORDS-READ    TO DL1-SUM-RECORDS-READ.
006800     ADD PCT-CTL-RECORDS     TO DL1-SUM-CTL-RECORDS.
006810     ADD PCT-DATA-RECORDS    TO DL1-SUM-DATA-RECORDS.
006820     ADD PCT-HASH-TOTAL      TO DL1-SUM-HASH-TOTAL.
006830     ADD PCT-EXTRACTS-CUT    TO DL1-SUM-EXTRACTS-CUT.
006840     ADD PCT-DELETES-PASSED  TO DL1-SUM-DELETES-PASSED.
006850     ADD PCT-REJECTS-WRITTEN TO DL1-SUM-REJECTS-WRITTEN.
006860     ADD PCT-EXCEPTIONS      TO DL1-SUM-EXCEPTIONS.
006870     ADD PCT-MISMATCHES      TO DL1-SUM-MISMATCHES.
006880     PERFORM 1125-ADD-ONE-PROFILE THRU 1125-EXIT
006890         VARYING DL1-AREA-IDX FROM 1 BY 1
006900         UNTIL DL1-AREA-IDX > DL1-MAX-AREAS.
006910     PERFORM 1110-READ-PART-CONTROL THRU 1110-EXIT.
006920 1120-EXIT.
006930     EXIT.
006940
006950 1125-ADD-ONE-PROFILE.
006960     ADD PCT-QP-UNPRINT(DL1-AREA-IDX)
006970         TO DL1-QP-UNPRINT(DL1-AREA-IDX).
006980     ADD PCT-QP-ALLSPACE(DL1-AREA-IDX)
006990         TO DL1-QP-ALLSPACE(DL1-AREA-IDX).
007000     ADD PCT-QP-LENDIS(DL1-AREA-IDX)
007010         TO DL1-QP-LENDIS(DL1-AREA-IDX).
007020 1125-EXIT.
007030     EXIT.
007040
007050*****************************************************************
007060* 2000-COPY-EXTRACTS - THE PARTITION EXTRACTS, CONCATENATED IN
007070*                      PARTITION ORDER, ARE ALREADY ONE KEY
007080*                      SEQUENCE - COPY THEM ACROSS AS THEY ARE,
007090*                      EACH RECORD AT ITS OWN LENGTH.
007100*****************************************************************
007110 2000-COPY-EXTRACTS.
007120     OPEN INPUT XTRACT-IN.
007130     IF DL1-XTRACIN-STATUS NOT = '00'
007140         MOVE 'XTRACIN' TO DL1-ABEND-DDNAME
007150         MOVE DL1-XTRACIN-STATUS TO DL1-ABEND-STATUS
007160         PERFORM 9100-ABEND-ON-FILE-ERROR THRU 9100-EXIT
007170     END-IF.
007180     MOVE 'N' TO DL1-COPY-EOF-SW.
007190     PERFORM 2010-COPY-ONE-EXTRACT THRU 2010-EXIT
007200         UNTIL DL1-COPY-EOF-YES.
007210     CLOSE XTRACT-IN.
007220 2000-EXIT.
007230     EXIT.
007240
007250 2010-COPY-ONE-EXTRACT.
007260     READ XTRACT-IN
007270         AT END
007280             MOVE 'Y' TO DL1-COPY-EOF-SW
007290             GO TO 2010-EXIT
007300     END-READ.
007310     WRITE XTO-RECORD FROM XTI-RECORD.
007320     IF DL1-XTRACT-STATUS NOT = '00'
007330         MOVE 'XTRACOUT' TO DL1-ABEND-DDNAME
007340         MOVE DL1-XTRACT-STATUS TO DL1-ABEND-STATUS
007350         PERFORM 9100-ABEND-ON-FILE-ERROR THRU 9100-EXIT
007360     END-IF.
007370     ADD 1 TO DL1-XTRACTS-COPIED.
007380 2010-EXIT.
007390     EXIT.
007400
007410*****************************************************************
007420* 3000-COPY-REJECTS - SAME FOR THE PARTITION REJECT FILES.
007430*****************************************************************
007440 3000-COPY-REJECTS.
007450     OPEN INPUT REJECT-IN.
007460     IF DL1-REJCTIN-STATUS NOT = '00'
007470         MOVE 'REJCTIN' TO DL1-ABEND-DDNAME
007480         MOVE DL1-REJCTIN-STATUS TO DL1-ABEND-STATUS
007490         PERFORM 9100-ABEND-ON-FILE-ERROR THRU 9100-EXIT
007500     END-IF.
007510     MOVE 'N' TO DL1-COPY-EOF-SW.
007520     PERFORM 3010-COPY-ONE-REJECT THRU 3010-EXIT
007530         UNTIL DL1-COPY-EOF-YES.
007540     CLOSE REJECT-IN.
007550 3000-EXIT.
007560     EXIT.
007570
007580 3010-COPY-ONE-REJECT.
007590     READ REJECT-IN
007600         AT END
007610             MOVE 'Y' TO DL1-COPY-EOF-SW
007620             GO TO 3010-EXIT
007630     END-READ.
007640     WRITE RJO-RECORD FROM RJN-RECORD.
007650     IF DL1-REJECT-STATUS NOT = '00'
007660         MOVE 'REJCTOUT' TO DL1-ABEND-DDNAME
007670         MOVE DL1-REJECT-STATUS TO DL1-ABEND-STATUS
007680         PERFORM 9100-ABEND-ON-FILE-ERROR THRU 9100-EXIT
007690     END-IF.
007700     ADD 1 TO DL1-REJECTS-COPIED.
007710 3010-EXIT.
007720     EXIT.
007730
007740*****************************************************************
007750* 4000-REBUILD-REPORT - RUN THE PARTITIONS' MERGE REPORT DETAIL
007760*                       LINES TOGETHER UNDER ONE SET OF DL100M
007770*                       PAGE HEADINGS; THE PARTITIONS' OWN
007780*                       HEADINGS ARE DROPPED.
007790*****************************************************************
007800 4000-REBUILD-REPORT.
007810     OPEN INPUT REPORT-IN.
007820     IF DL1-REPTIN-STATUS NOT = '00'
007830         MOVE 'REPTIN' TO DL1-ABEND-DDNAME
007840         MOVE DL1-REPTIN-STATUS TO DL1-ABEND-STATUS
007850         PERFORM 9100-ABEND-ON-FILE-ERROR THRU 9100-EXIT
007860     END-IF.
007870     MOVE 'N' TO DL1-COPY-EOF-SW.
007880     PERFORM 4010-COPY-ONE-LINE THRU 4010-EXIT
007890         UNTIL DL1-COPY-EOF-YES.
007900     CLOSE REPORT-IN.
007910 4000-EXIT.
007920     EXIT.
007930
007940 4010-COPY-ONE-LINE.
007950     READ REPORT-IN
007960         AT END
007970             MOVE 'Y' TO DL1-COPY-EOF-SW
007980             GO TO 4010-EXIT
007990     END-READ.
008000     IF RPI-RECORD(1:8) = 'DL100M -'
008010         GO TO 4010-EXIT
008020     END-IF.
008030     IF DL1-LINE-COUNT = 0 OR DL1-LINE-COUNT >= DL1-LINES-PER-PAGE
008040         PERFORM 4100-PRINT-HEADING THRU 4100-EXIT
008050     END-IF.
008060     MOVE RPI-RECORD TO RPT-DETAIL-LINE.
008070     WRITE RPT-DETAIL-LINE.
008080     IF DL1-REPORT-STATUS NOT = '00'
008090         MOVE 'REPTOUT' TO DL1-ABEND-DDNAME
008100         MOVE DL1-REPORT-STATUS TO DL1-ABEND-STATUS
008110         PERFORM 9100-ABEND-ON-FILE-ERROR THRU 9100-EXIT
008120     END-IF.
008130     ADD 1 TO DL1-LINE-COUNT.
008140 4010-EXIT.
008150     EXIT.
008160
008170 4100-PRINT-HEADING.
008180     ADD 1 TO DL1-PAGE-NUMBER.
008190     MOVE SPACES          TO RPT-HEADER-LINE.
008200     MOVE 'DL100M -'      TO RPT-HEADER-LINE(1:8).
008210     MOVE 'TRANSACTION MERGE AREA REPORT' TO RPT-HDR-TITLE.
008220     MOVE 'RUN DATE:'     TO RPT-HEADER-LINE(45:9).
008230     MOVE DL1-RUN-DATE-X  TO RPT-HDR-DATE.
008240     MOVE 'PAGE:'         TO RPT-HEADER-LINE(69:5).
008250     MOVE DL1-PAGE-NUMBER TO RPT-HDR-PAGE.
008260     WRITE RPT-HEADER-LINE.
008270     MOVE ZERO TO DL1-LINE-COUNT.
008280 4100-EXIT.
008290     EXIT.
008300
008310*****************************************************************
008320* 5000-COPY-EXCEPTIONS - THE EXCEPTION REPORT HAS NO HEADINGS OR
008330*                        TOTALS - THE PARTITIONS' LINES FOLLOW
008340*                        ONE ANOTHER IN KEY ORDER AS THEY ARE.
008350*****************************************************************
008360 5000-COPY-EXCEPTIONS.
008370     OPEN INPUT EXCEPT-IN.
008380     IF DL1-EXCPTIN-STATUS NOT = '00'
008390         MOVE 'EXCPTIN' TO DL1-ABEND-DDNAME
008400         MOVE DL1-EXCPTIN-STATUS TO DL1-ABEND-STATUS
008410         PERFORM 9100-ABEND-ON-FILE-ERROR THRU 9100-EXIT
008420     END-IF.
008430     MOVE 'N' TO DL1-COPY-EOF-SW.
008440     PERFORM 5010-COPY-ONE-EXCEPTION THRU 5010-EXIT
008450         UNTIL DL1-COPY-EOF-YES.
008460     CLOSE EXCEPT-IN.
008470 5000-EXIT.
008480     EXIT.
008490
008500 5010-COPY-ONE-EXCEPTION.
008510     READ EXCEPT-IN
008520         AT END
008530             MOVE 'Y' TO DL1-COPY-EOF-SW
008540             GO TO 5010-EXIT
008550     END-READ.
008560     WRITE EXC-LINE FROM EXI-RECORD.
008570     ADD 1 TO DL1-EXC-LINES-COPIED.
008580 5010-EXIT.
008590     EXIT.
008600
008610*****************************************************************
008620* 5500-COPY-BREAKS - THE BREAK DETAIL LINES COME ACROSS AS THEY
008630*                    ARE; EACH PARTITION'S MISMATCH SUMMARY LINE
008640*                    IS DROPPED AND ONE SUMMARY FOR THE WHOLE RUN
008650*                    IS WRITTEN AT THE END.
008660*****************************************************************
008670 5500-COPY-BREAKS.
008680     OPEN INPUT BREAK-IN.
008690     IF DL1-BREAKIN-STATUS NOT = '00'
008700         MOVE 'BREAKIN' TO DL1-ABEND-DDNAME
008710         MOVE DL1-BREAKIN-STATUS TO DL1-ABEND-STATUS
008720         PERFORM 9100-ABEND-ON-FILE-ERROR THRU 9100-EXIT
008730     END-IF.
008740     MOVE 'N' TO DL1-COPY-EOF-SW.
008750     PERFORM 5510-COPY-ONE-BREAK THRU 5510-EXIT
008760         UNTIL DL1-COPY-EOF-YES.
008770     CLOSE BREAK-IN.
008780*    THE FD VALUE ON THE LABEL IS DOCUMENTATION ONLY - BUILD
008790*    THE SUMMARY LINE EXPLICITLY.
008800     MOVE SPACES TO BRK-SUMMARY-LINE.
008810     MOVE 'TOTAL MISMATCHES THIS RUN:' TO BRK-SUM-LABEL.
008820     MOVE DL1-SUM-MISMATCHES TO BRK-SUM-COUNT.
008830     WRITE BRK-SUMMARY-LINE.
008840 5500-EXIT.
008850     EXIT.
008860
008870 5510-COPY-ONE-BREAK.
008880     READ BREAK-IN
008890         AT END
008900             MOVE 'Y' TO DL1-COPY-EOF-SW
008910             GO TO 5510-EXIT
008920     END-READ.
008930     IF BKI-RECORD(1:26) = DL1-BRK-SUM-LABEL
008940         GO TO 5510-EXIT
008950     END-IF.
008960     MOVE BKI-RECORD TO BRK-DETAIL-LINE.
008970     WRITE BRK-DETAIL-LINE.
008980     ADD 1 TO DL1-BRK-LINES-COPIED.
008990 5510-EXIT.
009000     EXIT.
009010
009020*****************************************************************
009030* 6000-LAND-REVIEW-ITEMS - THE PARTITIONS' STAGED REVIEW ITEMS
009040*                          GO ONTO THE KEYED REVIEW FILE
009050*                          NUMBERED BY TYPE ACROSS ALL THE
009060*                          PARTITIONS IN KEY ORDER, AS ONE RUN
009070*                          WOULD HAVE NUMBERED THEM.
009080*****************************************************************
009090 6000-LAND-REVIEW-ITEMS.
009100     OPEN INPUT RVW-STAGE.
009110     IF DL1-RVWIN-STATUS NOT = '00'
009120         MOVE 'RVWIN' TO DL1-ABEND-DDNAME
009130         MOVE DL1-RVWIN-STATUS TO DL1-ABEND-STATUS
009140         PERFORM 9100-ABEND-ON-FILE-ERROR THRU 9100-EXIT
009150     END-IF.
009160     MOVE 'N' TO DL1-COPY-EOF-SW.
009170     PERFORM 6010-LAND-ONE-ITEM THRU 6010-EXIT
009180         UNTIL DL1-COPY-EOF-YES.
009190     CLOSE RVW-STAGE.
009200 6000-EXIT.
009210     EXIT.
009220
009230 6010-LAND-ONE-ITEM.
009240     READ RVW-STAGE INTO RVW-RECORD
009250         AT END
009260             MOVE 'Y' TO DL1-COPY-EOF-SW
009270             GO TO 6010-EXIT
009280     END-READ.
009290     MOVE DL1-BUS-DATE-X TO RVW-BUS-DATE.
009300     IF RVW-TYPE-EXCEPTION
009310         ADD 1 TO DL1-EXC-SEQ
009320         MOVE DL1-EXC-SEQ TO RVW-ITEM-SEQ
009330     ELSE
009340         ADD 1 TO DL1-BRK-SEQ
009350         MOVE DL1-BRK-SEQ TO RVW-ITEM-SEQ
009360     END-IF.
009370     WRITE RVW-RECORD
009380         INVALID KEY
009390             REWRITE RVW-RECORD
009400                 INVALID KEY
009410                     MOVE 'REVWFILE' TO DL1-ABEND-DDNAME
009420                     MOVE DL1-REVIEW-STATUS TO DL1-ABEND-STATUS
009430                     PERFORM 9100-ABEND-ON-FILE-ERROR
009440                         THRU 9100-EXIT
009450             END-REWRITE
009460     END-WRITE.
009470     ADD 1 TO DL1-RVW-LANDED.
009480 6010-EXIT.
009490     EXIT.
009500
009510*****************************************************************
009520* 6500-LAND-REJECT-INV - THE PARTITIONS' STAGED REJECT-INVENTORY
009530*                        POSTINGS GO ONTO THE KEYED INVENTORY; AN
009540*                        ID AND DATE ALREADY THERE IS BUMPED BY
009550*                        THE STAGED COUNT, AS DL100M BUMPS A
009560*                        RE-REJECT.
009570*****************************************************************
009580 6500-LAND-REJECT-INV.
009590     OPEN INPUT RJI-STAGE.
009600     IF DL1-RJIIN-STATUS NOT = '00'
009610         MOVE 'RJIIN' TO DL1-ABEND-DDNAME
009620         MOVE DL1-RJIIN-STATUS TO DL1-ABEND-STATUS
009630         PERFORM 9100-ABEND-ON-FILE-ERROR THRU 9100-EXIT
009640     END-IF.
009650     MOVE 'N' TO DL1-COPY-EOF-SW.
009660     PERFORM 6510-POST-ONE-REJECT THRU 6510-EXIT
009670         UNTIL DL1-COPY-EOF-YES.
009680     CLOSE RJI-STAGE.
009690 6500-EXIT.
009700     EXIT.
009710
009720 6510-POST-ONE-REJECT.
009730     READ RJI-STAGE INTO DL1-RJI-HOLD
009740         AT END
009750             MOVE 'Y' TO DL1-COPY-EOF-SW
009760             GO TO 6510-EXIT
009770     END-READ.
009780     MOVE DL1-RJI-HOLD TO RJI-RECORD.
009790     WRITE RJI-RECORD
009800         INVALID KEY
009810             PERFORM 6520-BUMP-REJECT-INV THRU 6520-EXIT
009820         NOT INVALID KEY
009830             ADD 1 TO DL1-INV-POSTED
009840     END-WRITE.
009850 6510-EXIT.
009860     EXIT.
009870
009880 6520-BUMP-REJECT-INV.
009890     MOVE DL1-RJH-KEY TO RJI-KEY.
009900     READ REJINV-FILE
009910         INVALID KEY
009920             MOVE 'REJINV' TO DL1-ABEND-DDNAME
009930             MOVE DL1-REJINV-STATUS TO DL1-ABEND-STATUS
009940             PERFORM 9100-ABEND-ON-FILE-ERROR THRU 9100-EXIT
009950     END-READ.
009960     ADD DL1-RJH-REJECT-COUNT TO RJI-REJECT-COUNT.
009970     MOVE DL1-RJH-REJECT-TS TO RJI-REJECT-TS.
009980     REWRITE RJI-RECORD
009990         INVALID KEY
010000             MOVE 'REJINV' TO DL1-ABEND-DDNAME
010010             MOVE DL1-REJINV-STATUS TO DL1-ABEND-STATUS
010020             PERFORM 9100-ABEND-ON-FILE-ERROR THRU 9100-EXIT
010030     END-REWRITE.
010040     ADD 1 TO DL1-INV-POSTED.
010050 6520-EXIT.
010060     EXIT.
010070
010080*****************************************************************
010081* 6800-PASS-PART-EVENTS - THE PARTITIONS' MONITORING EVENTS,
010082*                         CONCATENATED ON EVENTPIN, ARE APPENDED
010083*                         TO THE SHARED EVENT FILE SO THE
010084*                         FORWARDER SEES THEM.  A FAILURE HERE
010085*                         DOES NOT STOP THE COMBINE, BUT IT IS
010086*                         NOTED SO THE STEP ENDS RC=12 (SEE 6890).
010087*****************************************************************
010088 6800-PASS-PART-EVENTS.
010089     OPEN INPUT PART-EVENTS.
010090     IF DL1-PARTEVT-STATUS NOT = '00'
010091         DISPLAY 'DL190M - PARTITION EVENTS NOT PASSED ON - '
010092             'EVENTPIN FILE STATUS ' DL1-PARTEVT-STATUS
010093         MOVE 'Y' TO DL1-EVTPASS-SW
010094         GO TO 6800-EXIT
010095     END-IF.
010096     OPEN OUTPUT EVENT-FILE.
010097     IF DL1-EVENT-STATUS NOT = '00'
010098         DISPLAY 'DL190M - PARTITION EVENTS NOT PASSED ON - '
010099             'EVENTOUT FILE STATUS ' DL1-EVENT-STATUS
010100         MOVE 'Y' TO DL1-EVTPASS-SW
010101         CLOSE PART-EVENTS
010102         GO TO 6800-EXIT
010103     END-IF.
010104     MOVE 'N' TO DL1-COPY-EOF-SW.
010105     PERFORM 6810-PASS-ONE-EVENT THRU 6810-EXIT
010106         UNTIL DL1-COPY-EOF-YES.
010107     CLOSE PART-EVENTS.
010108     CLOSE EVENT-FILE.
010109     DISPLAY 'DL190M - PARTITION EVENTS PASSED ON '
010110         DL1-EVENTS-PASSED.
010111 6800-EXIT.
010112     EXIT.
010113
010114 6810-PASS-ONE-EVENT.
010115     READ PART-EVENTS
010116         AT END
010117             MOVE 'Y' TO DL1-COPY-EOF-SW
010118             GO TO 6810-EXIT
010119     END-READ.
010120     WRITE EVT-RECORD FROM PEV-RECORD.
010121     IF DL1-EVENT-STATUS NOT = '00'
010122         DISPLAY 'DL190M - PARTITION EVENT NOT PASSED ON - '
010123             'EVENTOUT FILE STATUS ' DL1-EVENT-STATUS
010124         MOVE 'Y' TO DL1-COPY-EOF-SW
010125         MOVE 'Y' TO DL1-EVTPASS-SW
010126         GO TO 6810-EXIT
010127     END-IF.
010128     ADD 1 TO DL1-EVENTS-PASSED.
010129 6810-EXIT.
010130     EXIT.
010131*****************************************************************
010132* 6890-HOLD-PART-EVENTS - THE PARTITION EVENTS DID NOT ALL GET
010133*                         ACROSS.  THE DATE IS FINISHED BY NOW, SO
010134*                         ANY CONDITION THE RUN RAISED IS WRITTEN
010135*                         FIRST; THEN THE STEP ENDS RC=12, WHICH
010136*                         BYPASSES THE JCL STEPS THAT EMPTY THE
010137*                         PARTITION EVENT FILES.  THE NEXT COMBINE
010138*                         PASSES THEM ON WITH ITS OWN.  SET HERE,
010139*                         NOT IN 6800, BECAUSE THE BALANCE IN 9000
010140*                         MAY STILL SET ITS OWN RETURN CODE.
010141*****************************************************************
010142 6890-HOLD-PART-EVENTS.
010143     IF RETURN-CODE > 0
010144         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
010145     END-IF.
010146     DISPLAY 'DL190M - PARTITION EVENT FILES KEPT - ENDING RC=12'.
010147     MOVE 12 TO RETURN-CODE.
010148     MOVE 'EVTPASS' TO DL1-EVT-CODE.
010149     MOVE DL1-EVENTS-PASSED TO DL1-EVT-COUNT-1.
010150     MOVE 'PARTITION EVENTS NOT PASSED ON - KEPT'
010151         TO DL1-EVT-TEXT.
010152 6890-EXIT.
010153     EXIT.
010154
010155*****************************************************************
010156* 9000-TERMINATE - BALANCE, THEN FINISH THE DATE EXACTLY AS A
010157*                  SERIAL DL100M RUN DOES: AUDIT TRAILER,
010158*                  QUALITY PROFILE, RUN-CONTROL COMPLETION AND
010159*                  STEP TRAILER.
010160*****************************************************************
010161 9000-TERMINATE.
010162     PERFORM 9050-BALANCE-CONTROLS THRU 9050-EXIT.
010163     PERFORM 9040-WRITE-AUDIT-TRAILER THRU 9040-EXIT.
010170     PERFORM 9060-WRITE-QUALITY-PROFILE THRU 9060-EXIT.
010180     CLOSE XTRACT-FILE.
010190     CLOSE REJECT-FILE.
010200     CLOSE REPORT-OUT.
010210     CLOSE EXCEPT-RPT.
010220     CLOSE BREAK-RPT.
010230     CLOSE QUALITY-RPT.
010240     CLOSE AUDIT-FILE.
010250     CLOSE REVIEW-FILE.
010260     CLOSE REJINV-FILE.
010270     PERFORM 9070-MARK-RUN-COMPLETE THRU 9070-EXIT.
010280     PERFORM 9080-WRITE-STEP-TRAILER THRU 9080-EXIT.
010290     CLOSE RUN-CTL.
010300     DISPLAY 'DL190M - EXTRACTS COPIED:   ' DL1-XTRACTS-COPIED.
010310     DISPLAY 'DL190M - REJECTS COPIED:    ' DL1-REJECTS-COPIED.
010320     DISPLAY 'DL190M - EXCEPTIONS LOGGED: ' DL1-SUM-EXCEPTIONS.
010330     DISPLAY 'DL190M - MISMATCHES LOGGED: ' DL1-SUM-MISMATCHES.
010340     DISPLAY 'DL190M - DELETES PASSED:    '
010350         DL1-SUM-DELETES-PASSED.
010360     DISPLAY 'DL190M - REVIEW ITEMS:      ' DL1-RVW-LANDED.
010370     DISPLAY 'DL190M - REJ INV POSTED:    ' DL1-INV-POSTED.
010380     DISPLAY 'DL190M - COMPLETION CODE:   ' DL1-COMPLETION-CODE.
010390 9000-EXIT.
010400     EXIT.
010410
010420*****************************************************************
010430* 9040-WRITE-AUDIT-TRAILER - ONE AUDIT TRAILER FOR THE WHOLE
010440*                            RUN.  EVERY PARTITION READ ITS OWN
010450*                            COPY OF THE HEADER AND TRAILER, SO
010460*                            ALL BUT THE FIRST PARTITION'S COPIES
010470*                            COME BACK OUT OF RECORDS READ.
010480*****************************************************************
010490 9040-WRITE-AUDIT-TRAILER.
010500     MOVE DL1-RUN-TIMESTAMP-X TO AUD-RUN-TIMESTAMP.
010510     COMPUTE AUD-RECORDS-READ =
010520         DL1-SUM-RECORDS-READ - DL1-SUM-CTL-RECORDS
010530         + DL1-FIRST-CTL-RECORDS.
010540     MOVE AUD-RECORDS-READ    TO AUD-FINAL-INDEX.
010550     MOVE DL1-SUM-EXCEPTIONS  TO AUD-EXCEPTION-COUNT.
010560     MOVE DL1-SUM-MISMATCHES  TO AUD-MISMATCH-COUNT.
010570     IF DL1-CONTROL-OUT-OF-BAL
010580         MOVE 'CC08' TO DL1-COMPLETION-CODE
010590         MOVE 08 TO RETURN-CODE
010591         MOVE 'OUTBAL' TO DL1-EVT-CODE
010592         MOVE DL1-CTL-EXPECTED-COUNT TO DL1-EVT-COUNT-1
010593         MOVE DL1-SUM-DATA-RECORDS TO DL1-EVT-COUNT-2
010594         MOVE 'PARTITIONED RUN OUT OF BALANCE - CC08'
010595             TO DL1-EVT-TEXT
010600     ELSE
010610         IF DL1-SUM-EXCEPTIONS = 0
010620             MOVE 'CC00' TO DL1-COMPLETION-CODE
010630         ELSE
010640             MOVE 'CC04' TO DL1-COMPLETION-CODE
010650         END-IF
010660     END-IF.
010670     MOVE DL1-COMPLETION-CODE TO AUD-COMPLETION-CODE.
010680     WRITE AUD-RECORD.
010690     IF DL1-AUDIT-STATUS NOT = '00'
010700         MOVE 'AUDITOUT' TO DL1-ABEND-DDNAME
010710         MOVE DL1-AUDIT-STATUS TO DL1-ABEND-STATUS
010720         PERFORM 9100-ABEND-ON-FILE-ERROR THRU 9100-EXIT
010730     END-IF.
010740 9040-EXIT.
010750     EXIT.
010760
010770*****************************************************************
010780* 9050-BALANCE-CONTROLS - THE SUMMED PARTITION DATA-RECORD COUNT
010790*                         AND HASH TOTAL AGAINST THE ONE EXTRACT
010800*                         TRAILER, AND WHAT WAS COPIED HERE
010810*                         AGAINST WHAT THE PARTITIONS SAY THEY
010820*                         CUT - A PARTITION LEFT OUT OF A
010830*                         CONCATENATION SHOWS UP HERE.  A MISSING
010840*                         OR DISAGREEING TRAILER IS ITSELF OUT OF
010850*                         BALANCE.  A RESTARTED PARTITION CANNOT
010860*                         BALANCE (ITS SKIPPED RECORDS WERE NEVER
010870*                         HASHED), SO A SET WITH ONE IS EXEMPT,
010880*                         AS A RESTARTED SERIAL RUN IS.
010890*****************************************************************
010900 9050-BALANCE-CONTROLS.
010910     IF DL1-ANY-RESTART
010920         DISPLAY 'DL190M - A PARTITION WAS RESTARTED - '
010930             'CONTROL TOTALS NOT BALANCED'
010940         GO TO 9050-EXIT
010950     END-IF.
010960     IF DL1-TRAILER-MISSING OR DL1-TRAILER-DIFFERS
010970         MOVE 'Y' TO DL1-OUT-OF-BAL-SW
010980         DISPLAY 'DL190M - NO SINGLE CONTROL TRAILER ACROSS '
010990             'THE PARTITIONS'
011000         GO TO 9050-EXIT
011010     END-IF.
011020     IF DL1-CTL-EXPECTED-COUNT NOT = DL1-SUM-DATA-RECORDS
011030         MOVE 'Y' TO DL1-OUT-OF-BAL-SW
011040         DISPLAY 'DL190M - RECORD COUNT OUT OF BALANCE -'
011050             ' TRAILER ' DL1-CTL-EXPECTED-COUNT
011060             ' READ '    DL1-SUM-DATA-RECORDS
011070     END-IF.
011080     IF DL1-CTL-EXPECTED-HASH NOT = DL1-SUM-HASH-TOTAL
011090         MOVE 'Y' TO DL1-OUT-OF-BAL-SW
011100         DISPLAY 'DL190M - HASH TOTAL OUT OF BALANCE -'
011110             ' TRAILER ' DL1-CTL-EXPECTED-HASH
011120             ' READ '    DL1-SUM-HASH-TOTAL
011130     END-IF.
011140     IF DL1-XTRACTS-COPIED NOT = DL1-SUM-EXTRACTS-CUT
011150         MOVE 'Y' TO DL1-OUT-OF-BAL-SW
011160         DISPLAY 'DL190M - EXTRACTS COPIED ' DL1-XTRACTS-COPIED
011170             ' BUT PARTITIONS CUT ' DL1-SUM-EXTRACTS-CUT
011180     END-IF.
011190     IF DL1-REJECTS-COPIED NOT = DL1-SUM-REJECTS-WRITTEN
011200         MOVE 'Y' TO DL1-OUT-OF-BAL-SW
011210         DISPLAY 'DL190M - REJECTS COPIED ' DL1-REJECTS-COPIED
011220             ' BUT PARTITIONS WROTE ' DL1-SUM-REJECTS-WRITTEN
011230     END-IF.
011240 9050-EXIT.
011250     EXIT.
011260
011270*****************************************************************
011280* 9060-WRITE-QUALITY-PROFILE - THE DATA-QUALITY PAGE FROM THE
011290*                              SUMMED PARTITION PROFILES.
011300*****************************************************************
011310 9060-WRITE-QUALITY-PROFILE.
011320     MOVE SPACES TO QPR-HEADER-LINE.
011330     MOVE 'DL100M -' TO QPR-HEADER-LINE(1:8).
011340     MOVE 'DATA QUALITY PROFILE' TO QPR-HDR-TITLE.
011350     MOVE 'RUN DATE:' TO QPR-HEADER-LINE(45:9).
011360     MOVE DL1-RUN-DATE-X TO QPR-HDR-DATE.
011370     WRITE QPR-HEADER-LINE.
011380     MOVE SPACES TO QPR-COLUMN-LINE.
011390     MOVE 'AREA'      TO QPR-COLUMN-LINE(1:4).
011400     MOVE 'UNPRINTBL' TO QPR-COLUMN-LINE(9:9).
011410     MOVE 'ALL-SPACE' TO QPR-COLUMN-LINE(22:9).
011420     MOVE 'LEN-DISAG' TO QPR-COLUMN-LINE(35:9).
011430     WRITE QPR-COLUMN-LINE.
011440     MOVE ZERO TO DL1-QP-TOT-UNPRINT
011450                  DL1-QP-TOT-ALLSPACE
011460                  DL1-QP-TOT-LENDIS.
011470     PERFORM 9065-WRITE-ONE-PROFILE THRU 9065-EXIT
011480         VARYING DL1-AREA-IDX FROM 1 BY 1
011490         UNTIL DL1-AREA-IDX > DL1-MAX-AREAS.
011500     MOVE SPACES TO QPR-TOTAL-LINE.
011510     MOVE 'TOTALS: ' TO QPR-TOT-LABEL.
011520     MOVE DL1-QP-TOT-UNPRINT  TO QPR-TOT-UNPRINT.
011530     MOVE DL1-QP-TOT-ALLSPACE TO QPR-TOT-ALLSPACE.
011540     MOVE DL1-QP-TOT-LENDIS   TO QPR-TOT-LENDIS.
011550     WRITE QPR-TOTAL-LINE.
011560 9060-EXIT.
011570     EXIT.
011580
011590 9065-WRITE-ONE-PROFILE.
011600     MOVE SPACES TO QPR-DETAIL-LINE.
011610     MOVE DL1-AREA-IDX TO QPR-AREA-NUM.
011620     MOVE DL1-QP-UNPRINT(DL1-AREA-IDX)  TO QPR-UNPRINT-COUNT.
011630     MOVE DL1-QP-ALLSPACE(DL1-AREA-IDX) TO QPR-ALLSPACE-COUNT.
011640     MOVE DL1-QP-LENDIS(DL1-AREA-IDX)   TO QPR-LENDIS-COUNT.
011650     ADD DL1-QP-UNPRINT(DL1-AREA-IDX)  TO DL1-QP-TOT-UNPRINT.
011660     ADD DL1-QP-ALLSPACE(DL1-AREA-IDX) TO DL1-QP-TOT-ALLSPACE.
011670     ADD DL1-QP-LENDIS(DL1-AREA-IDX)   TO DL1-QP-TOT-LENDIS.
011680     WRITE QPR-DETAIL-LINE.
011690 9065-EXIT.
011700     EXIT.
011710
011720*****************************************************************
011730* 9070-MARK-RUN-COMPLETE - STAMP THE BUSINESS DATE'S RUN RECORD
011740*                          COMPLETE WITH THE COMBINED RUN'S
011750*                          COMPLETION CODE.
011760*****************************************************************
011770 9070-MARK-RUN-COMPLETE.
011780     MOVE DL1-BUS-DATE-X TO RCT-BUS-DATE.
011790     READ RUN-CTL
011800         INVALID KEY
011810             DISPLAY 'DL190M - RUN-CONTROL RECORD LOST FOR '
011820                 DL1-BUS-DATE-X
011830             GO TO 9070-EXIT
011840     END-READ.
011850     MOVE 'C' TO RCT-RUN-STATUS.
011860     ACCEPT DL1-END-TIME FROM TIME.
011870     MOVE SPACES TO DL1-END-TIMESTAMP-X.
011880     STRING DL1-RUN-DATE-X     DELIMITED BY SIZE
011890            DL1-END-TIME(1:6)  DELIMITED BY SIZE
011900         INTO DL1-END-TIMESTAMP-X.
011910     MOVE DL1-END-TIMESTAMP-X TO RCT-END-TS.
011920     MOVE DL1-COMPLETION-CODE TO RCT-COMPLETION-CODE.
011930     REWRITE RCT-RECORD
011940         INVALID KEY
011950             MOVE 'RUNCTL' TO DL1-ABEND-DDNAME
011960             MOVE DL1-RUNCTL-STATUS TO DL1-ABEND-STATUS
011970             PERFORM 9100-ABEND-ON-FILE-ERROR THRU 9100-EXIT
011980     END-REWRITE.
011990 9070-EXIT.
012000     EXIT.
012010
012020*****************************************************************
012030* 9080-WRITE-STEP-TRAILER - ONE STEP TRAILER UNDER THE STEP NAME
012040*                           DL100M, SO THE DL125M CHAIN BALANCE
012050*                           TIES THE PARTITIONED RUN LIKE ANY
012060*                           OTHER: DATA RECORDS READ ACROSS THE
012070*                           PARTITIONS IN, RECORDS PUT ON THE
012080*                           COMBINED XTRACOUT OUT.
012090*****************************************************************
012100 9080-WRITE-STEP-TRAILER.
012110     OPEN OUTPUT STEP-AUDIT.
012120     IF DL1-STEPAUD-STATUS NOT = '00'
012130         MOVE 'STEPAUD' TO DL1-ABEND-DDNAME
012140         MOVE DL1-STEPAUD-STATUS TO DL1-ABEND-STATUS
012150         PERFORM 9100-ABEND-ON-FILE-ERROR THRU 9100-EXIT
012160     END-IF.
012170     MOVE SPACES TO STA-RECORD.
012180     MOVE DL1-BUS-DATE-X TO STA-BUS-DATE.
012190     MOVE 'DL100M' TO STA-STEP-NAME.
012200     MOVE DL1-RUN-TIMESTAMP-X TO STA-RUN-TIMESTAMP.
012210     MOVE DL1-SUM-DATA-RECORDS TO STA-IN-COUNT.
012220     MOVE DL1-XTRACTS-COPIED TO STA-OUT-COUNT.
012230     MOVE DL1-COMPLETION-CODE TO STA-COMPLETION-CODE.
012240     WRITE STA-RECORD.
012250     IF DL1-STEPAUD-STATUS NOT = '00'
012260         MOVE 'STEPAUD' TO DL1-ABEND-DDNAME
012270         MOVE DL1-STEPAUD-STATUS TO DL1-ABEND-STATUS
012280         PERFORM 9100-ABEND-ON-FILE-ERROR THRU 9100-EXIT
012290     END-IF.
012300     CLOSE STEP-AUDIT.
012310 9080-EXIT.
012320     EXIT.
012330
012340*****************************************************************
012350* 9100-ABEND-ON-FILE-ERROR - A FILE THE COMBINE DEPENDS ON FAILED
012360*                            TO OPEN OR A WRITE TO IT FAILED; THE
012370*                            DATE STAYS IN FLIGHT FOR AN OVERRIDE
012380*                            RERUN.
012390*****************************************************************
012400 9100-ABEND-ON-FILE-ERROR.
012410     DISPLAY 'DL190M - FATAL FILE ERROR ON ' DL1-ABEND-DDNAME
012420         ' - FILE STATUS ' DL1-ABEND-STATUS.
012430     MOVE 16 TO RETURN-CODE.
012431     MOVE 'FILEERR' TO DL1-EVT-CODE.
012432     MOVE SPACES TO DL1-EVT-TEXT.
012433     STRING 'FATAL FILE ERROR ON ' DELIMITED BY SIZE
012434            DL1-ABEND-DDNAME       DELIMITED BY SPACE
012435            ' STATUS '             DELIMITED BY SIZE
012436            DL1-ABEND-STATUS       DELIMITED BY SIZE
012437         INTO DL1-EVT-TEXT.
012438     PERFORM 9500-WRITE-EVENT THRU 9500-EXIT.
012440     STOP RUN.
012450 9100-EXIT.
012460     EXIT.
012470
012480*****************************************************************
012490* 9500-WRITE-EVENT - APPEND ONE EVENT TO THE SHARED MONITORING
012500*                    EVENT FILE FOR THE DL195M FORWARDER.  THE
012510*                    SEVERITY FOLLOWS THE RETURN CODE; AN END
012520*                    WITH NO NAMED CONDITION IS CODED RCNN.  AN
012530*                    EVENT FILE THAT WILL NOT TAKE THE RECORD
012540*                    IS REPORTED ON THE JOB LOG BUT DOES NOT
012550*                    CHANGE HOW THE STEP ENDS.
012560*****************************************************************
012570 9500-WRITE-EVENT.
012580     MOVE RETURN-CODE TO DL1-EVT-RC.
012590     OPEN OUTPUT EVENT-FILE.
012600     IF DL1-EVENT-STATUS NOT = '00'
012610         DISPLAY 'DL190M - EVENT NOT WRITTEN - EVENTOUT FILE '
012620             'STATUS ' DL1-EVENT-STATUS
012630         GO TO 9500-EXIT
012640     END-IF.
012650     ACCEPT DL1-EVT-DATE FROM DATE YYYYMMDD.
012660     ACCEPT DL1-EVT-TIME FROM TIME.
012670     MOVE SPACES TO EVT-RECORD.
012680     MOVE 'DL190M' TO EVT-PROGRAM.
012690     MOVE DL1-BUS-DATE-X TO EVT-BUS-DATE.
012700     IF EVT-BUS-DATE NOT NUMERIC
012710         MOVE DL1-EVT-DATE TO EVT-BUS-DATE
012720     END-IF.
012730     MOVE DL1-EVT-DATE TO EVT-EVENT-DATE.
012740     MOVE DL1-EVT-TIME(1:6) TO EVT-EVENT-TIME.
012750     MOVE DL1-EVT-RC TO EVT-RETURN-CODE.
012760     IF DL1-EVT-RC > 12
012770         MOVE 'S' TO EVT-SEVERITY
012780     ELSE
012790         IF DL1-EVT-RC > 04
012800             MOVE 'E' TO EVT-SEVERITY
012810         ELSE
012820             IF DL1-EVT-RC > 00
012830                 MOVE 'W' TO EVT-SEVERITY
012840             ELSE
012850                 MOVE 'I' TO EVT-SEVERITY
012860             END-IF
012870         END-IF
012880     END-IF.
012890     IF DL1-EVT-CODE = SPACES
012900         MOVE 'RC' TO EVT-EVENT-CODE(1:2)
012910         MOVE DL1-EVT-RC TO EVT-EVENT-CODE(3:2)
012920     ELSE
012930         MOVE DL1-EVT-CODE TO EVT-EVENT-CODE
012940     END-IF.
012950     IF DL1-EVT-TEXT = SPACES
012960         MOVE 'RUN ENDED ABOVE RC=00 - SEE THE JOB LOG'
012970             TO EVT-TEXT
012980     ELSE
012990         MOVE DL1-EVT-TEXT TO EVT-TEXT
013000     END-IF.
013010     MOVE DL1-EVT-COUNT-1 TO EVT-COUNT-1.
013020     MOVE DL1-EVT-COUNT-2 TO EVT-COUNT-2.
013030     WRITE EVT-RECORD.
013040     IF DL1-EVENT-STATUS NOT = '00'
013050         DISPLAY 'DL190M - EVENT NOT WRITTEN - EVENTOUT FILE '
013060             'STATUS ' DL1-EVENT-STATUS
013070     END-IF.
013080     CLOSE EVENT-FILE.
013090     MOVE SPACES TO DL1-EVT-CODE DL1-EVT-TEXT.
013100     MOVE ZERO TO DL1-EVT-COUNT-1 DL1-EVT-COUNT-2.
013110 9500-EXIT.
013120     EXIT.
