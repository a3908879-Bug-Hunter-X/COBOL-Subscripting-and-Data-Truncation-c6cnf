000378* 2026-09-02  RH  REVIEW FIX: A REGISTRY ENTRY WHOSE FEED
000379*                 NUMBER IS NOT NUMERIC IS NOW SKIPPED BEFORE
000380*                 IT CAN BECOME A TABLE SUBSCRIPT.
000381* 2026-10-15  RH  AN END ABOVE RC=00 NOW ALSO APPENDS AN EVENT
000382*                 (DL1EVT) TO THE SHARED MONITORING EVENT FILE
000383*                 (EVENTOUT) FOR THE DL195M FORWARDER - A FATAL
000384*                 FILE ERROR OR A REFUSED RUN IS ITS OWN EVENT.
000385*                 A MISSING MANDATORY FEED IS EVENT FEEDMISS, ONE
000386*                 UNDER ITS MINIMUM VOLUME FEEDLOW.
000387* 2026-10-15  RH  EVERY RUN NOW APPENDS ONE DELIVERY-STATISTICS
000388*                 RECORD PER FEED (FEEDSTAT, DL1FST) - RECORDS
000389*                 DELIVERED AGAINST THE REGISTERED MINIMUM, OR
000390*                 MISSING - FOR THE DL145M MONTHLY CHARGEBACK.  A
000391*                 RUN REFUSED FOR A MISSING MANDATORY FEED WRITES
000392*                 ITS SET TOO.
000393* 2026-10-15  RH  APPROVED MANUAL ADJUSTMENTS (ADJIN, DL1ADF, CUT
000394*                 NIGHTLY BY DL205M) NOW MERGE AS THEIR OWN FEED:
000395*                 AN ADJUSTED AREA REPLACES WHAT ITS FEED SENT FOR
000396*                 THE ID, A CARRIED MASTER AREA FILLS ONLY WHERE
000397*                 ITS FEED SENT NOTHING, AND A WITHDRAWAL GOES OUT
000398*                 AS A DELETE TRANSACTION (DL1DEL) AFTER ANY
000399*                 RECORD MERGED FOR THE SAME ID.  NO ADJIN FILE
000400*                 MEANS NO ADJUSTMENTS TONIGHT.  MISSRPT
000401*                 SUMMARIZES THEM.
000402* 2026-10-15  RH  PARM 'VALIDATE' IS A DRY RUN FOR A FEED OWNER'S
000403*                 CORRECTED FILE: THE SAME MERGE AND MANDATORY AND
000404*                 MINIMUM-VOLUME CHECKS, MISSRPT STAMPED AS A DRY
000405*                 RUN, BUT NO STEP TRAILER, FEED STATISTICS OR
000406*                 MONITORING EVENT.  THE VALIDATE JOB POINTS
000407*                 TRANOUT AT A TEMPORARY DATASET FOR THE DL100M
000408*                 VALIDATE STEP.  ANY OTHER PARM IS REFUSED RC=12.
000409* 2026-10-15  RH  ADJIN MUST END WITH DL205M'S FEED CONTROL RECORD
000410*                 (DL1ADF), CARRYING TONIGHT'S REGISTER DATE AND A
000411*                 COUNT THAT MATCHES THE RECORDS AHEAD OF IT.  A
000412*                 MISSING OR MISMATCHED CONTROL RECORD (A STALE
000413*                 GENERATION, OR ONE LEFT BY A DL205M THAT STOPPED
000414*                 PART-WAY) REFUSES THE MERGE RC=12, EVENT ADJCTL,
000415*                 BEFORE TRANOUT IS OPENED.  THE NIGHTLY PARM MAY
000416*                 NOW CARRY THE BUSINESS DATE (YYYYMMDD) GIVEN TO
000417*                 DL205M, FOR A NIGHT THAT RUNS PAST MIDNIGHT.
000418*                 A PARM MUST BE EXACTLY EIGHT BYTES - VALIDATE OR
000419*                 THE DATE; ANY OTHER LENGTH IS REFUSED RC=12.
000420*****************************************************************
000421 ENVIRONMENT DIVISION.
000422 CONFIGURATION SECTION.
000423 SOURCE-COMPUTER.   IBM-370.
000424 OBJECT-COMPUTER.   IBM-370.
000425 INPUT-OUTPUT SECTION.
000426 FILE-CONTROL.
000440     SELECT FEED01-FILE    ASSIGN TO FEEDIN01
000450            ORGANIZATION IS SEQUENTIAL
000460            FILE STATUS IS DL1-FEED01-STATUS.
000797     SELECT STEP-AUDIT      ASSIGN TO STEPAUD
000798            ORGANIZATION IS SEQUENTIAL
000799            FILE STATUS IS DL1-STEPAUD-STATUS.
000800     SELECT EVENT-FILE     ASSIGN TO EVENTOUT
000801            ORGANIZATION IS SEQUENTIAL
000802            FILE STATUS IS DL1-EVENT-STATUS.
000803     SELECT FEED-STATS     ASSIGN TO FEEDSTAT
000804            ORGANIZATION IS SEQUENTIAL
000805            FILE STATUS IS DL1-FEEDSTAT-STATUS.
000806     SELECT ADJ-FEED       ASSIGN TO ADJIN
000807            ORGANIZATION IS SEQUENTIAL
000808            FILE STATUS IS DL1-ADJIN-STATUS.
000809 DATA DIVISION.
000810 FILE SECTION.
000820 FD  FEED01-FILE
000830     RECORD CONTAINS 113 CHARACTERS
001750     RECORDING MODE IS V.
001760 COPY DL1TRAN.
001770 COPY DL1CTL.
001775 COPY DL1DEL.
001780
001790 FD  MISS-RPT
001800     RECORD CONTAINS 92 CHARACTERS.
001822     RECORD CONTAINS 56 CHARACTERS.
001823 COPY DL1STA.
001824
001825 FD  EVENT-FILE
001826     RECORD CONTAINS 100 CHARACTERS.
001827 COPY DL1EVT.
001828
001829 FD  FEED-STATS
001830     RECORD CONTAINS 60 CHARACTERS
001831     RECORDING MODE IS F.
001832 COPY DL1FST.
001833
001834 FD  ADJ-FEED
001835     RECORD CONTAINS 120 CHARACTERS
001836     RECORDING MODE IS F.
001837 COPY DL1ADF.
001838
001839 WORKING-STORAGE SECTION.
001840*****************************************************************
001850* FILE STATUS SWITCHES
001860*****************************************************************
001990     05  DL1-MISSRPT-STATUS    PIC X(02) VALUE '00'.
001992     05  DL1-FEEDREG-STATUS    PIC X(02) VALUE '00'.
001994     05  DL1-STEPAUD-STATUS    PIC X(02) VALUE '00'.
001995     05  DL1-EVENT-STATUS      PIC X(02) VALUE '00'.
001996     05  DL1-FEEDSTAT-STATUS   PIC X(02) VALUE '00'.
001997     05  DL1-ADJIN-STATUS      PIC X(02) VALUE '00'.
002000 77  DL1-ABEND-DDNAME          PIC X(08) VALUE SPACES.
002010 77  DL1-ABEND-STATUS          PIC X(02) VALUE SPACES.
002020
002160         10  DL1-FEED-ANY-SW   PIC X(01).
002170             88  DL1-FEED-HAS-DATA          VALUE 'Y'.
002180         10  DL1-FEED-TAKE-SW  PIC X(01).
002181             88  DL1-FEED-TAKEN             VALUE 'Y'.
002182         10  DL1-FEED-RCV-CNT  PIC 9(07) COMP.
002183 77  DL1-MAX-FEEDS             PIC 9(02) COMP VALUE 10.
002184 77  DL1-FEED-SUB              PIC 9(02) COMP VALUE ZERO.
002185 77  DL1-ACTIVE-AREAS          PIC 9(02) COMP VALUE ZERO.
002186 77  DL1-LOW-KEY               PIC X(10) VALUE SPACES.
002187
002188*****************************************************************
002189* THE ADJUSTMENT FEED - APPROVED MANUAL ADJUSTMENTS IN RECORD-ID
002190* SEQUENCE, SEVERAL RECORDS PER ID.  THE KEY GOES HIGH-VALUES AT
002191* END OF FILE (OR WHEN THERE IS NO ADJIN FILE).  FOR THE ID BEING
002192* MERGED, EACH AREA IT ADJUSTS ('A') OR CARRIES FROM THE MASTER
002193* ('K') IS HELD HERE, WITH ANY WITHDRAWAL OF THE WHOLE ID.
002194*****************************************************************
002195 77  DL1-ADJ-KEY               PIC X(10) VALUE HIGH-VALUES.
002196 01  DL1-ADJ-OPEN-SW           PIC X(01) VALUE 'N'.
002197     88  DL1-ADJ-IS-OPEN                 VALUE 'Y'.
002198 01  DL1-ADJ-HIT-SW            PIC X(01) VALUE 'N'.
002199     88  DL1-ADJ-THIS-KEY                VALUE 'Y'.
002200 01  DL1-ADJ-ONLY-SW           PIC X(01) VALUE 'N'.
002201     88  DL1-ADJ-ONLY-KEY                VALUE 'Y'.
002202 01  DL1-ADJ-WITHDRAW-SW       PIC X(01) VALUE 'N'.
002203     88  DL1-ADJ-WITHDRAW                VALUE 'Y'.
002204 01  DL1-ADJ-TABLE             VALUE SPACES.
002205     05  DL1-ADJ-AREA          OCCURS 10 TIMES.
002206         10  DL1-ADJ-SRC-SW    PIC X(01).
002207             88  DL1-ADJ-ADJUSTED           VALUE 'A'.
002208             88  DL1-ADJ-CARRIED            VALUE 'K'.
002209         10  DL1-ADJ-LEN       PIC 9(03).
002210         10  DL1-ADJ-VALUE     PIC X(100).
002211 77  DL1-ADJ-HIGH-AREA         PIC 9(02) COMP VALUE ZERO.
002212 77  DL1-ADJ-SUB               PIC 9(02) COMP VALUE ZERO.
002213 77  DL1-ADJ-RECORDS-READ      PIC 9(07) COMP VALUE ZERO.
002214 77  DL1-ADJ-AREAS-APPLIED     PIC 9(07) COMP VALUE ZERO.
002215 77  DL1-ADJ-AREAS-CARRIED     PIC 9(07) COMP VALUE ZERO.
002216 77  DL1-ADJ-DELETES           PIC 9(07) COMP VALUE ZERO.
002217 77  DL1-ADJ-DELETE-ID         PIC X(10) VALUE 'DL1DELETE '.
002218
002219*****************************************************************
002220* THE ADJUSTMENT FEED CONTROL RECORD - DL205M WRITES IT LAST.  THE
002221* FEED IS PASSED ONCE BEFORE THE MERGE TO FIND IT AND COUNT WHAT
002222* IS AHEAD OF IT; ITS DATE MUST BE TONIGHT'S REGISTER DATE (THE
002223* PARM DATE, OR TODAY).
002224*****************************************************************
002225 77  DL1-ADJ-CONTROL-ID        PIC X(10) VALUE 'DL1ADFCTL '.
002226 01  DL1-ADJ-REG-DATE.
002227     05  DL1-ADJ-REG-YYYY      PIC 9(04).
002228     05  DL1-ADJ-REG-MM        PIC 9(02).
002229     05  DL1-ADJ-REG-DD        PIC 9(02).
002230 01  DL1-ADJ-PASS-EOF-SW       PIC X(01) VALUE 'N'.
002231     88  DL1-ADJ-PASS-EOF                VALUE 'Y'.
002232 01  DL1-ADJ-CTL-SW            PIC X(01) VALUE 'N'.
002233     88  DL1-ADJ-CTL-SEEN                VALUE 'Y'.
002234 77  DL1-ADJ-CTL-DATE          PIC 9(08) VALUE ZERO.
002235 77  DL1-ADJ-CTL-COUNT         PIC 9(07) VALUE ZERO.
002236 77  DL1-ADJ-PASS-COUNT        PIC 9(07) COMP VALUE ZERO.
002237 77  DL1-ADJ-PAST-CONTROL      PIC 9(07) COMP VALUE ZERO.
002238
002239*****************************************************************
002242* THE FEED REGISTRY TABLE - LOADED FROM FEEDREG AT
002243* INITIALIZATION, ONE ENTRY PER FEED OCCURRENCE: REGISTERED
002244* NAME, OWNER, MANDATORY/OPTIONAL AND EXPECTED MINIMUM VOLUME.
002258 77  DL1-MAND-MISSING          PIC 9(02) COMP VALUE ZERO.
002259 77  DL1-SHORT-FEEDS           PIC 9(02) COMP VALUE ZERO.
002260 77  DL1-FEED-NUM-ED           PIC 9(02) VALUE ZERO.
002261 77  DL1-FST-RUN-STATUS        PIC X(01) VALUE 'C'.
002262
002264*****************************************************************
002267* CONTROL TOTALS FOR THE OUTPUT EXTRACT - THE SAME COUNT AND
002270* RECORD-ID HASH DL100M BALANCES AGAINST ITS TRAILER.
002444 77  DL1-RUN-TIME              PIC 9(08).
002446 77  DL1-RUN-TIMESTAMP-X       PIC X(16).
002450
002451*****************************************************************
002452* RUN MODE FROM THE PARM - NONE FOR THE NIGHTLY MERGE, VALIDATE
002453* FOR A DRY RUN THAT WRITES NOTHING BUT MISSRPT AND ITS TRANOUT.
002454*****************************************************************
002455 01  DL1-RUN-MODE              PIC X(08) VALUE SPACES.
002456     88  DL1-MODE-NIGHTLY                VALUE SPACES.
002457     88  DL1-MODE-VALIDATE               VALUE 'VALIDATE'.
002458 77  DL1-DRY-RUN-STAMP         PIC X(45)
002459         VALUE 'DL105M - DRY RUN - VALIDATE ONLY - NO UPDATES'.
002460
002461*****************************************************************
002462* MONITORING EVENT - WHATEVER ENDS THE RUN ABOVE RC=00 OR RAISES
002463* A NAMED CONDITION SETS THE CODE, COUNTS AND TEXT; 9500 WRITES
002464* THE EVENT (DL1EVT) TO THE SHARED EVENT FILE.
002465*****************************************************************
002466 01  DL1-EVENT-FIELDS.
002467     05  DL1-EVT-CODE          PIC X(08) VALUE SPACES.
002468     05  DL1-EVT-COUNT-1       PIC 9(07) VALUE ZERO.
002469     05  DL1-EVT-COUNT-2       PIC 9(07) VALUE ZERO.
002470     05  DL1-EVT-TEXT          PIC X(40) VALUE SPACES.
002471 77  DL1-EVT-RC                PIC 9(02) VALUE ZERO.
002472 77  DL1-EVT-DATE              PIC 9(08) VALUE ZERO.
002473 77  DL1-EVT-TIME              PIC 9(08) VALUE ZERO.
002474
002475 LINKAGE SECTION.
002476 01  LS-PARM-AREA.
002477     05  LS-PARM-LENGTH         PIC S9(04) COMP.
002478     05  LS-PARM-TEXT           PIC X(24).
002479
002480 PROCEDURE DIVISION USING LS-PARM-AREA.
002481*****************************************************************
002482* 0000-MAINLINE
002490*****************************************************************
002500 0000-MAINLINE.
002510     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002520     PERFORM 2000-MERGE-ONE-KEY THRU 2000-EXIT
002530         UNTIL DL1-LOW-KEY = HIGH-VALUES.
002540     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002542     IF RETURN-CODE > 0
002544         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
002546     END-IF.
002550     GOBACK.
002560
002570*****************************************************************
002612*                   EVEN OPENED, SO A REFUSED MERGE CUTS NO
002614*                   EXTRACT AT ALL.  THEN THE CONTROL HEADER
002616*                   AND THE FIRST CUT AT THE LOW KEY.
002617*                   A BAD PARM IS REFUSED BEFORE ANY FILE IS
002618*                   OPENED.
002620*****************************************************************
002630 1000-INITIALIZE.
002635     PERFORM 1001-PARSE-PARM THRU 1001-EXIT.
002640     OPEN OUTPUT MISS-RPT.
002650     IF DL1-MISSRPT-STATUS NOT = '00'
002660         MOVE 'MISSRPT' TO DL1-ABEND-DDNAME
002670         MOVE DL1-MISSRPT-STATUS TO DL1-ABEND-STATUS
002680         PERFORM 9100-ABEND-ON-FILE-ERROR THRU 9100-EXIT
002690     END-IF.
002691     IF DL1-MODE-VALIDATE
002692         MOVE DL1-DRY-RUN-STAMP TO MIS-SUMMARY-LINE
002693         WRITE MIS-SUMMARY-LINE
002694     END-IF.
002695     PERFORM 1005-LOAD-REGISTRY THRU 1005-EXIT.
002700     PERFORM 1010-OPEN-ONE-FEED THRU 1010-EXIT
002710         VARYING DL1-FEED-SUB FROM 1 BY 1
002720         UNTIL DL1-FEED-SUB > DL1-MAX-FEEDS.
002730     PERFORM 1015-ENFORCE-MANDATORY THRU 1015-EXIT.
002735     PERFORM 1040-OPEN-ADJUSTMENTS THRU 1040-EXIT.
002740     OPEN OUTPUT TRAN-OUT.
002750     IF DL1-TRANOUT-STATUS NOT = '00'
002760         MOVE 'TRANOUT' TO DL1-ABEND-DDNAME
002770         MOVE DL1-TRANOUT-STATUS TO DL1-ABEND-STATUS
002780         PERFORM 9100-ABEND-ON-FILE-ERROR THRU 9100-EXIT
002781     END-IF.
002782     ACCEPT DL1-RUN-DATE FROM DATE YYYYMMDD.
002783     MOVE DL1-RUN-DATE TO DL1-RUN-DATE-N.
002784     MOVE DL1-RUN-MM  TO DL1-RUN-DATE-X(1:2).
002785     MOVE '/'         TO DL1-RUN-DATE-X(3:1).
002786     MOVE DL1-RUN-DD  TO DL1-RUN-DATE-X(4:2).
002787     MOVE '/'         TO DL1-RUN-DATE-X(6:1).
002788     MOVE DL1-RUN-YYYY TO DL1-RUN-DATE-X(7:4).
002789     ACCEPT DL1-RUN-TIME FROM TIME.
002790     STRING DL1-RUN-DATE-X     DELIMITED BY SIZE
002791            DL1-RUN-TIME(1:6)  DELIMITED BY SIZE
002792         INTO DL1-RUN-TIMESTAMP-X.
002793     PERFORM 2500-WRITE-HEADER THRU 2500-EXIT.
002794     PERFORM 2100-FIND-LOW-KEY THRU 2100-EXIT.
002795 1000-EXIT.
002796     EXIT.
002797
002798*****************************************************************
002799* 1001-PARSE-PARM - NO PARM IS THE NIGHTLY MERGE.  VALIDATE IS A
002800*                   DRY RUN - THE SAME MERGE AND CHECKS AND THE
002801*                   SAME MISSRPT, STAMPED AS A DRY RUN, BUT NO
002802*                   STEP TRAILER, FEED STATISTICS OR EVENT.  THE
002803*                   JOB, NOT THIS PROGRAM, KEEPS ITS TRANOUT OFF
002804*                   THE EXTRACT GENERATIONS.  A BUSINESS DATE
002805*                   (YYYYMMDD) IS THE NIGHTLY MERGE FOR THAT
002806*                   DATE - THE REGISTER DATE THE ADJUSTMENT FEED
002807*                   MUST CARRY, CODED AS FOR DL205M WHEN THE NIGHT
002808*                   RUNS PAST MIDNIGHT; WITHOUT ONE IT IS TODAY.
002809*                   ANYTHING ELSE, OR A PARM OF ANY LENGTH BUT
002810*                   EIGHT, IS REFUSED.
002811*****************************************************************
002812 1001-PARSE-PARM.
002813     ACCEPT DL1-RUN-DATE FROM DATE YYYYMMDD.
002814     MOVE DL1-RUN-DATE TO DL1-ADJ-REG-DATE.
002815     IF LS-PARM-LENGTH < 1
002816         GO TO 1001-EXIT
002817     END-IF.
002818     IF LS-PARM-LENGTH NOT = 8
002819         GO TO 1001-BAD-PARM
002820     END-IF.
002821     MOVE LS-PARM-TEXT(1:8) TO DL1-RUN-MODE.
002822     IF DL1-RUN-MODE IS NUMERIC
002823         MOVE DL1-RUN-MODE TO DL1-ADJ-REG-DATE
002824         MOVE SPACES TO DL1-RUN-MODE
002825         IF DL1-ADJ-REG-MM < 1 OR DL1-ADJ-REG-MM > 12
002826            OR DL1-ADJ-REG-DD < 1 OR DL1-ADJ-REG-DD > 31
002827             GO TO 1001-BAD-PARM
002828         END-IF
002829     END-IF.
002830     IF DL1-MODE-NIGHTLY OR DL1-MODE-VALIDATE
002831         GO TO 1001-EXIT
002832     END-IF.
002833 1001-BAD-PARM.
002834     DISPLAY 'DL105M - PARM NOT VALID - CODE VALIDATE, THE '
002835         'BUSINESS DATE (YYYYMMDD) OR NO PARM AT ALL'.
002836     MOVE 12 TO RETURN-CODE.
002837     MOVE 'BADPARM' TO DL1-EVT-CODE.
002838     MOVE 'PARM REFUSED - STEP NOT RUN' TO DL1-EVT-TEXT.
002839     PERFORM 9500-WRITE-EVENT THRU 9500-EXIT.
002840     STOP RUN.
002841 1001-EXIT.
002842     EXIT.
002850
002851*****************************************************************
002852* 1005-LOAD-REGISTRY - DEFAULT EVERY FEED TO AN OPTIONAL
002929     WRITE MIS-SUMMARY-LINE.
002930     PERFORM 9010-CLOSE-OPEN-FEEDS THRU 9010-EXIT.
002931     CLOSE MISS-RPT.
002932     MOVE 'R' TO DL1-FST-RUN-STATUS.
002933     PERFORM 9040-WRITE-FEED-STATS THRU 9040-EXIT.
002934     DISPLAY 'DL105M - ' DL1-MAND-MISSING
002935         ' MANDATORY FEED(S) MISSING - MERGE REFUSED'.
002936     MOVE 12 TO RETURN-CODE.
002937     MOVE 'FEEDMISS' TO DL1-EVT-CODE.
002938     MOVE DL1-MAND-MISSING TO DL1-EVT-COUNT-1.
002939     MOVE 'MANDATORY FEED MISSING - MERGE REFUSED'
002940         TO DL1-EVT-TEXT.
002941     PERFORM 9500-WRITE-EVENT THRU 9500-EXIT.
002942     STOP RUN.
002943 1015-EXIT.
002944     EXIT.
002945
002946*****************************************************************
002947* 1010-OPEN-ONE-FEED - OPEN FEED N.  A FEED WHOSE FILE IS NOT
002948*                      THERE THIS RUN IS NOT AN ERROR - IT IS
002949*                      EXACTLY THE LATE FEED THIS PROGRAM EXISTS
002950*                      TO WORK AROUND - SO IT IS REPORTED AND
002951*                      ITS AREA RIDES EMPTY.  ANY OTHER OPEN
002952*                      FAILURE STOPS THE RUN.
002953*****************************************************************
002954 1010-OPEN-ONE-FEED.
002955     MOVE HIGH-VALUES TO DL1-FEED-KEY(DL1-FEED-SUB).
002960     MOVE ZERO TO DL1-FEED-LEN(DL1-FEED-SUB)
002962                  DL1-FEED-RCV-CNT(DL1-FEED-SUB).
002970     MOVE SPACES TO DL1-FEED-VALUE(DL1-FEED-SUB).
003150         WRITE MIS-DETAIL-LINE
003160     END-IF.
003170 1010-EXIT.
003171     EXIT.
003172
003173*****************************************************************
003174* 1040-OPEN-ADJUSTMENTS - THE APPROVED-ADJUSTMENT FEED FROM DL205M
003175*                         IS CHECKED AGAINST ITS CONTROL RECORD,
003176*                         THEN REOPENED AND PRIMED LIKE ANY
003177*                         OTHER FEED.  NO ADJIN FILE MEANS NO
003178*                         ADJUSTMENTS THIS RUN; ANY OTHER OPEN
003179*                         FAILURE STOPS THE RUN.
003180*****************************************************************
003181 1040-OPEN-ADJUSTMENTS.
003182     MOVE HIGH-VALUES TO DL1-ADJ-KEY.
003183     OPEN INPUT ADJ-FEED.
003184     IF DL1-ADJIN-STATUS = '35'
003185         GO TO 1040-EXIT
003186     END-IF.
003187     IF DL1-ADJIN-STATUS NOT = '00'
003188         GO TO 1040-OPEN-FAILED
003189     END-IF.
003190     PERFORM 1045-CHECK-ADJ-CONTROL THRU 1045-EXIT.
003191     CLOSE ADJ-FEED.
003192     OPEN INPUT ADJ-FEED.
003193     IF DL1-ADJIN-STATUS NOT = '00'
003194         GO TO 1040-OPEN-FAILED
003195     END-IF.
003196     MOVE 'Y' TO DL1-ADJ-OPEN-SW.
003197     PERFORM 2430-READ-ADJUSTMENT THRU 2430-EXIT.
003198     GO TO 1040-EXIT.
003199 1040-OPEN-FAILED.
003200     MOVE 'ADJIN' TO DL1-ABEND-DDNAME.
003201     MOVE DL1-ADJIN-STATUS TO DL1-ABEND-STATUS.
003202     PERFORM 9100-ABEND-ON-FILE-ERROR THRU 9100-EXIT.
003203 1040-EXIT.
003204     EXIT.
003205
003206*****************************************************************
003207* 1045-CHECK-ADJ-CONTROL - PASS THE ADJUSTMENT FEED ONCE.  DL205M
003208*                          WRITES ITS CONTROL RECORD ONLY AFTER
003209*                          EVERY ADJUSTMENT IS CUT, SO A FEED WITH
003210*                          NONE IS INCOMPLETE; ONE DATED FOR
003211*                          ANOTHER NIGHT IS STALE (IT WOULD MERGE
003212*                          THAT NIGHT'S ADJUSTMENTS AGAIN); ONE
003213*                          WHOSE COUNT DISAGREES, OR WITH RECORDS
003214*                          AFTER IT, IS NOT THE FILE DL205M CUT.
003215*                          ANY OF THESE REFUSES THE MERGE LIKE A
003216*                          MISSING MANDATORY FEED, BEFORE TRANOUT
003217*                          IS OPENED.
003218*****************************************************************
003219 1045-CHECK-ADJ-CONTROL.
003220     PERFORM 1046-PASS-ONE-ADJUSTMENT THRU 1046-EXIT
003221         UNTIL DL1-ADJ-PASS-EOF.
003222     IF NOT DL1-ADJ-CTL-SEEN
003223         MOVE 'ADJUSTMENT FEED HAS NO CONTROL RECORD'
003224             TO DL1-EVT-TEXT
003225         GO TO 1045-REFUSE
003226     END-IF.
003227     IF DL1-ADJ-CTL-DATE NOT = DL1-ADJ-REG-DATE
003228         MOVE 'ADJUSTMENT FEED CUT FOR ANOTHER NIGHT'
003229             TO DL1-EVT-TEXT
003230         GO TO 1045-REFUSE
003231     END-IF.
003232     IF DL1-ADJ-CTL-COUNT NOT = DL1-ADJ-PASS-COUNT
003233        OR DL1-ADJ-PAST-CONTROL > 0
003234         MOVE 'ADJUSTMENT FEED COUNT OUT OF BALANCE'
003235             TO DL1-EVT-TEXT
003236         GO TO 1045-REFUSE
003237     END-IF.
003238     GO TO 1045-EXIT.
003239 1045-REFUSE.
003240     MOVE SPACES TO MIS-DETAIL-LINE.
003241     MOVE 'ADJIN' TO MIS-RECORD-ID.
003242     MOVE DL1-EVT-TEXT TO MIS-MESSAGE.
003243     WRITE MIS-DETAIL-LINE.
003244     MOVE SPACES TO MIS-SUMMARY-LINE.
003245     MOVE 'ADJUSTMENT CONTROL COUNT:' TO MIS-SUM-LABEL.
003246     MOVE DL1-ADJ-CTL-COUNT TO MIS-SUM-COUNT.
003247     WRITE MIS-SUMMARY-LINE.
003248     MOVE SPACES TO MIS-SUMMARY-LINE.
003249     MOVE 'ADJUSTMENT RECORDS READ:' TO MIS-SUM-LABEL.
003250     MOVE DL1-ADJ-PASS-COUNT TO MIS-SUM-COUNT.
003251     WRITE MIS-SUMMARY-LINE.
003252     CLOSE ADJ-FEED.
003253     PERFORM 9010-CLOSE-OPEN-FEEDS THRU 9010-EXIT.
003254     CLOSE MISS-RPT.
003255     MOVE 'R' TO DL1-FST-RUN-STATUS.
003256     PERFORM 9040-WRITE-FEED-STATS THRU 9040-EXIT.
003257     DISPLAY 'DL105M - ' DL1-EVT-TEXT ' - MERGE REFUSED'.
003258     DISPLAY 'DL105M - CONTROL DATE ' DL1-ADJ-CTL-DATE
003259         ' EXPECTED ' DL1-ADJ-REG-DATE.
003260     MOVE 12 TO RETURN-CODE.
003261     MOVE 'ADJCTL' TO DL1-EVT-CODE.
003262     MOVE DL1-ADJ-CTL-COUNT TO DL1-EVT-COUNT-1.
003263     MOVE DL1-ADJ-PASS-COUNT TO DL1-EVT-COUNT-2.
003264     PERFORM 9500-WRITE-EVENT THRU 9500-EXIT.
003265     STOP RUN.
003266 1045-EXIT.
003267     EXIT.
003268
003269 1046-PASS-ONE-ADJUSTMENT.
003270     READ ADJ-FEED
003271         AT END
003272             MOVE 'Y' TO DL1-ADJ-PASS-EOF-SW
003273             GO TO 1046-EXIT
003274     END-READ.
003275     IF DL1-ADJ-CTL-SEEN
003276         ADD 1 TO DL1-ADJ-PAST-CONTROL
003277         GO TO 1046-EXIT
003278     END-IF.
003279     IF ADF-RECORD-ID NOT = DL1-ADJ-CONTROL-ID
003280         ADD 1 TO DL1-ADJ-PASS-COUNT
003281         GO TO 1046-EXIT
003282     END-IF.
003283     MOVE 'Y' TO DL1-ADJ-CTL-SW.
003284     IF ADF-CTL-REG-DATE IS NUMERIC
003285         MOVE ADF-CTL-REG-DATE TO DL1-ADJ-CTL-DATE
003286     END-IF.
003287     IF ADF-CTL-RECORD-COUNT IS NUMERIC
003288         MOVE ADF-CTL-RECORD-COUNT TO DL1-ADJ-CTL-COUNT
003289     END-IF.
003290 1046-EXIT.
003291     EXIT.
003292
003293*****************************************************************
003294* 1020-OPEN-FEED-FILE - ONE PARAGRAPH PER FEED FD; THE FEED
003295*                       NUMBER PICKS THE LEG.
003296*****************************************************************
003297 1020-OPEN-FEED-FILE.
003298     GO TO 1021-OPEN-FEED-01 1022-OPEN-FEED-02 1023-OPEN-FEED-03
003299           1024-OPEN-FEED-04 1025-OPEN-FEED-05 1026-OPEN-FEED-06
003300           1027-OPEN-FEED-07 1028-OPEN-FEED-08 1029-OPEN-FEED-09
003301           1030-OPEN-FEED-10
003302         DEPENDING ON DL1-FEED-SUB.
003303     GO TO 1020-EXIT.
003310 1021-OPEN-FEED-01.
003320     OPEN INPUT FEED01-FILE.
003330     IF DL1-FEED01-STATUS = '00'
004560*                      THE LOWEST RECORD ID CURRENTLY WAITING ON
004570*                      ANY FEED, ADVANCE EVERY FEED THAT
004580*                      SUPPLIED IT, THEN FIND THE NEXT LOW KEY.
004582*                      THE ID'S APPROVED ADJUSTMENTS ARE TAKEN
004584*                      FIRST; A WITHDRAWAL FOLLOWS ANY RECORD
004586*                      MERGED FOR THE ID, SO THE DELETE WINS.
004590*****************************************************************
004600 2000-MERGE-ONE-KEY.
004610     PERFORM 2400-COLLECT-ADJUSTMENTS THRU 2400-EXIT.
004611*    AN ID THAT ONLY AN ADJUSTMENT WITHDRAWAL NAMES HAS NO AREAS
004612*    TO MERGE - IT GOES OUT AS THE DELETE ALONE.
004613     IF NOT DL1-ADJ-ONLY-KEY OR DL1-ADJ-HIGH-AREA > 0
004614         PERFORM 2200-BUILD-MERGED-RECORD THRU 2200-EXIT
004615     END-IF.
004616     IF DL1-ADJ-WITHDRAW
004617         PERFORM 2450-WRITE-WITHDRAWAL THRU 2450-EXIT
004618     END-IF.
004620     PERFORM 2300-ADVANCE-TAKEN-FEEDS THRU 2300-EXIT.
004630     PERFORM 2100-FIND-LOW-KEY THRU 2100-EXIT.
004640 2000-EXIT.
004690     PERFORM 2110-CHECK-ONE-KEY THRU 2110-EXIT
004700         VARYING DL1-FEED-SUB FROM 1 BY 1
004710         UNTIL DL1-FEED-SUB > DL1-MAX-FEEDS.
004712     IF DL1-ADJ-KEY < DL1-LOW-KEY
004714         MOVE DL1-ADJ-KEY TO DL1-LOW-KEY
004716     END-IF.
004720 2100-EXIT.
004730     EXIT.
004740
004860*                            AN ACTIVE FEED THAT SKIPPED THIS ID
004870*                            RIDES AS AN EMPTY AREA AND GOES ON
004880*                            THE MISSING REPORT.
004884*                            AN ADJUSTMENT CAN LIFT THE COUNT TO
004888*                            REACH THE AREA IT ADJUSTS OR CARRIES.
004890*****************************************************************
004900 2200-BUILD-MERGED-RECORD.
004910     MOVE SPACES TO TR-RECORD.
004920     MOVE DL1-LOW-KEY TO TR-RECORD-ID.
004930     PERFORM 2210-NOTE-ACTIVE-AREAS THRU 2210-EXIT.
004932     IF DL1-ADJ-HIGH-AREA > DL1-ACTIVE-AREAS
004934         MOVE DL1-ADJ-HIGH-AREA TO DL1-ACTIVE-AREAS
004936     END-IF.
004940     MOVE DL1-ACTIVE-AREAS TO TR-AREA-COUNT.
004950     PERFORM 2220-FILL-ONE-AREA THRU 2220-EXIT
004960         VARYING DL1-FEED-SUB FROM 1 BY 1
005470         MOVE ZERO TO TR-AREA-LEN(DL1-FEED-SUB)
005480         MOVE SPACES TO TR-AREA-VALUE(DL1-FEED-SUB)
005490         IF DL1-FEED-HAS-DATA(DL1-FEED-SUB)
005492            AND DL1-ADJ-SRC-SW(DL1-FEED-SUB) = SPACE
005494            AND NOT DL1-ADJ-WITHDRAW
005496            AND NOT DL1-ADJ-ONLY-KEY
005500             MOVE SPACES TO MIS-DETAIL-LINE
005510             MOVE DL1-LOW-KEY TO MIS-RECORD-ID
005520             MOVE DL1-FEED-SUB TO MIS-FEED-NUM
005550             WRITE MIS-DETAIL-LINE
005560             ADD 1 TO DL1-MISSING-COUNT
005570         END-IF
005571     END-IF.
005572*    AN ADJUSTED AREA REPLACES WHATEVER THE FEED SENT; A CARRIED
005573*    MASTER AREA ONLY FILLS IN WHERE THE FEED SENT NOTHING.
005574     IF DL1-ADJ-ADJUSTED(DL1-FEED-SUB)
005575         MOVE DL1-ADJ-LEN(DL1-FEED-SUB)
005576             TO TR-AREA-LEN(DL1-FEED-SUB)
005577         MOVE DL1-ADJ-VALUE(DL1-FEED-SUB)
005578             TO TR-AREA-VALUE(DL1-FEED-SUB)
005579         ADD 1 TO DL1-ADJ-AREAS-APPLIED
005580     END-IF.
005581     IF DL1-ADJ-CARRIED(DL1-FEED-SUB)
005582        AND NOT DL1-FEED-TAKEN(DL1-FEED-SUB)
005583         MOVE DL1-ADJ-LEN(DL1-FEED-SUB)
005584             TO TR-AREA-LEN(DL1-FEED-SUB)
005585         MOVE DL1-ADJ-VALUE(DL1-FEED-SUB)
005586             TO TR-AREA-VALUE(DL1-FEED-SUB)
005587         ADD 1 TO DL1-ADJ-AREAS-CARRIED
005588     END-IF.
005590 2220-EXIT.
005600     EXIT.
005610
005720         PERFORM 2020-READ-ONE-FEED THRU 2020-EXIT
005730     END-IF.
005740 2310-EXIT.
005741     EXIT.
005742
005743*****************************************************************
005744* 2400-COLLECT-ADJUSTMENTS - TAKE EVERY ADJUSTMENT-FEED RECORD
005745*                            FOR THE LOW KEY INTO THE ADJUSTMENT
005746*                            TABLE, ADVANCING THE FEED AS IT GOES,
005747*                            AND NOTE WHETHER ANY SOURCE FEED SENT
005748*                            THE ID AT ALL.  THE TABLE IS BLANKED
005749*                            AFTER AN ID THAT HAD ADJUSTMENTS, SO
005750*                            2220 FINDS IT BLANK FOR ANY OTHER ID.
005751*****************************************************************
005752 2400-COLLECT-ADJUSTMENTS.
005753     MOVE 'N' TO DL1-ADJ-ONLY-SW DL1-ADJ-WITHDRAW-SW.
005754     MOVE ZERO TO DL1-ADJ-HIGH-AREA.
005755     IF DL1-ADJ-THIS-KEY
005756         MOVE SPACES TO DL1-ADJ-TABLE
005757         MOVE 'N' TO DL1-ADJ-HIT-SW
005758     END-IF.
005759     IF DL1-ADJ-KEY NOT = DL1-LOW-KEY
005760         GO TO 2400-EXIT
005761     END-IF.
005762     MOVE 'Y' TO DL1-ADJ-HIT-SW.
005763     PERFORM 2410-TAKE-ONE-ADJUSTMENT THRU 2410-EXIT
005764         UNTIL DL1-ADJ-KEY NOT = DL1-LOW-KEY.
005765     MOVE 'Y' TO DL1-ADJ-ONLY-SW.
005766     PERFORM 2420-CHECK-FEED-SUPPLIED THRU 2420-EXIT
005767         VARYING DL1-FEED-SUB FROM 1 BY 1
005768         UNTIL DL1-FEED-SUB > DL1-MAX-FEEDS.
005769 2400-EXIT.
005770     EXIT.
005771
005772 2410-TAKE-ONE-ADJUSTMENT.
005773     IF ADF-WITHDRAWAL
005774         MOVE 'Y' TO DL1-ADJ-WITHDRAW-SW
005775     ELSE
005776         PERFORM 2415-HOLD-ONE-AREA THRU 2415-EXIT
005777     END-IF.
005778     PERFORM 2430-READ-ADJUSTMENT THRU 2430-EXIT.
005779 2410-EXIT.
005780     EXIT.
005781
005782 2415-HOLD-ONE-AREA.
005783     IF ADF-AREA-NUM NOT NUMERIC
005784         GO TO 2415-EXIT
005785     END-IF.
005786     IF ADF-AREA-NUM < 1 OR ADF-AREA-NUM > DL1-MAX-FEEDS
005787         GO TO 2415-EXIT
005788     END-IF.
005789     MOVE ADF-AREA-NUM TO DL1-ADJ-SUB.
005790*    AN ADJUSTED AREA ALWAYS OVERRIDES; A CARRIED AREA NEVER
005791*    DISPLACES ONE ALREADY HELD.
005792     IF ADF-ADJUSTED-AREA
005793        OR DL1-ADJ-SRC-SW(DL1-ADJ-SUB) = SPACE
005794         MOVE ADF-ACTION TO DL1-ADJ-SRC-SW(DL1-ADJ-SUB)
005795         MOVE ADF-AREA-LEN TO DL1-ADJ-LEN(DL1-ADJ-SUB)
005796         MOVE ADF-AREA-VALUE TO DL1-ADJ-VALUE(DL1-ADJ-SUB)
005797     END-IF.
005798     IF DL1-ADJ-SUB > DL1-ADJ-HIGH-AREA
005799         MOVE DL1-ADJ-SUB TO DL1-ADJ-HIGH-AREA
005800     END-IF.
005801 2415-EXIT.
005802     EXIT.
005803
005804 2420-CHECK-FEED-SUPPLIED.
005805     IF DL1-FEED-KEY(DL1-FEED-SUB) = DL1-LOW-KEY
005806         MOVE 'N' TO DL1-ADJ-ONLY-SW
005807     END-IF.
005808 2420-EXIT.
005809     EXIT.
005810
005811 2430-READ-ADJUSTMENT.
005812     READ ADJ-FEED
005813         AT END
005814             MOVE HIGH-VALUES TO DL1-ADJ-KEY
005815             GO TO 2430-EXIT
005816     END-READ.
005817*    THE CONTROL RECORD IS LAST AND ENDS THE FEED FOR THE MERGE.
005818     IF ADF-RECORD-ID = DL1-ADJ-CONTROL-ID
005819         MOVE HIGH-VALUES TO DL1-ADJ-KEY
005820         GO TO 2430-EXIT
005821     END-IF.
005822     MOVE ADF-RECORD-ID TO DL1-ADJ-KEY.
005823     ADD 1 TO DL1-ADJ-RECORDS-READ.
005824 2430-EXIT.
005825     EXIT.
005826
005827*****************************************************************
005828* 2450-WRITE-WITHDRAWAL - AN APPROVED WITHDRAWAL RIDES THE
005829*                         EXTRACT AS AN ORDINARY DELETE (DL1DEL),
005830*                         EXEMPT FROM THE COUNT AND HASH LIKE THE
005831*                         CONTROL RECORDS, FOR DL100M TO PASS AND
005832*                         DL110M TO HONOR.
005833*****************************************************************
005834 2450-WRITE-WITHDRAWAL.
005835     MOVE SPACES TO TDL-DELETE-RECORD.
005836     MOVE DL1-ADJ-DELETE-ID TO TDL-DELETE-ID.
005837     MOVE DL1-LOW-KEY TO TDL-TARGET-ID.
005838     MOVE 20 TO DL1-TRAN-REC-LEN.
005839     WRITE TDL-DELETE-RECORD.
005840     IF DL1-TRANOUT-STATUS NOT = '00'
005841         MOVE 'TRANOUT' TO DL1-ABEND-DDNAME
005842         MOVE DL1-TRANOUT-STATUS TO DL1-ABEND-STATUS
005843         PERFORM 9100-ABEND-ON-FILE-ERROR THRU 9100-EXIT
005844     END-IF.
005845     ADD 1 TO DL1-ADJ-DELETES.
005846 2450-EXIT.
005847     EXIT.
005848
005849*****************************************************************
005850* 2020-READ-ONE-FEED - ONE PARAGRAPH PER FEED FD; THE FEED
005851*                      NUMBER PICKS THE LEG.  AT THAT FEED'S END
005852*                      OF FILE ITS KEY GOES HIGH-VALUES AND IT
005853*                      DROPS OUT OF THE MERGE.
005854*****************************************************************
005855 2020-READ-ONE-FEED.
005856     GO TO 2021-READ-FEED-01 2022-READ-FEED-02 2023-READ-FEED-03
005857           2024-READ-FEED-04 2025-READ-FEED-05 2026-READ-FEED-06
005860           2027-READ-FEED-07 2028-READ-FEED-08 2029-READ-FEED-09
005870           2030-READ-FEED-10
005880         DEPENDING ON DL1-FEED-SUB.
007594     MOVE 'MANDATORY FEEDS UNDER MINIMUM:' TO MIS-SUM-LABEL.
007596     MOVE DL1-SHORT-FEEDS TO MIS-SUM-COUNT.
007598     WRITE MIS-SUMMARY-LINE.
007599     MOVE SPACES TO MIS-SUMMARY-LINE.
007600     MOVE 'ADJUSTMENT AREAS APPLIED:' TO MIS-SUM-LABEL.
007601     MOVE DL1-ADJ-AREAS-APPLIED TO MIS-SUM-COUNT.
007602     WRITE MIS-SUMMARY-LINE.
007603     MOVE SPACES TO MIS-SUMMARY-LINE.
007604     MOVE 'MASTER AREAS CARRIED:' TO MIS-SUM-LABEL.
007605     MOVE DL1-ADJ-AREAS-CARRIED TO MIS-SUM-COUNT.
007606     WRITE MIS-SUMMARY-LINE.
007607     MOVE SPACES TO MIS-SUMMARY-LINE.
007608     MOVE 'ADJUSTMENT WITHDRAWALS:' TO MIS-SUM-LABEL.
007609     MOVE DL1-ADJ-DELETES TO MIS-SUM-COUNT.
007610     WRITE MIS-SUMMARY-LINE.
007611     IF DL1-MODE-VALIDATE
007612         MOVE DL1-DRY-RUN-STAMP TO MIS-SUMMARY-LINE
007613         WRITE MIS-SUMMARY-LINE
007614         DISPLAY DL1-DRY-RUN-STAMP
007615     END-IF.
007616     PERFORM 9008-WRITE-STEP-TRAILER THRU 9008-EXIT.
007617     PERFORM 9040-WRITE-FEED-STATS THRU 9040-EXIT.
007618     PERFORM 9010-CLOSE-OPEN-FEEDS THRU 9010-EXIT.
007619     CLOSE TRAN-OUT.
007620     CLOSE MISS-RPT.
007630     DISPLAY 'DL105M - FEEDS PRESENT:   ' DL1-FEEDS-PRESENT.
007640     DISPLAY 'DL105M - RECORDS MERGED:  ' DL1-RECORDS-MERGED.
007656             ' MANDATORY FEED(S) UNDER MINIMUM VOLUME - '
007657             'HOLD THE EXTRACT'
007658         MOVE 12 TO RETURN-CODE
007659         MOVE 'FEEDLOW' TO DL1-EVT-CODE
007660         MOVE DL1-SHORT-FEEDS TO DL1-EVT-COUNT-1
007661         MOVE 'MANDATORY FEED UNDER MINIMUM VOLUME'
007662             TO DL1-EVT-TEXT
007663     END-IF.
007664 9000-EXIT.
007670     EXIT.
007672
007673*****************************************************************
007712*                           DATA RECORDS DL100M READS.
007713*****************************************************************
007714 9008-WRITE-STEP-TRAILER.
007715*    A DRY RUN LEAVES NOTHING FOR THE CHAIN BALANCE TO COUNT.
007716     IF DL1-MODE-VALIDATE
007717         GO TO 9008-EXIT
007718     END-IF.
007719     OPEN OUTPUT STEP-AUDIT.
007720     IF DL1-STEPAUD-STATUS NOT = '00'
007721         MOVE 'STEPAUD' TO DL1-ABEND-DDNAME
007722         MOVE DL1-STEPAUD-STATUS TO DL1-ABEND-STATUS
007723         PERFORM 9100-ABEND-ON-FILE-ERROR THRU 9100-EXIT
007724     END-IF.
007725     MOVE SPACES TO STA-RECORD.
007726     MOVE DL1-RUN-DATE TO STA-BUS-DATE.
007727     MOVE 'DL105M' TO STA-STEP-NAME.
007728     MOVE DL1-RUN-TIMESTAMP-X TO STA-RUN-TIMESTAMP.
007729     MOVE DL1-FEEDS-PRESENT TO STA-IN-COUNT.
007730     MOVE DL1-RECORDS-MERGED TO STA-OUT-COUNT.
007731     IF DL1-SHORT-FEEDS > 0
007732         MOVE 'CC12' TO STA-COMPLETION-CODE
007733     ELSE
007734         MOVE 'CC00' TO STA-COMPLETION-CODE
007735     END-IF.
007736     WRITE STA-RECORD.
007737     IF DL1-STEPAUD-STATUS NOT = '00'
007738         MOVE 'STEPAUD' TO DL1-ABEND-DDNAME
007739         MOVE DL1-STEPAUD-STATUS TO DL1-ABEND-STATUS
007740         PERFORM 9100-ABEND-ON-FILE-ERROR THRU 9100-EXIT
007741     END-IF.
007742     CLOSE STEP-AUDIT.
007743 9008-EXIT.
007744     EXIT.
007745
007746 9010-CLOSE-OPEN-FEEDS.
007747     PERFORM 9020-CLOSE-ONE-FEED THRU 9020-EXIT
007748         VARYING DL1-FEED-SUB FROM 1 BY 1
007749         UNTIL DL1-FEED-SUB > DL1-MAX-FEEDS.
007750     IF DL1-ADJ-IS-OPEN
007751         CLOSE ADJ-FEED
007752         MOVE 'N' TO DL1-ADJ-OPEN-SW
007753     END-IF.
007754 9010-EXIT.
007755     EXIT.
007756
007760*****************************************************************
007770* 9020-CLOSE-ONE-FEED - ONLY FEEDS THAT ACTUALLY OPENED GET A
007780*                       CLOSE; THE FEED NUMBER PICKS THE LEG.
008220     EXIT.
008230
008240*****************************************************************
008241* 9040-WRITE-FEED-STATS - APPEND ONE DELIVERY-STATISTICS RECORD
008242*                         PER FEED OCCURRENCE (DL1FST) TO THE
008243*                         SHARED FEED-STATISTICS FILE FOR THE
008244*                         DL145M MONTHLY CHARGEBACK.  A REFUSED
008245*                         RUN (1015) WRITES ITS SET TOO, WITH
008246*                         NOTHING COUNTED AS DELIVERED - THE RUN
008247*                         DATE IS NOT TAKEN YET ON THAT PATH.
008248*****************************************************************
008249 9040-WRITE-FEED-STATS.
008250*    A DRY RUN IS NOT A DELIVERY - NOTHING FOR THE CHARGEBACK.
008251     IF DL1-MODE-VALIDATE
008252         GO TO 9040-EXIT
008253     END-IF.
008254     IF DL1-RUN-DATE-N = ZERO
008255         ACCEPT DL1-RUN-DATE FROM DATE YYYYMMDD
008256         MOVE DL1-RUN-DATE TO DL1-RUN-DATE-N
008257     END-IF.
008258     OPEN OUTPUT FEED-STATS.
008259     IF DL1-FEEDSTAT-STATUS NOT = '00'
008260         MOVE 'FEEDSTAT' TO DL1-ABEND-DDNAME
008261         MOVE DL1-FEEDSTAT-STATUS TO DL1-ABEND-STATUS
008262         PERFORM 9100-ABEND-ON-FILE-ERROR THRU 9100-EXIT
008263     END-IF.
008264     PERFORM 9045-WRITE-ONE-STAT THRU 9045-EXIT
008265         VARYING DL1-FEED-SUB FROM 1 BY 1
008266         UNTIL DL1-FEED-SUB > DL1-MAX-FEEDS.
008267     CLOSE FEED-STATS.
008268 9040-EXIT.
008269     EXIT.
008270
008271*****************************************************************
008272* 9045-WRITE-ONE-STAT - ONE FEED: MISSING IF IT SUPPLIED NOTHING,
008273*                       SHORT IF A COMPLETED RUN SAW IT DELIVER
008274*                       UNDER ITS REGISTERED MINIMUM (MANDATORY
008275*                       OR NOT), OTHERWISE DELIVERED.
008276*****************************************************************
008277 9045-WRITE-ONE-STAT.
008278     MOVE SPACES TO FST-RECORD.
008279     MOVE DL1-RUN-DATE TO FST-RUN-DATE.
008280     MOVE DL1-FEED-SUB TO FST-FEED-NUM.
008281     MOVE DL1-REG-NAME(DL1-FEED-SUB) TO FST-FEED-NAME.
008282     MOVE DL1-REG-OWNER(DL1-FEED-SUB) TO FST-FEED-OWNER.
008283     MOVE DL1-REG-MAND-SW(DL1-FEED-SUB) TO FST-MAND-FLAG.
008284     MOVE DL1-REG-MIN-VOL(DL1-FEED-SUB) TO FST-MIN-VOLUME.
008285     MOVE DL1-FST-RUN-STATUS TO FST-RUN-STATUS.
008286     IF FST-RUN-REFUSED
008287         MOVE ZERO TO FST-RECORDS-RCVD
008288     ELSE
008289         MOVE DL1-FEED-RCV-CNT(DL1-FEED-SUB) TO FST-RECORDS-RCVD
008290     END-IF.
008291     MOVE 'D' TO FST-FEED-STATUS.
008292     IF NOT DL1-FEED-HAS-DATA(DL1-FEED-SUB)
008293         MOVE 'M' TO FST-FEED-STATUS
008294     ELSE
008295         IF FST-RUN-COMPLETE
008296            AND FST-RECORDS-RCVD < FST-MIN-VOLUME
008297             MOVE 'S' TO FST-FEED-STATUS
008298         END-IF
008299     END-IF.
008300     WRITE FST-RECORD.
008301     IF DL1-FEEDSTAT-STATUS NOT = '00'
008302         MOVE 'FEEDSTAT' TO DL1-ABEND-DDNAME
008303         MOVE DL1-FEEDSTAT-STATUS TO DL1-ABEND-STATUS
008304         PERFORM 9100-ABEND-ON-FILE-ERROR THRU 9100-EXIT
008305     END-IF.
008306 9045-EXIT.
008307     EXIT.
008308
008309*****************************************************************
008310* 9100-ABEND-ON-FILE-ERROR - A FILE THE MERGE DEPENDS ON FAILED
008311*                            (OTHER THAN A FEED THAT SIMPLY DID
008312*                            NOT ARRIVE).  STOP WITH A NONZERO
008313*                            RETURN CODE RATHER THAN CUT A SHORT
008314*                            EXTRACT.
008315*****************************************************************
008316 9100-ABEND-ON-FILE-ERROR.
008320     DISPLAY 'DL105M - FATAL FILE ERROR ON ' DL1-ABEND-DDNAME
008330         ' - FILE STATUS ' DL1-ABEND-STATUS.
008340     MOVE 16 TO RETURN-CODE.
008341     MOVE 'FILEERR' TO DL1-EVT-CODE.
008342     MOVE SPACES TO DL1-EVT-TEXT.
008343     STRING 'FATAL FILE ERROR ON ' DELIMITED BY SIZE
008344            DL1-ABEND-DDNAME       DELIMITED BY SPACE
008345            ' STATUS '             DELIMITED BY SIZE
008346            DL1-ABEND-STATUS       DELIMITED BY SIZE
008347         INTO DL1-EVT-TEXT.
008348     PERFORM 9500-WRITE-EVENT THRU 9500-EXIT.
008350     STOP RUN.
008360 9100-EXIT.
008370     EXIT.
008380
008390*****************************************************************
008400* 9500-WRITE-EVENT - APPEND ONE EVENT TO THE SHARED MONITORING
008410*                    EVENT FILE FOR THE DL195M FORWARDER.  THE
008420*                    SEVERITY FOLLOWS THE RETURN CODE; AN END
008430*                    WITH NO NAMED CONDITION IS CODED RCNN.  AN
008440*                    EVENT FILE THAT WILL NOT TAKE THE RECORD
008450*                    IS REPORTED ON THE JOB LOG BUT DOES NOT
008460*                    CHANGE HOW THE STEP ENDS.
008470*****************************************************************
008480 9500-WRITE-EVENT.
008481*    A DRY RUN RAISES NOTHING ON THE MONITORING CONSOLE - ITS
008482*    ANSWER IS THE RETURN CODE AND MISSRPT.
008483     IF DL1-MODE-VALIDATE
008484         GO TO 9500-EXIT
008485     END-IF.
008490     MOVE RETURN-CODE TO DL1-EVT-RC.
008500     OPEN OUTPUT EVENT-FILE.
008510     IF DL1-EVENT-STATUS NOT = '00'
008520         DISPLAY 'DL105M - EVENT NOT WRITTEN - EVENTOUT FILE '
008530             'STATUS ' DL1-EVENT-STATUS
008540         GO TO 9500-EXIT
008550     END-IF.
008560     ACCEPT DL1-EVT-DATE FROM DATE YYYYMMDD.
008570     ACCEPT DL1-EVT-TIME FROM TIME.
008580     MOVE SPACES TO EVT-RECORD.
008590     MOVE 'DL105M' TO EVT-PROGRAM.
008600     MOVE DL1-RUN-DATE TO EVT-BUS-DATE.
008610     IF EVT-BUS-DATE NOT NUMERIC
008620         MOVE DL1-EVT-DATE TO EVT-BUS-DATE
008630     END-IF.
008640     MOVE DL1-EVT-DATE TO EVT-EVENT-DATE.
008650     MOVE DL1-EVT-TIME(1:6) TO EVT-EVENT-TIME.
008660     MOVE DL1-EVT-RC TO EVT-RETURN-CODE.
008670     IF DL1-EVT-RC > 12
008680         MOVE 'S' TO EVT-SEVERITY
008690     ELSE
008700         IF DL1-EVT-RC > 04
008710             MOVE 'E' TO EVT-SEVERITY
008720         ELSE
008730             IF DL1-EVT-RC > 00
008740                 MOVE 'W' TO EVT-SEVERITY
008750             ELSE
008760                 MOVE 'I' TO EVT-SEVERITY
008770             END-IF
008780         END-IF
008790     END-IF.
008800     IF DL1-EVT-CODE = SPACES
008810         MOVE 'RC' TO EVT-EVENT-CODE(1:2)
008820         MOVE DL1-EVT-RC TO EVT-EVENT-CODE(3:2)
008830     ELSE
008840         MOVE DL1-EVT-CODE TO EVT-EVENT-CODE
008850     END-IF.
008860     IF DL1-EVT-TEXT = SPACES
008870         MOVE 'RUN ENDED ABOVE RC=00 - SEE THE JOB LOG'
008880             TO EVT-TEXT
008890     ELSE
008900         MOVE DL1-EVT-TEXT TO EVT-TEXT
008910     END-IF.
008920     MOVE DL1-EVT-COUNT-1 TO EVT-COUNT-1.
008930     MOVE DL1-EVT-COUNT-2 TO EVT-COUNT-2.
008940     WRITE EVT-RECORD.
008950     IF DL1-EVENT-STATUS NOT = '00'
008960         DISPLAY 'DL105M - EVENT NOT WRITTEN - EVENTOUT FILE '
008970             'STATUS ' DL1-EVENT-STATUS
008980     END-IF.
008990     CLOSE EVENT-FILE.
009000     MOVE SPACES TO DL1-EVT-CODE DL1-EVT-TEXT.
009010     MOVE ZERO TO DL1-EVT-COUNT-1 DL1-EVT-COUNT-2.
009020 9500-EXIT.
009030     EXIT.
