000372*                 THOUSANDS OF UNCHANGED ROWS.  FULL (THE
000373*                 DEFAULT) KEEPS THE WHOLE-MASTER CUT FOR THE
000374*                 WEEKLY RESYNC.
000375* 2026-10-15  RH  BEFORE-IMAGE JOURNAL: EVERY ADD, REPLACE AND
000376*                 WITHDRAWAL NOW WRITES THE MASTER RECORD AS IT
000377*                 STOOD BEFORE THE CHANGE TO XTRJRNL (DL1JRN),
000378*                 AHEAD OF THE CHANGE ITSELF, TAGGED WITH THE
000379*                 BUSINESS DATE (RUN-CONTROL POINTER, READ THE
000380*                 SAME WAY DL100M READS IT) AND THE RUN
000381*                 TIMESTAMP, SO DL170M CAN BACK A BAD BUSINESS
000382*                 DATE OUT OF THE MASTER WITHOUT A CLUSTER
000383*                 RESTORE.
000384* 2026-10-15  RH  AN END ABOVE RC=00 NOW ALSO APPENDS AN EVENT
000385*                 (DL1EVT) TO THE SHARED MONITORING EVENT FILE
000386*                 (EVENTOUT) FOR THE DL195M FORWARDER - A FATAL
000387*                 FILE ERROR OR A REFUSED RUN IS ITS OWN EVENT.
000388* 2026-10-15  RH  A CATCHUP CUT CARRIES SEVERAL BUSINESS DATES:
000389*                 EACH DATE MARKER DL100M WRITES AHEAD OF A DATE'S
000390*                 RECORDS (RESERVED ID 'DL1BUSDATE', DL1DTM) NOW
000391*                 SWITCHES THE JOURNAL DATE AND THE RUN TIMESTAMP
000392*                 TO THAT DATE, SO EVERY BEFORE-IMAGE CARRIES THE
000393*                 DATE IT CAME FROM, AND DL170M CAN BACK ONE
000394*                 CATCHUP DATE OUT ALONE (LATER DATES OF THE SWEEP
000395*                 SHOW AS LATER RUNS).  A DELTA CUT TAKES EVERY
000396*                 TIMESTAMP THE RUN STAMPED.
000397*****************************************************************
000398 ENVIRONMENT DIVISION.
000399 CONFIGURATION SECTION.
000400 SOURCE-COMPUTER.   IBM-370.
000401 OBJECT-COMPUTER.   IBM-370.
000402 INPUT-OUTPUT SECTION.
000403 FILE-CONTROL.
000430     SELECT XTRACT-IN       ASSIGN TO XTRACIN
000440            ORGANIZATION IS SEQUENTIAL
000450            FILE STATUS IS DL1-XTRACIN-STATUS.
000562     SELECT STEP-AUDIT      ASSIGN TO STEPAUD
000564            ORGANIZATION IS SEQUENTIAL
000566            FILE STATUS IS DL1-STEPAUD-STATUS.
000567     SELECT JOURNAL-OUT     ASSIGN TO XTRJRNL
000568            ORGANIZATION IS SEQUENTIAL
000569            FILE STATUS IS DL1-JOURNAL-STATUS.
000570     SELECT RUN-CTL         ASSIGN TO RUNCTL
000571            ORGANIZATION IS INDEXED
000572            ACCESS MODE IS RANDOM
000573            RECORD KEY IS RCT-BUS-DATE
000574            FILE STATUS IS DL1-RUNCTL-STATUS.
000575     SELECT EVENT-FILE      ASSIGN TO EVENTOUT
000576            ORGANIZATION IS SEQUENTIAL
000577            FILE STATUS IS DL1-EVENT-STATUS.
000578 DATA DIVISION.
000580 FILE SECTION.
000590 FD  XTRACT-IN
000600     RECORD IS VARYING IN SIZE FROM 12 TO 1012 CHARACTERS
000684     ==TDL-DELETE-RECORD==    BY ==XDI-DELETE-RECORD==
000686     ==TDL-DELETE-ID==        BY ==XDI-DELETE-ID==
000688     ==TDL-TARGET-ID==        BY ==XDI-TARGET-ID==.
000690 COPY DL1DTM REPLACING
000692     ==TDM-DATE-RECORD==      BY ==XMI-DATE-RECORD==
000694     ==TDM-MARK-ID==          BY ==XMI-MARK-ID==
000696     ==TDM-BUS-DATE==         BY ==XMI-BUS-DATE==.
000698
000700 FD  MASTER-FILE
000710     RECORD CONTAINS 1033 CHARACTERS.
000720 COPY DL1MST.
000876     RECORD CONTAINS 56 CHARACTERS.
000878 COPY DL1STA.
000880
000881 FD  JOURNAL-OUT
000882     RECORD CONTAINS 1068 CHARACTERS
000883     RECORDING MODE IS F.
000884 COPY DL1JRN.
000885
000886 FD  RUN-CTL
000887     RECORD CONTAINS 56 CHARACTERS.
000888 COPY DL1RCT.
000889
000890 FD  EVENT-FILE
000891     RECORD CONTAINS 100 CHARACTERS.
000892 COPY DL1EVT.
000893
000894 WORKING-STORAGE SECTION.
000900*****************************************************************
000910* FILE STATUS SWITCHES
000920*****************************************************************
000960     05  DL1-DUPRPT-STATUS     PIC X(02) VALUE '00'.
000970     05  DL1-MERGEOUT-STATUS   PIC X(02) VALUE '00'.
000972     05  DL1-STEPAUD-STATUS    PIC X(02) VALUE '00'.
000974     05  DL1-JOURNAL-STATUS    PIC X(02) VALUE '00'.
000976     05  DL1-RUNCTL-STATUS     PIC X(02) VALUE '00'.
000978     05  DL1-EVENT-STATUS      PIC X(02) VALUE '00'.
000980 77  DL1-ABEND-DDNAME          PIC X(08) VALUE SPACES.
000990 77  DL1-ABEND-STATUS          PIC X(02) VALUE SPACES.
001000
001112 77  DL1-RECORDS-DELETED       PIC 9(07) COMP VALUE ZERO.
001114 77  DL1-DELETE-MISSES         PIC 9(07) COMP VALUE ZERO.
001116 77  DL1-DELETE-ID             PIC X(10) VALUE 'DL1DELETE '.
001118 77  DL1-DATE-MARK-ID          PIC X(10) VALUE 'DL1BUSDATE'.
001120 77  DL1-RECORDS-CUT           PIC 9(07) COMP VALUE ZERO.
001122 77  DL1-RECORDS-UNCHANGED     PIC 9(07) COMP VALUE ZERO.
001127 77  DL1-RECORDS-JOURNALED     PIC 9(07) COMP VALUE ZERO.
001130 77  DL1-AREA-SUB              PIC 9(02) COMP VALUE ZERO.
001140 77  DL1-XTI-REC-LEN           PIC 9(04) COMP VALUE ZERO.
001150 77  DL1-XTO-REC-LEN           PIC 9(04) COMP VALUE ZERO.
001220     05  DL1-RUN-MM            PIC 9(02).
001230     05  DL1-RUN-DD            PIC 9(02).
001240 77  DL1-RUN-DATE-X            PIC X(10).
001241 77  DL1-RUN-TIME              PIC 9(08).
001242 77  DL1-RUN-TIMESTAMP-X       PIC X(16).
001243
001244*****************************************************************
001245* BUSINESS DATE THE JOURNAL ENTRIES ARE TAGGED WITH - THE DATE
001246* THE RUN-CONTROL POINTER NAMES, AS DL100M TAKES IT, SO A
001247* RERUN AFTER MIDNIGHT STILL JOURNALS UNDER THE RIGHT DATE.
001248*****************************************************************
001249 77  DL1-BUS-DATE-X            PIC X(08) VALUE SPACES.
001250
001251*****************************************************************
001252* EVERY RUN TIMESTAMP THIS RUN STAMPED - ONE, OR ON A CATCHUP CUT
001253* ONE PER DATE MARKER, SO THE DELTA CUT TAKES THEM ALL.  MORE
001254* DATES THAN THE TABLE HOLDS TURNS A DELTA CUT INTO A FULL ONE.
001255*****************************************************************
001256 01  DL1-STAMP-TABLE.
001257     05  DL1-STAMP-TS          PIC X(16) OCCURS 31 TIMES.
001258 77  DL1-STAMP-COUNT           PIC 9(02) COMP VALUE ZERO.
001259 77  DL1-MAX-STAMPS            PIC 9(02) COMP VALUE 31.
001260 77  DL1-STAMP-SUB             PIC 9(02) COMP VALUE ZERO.
001261 77  DL1-DATES-MARKED          PIC 9(05) COMP VALUE ZERO.
001262
001263*****************************************************************
001264* CUT-MODE CONTROLS - DRIVEN BY THE PARM ON THE EXEC CARD.
001269 01  DL1-CUT-MODE              PIC X(05) VALUE 'FULL '.
001270     88  DL1-CUT-FULL                    VALUE 'FULL '.
001271     88  DL1-CUT-DELTA                   VALUE 'DELTA'.
001278
001279*****************************************************************
001280* MONITORING EVENT - WHATEVER ENDS THE RUN ABOVE RC=00 OR RAISES
001281* A NAMED CONDITION SETS THE CODE, COUNTS AND TEXT; 9500 WRITES
001282* THE EVENT (DL1EVT) TO THE SHARED EVENT FILE.
001283*****************************************************************
001284 01  DL1-EVENT-FIELDS.
001285     05  DL1-EVT-CODE          PIC X(08) VALUE SPACES.
001286     05  DL1-EVT-COUNT-1       PIC 9(07) VALUE ZERO.
001287     05  DL1-EVT-COUNT-2       PIC 9(07) VALUE ZERO.
001288     05  DL1-EVT-TEXT          PIC X(40) VALUE SPACES.
001289 77  DL1-EVT-RC                PIC 9(02) VALUE ZERO.
001290 77  DL1-EVT-DATE              PIC 9(08) VALUE ZERO.
001291 77  DL1-EVT-TIME              PIC 9(08) VALUE ZERO.
001292
001293 LINKAGE SECTION.
001294 01  LS-PARM-AREA.
001295     05  LS-PARM-LENGTH         PIC S9(04) COMP.
001296     05  LS-PARM-TEXT           PIC X(24).
001297
001298 PROCEDURE DIVISION USING LS-PARM-AREA.
001299*****************************************************************
001300* 0000-MAINLINE
001310*****************************************************************
001320 0000-MAINLINE.
001350         UNTIL DL1-EOF-YES.
001360     PERFORM 3000-CUT-INTERFACE THRU 3000-EXIT.
001370     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001372     IF RETURN-CODE > 0
001374         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
001376     END-IF.
001380     GOBACK.
001390
001400*****************************************************************
001850     STRING DL1-RUN-DATE-X     DELIMITED BY SIZE
001860            DL1-RUN-TIME(1:6)  DELIMITED BY SIZE
001870         INTO DL1-RUN-TIMESTAMP-X.
001871     MOVE 1 TO DL1-STAMP-COUNT.
001872     MOVE DL1-RUN-TIMESTAMP-X TO DL1-STAMP-TS(1).
001873*    THE JOURNAL IS A SHARED ACCUMULATING FILE (DISP=MOD IN THE
001874*    JCL) - EACH RUN APPENDS ITS BEFORE-IMAGES TO THE END.
001875     OPEN OUTPUT JOURNAL-OUT.
001876     IF DL1-JOURNAL-STATUS NOT = '00'
001877         MOVE 'XTRJRNL' TO DL1-ABEND-DDNAME
001878         MOVE DL1-JOURNAL-STATUS TO DL1-ABEND-STATUS
001879         PERFORM 9100-ABEND-ON-FILE-ERROR THRU 9100-EXIT
001880     END-IF.
001881     PERFORM 1060-GET-BUS-DATE THRU 1060-EXIT.
001882 1000-EXIT.
001890     EXIT.
001891
001892*****************************************************************
001903         DISPLAY 'DL110M - UNRECOGNIZED CUT MODE ON PARM: '
001904             DL1-CUT-MODE
001905         MOVE 12 TO RETURN-CODE
001906         MOVE 'BADPARM' TO DL1-EVT-CODE
001907         MOVE 'PARM REFUSED - STEP NOT RUN' TO DL1-EVT-TEXT
001908         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
001909         STOP RUN
001910     END-IF.
001911 1050-EXIT.
001912     EXIT.
001913
001914*****************************************************************
001915* 1060-GET-BUS-DATE - THE BUSINESS DATE THE JOURNAL IS TAGGED
001916*                     WITH COMES OFF THE RUN-CONTROL POINTER
001917*                     RECORD (KEY 00000000), THE SAME DATE THE
001918*                     DL100M RUN THAT CUT TONIGHT'S EXTRACT
001919*                     STAMPED.  THE CONTROL FILE IS ONLY READ
001920*                     HERE AND CLOSED AGAIN AT ONCE.  NO
001921*                     POINTER (OR A CLUSTER NEVER LOADED) FALLS
001922*                     BACK TO THE SYSTEM DATE, AS DL100M DOES.
001923*****************************************************************
001924 1060-GET-BUS-DATE.
001925     MOVE DL1-RUN-DATE TO DL1-BUS-DATE-X.
001926     OPEN INPUT RUN-CTL.
001927     IF DL1-RUNCTL-STATUS = '35'
001928         DISPLAY 'DL110M - NO RUN-CONTROL POINTER - '
001929             'USING SYSTEM DATE'
001930         GO TO 1060-EXIT
001931     END-IF.
001932     IF DL1-RUNCTL-STATUS NOT = '00' AND
001933        DL1-RUNCTL-STATUS NOT = '97'
001934         MOVE 'RUNCTL' TO DL1-ABEND-DDNAME
001935         MOVE DL1-RUNCTL-STATUS TO DL1-ABEND-STATUS
001936         PERFORM 9100-ABEND-ON-FILE-ERROR THRU 9100-EXIT
001937     END-IF.
001938     MOVE '00000000' TO RCT-BUS-DATE.
001939     READ RUN-CTL
001940         INVALID KEY
001941             DISPLAY 'DL110M - NO RUN-CONTROL POINTER - '
001942                 'USING SYSTEM DATE'
001943         NOT INVALID KEY
001944             IF RCT-NEXT-DATE NOT = ZERO
001945                 MOVE RCT-NEXT-DATE TO DL1-BUS-DATE-X
001946             END-IF
001947     END-READ.
001948     CLOSE RUN-CTL.
001949 1060-EXIT.
001950     EXIT.
001951
001952*****************************************************************
001953* 2000-APPLY-EXTRACT - READ ONE EXTRACT RECORD AND APPLY IT TO
001954*                      THE MASTER: ADD IF THE ID IS NEW, REPLACE
001955*                      (LAST WINS) IF IT IS ALREADY THERE.
001956*****************************************************************
001960 2000-APPLY-EXTRACT.
001970     READ XTRACT-IN
001980         AT END
001990             MOVE 'Y' TO DL1-EOF-SW
002000             GO TO 2000-EXIT
002001     END-READ.
002002*    A DATE MARKER ON A CATCHUP CUT IS NOT A DATA RECORD - IT
002003*    ONLY SAYS WHICH BUSINESS DATE THE RECORDS AFTER IT BELONG TO.
002004     IF XTI-RECORD-ID = DL1-DATE-MARK-ID
002005         PERFORM 2050-START-MARKED-DATE THRU 2050-EXIT
002006         GO TO 2000-EXIT
002007     END-IF.
002008     ADD 1 TO DL1-RECORDS-APPLIED.
002009     PERFORM 2100-APPLY-ONE THRU 2100-EXIT.
002010 2000-EXIT.
002011     EXIT.
002012
002013*****************************************************************
002014* 2050-START-MARKED-DATE - A CATCHUP CUT'S DATE MARKER: THE
002015*                          RECORDS THAT FOLLOW ARE JOURNALED UNDER
002016*                          ITS DATE, AND STAMPED WITH A RUN
002017*                          TIMESTAMP CARRYING THAT DATE (AS DL100M
002018*                          STAMPS EACH CATCHUP DATE), SO A BACKOUT
002019*                          OF AN EARLIER DATE IN THE SWEEP SEES A
002020*                          LATER DATE'S CHANGE AS A LATER RUN.
002021*****************************************************************
002022 2050-START-MARKED-DATE.
002023     IF XMI-BUS-DATE IS NOT NUMERIC
002024         DISPLAY 'DL110M - DATE MARKER WITH NO VALID DATE: '
002025             XMI-BUS-DATE ' - RUN STOPPED'
002026         MOVE 16 TO RETURN-CODE
002027         MOVE 'FILEERR' TO DL1-EVT-CODE
002028         MOVE 'XTRACIN DATE MARKER HAS NO VALID DATE'
002029             TO DL1-EVT-TEXT
002030         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
002031         STOP RUN
002032     END-IF.
002033     ADD 1 TO DL1-DATES-MARKED.
002034     MOVE XMI-BUS-DATE TO DL1-BUS-DATE-X.
002035     MOVE DL1-BUS-DATE-X(5:2) TO DL1-RUN-DATE-X(1:2).
002036     MOVE '/'         TO DL1-RUN-DATE-X(3:1).
002037     MOVE DL1-BUS-DATE-X(7:2) TO DL1-RUN-DATE-X(4:2).
002038     MOVE '/'         TO DL1-RUN-DATE-X(6:1).
002039     MOVE DL1-BUS-DATE-X(1:4) TO DL1-RUN-DATE-X(7:4).
002040     ACCEPT DL1-RUN-TIME FROM TIME.
002041     STRING DL1-RUN-DATE-X     DELIMITED BY SIZE
002042            DL1-RUN-TIME(1:6)  DELIMITED BY SIZE
002043         INTO DL1-RUN-TIMESTAMP-X.
002044     IF DL1-STAMP-COUNT < DL1-MAX-STAMPS
002045         ADD 1 TO DL1-STAMP-COUNT
002046         MOVE DL1-RUN-TIMESTAMP-X TO DL1-STAMP-TS(DL1-STAMP-COUNT)
002047     ELSE
002048         IF DL1-CUT-DELTA
002049             DISPLAY 'DL110M - MORE THAN ' DL1-MAX-STAMPS
002050                 ' DATES ON THE CUT - FULL CUT TAKEN INSTEAD'
002051             MOVE 'FULL ' TO DL1-CUT-MODE
002052         END-IF
002053     END-IF.
002054 2050-EXIT.
002055     EXIT.
002070*****************************************************************
002080* 2100-APPLY-ONE - A DELETE TRANSACTION (RESERVED ID) TAKES ITS
002090*                  TARGET OFF THE MASTER; ANYTHING ELSE IS A
002210
002220 2110-ADD-MASTER.
002230     MOVE XTI-RECORD-ID TO MST-RECORD-ID.
002231*    A NEW ID HAS NO PRIOR IMAGE - THE JOURNAL ENTRY SAYS ONLY
002232*    THAT THE DATE ADDED IT, SO A BACKOUT TAKES IT OFF AGAIN.
002233     MOVE 'A' TO JRN-ACTION.
002234     MOVE SPACES TO JRN-BEFORE-IMAGE.
002235     PERFORM 2170-WRITE-JOURNAL THRU 2170-EXIT.
002240     PERFORM 2130-BUILD-MASTER-BODY THRU 2130-EXIT.
002250     MOVE 1 TO MST-UPDATE-COUNT.
002260     WRITE MST-RECORD
002400*                       TO THE DUPLICATE-ACTIVITY REPORT.
002410*****************************************************************
002420 2120-REPLACE-MASTER.
002421*    THE BEFORE-IMAGE IS THE RECORD JUST READ - JOURNALED
002422*    BEFORE THE INCOMING VERSION IS LAID OVER IT.
002423     MOVE 'R' TO JRN-ACTION.
002424     MOVE MST-RECORD TO JRN-BEFORE-IMAGE.
002425     PERFORM 2170-WRITE-JOURNAL THRU 2170-EXIT.
002430     PERFORM 2130-BUILD-MASTER-BODY THRU 2130-EXIT.
002440     ADD 1 TO MST-UPDATE-COUNT.
002450*    THE REPORT LINE IS BUILT BEFORE THE REWRITE - THE RECORD
002897             MOVE MST-UPDATE-COUNT TO DUP-OCCURRENCE
002898             MOVE 'RECORD DELETED - ID WITHDRAWN UPSTREAM'
002899                 TO DUP-SURVIVOR
002900             MOVE 'D' TO JRN-ACTION
002901             MOVE MST-RECORD TO JRN-BEFORE-IMAGE
002902             PERFORM 2170-WRITE-JOURNAL THRU 2170-EXIT
002903             PERFORM 2160-DROP-MASTER-RECORD THRU 2160-EXIT
002904             WRITE DUP-DETAIL-LINE
002905             ADD 1 TO DL1-RECORDS-DELETED
002906     END-READ.
002907 2150-EXIT.
002908     EXIT.
002909
002910 2160-DROP-MASTER-RECORD.
002911     DELETE MASTER-FILE RECORD.
002912     IF DL1-MASTER-STATUS NOT = '00'
002913         MOVE 'XTRMAST' TO DL1-ABEND-DDNAME
002914         MOVE DL1-MASTER-STATUS TO DL1-ABEND-STATUS
002915         PERFORM 9100-ABEND-ON-FILE-ERROR THRU 9100-EXIT
002916     END-IF.
002917 2160-EXIT.
002918     EXIT.
002919
002920*****************************************************************
002921* 2170-WRITE-JOURNAL - ONE BEFORE-IMAGE JOURNAL ENTRY, WRITTEN
002922*                      AHEAD OF THE MASTER CHANGE IT COVERS SO
002923*                      NO CHANGE EVER REACHES THE MASTER
002924*                      UNJOURNALED.  THE CALLER HAS SET THE
002925*                      ACTION AND THE BEFORE-IMAGE; THE ID IS
002926*                      THE ONE THE CHANGE IS ABOUT TO TOUCH.
002927*****************************************************************
002928 2170-WRITE-JOURNAL.
002929     MOVE DL1-BUS-DATE-X TO JRN-BUS-DATE.
002930     MOVE MST-RECORD-ID TO JRN-RECORD-ID.
002931     MOVE DL1-RUN-TIMESTAMP-X TO JRN-RUN-TIMESTAMP.
002932     WRITE JRN-RECORD.
002933     IF DL1-JOURNAL-STATUS NOT = '00'
002934         MOVE 'XTRJRNL' TO DL1-ABEND-DDNAME
002935         MOVE DL1-JOURNAL-STATUS TO DL1-ABEND-STATUS
002936         PERFORM 9100-ABEND-ON-FILE-ERROR THRU 9100-EXIT
002937     END-IF.
002938     ADD 1 TO DL1-RECORDS-JOURNALED.
002939 2170-EXIT.
002940     EXIT.
002941
002942*****************************************************************
002943* 3000-CUT-INTERFACE - READ THE WHOLE MASTER BACK IN KEY
002944*                      SEQUENCE AND CUT THE DOWNSTREAM INTERFACE
002945*                      FROM IT - ONE ROW PER RECORD ID.
002946*****************************************************************
002947 3000-CUT-INTERFACE.
002950     MOVE LOW-VALUES TO MST-RECORD-ID.
002960     START MASTER-FILE KEY NOT < MST-RECORD-ID
002970         INVALID KEY
003092*            ON A DELTA CUT, A RECORD THIS RUN DID NOT STAMP
003094*            IS UNCHANGED SINCE THE LAST CUT AND STAYS HOME.
003096             IF DL1-CUT-DELTA
003097                 PERFORM 3105-STEP-ONE-STAMP THRU 3105-EXIT
003098                     VARYING DL1-STAMP-SUB FROM 1 BY 1
003099                     UNTIL DL1-STAMP-SUB > DL1-STAMP-COUNT
003100                        OR DL1-STAMP-TS(DL1-STAMP-SUB)
003101                           = MST-LAST-RUN-TS
003102             END-IF
003103             IF DL1-CUT-DELTA
003104                AND DL1-STAMP-SUB > DL1-STAMP-COUNT
003105                 ADD 1 TO DL1-RECORDS-UNCHANGED
003106             ELSE
003107                 PERFORM 3110-WRITE-ONE THRU 3110-EXIT
003108             END-IF
003110     END-READ.
003120 3100-EXIT.
003130     EXIT.
003140
003141 3105-STEP-ONE-STAMP.
003142*    THE VARYING LOOP ONLY WALKS THE TABLE; THE MATCH TEST IS
003143*    IN THE UNTIL.
003144 3105-EXIT.
003145     EXIT.
003150 3110-WRITE-ONE.
003160     MOVE SPACES         TO XTO-RECORD.
003170     MOVE MST-RECORD-ID   TO XTO-RECORD-ID.
003520     MOVE 'UNCHANGED - NOT CUT (DELTA):' TO DUP-SUM-LABEL.
003521     MOVE DL1-RECORDS-UNCHANGED TO DUP-SUM-COUNT.
003522     WRITE DUP-SUMMARY-LINE.
003523     MOVE SPACES TO DUP-SUMMARY-LINE.
003524     MOVE 'BEFORE-IMAGES JOURNALED:' TO DUP-SUM-LABEL.
003525     MOVE DL1-RECORDS-JOURNALED TO DUP-SUM-COUNT.
003526     WRITE DUP-SUMMARY-LINE.
003527     CLOSE XTRACT-IN.
003530     CLOSE MASTER-FILE.
003540     CLOSE DUP-RPT.
003550     CLOSE MERGE-OUT.
003551     CLOSE JOURNAL-OUT.
003552     PERFORM 9080-WRITE-STEP-TRAILER THRU 9080-EXIT.
003560     DISPLAY 'DL110M - RECORDS APPLIED:  ' DL1-RECORDS-APPLIED.
003570     DISPLAY 'DL110M - RECORDS ADDED:    ' DL1-RECORDS-ADDED.
003590     DISPLAY 'DL110M - RECORDS CUT:      ' DL1-RECORDS-CUT.
003592     DISPLAY 'DL110M - UNCHANGED (HELD): '
003594         DL1-RECORDS-UNCHANGED.
003596     DISPLAY 'DL110M - JOURNALED:        ' DL1-RECORDS-JOURNALED
003598         ' FOR BUSINESS DATE ' DL1-BUS-DATE-X.
003600     IF DL1-DATES-MARKED > 0
003602         DISPLAY 'DL110M - CATCHUP DATES:    ' DL1-DATES-MARKED
003604             ' (JOURNALED EACH UNDER ITS OWN DATE)'
003606     END-IF.
003608 9000-EXIT.
003610     EXIT.
003611
003612*****************************************************************
003710     DISPLAY 'DL110M - FATAL FILE ERROR ON ' DL1-ABEND-DDNAME
003720         ' - FILE STATUS ' DL1-ABEND-STATUS.
003730     MOVE 16 TO RETURN-CODE.
003731     MOVE 'FILEERR' TO DL1-EVT-CODE.
003732     MOVE SPACES TO DL1-EVT-TEXT.
003733     STRING 'FATAL FILE ERROR ON ' DELIMITED BY SIZE
003734            DL1-ABEND-DDNAME       DELIMITED BY SPACE
003735            ' STATUS '             DELIMITED BY SIZE
003736            DL1-ABEND-STATUS       DELIMITED BY SIZE
003737         INTO DL1-EVT-TEXT.
003738     PERFORM 9500-WRITE-EVENT THRU 9500-EXIT.
003740     STOP RUN.
003750 9100-EXIT.
003760     EXIT.
003770
003780*****************************************************************
003790* 9500-WRITE-EVENT - APPEND ONE EVENT TO THE SHARED MONITORING
003800*                    EVENT FILE FOR THE DL195M FORWARDER.  THE
003810*                    SEVERITY FOLLOWS THE RETURN CODE; AN END
003820*                    WITH NO NAMED CONDITION IS CODED RCNN.  AN
003830*                    EVENT FILE THAT WILL NOT TAKE THE RECORD
003840*                    IS REPORTED ON THE JOB LOG BUT DOES NOT
003850*                    CHANGE HOW THE STEP ENDS.
003860*****************************************************************
003870 9500-WRITE-EVENT.
003880     MOVE RETURN-CODE TO DL1-EVT-RC.
003890     OPEN OUTPUT EVENT-FILE.
003900     IF DL1-EVENT-STATUS NOT = '00'
003910         DISPLAY 'DL110M - EVENT NOT WRITTEN - EVENTOUT FILE '
003920             'STATUS ' DL1-EVENT-STATUS
003930         GO TO 9500-EXIT
003940     END-IF.
003950     ACCEPT DL1-EVT-DATE FROM DATE YYYYMMDD.
003960     ACCEPT DL1-EVT-TIME FROM TIME.
003970     MOVE SPACES TO EVT-RECORD.
003980     MOVE 'DL110M' TO EVT-PROGRAM.
003990     MOVE DL1-BUS-DATE-X TO EVT-BUS-DATE.
004000     IF EVT-BUS-DATE NOT NUMERIC
004010         MOVE DL1-EVT-DATE TO EVT-BUS-DATE
004020     END-IF.
004030     MOVE DL1-EVT-DATE TO EVT-EVENT-DATE.
004040     MOVE DL1-EVT-TIME(1:6) TO EVT-EVENT-TIME.
004050     MOVE DL1-EVT-RC TO EVT-RETURN-CODE.
004060     IF DL1-EVT-RC > 12
004070         MOVE 'S' TO EVT-SEVERITY
004080     ELSE
004090         IF DL1-EVT-RC > 04
004100             MOVE 'E' TO EVT-SEVERITY
004110         ELSE
004120             IF DL1-EVT-RC > 00
004130                 MOVE 'W' TO EVT-SEVERITY
004140             ELSE
004150                 MOVE 'I' TO EVT-SEVERITY
004160             END-IF
004170         END-IF
004180     END-IF.
004190     IF DL1-EVT-CODE = SPACES
004200         MOVE 'RC' TO EVT-EVENT-CODE(1:2)
004210         MOVE DL1-EVT-RC TO EVT-EVENT-CODE(3:2)
004220     ELSE
004230         MOVE DL1-EVT-CODE TO EVT-EVENT-CODE
004240     END-IF.
004250     IF DL1-EVT-TEXT = SPACES
004260         MOVE 'RUN ENDED ABOVE RC=00 - SEE THE JOB LOG'
004270             TO EVT-TEXT
004280     ELSE
004290         MOVE DL1-EVT-TEXT TO EVT-TEXT
004300     END-IF.
004310     MOVE DL1-EVT-COUNT-1 TO EVT-COUNT-1.
004320     MOVE DL1-EVT-COUNT-2 TO EVT-COUNT-2.
004330     WRITE EVT-RECORD.
004340     IF DL1-EVENT-STATUS NOT = '00'
004350         DISPLAY 'DL110M - EVENT NOT WRITTEN - EVENTOUT FILE '
004360             'STATUS ' DL1-EVENT-STATUS
004370     END-IF.
004380     CLOSE EVENT-FILE.
004390     MOVE SPACES TO DL1-EVT-CODE DL1-EVT-TEXT.
004400     MOVE ZERO TO DL1-EVT-COUNT-1 DL1-EVT-COUNT-2.
004410 9500-EXIT.
004420     EXIT.
