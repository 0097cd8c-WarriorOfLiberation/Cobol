000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.      OPS-STATUS.
000030 AUTHOR.          R J HALVORSEN.
000040 INSTALLATION.    DATA PROCESSING CENTER.
000050 DATE-WRITTEN.    10/14/2026.
000060 DATE-COMPILED.
000070*--------------------------------------------------------------*
000080* MODIFICATION HISTORY                                        *
000090*--------------------------------------------------------------*
000100* DATE       INIT  DESCRIPTION                                 *
000110* 10/14/2026 RJH   ORIGINAL PROGRAM - MORNING OPERATIONS       *
000120*                  STATUS PAGE, THE LAST STEP OF THE DAILY     *
000130*                  RUN.  READS THE RUN REGISTRY AND THE        *
000140*                  NIGHT'S CONTROL OUTPUTS - RECONRPT, EODRPT, *
000150*                  ALERTOUT, WDOGOUT, THE RUN TIMELINE, FIBRPT,*
000160*                  THE FIB-VERIFY ENTRIES ON EXCPTLOG AND THE  *
000170*                  EXCEPTION AGING REPORT - AND PRINTS ONE     *
000180*                  PAGE FOR THE BUSINESS DATE WITH A RED,      *
000190*                  AMBER OR GREEN LINE PER STEP AND PER        *
000200*                  CONTROL, EACH GIVING THE REASON AND THE     *
000210*                  DATASET TO OPEN FOR THE DETAIL.  THE        *
000220*                  NIGHT'S OVERALL COLOUR IS ALSO WRITTEN AS   *
000230*                  A ONE-RECORD STATUS FILE (OPSSTSRC) FOR THE *
000240*                  SCHEDULER AND THE SHIFT LOG.                *
000250*--------------------------------------------------------------*
000260*                                                              *
000270* RETURN CODES -  0  GREEN - EVERY LINE ON THE PAGE IS GREEN.  *
000280*                 4  AMBER - AT LEAST ONE LINE WANTS A LOOK    *
000290*                    BEFORE THE DAY STARTS, NONE IS RED.       *
000300*                 8  RED - A STEP FAILED, DIED OR NEVER RAN,   *
000310*                    OR A CONTROL IS OUT OF BALANCE OR         *
000320*                    ALERTING.                                 *
000330*                                                              *
000340* A REPORT THAT IS MISSING, OR STILL CARRIES AN EARLIER DATE,  *
000350* IS TAKEN TO MEAN ITS STEP DID NOT RUN TONIGHT.  A STEP THAT  *
000360* DID NOT RUN IS AMBER WHEN A STEP ABOVE IT IS ALREADY NOT     *
000370* GREEN - IT WAS BYPASSED BEHIND THAT STEP, WHICH CARRIES THE  *
000380* REAL PROBLEM - AND RED OTHERWISE.                            *
000390*--------------------------------------------------------------*
000400 ENVIRONMENT DIVISION.
000410 CONFIGURATION SECTION.
000420 SOURCE-COMPUTER.   IBM-370.
000430 OBJECT-COMPUTER.   IBM-370.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT BUSDATE-FILE   ASSIGN TO BUSDATE
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-BUSDATE-STATUS.
000490     SELECT RUNREG-FILE    ASSIGN TO RUNREG
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-RUNREG-STATUS.
000520     SELECT EXCEPTION-FILE ASSIGN TO EXCPTLOG
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-EXCEPT-STATUS.
000550     SELECT RECON-FILE     ASSIGN TO RECONRPT
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-REPORT-STATUS.
000580     SELECT EODRPT-FILE    ASSIGN TO EODRPT
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-REPORT-STATUS.
000610     SELECT ALERT-FILE     ASSIGN TO ALERTOUT
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-REPORT-STATUS.
000640     SELECT WDOG-FILE      ASSIGN TO WDOGOUT
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-REPORT-STATUS.
000670     SELECT TIMELINE-FILE  ASSIGN TO RUNRPT
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-REPORT-STATUS.
000700     SELECT FIBRPT-FILE    ASSIGN TO FIBRPT
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-REPORT-STATUS.
000730     SELECT AGING-FILE     ASSIGN TO AGINGRPT
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WS-REPORT-STATUS.
000760     SELECT PAGE-FILE      ASSIGN TO OPSPAGE
000770         ORGANIZATION IS LINE SEQUENTIAL.
000780     SELECT OPSSTAT-FILE   ASSIGN TO OPSSTAT
000790         ORGANIZATION IS LINE SEQUENTIAL.
000800*
000810 DATA DIVISION.
000820 FILE SECTION.
000830 FD  BUSDATE-FILE
000840     RECORDING MODE IS F.
000850 01  BUSDATE-CARD.
000860     05  BUS-DATE                PIC 9(08).
000870     05  FILLER                  PIC X(72).
000880*
000890 FD  RUNREG-FILE
000900     RECORDING MODE IS F.
000910     COPY RUNREGRC.
000920*
000930 FD  EXCEPTION-FILE
000940     RECORDING MODE IS F.
000950     COPY EXCPTREC.
000960*
000970* THE CONTROL REPORTS ARE READ BY THE COLUMNS THEIR OWN
000980* PROGRAMS PRINT THEM IN - SEE RECONCILE, EOD-REPORT, RUN-
000990* WATCHDOG, RUN-TIMELINE, FIBONACCI AND EXCP-AGING.
001000 FD  RECON-FILE
001010     RECORDING MODE IS F.
001020 01  RECON-REC.
001030     05  RCN-LABEL               PIC X(34).
001040     05  RCN-VERDICT             PIC X(14).
001050     05  FILLER                  PIC X(32).
001060 01  RECON-HEAD-REC.
001070     05  RCN-HEAD-TEXT           PIC X(33).
001080     05  RCN-HEAD-DATE           PIC 9(08).
001090     05  FILLER                  PIC X(39).
001100*
001110 FD  EODRPT-FILE
001120     RECORDING MODE IS F.
001130 01  EODRPT-REC.
001140     05  EOD-LABEL               PIC X(24).
001150     05  EOD-COUNT               PIC ZZZ,ZZ9.
001160     05  FILLER                  PIC X(89).
001170*
001180 FD  ALERT-FILE
001190     RECORDING MODE IS F.
001200 01  ALERT-REC.
001210     05  ALR-NAME                PIC X(13).
001220     05  FILLER                  PIC X(67).
001230*
001240 FD  WDOG-FILE
001250     RECORDING MODE IS F.
001260 01  WDOG-REC.
001270     05  WDG-PROGRAM             PIC X(13).
001280     05  FILLER                  PIC X(01).
001290     05  WDG-REASON              PIC X(26).
001300     05  FILLER                  PIC X(40).
001310*
001320 FD  TIMELINE-FILE
001330     RECORDING MODE IS F.
001340 01  TIMELINE-REC.
001350     05  TML-PROGRAM             PIC X(13).
001360     05  FILLER                  PIC X(01).
001370     05  TML-TIME-ON             PIC X(08).
001380     05  TML-ORPHAN-TEXT         PIC X(24).
001390     05  FILLER                  PIC X(34).
001400 01  TIMELINE-HEAD-REC.
001410     05  TML-HEAD-TEXT           PIC X(27).
001420     05  TML-HEAD-DATE           PIC 9(08).
001430     05  FILLER                  PIC X(45).
001440*
001450 FD  FIBRPT-FILE
001460     RECORDING MODE IS F.
001470 01  FIBRPT-REC.
001480     05  FBR-REQ-ID              PIC X(08).
001490     05  FBR-REQUESTED-TAG       PIC X(12).
001500     05  FILLER                  PIC X(17).
001510     05  FBR-OVERFLOW-TAG        PIC X(11).
001520     05  FBR-OVERFLOW            PIC X(01).
001530     05  FILLER                  PIC X(31).
001540 01  FIBRPT-HEAD-REC.
001550     05  FBR-HEAD-TEXT           PIC X(36).
001560     05  FBR-HEAD-DATE           PIC 9(08).
001570     05  FILLER                  PIC X(36).
001580*
001590 FD  AGING-FILE
001600     RECORDING MODE IS F.
001610 01  AGING-REC.
001620     05  AGE-PROGRAM             PIC X(13).
001630     05  AGE-OVER-1-TAG          PIC X(09).
001640     05  AGE-OVER-1              PIC ZZZ,ZZ9.
001650     05  FILLER                  PIC X(09).
001660     05  AGE-OVER-3              PIC ZZZ,ZZ9.
001670     05  FILLER                  PIC X(09).
001680     05  AGE-OVER-7              PIC ZZZ,ZZ9.
001690     05  FILLER                  PIC X(54).
001700 01  AGING-HEAD-REC.
001710     05  AGE-HEAD-TEXT           PIC X(32).
001720     05  AGE-HEAD-DATE           PIC 9(08).
001730     05  FILLER                  PIC X(75).
001740*
001750 FD  PAGE-FILE
001760     RECORDING MODE IS F.
001770 01  PAGE-REC                    PIC X(120).
001780*
001790 FD  OPSSTAT-FILE
001800     RECORDING MODE IS F.
001810     COPY OPSSTSRC.
001820*
001830 WORKING-STORAGE SECTION.
001840 01  WS-SWITCHES.
001850     05  WS-EOF-SW               PIC X(01) VALUE 'N'.
001860         88  INPUT-AT-END                VALUE 'Y'.
001870     05  WS-NOT-RUN-SW           PIC X(01) VALUE 'N'.
001880         88  STEP-NOT-RUN                VALUE 'Y'.
001890     05  WS-SUMMARY-SW           PIC X(01) VALUE 'N'.
001900         88  SUMMARY-FOUND               VALUE 'Y'.
001910*
001920* ONE ENTRY PER DAILY RUN STEP ON THE PAGE, IN STREAM ORDER -
001930* STEP, PROGRAM, WHERE ITS RESULT COMES FROM (R = THE RUN
001940* REGISTRY, V = FIB-VERIFY ENTRIES ON EXCPTLOG, C = RECONRPT),
001950* WHETHER IT RUNS EVERY PROCESSING NIGHT WHATEVER THE STEPS
001960* ABOVE IT DID, AND THE DATASET TO OPEN FOR THE DETAIL.
001970 77  MAX-STEPS                   PIC 9(02) COMP VALUE 10.
001980 01  STEP-VALUES.
001990     05  FILLER                  PIC X(49) VALUE
002000         "STEP005 BUSDATE-ROLL RYPROD.BATCH.RUN.TIMELINE   ".
002010     05  FILLER                  PIC X(49) VALUE
002020         "STEP007 FEED-CHECK   RNPROD.BATCH.RUN.FEEDREG    ".
002030     05  FILLER                  PIC X(49) VALUE
002040         "STEP010 FIBONACCI    RNPROD.BATCH.FIB.CTLRPT     ".
002050     05  FILLER                  PIC X(49) VALUE
002060         "STEP015 FIB-VERIFY   VNPROD.BATCH.EOD.REPORT     ".
002070     05  FILLER                  PIC X(49) VALUE
002080         "STEP020 BINARY-SEARCHRNPROD.BATCH.RUN.TIMELINE   ".
002090     05  FILLER                  PIC X(49) VALUE
002100         "STEP025 COORD-GATE   RNPROD.BATCH.GATE.REPORT    ".
002110     05  FILLER                  PIC X(49) VALUE
002120         "STEP030 SOLUTION     RNPROD.BATCH.RUN.TIMELINE   ".
002130     05  FILLER                  PIC X(49) VALUE
002140         "STEP035 RECONCILE    CNPROD.BATCH.RCN.REPORT     ".
002150     05  FILLER                  PIC X(49) VALUE
002160         "STEP037 DISPATCH-XMITRNPROD.BATCH.DSP.XMITREG    ".
002170     05  FILLER                  PIC X(49) VALUE
002180         "STEP040 EOD-REPORT   RYPROD.BATCH.EOD.REPORT     ".
002190 01  STEP-TABLE REDEFINES STEP-VALUES.
002200     05  STEP-ENTRY OCCURS 10 TIMES.
002210         10  ST-STEP             PIC X(08).
002220         10  ST-PROGRAM          PIC X(13).
002230         10  ST-SOURCE           PIC X(01).
002240             88  ST-FROM-REGISTRY        VALUE 'R'.
002250             88  ST-FROM-VERIFY          VALUE 'V'.
002260             88  ST-FROM-RECON           VALUE 'C'.
002270         10  ST-ALWAYS           PIC X(01).
002280             88  ST-ALWAYS-RUNS          VALUE 'Y'.
002290         10  ST-SEE              PIC X(26).
002300*
002310* WHAT THE REGISTRY SAYS OF EACH STEP FOR THE BUSINESS DATE.
002320* A RERUN OVERLAYS THE EARLIER RUN, SO THE LAST RUN DECIDES.
002330 01  STEP-RUN-TABLE.
002340     05  STEP-RUN OCCURS 10 TIMES.
002350         10  SR-STATE            PIC X(01).
002360             88  SR-NEVER-RAN            VALUE SPACE.
002370             88  SR-STARTED              VALUE 'S'.
002380             88  SR-ENDED                VALUE 'E'.
002390         10  SR-STARTS           PIC 9(03).
002400         10  SR-END-STATUS       PIC X(08).
002410         10  SR-RECS-READ        PIC 9(07).
002420         10  SR-RECS-WRITTEN     PIC 9(07).
002430 77  WS-STEP-SUB                 PIC 9(02) COMP VALUE 0.
002440 77  WS-PROBE-SUB                PIC 9(02) COMP VALUE 0.
002450 77  WS-FOUND-SUB                PIC 9(02) COMP VALUE 0.
002460 01  WS-FIND-PROGRAM             PIC X(13).
002470*
002480* THE PAGE, BUILT IN FULL BEFORE IT IS PRINTED SO THE OVERALL
002490* COLOUR CAN HEAD IT.  STEP LINES FIRST, THEN CONTROL LINES.
002500 77  MAX-LINES                   PIC 9(02) COMP VALUE 20.
002510 01  LINE-TABLE.
002520     05  LINE-USED               PIC 9(02) COMP VALUE 0.
002530     05  LINE-ENTRY OCCURS 20 TIMES.
002540         10  LN-SOURCE           PIC X(08).
002550         10  LN-ITEM             PIC X(13).
002560         10  LN-COLOUR           PIC X(05).
002570         10  LN-REASON           PIC X(50).
002580         10  LN-SEE              PIC X(26).
002590 77  WS-LINE-SUB                 PIC 9(02) COMP VALUE 0.
002600 77  WS-STEP-LINES               PIC 9(02) COMP VALUE 0.
002610 77  WS-FIRST-CONTROL            PIC 9(02) COMP VALUE 0.
002620 77  WS-FIRST-RED                PIC 9(02) COMP VALUE 0.
002630 77  WS-FIRST-AMBER              PIC 9(02) COMP VALUE 0.
002640 77  CNT-RED                     PIC 9(02) COMP VALUE 0.
002650 77  CNT-AMBER                   PIC 9(02) COMP VALUE 0.
002660 77  CNT-GREEN                   PIC 9(02) COMP VALUE 0.
002670*
002680 01  WS-NEW-LINE.
002690     05  WS-NL-SOURCE            PIC X(08).
002700     05  WS-NL-ITEM              PIC X(13).
002710     05  WS-NL-COLOUR            PIC X(05).
002720         88  NL-GREEN                    VALUE "GREEN".
002730         88  NL-AMBER                    VALUE "AMBER".
002740         88  NL-RED                      VALUE "RED".
002750     05  WS-NL-REASON            PIC X(50).
002760     05  WS-NL-SEE               PIC X(26).
002770 01  WS-NOT-RUN-REASON           PIC X(50).
002780 01  WS-BLOCKER                  PIC X(13) VALUE SPACES.
002790 01  WS-OVERALL                  PIC X(05) VALUE SPACES.
002800*
002810* WHAT WAS FOUND ON THE CONTROL OUTPUTS.
002820 01  WS-REPORT-DATE              PIC 9(08) VALUE 0.
002830 01  WS-BIN-VERDICT              PIC X(14).
002840 01  WS-SOL-VERDICT              PIC X(14).
002850 01  WS-FIRST-TEXT               PIC X(40).
002860 01  WS-FIRST-NAME               PIC X(13).
002870 77  CNT-FVR-ERRORS              PIC 9(07) VALUE 0.
002880 77  CNT-EOD-TOTAL               PIC 9(07) VALUE 0.
002890 77  CNT-EOD-SEVERE              PIC 9(07) VALUE 0.
002900 77  CNT-EOD-ERROR               PIC 9(07) VALUE 0.
002910 77  CNT-ALERTS                  PIC 9(07) VALUE 0.
002920 77  CNT-NO-END                  PIC 9(07) VALUE 0.
002930 77  CNT-TML-RUNS                PIC 9(07) VALUE 0.
002940 77  CNT-FIB-REQUESTS            PIC 9(07) VALUE 0.
002950 77  CNT-FIB-OVERFLOW            PIC 9(07) VALUE 0.
002960 77  CNT-AGE-UNACKED             PIC 9(07) VALUE 0.
002970 77  CNT-AGE-OVER-7              PIC 9(07) VALUE 0.
002980 77  WS-NUM-WORK                 PIC 9(07) VALUE 0.
002990 77  WS-RETURN-CODE              PIC 9(02) VALUE 0.
003000*
003010* A COUNT LEFT-JUSTIFIED FOR USE INSIDE A REASON.
003020 01  WS-EDIT-COUNT               PIC Z(06)9.
003030 77  WS-LEAD                     PIC 9(02) COMP VALUE 0.
003040 01  WS-COUNT-TEXT               PIC X(07).
003050 01  WS-COUNT-1                  PIC X(07).
003060 01  WS-COUNT-2                  PIC X(07).
003070 01  WS-COUNT-3                  PIC X(07).
003080*
003090 01  WS-HEAD-LINE.
003100     05  FILLER                  PIC X(31)
003110         VALUE "MORNING OPERATIONS STATUS FOR  ".
003120     05  WS-HEAD-DATE            PIC 9(08).
003130     05  FILLER                  PIC X(12) VALUE "   OVERALL  ".
003140     05  WS-HEAD-STATUS          PIC X(05).
003150     05  FILLER                  PIC X(64) VALUE SPACES.
003160*
003170 01  WS-TALLY-LINE.
003180     05  FILLER                  PIC X(04) VALUE "RED ".
003190     05  WS-TL-RED               PIC Z9.
003200     05  FILLER                  PIC X(08) VALUE "  AMBER ".
003210     05  WS-TL-AMBER             PIC Z9.
003220     05  FILLER                  PIC X(08) VALUE "  GREEN ".
003230     05  WS-TL-GREEN             PIC Z9.
003240     05  FILLER                  PIC X(11) VALUE "   PRINTED ".
003250     05  WS-TL-DATE              PIC 9(08).
003260     05  FILLER                  PIC X(01) VALUE SPACE.
003270     05  WS-TL-TIME              PIC 9(06).
003280     05  FILLER                  PIC X(68) VALUE SPACES.
003290*
003300 01  WS-COL-LINE.
003310     05  FILLER                  PIC X(09) VALUE "STEP/DD".
003320     05  FILLER                  PIC X(14) VALUE "ITEM".
003330     05  FILLER                  PIC X(07) VALUE "STATUS".
003340     05  FILLER                  PIC X(52) VALUE "REASON".
003350     05  FILLER                  PIC X(38) VALUE "SEE".
003360*
003370 01  WS-DETAIL-LINE.
003380     05  WS-DL-SOURCE            PIC X(08).
003390     05  FILLER                  PIC X(01) VALUE SPACE.
003400     05  WS-DL-ITEM              PIC X(13).
003410     05  FILLER                  PIC X(01) VALUE SPACE.
003420     05  WS-DL-COLOUR            PIC X(05).
003430     05  FILLER                  PIC X(02) VALUE SPACES.
003440     05  WS-DL-REASON            PIC X(50).
003450     05  FILLER                  PIC X(02) VALUE SPACES.
003460     05  WS-DL-SEE               PIC X(26).
003470     05  FILLER                  PIC X(12) VALUE SPACES.
003480*
003490 01  WS-LEGEND-LINE.
003500     05  FILLER                  PIC X(29)
003510         VALUE "RED - ACT NOW.  AMBER - LOOK ".
003520     05  FILLER                  PIC X(49)
003530         VALUE "BEFORE THE DAY STARTS.  GREEN - NOTHING TO DO.".
003540     05  FILLER                  PIC X(42) VALUE SPACES.
003550*
003560 01  WS-DATE                     PIC 9(08).
003570 01  WS-CAL-DATE                 PIC 9(08).
003580 01  WS-TIME.
003590     05  WS-TIME-HHMMSS          PIC 9(06).
003600     05  WS-TIME-HUNDREDTHS      PIC 9(02).
003610 01  WS-BUSDATE-STATUS           PIC X(02) VALUE '00'.
003620 01  WS-RUNREG-STATUS            PIC X(02) VALUE '00'.
003630 01  WS-EXCEPT-STATUS            PIC X(02) VALUE '00'.
003640 01  WS-REPORT-STATUS            PIC X(02) VALUE '00'.
003650*
003660 PROCEDURE DIVISION.
003670*--------------------------------------------------------------*
003680 0000-MAINLINE.
003690     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003700     PERFORM 2000-READ-REGISTRY THRU 2000-EXIT
003710     PERFORM 2500-COUNT-VERIFY-ERRORS THRU 2500-EXIT
003720     PERFORM 3000-STEP-LINE THRU 3000-EXIT
003730         VARYING WS-STEP-SUB FROM 1 BY 1
003740         UNTIL WS-STEP-SUB > MAX-STEPS
003750     MOVE LINE-USED TO WS-STEP-LINES
003760     PERFORM 4100-EOD-SUMMARY THRU 4100-EXIT
003770     PERFORM 4200-EOD-ALERTS THRU 4200-EXIT
003780     PERFORM 4300-WATCHDOG THRU 4300-EXIT
003790     PERFORM 4400-TIMELINE THRU 4400-EXIT
003800     PERFORM 4500-FIB-CONTROL THRU 4500-EXIT
003810     PERFORM 4600-AGING THRU 4600-EXIT
003820     PERFORM 5000-WRITE-PAGE THRU 5000-EXIT
003830     PERFORM 6000-WRITE-STATUS THRU 6000-EXIT
003840     PERFORM 9000-TERMINATE THRU 9000-EXIT
003850     MOVE WS-RETURN-CODE TO RETURN-CODE
003860     STOP RUN.
003870*--------------------------------------------------------------*
003880* 1000-INITIALIZE - BUSINESS DATE AND AN EMPTY STEP TABLE.     *
003890*--------------------------------------------------------------*
003900 1000-INITIALIZE.
003910     ACCEPT WS-CAL-DATE FROM DATE YYYYMMDD
003920     ACCEPT WS-TIME FROM TIME
003930     PERFORM 1050-GET-BUS-DATE THRU 1050-EXIT
003940     INITIALIZE STEP-RUN-TABLE.
003950 1000-EXIT.
003960     EXIT.
003970*--------------------------------------------------------------*
003980* 1050-GET-BUS-DATE - THE SHARED BUSINESS-DATE CARD, OR THE    *
003990*                     CALENDAR DATE WHEN THERE IS NONE.        *
004000*--------------------------------------------------------------*
004010 1050-GET-BUS-DATE.
004020     MOVE WS-CAL-DATE TO WS-DATE
004030     OPEN INPUT BUSDATE-FILE
004040     IF WS-BUSDATE-STATUS = '35'
004050         GO TO 1050-EXIT
004060     END-IF
004070     READ BUSDATE-FILE
004080         AT END
004090             CLOSE BUSDATE-FILE
004100             GO TO 1050-EXIT
004110     END-READ
004120     IF BUS-DATE IS NUMERIC AND BUS-DATE > 0
004130         MOVE BUS-DATE TO WS-DATE
004140     END-IF
004150     CLOSE BUSDATE-FILE.
004160 1050-EXIT.
004170     EXIT.
004180*--------------------------------------------------------------*
004190* 2000-READ-REGISTRY - HOW EACH REGISTRY STEP LAST RAN FOR THE *
004200*                      BUSINESS DATE.  NO REGISTRY LEAVES      *
004210*                      EVERY STEP SHOWING AS NOT RUN.          *
004220*--------------------------------------------------------------*
004230 2000-READ-REGISTRY.
004240     OPEN INPUT RUNREG-FILE
004250     IF WS-RUNREG-STATUS = '35'
004260         DISPLAY "OPS-STATUS: NO RUN REGISTRY PRESENT - NO STEP "
004270                 "CAN BE SHOWN AS RUN."
004280         GO TO 2000-EXIT
004290     END-IF
004300     MOVE 'N' TO WS-EOF-SW
004310     PERFORM 2100-READ-ONE-EVENT THRU 2100-EXIT
004320         UNTIL INPUT-AT-END
004330     CLOSE RUNREG-FILE.
004340 2000-EXIT.
004350     EXIT.
004360*--------------------------------------------------------------*
004370 2100-READ-ONE-EVENT.
004380     READ RUNREG-FILE
004390         AT END
004400             SET INPUT-AT-END TO TRUE
004410             GO TO 2100-EXIT
004420     END-READ
004430     IF RUNREG-DATE NOT = WS-DATE
004440         GO TO 2100-EXIT
004450     END-IF
004460     MOVE RUNREG-PROGRAM TO WS-FIND-PROGRAM
004470     PERFORM 8100-FIND-STEP THRU 8100-EXIT
004480     IF WS-FOUND-SUB = 0
004490         GO TO 2100-EXIT
004500     END-IF
004510     IF NOT ST-FROM-REGISTRY (WS-FOUND-SUB)
004520         GO TO 2100-EXIT
004530     END-IF
004540     IF RUNREG-START
004550         MOVE 'S' TO SR-STATE (WS-FOUND-SUB)
004560         ADD 1 TO SR-STARTS (WS-FOUND-SUB)
004570         GO TO 2100-EXIT
004580     END-IF
004590     IF RUNREG-END
004600         MOVE 'E'           TO SR-STATE (WS-FOUND-SUB)
004610         MOVE RUNREG-STATUS TO SR-END-STATUS (WS-FOUND-SUB)
004620         MOVE RUNREG-RECS-READ
004630                            TO SR-RECS-READ (WS-FOUND-SUB)
004640         MOVE RUNREG-RECS-WRITTEN
004650                            TO SR-RECS-WRITTEN (WS-FOUND-SUB)
004660     END-IF.
004670 2100-EXIT.
004680     EXIT.
004690*--------------------------------------------------------------*
004700* 2500-COUNT-VERIFY-ERRORS - FIB-VERIFY KEEPS NO REGISTRY      *
004710*                            ENTRY; ITS RESULT IS WHATEVER IT  *
004720*                            LOGGED ON EXCPTLOG FOR THE        *
004730*                            BUSINESS DATE.                    *
004740*--------------------------------------------------------------*
004750 2500-COUNT-VERIFY-ERRORS.
004760     MOVE SPACES TO WS-FIRST-TEXT
004770     OPEN INPUT EXCEPTION-FILE
004780     IF WS-EXCEPT-STATUS = '35'
004790         GO TO 2500-EXIT
004800     END-IF
004810     MOVE 'N' TO WS-EOF-SW
004820     PERFORM 2510-READ-ONE-EXCEPTION THRU 2510-EXIT
004830         UNTIL INPUT-AT-END
004840     CLOSE EXCEPTION-FILE.
004850 2500-EXIT.
004860     EXIT.
004870*--------------------------------------------------------------*
004880 2510-READ-ONE-EXCEPTION.
004890     READ EXCEPTION-FILE
004900         AT END
004910             SET INPUT-AT-END TO TRUE
004920             GO TO 2510-EXIT
004930     END-READ
004940     IF EXCEPT-PROGRAM = "FIB-VERIFY"
004950        AND EXCEPT-DATE = WS-DATE
004960         ADD 1 TO CNT-FVR-ERRORS
004970         IF CNT-FVR-ERRORS = 1
004980             MOVE EXCEPT-REASON TO WS-FIRST-TEXT
004990         END-IF
005000     END-IF.
005010 2510-EXIT.
005020     EXIT.
005030*--------------------------------------------------------------*
005040* 3000-STEP-LINE - ONE STEP'S LINE.  THE FIRST STEP THAT IS    *
005050*                  NOT GREEN IS REMEMBERED, SO THE STEPS       *
005060*                  BYPASSED BEHIND IT CAN POINT BACK TO IT.    *
005070*--------------------------------------------------------------*
005080 3000-STEP-LINE.
005090     MOVE SPACES TO WS-NEW-LINE
005100     MOVE SPACES TO WS-NOT-RUN-REASON
005110     MOVE ST-STEP (WS-STEP-SUB)    TO WS-NL-SOURCE
005120     MOVE ST-PROGRAM (WS-STEP-SUB) TO WS-NL-ITEM
005130     MOVE ST-SEE (WS-STEP-SUB)     TO WS-NL-SEE
005140     MOVE 'N' TO WS-NOT-RUN-SW
005150     EVALUATE TRUE
005160         WHEN ST-FROM-REGISTRY (WS-STEP-SUB)
005170             PERFORM 3100-REGISTRY-STEP THRU 3100-EXIT
005180         WHEN ST-FROM-VERIFY (WS-STEP-SUB)
005190             PERFORM 3200-VERIFY-STEP THRU 3200-EXIT
005200         WHEN ST-FROM-RECON (WS-STEP-SUB)
005210             PERFORM 3300-RECON-STEP THRU 3300-EXIT
005220     END-EVALUATE
005230     IF STEP-NOT-RUN
005240         PERFORM 3900-NOT-RUN THRU 3900-EXIT
005250     END-IF
005260     IF NOT NL-GREEN
005270        AND WS-BLOCKER = SPACES
005280         MOVE WS-NL-ITEM TO WS-BLOCKER
005290     END-IF
005300     PERFORM 8000-ADD-LINE THRU 8000-EXIT.
005310 3000-EXIT.
005320     EXIT.
005330*--------------------------------------------------------------*
005340* 3100-REGISTRY-STEP - GREEN ON A COMPLETE END, RED ON A       *
005350*                      FAILED END OR A START WITH NO END.      *
005360*--------------------------------------------------------------*
005370 3100-REGISTRY-STEP.
005380     IF SR-NEVER-RAN (WS-STEP-SUB)
005390         SET STEP-NOT-RUN TO TRUE
005400         GO TO 3100-EXIT
005410     END-IF
005420     IF SR-STARTED (WS-STEP-SUB)
005430         SET NL-RED TO TRUE
005440         MOVE "STARTED WITH NO END EVENT - DIED OR HUNG"
005450             TO WS-NL-REASON
005460         GO TO 3100-EXIT
005470     END-IF
005480     MOVE SR-RECS-READ (WS-STEP-SUB) TO WS-NUM-WORK
005490     PERFORM 8600-EDIT-COUNT THRU 8600-EXIT
005500     MOVE WS-COUNT-TEXT TO WS-COUNT-1
005510     MOVE SR-RECS-WRITTEN (WS-STEP-SUB) TO WS-NUM-WORK
005520     PERFORM 8600-EDIT-COUNT THRU 8600-EXIT
005530     MOVE WS-COUNT-TEXT TO WS-COUNT-2
005540     MOVE SR-STARTS (WS-STEP-SUB) TO WS-NUM-WORK
005550     PERFORM 8600-EDIT-COUNT THRU 8600-EXIT
005560     MOVE WS-COUNT-TEXT TO WS-COUNT-3
005570     EVALUATE SR-END-STATUS (WS-STEP-SUB)
005580         WHEN "COMPLETE"
005590             SET NL-GREEN TO TRUE
005600             IF SR-STARTS (WS-STEP-SUB) > 1
005610                 STRING "COMPLETE ON RUN " DELIMITED BY SIZE
005620                        WS-COUNT-3        DELIMITED BY SPACE
005630                        " - READ "        DELIMITED BY SIZE
005640                        WS-COUNT-1        DELIMITED BY SPACE
005650                        " WRITTEN "       DELIMITED BY SIZE
005660                        WS-COUNT-2        DELIMITED BY SPACE
005670                     INTO WS-NL-REASON
005680             ELSE
005690                 STRING "COMPLETE - READ " DELIMITED BY SIZE
005700                        WS-COUNT-1        DELIMITED BY SPACE
005710                        " WRITTEN "       DELIMITED BY SIZE
005720                        WS-COUNT-2        DELIMITED BY SPACE
005730                     INTO WS-NL-REASON
005740             END-IF
005750         WHEN "FAILED"
005760             SET NL-RED TO TRUE
005770             STRING "ENDED FAILED - READ " DELIMITED BY SIZE
005780                    WS-COUNT-1        DELIMITED BY SPACE
005790                    " WRITTEN "       DELIMITED BY SIZE
005800                    WS-COUNT-2        DELIMITED BY SPACE
005810                 INTO WS-NL-REASON
005820         WHEN "NONPROC"
005830             SET NL-AMBER TO TRUE
005840             MOVE "NON-PROCESSING DAY - STREAM NOT RUN"
005850                 TO WS-NL-REASON
005860         WHEN OTHER
005870             SET NL-AMBER TO TRUE
005880             STRING "ENDED WITH STATUS " DELIMITED BY SIZE
005890                    SR-END-STATUS (WS-STEP-SUB) DELIMITED BY SPACE
005900                 INTO WS-NL-REASON
005910     END-EVALUATE.
005920 3100-EXIT.
005930     EXIT.
005940*--------------------------------------------------------------*
005950* 3200-VERIFY-STEP - FIB-VERIFY RUNS ONLY BEHIND A CLEAN       *
005960*                    STREAM UP TO FIBONACCI.  WHEN IT RAN, ANY *
005970*                    ENTRY IT LOGGED FOR THE DATE IS RED.      *
005980*--------------------------------------------------------------*
005990 3200-VERIFY-STEP.
006000     IF WS-BLOCKER NOT = SPACES
006010         SET STEP-NOT-RUN TO TRUE
006020         GO TO 3200-EXIT
006030     END-IF
006040     IF CNT-FVR-ERRORS = 0
006050         SET NL-GREEN TO TRUE
006060         MOVE "FIBOUT VERIFIED - NO FVR EXCEPTIONS LOGGED"
006070             TO WS-NL-REASON
006080         GO TO 3200-EXIT
006090     END-IF
006100     SET NL-RED TO TRUE
006110     MOVE CNT-FVR-ERRORS TO WS-NUM-WORK
006120     PERFORM 8600-EDIT-COUNT THRU 8600-EXIT
006130     STRING WS-COUNT-TEXT     DELIMITED BY SPACE
006140            " FVR ERRORS - "  DELIMITED BY SIZE
006150            WS-FIRST-TEXT     DELIMITED BY SIZE
006160         INTO WS-NL-REASON.
006170 3200-EXIT.
006180     EXIT.
006190*--------------------------------------------------------------*
006200* 3300-RECON-STEP - RECONCILE KEEPS NO REGISTRY ENTRY; ITS     *
006210*                   RESULT IS THE TWO VERDICT LINES ON         *
006220*                   RECONRPT.  A REPORT STILL DATED AN EARLIER *
006230*                   NIGHT MEANS THE STEP WAS NOT RUN.          *
006240*--------------------------------------------------------------*
006250 3300-RECON-STEP.
006260     OPEN INPUT RECON-FILE
006270     IF WS-REPORT-STATUS = '35'
006280         SET STEP-NOT-RUN TO TRUE
006290         MOVE "RECONRPT NOT PRODUCED" TO WS-NOT-RUN-REASON
006300         GO TO 3300-EXIT
006310     END-IF
006320     MOVE 0      TO WS-REPORT-DATE
006330     MOVE SPACES TO WS-BIN-VERDICT WS-SOL-VERDICT
006340     MOVE 'N' TO WS-EOF-SW
006350     PERFORM 3310-READ-RECON THRU 3310-EXIT
006360         UNTIL INPUT-AT-END
006370     CLOSE RECON-FILE
006380
006390     IF WS-REPORT-DATE NOT = WS-DATE
006400         SET STEP-NOT-RUN TO TRUE
006410         STRING "RECONRPT NOT REFRESHED - STILL DATED "
006420                               DELIMITED BY SIZE
006430                WS-REPORT-DATE DELIMITED BY SIZE
006440             INTO WS-NOT-RUN-REASON
006450         GO TO 3300-EXIT
006460     END-IF
006470     IF WS-BIN-VERDICT = SPACES
006480        OR WS-SOL-VERDICT = SPACES
006490         SET NL-RED TO TRUE
006500         MOVE "RECONRPT INCOMPLETE - A BALANCE VERDICT IS MISSING"
006510             TO WS-NL-REASON
006520         GO TO 3300-EXIT
006530     END-IF
006540     IF WS-BIN-VERDICT = "OUT OF BALANCE"
006550        AND WS-SOL-VERDICT = "OUT OF BALANCE"
006560         SET NL-RED TO TRUE
006570         MOVE "BOTH CONTROL EQUATIONS OUT OF BALANCE"
006580             TO WS-NL-REASON
006590         GO TO 3300-EXIT
006600     END-IF
006610     IF WS-BIN-VERDICT = "OUT OF BALANCE"
006620         SET NL-RED TO TRUE
006630         MOVE "BINARY-SEARCH EQUATION OUT OF BALANCE"
006640             TO WS-NL-REASON
006650         GO TO 3300-EXIT
006660     END-IF
006670     IF WS-SOL-VERDICT = "OUT OF BALANCE"
006680         SET NL-RED TO TRUE
006690         MOVE "SOLUTION EQUATION OUT OF BALANCE" TO WS-NL-REASON
006700         GO TO 3300-EXIT
006710     END-IF
006720     SET NL-GREEN TO TRUE
006730     MOVE "BOTH CONTROL EQUATIONS BALANCED" TO WS-NL-REASON.
006740 3300-EXIT.
006750     EXIT.
006760*--------------------------------------------------------------*
006770 3310-READ-RECON.
006780     READ RECON-FILE
006790         AT END
006800             SET INPUT-AT-END TO TRUE
006810             GO TO 3310-EXIT
006820     END-READ
006830     IF RCN-HEAD-TEXT = "DAILY STREAM RECONCILIATION FOR"
006840        AND RCN-HEAD-DATE IS NUMERIC
006850         MOVE RCN-HEAD-DATE TO WS-REPORT-DATE
006860     END-IF
006870     IF RCN-LABEL = "BINARY-SEARCH EQUATION"
006880         MOVE RCN-VERDICT TO WS-BIN-VERDICT
006890     END-IF
006900     IF RCN-LABEL = "SOLUTION EQUATION"
006910         MOVE RCN-VERDICT TO WS-SOL-VERDICT
006920     END-IF.
006930 3310-EXIT.
006940     EXIT.
006950*--------------------------------------------------------------*
006960* 3900-NOT-RUN - A STEP WITH NOTHING TO SHOW FOR TONIGHT.      *
006970*                BEHIND A STEP THAT IS ALREADY NOT GREEN IT    *
006980*                WAS BYPASSED - AMBER, POINTING BACK.  A STEP  *
006990*                THAT RUNS EVERY NIGHT, OR ONE WITH NOTHING    *
007000*                AHEAD OF IT TO EXCUSE IT, IS RED.             *
007010*--------------------------------------------------------------*
007020 3900-NOT-RUN.
007030     IF WS-BLOCKER NOT = SPACES
007040        AND NOT ST-ALWAYS-RUNS (WS-STEP-SUB)
007050         SET NL-AMBER TO TRUE
007060         STRING "NOT RUN - BYPASSED BEHIND " DELIMITED BY SIZE
007070                WS-BLOCKER                   DELIMITED BY SPACE
007080             INTO WS-NL-REASON
007090         GO TO 3900-EXIT
007100     END-IF
007110     SET NL-RED TO TRUE
007120     IF WS-NOT-RUN-REASON = SPACES
007130         MOVE "NO RUN ON THE REGISTRY FOR THE BUSINESS DATE"
007140             TO WS-NL-REASON
007150     ELSE
007160         MOVE WS-NOT-RUN-REASON TO WS-NL-REASON
007170     END-IF.
007180 3900-EXIT.
007190     EXIT.
007200*--------------------------------------------------------------*
007210* 4100-EOD-SUMMARY - EODRPT SEVERITY COUNTS.  ANY SEVERE       *
007220*                    EXCEPTION IS RED, ANY ERROR AMBER.        *
007230*--------------------------------------------------------------*
007240 4100-EOD-SUMMARY.
007250     MOVE SPACES TO WS-NEW-LINE
007260     MOVE "EODRPT"                TO WS-NL-SOURCE
007270     MOVE "EOD SUMMARY"           TO WS-NL-ITEM
007280     MOVE "PROD.BATCH.EOD.REPORT" TO WS-NL-SEE
007290     OPEN INPUT EODRPT-FILE
007300     IF WS-REPORT-STATUS = '35'
007310         SET NL-RED TO TRUE
007320         MOVE "EODRPT NOT PRODUCED" TO WS-NL-REASON
007330         GO TO 4100-ADD
007340     END-IF
007350     MOVE "EOD-REPORT" TO WS-FIND-PROGRAM
007360     PERFORM 8100-FIND-STEP THRU 8100-EXIT
007370     IF NOT SR-ENDED (WS-FOUND-SUB)
007380         CLOSE EODRPT-FILE
007390         SET NL-AMBER TO TRUE
007400         MOVE "EODRPT NOT REFRESHED - EOD-REPORT DID NOT FINISH"
007410             TO WS-NL-REASON
007420         GO TO 4100-ADD
007430     END-IF
007440     MOVE 'N' TO WS-SUMMARY-SW
007450     MOVE 'N' TO WS-EOF-SW
007460     PERFORM 4110-READ-EODRPT THRU 4110-EXIT
007470         UNTIL INPUT-AT-END
007480     CLOSE EODRPT-FILE
007490
007500     IF NOT SUMMARY-FOUND
007510         SET NL-RED TO TRUE
007520         MOVE "EODRPT INCOMPLETE - NO EXCEPTION SUMMARY"
007530             TO WS-NL-REASON
007540         GO TO 4100-ADD
007550     END-IF
007560     MOVE CNT-EOD-TOTAL TO WS-NUM-WORK
007570     PERFORM 8600-EDIT-COUNT THRU 8600-EXIT
007580     MOVE WS-COUNT-TEXT TO WS-COUNT-1
007590     MOVE CNT-EOD-SEVERE TO WS-NUM-WORK
007600     PERFORM 8600-EDIT-COUNT THRU 8600-EXIT
007610     MOVE WS-COUNT-TEXT TO WS-COUNT-2
007620     MOVE CNT-EOD-ERROR TO WS-NUM-WORK
007630     PERFORM 8600-EDIT-COUNT THRU 8600-EXIT
007640     MOVE WS-COUNT-TEXT TO WS-COUNT-3
007650     IF CNT-EOD-SEVERE = 0
007660        AND CNT-EOD-ERROR = 0
007670         SET NL-GREEN TO TRUE
007680         STRING WS-COUNT-1 DELIMITED BY SPACE
007690                " EXCEPTIONS - NONE SEVERE OR ERROR"
007700                           DELIMITED BY SIZE
007710             INTO WS-NL-REASON
007720         GO TO 4100-ADD
007730     END-IF
007740     IF CNT-EOD-SEVERE > 0
007750         SET NL-RED TO TRUE
007760     ELSE
007770         SET NL-AMBER TO TRUE
007780     END-IF
007790     STRING WS-COUNT-2  DELIMITED BY SPACE
007800            " SEVERE, " DELIMITED BY SIZE
007810            WS-COUNT-3  DELIMITED BY SPACE
007820            " ERROR OF " DELIMITED BY SIZE
007830            WS-COUNT-1  DELIMITED BY SPACE
007840            " EXCEPTIONS" DELIMITED BY SIZE
007850         INTO WS-NL-REASON.
007860 4100-ADD.
007870     PERFORM 8000-ADD-LINE THRU 8000-EXIT.
007880 4100-EXIT.
007890     EXIT.
007900*--------------------------------------------------------------*
007910 4110-READ-EODRPT.
007920     READ EODRPT-FILE
007930         AT END
007940             SET INPUT-AT-END TO TRUE
007950             GO TO 4110-EXIT
007960     END-READ
007970     EVALUATE EOD-LABEL
007980         WHEN "TOTAL EXCEPTIONS"
007990             MOVE EOD-COUNT TO CNT-EOD-TOTAL
008000             SET SUMMARY-FOUND TO TRUE
008010         WHEN "SEVERE"
008020             MOVE EOD-COUNT TO CNT-EOD-SEVERE
008030         WHEN "ERROR"
008040             MOVE EOD-COUNT TO CNT-EOD-ERROR
008050     END-EVALUATE.
008060 4110-EXIT.
008070     EXIT.
008080*--------------------------------------------------------------*
008090* 4200-EOD-ALERTS - ANY ALERTOUT RECORD IS A THRESHOLD BREACH  *
008100*                   THAT HAS ALREADY PAGED THE ON-CALL - RED.  *
008110*--------------------------------------------------------------*
008120 4200-EOD-ALERTS.
008130     MOVE SPACES TO WS-NEW-LINE
008140     MOVE "ALERTOUT"              TO WS-NL-SOURCE
008150     MOVE "EOD ALERTS"            TO WS-NL-ITEM
008160     MOVE "PROD.BATCH.EOD.ALERTS" TO WS-NL-SEE
008170     OPEN INPUT ALERT-FILE
008180     IF WS-REPORT-STATUS = '35'
008190         SET NL-RED TO TRUE
008200         MOVE "ALERTOUT NOT PRODUCED" TO WS-NL-REASON
008210         GO TO 4200-ADD
008220     END-IF
008230     MOVE "EOD-REPORT" TO WS-FIND-PROGRAM
008240     PERFORM 8100-FIND-STEP THRU 8100-EXIT
008250     IF NOT SR-ENDED (WS-FOUND-SUB)
008260         CLOSE ALERT-FILE
008270         SET NL-AMBER TO TRUE
008280         MOVE "ALERTOUT NOT REFRESHED - EOD-REPORT DID NOT FINISH"
008290             TO WS-NL-REASON
008300         GO TO 4200-ADD
008310     END-IF
008320     MOVE SPACES TO WS-FIRST-NAME
008330     MOVE 'N' TO WS-EOF-SW
008340     PERFORM 4210-READ-ALERT THRU 4210-EXIT
008350         UNTIL INPUT-AT-END
008360     CLOSE ALERT-FILE
008370
008380     IF CNT-ALERTS = 0
008390         SET NL-GREEN TO TRUE
008400         MOVE "NO EXCEPTION THRESHOLD BREACHED" TO WS-NL-REASON
008410         GO TO 4200-ADD
008420     END-IF
008430     SET NL-RED TO TRUE
008440     MOVE CNT-ALERTS TO WS-NUM-WORK
008450     PERFORM 8600-EDIT-COUNT THRU 8600-EXIT
008460     STRING WS-COUNT-TEXT    DELIMITED BY SPACE
008470            " THRESHOLD ALERTS - FIRST ON " DELIMITED BY SIZE
008480            WS-FIRST-NAME    DELIMITED BY SPACE
008490         INTO WS-NL-REASON.
008500 4200-ADD.
008510     PERFORM 8000-ADD-LINE THRU 8000-EXIT.
008520 4200-EXIT.
008530     EXIT.
008540*--------------------------------------------------------------*
008550 4210-READ-ALERT.
008560     READ ALERT-FILE
008570         AT END
008580             SET INPUT-AT-END TO TRUE
008590             GO TO 4210-EXIT
008600     END-READ
008610     IF ALERT-REC = SPACES
008620         GO TO 4210-EXIT
008630     END-IF
008640     ADD 1 TO CNT-ALERTS
008650     IF CNT-ALERTS = 1
008660         MOVE ALR-NAME TO WS-FIRST-NAME
008670     END-IF.
008680 4210-EXIT.
008690     EXIT.
008700*--------------------------------------------------------------*
008710* 4300-WATCHDOG - A STEP WITH NO END EVENT IS RED; A STEP THAT *
008720*                 ONLY STARTED LATE OR RAN LONG IS AMBER.  THE *
008730*                 WATCHDOG RUNS JUST AHEAD OF THIS STEP, SO    *
008740*                 WHAT IS ON WDOGOUT IS TONIGHT'S.             *
008750*--------------------------------------------------------------*
008760 4300-WATCHDOG.
008770     MOVE SPACES TO WS-NEW-LINE
008780     MOVE "WDOGOUT"                 TO WS-NL-SOURCE
008790     MOVE "SLA WATCHDOG"            TO WS-NL-ITEM
008800     MOVE "PROD.BATCH.RUN.WDOGALRT" TO WS-NL-SEE
008810     OPEN INPUT WDOG-FILE
008820     IF WS-REPORT-STATUS = '35'
008830         SET NL-RED TO TRUE
008840         MOVE "WDOGOUT NOT PRODUCED - WATCHDOG DID NOT RUN"
008850             TO WS-NL-REASON
008860         GO TO 4300-ADD
008870     END-IF
008880     MOVE 0      TO CNT-ALERTS
008890     MOVE SPACES TO WS-FIRST-NAME WS-FIRST-TEXT
008900     MOVE 'N' TO WS-EOF-SW
008910     PERFORM 4310-READ-WDOG THRU 4310-EXIT
008920         UNTIL INPUT-AT-END
008930     CLOSE WDOG-FILE
008940
008950     IF CNT-ALERTS = 0
008960         SET NL-GREEN TO TRUE
008970         MOVE "EVERY STEP INSIDE ITS RUN WINDOW" TO WS-NL-REASON
008980         GO TO 4300-ADD
008990     END-IF
009000     IF CNT-NO-END > 0
009010         SET NL-RED TO TRUE
009020     ELSE
009030         SET NL-AMBER TO TRUE
009040     END-IF
009050     MOVE CNT-ALERTS TO WS-NUM-WORK
009060     PERFORM 8600-EDIT-COUNT THRU 8600-EXIT
009070     STRING WS-COUNT-TEXT     DELIMITED BY SPACE
009080            " SLA ALERTS - "  DELIMITED BY SIZE
009090            WS-FIRST-NAME     DELIMITED BY SPACE
009100            " "               DELIMITED BY SIZE
009110            WS-FIRST-TEXT     DELIMITED BY "  "
009120         INTO WS-NL-REASON.
009130 4300-ADD.
009140     PERFORM 8000-ADD-LINE THRU 8000-EXIT.
009150 4300-EXIT.
009160     EXIT.
009170*--------------------------------------------------------------*
009180* 4310-READ-WDOG - THE FIRST NO-END ALERT, WHEN THERE IS ONE,  *
009190*                  IS THE ONE NAMED ON THE PAGE.               *
009200*--------------------------------------------------------------*
009210 4310-READ-WDOG.
009220     READ WDOG-FILE
009230         AT END
009240             SET INPUT-AT-END TO TRUE
009250             GO TO 4310-EXIT
009260     END-READ
009270     IF WDOG-REC = SPACES
009280         GO TO 4310-EXIT
009290     END-IF
009300     ADD 1 TO CNT-ALERTS
009310     IF WDG-REASON = "NO END EVENT"
009320         ADD 1 TO CNT-NO-END
009330         IF CNT-NO-END = 1
009340             MOVE WDG-PROGRAM TO WS-FIRST-NAME
009350             MOVE WDG-REASON  TO WS-FIRST-TEXT
009360         END-IF
009370         GO TO 4310-EXIT
009380     END-IF
009390     IF WS-FIRST-NAME = SPACES
009400         MOVE WDG-PROGRAM TO WS-FIRST-NAME
009410         MOVE WDG-REASON  TO WS-FIRST-TEXT
009420     END-IF.
009430 4310-EXIT.
009440     EXIT.
009450*--------------------------------------------------------------*
009460* 4400-TIMELINE - THE RUN TIMELINE FOR THE BUSINESS DATE.  A   *
009470*                 START THE TIMELINE FLAGS AS HAVING NO END IS *
009480*                 RED; A MISSING OR STALE TIMELINE IS AMBER -  *
009490*                 THE STEP LINES ABOVE ALREADY CARRY THE       *
009500*                 REGISTRY.                                    *
009510*--------------------------------------------------------------*
009520 4400-TIMELINE.
009530     MOVE SPACES TO WS-NEW-LINE
009540     MOVE "RUNRPT"                  TO WS-NL-SOURCE
009550     MOVE "RUN TIMELINE"            TO WS-NL-ITEM
009560     MOVE "PROD.BATCH.RUN.TIMELINE" TO WS-NL-SEE
009570     OPEN INPUT TIMELINE-FILE
009580     IF WS-REPORT-STATUS = '35'
009590         SET NL-AMBER TO TRUE
009600         MOVE "TIMELINE NOT PRODUCED" TO WS-NL-REASON
009610         GO TO 4400-ADD
009620     END-IF
009630     MOVE 0 TO WS-REPORT-DATE CNT-NO-END
009640     MOVE 'N' TO WS-EOF-SW
009650     PERFORM 4410-READ-TIMELINE THRU 4410-EXIT
009660         UNTIL INPUT-AT-END
009670     CLOSE TIMELINE-FILE
009680
009690     IF WS-REPORT-DATE NOT = WS-DATE
009700         SET NL-AMBER TO TRUE
009710         STRING "TIMELINE NOT REFRESHED - STILL DATED "
009720                               DELIMITED BY SIZE
009730                WS-REPORT-DATE DELIMITED BY SIZE
009740             INTO WS-NL-REASON
009750         GO TO 4400-ADD
009760     END-IF
009770     IF CNT-NO-END > 0
009780         SET NL-RED TO TRUE
009790         MOVE CNT-NO-END TO WS-NUM-WORK
009800         PERFORM 8600-EDIT-COUNT THRU 8600-EXIT
009810         STRING WS-COUNT-TEXT DELIMITED BY SPACE
009820                " STARTS WITH NO END RECORD" DELIMITED BY SIZE
009830             INTO WS-NL-REASON
009840         GO TO 4400-ADD
009850     END-IF
009860     SET NL-GREEN TO TRUE
009870     MOVE CNT-TML-RUNS TO WS-NUM-WORK
009880     PERFORM 8600-EDIT-COUNT THRU 8600-EXIT
009890     STRING WS-COUNT-TEXT DELIMITED BY SPACE
009900            " RUNS ON THE TIMELINE, ALL ENDED" DELIMITED BY SIZE
009910         INTO WS-NL-REASON.
009920 4400-ADD.
009930     PERFORM 8000-ADD-LINE THRU 8000-EXIT.
009940 4400-EXIT.
009950     EXIT.
009960*--------------------------------------------------------------*
009970 4410-READ-TIMELINE.
009980     READ TIMELINE-FILE
009990         AT END
010000             SET INPUT-AT-END TO TRUE
010010             GO TO 4410-EXIT
010020     END-READ
010030     IF TML-HEAD-TEXT = "DAILY STREAM TIMELINE FOR"
010040        AND TML-HEAD-DATE IS NUMERIC
010050         MOVE TML-HEAD-DATE TO WS-REPORT-DATE
010060         GO TO 4410-EXIT
010070     END-IF
010080     IF TML-ORPHAN-TEXT = " STARTED - NO END RECORD"
010090         ADD 1 TO CNT-NO-END
010100         GO TO 4410-EXIT
010110     END-IF
010120     IF TML-TIME-ON IS NUMERIC
010130         ADD 1 TO CNT-TML-RUNS
010140     END-IF.
010150 4410-EXIT.
010160     EXIT.
010170*--------------------------------------------------------------*
010180* 4500-FIB-CONTROL - FIBRPT FOR THE BUSINESS DATE.  A REQUEST  *
010190*                    CUT SHORT BY OVERFLOW IS AMBER.  A        *
010200*                    MISSING OR STALE FIBRPT IS RED WHEN       *
010210*                    FIBONACCI SAYS IT ENDED, AMBER WHEN IT    *
010220*                    NEVER GOT THAT FAR.                       *
010230*--------------------------------------------------------------*
010240 4500-FIB-CONTROL.
010250     MOVE SPACES TO WS-NEW-LINE
010260     MOVE "FIBRPT"                TO WS-NL-SOURCE
010270     MOVE "FIB CONTROL"           TO WS-NL-ITEM
010280     MOVE "PROD.BATCH.FIB.CTLRPT" TO WS-NL-SEE
010290     MOVE 0 TO WS-REPORT-DATE
010300     OPEN INPUT FIBRPT-FILE
010310     IF WS-REPORT-STATUS NOT = '35'
010320         MOVE 'N' TO WS-EOF-SW
010330         PERFORM 4510-READ-FIBRPT THRU 4510-EXIT
010340             UNTIL INPUT-AT-END
010350         CLOSE FIBRPT-FILE
010360     END-IF
010370
010380     IF WS-REPORT-DATE NOT = WS-DATE
010390         MOVE "FIBONACCI" TO WS-FIND-PROGRAM
010400         PERFORM 8100-FIND-STEP THRU 8100-EXIT
010410         IF SR-ENDED (WS-FOUND-SUB)
010420             SET NL-RED TO TRUE
010430             MOVE "FIBRPT NOT PRODUCED FOR THE BUSINESS DATE"
010440                 TO WS-NL-REASON
010450         ELSE
010460             SET NL-AMBER TO TRUE
010470             MOVE "NOT PRODUCED - FIBONACCI DID NOT FINISH"
010480                 TO WS-NL-REASON
010490         END-IF
010500         GO TO 4500-ADD
010510     END-IF
010520     MOVE CNT-FIB-REQUESTS TO WS-NUM-WORK
010530     PERFORM 8600-EDIT-COUNT THRU 8600-EXIT
010540     MOVE WS-COUNT-TEXT TO WS-COUNT-1
010550     IF CNT-FIB-OVERFLOW = 0
010560         SET NL-GREEN TO TRUE
010570         STRING WS-COUNT-1 DELIMITED BY SPACE
010580                " REQUESTS PRODUCED IN FULL" DELIMITED BY SIZE
010590             INTO WS-NL-REASON
010600         GO TO 4500-ADD
010610     END-IF
010620     SET NL-AMBER TO TRUE
010630     MOVE CNT-FIB-OVERFLOW TO WS-NUM-WORK
010640     PERFORM 8600-EDIT-COUNT THRU 8600-EXIT
010650     STRING WS-COUNT-TEXT DELIMITED BY SPACE
010660            " OF "        DELIMITED BY SIZE
010670            WS-COUNT-1    DELIMITED BY SPACE
010680            " REQUESTS STOPPED ON OVERFLOW" DELIMITED BY SIZE
010690         INTO WS-NL-REASON.
010700 4500-ADD.
010710     PERFORM 8000-ADD-LINE THRU 8000-EXIT.
010720 4500-EXIT.
010730     EXIT.
010740*--------------------------------------------------------------*
010750 4510-READ-FIBRPT.
010760     READ FIBRPT-FILE
010770         AT END
010780             SET INPUT-AT-END TO TRUE
010790             GO TO 4510-EXIT
010800     END-READ
010810     IF FBR-HEAD-TEXT = "FIBONACCI REQUEST CONTROL REPORT -"
010820        AND FBR-HEAD-DATE IS NUMERIC
010830         MOVE FBR-HEAD-DATE TO WS-REPORT-DATE
010840         GO TO 4510-EXIT
010850     END-IF
010860     IF FBR-REQUESTED-TAG = "  REQUESTED"
010870         ADD 1 TO CNT-FIB-REQUESTS
010880         IF FBR-OVERFLOW-TAG = "  OVERFLOW"
010890            AND FBR-OVERFLOW = 'Y'
010900             ADD 1 TO CNT-FIB-OVERFLOW
010910         END-IF
010920     END-IF.
010930 4510-EXIT.
010940     EXIT.
010950*--------------------------------------------------------------*
010960* 4600-AGING - THE UNACKNOWLEDGED EXCEPTION BACKLOG FROM THE   *
010970*              LATEST EXCEPTION AGING REPORT (EXCPDISP JOB).   *
010980*              ANYTHING OVER SEVEN BUSINESS DAYS, OR NO        *
010990*              REPORT AT ALL, IS AMBER.                        *
011000*--------------------------------------------------------------*
011010 4600-AGING.
011020     MOVE SPACES TO WS-NEW-LINE
011030     MOVE "AGINGRPT"                TO WS-NL-SOURCE
011040     MOVE "AGING BACKLOG"           TO WS-NL-ITEM
011050     MOVE "PROD.BATCH.EXC.AGINGRPT" TO WS-NL-SEE
011060     OPEN INPUT AGING-FILE
011070     IF WS-REPORT-STATUS = '35'
011080         SET NL-AMBER TO TRUE
011090         MOVE "AGING REPORT NOT AVAILABLE - RUN EXCPDISP"
011100             TO WS-NL-REASON
011110         GO TO 4600-ADD
011120     END-IF
011130     MOVE 0 TO WS-REPORT-DATE
011140     MOVE 'N' TO WS-EOF-SW
011150     PERFORM 4610-READ-AGING THRU 4610-EXIT
011160         UNTIL INPUT-AT-END
011170     CLOSE AGING-FILE
011180
011190     MOVE CNT-AGE-UNACKED TO WS-NUM-WORK
011200     PERFORM 8600-EDIT-COUNT THRU 8600-EXIT
011210     MOVE WS-COUNT-TEXT TO WS-COUNT-1
011220     IF CNT-AGE-OVER-7 = 0
011230         SET NL-GREEN TO TRUE
011240         STRING WS-COUNT-1 DELIMITED BY SPACE
011250                " UNACKED, NONE OVER 7 DAYS - AS OF "
011260                           DELIMITED BY SIZE
011270                WS-REPORT-DATE DELIMITED BY SIZE
011280             INTO WS-NL-REASON
011290         GO TO 4600-ADD
011300     END-IF
011310     SET NL-AMBER TO TRUE
011320     MOVE CNT-AGE-OVER-7 TO WS-NUM-WORK
011330     PERFORM 8600-EDIT-COUNT THRU 8600-EXIT
011340     STRING WS-COUNT-TEXT DELIMITED BY SPACE
011350            " OF "        DELIMITED BY SIZE
011360            WS-COUNT-1    DELIMITED BY SPACE
011370            " UNACKED OVER 7 DAYS - AS OF " DELIMITED BY SIZE
011380            WS-REPORT-DATE DELIMITED BY SIZE
011390         INTO WS-NL-REASON.
011400 4600-ADD.
011410     PERFORM 8000-ADD-LINE THRU 8000-EXIT.
011420 4600-EXIT.
011430     EXIT.
011440*--------------------------------------------------------------*
011450* 4610-READ-AGING - THE PER-PROGRAM BUCKET LINES AND THE TOTAL *
011460*                   LINE (WHICH CARRIES ONLY ITS FIRST COUNT). *
011470*--------------------------------------------------------------*
011480 4610-READ-AGING.
011490     READ AGING-FILE
011500         AT END
011510             SET INPUT-AT-END TO TRUE
011520             GO TO 4610-EXIT
011530     END-READ
011540     IF AGE-HEAD-TEXT = "EXCEPTION AGING REPORT AS OF"
011550        AND AGE-HEAD-DATE IS NUMERIC
011560         MOVE AGE-HEAD-DATE TO WS-REPORT-DATE
011570         GO TO 4610-EXIT
011580     END-IF
011590     IF AGE-OVER-1-TAG NOT = "  OVER 1"
011600         GO TO 4610-EXIT
011610     END-IF
011620     IF AGE-PROGRAM = "TOTAL UNACKED"
011630         MOVE AGE-OVER-1 TO CNT-AGE-UNACKED
011640         GO TO 4610-EXIT
011650     END-IF
011660     MOVE AGE-OVER-7 TO WS-NUM-WORK
011670     ADD WS-NUM-WORK TO CNT-AGE-OVER-7.
011680 4610-EXIT.
011690     EXIT.
011700*--------------------------------------------------------------*
011710* 5000-WRITE-PAGE - OVERALL COLOUR AND RETURN CODE, THEN THE   *
011720*                   PAGE: HEADING, STEP LINES, CONTROL LINES.  *
011730*--------------------------------------------------------------*
011740 5000-WRITE-PAGE.
011750     EVALUATE TRUE
011760         WHEN CNT-RED > 0
011770             MOVE "RED"   TO WS-OVERALL
011780             MOVE 8       TO WS-RETURN-CODE
011790         WHEN CNT-AMBER > 0
011800             MOVE "AMBER" TO WS-OVERALL
011810             MOVE 4       TO WS-RETURN-CODE
011820         WHEN OTHER
011830             MOVE "GREEN" TO WS-OVERALL
011840             MOVE 0       TO WS-RETURN-CODE
011850     END-EVALUATE
011860
011870     OPEN OUTPUT PAGE-FILE
011880     MOVE WS-DATE    TO WS-HEAD-DATE
011890     MOVE WS-OVERALL TO WS-HEAD-STATUS
011900     MOVE WS-HEAD-LINE TO PAGE-REC
011910     WRITE PAGE-REC
011920     MOVE CNT-RED        TO WS-TL-RED
011930     MOVE CNT-AMBER      TO WS-TL-AMBER
011940     MOVE CNT-GREEN      TO WS-TL-GREEN
011950     MOVE WS-CAL-DATE    TO WS-TL-DATE
011960     MOVE WS-TIME-HHMMSS TO WS-TL-TIME
011970     MOVE WS-TALLY-LINE TO PAGE-REC
011980     WRITE PAGE-REC
011990
012000     MOVE SPACES TO PAGE-REC
012010     WRITE PAGE-REC
012020     MOVE "STEPS" TO PAGE-REC
012030     WRITE PAGE-REC
012040     MOVE WS-COL-LINE TO PAGE-REC
012050     WRITE PAGE-REC
012060     PERFORM 5100-WRITE-ONE-LINE THRU 5100-EXIT
012070         VARYING WS-LINE-SUB FROM 1 BY 1
012080         UNTIL WS-LINE-SUB > WS-STEP-LINES
012090
012100     MOVE SPACES TO PAGE-REC
012110     WRITE PAGE-REC
012120     MOVE "CONTROLS" TO PAGE-REC
012130     WRITE PAGE-REC
012140     MOVE WS-COL-LINE TO PAGE-REC
012150     WRITE PAGE-REC
012160     COMPUTE WS-FIRST-CONTROL = WS-STEP-LINES + 1
012170     PERFORM 5100-WRITE-ONE-LINE THRU 5100-EXIT
012180         VARYING WS-LINE-SUB FROM WS-FIRST-CONTROL BY 1
012190         UNTIL WS-LINE-SUB > LINE-USED
012200
012210     MOVE SPACES TO PAGE-REC
012220     WRITE PAGE-REC
012230     MOVE WS-LEGEND-LINE TO PAGE-REC
012240     WRITE PAGE-REC
012250     CLOSE PAGE-FILE.
012260 5000-EXIT.
012270     EXIT.
012280*--------------------------------------------------------------*
012290 5100-WRITE-ONE-LINE.
012300     MOVE LN-SOURCE (WS-LINE-SUB) TO WS-DL-SOURCE
012310     MOVE LN-ITEM (WS-LINE-SUB)   TO WS-DL-ITEM
012320     MOVE LN-COLOUR (WS-LINE-SUB) TO WS-DL-COLOUR
012330     MOVE LN-REASON (WS-LINE-SUB) TO WS-DL-REASON
012340     MOVE LN-SEE (WS-LINE-SUB)    TO WS-DL-SEE
012350     MOVE WS-DETAIL-LINE TO PAGE-REC
012360     WRITE PAGE-REC.
012370 5100-EXIT.
012380     EXIT.
012390*--------------------------------------------------------------*
012400* 6000-WRITE-STATUS - THE ONE-RECORD OVERALL STATUS.  IT NAMES *
012410*                     THE FIRST RED LINE ON THE PAGE, OR THE   *
012420*                     FIRST AMBER ONE WHEN NONE IS RED.        *
012430*--------------------------------------------------------------*
012440 6000-WRITE-STATUS.
012450     OPEN OUTPUT OPSSTAT-FILE
012460     MOVE SPACES     TO OPSSTAT-REC
012470     MOVE WS-DATE    TO OPST-BUS-DATE
012480     MOVE WS-OVERALL TO OPST-STATUS
012490     MOVE CNT-RED    TO OPST-RED-COUNT
012500     MOVE CNT-AMBER  TO OPST-AMBER-COUNT
012510     MOVE CNT-GREEN  TO OPST-GREEN-COUNT
012520     EVALUATE TRUE
012530         WHEN WS-FIRST-RED > 0
012540             MOVE WS-FIRST-RED TO WS-LINE-SUB
012550         WHEN WS-FIRST-AMBER > 0
012560             MOVE WS-FIRST-AMBER TO WS-LINE-SUB
012570         WHEN OTHER
012580             MOVE 0 TO WS-LINE-SUB
012590     END-EVALUATE
012600     IF WS-LINE-SUB > 0
012610         MOVE LN-ITEM (WS-LINE-SUB)   TO OPST-ITEM
012620         MOVE LN-REASON (WS-LINE-SUB) TO OPST-REASON
012630     ELSE
012640         MOVE "EVERY STEP AND CONTROL GREEN" TO OPST-REASON
012650     END-IF
012660     WRITE OPSSTAT-REC
012670     CLOSE OPSSTAT-FILE.
012680 6000-EXIT.
012690     EXIT.
012700*--------------------------------------------------------------*
012710* 8000-ADD-LINE - FILE THE LINE JUST BUILT AND COUNT ITS       *
012720*                 COLOUR.                                      *
012730*--------------------------------------------------------------*
012740 8000-ADD-LINE.
012750     IF LINE-USED NOT < MAX-LINES
012760         GO TO 8000-EXIT
012770     END-IF
012780     ADD 1 TO LINE-USED
012790     MOVE WS-NEW-LINE TO LINE-ENTRY (LINE-USED)
012800     EVALUATE TRUE
012810         WHEN NL-RED
012820             ADD 1 TO CNT-RED
012830             IF WS-FIRST-RED = 0
012840                 MOVE LINE-USED TO WS-FIRST-RED
012850             END-IF
012860         WHEN NL-AMBER
012870             ADD 1 TO CNT-AMBER
012880             IF WS-FIRST-AMBER = 0
012890                 MOVE LINE-USED TO WS-FIRST-AMBER
012900             END-IF
012910         WHEN OTHER
012920             ADD 1 TO CNT-GREEN
012930     END-EVALUATE.
012940 8000-EXIT.
012950     EXIT.
012960*--------------------------------------------------------------*
012970* 8100-FIND-STEP - SUBSCRIPT OF WS-FIND-PROGRAM IN THE STEP    *
012980*                  TABLE, OR ZERO.                             *
012990*--------------------------------------------------------------*
013000 8100-FIND-STEP.
013010     MOVE 0 TO WS-FOUND-SUB
013020     PERFORM 8110-PROBE-STEP THRU 8110-EXIT
013030         VARYING WS-PROBE-SUB FROM 1 BY 1
013040         UNTIL WS-PROBE-SUB > MAX-STEPS
013050            OR WS-FOUND-SUB > 0.
013060 8100-EXIT.
013070     EXIT.
013080*--------------------------------------------------------------*
013090 8110-PROBE-STEP.
013100     IF ST-PROGRAM (WS-PROBE-SUB) = WS-FIND-PROGRAM
013110         MOVE WS-PROBE-SUB TO WS-FOUND-SUB
013120     END-IF.
013130 8110-EXIT.
013140     EXIT.
013150*--------------------------------------------------------------*
013160* 8600-EDIT-COUNT - WS-NUM-WORK, LEFT-JUSTIFIED, INTO          *
013170*                   WS-COUNT-TEXT.                             *
013180*--------------------------------------------------------------*
013190 8600-EDIT-COUNT.
013200     MOVE WS-NUM-WORK TO WS-EDIT-COUNT
013210     MOVE 0 TO WS-LEAD
013220     INSPECT WS-EDIT-COUNT TALLYING WS-LEAD FOR LEADING SPACES
013230     MOVE SPACES TO WS-COUNT-TEXT
013240     MOVE WS-EDIT-COUNT (WS-LEAD + 1:) TO WS-COUNT-TEXT.
013250 8600-EXIT.
013260     EXIT.
013270*--------------------------------------------------------------*
013280* 9000-TERMINATE - OVERALL RESULT TO THE CONSOLE.              *
013290*--------------------------------------------------------------*
013300 9000-TERMINATE.
013310     DISPLAY "OPS-STATUS: BUSINESS DATE " WS-DATE
013320             " OVERALL " WS-OVERALL
013330             " - RED " WS-TL-RED " AMBER " WS-TL-AMBER
013340             " GREEN " WS-TL-GREEN.
013350 9000-EXIT.
013360     EXIT.
