000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.      DORMANT-REPORT.
000030 AUTHOR.          R J HALVORSEN.
000040 INSTALLATION.    DATA PROCESSING CENTER.
000050 DATE-WRITTEN.    10/14/2026.
000060 DATE-COMPILED.
000070*--------------------------------------------------------------*
000080* MODIFICATION HISTORY                                        *
000090*--------------------------------------------------------------*
000100* DATE       INIT  DESCRIPTION                                 *
000110* 10/14/2026 RJH   ORIGINAL PROGRAM - MATCHES EVERY ENTRY ON   *
000120*                  THE LOOKUP MASTER (TABLE ID PLUS KEY)       *
000130*                  AGAINST THE BINARY-SEARCH AUDIT HISTORY -   *
000140*                  THE LIVE AUDIT LOG AND EVERY LOG-PURGE      *
000150*                  ARCHIVE GENERATION, CONCATENATED UNDER THE  *
000160*                  AUDITLOG DD - AND LISTS THE ENTRIES WITH NO *
000170*                  LOOKUP HIT IN THE NUMBER OF DAYS ON THE     *
000180*                  SYSIN PARM CARD, PLUS THE ENTRIES WHOSE     *
000190*                  EXPIRY DATE HAS PASSED BUT ARE STILL        *
000200*                  ACTIVE.  A REPLACE-TO-INACTIVE CARD IN THE  *
000210*                  TABLE-MAINT TRANSACTION LAYOUT IS WRITTEN   *
000220*                  TO PROPTRAN FOR EVERY ACTIVE ENTRY LISTED,  *
000230*                  SO THE TABLE OWNERS ONLY HAVE TO STRIKE THE *
000240*                  LINES THEY WANT TO KEEP BEFORE THE DECK     *
000250*                  GOES TO TABLMNT.                            *
002501* 10/14/2026 RJH   REVIEW ONLY THE CURRENT VERSION OF EACH     *
002502*                  MASTER ENTRY NOW THAT TABLE-MAINT KEEPS     *
002503*                  DATED PRIOR VERSIONS; THE AUDIT RECORD      *
002504*                  CARRIES THE AS-OF AND VERSION DATES.        *
000260*--------------------------------------------------------------*
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000290 SOURCE-COMPUTER.   IBM-370.
000300 OBJECT-COMPUTER.   IBM-370.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT LOOKUP-FILE    ASSIGN TO LOOKUP
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS SEQUENTIAL
000360         RECORD KEY IS LOOK-REC-KEY
000370         FILE STATUS IS WS-LOOKUP-STATUS.
000380     SELECT AUDIT-FILE     ASSIGN TO AUDITLOG
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-AUDIT-STATUS.
000410     SELECT PARM-FILE      ASSIGN TO SYSIN
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-PARM-STATUS.
000440     SELECT BUSDATE-FILE   ASSIGN TO BUSDATE
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-BUSDATE-STATUS.
000470     SELECT PROPOSAL-FILE  ASSIGN TO PROPTRAN
000480         ORGANIZATION IS LINE SEQUENTIAL.
000490     SELECT REPORT-FILE    ASSIGN TO DORMRPT
000500         ORGANIZATION IS LINE SEQUENTIAL.
000510*
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  LOOKUP-FILE
000550     RECORDING MODE IS F.
000560     COPY LOOKUPRC.
000570*
000580 FD  AUDIT-FILE
000590     RECORDING MODE IS F.
000600 01  AUDIT-REC.
000610     05  AUDIT-DATE           PIC 9(08).
000620     05  FILLER               PIC X(01).
000630     05  AUDIT-TIME           PIC 9(08).
000640     05  FILLER               PIC X(01).
000650     05  AUDIT-TABLE-ID       PIC X(08).
000660     05  FILLER               PIC X(01).
000670     05  AUDIT-SEARCH-VALUE   PIC X(08).
000680     05  FILLER               PIC X(01).
000690     05  AUDIT-FOUND-FLAG     PIC X(01).
000700     05  FILLER               PIC X(01).
000710     05  AUDIT-POSITION       PIC 9(03).
000720     05  FILLER               PIC X(01).
000730     05  AUDIT-SOURCE         PIC X(01).
007301     05  FILLER               PIC X(18).
000740*
000750 FD  PARM-FILE
000760     RECORDING MODE IS F.
000770 01  PARM-CARD.
000780     05  PARM-DORMANT-DAYS    PIC 9(03).
000790     05  FILLER               PIC X(77).
000800*
000810 FD  BUSDATE-FILE
000820     RECORDING MODE IS F.
000830 01  BUSDATE-CARD.
000840     05  BUS-DATE             PIC 9(08).
000850     05  FILLER               PIC X(72).
000860*
000870* THE PROPOSED CLEAN-UP DECK - THE TABLE-MAINT TRANSACTION
000880* LAYOUT, ONE REPLACE CARD PER ENTRY CARRYING THE ENTRY'S OWN
000890* DESCRIPTION AND DATES WITH THE STATUS SET INACTIVE.
000900 FD  PROPOSAL-FILE
000910     RECORDING MODE IS F.
000920 01  PROP-REC.
000930     05  PROP-ACTION          PIC X(01).
000940     05  FILLER               PIC X(01).
000950     05  PROP-TABLE-ID        PIC X(08).
000960     05  FILLER               PIC X(01).
000970     05  PROP-KEY             PIC X(08).
000980     05  FILLER               PIC X(01).
000990     05  PROP-DESC            PIC X(20).
001000     05  FILLER               PIC X(01).
001010     05  PROP-STATUS          PIC X(01).
001020     05  FILLER               PIC X(01).
001030     05  PROP-EFF-DATE        PIC 9(08).
001040     05  FILLER               PIC X(01).
001050     05  PROP-EXP-DATE        PIC 9(08).
001060     05  FILLER               PIC X(01).
001070     05  PROP-APPLY-DATE      PIC X(08).
001080     05  FILLER               PIC X(11).
001090*
001100 FD  REPORT-FILE
001110     RECORDING MODE IS F.
001120 01  REPORT-REC               PIC X(80).
001130*
001140 WORKING-STORAGE SECTION.
001150 01  WS-SWITCHES.
001160     05  WS-LOOKUP-EOF-SW     PIC X(01) VALUE 'N'.
001170         88  NO-MORE-LOOKUP            VALUE 'Y'.
001180     05  WS-AUDIT-EOF-SW      PIC X(01) VALUE 'N'.
001190         88  NO-MORE-AUDIT             VALUE 'Y'.
001200     05  WS-ENTRY-FOUND-SW    PIC X(01) VALUE 'N'.
001210         88  ENTRY-ON-MASTER           VALUE 'Y'.
001220     05  WS-TABLE-FULL-SW     PIC X(01) VALUE 'N'.
001230         88  MASTER-TABLE-FULL         VALUE 'Y'.
001240*
001250 77  DORMANT-DAYS             PIC 9(03) VALUE 90.
001260 01  CUTOFF-DATE              PIC 9(08) VALUE 0.
001270 01  WS-DATE-INT              PIC 9(07) COMP VALUE 0.
001280*
001290* MAX-ENTRIES FOLLOWS TABLE-MAINT'S 500 CURRENT-ENTRY CEILING.
001300* THE INDEX DELIVERS THE MASTER IN ASCENDING TABLE/KEY ORDER,
001310* SO EACH AUDIT ENTRY IS MATCHED WITH A BINARY SEARCH.
001320 77  MAX-ENTRIES              PIC 9(03) COMP VALUE 500.
001330 01  ENTRY-COUNT              PIC 9(03) COMP VALUE 0.
001340 01  ENTRY-TABLE.
001350     05  ENTRY-ITEM OCCURS 500 TIMES.
001360         10  ENT-SRCH-KEY.
001370             15  ENT-TABLE-ID PIC X(08).
001380             15  ENT-KEY      PIC X(08).
001390         10  ENT-DESC         PIC X(20).
001400         10  ENT-STATUS       PIC X(01).
001410         10  ENT-EFF-DATE     PIC 9(08).
001420         10  ENT-EXP-DATE     PIC 9(08).
001430         10  ENT-LAST-HIT     PIC 9(08).
001440         10  ENT-FLAGS.
001450             15  ENT-DORMANT-SW   PIC X(01).
001460                 88  ENT-DORMANT          VALUE 'Y'.
001470             15  ENT-EXPIRED-SW   PIC X(01).
001480                 88  ENT-EXPIRED          VALUE 'Y'.
001490*
001500 01  AUDIT-SRCH-KEY.
001510     05  AUDIT-SRCH-TABLE     PIC X(08).
001520     05  AUDIT-SRCH-ENTRY     PIC X(08).
001530 01  LOWL                     PIC 9(03) COMP VALUE 0.
001540 01  HIGHH                    PIC 9(03) COMP VALUE 0.
001550 01  MID                      PIC 9(03) COMP VALUE 0.
001560 01  WS-SUB                   PIC 9(03) COMP VALUE 0.
001570*
001580 77  CNT-AUDIT-READ           PIC 9(07) COMP VALUE 0.
001590 77  CNT-AUDIT-HITS           PIC 9(07) COMP VALUE 0.
001600 77  CNT-DORMANT              PIC 9(05) COMP VALUE 0.
001610 77  CNT-EXPIRED              PIC 9(05) COMP VALUE 0.
001620 77  CNT-TOO-NEW              PIC 9(05) COMP VALUE 0.
001630 77  CNT-PROPOSED             PIC 9(05) COMP VALUE 0.
001640*
001650 01  WS-DATE                  PIC 9(08).
001660 01  WS-CAL-DATE              PIC 9(08).
001670 01  WS-LOOKUP-STATUS         PIC X(02) VALUE '00'.
001680 01  WS-AUDIT-STATUS          PIC X(02) VALUE '00'.
001690 01  WS-PARM-STATUS           PIC X(02) VALUE '00'.
001700 01  WS-BUSDATE-STATUS        PIC X(02) VALUE '00'.
001710*
001720 01  WS-HEAD-LINE.
001730     05  FILLER               PIC X(38)
001740         VALUE "DORMANT/EXPIRED LOOKUP ENTRY REPORT - ".
001750     05  WS-HEAD-DATE         PIC 9(08).
001760     05  FILLER               PIC X(34) VALUE SPACES.
001770*
001780 01  WS-CUTOFF-LINE.
001790     05  FILLER               PIC X(23)
001800         VALUE "DORMANT = NO HIT SINCE ".
001810     05  WS-CUT-DATE          PIC 9(08).
001820     05  FILLER               PIC X(02) VALUE " (".
001830     05  WS-CUT-DAYS          PIC ZZ9.
001840     05  FILLER               PIC X(06) VALUE " DAYS)".
001850     05  FILLER               PIC X(38) VALUE SPACES.
001860*
001870 01  WS-COLUMN-LINE.
001880     05  FILLER               PIC X(18)
001890         VALUE "TABLE    KEY      ".
001900     05  FILLER               PIC X(24)
001910         VALUE "DESCRIPTION          S  ".
001912     05  FILLER               PIC X(38)
001914         VALUE "LAST HIT EXPIRES  CLEAN-UP".
001920*
001930 01  WS-DETAIL-LINE.
001940     05  WS-DET-TABLE         PIC X(08).
001950     05  FILLER               PIC X(01) VALUE SPACE.
001960     05  WS-DET-KEY           PIC X(08).
001970     05  FILLER               PIC X(01) VALUE SPACE.
001980     05  WS-DET-DESC          PIC X(20).
001990     05  FILLER               PIC X(01) VALUE SPACE.
002000     05  WS-DET-STATUS        PIC X(01).
002010     05  FILLER               PIC X(02) VALUE SPACES.
002020     05  WS-DET-LAST-HIT      PIC X(08).
002030     05  FILLER               PIC X(01) VALUE SPACE.
002040     05  WS-DET-EXP-DATE      PIC 9(08).
002050     05  FILLER               PIC X(01) VALUE SPACE.
002060     05  WS-DET-NOTE          PIC X(10).
002070     05  FILLER               PIC X(10) VALUE SPACES.
002080*
002090 01  WS-COUNT-LINE.
002100     05  WS-COUNT-LABEL       PIC X(30).
002110     05  WS-COUNT-VALUE       PIC ZZZ,ZZ9.
002120     05  FILLER               PIC X(43) VALUE SPACES.
002130*
002140 PROCEDURE DIVISION.
002150*--------------------------------------------------------------*
002160 0000-MAINLINE.
002170     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002180     PERFORM 2100-MATCH-ONE-AUDIT THRU 2100-EXIT
002190         UNTIL NO-MORE-AUDIT
002200     PERFORM 3000-CLASSIFY-ENTRY THRU 3000-EXIT
002210         VARYING WS-SUB FROM 1 BY 1
002220         UNTIL WS-SUB > ENTRY-COUNT
002230     PERFORM 3100-LIST-DORMANT THRU 3100-EXIT
002240     PERFORM 3200-LIST-EXPIRED THRU 3200-EXIT
002250     PERFORM 3300-WRITE-PROPOSALS THRU 3300-EXIT
002260     PERFORM 4000-WRITE-SUMMARY THRU 4000-EXIT
002270     PERFORM 9000-TERMINATE THRU 9000-EXIT
002280     STOP RUN.
002290*--------------------------------------------------------------*
002300* 1000-INITIALIZE - READ THE DORMANCY PARM (DEFAULT 90 DAYS),   *
002310*                   SET THE CUTOFF DATE, LOAD THE LOOKUP        *
002320*                   MASTER AND OPEN THE AUDIT HISTORY.          *
002330*--------------------------------------------------------------*
002340 1000-INITIALIZE.
002350     ACCEPT WS-CAL-DATE FROM DATE YYYYMMDD
002360     PERFORM 1200-GET-BUS-DATE THRU 1200-EXIT
002370
002380     OPEN INPUT PARM-FILE
002390     IF WS-PARM-STATUS = '35'
002400         DISPLAY "DORMANT-REPORT: NO PARM CARD - DORMANT AFTER "
002410                 DORMANT-DAYS " DAYS."
002420     ELSE
002430         READ PARM-FILE
002440             AT END
002450                 DISPLAY "DORMANT-REPORT: EMPTY PARM - DORMANT "
002460                         "AFTER " DORMANT-DAYS " DAYS."
002470             NOT AT END
002480                 IF PARM-DORMANT-DAYS IS NUMERIC
002490                    AND PARM-DORMANT-DAYS > 0
002500                     MOVE PARM-DORMANT-DAYS TO DORMANT-DAYS
002510                 END-IF
002520         END-READ
002530         CLOSE PARM-FILE
002540     END-IF
002550
002560     COMPUTE WS-DATE-INT =
002570         FUNCTION INTEGER-OF-DATE(WS-DATE) - DORMANT-DAYS
002580     MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT) TO CUTOFF-DATE
002590
002600     OPEN OUTPUT REPORT-FILE
002610     OPEN OUTPUT PROPOSAL-FILE
002620     MOVE WS-DATE TO WS-HEAD-DATE
002630     MOVE WS-HEAD-LINE TO REPORT-REC
002640     WRITE REPORT-REC
002650     MOVE CUTOFF-DATE TO WS-CUT-DATE
002660     MOVE DORMANT-DAYS TO WS-CUT-DAYS
002670     MOVE WS-CUTOFF-LINE TO REPORT-REC
002680     WRITE REPORT-REC
002690     MOVE SPACES TO REPORT-REC
002700     WRITE REPORT-REC
002710
002720     OPEN INPUT LOOKUP-FILE
002730     IF WS-LOOKUP-STATUS = '35'
002740         DISPLAY "DORMANT-REPORT: NO LOOKUP MASTER - NOTHING "
002750                 "TO REVIEW."
002760         SET NO-MORE-LOOKUP TO TRUE
002770     END-IF
002780     PERFORM 1100-LOAD-ONE-ENTRY THRU 1100-EXIT
002790         UNTIL NO-MORE-LOOKUP
002800     IF WS-LOOKUP-STATUS NOT = '35'
002810         CLOSE LOOKUP-FILE
002820     END-IF
002830
002840     OPEN INPUT AUDIT-FILE
002850     IF WS-AUDIT-STATUS = '35'
002860         DISPLAY "DORMANT-REPORT: NO AUDIT HISTORY - EVERY "
002870                 "ENTRY GRADES NEVER HIT."
002880         SET NO-MORE-AUDIT TO TRUE
002890     END-IF.
002900 1000-EXIT.
002910     EXIT.
002920*--------------------------------------------------------------*
002930* 1100-LOAD-ONE-ENTRY - HOLD ONE MASTER ENTRY WITH NO HIT YET.  *
029301*                       PRIOR (CLOSED-OFF) VERSIONS ARE SKIPPED *
029302*                       - ONLY THE CURRENT ONE IS REVIEWED.     *
002940*--------------------------------------------------------------*
002950 1100-LOAD-ONE-ENTRY.
002960     READ LOOKUP-FILE NEXT
002970         AT END
002980             SET NO-MORE-LOOKUP TO TRUE
002990             GO TO 1100-EXIT
003000     END-READ
030001     IF NOT LOOK-CURRENT-VERSION
030002         GO TO 1100-EXIT
030003     END-IF
003010     IF ENTRY-COUNT NOT LESS THAN MAX-ENTRIES
003020         DISPLAY "DORMANT-REPORT: LOOKUP MASTER EXCEEDS "
003030                 MAX-ENTRIES " ENTRIES - REST NOT REVIEWED."
003040         SET MASTER-TABLE-FULL TO TRUE
003050         SET NO-MORE-LOOKUP TO TRUE
003060         GO TO 1100-EXIT
003070     END-IF
003080     ADD 1 TO ENTRY-COUNT
003090     MOVE LOOK-TABLE-ID TO ENT-TABLE-ID (ENTRY-COUNT)
003100     MOVE LOOK-KEY      TO ENT-KEY (ENTRY-COUNT)
003110     MOVE LOOK-DESC     TO ENT-DESC (ENTRY-COUNT)
003120     MOVE LOOK-STATUS   TO ENT-STATUS (ENTRY-COUNT)
003130     MOVE LOOK-EFF-DATE TO ENT-EFF-DATE (ENTRY-COUNT)
003140     MOVE LOOK-EXP-DATE TO ENT-EXP-DATE (ENTRY-COUNT)
003150     MOVE 0             TO ENT-LAST-HIT (ENTRY-COUNT)
003160     MOVE 'N'           TO ENT-DORMANT-SW (ENTRY-COUNT)
003170     MOVE 'N'           TO ENT-EXPIRED-SW (ENTRY-COUNT).
003180 1100-EXIT.
003190     EXIT.
003200*--------------------------------------------------------------*
003210* 1200-GET-BUS-DATE - THE SHARED BUSINESS-DATE CARD DRIVES THE  *
003220*                     CUTOFF AND THE EXPIRY TEST.  NO CARD      *
003230*                     MEANS THE CALENDAR DATE.                  *
003240*--------------------------------------------------------------*
003250 1200-GET-BUS-DATE.
003260     MOVE WS-CAL-DATE TO WS-DATE
003270     OPEN INPUT BUSDATE-FILE
003280     IF WS-BUSDATE-STATUS = '35'
003290         GO TO 1200-EXIT
003300     END-IF
003310     READ BUSDATE-FILE
003320         AT END
003330             CLOSE BUSDATE-FILE
003340             GO TO 1200-EXIT
003350     END-READ
003360     IF BUS-DATE IS NUMERIC AND BUS-DATE > 0
003370         MOVE BUS-DATE TO WS-DATE
003380     END-IF
003390     CLOSE BUSDATE-FILE
003400     IF WS-DATE NOT = WS-CAL-DATE
003410         DISPLAY "DORMANT-REPORT: BUSINESS DATE " WS-DATE
003420                 " (CALENDAR DATE " WS-CAL-DATE ")"
003430     END-IF.
003440 1200-EXIT.
003450     EXIT.
003460*--------------------------------------------------------------*
003470* 2100-MATCH-ONE-AUDIT - READ ONE AUDIT ENTRY.  A LOOKUP THAT   *
003480*                        RESOLVED TO A MASTER ENTRY (ANY FOUND  *
003490*                        FLAG BUT N - AN INACTIVE OR OUT-OF-    *
003500*                        DATE HIT STILL SHOWS THE ENTRY IS      *
003510*                        ASKED FOR) ADVANCES THAT ENTRY'S LAST  *
003520*                        HIT DATE.  THE ARCHIVE GENERATIONS ARE *
003530*                        NOT IN DATE ORDER WITH THE LIVE LOG,   *
003540*                        SO THE LATEST DATE IS KEPT, NOT THE    *
003550*                        LAST ONE READ.                         *
003560*--------------------------------------------------------------*
003570 2100-MATCH-ONE-AUDIT.
003580     READ AUDIT-FILE
003590         AT END
003600             SET NO-MORE-AUDIT TO TRUE
003610             GO TO 2100-EXIT
003620     END-READ
003630     ADD 1 TO CNT-AUDIT-READ
003640     IF AUDIT-FOUND-FLAG = 'N'
003650        OR AUDIT-DATE IS NOT NUMERIC
003660         GO TO 2100-EXIT
003670     END-IF
003680     MOVE AUDIT-TABLE-ID     TO AUDIT-SRCH-TABLE
003690     MOVE AUDIT-SEARCH-VALUE TO AUDIT-SRCH-ENTRY
003700     PERFORM 2200-FIND-ENTRY THRU 2200-EXIT
003710     IF NOT ENTRY-ON-MASTER
003720         GO TO 2100-EXIT
003730     END-IF
003740     ADD 1 TO CNT-AUDIT-HITS
003750     IF AUDIT-DATE > ENT-LAST-HIT (MID)
003760         MOVE AUDIT-DATE TO ENT-LAST-HIT (MID)
003770     END-IF.
003780 2100-EXIT.
003790     EXIT.
003800*--------------------------------------------------------------*
003810* 2200-FIND-ENTRY - BINARY SEARCH OF THE HELD MASTER FOR        *
003820*                   AUDIT-SRCH-KEY.  A HIT LEAVES MID ON THE    *
003830*                   ENTRY.                                      *
003840*--------------------------------------------------------------*
003850 2200-FIND-ENTRY.
003860     MOVE 'N' TO WS-ENTRY-FOUND-SW
003870     MOVE 1 TO LOWL
003880     MOVE ENTRY-COUNT TO HIGHH
003890     PERFORM 2210-PROBE-ONE THRU 2210-EXIT
003900         UNTIL LOWL > HIGHH
003910            OR ENTRY-ON-MASTER.
003920 2200-EXIT.
003930     EXIT.
003940*--------------------------------------------------------------*
003950 2210-PROBE-ONE.
003960     COMPUTE MID = (LOWL + HIGHH) / 2
003970     IF AUDIT-SRCH-KEY = ENT-SRCH-KEY (MID)
003980         SET ENTRY-ON-MASTER TO TRUE
003990         GO TO 2210-EXIT
004000     END-IF
004010     IF AUDIT-SRCH-KEY < ENT-SRCH-KEY (MID)
004020         IF MID = 1
004030             MOVE 1 TO HIGHH
004040             MOVE 2 TO LOWL
004050         ELSE
004060             COMPUTE HIGHH = MID - 1
004070         END-IF
004080     ELSE
004090         COMPUTE LOWL = MID + 1
004100     END-IF.
004110 2210-EXIT.
004120     EXIT.
004130*--------------------------------------------------------------*
004140* 3000-CLASSIFY-ENTRY - GRADE ONE HELD ENTRY.  DORMANT = NO HIT *
004150*                       SINCE THE CUTOFF; AN ENTRY THAT ONLY    *
004160*                       TOOK EFFECT AFTER THE CUTOFF HAS NOT    *
004170*                       HAD THE FULL PERIOD TO BE USED AND IS   *
004180*                       LEFT OUT.  EXPIRED = PAST ITS EXPIRY    *
004190*                       DATE BUT STILL STATUS A.                *
004200*--------------------------------------------------------------*
004210 3000-CLASSIFY-ENTRY.
004220     IF ENT-LAST-HIT (WS-SUB) < CUTOFF-DATE
004230         IF ENT-EFF-DATE (WS-SUB) > CUTOFF-DATE
004240             ADD 1 TO CNT-TOO-NEW
004250         ELSE
004260             SET ENT-DORMANT (WS-SUB) TO TRUE
004270             ADD 1 TO CNT-DORMANT
004280         END-IF
004290     END-IF
004300     IF ENT-STATUS (WS-SUB) = 'A'
004310        AND ENT-EXP-DATE (WS-SUB) < WS-DATE
004320         SET ENT-EXPIRED (WS-SUB) TO TRUE
004330         ADD 1 TO CNT-EXPIRED
004340     END-IF.
004350 3000-EXIT.
004360     EXIT.
004370*--------------------------------------------------------------*
004380* 3100-LIST-DORMANT - FIRST SECTION: EVERY DORMANT ENTRY.       *
004390*--------------------------------------------------------------*
004400 3100-LIST-DORMANT.
004410     MOVE "ENTRIES WITH NO LOOKUP HIT SINCE THE CUTOFF"
004420         TO REPORT-REC
004430     WRITE REPORT-REC
004440     MOVE WS-COLUMN-LINE TO REPORT-REC
004450     WRITE REPORT-REC
004460     PERFORM 3110-LIST-ONE-DORMANT THRU 3110-EXIT
004470         VARYING WS-SUB FROM 1 BY 1
004480         UNTIL WS-SUB > ENTRY-COUNT
004490     IF CNT-DORMANT = 0
004500         MOVE "  NONE" TO REPORT-REC
004510         WRITE REPORT-REC
004520     END-IF
004530     MOVE SPACES TO REPORT-REC
004540     WRITE REPORT-REC.
004550 3100-EXIT.
004560     EXIT.
004570*--------------------------------------------------------------*
004580 3110-LIST-ONE-DORMANT.
004590     IF NOT ENT-DORMANT (WS-SUB)
004600         GO TO 3110-EXIT
004610     END-IF
004620     PERFORM 3500-WRITE-DETAIL THRU 3500-EXIT.
004630 3110-EXIT.
004640     EXIT.
004650*--------------------------------------------------------------*
004660* 3200-LIST-EXPIRED - SECOND SECTION: EXPIRED ENTRIES STILL     *
004670*                     CARRYING STATUS A.                        *
004680*--------------------------------------------------------------*
004690 3200-LIST-EXPIRED.
004700     MOVE "EXPIRED ENTRIES STILL ACTIVE" TO REPORT-REC
004710     WRITE REPORT-REC
004720     MOVE WS-COLUMN-LINE TO REPORT-REC
004730     WRITE REPORT-REC
004740     PERFORM 3210-LIST-ONE-EXPIRED THRU 3210-EXIT
004750         VARYING WS-SUB FROM 1 BY 1
004760         UNTIL WS-SUB > ENTRY-COUNT
004770     IF CNT-EXPIRED = 0
004780         MOVE "  NONE" TO REPORT-REC
004790         WRITE REPORT-REC
004800     END-IF
004810     MOVE SPACES TO REPORT-REC
004820     WRITE REPORT-REC.
004830 3200-EXIT.
004840     EXIT.
004850*--------------------------------------------------------------*
004860 3210-LIST-ONE-EXPIRED.
004870     IF NOT ENT-EXPIRED (WS-SUB)
004880         GO TO 3210-EXIT
004890     END-IF
004900     PERFORM 3500-WRITE-DETAIL THRU 3500-EXIT.
004910 3210-EXIT.
004920     EXIT.
004930*--------------------------------------------------------------*
004940* 3300-WRITE-PROPOSALS - ONE DEACTIVATE CARD PER ACTIVE ENTRY   *
004950*                        THAT IS DORMANT, EXPIRED OR BOTH.  THE *
004960*                        HELD TABLE IS IN MASTER KEY ORDER, SO  *
004970*                        THE DECK PASSES TABLE-MAINT'S          *
004980*                        SEQUENCE EDIT AS WRITTEN.              *
004990*--------------------------------------------------------------*
005000 3300-WRITE-PROPOSALS.
005010     PERFORM 3310-PROPOSE-ONE THRU 3310-EXIT
005020         VARYING WS-SUB FROM 1 BY 1
005030         UNTIL WS-SUB > ENTRY-COUNT.
005040 3300-EXIT.
005050     EXIT.
005060*--------------------------------------------------------------*
005070 3310-PROPOSE-ONE.
005080     IF ENT-STATUS (WS-SUB) NOT = 'A'
005090         GO TO 3310-EXIT
005100     END-IF
005110     IF NOT ENT-DORMANT (WS-SUB)
005120        AND NOT ENT-EXPIRED (WS-SUB)
005130         GO TO 3310-EXIT
005140     END-IF
005150     MOVE SPACES                 TO PROP-REC
005160     MOVE 'R'                    TO PROP-ACTION
005170     MOVE ENT-TABLE-ID (WS-SUB)  TO PROP-TABLE-ID
005180     MOVE ENT-KEY (WS-SUB)       TO PROP-KEY
005190     MOVE ENT-DESC (WS-SUB)      TO PROP-DESC
005200     MOVE 'I'                    TO PROP-STATUS
005210     MOVE ENT-EFF-DATE (WS-SUB)  TO PROP-EFF-DATE
005220     MOVE ENT-EXP-DATE (WS-SUB)  TO PROP-EXP-DATE
005230     WRITE PROP-REC
005240     ADD 1 TO CNT-PROPOSED.
005250 3310-EXIT.
005260     EXIT.
005270*--------------------------------------------------------------*
005280* 3500-WRITE-DETAIL - ONE REPORT LINE FOR ENTRY WS-SUB.  THE    *
005290*                     CLEAN-UP COLUMN SAYS WHETHER A CARD WAS   *
005300*                     PROPOSED OR THE ENTRY IS ALREADY          *
005310*                     INACTIVE.                                 *
005320*--------------------------------------------------------------*
005330 3500-WRITE-DETAIL.
005340     MOVE ENT-TABLE-ID (WS-SUB) TO WS-DET-TABLE
005350     MOVE ENT-KEY (WS-SUB)      TO WS-DET-KEY
005360     MOVE ENT-DESC (WS-SUB)     TO WS-DET-DESC
005370     MOVE ENT-STATUS (WS-SUB)   TO WS-DET-STATUS
005380     IF ENT-LAST-HIT (WS-SUB) = 0
005390         MOVE "NEVER"           TO WS-DET-LAST-HIT
005400     ELSE
005410         MOVE ENT-LAST-HIT (WS-SUB) TO WS-DET-LAST-HIT
005420     END-IF
005430     MOVE ENT-EXP-DATE (WS-SUB) TO WS-DET-EXP-DATE
005440     IF ENT-STATUS (WS-SUB) = 'A'
005450         MOVE "PROPOSED"        TO WS-DET-NOTE
005460     ELSE
005470         MOVE "INACTIVE"        TO WS-DET-NOTE
005480     END-IF
005490     MOVE WS-DETAIL-LINE TO REPORT-REC
005500     WRITE REPORT-REC.
005510 3500-EXIT.
005520     EXIT.
005530*--------------------------------------------------------------*
005540* 4000-WRITE-SUMMARY - RUN TOTALS.                              *
005550*--------------------------------------------------------------*
005560 4000-WRITE-SUMMARY.
005570     MOVE SPACES TO WS-COUNT-LINE
005580     MOVE "ENTRIES ON LOOKUP MASTER"   TO WS-COUNT-LABEL
005590     MOVE ENTRY-COUNT                TO WS-COUNT-VALUE
005600     MOVE WS-COUNT-LINE TO REPORT-REC
005610     WRITE REPORT-REC
005620
005630     MOVE SPACES TO WS-COUNT-LINE
005640     MOVE "AUDIT ENTRIES READ"         TO WS-COUNT-LABEL
005650     MOVE CNT-AUDIT-READ             TO WS-COUNT-VALUE
005660     MOVE WS-COUNT-LINE TO REPORT-REC
005670     WRITE REPORT-REC
005680
005690     MOVE SPACES TO WS-COUNT-LINE
005700     MOVE "AUDIT HITS ON MASTER ENTRIES" TO WS-COUNT-LABEL
005710     MOVE CNT-AUDIT-HITS             TO WS-COUNT-VALUE
005720     MOVE WS-COUNT-LINE TO REPORT-REC
005730     WRITE REPORT-REC
005740
005750     MOVE SPACES TO WS-COUNT-LINE
005760     MOVE "DORMANT ENTRIES"            TO WS-COUNT-LABEL
005770     MOVE CNT-DORMANT                TO WS-COUNT-VALUE
005780     MOVE WS-COUNT-LINE TO REPORT-REC
005790     WRITE REPORT-REC
005800
005810     MOVE SPACES TO WS-COUNT-LINE
005820     MOVE "EXPIRED ENTRIES STILL ACTIVE" TO WS-COUNT-LABEL
005830     MOVE CNT-EXPIRED                TO WS-COUNT-VALUE
005840     MOVE WS-COUNT-LINE TO REPORT-REC
005850     WRITE REPORT-REC
005860
005870     MOVE SPACES TO WS-COUNT-LINE
005880     MOVE "TOO NEW TO JUDGE"           TO WS-COUNT-LABEL
005890     MOVE CNT-TOO-NEW                TO WS-COUNT-VALUE
005900     MOVE WS-COUNT-LINE TO REPORT-REC
005910     WRITE REPORT-REC
005920
005930     MOVE SPACES TO WS-COUNT-LINE
005940     MOVE "DEACTIVATE CARDS PROPOSED"  TO WS-COUNT-LABEL
005950     MOVE CNT-PROPOSED               TO WS-COUNT-VALUE
005960     MOVE WS-COUNT-LINE TO REPORT-REC
005970     WRITE REPORT-REC
005980
005990     IF MASTER-TABLE-FULL
006000         MOVE "MASTER OVER TABLE CEILING - NOT ALL REVIEWED"
006010             TO REPORT-REC
006020         WRITE REPORT-REC
006030     END-IF.
006040 4000-EXIT.
006050     EXIT.
006060*--------------------------------------------------------------*
006070* 9000-TERMINATE - CLOSE THE FILES.                             *
006080*--------------------------------------------------------------*
006090 9000-TERMINATE.
006100     IF WS-AUDIT-STATUS NOT = '35'
006110         CLOSE AUDIT-FILE
006120     END-IF
006130     CLOSE PROPOSAL-FILE
006140     CLOSE REPORT-FILE.
006150 9000-EXIT.
006160     EXIT.
