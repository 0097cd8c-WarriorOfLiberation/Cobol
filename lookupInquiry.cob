000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.      LOOKUP-INQUIRY.
000030 AUTHOR.          R J HALVORSEN.
000040 INSTALLATION.    DATA PROCESSING CENTER.
000050 DATE-WRITTEN.    10/14/2026.
000060 DATE-COMPILED.
000070*--------------------------------------------------------------*
000080* MODIFICATION HISTORY                                        *
000090*--------------------------------------------------------------*
000100* DATE       INIT  DESCRIPTION                                 *
000110* 10/14/2026 RJH   ORIGINAL PROGRAM - READ-ONLY BROWSE OF THE  *
000120*                  LOOKUP MASTER FOR THE OPERATOR, REACHED     *
000130*                  FROM MENU-DRIVER.  THE OPERATOR NAMES A     *
000140*                  TABLE ID AND A STARTING KEY AND PAGES       *
000150*                  FORWARD AND BACKWARD THROUGH THE TABLE'S    *
000160*                  ENTRIES WITH KEYED START/READ NEXT AGAINST  *
000170*                  THE KSDS.  EACH ENTRY SHOWS ITS DESCRIPTION,*
000180*                  STATUS, EFFECTIVE AND EXPIRY DATES, THE     *
000190*                  LAST DATE IT WAS HIT ON THE AUDIT LOG, AND  *
000200*                  ANY FUTURE-DATED TABLE-MAINT TRANSACTION    *
000210*                  WAITING AGAINST IT ON THE PENDING FILE.     *
000220*                  NOTHING IS WRITTEN - NOT EVEN THE AUDIT LOG,*
000230*                  SO A BROWSE NEVER COUNTS AS A LOOKUP HIT.   *
002301* 10/14/2026 RJH   BROWSE THE CURRENT VERSION OF EACH ENTRY    *
002302*                  ONLY - THE DATED PRIOR VERSIONS TABLE-MAINT *
002303*                  NOW KEEPS ON THE MASTER ARE PASSED OVER.    *
002304*                  THE AUDIT RECORD CARRIES THE AS-OF AND      *
002305*                  VERSION DATES.                              *
000240*--------------------------------------------------------------*
000250*                                                              *
000260* FILES - LOOKUP   THE LOOKUP MASTER KSDS (LOOKUPRC), INPUT.   *
000270*         PENDFILE PROD.BATCH.BIN.TBLPEND - TABLE-MAINT'S      *
000280*                  FUTURE-DATED TRANSACTIONS.  OPTIONAL.       *
000290*         AUDITLOG PROD.BATCH.BIN.AUDITLOG, OPTIONALLY         *
000300*                  FOLLOWED BY THE AUDIT ARCHIVE GENERATIONS   *
000310*                  FOR A LONGER LOOK BACK.  OPTIONAL.          *
000320*         BUSDATE  THE SHARED BUSINESS-DATE CARD.  OPTIONAL.   *
000330*--------------------------------------------------------------*
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000360 SOURCE-COMPUTER.   IBM-370.
000370 OBJECT-COMPUTER.   IBM-370.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT LOOKUP-FILE    ASSIGN TO LOOKUP
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS LOOK-REC-KEY
000440         FILE STATUS IS WS-LOOKUP-STATUS.
000450     SELECT PENDING-FILE   ASSIGN TO PENDFILE
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-PEND-STATUS.
000480     SELECT AUDIT-FILE     ASSIGN TO AUDITLOG
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-AUDIT-STATUS.
000510     SELECT BUSDATE-FILE   ASSIGN TO BUSDATE
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-BUSDATE-STATUS.
000540*
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  LOOKUP-FILE
000580     RECORDING MODE IS F.
000590     COPY LOOKUPRC.
000600*
000610* THE TABLE-MAINT TRANSACTION LAYOUT - EVERY PENDING ITEM IS A
000620* TRANSACTION HELD FOR ITS APPLY-ON DATE.
000630 FD  PENDING-FILE
000640     RECORDING MODE IS F.
000650 01  PEND-REC.
000660     05  PEND-ACTION          PIC X(01).
000670     05  FILLER               PIC X(01).
000680     05  PEND-TABLE-ID        PIC X(08).
000690     05  FILLER               PIC X(01).
000700     05  PEND-KEY             PIC X(08).
000710     05  FILLER               PIC X(01).
000720     05  PEND-DESC            PIC X(20).
000730     05  FILLER               PIC X(01).
000740     05  PEND-STATUS          PIC X(01).
000750     05  FILLER               PIC X(01).
000760     05  PEND-EFF-DATE        PIC X(08).
000770     05  FILLER               PIC X(01).
000780     05  PEND-EXP-DATE        PIC X(08).
000790     05  FILLER               PIC X(01).
000800     05  PEND-APPLY-DATE      PIC X(08).
000810     05  FILLER               PIC X(11).
000820*
000830 FD  AUDIT-FILE
000840     RECORDING MODE IS F.
000850 01  AUDIT-REC.
000860     05  AUDIT-DATE           PIC 9(08).
000870     05  FILLER               PIC X(01).
000880     05  AUDIT-TIME           PIC 9(08).
000890     05  FILLER               PIC X(01).
000900     05  AUDIT-TABLE-ID       PIC X(08).
000910     05  FILLER               PIC X(01).
000920     05  AUDIT-SEARCH-VALUE   PIC X(08).
000930     05  FILLER               PIC X(01).
000940     05  AUDIT-FOUND-FLAG     PIC X(01).
000950     05  FILLER               PIC X(01).
000960     05  AUDIT-POSITION       PIC 9(03).
000970     05  FILLER               PIC X(01).
000980     05  AUDIT-SOURCE         PIC X(01).
009801     05  FILLER               PIC X(18).
000990*
001000 FD  BUSDATE-FILE
001010     RECORDING MODE IS F.
001020 01  BUSDATE-CARD.
001030     05  BUS-DATE             PIC 9(08).
001040     05  FILLER               PIC X(72).
001050*
001060 WORKING-STORAGE SECTION.
001070 01  WS-SWITCHES.
001080     05  WS-INQUIRY-SW        PIC X(01) VALUE 'N'.
001090         88  INQUIRY-DONE              VALUE 'Y'.
001100     05  WS-NEW-TABLE-SW      PIC X(01) VALUE 'N'.
001110         88  NEW-TABLE-WANTED          VALUE 'Y'.
001120     05  WS-PAGE-END-SW       PIC X(01) VALUE 'N'.
001130         88  PAGE-AT-TABLE-END         VALUE 'Y'.
001140     05  WS-START-AFTER-SW    PIC X(01) VALUE 'N'.
001150         88  START-AFTER-KEY           VALUE 'Y'.
001160     05  WS-PEND-EOF-SW       PIC X(01) VALUE 'N'.
001170         88  NO-MORE-PENDING           VALUE 'Y'.
001180     05  WS-AUDIT-EOF-SW      PIC X(01) VALUE 'N'.
001190         88  NO-MORE-AUDIT             VALUE 'Y'.
001200     05  WS-AUDIT-MISSING-SW  PIC X(01) VALUE 'N'.
001210         88  NO-AUDIT-HISTORY          VALUE 'Y'.
001220     05  WS-SCAN-END-SW       PIC X(01) VALUE 'N'.
001230         88  SCAN-AT-END               VALUE 'Y'.
001240     05  WS-LOOKUP-OPEN-SW    PIC X(01) VALUE 'N'.
001250         88  LOOKUP-IS-OPEN            VALUE 'Y'.
001260*
001270* ONE SCREEN PAGE OF ENTRIES.
001280 77  PAGE-SIZE                PIC 9(02) COMP VALUE 10.
001290 01  PAGE-COUNT               PIC 9(02) COMP VALUE 0.
001300*
001310* FUTURE-DATED TRANSACTIONS, LOADED ONCE AT THE START.
001320 77  MAX-PENDING              PIC 9(03) COMP VALUE 500.
001330 01  PENDING-TABLE.
001340     05  PND-COUNT            PIC 9(03) COMP VALUE 0.
001350     05  PND-ENTRY OCCURS 500 TIMES.
001360         10  PND-TABLE-ID     PIC X(08).
001370         10  PND-KEY          PIC X(08).
001380         10  PND-ACTION       PIC X(01).
001390         10  PND-DESC         PIC X(20).
001400         10  PND-STATUS       PIC X(01).
001410         10  PND-EFF-DATE     PIC X(08).
001420         10  PND-EXP-DATE     PIC X(08).
001430         10  PND-APPLY-DATE   PIC X(08).
001440*
001450* LAST AUDIT-LOG HIT PER KEY OF THE TABLE BEING BROWSED, LOADED
001460* EACH TIME THE OPERATOR NAMES A TABLE.  MAX-HITS FOLLOWS THE
001470* 500 CURRENT-ENTRY CEILING (MAX-TABLE-SIZE) IN TABLE-MAINT.
001480 77  MAX-HITS                 PIC 9(03) COMP VALUE 500.
001490 01  HIT-TABLE.
001500     05  HIT-COUNT            PIC 9(03) COMP VALUE 0.
001510     05  HIT-ENTRY OCCURS 500 TIMES.
001520         10  HIT-KEY          PIC X(08).
001530         10  HIT-DATE         PIC 9(08).
001540*
001550* THE KEYS JUST AHEAD OF THE CURRENT PAGE, KEPT WHILE PAGING
001560* BACKWARD - THE OLDEST BECOMES THE NEW PAGE'S FIRST KEY.
001570 01  BACK-TABLE.
001580     05  BACK-COUNT           PIC 9(02) COMP VALUE 0.
001590     05  BACK-KEY OCCURS 10 TIMES PIC X(08).
001600*
001610 01  WS-SUBSCRIPTS.
001620     05  WS-PND-SUB           PIC 9(03) COMP VALUE 0.
001630     05  WS-HIT-SUB           PIC 9(03) COMP VALUE 0.
001640     05  WS-HIT-FOUND         PIC 9(03) COMP VALUE 0.
001650     05  WS-BACK-SUB          PIC 9(02) COMP VALUE 0.
001660     05  WS-PND-SHOWN         PIC 9(03) COMP VALUE 0.
001670*
001680 01  WS-BROWSE-TABLE          PIC X(08) VALUE SPACES.
001690 01  WS-START-KEY             PIC X(08) VALUE SPACES.
001700 01  WS-HIT-SEARCH            PIC X(08) VALUE SPACES.
001710 01  WS-PAGE-FROM-KEY         PIC X(08) VALUE SPACES.
001720 01  WS-FIRST-KEY             PIC X(08) VALUE SPACES.
001730 01  WS-LAST-KEY              PIC X(08) VALUE SPACES.
001740 01  WS-COMMAND               PIC X(01) VALUE SPACE.
001750     88  CMD-FORWARD                   VALUE 'F' 'f' SPACE.
001760     88  CMD-BACKWARD                  VALUE 'B' 'b'.
001770     88  CMD-NEW-TABLE                 VALUE 'N' 'n'.
001780     88  CMD-QUIT                      VALUE 'Q' 'q'.
001790*
001800 01  WS-DATE                  PIC 9(08).
001810 01  WS-CAL-DATE              PIC 9(08).
001820 01  WS-LOOKUP-STATUS         PIC X(02) VALUE '00'.
001830 01  WS-PEND-STATUS           PIC X(02) VALUE '00'.
001840 01  WS-AUDIT-STATUS          PIC X(02) VALUE '00'.
001850 01  WS-BUSDATE-STATUS        PIC X(02) VALUE '00'.
001860*
001870 01  WS-DASH-LINE             PIC X(79) VALUE ALL "-".
001880 01  WS-TITLE-LINE.
001890     05  FILLER               PIC X(24)
001900         VALUE "LOOKUP INQUIRY - TABLE ".
001910     05  WS-TITLE-TABLE       PIC X(08).
001920     05  FILLER               PIC X(15) VALUE "   AS OF DATE ".
001930     05  WS-TITLE-DATE        PIC 9(08).
001940     05  FILLER               PIC X(24) VALUE SPACES.
001950 01  WS-COLUMN-LINE.
001960     05  FILLER               PIC X(30)
001970         VALUE "KEY      DESCRIPTION          ".
001980     05  FILLER               PIC X(49)
001990         VALUE "S EFFECTIVE EXPIRES  LAST HIT NOTE".
002000 01  WS-ENTRY-LINE.
002010     05  WS-ENT-KEY           PIC X(08).
002020     05  FILLER               PIC X(01) VALUE SPACE.
002030     05  WS-ENT-DESC          PIC X(20).
002040     05  FILLER               PIC X(01) VALUE SPACE.
002050     05  WS-ENT-STATUS        PIC X(01).
002060     05  FILLER               PIC X(01) VALUE SPACE.
002070     05  WS-ENT-EFF-DATE      PIC 9(08).
002080     05  FILLER               PIC X(01) VALUE SPACE.
002090     05  WS-ENT-EXP-DATE      PIC 9(08).
002100     05  FILLER               PIC X(01) VALUE SPACE.
002110     05  WS-ENT-LAST-HIT      PIC X(08).
002120     05  FILLER               PIC X(01) VALUE SPACE.
002130     05  WS-ENT-NOTE          PIC X(20).
002140 01  WS-PENDING-LINE.
002150     05  FILLER               PIC X(11) VALUE "  PENDING  ".
002160     05  WS-PND-ACTION        PIC X(01).
002170     05  FILLER               PIC X(04) VALUE " ON ".
002180     05  WS-PND-APPLY-DATE    PIC X(08).
002190     05  FILLER               PIC X(02) VALUE ": ".
002200     05  WS-PND-DESC          PIC X(20).
002210     05  FILLER               PIC X(01) VALUE SPACE.
002220     05  WS-PND-STATUS        PIC X(01).
002230     05  FILLER               PIC X(01) VALUE SPACE.
002240     05  WS-PND-EFF-DATE      PIC X(08).
002250     05  FILLER               PIC X(01) VALUE SPACE.
002260     05  WS-PND-EXP-DATE      PIC X(08).
002270     05  FILLER               PIC X(13) VALUE SPACES.
002280*
002290 PROCEDURE DIVISION.
002300*--------------------------------------------------------------*
002310 0000-MAINLINE.
002320     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002330     PERFORM 2000-ONE-INQUIRY THRU 2000-EXIT
002340         UNTIL INQUIRY-DONE
002350     PERFORM 9000-TERMINATE THRU 9000-EXIT
002360     STOP RUN.
002370*--------------------------------------------------------------*
002380* 1000-INITIALIZE - BUSINESS DATE, THE LOOKUP MASTER AND THE   *
002390*                   PENDING TRANSACTIONS.  NO MASTER MEANS     *
002400*                   NOTHING TO BROWSE.                         *
002410*--------------------------------------------------------------*
002420 1000-INITIALIZE.
002430     ACCEPT WS-CAL-DATE FROM DATE YYYYMMDD
002440     PERFORM 1100-GET-BUS-DATE THRU 1100-EXIT
002450     OPEN INPUT LOOKUP-FILE
002460     IF WS-LOOKUP-STATUS NOT = '00'
002470         DISPLAY "LOOKUP-INQUIRY: LOOKUP MASTER NOT AVAILABLE "
002480                 "(STATUS " WS-LOOKUP-STATUS ") - NOTHING TO "
002490                 "BROWSE."
002500         SET INQUIRY-DONE TO TRUE
002510         GO TO 1000-EXIT
002520     END-IF
002530     SET LOOKUP-IS-OPEN TO TRUE
002540     PERFORM 1200-LOAD-PENDING THRU 1200-EXIT.
002550 1000-EXIT.
002560     EXIT.
002570*--------------------------------------------------------------*
002580* 1100-GET-BUS-DATE - ENTRIES ARE GRADED IN OR OUT OF THEIR    *
002590*                     DATES AS OF THE SHARED BUSINESS DATE, OR *
002600*                     THE CALENDAR DATE WHEN THERE IS NO CARD. *
002610*--------------------------------------------------------------*
002620 1100-GET-BUS-DATE.
002630     MOVE WS-CAL-DATE TO WS-DATE
002640     OPEN INPUT BUSDATE-FILE
002650     IF WS-BUSDATE-STATUS = '35'
002660         GO TO 1100-EXIT
002670     END-IF
002680     READ BUSDATE-FILE
002690         AT END
002700             CLOSE BUSDATE-FILE
002710             GO TO 1100-EXIT
002720     END-READ
002730     IF BUS-DATE IS NUMERIC AND BUS-DATE > 0
002740         MOVE BUS-DATE TO WS-DATE
002750     END-IF
002760     CLOSE BUSDATE-FILE.
002770 1100-EXIT.
002780     EXIT.
002790*--------------------------------------------------------------*
002800* 1200-LOAD-PENDING - HOLD EVERY FUTURE-DATED TRANSACTION.     *
002810*--------------------------------------------------------------*
002820 1200-LOAD-PENDING.
002830     OPEN INPUT PENDING-FILE
002840     IF WS-PEND-STATUS = '35'
002850         GO TO 1200-EXIT
002860     END-IF
002870     PERFORM 1210-LOAD-ONE-PENDING THRU 1210-EXIT
002880         UNTIL NO-MORE-PENDING
002890     CLOSE PENDING-FILE.
002900 1200-EXIT.
002910     EXIT.
002920*--------------------------------------------------------------*
002930 1210-LOAD-ONE-PENDING.
002940     READ PENDING-FILE
002950         AT END
002960             SET NO-MORE-PENDING TO TRUE
002970             GO TO 1210-EXIT
002980     END-READ
002990     IF PND-COUNT NOT LESS THAN MAX-PENDING
003000         DISPLAY "LOOKUP-INQUIRY: MORE THAN " MAX-PENDING
003010                 " PENDING TRANSACTIONS - REST NOT SHOWN."
003020         SET NO-MORE-PENDING TO TRUE
003030         GO TO 1210-EXIT
003040     END-IF
003050     ADD 1 TO PND-COUNT
003060     MOVE PEND-TABLE-ID   TO PND-TABLE-ID (PND-COUNT)
003070     MOVE PEND-KEY        TO PND-KEY (PND-COUNT)
003080     MOVE PEND-ACTION     TO PND-ACTION (PND-COUNT)
003090     MOVE PEND-DESC       TO PND-DESC (PND-COUNT)
003100     MOVE PEND-STATUS     TO PND-STATUS (PND-COUNT)
003110     MOVE PEND-EFF-DATE   TO PND-EFF-DATE (PND-COUNT)
003120     MOVE PEND-EXP-DATE   TO PND-EXP-DATE (PND-COUNT)
003130     MOVE PEND-APPLY-DATE TO PND-APPLY-DATE (PND-COUNT).
003140 1210-EXIT.
003150     EXIT.
003160*--------------------------------------------------------------*
003170* 2000-ONE-INQUIRY - ASK FOR A TABLE AND STARTING KEY, SHOW    *
003180*                    THE FIRST PAGE, THEN TAKE PAGING          *
003190*                    COMMANDS UNTIL THE OPERATOR WANTS ANOTHER *
003200*                    TABLE OR IS DONE.  A BLANK TABLE ID ENDS  *
003210*                    THE INQUIRY.                              *
003220*--------------------------------------------------------------*
003230 2000-ONE-INQUIRY.
003240     MOVE SPACES TO WS-BROWSE-TABLE WS-START-KEY
003250     DISPLAY "ENTER THE TABLE ID (BLANK TO END):"
003260         WITH NO ADVANCING
003270     ACCEPT WS-BROWSE-TABLE
003280     IF WS-BROWSE-TABLE = SPACES
003290         SET INQUIRY-DONE TO TRUE
003300         GO TO 2000-EXIT
003310     END-IF
003320     DISPLAY "ENTER THE STARTING KEY (BLANK FOR THE FIRST):"
003330         WITH NO ADVANCING
003340     ACCEPT WS-START-KEY
003350
003360     PERFORM 2100-LOAD-LAST-HITS THRU 2100-EXIT
003370     MOVE 'N' TO WS-NEW-TABLE-SW
003380     MOVE SPACES TO WS-FIRST-KEY WS-LAST-KEY
003390     MOVE WS-START-KEY TO WS-PAGE-FROM-KEY
003400     MOVE 'N' TO WS-START-AFTER-SW
003410     PERFORM 3000-SHOW-PAGE THRU 3000-EXIT
003420     IF PAGE-COUNT = 0
003430         DISPLAY "LOOKUP-INQUIRY: NO ENTRIES ON TABLE "
003440                 WS-BROWSE-TABLE " AT OR AFTER KEY '"
003450                 WS-START-KEY "'."
003460         GO TO 2000-EXIT
003470     END-IF
003480     PERFORM 2500-ONE-COMMAND THRU 2500-EXIT
003490         UNTIL NEW-TABLE-WANTED OR INQUIRY-DONE.
003500 2000-EXIT.
003510     EXIT.
003520*--------------------------------------------------------------*
003530* 2100-LOAD-LAST-HITS - ONE PASS OF THE AUDIT LOG FOR THE      *
003540*                       TABLE BEING BROWSED.  A LOOKUP THAT    *
003550*                       RESOLVED TO AN ENTRY (ANY FOUND FLAG   *
003560*                       BUT N) IS A HIT, THE SAME RULE         *
003570*                       DORMANT-REPORT USES; THE LATEST DATE   *
003580*                       IS KEPT SINCE ARCHIVE GENERATIONS MAY  *
003590*                       FOLLOW THE LIVE LOG OUT OF DATE ORDER. *
003600*--------------------------------------------------------------*
003610 2100-LOAD-LAST-HITS.
003620     MOVE 0 TO HIT-COUNT
003630     MOVE 'N' TO WS-AUDIT-EOF-SW
003640     MOVE 'N' TO WS-AUDIT-MISSING-SW
003650     OPEN INPUT AUDIT-FILE
003660     IF WS-AUDIT-STATUS = '35'
003670         SET NO-AUDIT-HISTORY TO TRUE
003680         GO TO 2100-EXIT
003690     END-IF
003700     PERFORM 2110-ONE-AUDIT THRU 2110-EXIT
003710         UNTIL NO-MORE-AUDIT
003720     CLOSE AUDIT-FILE.
003730 2100-EXIT.
003740     EXIT.
003750*--------------------------------------------------------------*
003760 2110-ONE-AUDIT.
003770     READ AUDIT-FILE
003780         AT END
003790             SET NO-MORE-AUDIT TO TRUE
003800             GO TO 2110-EXIT
003810     END-READ
003820     IF AUDIT-TABLE-ID NOT = WS-BROWSE-TABLE
003830        OR AUDIT-FOUND-FLAG = 'N'
003840        OR AUDIT-DATE IS NOT NUMERIC
003850         GO TO 2110-EXIT
003860     END-IF
003870     MOVE AUDIT-SEARCH-VALUE TO WS-HIT-SEARCH
003880     PERFORM 2150-FIND-HIT THRU 2150-EXIT
003890     IF WS-HIT-FOUND > 0
003900         IF AUDIT-DATE > HIT-DATE (WS-HIT-FOUND)
003910             MOVE AUDIT-DATE TO HIT-DATE (WS-HIT-FOUND)
003920         END-IF
003930         GO TO 2110-EXIT
003940     END-IF
003950     IF HIT-COUNT NOT LESS THAN MAX-HITS
003960         GO TO 2110-EXIT
003970     END-IF
003980     ADD 1 TO HIT-COUNT
003990     MOVE AUDIT-SEARCH-VALUE TO HIT-KEY (HIT-COUNT)
004000     MOVE AUDIT-DATE         TO HIT-DATE (HIT-COUNT).
004010 2110-EXIT.
004020     EXIT.
004030*--------------------------------------------------------------*
004040* 2150-FIND-HIT - WS-HIT-SEARCH IN THE HIT TABLE.              *
004050*                 WS-HIT-FOUND IS ZERO WHEN IT IS NOT THERE.   *
004060*--------------------------------------------------------------*
004070 2150-FIND-HIT.
004080     MOVE 0 TO WS-HIT-FOUND
004090     PERFORM 2155-MATCH-HIT THRU 2155-EXIT
004100         VARYING WS-HIT-SUB FROM 1 BY 1
004110         UNTIL WS-HIT-SUB > HIT-COUNT OR WS-HIT-FOUND > 0.
004120 2150-EXIT.
004130     EXIT.
004140*--------------------------------------------------------------*
004150 2155-MATCH-HIT.
004160     IF HIT-KEY (WS-HIT-SUB) = WS-HIT-SEARCH
004170         MOVE WS-HIT-SUB TO WS-HIT-FOUND
004180     END-IF.
004190 2155-EXIT.
004200     EXIT.
004210*--------------------------------------------------------------*
004220* 2500-ONE-COMMAND - ONE PAGING COMMAND FROM THE OPERATOR.     *
004230*--------------------------------------------------------------*
004240 2500-ONE-COMMAND.
004250     DISPLAY "F=NEXT PAGE  B=PREVIOUS PAGE  N=NEW TABLE/KEY  "
004260             "Q=QUIT:" WITH NO ADVANCING
004270     MOVE SPACE TO WS-COMMAND
004280     ACCEPT WS-COMMAND
004290     EVALUATE TRUE
004300         WHEN CMD-FORWARD
004310             PERFORM 3100-PAGE-FORWARD THRU 3100-EXIT
004320         WHEN CMD-BACKWARD
004330             PERFORM 3200-PAGE-BACKWARD THRU 3200-EXIT
004340         WHEN CMD-NEW-TABLE
004350             SET NEW-TABLE-WANTED TO TRUE
004360         WHEN CMD-QUIT
004370             SET INQUIRY-DONE TO TRUE
004380         WHEN OTHER
004390             DISPLAY "LOOKUP-INQUIRY: INVALID COMMAND - "
004400                     "ENTER F, B, N OR Q."
004410     END-EVALUATE.
004420 2500-EXIT.
004430     EXIT.
004440*--------------------------------------------------------------*
004450* 3000-SHOW-PAGE - POSITION ON WS-PAGE-FROM-KEY (AT OR AFTER,  *
004460*                  OR STRICTLY AFTER WHEN PAGING FORWARD) AND  *
004470*                  SHOW UP TO A PAGE OF THE TABLE'S ENTRIES.   *
004480*                  PAGE-COUNT IS ZERO WHEN THERE ARE NONE, AND *
004490*                  THE PREVIOUS PAGE'S KEYS ARE THEN KEPT.     *
044901*                  A KEY'S VERSIONS SORT BY END DATE, SO THE   *
044902*                  START IS PAST ALL OF THEM (9S) WHEN PAGING  *
044903*                  FORWARD AND AHEAD OF ALL OF THEM (ZERO)     *
044904*                  OTHERWISE.                                  *
004500*--------------------------------------------------------------*
004510 3000-SHOW-PAGE.
004520     MOVE 0 TO PAGE-COUNT
004530     MOVE 'N' TO WS-PAGE-END-SW
004540     MOVE WS-BROWSE-TABLE  TO LOOK-TABLE-ID
004550     MOVE WS-PAGE-FROM-KEY TO LOOK-KEY
004560     IF START-AFTER-KEY
045601         SET LOOK-CURRENT-VERSION TO TRUE
004570         START LOOKUP-FILE KEY IS GREATER THAN LOOK-REC-KEY
004580             INVALID KEY
004590                 SET PAGE-AT-TABLE-END TO TRUE
004600         END-START
004610     ELSE
046101         MOVE 0 TO LOOK-VER-END
004620         START LOOKUP-FILE KEY IS NOT LESS THAN LOOK-REC-KEY
004630             INVALID KEY
004640                 SET PAGE-AT-TABLE-END TO TRUE
004650         END-START
004660     END-IF
004670     IF PAGE-AT-TABLE-END
004680         GO TO 3000-EXIT
004690     END-IF
004700     PERFORM 3010-SHOW-ONE-ENTRY THRU 3010-EXIT
004710         UNTIL PAGE-COUNT NOT LESS THAN PAGE-SIZE
004720            OR PAGE-AT-TABLE-END
004730     IF PAGE-COUNT > 0
004740         DISPLAY WS-DASH-LINE
004750     END-IF.
004760 3000-EXIT.
004770     EXIT.
004780*--------------------------------------------------------------*
004790* 3010-SHOW-ONE-ENTRY - READ THE NEXT ENTRY; THE FIRST ONE     *
004800*                       BELONGING TO ANOTHER TABLE ENDS THE    *
004810*                       PAGE.  THE PAGE HEADING GOES OUT WITH  *
004820*                       THE FIRST ENTRY.  PRIOR VERSIONS ARE   *
048201*                       SKIPPED WITHOUT TAKING A LINE.         *
004830*--------------------------------------------------------------*
004840 3010-SHOW-ONE-ENTRY.
004850     READ LOOKUP-FILE NEXT
004860         AT END
004870             SET PAGE-AT-TABLE-END TO TRUE
004880             GO TO 3010-EXIT
004890     END-READ
004900     IF LOOK-TABLE-ID NOT = WS-BROWSE-TABLE
004910         SET PAGE-AT-TABLE-END TO TRUE
004920         GO TO 3010-EXIT
004930     END-IF
049301     IF NOT LOOK-CURRENT-VERSION
049302         GO TO 3010-EXIT
049303     END-IF
004940     ADD 1 TO PAGE-COUNT
004950     IF PAGE-COUNT = 1
004960         MOVE WS-BROWSE-TABLE TO WS-TITLE-TABLE
004970         MOVE WS-DATE         TO WS-TITLE-DATE
004980         DISPLAY WS-DASH-LINE
004990         DISPLAY WS-TITLE-LINE
005000         DISPLAY WS-COLUMN-LINE
005010         DISPLAY WS-DASH-LINE
005020         MOVE LOOK-KEY TO WS-FIRST-KEY
005030     END-IF
005040     MOVE LOOK-KEY TO WS-LAST-KEY
005050
005060     MOVE LOOK-KEY      TO WS-ENT-KEY
005070     MOVE LOOK-DESC     TO WS-ENT-DESC
005080     MOVE LOOK-STATUS   TO WS-ENT-STATUS
005090     MOVE LOOK-EFF-DATE TO WS-ENT-EFF-DATE
005100     MOVE LOOK-EXP-DATE TO WS-ENT-EXP-DATE
005110     MOVE "NEVER" TO WS-ENT-LAST-HIT
005120     MOVE LOOK-KEY TO WS-HIT-SEARCH
005130     PERFORM 2150-FIND-HIT THRU 2150-EXIT
005140     IF WS-HIT-FOUND > 0
005150         MOVE HIT-DATE (WS-HIT-FOUND) TO WS-ENT-LAST-HIT
005160     END-IF
005170     IF NO-AUDIT-HISTORY
005180         MOVE "NO LOG" TO WS-ENT-LAST-HIT
005190     END-IF
005200     MOVE SPACES TO WS-ENT-NOTE
005210     EVALUATE TRUE
005220         WHEN NOT LOOK-ACTIVE
005230             MOVE "INACTIVE" TO WS-ENT-NOTE
005240         WHEN WS-DATE < LOOK-EFF-DATE
005250             MOVE "NOT YET EFFECTIVE" TO WS-ENT-NOTE
005260         WHEN WS-DATE > LOOK-EXP-DATE
005270             MOVE "EXPIRED" TO WS-ENT-NOTE
005280     END-EVALUATE
005290     DISPLAY WS-ENTRY-LINE
005300
005310     PERFORM 3050-SHOW-PENDING THRU 3050-EXIT
005320         VARYING WS-PND-SUB FROM 1 BY 1
005330         UNTIL WS-PND-SUB > PND-COUNT.
005340 3010-EXIT.
005350     EXIT.
005360*--------------------------------------------------------------*
005370* 3050-SHOW-PENDING - A PENDING TRANSACTION FOR THIS ENTRY.    *
005380*--------------------------------------------------------------*
005390 3050-SHOW-PENDING.
005400     IF PND-TABLE-ID (WS-PND-SUB) NOT = LOOK-TABLE-ID
005410        OR PND-KEY (WS-PND-SUB) NOT = LOOK-KEY
005420         GO TO 3050-EXIT
005430     END-IF
005440     MOVE PND-ACTION (WS-PND-SUB)     TO WS-PND-ACTION
005450     MOVE PND-APPLY-DATE (WS-PND-SUB) TO WS-PND-APPLY-DATE
005460     MOVE PND-DESC (WS-PND-SUB)       TO WS-PND-DESC
005470     MOVE PND-STATUS (WS-PND-SUB)     TO WS-PND-STATUS
005480     MOVE PND-EFF-DATE (WS-PND-SUB)   TO WS-PND-EFF-DATE
005490     MOVE PND-EXP-DATE (WS-PND-SUB)   TO WS-PND-EXP-DATE
005500     DISPLAY WS-PENDING-LINE.
005510 3050-EXIT.
005520     EXIT.
005530*--------------------------------------------------------------*
005540* 3100-PAGE-FORWARD - THE PAGE AFTER THE LAST KEY SHOWN.       *
005550*--------------------------------------------------------------*
005560 3100-PAGE-FORWARD.
005570     MOVE WS-LAST-KEY TO WS-PAGE-FROM-KEY
005580     MOVE 'Y' TO WS-START-AFTER-SW
005590     PERFORM 3000-SHOW-PAGE THRU 3000-EXIT
005600     IF PAGE-COUNT = 0
005610         DISPLAY "LOOKUP-INQUIRY: END OF TABLE " WS-BROWSE-TABLE
005620                 " - NO ENTRIES AFTER KEY " WS-LAST-KEY "."
005630     END-IF.
005640 3100-EXIT.
005650     EXIT.
005660*--------------------------------------------------------------*
005670* 3200-PAGE-BACKWARD - THE PAGE BEFORE THE FIRST KEY SHOWN.    *
005680*                      THE TABLE IS READ FROM ITS TOP UP TO    *
005690*                      THAT KEY, KEEPING THE LAST PAGE-SIZE    *
005700*                      KEYS SEEN; THE OLDEST OF THEM STARTS    *
005710*                      THE NEW PAGE.                           *
005720*--------------------------------------------------------------*
005730 3200-PAGE-BACKWARD.
005740     MOVE 0 TO BACK-COUNT
005750     MOVE 'N' TO WS-SCAN-END-SW
005760     MOVE WS-BROWSE-TABLE TO LOOK-TABLE-ID
005770     MOVE LOW-VALUES      TO LOOK-KEY
057701     MOVE 0               TO LOOK-VER-END
005780     START LOOKUP-FILE KEY IS NOT LESS THAN LOOK-REC-KEY
005790         INVALID KEY
005800             SET SCAN-AT-END TO TRUE
005810     END-START
005820     PERFORM 3210-SCAN-ONE-BACK THRU 3210-EXIT
005830         UNTIL SCAN-AT-END
005840     IF BACK-COUNT = 0
005850         DISPLAY "LOOKUP-INQUIRY: TOP OF TABLE " WS-BROWSE-TABLE
005860                 " - NO ENTRIES BEFORE KEY " WS-FIRST-KEY "."
005870         GO TO 3200-EXIT
005880     END-IF
005890     MOVE BACK-KEY (1) TO WS-PAGE-FROM-KEY
005900     MOVE 'N' TO WS-START-AFTER-SW
005910     PERFORM 3000-SHOW-PAGE THRU 3000-EXIT.
005920 3200-EXIT.
005930     EXIT.
005940*--------------------------------------------------------------*
005950 3210-SCAN-ONE-BACK.
005960     READ LOOKUP-FILE NEXT
005970         AT END
005980             SET SCAN-AT-END TO TRUE
005990             GO TO 3210-EXIT
006000     END-READ
006010     IF LOOK-TABLE-ID NOT = WS-BROWSE-TABLE
006020        OR LOOK-KEY NOT LESS THAN WS-FIRST-KEY
006030         SET SCAN-AT-END TO TRUE
006040         GO TO 3210-EXIT
006050     END-IF
060501     IF NOT LOOK-CURRENT-VERSION
060502         GO TO 3210-EXIT
060503     END-IF
006060     IF BACK-COUNT < PAGE-SIZE
006070         ADD 1 TO BACK-COUNT
006080     ELSE
006090         PERFORM 3220-SHIFT-BACK THRU 3220-EXIT
006100             VARYING WS-BACK-SUB FROM 1 BY 1
006110             UNTIL WS-BACK-SUB NOT LESS THAN PAGE-SIZE
006120     END-IF
006130     MOVE LOOK-KEY TO BACK-KEY (BACK-COUNT).
006140 3210-EXIT.
006150     EXIT.
006160*--------------------------------------------------------------*
006170 3220-SHIFT-BACK.
006180     MOVE BACK-KEY (WS-BACK-SUB + 1) TO BACK-KEY (WS-BACK-SUB).
006190 3220-EXIT.
006200     EXIT.
006210*--------------------------------------------------------------*
006220* 9000-TERMINATE - CLOSE THE MASTER.                           *
006230*--------------------------------------------------------------*
006240 9000-TERMINATE.
006250     IF LOOKUP-IS-OPEN
006260         CLOSE LOOKUP-FILE
006270     END-IF
006280     DISPLAY "LOOKUP-INQUIRY: INQUIRY ENDED.".
006290 9000-EXIT.
006300     EXIT.
