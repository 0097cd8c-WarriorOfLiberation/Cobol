000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.      COORD-GATE.
000030 AUTHOR.          R J HALVORSEN.
000040 INSTALLATION.    DATA PROCESSING CENTER.
000050 DATE-WRITTEN.    10/14/2026.
000060 DATE-COMPILED.
000070*--------------------------------------------------------------*
000080* MODIFICATION HISTORY                                        *
000090*--------------------------------------------------------------*
000100* DATE       INIT  DESCRIPTION                                 *
000110* 10/14/2026 RJH   ORIGINAL PROGRAM - DAY-OVER-DAY CHANGE      *
000120*                  CONTROL FOR COORDIN, RUN AHEAD OF SOLUTION. *
000130*                  EVERY SET ON TONIGHT'S COORDIN IS MEASURED  *
000140*                  AGAINST THE POSITIONS ITS SITES HAD THE     *
000150*                  LAST NIGHT THE SET RAN (CRDSNPRC SNAPSHOT). *
000160*                  SITES ADDED, DROPPED AND MOVED BY MORE THAN *
000170*                  THE SYSIN TOLERANCE ARE LISTED ON GATERPT.  *
000180*                  A SET WHOSE ADDS, DROPS OR MOVES EXCEED THE *
000190*                  SYSIN PERCENTAGE OF ITS PRIOR SITES IS HELD *
000200*                  - LEFT OFF THE GATED COORDIN SOLUTION READS *
000210*                  - WITH AN EXCPTLOG ENTRY, UNLESS A RELEASE  *
000220*                  CARD NAMES IT.  THE OTHER SETS CARRY ON.    *
000221* 10/14/2026 RJH   A DECODED COORDINATE MUST LIE WITHIN        *
000222*                  +/-3,500,000 (MAX-COORD), THE RANGE         *
000223*                  SOLUTION ACCEPTS.  ONE OUTSIDE IT IS        *
000224*                  LOGGED CRG006 AND THE SITE KEEPS ITS PRIOR  *
000225*                  POSITION.  TOLER IS HELD TO TWICE           *
000226*                  MAX-COORD.                                  *
000230*--------------------------------------------------------------*
000240*                                                              *
000250* SYSIN - PARAMETER CARDS, KEYWORD COLUMNS 1-7, VALUE FROM     *
000260*         COLUMN 9:                                            *
000270*           TOLER   NNNN.NNNN  DISTANCE A SITE MAY MOVE BEFORE *
000280*                              IT COUNTS AS MOVED (DEFAULT 0). *
000281*                              AT MOST 7,000,000.              *
000290*           PCTLIM  NNN        HOLD A SET WHOSE ADDS, DROPS OR *
000300*                              MOVES EXCEED THIS PERCENTAGE OF *
000310*                              ITS PRIOR SITES (DEFAULT 20).   *
000320*           RELEASE SSSSSSSS   OPERATOR OVERRIDE - LET THE     *
000330*                              NAMED SET THROUGH TONIGHT EVEN  *
000340*                              THOUGH IT IS OVER THE LIMIT.    *
000350*                                                              *
000360* RETURN CODES -  0  GATE RAN - ANY HELD SETS ARE ON EXCPTLOG  *
000370*                    AND THE REST ARE ON THE GATED COORDIN.    *
000380*                 8  COORDIN MISSING, SNAPSHOT OUT OF ORDER OR *
000390*                    A TABLE CEILING REACHED - NOTHING IS      *
000400*                    GATED AND THE SNAPSHOT IS NOT REWRITTEN.  *
000410*--------------------------------------------------------------*
000420 ENVIRONMENT DIVISION.
000430 CONFIGURATION SECTION.
000440 SOURCE-COMPUTER.   IBM-370.
000450 OBJECT-COMPUTER.   IBM-370.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT COORD-FILE     ASSIGN TO COORDIN
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-COORD-STATUS.
000510     SELECT GATED-FILE     ASSIGN TO COORDOUT
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-GATED-STATUS.
000540     SELECT PRIOR-FILE     ASSIGN TO COORDPRV
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-PRIOR-STATUS.
000570     SELECT SNAP-FILE      ASSIGN TO COORDNEW
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-SNAP-STATUS.
000600     SELECT PARM-FILE      ASSIGN TO SYSIN
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-PARM-STATUS.
000630     SELECT BUSDATE-FILE   ASSIGN TO BUSDATE
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-BUSDATE-STATUS.
000660     SELECT REPORT-FILE    ASSIGN TO GATERPT
000670         ORGANIZATION IS LINE SEQUENTIAL.
000680     SELECT RUNREG-FILE    ASSIGN TO RUNREG
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-RUNREG-STATUS.
000710     SELECT EXCEPTION-FILE ASSIGN TO EXCPTLOG
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-EXCEPT-STATUS.
000740*
000750 DATA DIVISION.
000760 FILE SECTION.
000770 FD  COORD-FILE
000780     RECORDING MODE IS F.
000790 01  COORD-REC                  PIC X(40).
000800* SET HEADER (H) / TRAILER (T) VIEW - SAME LAYOUT SOLUTION READS.
000810 01  COORD-HEADER.
000820     05  HDR-REC-TYPE            PIC X(01).
000830         88  SET-HEADER-REC              VALUE 'H'.
000840         88  SET-TRAILER-REC             VALUE 'T'.
000850         88  SET-POINT-REC               VALUE 'P'.
000860     05  FILLER                  PIC X(01).
000870     05  HDR-SET-ID              PIC X(08).
000880     05  FILLER                  PIC X(01).
000890     05  HDR-POINT-COUNT         PIC 9(05).
000900     05  FILLER                  PIC X(01).
000910     05  HDR-COORD-FORMAT        PIC X(01).
000920         88  HDR-FORMAT-ENCODED          VALUE 'E' SPACE.
000930         88  HDR-FORMAT-DECIMAL          VALUE 'D'.
000940     05  FILLER                  PIC X(22).
000950* POINT (P) VIEW - SITE ID AND THE TWO CODED COORDINATES.
000960 01  COORD-POINT.
000970     05  FILLER                  PIC X(02).
000980     05  PT-SITE-ID              PIC X(08).
000990     05  FILLER                  PIC X(01).
001000     05  PT-X-CODE               PIC X(10).
001010     05  FILLER                  PIC X(01).
001020     05  PT-Y-CODE               PIC X(10).
001030     05  FILLER                  PIC X(08).
001040*
001050 FD  GATED-FILE
001060     RECORDING MODE IS F.
001070 01  GATED-REC                  PIC X(40).
001080*
001090 FD  PRIOR-FILE
001100     RECORDING MODE IS F.
001110     COPY CRDSNPRC.
001120*
001130 FD  SNAP-FILE
001140     RECORDING MODE IS F.
001150 01  SNAP-REC                   PIC X(80).
001160*
001170 FD  PARM-FILE
001180     RECORDING MODE IS F.
001190 01  GATE-PARM-CARD.
001200     05  GP-KEYWORD              PIC X(07).
001210     05  FILLER                  PIC X(01).
001220     05  GP-VALUE                PIC X(10).
001230     05  GP-VALUE-PCT REDEFINES GP-VALUE.
001240         10  GP-PCT-LIMIT        PIC 9(03).
001250         10  FILLER              PIC X(07).
001260     05  GP-VALUE-SET REDEFINES GP-VALUE.
001270         10  GP-RELEASE-SET      PIC X(08).
001280         10  FILLER              PIC X(02).
001290     05  FILLER                  PIC X(62).
001300*
001310 FD  BUSDATE-FILE
001320     RECORDING MODE IS F.
001330 01  BUSDATE-CARD.
001340     05  BUS-DATE                PIC 9(08).
001350     05  FILLER                  PIC X(72).
001360*
001370 FD  REPORT-FILE
001380     RECORDING MODE IS F.
001390 01  REPORT-REC                 PIC X(120).
001400*
001410 FD  RUNREG-FILE
001420     RECORDING MODE IS F.
001430     COPY RUNREGRC.
001440*
001450 FD  EXCEPTION-FILE
001460     RECORDING MODE IS F.
001470     COPY EXCPTREC.
001480*
001490 WORKING-STORAGE SECTION.
001500 01  WS-SWITCHES.
001510     05  WS-COORD-EOF-SW         PIC X(01) VALUE 'N'.
001520         88  NO-MORE-COORDS              VALUE 'Y'.
001530     05  WS-PRIOR-EOF-SW         PIC X(01) VALUE 'N'.
001540         88  NO-MORE-PRIOR               VALUE 'Y'.
001550     05  WS-PARM-EOF-SW          PIC X(01) VALUE 'N'.
001560         88  NO-MORE-PARMS               VALUE 'Y'.
001570     05  WS-BASELINE-SW          PIC X(01) VALUE 'N'.
001580         88  NO-PRIOR-SNAPSHOT           VALUE 'Y'.
001590     05  WS-GATE-ERROR-SW        PIC X(01) VALUE 'N'.
001600         88  GATE-IN-ERROR               VALUE 'Y'.
001610     05  WS-IN-SET-SW            PIC X(01) VALUE 'N'.
001620         88  SET-OPEN                    VALUE 'Y'.
001630     05  WS-CHECK-SW             PIC X(01) VALUE 'Y'.
001640         88  SET-CHECKABLE               VALUE 'Y'.
001650     05  WS-COPY-SW              PIC X(01) VALUE 'Y'.
001660         88  COPY-RECORDS                VALUE 'Y'.
001670     05  WS-FORMAT-SW            PIC X(01) VALUE 'E'.
001680         88  SET-IS-ENCODED              VALUE 'E'.
001690         88  SET-IS-DECIMAL              VALUE 'D'.
001700     05  WS-LINE-VALID-SW        PIC X(01) VALUE 'Y'.
001710         88  LINE-IS-VALID               VALUE 'Y'.
001720         88  LINE-NOT-VALID              VALUE 'N'.
001730*
001740* LIMITS.  A SET HOLDS AT MOST 500 POINTS IN SOLUTION; THE
001750* POSITION TABLES ALLOW FOR TEN FULL SETS A NIGHT.
001760 77  MAX-PRIOR                  PIC 9(04) COMP VALUE 5000.
001770 77  MAX-TODAY                  PIC 9(04) COMP VALUE 5000.
001780 77  MAX-GATE-SETS              PIC 9(04) COMP VALUE 200.
001790 77  MAX-RELEASES               PIC 9(04) COMP VALUE 50.
001800*
001810* PRIOR POSITIONS, AS LOADED FROM THE SNAPSHOT.  EACH SET'S
001820* ENTRIES ARE CONTIGUOUS; GS-PRV-FIRST/LAST BOUND THEM.
001830 01  PRV-TABLE.
001840     05  PRV-COUNT               PIC 9(04) COMP VALUE 0.
001850     05  PRV-ENTRY OCCURS 5000 TIMES.
001860         10  PRV-SITE            PIC X(08).
001870         10  PRV-X               PIC S9(10)V9(04).
001880         10  PRV-Y               PIC S9(10)V9(04).
001890         10  PRV-DATE            PIC 9(08).
001900         10  PRV-MATCHED-SW      PIC X(01).
001910*
001920* TONIGHT'S POSITIONS, ONE ENTRY PER POINT READ, TAGGED WITH
001930* THE SET.  A POINT WHOSE CODES WILL NOT DECODE CARRIES ITS
001940* PRIOR POSITION FORWARD INSTEAD.
001950 01  DAY-TABLE.
001960     05  DAY-COUNT               PIC 9(04) COMP VALUE 0.
001970     05  DAY-ENTRY OCCURS 5000 TIMES.
001980         10  DAY-SET             PIC X(08).
001990         10  DAY-SITE            PIC X(08).
002000         10  DAY-X               PIC S9(10)V9(04).
002010         10  DAY-Y               PIC S9(10)V9(04).
002020         10  DAY-DATE            PIC 9(08).
002030*
002040* ONE ENTRY PER SET SEEN ON THE SNAPSHOT OR ON TONIGHT'S FILE.
002050 01  GATE-SET-TABLE.
002060     05  GS-COUNT                PIC 9(04) COMP VALUE 0.
002070     05  GS-ENTRY OCCURS 200 TIMES.
002080         10  GS-SET-ID           PIC X(08).
002090         10  GS-PRV-FIRST        PIC 9(04) COMP.
002100         10  GS-PRV-LAST         PIC 9(04) COMP.
002110         10  GS-PRV-COUNT        PIC 9(05) COMP.
002120         10  GS-DAY-COUNT        PIC 9(05) COMP.
002130         10  GS-ADDS             PIC 9(05) COMP.
002140         10  GS-DROPS            PIC 9(05) COMP.
002150         10  GS-MOVES            PIC 9(05) COMP.
002160         10  GS-HIGH-PCT         PIC 9(07) COMP.
002170         10  GS-STATE            PIC X(01).
002180             88  GS-NOT-ON-FILE          VALUE SPACE.
002190             88  GS-PASSED               VALUE 'P'.
002200             88  GS-NEW-SET              VALUE 'N'.
002210             88  GS-HELD                 VALUE 'H'.
002220             88  GS-RELEASED             VALUE 'R'.
002230             88  GS-UNCHECKED            VALUE 'U'.
002240*
002250 01  RELEASE-TABLE.
002260     05  RLS-COUNT               PIC 9(04) COMP VALUE 0.
002270     05  RLS-ENTRY OCCURS 50 TIMES.
002280         10  RLS-SET-ID          PIC X(08).
002290         10  RLS-USED-SW         PIC X(01).
002300*
002310 01  WS-SUBSCRIPTS.
002320     05  WS-SET-SUB              PIC 9(04) COMP VALUE 0.
002330     05  WS-CUR-SET              PIC 9(04) COMP VALUE 0.
002340     05  WS-PRV-SUB              PIC 9(04) COMP VALUE 0.
002350     05  WS-PRV-FOUND            PIC 9(04) COMP VALUE 0.
002360     05  WS-DAY-SUB              PIC 9(04) COMP VALUE 0.
002370     05  WS-RLS-SUB              PIC 9(04) COMP VALUE 0.
002380     05  WS-RLS-FOUND            PIC 9(04) COMP VALUE 0.
002390     05  WS-GS-SUB               PIC 9(04) COMP VALUE 0.
002400*
002410 01  WS-CURRENT-SET-ID          PIC X(08) VALUE SPACES.
002420 01  WS-FIND-SET-ID             PIC X(08) VALUE SPACES.
002430 01  WS-LAST-SNAP-SET           PIC X(08) VALUE LOW-VALUES.
002440 01  WS-TOLERANCE               PIC 9(10)V9(04) VALUE 0.
002450 01  WS-TOL-D2                  PIC 9(14)V9(04) VALUE 0.
002460 01  WS-PCT-LIMIT               PIC 9(03) VALUE 20.
002470 01  WS-PCT                     PIC 9(07) VALUE 0.
002480 01  WS-GATE-DX                 PIC S9(11)V9(04) VALUE 0.
002490 01  WS-GATE-DY                 PIC S9(11)V9(04) VALUE 0.
002500 01  WS-GATE-D2                 PIC 9(14)V9(04) VALUE 0.
002510 01  WS-CHANGE-TYPE             PIC X(08) VALUE SPACES.
002520*
002530* COORDINATE DECODE - THE SAME TWO RULES SOLUTION APPLIES.
002540 01  WS-CODE-TEXT               PIC X(10).
002550 01  WS-DECODE-PARTS.
002560     05  WS-PART-A              PIC X(05).
002570     05  WS-PART-B              PIC X(05).
002580 01  WS-NUM-PARTS.
002590     05  WS-NUM-A               PIC 9(05).
002600     05  WS-NUM-B               PIC 9(05).
002610 01  WS-DELIM-CNT               PIC 9(02).
002620 01  WS-DECODED-VALUE           PIC 9(10).
002630 01  WS-DEC-TEXT                PIC X(10).
002640 01  WS-DEC-CHARS REDEFINES WS-DEC-TEXT.
002650     05  WS-DEC-CHAR OCCURS 10 TIMES PIC X(01).
002660 01  WS-DEC-THIS-CHAR           PIC X(01).
002670 01  WS-DEC-THIS-DIGIT REDEFINES WS-DEC-THIS-CHAR PIC 9(01).
002680 01  WS-DEC-SIGN                PIC X(01).
002690 01  WS-DEC-STARTED-SW          PIC X(01) VALUE 'N'.
002700     88  DEC-STARTED                    VALUE 'Y'.
002710 01  WS-DEC-POINT-SW            PIC X(01) VALUE 'N'.
002720     88  DEC-POINT-SEEN                 VALUE 'Y'.
002730 01  WS-DEC-ENDED-SW            PIC X(01) VALUE 'N'.
002740     88  DEC-ENDED                      VALUE 'Y'.
002750 01  WS-DEC-SUB                 PIC 9(02) COMP VALUE 0.
002760 01  WS-DEC-INT-DIGITS          PIC 9(02) COMP VALUE 0.
002770 01  WS-DEC-FRAC-DIGITS         PIC 9(02) COMP VALUE 0.
002780 01  WS-DEC-INT                 PIC 9(10) VALUE 0.
002790 01  WS-DEC-FRAC-X              PIC X(04) VALUE "0000".
002800 01  WS-DEC-FRAC REDEFINES WS-DEC-FRAC-X PIC 9(04).
002810 01  WS-DECIMAL-VALUE           PIC S9(10)V9(04) VALUE 0.
002820 01  WS-COORD-VALUE             PIC S9(10)V9(04) VALUE 0.
002821* LARGEST COORDINATE MAGNITUDE ACCEPTED - THE SAME CEILING AS
002822* SOLUTION'S, SO THE SQUARED SHIFT STAYS UNDER 10**14.
002823 77  MAX-COORD                  PIC 9(07) COMP VALUE 3500000.
002830 01  WS-CAND-COORD.
002840     05  WS-CAND-X              PIC S9(10)V9(04).
002850     05  WS-CAND-Y              PIC S9(10)V9(04).
002860*
002870 01  WS-DATE                    PIC 9(08).
002880 01  WS-CAL-DATE                PIC 9(08).
002890 01  WS-TIME                    PIC 9(08).
002900 01  WS-COORD-STATUS            PIC X(02) VALUE '00'.
002910 01  WS-GATED-STATUS            PIC X(02) VALUE '00'.
002920 01  WS-PRIOR-STATUS            PIC X(02) VALUE '00'.
002930 01  WS-SNAP-STATUS             PIC X(02) VALUE '00'.
002940 01  WS-PARM-STATUS             PIC X(02) VALUE '00'.
002950 01  WS-BUSDATE-STATUS          PIC X(02) VALUE '00'.
002960 01  WS-RUNREG-STATUS           PIC X(02) VALUE '00'.
002970 01  WS-EXCEPT-STATUS           PIC X(02) VALUE '00'.
002980 01  WS-RUN-EVENT               PIC X(01) VALUE 'S'.
002990 01  WS-RUN-STATUS              PIC X(08) VALUE SPACES.
003000 77  CNT-RECS-READ              PIC 9(07) COMP VALUE 0.
003010 77  CNT-RECS-WRITTEN           PIC 9(07) COMP VALUE 0.
003020 77  CNT-SETS-CHECKED           PIC 9(05) COMP VALUE 0.
003030 77  CNT-SETS-PASSED            PIC 9(05) COMP VALUE 0.
003040 77  CNT-SETS-NEW               PIC 9(05) COMP VALUE 0.
003050 77  CNT-SETS-HELD              PIC 9(05) COMP VALUE 0.
003060 77  CNT-SETS-RELEASED          PIC 9(05) COMP VALUE 0.
003070 77  CNT-SETS-UNCHECKED         PIC 9(05) COMP VALUE 0.
003080 77  CNT-SITES-ADDED            PIC 9(07) COMP VALUE 0.
003090 77  CNT-SITES-DROPPED          PIC 9(07) COMP VALUE 0.
003100 77  CNT-SITES-MOVED            PIC 9(07) COMP VALUE 0.
003110 77  CNT-SNAP-WRITTEN           PIC 9(07) COMP VALUE 0.
003120 77  WS-RETURN-CODE             PIC 9(02) VALUE 0.
003130*
003140 01  WS-EXCEPT-DATA             PIC X(40).
003150 01  WS-EXCEPT-REASON           PIC X(40).
003160 01  WS-EXCEPT-CODE             PIC X(06).
003170 01  WS-HOLD-DATA.
003180     05  WS-HD-SET              PIC X(08).
003190     05  FILLER                 PIC X(04) VALUE " AD ".
003200     05  WS-HD-ADDS             PIC 9(05).
003210     05  FILLER                 PIC X(04) VALUE " DR ".
003220     05  WS-HD-DROPS            PIC 9(05).
003230     05  FILLER                 PIC X(04) VALUE " MV ".
003240     05  WS-HD-MOVES            PIC 9(05).
003250     05  FILLER                 PIC X(05) VALUE SPACES.
003260*
003270 01  WS-EDIT-COORD              PIC -(09)9.9999.
003280*
003290 01  WS-HEAD-LINE.
003300     05  FILLER                 PIC X(30)
003310         VALUE "COORDIN CHANGE-CONTROL GATE - ".
003320     05  WS-HEAD-DATE           PIC 9(08).
003330     05  FILLER                 PIC X(82) VALUE SPACES.
003340*
003350 01  WS-PARM-LINE.
003360     05  FILLER                 PIC X(15)
003370         VALUE "MOVE TOLERANCE ".
003380     05  WS-PARM-TOL            PIC Z(09)9.9999.
003390     05  FILLER                 PIC X(14)
003400         VALUE "   HOLD LIMIT ".
003410     05  WS-PARM-PCT            PIC ZZ9.
003420     05  FILLER                 PIC X(16)
003430         VALUE "% OF PRIOR SITES".
003440     05  FILLER                 PIC X(57) VALUE SPACES.
003450*
003460 01  WS-BASELINE-LINE.
003470     05  FILLER                 PIC X(21)
003480         VALUE "NO PRIOR POSITIONS - ".
003490     05  FILLER                 PIC X(39)
003500         VALUE "TONIGHT'S FILE IS TAKEN AS THE BASELINE".
003510     05  FILLER                 PIC X(60) VALUE SPACES.
003520*
003530 01  WS-COLUMN-LINE.
003540     05  FILLER                 PIC X(27)
003550         VALUE "SET      SITE     CHANGE   ".
003560     05  FILLER                 PIC X(16)
003570         VALUE "        PRIOR X ".
003580     05  FILLER                 PIC X(17)
003590         VALUE "        PRIOR Y  ".
003600     05  FILLER                 PIC X(16)
003610         VALUE "        TODAY X ".
003620     05  FILLER                 PIC X(15)
003630         VALUE "        TODAY Y".
003640     05  FILLER                 PIC X(29) VALUE SPACES.
003650*
003660 01  WS-DETAIL-LINE.
003670     05  WS-DET-SET             PIC X(08).
003680     05  FILLER                 PIC X(01) VALUE SPACE.
003690     05  WS-DET-SITE            PIC X(08).
003700     05  FILLER                 PIC X(01) VALUE SPACE.
003710     05  WS-DET-CHANGE          PIC X(08).
003720     05  FILLER                 PIC X(01) VALUE SPACE.
003730     05  WS-DET-PRV-X           PIC X(15).
003740     05  FILLER                 PIC X(01) VALUE SPACE.
003750     05  WS-DET-PRV-Y           PIC X(15).
003760     05  FILLER                 PIC X(02) VALUE SPACES.
003770     05  WS-DET-DAY-X           PIC X(15).
003780     05  FILLER                 PIC X(01) VALUE SPACE.
003790     05  WS-DET-DAY-Y           PIC X(15).
003800     05  FILLER                 PIC X(29) VALUE SPACES.
003810*
003820 01  WS-SET-LINE.
003830     05  FILLER                 PIC X(04) VALUE "SET ".
003840     05  WS-SUM-SET             PIC X(08).
003850     05  FILLER                 PIC X(08) VALUE "  PRIOR ".
003860     05  WS-SUM-PRIOR           PIC ZZZZ9.
003870     05  FILLER                 PIC X(08) VALUE "  TODAY ".
003880     05  WS-SUM-TODAY           PIC ZZZZ9.
003890     05  FILLER                 PIC X(08) VALUE "  ADDED ".
003900     05  WS-SUM-ADDS            PIC ZZZZ9.
003910     05  FILLER                 PIC X(10) VALUE "  DROPPED ".
003920     05  WS-SUM-DROPS           PIC ZZZZ9.
003930     05  FILLER                 PIC X(08) VALUE "  MOVED ".
003940     05  WS-SUM-MOVES           PIC ZZZZ9.
003950     05  FILLER                 PIC X(02) VALUE SPACES.
003960     05  WS-SUM-PCT             PIC ZZZZZZ9.
003970     05  FILLER                 PIC X(03) VALUE "%  ".
003980     05  WS-SUM-ACTION          PIC X(20).
003990     05  FILLER                 PIC X(09) VALUE SPACES.
004000*
004010 01  WS-COUNT-LINE.
004020     05  WS-COUNT-LABEL         PIC X(30).
004030     05  WS-COUNT-VALUE         PIC ZZZ,ZZ9.
004040     05  FILLER                 PIC X(83) VALUE SPACES.
004050*
004060 PROCEDURE DIVISION.
004070*--------------------------------------------------------------*
004080 0000-MAINLINE.
004090     PERFORM 1000-INITIALIZE THRU 1000-EXIT
004100     PERFORM 2000-CHECK-COORDS THRU 2000-EXIT
004110     IF NOT GATE-IN-ERROR
004120         PERFORM 3000-WRITE-GATED THRU 3000-EXIT
004130         PERFORM 4000-WRITE-SNAPSHOT THRU 4000-EXIT
004140     END-IF
004150     PERFORM 5000-WRITE-TOTALS THRU 5000-EXIT
004160     PERFORM 9000-TERMINATE THRU 9000-EXIT
004170     MOVE WS-RETURN-CODE TO RETURN-CODE
004180     STOP RUN.
004190*--------------------------------------------------------------*
004200* 1000-INITIALIZE - BUSINESS DATE, PARM CARDS, REGISTRY AND    *
004210*                   EXCEPTION LOG, THE PRIOR SNAPSHOT, AND THE *
004220*                   REPORT HEADINGS.                           *
004230*--------------------------------------------------------------*
004240 1000-INITIALIZE.
004250     ACCEPT WS-CAL-DATE FROM DATE YYYYMMDD
004260     ACCEPT WS-TIME FROM TIME
004270     PERFORM 1050-GET-BUS-DATE THRU 1050-EXIT
004280     PERFORM 1100-READ-PARM-CARDS THRU 1100-EXIT
004290     COMPUTE WS-TOL-D2 = WS-TOLERANCE * WS-TOLERANCE
004300
004310     OPEN EXTEND RUNREG-FILE
004320     IF WS-RUNREG-STATUS = '35'
004330         OPEN OUTPUT RUNREG-FILE
004340         CLOSE RUNREG-FILE
004350         OPEN EXTEND RUNREG-FILE
004360     END-IF
004370     MOVE 'S' TO WS-RUN-EVENT
004380     MOVE "STARTED" TO WS-RUN-STATUS
004390     PERFORM 7000-LOG-RUN-EVENT THRU 7000-EXIT
004400
004410     OPEN EXTEND EXCEPTION-FILE
004420     IF WS-EXCEPT-STATUS = '35'
004430         OPEN OUTPUT EXCEPTION-FILE
004440         CLOSE EXCEPTION-FILE
004450         OPEN EXTEND EXCEPTION-FILE
004460     END-IF
004470
004480     PERFORM 1300-LOAD-SNAPSHOT THRU 1300-EXIT
004490
004500     OPEN OUTPUT REPORT-FILE
004510     MOVE WS-DATE TO WS-HEAD-DATE
004520     MOVE WS-HEAD-LINE TO REPORT-REC
004530     WRITE REPORT-REC
004540     MOVE WS-TOLERANCE TO WS-PARM-TOL
004550     MOVE WS-PCT-LIMIT TO WS-PARM-PCT
004560     MOVE WS-PARM-LINE TO REPORT-REC
004570     WRITE REPORT-REC
004580     IF NO-PRIOR-SNAPSHOT
004590         MOVE WS-BASELINE-LINE TO REPORT-REC
004600         WRITE REPORT-REC
004610     END-IF
004620     MOVE SPACES TO REPORT-REC
004630     WRITE REPORT-REC
004640     MOVE WS-COLUMN-LINE TO REPORT-REC
004650     WRITE REPORT-REC
004660     MOVE SPACES TO REPORT-REC
004670     WRITE REPORT-REC.
004680 1000-EXIT.
004690     EXIT.
004700*--------------------------------------------------------------*
004710* 1050-GET-BUS-DATE - THE SHARED BUSINESS-DATE CARD, OR THE    *
004720*                     CALENDAR DATE WHEN THERE IS NONE.        *
004730*--------------------------------------------------------------*
004740 1050-GET-BUS-DATE.
004750     MOVE WS-CAL-DATE TO WS-DATE
004760     OPEN INPUT BUSDATE-FILE
004770     IF WS-BUSDATE-STATUS = '35'
004780         GO TO 1050-EXIT
004790     END-IF
004800     READ BUSDATE-FILE
004810         AT END
004820             CLOSE BUSDATE-FILE
004830             GO TO 1050-EXIT
004840     END-READ
004850     IF BUS-DATE IS NUMERIC AND BUS-DATE > 0
004860         MOVE BUS-DATE TO WS-DATE
004870     END-IF
004880     CLOSE BUSDATE-FILE.
004890 1050-EXIT.
004900     EXIT.
004910*--------------------------------------------------------------*
004920* 1100-READ-PARM-CARDS - TOLER, PCTLIM AND RELEASE CARDS.  NO  *
004930*                        PARM FILE MEANS NO TOLERANCE, A 20    *
004940*                        PERCENT LIMIT AND NOTHING RELEASED.   *
004950*--------------------------------------------------------------*
004960 1100-READ-PARM-CARDS.
004970     OPEN INPUT PARM-FILE
004980     IF WS-PARM-STATUS = '35'
004990         SET NO-MORE-PARMS TO TRUE
005000         GO TO 1100-EXIT
005010     END-IF
005020     PERFORM 1110-ONE-PARM THRU 1110-EXIT
005030         UNTIL NO-MORE-PARMS
005040     CLOSE PARM-FILE.
005050 1100-EXIT.
005060     EXIT.
005070*--------------------------------------------------------------*
005080 1110-ONE-PARM.
005090     READ PARM-FILE
005100         AT END
005110             SET NO-MORE-PARMS TO TRUE
005120             GO TO 1110-EXIT
005130     END-READ
005140     EVALUATE GP-KEYWORD
005150         WHEN "TOLER"
005160             MOVE GP-VALUE TO WS-CODE-TEXT
005170             PERFORM 2450-DECODE-DECIMAL THRU 2450-EXIT
005180             IF LINE-NOT-VALID OR WS-DECIMAL-VALUE < 0
005181                OR WS-DECIMAL-VALUE > MAX-COORD * 2
005190                 DISPLAY "COORD-GATE: BAD TOLER CARD IGNORED: "
005200                         GATE-PARM-CARD
005210             ELSE
005220                 MOVE WS-DECIMAL-VALUE TO WS-TOLERANCE
005230             END-IF
005240         WHEN "PCTLIM"
005250             IF GP-PCT-LIMIT IS NOT NUMERIC
005260                 DISPLAY "COORD-GATE: BAD PCTLIM CARD IGNORED: "
005270                         GATE-PARM-CARD
005280             ELSE
005290                 MOVE GP-PCT-LIMIT TO WS-PCT-LIMIT
005300             END-IF
005310         WHEN "RELEASE"
005320             IF GP-RELEASE-SET = SPACES
005330                OR RLS-COUNT NOT LESS THAN MAX-RELEASES
005340                 DISPLAY "COORD-GATE: BAD OR EXCESS RELEASE CARD "
005350                         "IGNORED: " GATE-PARM-CARD
005360             ELSE
005370                 ADD 1 TO RLS-COUNT
005380                 MOVE GP-RELEASE-SET TO RLS-SET-ID (RLS-COUNT)
005390                 MOVE 'N' TO RLS-USED-SW (RLS-COUNT)
005400             END-IF
005410         WHEN OTHER
005420             DISPLAY "COORD-GATE: UNRECOGNIZED PARM CARD "
005430                     "IGNORED: " GATE-PARM-CARD
005440     END-EVALUATE.
005450 1110-EXIT.
005460     EXIT.
005470*--------------------------------------------------------------*
005480* 1300-LOAD-SNAPSHOT - PRIOR POSITIONS INTO PRV-TABLE, SET BY  *
005490*                      SET.  NO SNAPSHOT (FIRST NIGHT) MEANS   *
005500*                      EVERY SET IS NEW AND PASSES.  A SET     *
005510*                      WHOSE RECORDS ARE NOT TOGETHER MEANS    *
005520*                      THE FILE WAS NOT WRITTEN BY THIS        *
005530*                      PROGRAM, AND NOTHING IS GATED ON IT.    *
005540*--------------------------------------------------------------*
005550 1300-LOAD-SNAPSHOT.
005560     OPEN INPUT PRIOR-FILE
005570     IF WS-PRIOR-STATUS = '35'
005580         SET NO-PRIOR-SNAPSHOT TO TRUE
005590         GO TO 1300-EXIT
005600     END-IF
005610     PERFORM 1310-ONE-SNAPSHOT-REC THRU 1310-EXIT
005620         UNTIL NO-MORE-PRIOR OR GATE-IN-ERROR
005630     CLOSE PRIOR-FILE
005640     IF PRV-COUNT = 0
005650         SET NO-PRIOR-SNAPSHOT TO TRUE
005660     END-IF.
005670 1300-EXIT.
005680     EXIT.
005690*--------------------------------------------------------------*
005700 1310-ONE-SNAPSHOT-REC.
005710     READ PRIOR-FILE
005720         AT END
005730             SET NO-MORE-PRIOR TO TRUE
005740             GO TO 1310-EXIT
005750     END-READ
005760     IF SNP-SET-ID = SPACES OR SNP-SITE-ID = SPACES
005770         GO TO 1310-EXIT
005780     END-IF
005790     IF PRV-COUNT NOT LESS THAN MAX-PRIOR
005800         MOVE "COORDPRV" TO WS-EXCEPT-DATA
005810         MOVE "PRIOR POSITIONS EXCEED TABLE CEILING"
005820             TO WS-EXCEPT-REASON
005830         MOVE "CRG002" TO WS-EXCEPT-CODE
005840         PERFORM 7100-LOG-EXCEPTION THRU 7100-EXIT
005850         SET GATE-IN-ERROR TO TRUE
005860         GO TO 1310-EXIT
005870     END-IF
005880     ADD 1 TO PRV-COUNT
005890     MOVE SNP-SITE-ID TO PRV-SITE (PRV-COUNT)
005900     MOVE SNP-X       TO PRV-X (PRV-COUNT)
005910     MOVE SNP-Y       TO PRV-Y (PRV-COUNT)
005920     MOVE SNP-DATE    TO PRV-DATE (PRV-COUNT)
005930     MOVE 'N'         TO PRV-MATCHED-SW (PRV-COUNT)
005940     IF SNP-SET-ID = WS-LAST-SNAP-SET
005950         MOVE PRV-COUNT TO GS-PRV-LAST (WS-SET-SUB)
005960         ADD 1 TO GS-PRV-COUNT (WS-SET-SUB)
005970         GO TO 1310-EXIT
005980     END-IF
005990     MOVE SNP-SET-ID TO WS-LAST-SNAP-SET
006000     MOVE SNP-SET-ID TO WS-FIND-SET-ID
006010     PERFORM 2600-FIND-SET THRU 2600-EXIT
006020     IF GATE-IN-ERROR
006030         GO TO 1310-EXIT
006040     END-IF
006050     IF GS-PRV-COUNT (WS-SET-SUB) > 0
006060         MOVE SNP-SET-ID TO WS-EXCEPT-DATA
006070         MOVE "PRIOR SNAPSHOT OUT OF SET ORDER"
006080             TO WS-EXCEPT-REASON
006090         MOVE "CRG005" TO WS-EXCEPT-CODE
006100         PERFORM 7100-LOG-EXCEPTION THRU 7100-EXIT
006110         SET GATE-IN-ERROR TO TRUE
006120         GO TO 1310-EXIT
006130     END-IF
006140     MOVE PRV-COUNT TO GS-PRV-FIRST (WS-SET-SUB)
006150     MOVE PRV-COUNT TO GS-PRV-LAST (WS-SET-SUB)
006160     MOVE 1 TO GS-PRV-COUNT (WS-SET-SUB).
006170 1310-EXIT.
006180     EXIT.
006190*--------------------------------------------------------------*
006200* 2000-CHECK-COORDS - FIRST PASS OF TONIGHT'S COORDIN.  EACH   *
006210*                     SET IS MEASURED AGAINST ITS PRIOR        *
006220*                     POSITIONS AND PASSED, HELD OR RELEASED   *
006230*                     WHEN ITS TRAILER (OR THE NEXT HEADER, OR *
006240*                     END OF FILE) CLOSES IT.                  *
006250*--------------------------------------------------------------*
006260 2000-CHECK-COORDS.
006270     IF GATE-IN-ERROR
006280         GO TO 2000-EXIT
006290     END-IF
006300     OPEN INPUT COORD-FILE
006310     IF WS-COORD-STATUS = '35'
006320         MOVE "COORDIN" TO WS-EXCEPT-DATA
006330         MOVE "COORDIN MISSING AT CHANGE GATE"
006340             TO WS-EXCEPT-REASON
006350         MOVE "CRG003" TO WS-EXCEPT-CODE
006360         PERFORM 7100-LOG-EXCEPTION THRU 7100-EXIT
006370         SET GATE-IN-ERROR TO TRUE
006380         GO TO 2000-EXIT
006390     END-IF
006400     PERFORM 2100-CHECK-ONE-RECORD THRU 2100-EXIT
006410         UNTIL NO-MORE-COORDS OR GATE-IN-ERROR
006420     IF SET-OPEN AND NOT GATE-IN-ERROR
006430         PERFORM 2500-CLOSE-SET THRU 2500-EXIT
006440     END-IF
006450     CLOSE COORD-FILE.
006460 2000-EXIT.
006470     EXIT.
006480*--------------------------------------------------------------*
006490 2100-CHECK-ONE-RECORD.
006500     READ COORD-FILE
006510         AT END
006520             SET NO-MORE-COORDS TO TRUE
006530             GO TO 2100-EXIT
006540     END-READ
006550     ADD 1 TO CNT-RECS-READ
006560     IF SET-HEADER-REC
006570         IF SET-OPEN
006580             PERFORM 2500-CLOSE-SET THRU 2500-EXIT
006590         END-IF
006600         PERFORM 2200-OPEN-SET THRU 2200-EXIT
006610         GO TO 2100-EXIT
006620     END-IF
006630     IF NOT SET-OPEN
006640         GO TO 2100-EXIT
006650     END-IF
006660     IF SET-TRAILER-REC
006670         PERFORM 2500-CLOSE-SET THRU 2500-EXIT
006680         GO TO 2100-EXIT
006690     END-IF
006700     IF SET-POINT-REC AND SET-CHECKABLE
006710         PERFORM 2300-CHECK-POINT THRU 2300-EXIT
006720     END-IF.
006730 2100-EXIT.
006740     EXIT.
006750*--------------------------------------------------------------*
006760* 2200-OPEN-SET - A SET HEADER.  A HEADER SOLUTION WILL REJECT *
006770*                 (BAD COUNT OR FORMAT FLAG) IS NOT CHECKED    *
006780*                 HERE - IT GOES THROUGH AND SOLUTION LOGS IT. *
006790*--------------------------------------------------------------*
006800 2200-OPEN-SET.
006810     SET SET-OPEN TO TRUE
006820     MOVE HDR-SET-ID TO WS-CURRENT-SET-ID
006830     MOVE HDR-SET-ID TO WS-FIND-SET-ID
006840     PERFORM 2600-FIND-SET THRU 2600-EXIT
006850     IF GATE-IN-ERROR
006860         GO TO 2200-EXIT
006870     END-IF
006880     MOVE WS-SET-SUB TO WS-CUR-SET
006890     MOVE 0 TO GS-DAY-COUNT (WS-CUR-SET)
006900     MOVE 0 TO GS-ADDS (WS-CUR-SET)
006910     MOVE 0 TO GS-DROPS (WS-CUR-SET)
006920     MOVE 0 TO GS-MOVES (WS-CUR-SET)
006930     MOVE 0 TO GS-HIGH-PCT (WS-CUR-SET)
006940     MOVE 'Y' TO WS-CHECK-SW
006950     IF HDR-POINT-COUNT IS NOT NUMERIC
006960        OR (NOT HDR-FORMAT-ENCODED AND NOT HDR-FORMAT-DECIMAL)
006970         MOVE 'N' TO WS-CHECK-SW
006980         GO TO 2200-EXIT
006990     END-IF
007000     IF HDR-FORMAT-DECIMAL
007010         SET SET-IS-DECIMAL TO TRUE
007020     ELSE
007030         SET SET-IS-ENCODED TO TRUE
007040     END-IF
007050     IF GS-PRV-COUNT (WS-CUR-SET) > 0
007060         PERFORM 2210-CLEAR-MATCH THRU 2210-EXIT
007070             VARYING WS-PRV-SUB FROM GS-PRV-FIRST (WS-CUR-SET)
007080             BY 1 UNTIL WS-PRV-SUB > GS-PRV-LAST (WS-CUR-SET)
007090     END-IF.
007100 2200-EXIT.
007110     EXIT.
007120*--------------------------------------------------------------*
007130 2210-CLEAR-MATCH.
007140     MOVE 'N' TO PRV-MATCHED-SW (WS-PRV-SUB).
007150 2210-EXIT.
007160     EXIT.
007170*--------------------------------------------------------------*
007180* 2300-CHECK-POINT - ONE POINT OF THE OPEN SET.  A SITE NOT IN *
007190*                    THE PRIOR SET IS ADDED; ONE WHOSE         *
007200*                    STRAIGHT-LINE SHIFT IS OVER THE TOLERANCE *
007210*                    HAS MOVED (SQUARES ARE COMPARED, SO NO    *
007220*                    ROOT IS TAKEN).  A POINT THAT WILL NOT    *
007230*                    DECODE, OR LIES OUTSIDE +/-MAX-COORD, IS  *
007240*                    LEFT FOR SOLUTION TO REJECT AND KEEPS ITS *
007245*                    PRIOR POSITION.                           *
007250*--------------------------------------------------------------*
007260 2300-CHECK-POINT.
007270     IF PT-SITE-ID = SPACES
007280         GO TO 2300-EXIT
007290     END-IF
007300     PERFORM 2310-FIND-PRIOR-SITE THRU 2310-EXIT
007310
007320     MOVE PT-X-CODE TO WS-CODE-TEXT
007330     PERFORM 2390-GET-COORD THRU 2390-EXIT
007340     IF LINE-IS-VALID
007350         MOVE WS-COORD-VALUE TO WS-CAND-X
007360         MOVE PT-Y-CODE TO WS-CODE-TEXT
007370         PERFORM 2390-GET-COORD THRU 2390-EXIT
007380         MOVE WS-COORD-VALUE TO WS-CAND-Y
007390     END-IF
007400     IF LINE-NOT-VALID
007410         IF WS-PRV-FOUND > 0
007420             MOVE PRV-X (WS-PRV-FOUND) TO WS-CAND-X
007430             MOVE PRV-Y (WS-PRV-FOUND) TO WS-CAND-Y
007440             PERFORM 2350-KEEP-TODAY THRU 2350-EXIT
007450             IF NOT GATE-IN-ERROR
007460                 MOVE PRV-DATE (WS-PRV-FOUND)
007470                     TO DAY-DATE (DAY-COUNT)
007480             END-IF
007490         END-IF
007500         GO TO 2300-EXIT
007510     END-IF
007520
007530     PERFORM 2350-KEEP-TODAY THRU 2350-EXIT
007540     IF GATE-IN-ERROR
007550         GO TO 2300-EXIT
007560     END-IF
007570     IF WS-PRV-FOUND = 0
007580         ADD 1 TO GS-ADDS (WS-CUR-SET)
007590         ADD 1 TO CNT-SITES-ADDED
007600         MOVE "ADDED" TO WS-CHANGE-TYPE
007610         PERFORM 2400-REPORT-CHANGE THRU 2400-EXIT
007620         GO TO 2300-EXIT
007630     END-IF
007640     COMPUTE WS-GATE-DX = WS-CAND-X - PRV-X (WS-PRV-FOUND)
007650     COMPUTE WS-GATE-DY = WS-CAND-Y - PRV-Y (WS-PRV-FOUND)
007660     COMPUTE WS-GATE-D2 = WS-GATE-DX * WS-GATE-DX
007670                        + WS-GATE-DY * WS-GATE-DY
007680     IF WS-GATE-D2 > WS-TOL-D2
007690         ADD 1 TO GS-MOVES (WS-CUR-SET)
007700         ADD 1 TO CNT-SITES-MOVED
007710         MOVE "MOVED" TO WS-CHANGE-TYPE
007720         PERFORM 2400-REPORT-CHANGE THRU 2400-EXIT
007730     END-IF.
007740 2300-EXIT.
007750     EXIT.
007760*--------------------------------------------------------------*
007770* 2310-FIND-PRIOR-SITE - THE POINT'S SITE WITHIN ITS SET'S     *
007780*                        PRIOR ENTRIES.  WS-PRV-FOUND IS ZERO  *
007790*                        WHEN THE SITE IS NEW TO THE SET.      *
007800*--------------------------------------------------------------*
007810 2310-FIND-PRIOR-SITE.
007820     MOVE 0 TO WS-PRV-FOUND
007830     IF GS-PRV-COUNT (WS-CUR-SET) = 0
007840         GO TO 2310-EXIT
007850     END-IF
007860     PERFORM 2315-MATCH-PRIOR-SITE THRU 2315-EXIT
007870         VARYING WS-PRV-SUB FROM GS-PRV-FIRST (WS-CUR-SET)
007880         BY 1 UNTIL WS-PRV-SUB > GS-PRV-LAST (WS-CUR-SET)
007890            OR WS-PRV-FOUND > 0
007900     IF WS-PRV-FOUND > 0
007910         MOVE 'Y' TO PRV-MATCHED-SW (WS-PRV-FOUND)
007920     END-IF.
007930 2310-EXIT.
007940     EXIT.
007950*--------------------------------------------------------------*
007960 2315-MATCH-PRIOR-SITE.
007970     IF PRV-SITE (WS-PRV-SUB) = PT-SITE-ID
007980         MOVE WS-PRV-SUB TO WS-PRV-FOUND
007990     END-IF.
008000 2315-EXIT.
008010     EXIT.
008020*--------------------------------------------------------------*
008030* 2350-KEEP-TODAY - TONIGHT'S POSITION FOR THE NEXT SNAPSHOT.  *
008040*--------------------------------------------------------------*
008050 2350-KEEP-TODAY.
008060     IF DAY-COUNT NOT LESS THAN MAX-TODAY
008070         MOVE WS-CURRENT-SET-ID TO WS-EXCEPT-DATA
008080         MOVE "TONIGHT'S POSITIONS EXCEED TABLE CEILING"
008090             TO WS-EXCEPT-REASON
008100         MOVE "CRG002" TO WS-EXCEPT-CODE
008110         PERFORM 7100-LOG-EXCEPTION THRU 7100-EXIT
008120         SET GATE-IN-ERROR TO TRUE
008130         GO TO 2350-EXIT
008140     END-IF
008150     ADD 1 TO DAY-COUNT
008160     ADD 1 TO GS-DAY-COUNT (WS-CUR-SET)
008170     MOVE WS-CURRENT-SET-ID TO DAY-SET (DAY-COUNT)
008180     MOVE PT-SITE-ID        TO DAY-SITE (DAY-COUNT)
008190     MOVE WS-CAND-X         TO DAY-X (DAY-COUNT)
008200     MOVE WS-CAND-Y         TO DAY-Y (DAY-COUNT)
008210     MOVE WS-DATE           TO DAY-DATE (DAY-COUNT).
008220 2350-EXIT.
008230     EXIT.
008240*--------------------------------------------------------------*
008250* 2390-GET-COORD - ONE CODED COORDINATE BY THE SET'S FORMAT.   *
008251*                  A VALUE BEYOND +/-MAX-COORD IS LOGGED AND   *
008252*                  TREATED AS ONE THAT WILL NOT DECODE.        *
008260*--------------------------------------------------------------*
008270 2390-GET-COORD.
008280     MOVE 0 TO WS-COORD-VALUE
008290     IF SET-IS-DECIMAL
008300         PERFORM 2450-DECODE-DECIMAL THRU 2450-EXIT
008310         MOVE WS-DECIMAL-VALUE TO WS-COORD-VALUE
008320     ELSE
008330         PERFORM 2420-DECODE-COORD THRU 2420-EXIT
008340         MOVE WS-DECODED-VALUE TO WS-COORD-VALUE
008350     END-IF
083501     IF LINE-NOT-VALID
083502         GO TO 2390-EXIT
083503     END-IF
083504     IF WS-COORD-VALUE > MAX-COORD
083505        OR WS-COORD-VALUE < 0 - MAX-COORD
083506         SET LINE-NOT-VALID TO TRUE
083507         MOVE COORD-REC TO WS-EXCEPT-DATA
083508         MOVE "COORDINATE OUTSIDE +/-3500000 LIMIT"
083509             TO WS-EXCEPT-REASON
083510         MOVE "CRG006" TO WS-EXCEPT-CODE
083511         PERFORM 7100-LOG-EXCEPTION THRU 7100-EXIT
083512     END-IF.
008360 2390-EXIT.
008370     EXIT.
008380*--------------------------------------------------------------*
008390* 2400-REPORT-CHANGE - ONE ADDED, MOVED OR DROPPED SITE.  THE  *
008400*                      PRIOR OR TONIGHT'S POSITION IS LEFT     *
008410*                      BLANK WHEN THERE IS NONE.               *
008420*--------------------------------------------------------------*
008430 2400-REPORT-CHANGE.
008440     MOVE WS-CURRENT-SET-ID TO WS-DET-SET
008450     MOVE WS-CHANGE-TYPE    TO WS-DET-CHANGE
008460     MOVE SPACES TO WS-DET-PRV-X WS-DET-PRV-Y
008470                    WS-DET-DAY-X WS-DET-DAY-Y
008480     IF WS-CHANGE-TYPE = "DROPPED"
008490         MOVE PRV-SITE (WS-PRV-SUB) TO WS-DET-SITE
008500         MOVE PRV-X (WS-PRV-SUB) TO WS-EDIT-COORD
008510         MOVE WS-EDIT-COORD TO WS-DET-PRV-X
008520         MOVE PRV-Y (WS-PRV-SUB) TO WS-EDIT-COORD
008530         MOVE WS-EDIT-COORD TO WS-DET-PRV-Y
008540     ELSE
008550         MOVE PT-SITE-ID TO WS-DET-SITE
008560         MOVE WS-CAND-X TO WS-EDIT-COORD
008570         MOVE WS-EDIT-COORD TO WS-DET-DAY-X
008580         MOVE WS-CAND-Y TO WS-EDIT-COORD
008590         MOVE WS-EDIT-COORD TO WS-DET-DAY-Y
008600         IF WS-CHANGE-TYPE = "MOVED"
008610             MOVE PRV-X (WS-PRV-FOUND) TO WS-EDIT-COORD
008620             MOVE WS-EDIT-COORD TO WS-DET-PRV-X
008630             MOVE PRV-Y (WS-PRV-FOUND) TO WS-EDIT-COORD
008640             MOVE WS-EDIT-COORD TO WS-DET-PRV-Y
008650         END-IF
008660     END-IF
008670     MOVE WS-DETAIL-LINE TO REPORT-REC
008680     WRITE REPORT-REC.
008690 2400-EXIT.
008700     EXIT.
008710*--------------------------------------------------------------*
008720* 2420-DECODE-COORD - ONE "NNN-NNN" DELTA-ENCODED COORDINATE,  *
008730*                     BY SOLUTION'S RULE (100 + SECOND GROUP - *
008740*                     FIRST GROUP).  SETS LINE-NOT-VALID WHEN  *
008750*                     THE FIELD IS BAD.                        *
008760*--------------------------------------------------------------*
008770 2420-DECODE-COORD.
008780     SET LINE-IS-VALID TO TRUE
008790     MOVE SPACES TO WS-PART-A WS-PART-B
008800     MOVE 0 TO WS-DELIM-CNT
008810
008820     UNSTRING WS-CODE-TEXT DELIMITED BY "-"
008830         INTO WS-PART-B WS-PART-A
008840         TALLYING IN WS-DELIM-CNT
008850     END-UNSTRING
008860
008870     IF WS-DELIM-CNT < 2
008880        OR WS-PART-A = SPACES OR WS-PART-B = SPACES
008890         SET LINE-NOT-VALID TO TRUE
008900         GO TO 2420-EXIT
008910     END-IF
008920     IF FUNCTION TRIM(WS-PART-A) IS NOT NUMERIC
008930        OR FUNCTION TRIM(WS-PART-B) IS NOT NUMERIC
008940         SET LINE-NOT-VALID TO TRUE
008950         GO TO 2420-EXIT
008960     END-IF
008970
008980     MOVE WS-PART-A TO WS-NUM-A
008990     MOVE WS-PART-B TO WS-NUM-B
009000     COMPUTE WS-DECODED-VALUE = 100 + WS-NUM-B - WS-NUM-A.
009010 2420-EXIT.
009020     EXIT.
009030*--------------------------------------------------------------*
009040* 2450-DECODE-DECIMAL - ONE PLAIN SIGNED DECIMAL (E.G.         *
009050*                       -1234.5678): OPTIONAL LEADING SIGN,    *
009060*                       DIGITS AND AT MOST ONE POINT WITH UP   *
009070*                       TO FOUR PLACES, AS SOLUTION ACCEPTS.   *
009080*                       ALSO EDITS THE TOLER PARM VALUE.       *
009090*--------------------------------------------------------------*
009100 2450-DECODE-DECIMAL.
009110     SET LINE-IS-VALID TO TRUE
009120     MOVE WS-CODE-TEXT TO WS-DEC-TEXT
009130     MOVE '+' TO WS-DEC-SIGN
009140     MOVE 'N' TO WS-DEC-STARTED-SW
009150     MOVE 'N' TO WS-DEC-POINT-SW
009160     MOVE 'N' TO WS-DEC-ENDED-SW
009170     MOVE 0 TO WS-DEC-INT
009180     MOVE 0 TO WS-DEC-INT-DIGITS
009190     MOVE 0 TO WS-DEC-FRAC-DIGITS
009200     MOVE "0000" TO WS-DEC-FRAC-X
009210     MOVE 0 TO WS-DECIMAL-VALUE
009220
009230     IF WS-DEC-TEXT = SPACES
009240         SET LINE-NOT-VALID TO TRUE
009250         GO TO 2450-EXIT
009260     END-IF
009270
009280     PERFORM 2460-SCAN-DEC-CHAR THRU 2460-EXIT
009290         VARYING WS-DEC-SUB FROM 1 BY 1
009300         UNTIL WS-DEC-SUB > 10
009310            OR LINE-NOT-VALID
009320     IF WS-DEC-INT-DIGITS = 0 AND WS-DEC-FRAC-DIGITS = 0
009330         SET LINE-NOT-VALID TO TRUE
009340     END-IF
009350     IF LINE-NOT-VALID
009360         GO TO 2450-EXIT
009370     END-IF
009380
009390     COMPUTE WS-DECIMAL-VALUE = WS-DEC-INT + WS-DEC-FRAC / 10000
009400     IF WS-DEC-SIGN = '-'
009410         COMPUTE WS-DECIMAL-VALUE = 0 - WS-DECIMAL-VALUE
009420     END-IF.
009430 2450-EXIT.
009440     EXIT.
009450*--------------------------------------------------------------*
009460* 2460-SCAN-DEC-CHAR - ONE CHARACTER OF A DECIMAL VALUE.       *
009470*                      LEADING AND TRAILING SPACES ARE         *
009480*                      ALLOWED, EMBEDDED ONES ARE NOT.         *
009490*--------------------------------------------------------------*
009500 2460-SCAN-DEC-CHAR.
009510     MOVE WS-DEC-CHAR (WS-DEC-SUB) TO WS-DEC-THIS-CHAR
009520     IF WS-DEC-THIS-CHAR = SPACE
009530         IF DEC-STARTED
009540             SET DEC-ENDED TO TRUE
009550         END-IF
009560         GO TO 2460-EXIT
009570     END-IF
009580     IF DEC-ENDED
009590         SET LINE-NOT-VALID TO TRUE
009600         GO TO 2460-EXIT
009610     END-IF
009620     IF WS-DEC-THIS-CHAR = '+' OR WS-DEC-THIS-CHAR = '-'
009630         IF DEC-STARTED
009640             SET LINE-NOT-VALID TO TRUE
009650         ELSE
009660             MOVE WS-DEC-THIS-CHAR TO WS-DEC-SIGN
009670             SET DEC-STARTED TO TRUE
009680         END-IF
009690         GO TO 2460-EXIT
009700     END-IF
009710     SET DEC-STARTED TO TRUE
009720     IF WS-DEC-THIS-CHAR = '.'
009730         IF DEC-POINT-SEEN
009740             SET LINE-NOT-VALID TO TRUE
009750         ELSE
009760             SET DEC-POINT-SEEN TO TRUE
009770         END-IF
009780         GO TO 2460-EXIT
009790     END-IF
009800     IF WS-DEC-THIS-DIGIT IS NOT NUMERIC
009810         SET LINE-NOT-VALID TO TRUE
009820         GO TO 2460-EXIT
009830     END-IF
009840     IF NOT DEC-POINT-SEEN
009850         ADD 1 TO WS-DEC-INT-DIGITS
009860         COMPUTE WS-DEC-INT = WS-DEC-INT * 10 + WS-DEC-THIS-DIGIT
009870         GO TO 2460-EXIT
009880     END-IF
009890     ADD 1 TO WS-DEC-FRAC-DIGITS
009900     IF WS-DEC-FRAC-DIGITS > 4
009910         SET LINE-NOT-VALID TO TRUE
009920         GO TO 2460-EXIT
009930     END-IF
009940     MOVE WS-DEC-THIS-CHAR
009950         TO WS-DEC-FRAC-X (WS-DEC-FRAC-DIGITS:1).
009960 2460-EXIT.
009970     EXIT.
009980*--------------------------------------------------------------*
009990* 2500-CLOSE-SET - LIST THE PRIOR SITES TONIGHT'S SET NO       *
010000*                  LONGER HAS, THEN DECIDE THE SET: EACH OF    *
010010*                  ADDS, DROPS AND MOVES IS TAKEN AS A         *
010020*                  PERCENTAGE OF THE PRIOR SITES, AND ANY ONE  *
010030*                  OVER THE LIMIT HOLDS THE SET UNLESS A       *
010040*                  RELEASE CARD NAMES IT.                      *
010050*--------------------------------------------------------------*
010060 2500-CLOSE-SET.
010070     MOVE 'N' TO WS-IN-SET-SW
010080     IF NOT SET-CHECKABLE
010090         SET GS-UNCHECKED (WS-CUR-SET) TO TRUE
010100         ADD 1 TO CNT-SETS-UNCHECKED
010110         MOVE "NOT CHECKED" TO WS-SUM-ACTION
010120         GO TO 2590-WRITE-SET-LINE
010130     END-IF
010140     ADD 1 TO CNT-SETS-CHECKED
010150     IF GS-PRV-COUNT (WS-CUR-SET) = 0
010160         SET GS-NEW-SET (WS-CUR-SET) TO TRUE
010170         ADD 1 TO CNT-SETS-NEW
010180         MOVE "NEW SET - BASELINE" TO WS-SUM-ACTION
010190         GO TO 2590-WRITE-SET-LINE
010200     END-IF
010210
010220     MOVE "DROPPED" TO WS-CHANGE-TYPE
010230     PERFORM 2510-CHECK-DROP THRU 2510-EXIT
010240         VARYING WS-PRV-SUB FROM GS-PRV-FIRST (WS-CUR-SET)
010250         BY 1 UNTIL WS-PRV-SUB > GS-PRV-LAST (WS-CUR-SET)
010260
010270     COMPUTE WS-PCT = GS-ADDS (WS-CUR-SET) * 100
010280                    / GS-PRV-COUNT (WS-CUR-SET)
010290     MOVE WS-PCT TO GS-HIGH-PCT (WS-CUR-SET)
010300     COMPUTE WS-PCT = GS-DROPS (WS-CUR-SET) * 100
010310                    / GS-PRV-COUNT (WS-CUR-SET)
010320     IF WS-PCT > GS-HIGH-PCT (WS-CUR-SET)
010330         MOVE WS-PCT TO GS-HIGH-PCT (WS-CUR-SET)
010340     END-IF
010350     COMPUTE WS-PCT = GS-MOVES (WS-CUR-SET) * 100
010360                    / GS-PRV-COUNT (WS-CUR-SET)
010370     IF WS-PCT > GS-HIGH-PCT (WS-CUR-SET)
010380         MOVE WS-PCT TO GS-HIGH-PCT (WS-CUR-SET)
010390     END-IF
010400
010410     IF GS-HIGH-PCT (WS-CUR-SET) NOT > WS-PCT-LIMIT
010420         SET GS-PASSED (WS-CUR-SET) TO TRUE
010430         ADD 1 TO CNT-SETS-PASSED
010440         MOVE "PASSED" TO WS-SUM-ACTION
010450         GO TO 2590-WRITE-SET-LINE
010460     END-IF
010470
010480     MOVE WS-CURRENT-SET-ID     TO WS-HD-SET
010490     MOVE GS-ADDS (WS-CUR-SET)  TO WS-HD-ADDS
010500     MOVE GS-DROPS (WS-CUR-SET) TO WS-HD-DROPS
010510     MOVE GS-MOVES (WS-CUR-SET) TO WS-HD-MOVES
010520     MOVE WS-HOLD-DATA          TO WS-EXCEPT-DATA
010530     PERFORM 2520-FIND-RELEASE THRU 2520-EXIT
010540     IF WS-RLS-FOUND > 0
010550         SET GS-RELEASED (WS-CUR-SET) TO TRUE
010560         ADD 1 TO CNT-SETS-RELEASED
010570         MOVE "RELEASED BY OPERATOR" TO WS-SUM-ACTION
010580         MOVE "HELD SET RELEASED BY OPERATOR"
010590             TO WS-EXCEPT-REASON
010600         MOVE "CRG004" TO WS-EXCEPT-CODE
010610         DISPLAY "COORD-GATE: SET " WS-CURRENT-SET-ID
010620                 " OVER THE CHANGE LIMIT - RELEASED BY CARD."
010630     ELSE
010640         SET GS-HELD (WS-CUR-SET) TO TRUE
010650         ADD 1 TO CNT-SETS-HELD
010660         MOVE "HELD" TO WS-SUM-ACTION
010670         MOVE "SET HELD - CHANGES OVER PERCENTAGE LIMIT"
010680             TO WS-EXCEPT-REASON
010690         MOVE "CRG001" TO WS-EXCEPT-CODE
010700         DISPLAY "COORD-GATE: SET " WS-CURRENT-SET-ID
010710                 " HELD - CHANGES OVER THE LIMIT."
010720     END-IF
010730     PERFORM 7100-LOG-EXCEPTION THRU 7100-EXIT.
010740
010750 2590-WRITE-SET-LINE.
010760     MOVE WS-CURRENT-SET-ID          TO WS-SUM-SET
010770     MOVE GS-PRV-COUNT (WS-CUR-SET)  TO WS-SUM-PRIOR
010780     MOVE GS-DAY-COUNT (WS-CUR-SET)  TO WS-SUM-TODAY
010790     MOVE GS-ADDS (WS-CUR-SET)       TO WS-SUM-ADDS
010800     MOVE GS-DROPS (WS-CUR-SET)      TO WS-SUM-DROPS
010810     MOVE GS-MOVES (WS-CUR-SET)      TO WS-SUM-MOVES
010820     MOVE GS-HIGH-PCT (WS-CUR-SET)   TO WS-SUM-PCT
010830     MOVE WS-SET-LINE TO REPORT-REC
010840     WRITE REPORT-REC
010850     MOVE SPACES TO REPORT-REC
010860     WRITE REPORT-REC.
010870 2500-EXIT.
010880     EXIT.
010890*--------------------------------------------------------------*
010900 2510-CHECK-DROP.
010910     IF PRV-MATCHED-SW (WS-PRV-SUB) = 'N'
010920         ADD 1 TO GS-DROPS (WS-CUR-SET)
010930         ADD 1 TO CNT-SITES-DROPPED
010940         PERFORM 2400-REPORT-CHANGE THRU 2400-EXIT
010950     END-IF.
010960 2510-EXIT.
010970     EXIT.
010980*--------------------------------------------------------------*
010990* 2520-FIND-RELEASE - A RELEASE CARD FOR THE OPEN SET.         *
011000*                     WS-RLS-FOUND IS ZERO WHEN THERE IS NONE. *
011010*--------------------------------------------------------------*
011020 2520-FIND-RELEASE.
011030     MOVE 0 TO WS-RLS-FOUND
011040     PERFORM 2525-MATCH-RELEASE THRU 2525-EXIT
011050         VARYING WS-RLS-SUB FROM 1 BY 1
011060         UNTIL WS-RLS-SUB > RLS-COUNT.
011070 2520-EXIT.
011080     EXIT.
011090*--------------------------------------------------------------*
011100 2525-MATCH-RELEASE.
011110     IF RLS-SET-ID (WS-RLS-SUB) = WS-CURRENT-SET-ID
011120         MOVE 'Y' TO RLS-USED-SW (WS-RLS-SUB)
011130         MOVE WS-RLS-SUB TO WS-RLS-FOUND
011140     END-IF.
011150 2525-EXIT.
011160     EXIT.
011170*--------------------------------------------------------------*
011180* 2600-FIND-SET - WS-FIND-SET-ID IN THE SET TABLE, ADDING IT   *
011190*                 WHEN IT IS NOT THERE.  LEAVES WS-SET-SUB.    *
011200*--------------------------------------------------------------*
011210 2600-FIND-SET.
011220     MOVE 0 TO WS-SET-SUB
011230     PERFORM 2610-MATCH-SET THRU 2610-EXIT
011240         VARYING WS-GS-SUB FROM 1 BY 1
011250         UNTIL WS-GS-SUB > GS-COUNT OR WS-SET-SUB > 0
011260     IF WS-SET-SUB > 0
011270         GO TO 2600-EXIT
011280     END-IF
011290     IF GS-COUNT NOT LESS THAN MAX-GATE-SETS
011300         MOVE WS-FIND-SET-ID TO WS-EXCEPT-DATA
011310         MOVE "POINT SETS EXCEED TABLE CEILING"
011320             TO WS-EXCEPT-REASON
011330         MOVE "CRG002" TO WS-EXCEPT-CODE
011340         PERFORM 7100-LOG-EXCEPTION THRU 7100-EXIT
011350         SET GATE-IN-ERROR TO TRUE
011360         GO TO 2600-EXIT
011370     END-IF
011380     ADD 1 TO GS-COUNT
011390     MOVE GS-COUNT TO WS-SET-SUB
011400     MOVE WS-FIND-SET-ID TO GS-SET-ID (WS-SET-SUB)
011410     MOVE 0 TO GS-PRV-FIRST (WS-SET-SUB)
011420     MOVE 0 TO GS-PRV-LAST (WS-SET-SUB)
011430     MOVE 0 TO GS-PRV-COUNT (WS-SET-SUB)
011440     MOVE 0 TO GS-DAY-COUNT (WS-SET-SUB)
011450     MOVE 0 TO GS-ADDS (WS-SET-SUB)
011460     MOVE 0 TO GS-DROPS (WS-SET-SUB)
011470     MOVE 0 TO GS-MOVES (WS-SET-SUB)
011480     MOVE 0 TO GS-HIGH-PCT (WS-SET-SUB)
011490     MOVE SPACE TO GS-STATE (WS-SET-SUB).
011500 2600-EXIT.
011510     EXIT.
011520*--------------------------------------------------------------*
011530 2610-MATCH-SET.
011540     IF GS-SET-ID (WS-GS-SUB) = WS-FIND-SET-ID
011550         MOVE WS-GS-SUB TO WS-SET-SUB
011560     END-IF.
011570 2610-EXIT.
011580     EXIT.
011590*--------------------------------------------------------------*
011600* 3000-WRITE-GATED - SECOND PASS OF COORDIN, COPYING EVERY     *
011610*                    RECORD EXCEPT THOSE OF HELD SETS (HEADER  *
011620*                    THROUGH TRAILER) TO THE COORDIN SOLUTION  *
011630*                    READS.  RECORDS OUTSIDE ANY SET GO        *
011640*                    THROUGH AS THEY ARE.                      *
011650*--------------------------------------------------------------*
011660 3000-WRITE-GATED.
011670     MOVE 'N' TO WS-COORD-EOF-SW
011680     MOVE 'Y' TO WS-COPY-SW
011690     OPEN INPUT COORD-FILE
011700     OPEN OUTPUT GATED-FILE
011710     PERFORM 3100-COPY-ONE-RECORD THRU 3100-EXIT
011720         UNTIL NO-MORE-COORDS
011730     CLOSE COORD-FILE
011740     CLOSE GATED-FILE.
011750 3000-EXIT.
011760     EXIT.
011770*--------------------------------------------------------------*
011780 3100-COPY-ONE-RECORD.
011790     READ COORD-FILE
011800         AT END
011810             SET NO-MORE-COORDS TO TRUE
011820             GO TO 3100-EXIT
011830     END-READ
011840     IF SET-HEADER-REC
011850         MOVE 'Y' TO WS-COPY-SW
011860         MOVE HDR-SET-ID TO WS-FIND-SET-ID
011870         PERFORM 2600-FIND-SET THRU 2600-EXIT
011880         IF GS-HELD (WS-SET-SUB)
011890             MOVE 'N' TO WS-COPY-SW
011900         END-IF
011910     END-IF
011920     IF COPY-RECORDS
011930         MOVE COORD-REC TO GATED-REC
011940         WRITE GATED-REC
011950         ADD 1 TO CNT-RECS-WRITTEN
011960     END-IF
011970     IF SET-TRAILER-REC
011980         MOVE 'Y' TO WS-COPY-SW
011990     END-IF.
012000 3100-EXIT.
012010     EXIT.
012020*--------------------------------------------------------------*
012030* 4000-WRITE-SNAPSHOT - THE POSITIONS TO MEASURE THE NEXT      *
012040*                       NIGHT AGAINST, SET BY SET: TONIGHT'S   *
012050*                       FOR EVERY SET THAT WENT THROUGH, AND   *
012060*                       THE PRIOR ONES, UNCHANGED, FOR A SET   *
012070*                       THAT WAS HELD, NOT CHECKED, OR NOT ON  *
012080*                       TONIGHT'S FILE.                        *
012090*--------------------------------------------------------------*
012100 4000-WRITE-SNAPSHOT.
012110     OPEN OUTPUT SNAP-FILE
012120     PERFORM 4100-SNAPSHOT-ONE-SET THRU 4100-EXIT
012130         VARYING WS-CUR-SET FROM 1 BY 1
012140         UNTIL WS-CUR-SET > GS-COUNT
012150     CLOSE SNAP-FILE.
012160 4000-EXIT.
012170     EXIT.
012180*--------------------------------------------------------------*
012190 4100-SNAPSHOT-ONE-SET.
012200     IF GS-PASSED (WS-CUR-SET) OR GS-NEW-SET (WS-CUR-SET)
012210        OR GS-RELEASED (WS-CUR-SET)
012220         PERFORM 4120-SNAPSHOT-TODAY THRU 4120-EXIT
012230             VARYING WS-DAY-SUB FROM 1 BY 1
012240             UNTIL WS-DAY-SUB > DAY-COUNT
012250         GO TO 4100-EXIT
012260     END-IF
012270     IF GS-PRV-COUNT (WS-CUR-SET) > 0
012280         PERFORM 4110-SNAPSHOT-PRIOR THRU 4110-EXIT
012290             VARYING WS-PRV-SUB FROM GS-PRV-FIRST (WS-CUR-SET)
012300             BY 1 UNTIL WS-PRV-SUB > GS-PRV-LAST (WS-CUR-SET)
012310     END-IF.
012320 4100-EXIT.
012330     EXIT.
012340*--------------------------------------------------------------*
012350 4110-SNAPSHOT-PRIOR.
012360     MOVE SPACES TO CRDSNP-REC
012370     MOVE GS-SET-ID (WS-CUR-SET) TO SNP-SET-ID
012380     MOVE PRV-SITE (WS-PRV-SUB)  TO SNP-SITE-ID
012390     MOVE PRV-X (WS-PRV-SUB)     TO SNP-X
012400     MOVE PRV-Y (WS-PRV-SUB)     TO SNP-Y
012410     MOVE PRV-DATE (WS-PRV-SUB)  TO SNP-DATE
012420     MOVE CRDSNP-REC TO SNAP-REC
012430     WRITE SNAP-REC
012440     ADD 1 TO CNT-SNAP-WRITTEN.
012450 4110-EXIT.
012460     EXIT.
012470*--------------------------------------------------------------*
012480 4120-SNAPSHOT-TODAY.
012490     IF DAY-SET (WS-DAY-SUB) NOT = GS-SET-ID (WS-CUR-SET)
012500         GO TO 4120-EXIT
012510     END-IF
012520     MOVE SPACES TO CRDSNP-REC
012530     MOVE DAY-SET (WS-DAY-SUB)   TO SNP-SET-ID
012540     MOVE DAY-SITE (WS-DAY-SUB)  TO SNP-SITE-ID
012550     MOVE DAY-X (WS-DAY-SUB)     TO SNP-X
012560     MOVE DAY-Y (WS-DAY-SUB)     TO SNP-Y
012570     MOVE DAY-DATE (WS-DAY-SUB)  TO SNP-DATE
012580     MOVE CRDSNP-REC TO SNAP-REC
012590     WRITE SNAP-REC
012600     ADD 1 TO CNT-SNAP-WRITTEN.
012610 4120-EXIT.
012620     EXIT.
012630*--------------------------------------------------------------*
012640* 5000-WRITE-TOTALS - RUN TOTALS AT THE FOOT OF THE REPORT,    *
012650*                     AND A NOTE FOR ANY RELEASE CARD THAT     *
012660*                     NAMED A SET WHICH WAS NOT HELD.          *
012670*--------------------------------------------------------------*
012680 5000-WRITE-TOTALS.
012690     IF GATE-IN-ERROR
012700         MOVE 8 TO WS-RETURN-CODE
012710         MOVE "GATE FAILED - NOTHING GATED" TO REPORT-REC
012720         WRITE REPORT-REC
012730         MOVE SPACES TO REPORT-REC
012740         WRITE REPORT-REC
012750     END-IF
012760     MOVE "SETS CHECKED"              TO WS-COUNT-LABEL
012770     MOVE CNT-SETS-CHECKED            TO WS-COUNT-VALUE
012780     PERFORM 5100-WRITE-COUNT THRU 5100-EXIT
012790     MOVE "  PASSED"                  TO WS-COUNT-LABEL
012800     MOVE CNT-SETS-PASSED             TO WS-COUNT-VALUE
012810     PERFORM 5100-WRITE-COUNT THRU 5100-EXIT
012820     MOVE "  NEW - NO PRIOR POSITIONS" TO WS-COUNT-LABEL
012830     MOVE CNT-SETS-NEW                TO WS-COUNT-VALUE
012840     PERFORM 5100-WRITE-COUNT THRU 5100-EXIT
012850     MOVE "  HELD"                    TO WS-COUNT-LABEL
012860     MOVE CNT-SETS-HELD               TO WS-COUNT-VALUE
012870     PERFORM 5100-WRITE-COUNT THRU 5100-EXIT
012880     MOVE "  RELEASED BY OPERATOR"    TO WS-COUNT-LABEL
012890     MOVE CNT-SETS-RELEASED           TO WS-COUNT-VALUE
012900     PERFORM 5100-WRITE-COUNT THRU 5100-EXIT
012910     MOVE "SETS NOT CHECKED"          TO WS-COUNT-LABEL
012920     MOVE CNT-SETS-UNCHECKED          TO WS-COUNT-VALUE
012930     PERFORM 5100-WRITE-COUNT THRU 5100-EXIT
012940     MOVE "SITES ADDED"               TO WS-COUNT-LABEL
012950     MOVE CNT-SITES-ADDED             TO WS-COUNT-VALUE
012960     PERFORM 5100-WRITE-COUNT THRU 5100-EXIT
012970     MOVE "SITES DROPPED"             TO WS-COUNT-LABEL
012980     MOVE CNT-SITES-DROPPED           TO WS-COUNT-VALUE
012990     PERFORM 5100-WRITE-COUNT THRU 5100-EXIT
013000     MOVE "SITES MOVED"               TO WS-COUNT-LABEL
013010     MOVE CNT-SITES-MOVED             TO WS-COUNT-VALUE
013020     PERFORM 5100-WRITE-COUNT THRU 5100-EXIT
013030     MOVE "COORDIN RECORDS PASSED ON"  TO WS-COUNT-LABEL
013040     MOVE CNT-RECS-WRITTEN            TO WS-COUNT-VALUE
013050     PERFORM 5100-WRITE-COUNT THRU 5100-EXIT
013060     IF NOT GATE-IN-ERROR
013070         PERFORM 5200-CHECK-RELEASE-USED THRU 5200-EXIT
013080             VARYING WS-RLS-SUB FROM 1 BY 1
013090             UNTIL WS-RLS-SUB > RLS-COUNT
013100     END-IF.
013110 5000-EXIT.
013120     EXIT.
013130*--------------------------------------------------------------*
013140 5100-WRITE-COUNT.
013150     MOVE WS-COUNT-LINE TO REPORT-REC
013160     WRITE REPORT-REC.
013170 5100-EXIT.
013180     EXIT.
013190*--------------------------------------------------------------*
013200 5200-CHECK-RELEASE-USED.
013210     IF RLS-USED-SW (WS-RLS-SUB) = 'N'
013220         DISPLAY "COORD-GATE: RELEASE CARD FOR SET "
013230                 RLS-SET-ID (WS-RLS-SUB)
013240                 " NOT NEEDED - SET NOT HELD OR NOT ON FILE."
013250     END-IF.
013260 5200-EXIT.
013270     EXIT.
013280*--------------------------------------------------------------*
013290* 7000-LOG-RUN-EVENT - ONE RUN REGISTRY RECORD (START OR END). *
013300*--------------------------------------------------------------*
013310 7000-LOG-RUN-EVENT.
013320     ACCEPT WS-TIME FROM TIME
013330     MOVE SPACES           TO RUNREG-REC
013340     MOVE "COORD-GATE"     TO RUNREG-PROGRAM
013350     MOVE WS-RUN-EVENT     TO RUNREG-EVENT
013360     MOVE WS-DATE          TO RUNREG-DATE
013370     MOVE WS-TIME          TO RUNREG-TIME
013380     MOVE CNT-RECS-READ    TO RUNREG-RECS-READ
013390     MOVE CNT-RECS-WRITTEN TO RUNREG-RECS-WRITTEN
013400     MOVE WS-RUN-STATUS    TO RUNREG-STATUS
013410     WRITE RUNREG-REC.
013420 7000-EXIT.
013430     EXIT.
013440*--------------------------------------------------------------*
013450* 7100-LOG-EXCEPTION - ONE EXCPTLOG RECORD: A HELD OR RELEASED *
013460*                      SET, OR THE REASON THE GATE FAILED.     *
013470*--------------------------------------------------------------*
013480 7100-LOG-EXCEPTION.
013490     ACCEPT WS-TIME FROM TIME
013500     MOVE SPACES           TO EXCEPTION-REC
013510     MOVE "COORD-GATE"     TO EXCEPT-PROGRAM
013520     MOVE WS-DATE          TO EXCEPT-DATE
013530     MOVE WS-TIME          TO EXCEPT-TIME
013540     MOVE WS-EXCEPT-DATA   TO EXCEPT-INPUT-DATA
013550     MOVE WS-EXCEPT-REASON TO EXCEPT-REASON
013560     MOVE WS-EXCEPT-CODE   TO EXCEPT-CODE
013570     WRITE EXCEPTION-REC.
013580 7100-EXIT.
013590     EXIT.
013600*--------------------------------------------------------------*
013610* 9000-TERMINATE - LOG THE END EVENT AND CLOSE UP.             *
013620*--------------------------------------------------------------*
013630 9000-TERMINATE.
013640     MOVE 'E' TO WS-RUN-EVENT
013650     IF WS-RETURN-CODE = 0
013660         MOVE "COMPLETE" TO WS-RUN-STATUS
013670     ELSE
013680         MOVE "FAILED"   TO WS-RUN-STATUS
013690     END-IF
013700     PERFORM 7000-LOG-RUN-EVENT THRU 7000-EXIT
013710     CLOSE REPORT-FILE
013720     CLOSE RUNREG-FILE
013730     CLOSE EXCEPTION-FILE.
013740 9000-EXIT.
013750     EXIT.
