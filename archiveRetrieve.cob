000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.      ARCHIVE-RETRIEVE.
000030 AUTHOR.          R J HALVORSEN.
000040 INSTALLATION.    DATA PROCESSING CENTER.
000050 DATE-WRITTEN.    10/14/2026.
000060 DATE-COMPILED.
000070*--------------------------------------------------------------*
000080* MODIFICATION HISTORY                                        *
000090*--------------------------------------------------------------*
000100* DATE       INIT  DESCRIPTION                                 *
000110* 10/14/2026 RJH   ORIGINAL PROGRAM - READS THE LOG-PURGE      *
000120*                  ARCHIVES BACK.  SEARCHES THE LIVE EXCPTLOG  *
000130*                  AND AUDITLOG AND EVERY CATALOGED ARCHIVE    *
000140*                  GENERATION OF EACH FOR THE RECORDS THE      *
000150*                  SYSIN SELECTION CARDS DESCRIBE, WRITES THEM *
000160*                  TO AN EXTRACT FILE, AND PRINTS THE MATCHES  *
000170*                  BY GENERATION AND BY DAY.  THE ARCHIVE      *
000180*                  INDEX LOG-PURGE KEEPS (ARCIDXRC) SAYS WHICH *
000190*                  GENERATIONS THE DATE RANGE NEEDS, AND ANY   *
000200*                  OF THOSE NO LONGER ON THE CATALOG (OR NOT   *
000210*                  WHOLE) IS LISTED AS NOT FOUND.              *
002101* 10/14/2026 RJH   AUDIT RECORDS WIDENED FOR THE AS-OF DATE    *
002102*                  AND THE ANSWERING VERSION DATE.             *
000220*--------------------------------------------------------------*
000230*                                                              *
000240* SYSIN - SELECTION CARDS, KEYWORD COLUMNS 1-7, VALUE FROM     *
000250*         COLUMN 9.  EVERY CARD GIVEN MUST BE SATISFIED.  A    *
000260*         CARD WITH * IN COLUMN 1 IS A COMMENT.                *
000270*           FROM    YYYYMMDD   FIRST RECORD DATE WANTED.       *
000280*           TO      YYYYMMDD   LAST RECORD DATE WANTED.        *
000290*           PROGRAM NAME       EXCEPTIONS WRITTEN BY THIS      *
000300*                              PROGRAM (BINARY-SEARCH ALSO     *
000310*                              SELECTS THE AUDIT LOG).         *
000320*           TABLE   TABLE-ID   AUDIT ENTRIES FOR THIS TABLE,   *
000330*                              EXCEPTIONS WHOSE INPUT DATA     *
000340*                              CONTAINS IT.                    *
000350*           KEY     KEY        AUDIT ENTRIES FOR THIS LOOKUP   *
000360*                              KEY, EXCEPTIONS WHOSE INPUT     *
000370*                              DATA CONTAINS IT.               *
000380*           SITE    SITE-ID    EXCEPTIONS WHOSE INPUT DATA     *
000390*                              CONTAINS IT.                    *
000400*           REASON  TEXT       EXCEPTIONS WHOSE REASON TEXT    *
000410*                              CONTAINS IT (UP TO 40 CHARS).   *
000420*         A SELECTION NO AUDIT ENTRY CAN SATISFY (SITE, REASON *
000430*         OR A PROGRAM OTHER THAN BINARY-SEARCH) LEAVES THE    *
000440*         AUDIT LOG UNREAD.                                    *
000450*                                                              *
000460* ARCHIVED RECORDS CARRY NOTHING TO SAY WHICH GENERATION THEY  *
000470* CAME FROM, SO EACH ONE IS CREDITED TO THE INDEXED GENERATION *
000480* OF ITS LOG WHOSE RECORD DATES COVER IT.  A GENERATION THE    *
000490* SEARCH READ FEWER RECORDS FOR THAN THE INDEX SAYS IT HELD IS *
000500* NOT (WHOLLY) ON THE CATALOG ANY MORE.                        *
000510*                                                              *
000520* RETURN CODES -  0  SEARCH COMPLETE - EVERY GENERATION THE    *
000530*                    DATE RANGE NEEDS WAS READ.                *
000540*                 4  SEARCH COMPLETE, BUT A GENERATION WAS NOT *
000550*                    FOUND OR NOT WHOLE, THE ARCHIVE INDEX IS  *
000560*                    MISSING OR FULL, OR THE DAY TABLE FILLED  *
000570*                    - THE EXTRACT MAY BE SHORT.               *
000580*                 8  NO SELECTION CARDS OR A BAD ONE - NOTHING *
000590*                    WAS SEARCHED.                             *
000600*--------------------------------------------------------------*
000610 ENVIRONMENT DIVISION.
000620 CONFIGURATION SECTION.
000630 SOURCE-COMPUTER.   IBM-370.
000640 OBJECT-COMPUTER.   IBM-370.
000650 INPUT-OUTPUT SECTION.
000660 FILE-CONTROL.
000670     SELECT PARM-FILE      ASSIGN TO SYSIN
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-PARM-STATUS.
000700     SELECT EXCEPTION-FILE ASSIGN TO EXCPTLOG
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-LOG-STATUS.
000730     SELECT EXCARCH-FILE   ASSIGN TO EXCPARCH
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WS-LOG-STATUS.
000760     SELECT AUDIT-FILE     ASSIGN TO AUDITLOG
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS WS-LOG-STATUS.
000790     SELECT AUDARCH-FILE   ASSIGN TO AUDARCH
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS WS-LOG-STATUS.
000820     SELECT ARCIDX-FILE    ASSIGN TO ARCHIDX
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS WS-ARCIDX-STATUS.
000850     SELECT EXTRACT-FILE   ASSIGN TO ARCXOUT
000860         ORGANIZATION IS LINE SEQUENTIAL.
000870     SELECT REPORT-FILE    ASSIGN TO ARCRPT
000880         ORGANIZATION IS LINE SEQUENTIAL.
000890*
000900 DATA DIVISION.
000910 FILE SECTION.
000920 FD  PARM-FILE
000930     RECORDING MODE IS F.
000940 01  SEL-CARD.
000950     05  SEL-KEYWORD             PIC X(07).
000960     05  FILLER                  PIC X(01).
000970     05  SEL-VALUE               PIC X(40).
000980     05  SEL-VALUE-DATE REDEFINES SEL-VALUE.
000990         10  SEL-DATE            PIC 9(08).
001000         10  SEL-DATE-PARTS REDEFINES SEL-DATE.
001010             15  SEL-DATE-CCYY   PIC 9(04).
001020             15  SEL-DATE-MM     PIC 9(02).
001030             15  SEL-DATE-DD     PIC 9(02).
001040         10  SEL-DATE-REST       PIC X(32).
001050     05  FILLER                  PIC X(32).
001060*
001070* THE LIVE LOGS AND THEIR ARCHIVE GDGS (THE BASE NAME, SO EVERY
001080* CATALOGED GENERATION IS CONCATENATED).  EACH IS READ INTO THE
001090* WORKING-STORAGE LAYOUT OF ITS LOG.
001100 FD  EXCEPTION-FILE
001110     RECORDING MODE IS F.
001120 01  EXCEPTION-FILE-REC          PIC X(120).
001130*
001140 FD  EXCARCH-FILE
001150     RECORDING MODE IS F.
001160 01  EXCARCH-REC                 PIC X(120).
001170*
001180 FD  AUDIT-FILE
001190     RECORDING MODE IS F.
001200 01  AUDIT-FILE-REC              PIC X(61).
001210*
001220 FD  AUDARCH-FILE
001230     RECORDING MODE IS F.
001240 01  AUDARCH-REC                 PIC X(61).
001250*
001260 FD  ARCIDX-FILE
001270     RECORDING MODE IS F.
001280     COPY ARCIDXRC.
001290*
001300* ONE EXTRACT RECORD PER MATCH: THE LOG, THE GENERATION IT CAME
001310* FROM (LIVE, THE GENERATION'S PURGE DATE, OR ARCHIVE WHEN NO
001320* INDEX ENTRY COVERS IT) AND THE RECORD AS LOGGED.
001330 FD  EXTRACT-FILE
001340     RECORDING MODE IS F.
001350 01  EXTRACT-REC.
001360     05  ARCX-LOG                PIC X(08).
001370     05  FILLER                  PIC X(01).
001380     05  ARCX-GENERATION         PIC X(08).
001390     05  FILLER                  PIC X(01).
001400     05  ARCX-RECORD             PIC X(120).
001410*
001420 FD  REPORT-FILE
001430     RECORDING MODE IS F.
001440 01  REPORT-REC                  PIC X(120).
001450*
001460 WORKING-STORAGE SECTION.
001470 01  WS-SWITCHES.
001480     05  WS-PARM-EOF-SW          PIC X(01) VALUE 'N'.
001490         88  NO-MORE-PARMS               VALUE 'Y'.
001500     05  WS-SEL-ERROR-SW         PIC X(01) VALUE 'N'.
001510         88  SELECTION-IN-ERROR          VALUE 'Y'.
001520     05  WS-IDX-EOF-SW           PIC X(01) VALUE 'N'.
001530         88  NO-MORE-INDEX               VALUE 'Y'.
001540     05  WS-IDX-LOADED-SW        PIC X(01) VALUE 'N'.
001550         88  ARCHIVE-INDEX-LOADED        VALUE 'Y'.
001560     05  WS-LOG-EOF-SW           PIC X(01) VALUE 'N'.
001570         88  NO-MORE-LOG-RECS            VALUE 'Y'.
001580     05  WS-MATCH-SW             PIC X(01) VALUE 'N'.
001590         88  RECORD-MATCHES              VALUE 'Y'.
001600     05  WS-TEXT-SW              PIC X(01) VALUE 'N'.
001610         88  TEXT-FOUND                  VALUE 'Y'.
001620     05  WS-MEASURED-SW          PIC X(01) VALUE 'N'.
001630         88  VALUE-MEASURED              VALUE 'Y'.
001640     05  WS-DAY-PLACE-SW         PIC X(01) VALUE 'N'.
001650         88  DAY-PLACE-FOUND             VALUE 'Y'.
001660*
001670* THE SELECTION.  EACH CONTAINS-TEXT CARRIES ITS LENGTH WITHOUT
001680* TRAILING SPACES; A LENGTH OF ZERO MEANS NO CARD WAS GIVEN.
001690 01  SEL-CARD-COUNT              PIC 9(03) COMP VALUE 0.
001700 01  SEL-FROM-DATE               PIC 9(08) VALUE 0.
001710 01  SEL-TO-DATE                 PIC 9(08) VALUE 99999999.
001720 01  SEL-FROM-SW                 PIC X(01) VALUE 'N'.
001730     88  SEL-FROM-GIVEN                  VALUE 'Y'.
001740 01  SEL-TO-SW                   PIC X(01) VALUE 'N'.
001750     88  SEL-TO-GIVEN                    VALUE 'Y'.
001760 01  SEL-PROGRAM                 PIC X(13) VALUE SPACES.
001770 01  SEL-TABLE                   PIC X(40) VALUE SPACES.
001780 01  SEL-TABLE-LEN               PIC 9(02) COMP VALUE 0.
001790 01  SEL-KEY                     PIC X(40) VALUE SPACES.
001800 01  SEL-KEY-LEN                 PIC 9(02) COMP VALUE 0.
001810 01  SEL-SITE                    PIC X(40) VALUE SPACES.
001820 01  SEL-SITE-LEN                PIC 9(02) COMP VALUE 0.
001830 01  SEL-REASON                  PIC X(40) VALUE SPACES.
001840 01  SEL-REASON-LEN              PIC 9(02) COMP VALUE 0.
001850*
001860* LENGTH OF A CARD VALUE WITHOUT ITS TRAILING SPACES.
001870 01  WS-VALUE-LEN                PIC 9(02) COMP VALUE 0.
001880*
001890* CONTAINS-TEXT SEARCH WORK AREA.
001900 01  WS-SCAN-AREA                PIC X(40).
001910 01  WS-SCAN-TEXT                PIC X(40).
001920 01  WS-SCAN-LEN                 PIC 9(02) COMP VALUE 0.
001930 01  WS-SCAN-HITS                PIC 9(02) COMP VALUE 0.
001940*
001950* ONE SLOT PER LOG SEARCHED - 1 EXCPTLOG, 2 AUDITLOG.
001960 01  LOG-NAME-VALUES.
001970     05  FILLER                  PIC X(08) VALUE "EXCPTLOG".
001980     05  FILLER                  PIC X(08) VALUE "AUDITLOG".
001990 01  LOG-NAME-TABLE REDEFINES LOG-NAME-VALUES.
002000     05  LOG-NAME OCCURS 2 TIMES PIC X(08).
002010 01  LOG-TABLE.
002020     05  LOG-ENTRY OCCURS 2 TIMES.
002030         10  LT-SEARCH-SW        PIC X(01).
002040             88  LT-SEARCHED             VALUE 'Y'.
002050         10  LT-LIVE-SW          PIC X(01).
002060             88  LT-LIVE-PRESENT         VALUE 'Y'.
002070         10  LT-ARCH-SW          PIC X(01).
002080             88  LT-ARCH-PRESENT         VALUE 'Y'.
002090         10  LT-LIVE-READ        PIC 9(09) COMP.
002100         10  LT-LIVE-MATCHES     PIC 9(09) COMP.
002110         10  LT-ARCH-READ        PIC 9(09) COMP.
002120         10  LT-NOIDX-READ       PIC 9(09) COMP.
002130         10  LT-NOIDX-MATCHES    PIC 9(09) COMP.
002140 01  WS-LOG-SUB                  PIC 9(01) COMP VALUE 0.
002150*
002160* THE ARCHIVE INDEX - EVERY NON-EMPTY GENERATION OF EITHER LOG,
002170* IN THE ORDER LOG-PURGE WROTE THEM, WITH WHAT THIS SEARCH READ.
002180 77  MAX-GENERATIONS             PIC 9(04) COMP VALUE 600.
002190 01  IDX-USED                    PIC 9(04) COMP VALUE 0.
002200 01  IDX-TABLE.
002210     05  IDX-ENTRY OCCURS 600 TIMES.
002220         10  IDX-LOG-SUB         PIC 9(01) COMP.
002230         10  IDX-GEN-DATE        PIC 9(08).
002240         10  IDX-LOW-DATE        PIC 9(08).
002250         10  IDX-HIGH-DATE       PIC 9(08).
002260         10  IDX-REC-COUNT       PIC 9(07) COMP.
002270         10  IDX-READ            PIC 9(09) COMP.
002280         10  IDX-MATCHES         PIC 9(09) COMP.
002290         10  IDX-EXPECTED-SW     PIC X(01).
002300             88  IDX-EXPECTED            VALUE 'Y'.
002310 01  WS-IDX-SUB                  PIC 9(04) COMP VALUE 0.
002320 01  WS-IDX-FOUND                PIC 9(04) COMP VALUE 0.
002330 01  WS-IDX-SKIPPED              PIC 9(07) COMP VALUE 0.
002340*
002350* MATCHES BY DAY, KEPT IN DATE ORDER AS THEY ARE FOUND.
002360 77  MAX-DAYS                    PIC 9(04) COMP VALUE 1000.
002370 01  DAY-USED                    PIC 9(04) COMP VALUE 0.
002380 01  DAY-TABLE.
002390     05  DAY-ENTRY OCCURS 1000 TIMES.
002400         10  DAY-DATE            PIC 9(08).
002410         10  DAY-MATCHES OCCURS 2 TIMES PIC 9(09) COMP.
002420 01  WS-DAY-SUB                  PIC 9(04) COMP VALUE 0.
002430 01  WS-DAY-SHIFT                PIC 9(04) COMP VALUE 0.
002440 01  WS-DAY-OVERFLOW             PIC 9(09) COMP VALUE 0.
002450*
002460* THE RECORD BEING EXAMINED, IN THE LAYOUT OF EACH LOG.
002470     COPY EXCPTREC.
002480 01  AUDIT-REC.
002490     05  AUDIT-DATE              PIC 9(08).
002500     05  FILLER                  PIC X(01).
002510     05  AUDIT-TIME              PIC 9(08).
002520     05  FILLER                  PIC X(01).
002530     05  AUDIT-TABLE-ID          PIC X(08).
002540     05  FILLER                  PIC X(01).
002550     05  AUDIT-SEARCH-VALUE      PIC X(08).
002560     05  FILLER                  PIC X(01).
002570     05  AUDIT-FOUND-FLAG        PIC X(01).
002580     05  FILLER                  PIC X(01).
002590     05  AUDIT-POSITION          PIC 9(03).
002600     05  FILLER                  PIC X(01).
002610     05  AUDIT-SOURCE            PIC X(01).
026101     05  FILLER                  PIC X(01).
026102     05  AUDIT-AS-OF-DATE        PIC 9(08).
026103     05  FILLER                  PIC X(01).
026104     05  AUDIT-VER-DATE          PIC 9(08).
002620 01  WS-REC-DATE                 PIC 9(08).
002630 01  WS-REC-DATA                 PIC X(120).
002640 01  WS-REC-GENERATION           PIC X(08).
002650*
002660 77  CNT-MATCHES                 PIC 9(09) COMP VALUE 0.
002670 77  CNT-NOT-FOUND               PIC 9(04) COMP VALUE 0.
002680 77  WS-RETURN-CODE              PIC 9(02) VALUE 0.
002690*
002700 01  WS-DATE                     PIC 9(08).
002710 01  WS-TIME                     PIC 9(08).
002720 01  WS-PARM-STATUS              PIC X(02) VALUE '00'.
002730 01  WS-LOG-STATUS               PIC X(02) VALUE '00'.
002740 01  WS-ARCIDX-STATUS            PIC X(02) VALUE '00'.
002750*
002760 01  WS-HEAD-LINE.
002770     05  FILLER                  PIC X(36)
002780         VALUE "ARCHIVE RETRIEVAL REPORT - RUN DATE ".
002790     05  WS-HEAD-DATE            PIC 9(08).
002800     05  FILLER                  PIC X(76) VALUE SPACES.
002810*
002820 01  WS-SEL-LINE.
002830     05  FILLER                  PIC X(11) VALUE "SELECTION  ".
002840     05  WS-SEL-LABEL            PIC X(09).
002850     05  WS-SEL-TEXT             PIC X(40).
002860     05  FILLER                  PIC X(60) VALUE SPACES.
002870*
002880 01  WS-GEN-HEAD.
002890     05  FILLER                  PIC X(44)
002900         VALUE "LOG       GENERATION  RECORD DATES          ".
002910     05  FILLER                  PIC X(42)
002920         VALUE " INDEXED         READ      MATCHES  STATUS".
002930     05  FILLER                  PIC X(34) VALUE SPACES.
002940*
002950 01  WS-GEN-LINE.
002960     05  WS-GL-LOG               PIC X(08).
002970     05  FILLER                  PIC X(02).
002980     05  WS-GL-GENERATION        PIC X(10).
002990     05  FILLER                  PIC X(02).
003000     05  WS-GL-LOW-DATE          PIC X(08).
003010     05  WS-GL-DASH              PIC X(01).
003020     05  WS-GL-HIGH-DATE         PIC X(08).
003030     05  FILLER                  PIC X(02).
003040     05  WS-GL-INDEXED           PIC ZZZ,ZZZ,ZZ9.
003050     05  FILLER                  PIC X(02).
003060     05  WS-GL-READ              PIC ZZZ,ZZZ,ZZ9.
003070     05  FILLER                  PIC X(02).
003080     05  WS-GL-MATCHES           PIC ZZZ,ZZZ,ZZ9.
003090     05  FILLER                  PIC X(02).
003100     05  WS-GL-STATUS            PIC X(40).
003110*
003120 01  WS-DAY-HEAD.
003130     05  FILLER                  PIC X(47)
003140         VALUE "DATE         EXCPTLOG     AUDITLOG        TOTAL".
003150     05  FILLER                  PIC X(73) VALUE SPACES.
003160*
003170 01  WS-DAY-LINE.
003180     05  WS-DL-DATE              PIC 9(08).
003190     05  FILLER                  PIC X(02) VALUE SPACES.
003200     05  WS-DL-EXC               PIC ZZZ,ZZZ,ZZ9.
003210     05  FILLER                  PIC X(02) VALUE SPACES.
003220     05  WS-DL-AUD               PIC ZZZ,ZZZ,ZZ9.
003230     05  FILLER                  PIC X(02) VALUE SPACES.
003240     05  WS-DL-TOTAL             PIC ZZZ,ZZZ,ZZ9.
003250     05  FILLER                  PIC X(73) VALUE SPACES.
003260*
003270 01  WS-DAY-TOTAL                PIC 9(09) COMP VALUE 0.
003280 01  WS-EDIT-COUNT               PIC ZZZ,ZZZ,ZZ9.
003290 01  WS-EDIT-LIMIT               PIC Z,ZZ9.
003300*
003310 PROCEDURE DIVISION.
003320*--------------------------------------------------------------*
003330 0000-MAINLINE.
003340     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003350     IF SELECTION-IN-ERROR
003360         PERFORM 9000-TERMINATE THRU 9000-EXIT
003370         STOP RUN
003380     END-IF
003390     PERFORM 1300-LOAD-INDEX THRU 1300-EXIT
003400     PERFORM 2000-SEARCH-EXCEPTIONS THRU 2000-EXIT
003410     PERFORM 3000-SEARCH-AUDIT THRU 3000-EXIT
003420     PERFORM 5000-GENERATION-REPORT THRU 5000-EXIT
003430     PERFORM 5200-DAY-REPORT THRU 5200-EXIT
003440     PERFORM 5300-MISSING-REPORT THRU 5300-EXIT
003450     PERFORM 9000-TERMINATE THRU 9000-EXIT
003460     STOP RUN.
003470*--------------------------------------------------------------*
003480* 1000-INITIALIZE - READ AND CHECK THE SELECTION CARDS, DECIDE *
003490*                   WHICH LOGS CAN HOLD A MATCH, AND HEAD THE  *
003500*                   REPORT.  A BAD SELECTION STOPS HERE WITH   *
003510*                   RC 8 RATHER THAN SEARCH ON PART OF WHAT    *
003520*                   WAS ASKED FOR.                             *
003530*--------------------------------------------------------------*
003540 1000-INITIALIZE.
003550     ACCEPT WS-DATE FROM DATE YYYYMMDD
003560     ACCEPT WS-TIME FROM TIME
003570     INITIALIZE LOG-TABLE
003580     OPEN OUTPUT REPORT-FILE
003590     MOVE WS-DATE TO WS-HEAD-DATE
003600     MOVE WS-HEAD-LINE TO REPORT-REC
003610     WRITE REPORT-REC
003620     MOVE SPACES TO REPORT-REC
003630     WRITE REPORT-REC
003640
003650     PERFORM 1100-READ-SELECTION THRU 1100-EXIT
003660     IF SEL-CARD-COUNT = 0 AND NOT SELECTION-IN-ERROR
003670         DISPLAY "ARCHIVE-RETRIEVE: NO SELECTION CARDS - NOTHING "
003680                 "SEARCHED."
003690         SET SELECTION-IN-ERROR TO TRUE
003700     END-IF
003710     IF SEL-FROM-DATE > SEL-TO-DATE
003720         DISPLAY "ARCHIVE-RETRIEVE: FROM DATE " SEL-FROM-DATE
003730                 " IS AFTER TO DATE " SEL-TO-DATE "."
003740         SET SELECTION-IN-ERROR TO TRUE
003750     END-IF
003760     IF SELECTION-IN-ERROR
003770         MOVE 8 TO WS-RETURN-CODE
003780         MOVE "SELECTION REJECTED - NOTHING SEARCHED (SEE SYSOUT)"
003790             TO REPORT-REC
003800         WRITE REPORT-REC
003810         GO TO 1000-EXIT
003820     END-IF
003830
003840     PERFORM 1200-DECIDE-LOGS THRU 1200-EXIT
003850     PERFORM 1400-WRITE-SELECTION THRU 1400-EXIT
003860
003870     OPEN OUTPUT EXTRACT-FILE.
003880 1000-EXIT.
003890     EXIT.
003900*--------------------------------------------------------------*
003910* 1100-READ-SELECTION - ONE CARD PER CRITERION.  AN UNKNOWN    *
003920*                       KEYWORD, A REPEATED ONE OR A VALUE     *
003930*                       THAT DOES NOT FIT IS AN ERROR.         *
003940*--------------------------------------------------------------*
003950 1100-READ-SELECTION.
003960     OPEN INPUT PARM-FILE
003970     IF WS-PARM-STATUS = '35'
003980         SET NO-MORE-PARMS TO TRUE
003990         GO TO 1100-EXIT
004000     END-IF
004010     PERFORM 1110-ONE-CARD THRU 1110-EXIT
004020         UNTIL NO-MORE-PARMS
004030     CLOSE PARM-FILE.
004040 1100-EXIT.
004050     EXIT.
004060*--------------------------------------------------------------*
004070 1110-ONE-CARD.
004080     READ PARM-FILE
004090         AT END
004100             SET NO-MORE-PARMS TO TRUE
004110             GO TO 1110-EXIT
004120     END-READ
004130     IF SEL-CARD (1:1) = '*' OR SEL-CARD = SPACES
004140         GO TO 1110-EXIT
004150     END-IF
004160     ADD 1 TO SEL-CARD-COUNT
004170     MOVE SEL-VALUE TO WS-SCAN-TEXT
004180     PERFORM 1150-MEASURE-VALUE THRU 1150-EXIT
004190     EVALUATE SEL-KEYWORD
004200         WHEN "FROM"
004210             IF SEL-FROM-GIVEN
004220                 GO TO 1110-BAD-CARD
004230             END-IF
004240             PERFORM 1120-CHECK-DATE THRU 1120-EXIT
004250             IF SELECTION-IN-ERROR
004260                 GO TO 1110-BAD-CARD
004270             END-IF
004280             MOVE SEL-DATE TO SEL-FROM-DATE
004290             SET SEL-FROM-GIVEN TO TRUE
004300         WHEN "TO"
004310             IF SEL-TO-GIVEN
004320                 GO TO 1110-BAD-CARD
004330             END-IF
004340             PERFORM 1120-CHECK-DATE THRU 1120-EXIT
004350             IF SELECTION-IN-ERROR
004360                 GO TO 1110-BAD-CARD
004370             END-IF
004380             MOVE SEL-DATE TO SEL-TO-DATE
004390             SET SEL-TO-GIVEN TO TRUE
004400         WHEN "PROGRAM"
004410             IF SEL-PROGRAM NOT = SPACES
004420                OR WS-VALUE-LEN = 0 OR WS-VALUE-LEN > 13
004430                 GO TO 1110-BAD-CARD
004440             END-IF
004450             MOVE SEL-VALUE TO SEL-PROGRAM
004460         WHEN "TABLE"
004470             IF SEL-TABLE-LEN > 0
004480                OR WS-VALUE-LEN = 0 OR WS-VALUE-LEN > 8
004490                 GO TO 1110-BAD-CARD
004500             END-IF
004510             MOVE SEL-VALUE    TO SEL-TABLE
004520             MOVE WS-VALUE-LEN TO SEL-TABLE-LEN
004530         WHEN "KEY"
004540             IF SEL-KEY-LEN > 0
004550                OR WS-VALUE-LEN = 0 OR WS-VALUE-LEN > 8
004560                 GO TO 1110-BAD-CARD
004570             END-IF
004580             MOVE SEL-VALUE    TO SEL-KEY
004590             MOVE WS-VALUE-LEN TO SEL-KEY-LEN
004600         WHEN "SITE"
004610             IF SEL-SITE-LEN > 0
004620                OR WS-VALUE-LEN = 0 OR WS-VALUE-LEN > 8
004630                 GO TO 1110-BAD-CARD
004640             END-IF
004650             MOVE SEL-VALUE    TO SEL-SITE
004660             MOVE WS-VALUE-LEN TO SEL-SITE-LEN
004670         WHEN "REASON"
004680             IF SEL-REASON-LEN > 0 OR WS-VALUE-LEN = 0
004690                 GO TO 1110-BAD-CARD
004700             END-IF
004710             MOVE SEL-VALUE    TO SEL-REASON
004720             MOVE WS-VALUE-LEN TO SEL-REASON-LEN
004730         WHEN OTHER
004740             GO TO 1110-BAD-CARD
004750     END-EVALUATE
004760     GO TO 1110-EXIT.
004770 1110-BAD-CARD.
004780     DISPLAY "ARCHIVE-RETRIEVE: BAD, REPEATED OR UNRECOGNIZED "
004790             "SELECTION CARD: " SEL-CARD
004800     SET SELECTION-IN-ERROR TO TRUE.
004810 1110-EXIT.
004820     EXIT.
004830*--------------------------------------------------------------*
004840* 1120-CHECK-DATE - A FROM OR TO VALUE MUST BE A PLAUSIBLE     *
004850*                   YYYYMMDD WITH NOTHING AFTER IT.            *
004860*--------------------------------------------------------------*
004870 1120-CHECK-DATE.
004880     IF SEL-DATE IS NOT NUMERIC
004890        OR SEL-DATE-REST NOT = SPACES
004900         SET SELECTION-IN-ERROR TO TRUE
004910         GO TO 1120-EXIT
004920     END-IF
004930     IF SEL-DATE-MM < 1 OR SEL-DATE-MM > 12
004940        OR SEL-DATE-DD < 1 OR SEL-DATE-DD > 31
004950         SET SELECTION-IN-ERROR TO TRUE
004960     END-IF.
004970 1120-EXIT.
004980     EXIT.
004990*--------------------------------------------------------------*
005000* 1150-MEASURE-VALUE - LENGTH OF WS-SCAN-TEXT WITHOUT ITS      *
005010*                      TRAILING SPACES, INTO WS-VALUE-LEN.     *
005020*--------------------------------------------------------------*
005030 1150-MEASURE-VALUE.
005040     MOVE 40 TO WS-VALUE-LEN
005050     MOVE 'N' TO WS-MEASURED-SW
005060     PERFORM 1160-BACK-OFF-ONE THRU 1160-EXIT
005070         UNTIL VALUE-MEASURED OR WS-VALUE-LEN = 0.
005080 1150-EXIT.
005090     EXIT.
005100*--------------------------------------------------------------*
005110 1160-BACK-OFF-ONE.
005120     IF WS-SCAN-TEXT (WS-VALUE-LEN:1) = SPACE
005130         SUBTRACT 1 FROM WS-VALUE-LEN
005140     ELSE
005150         SET VALUE-MEASURED TO TRUE
005160     END-IF.
005170 1160-EXIT.
005180     EXIT.
005190*--------------------------------------------------------------*
005200* 1200-DECIDE-LOGS - THE EXCEPTION LOG IS ALWAYS SEARCHED.     *
005210*                    THE AUDIT LOG HAS NO SITE OR REASON, AND  *
005220*                    ONLY BINARY-SEARCH WRITES IT, SO THOSE    *
005230*                    SELECTIONS LEAVE IT UNREAD.               *
005240*--------------------------------------------------------------*
005250 1200-DECIDE-LOGS.
005260     MOVE 'Y' TO LT-SEARCH-SW (1)
005270     MOVE 'Y' TO LT-SEARCH-SW (2)
005280     IF SEL-SITE-LEN > 0 OR SEL-REASON-LEN > 0
005290         MOVE 'N' TO LT-SEARCH-SW (2)
005300     END-IF
005310     IF SEL-PROGRAM NOT = SPACES
005320        AND SEL-PROGRAM NOT = "BINARY-SEARCH"
005330         MOVE 'N' TO LT-SEARCH-SW (2)
005340     END-IF.
005350 1200-EXIT.
005360     EXIT.
005370*--------------------------------------------------------------*
005380* 1300-LOAD-INDEX - EVERY NON-EMPTY GENERATION ON THE ARCHIVE  *
005390*                   INDEX FOR A LOG BEING SEARCHED.  ONE WHOSE *
005400*                   RECORD DATES OVERLAP THE SELECTED RANGE IS *
005410*                   EXPECTED.  NO INDEX MEANS THE ARCHIVES ARE *
005420*                   STILL SEARCHED, BUT NOTHING CAN BE SAID    *
005430*                   ABOUT GENERATIONS THAT ARE NOT THERE.      *
005440*--------------------------------------------------------------*
005450 1300-LOAD-INDEX.
005460     OPEN INPUT ARCIDX-FILE
005470     IF WS-ARCIDX-STATUS = '35'
005480         DISPLAY "ARCHIVE-RETRIEVE: NO ARCHIVE INDEX - MISSING "
005490                 "GENERATIONS CANNOT BE REPORTED."
005500         IF WS-RETURN-CODE < 4
005510             MOVE 4 TO WS-RETURN-CODE
005520         END-IF
005530         GO TO 1300-EXIT
005540     END-IF
005550     SET ARCHIVE-INDEX-LOADED TO TRUE
005560     PERFORM 1310-ONE-INDEX-ENTRY THRU 1310-EXIT
005570         UNTIL NO-MORE-INDEX
005580     CLOSE ARCIDX-FILE
005590     IF WS-IDX-SKIPPED > 0
005600         MOVE MAX-GENERATIONS TO WS-EDIT-LIMIT
005610         DISPLAY "ARCHIVE-RETRIEVE: MORE THAN " WS-EDIT-LIMIT
005620                 " INDEXED GENERATIONS - " WS-IDX-SKIPPED
005630                 " LATER ONES NOT CHECKED."
005640         IF WS-RETURN-CODE < 4
005650             MOVE 4 TO WS-RETURN-CODE
005660         END-IF
005670     END-IF.
005680 1300-EXIT.
005690     EXIT.
005700*--------------------------------------------------------------*
005710 1310-ONE-INDEX-ENTRY.
005720     READ ARCIDX-FILE
005730         AT END
005740             SET NO-MORE-INDEX TO TRUE
005750             GO TO 1310-EXIT
005760     END-READ
005770     EVALUATE TRUE
005780         WHEN AIDX-EXCEPTION-LOG
005790             MOVE 1 TO WS-LOG-SUB
005800         WHEN AIDX-AUDIT-LOG
005810             MOVE 2 TO WS-LOG-SUB
005820         WHEN OTHER
005830             GO TO 1310-EXIT
005840     END-EVALUATE
005850     IF NOT LT-SEARCHED (WS-LOG-SUB)
005860        OR AIDX-REC-COUNT IS NOT NUMERIC
005870        OR AIDX-REC-COUNT = 0
005880         GO TO 1310-EXIT
005890     END-IF
005900     IF IDX-USED NOT LESS THAN MAX-GENERATIONS
005910         ADD 1 TO WS-IDX-SKIPPED
005920         GO TO 1310-EXIT
005930     END-IF
005940     ADD 1 TO IDX-USED
005950     MOVE WS-LOG-SUB     TO IDX-LOG-SUB (IDX-USED)
005960     MOVE AIDX-GEN-DATE  TO IDX-GEN-DATE (IDX-USED)
005970     MOVE AIDX-LOW-DATE  TO IDX-LOW-DATE (IDX-USED)
005980     MOVE AIDX-HIGH-DATE TO IDX-HIGH-DATE (IDX-USED)
005990     MOVE AIDX-REC-COUNT TO IDX-REC-COUNT (IDX-USED)
006000     MOVE 0              TO IDX-READ (IDX-USED)
006010     MOVE 0              TO IDX-MATCHES (IDX-USED)
006020     MOVE 'N'            TO IDX-EXPECTED-SW (IDX-USED)
006030     IF AIDX-LOW-DATE NOT > SEL-TO-DATE
006040        AND AIDX-HIGH-DATE NOT < SEL-FROM-DATE
006050         MOVE 'Y' TO IDX-EXPECTED-SW (IDX-USED)
006060     END-IF.
006070 1310-EXIT.
006080     EXIT.
006090*--------------------------------------------------------------*
006100* 1400-WRITE-SELECTION - ECHO WHAT WAS ASKED FOR, AND ANY LOG  *
006110*                        LEFT UNREAD BECAUSE OF IT.            *
006120*--------------------------------------------------------------*
006130 1400-WRITE-SELECTION.
006140     IF SEL-FROM-GIVEN
006150         MOVE "FROM"      TO WS-SEL-LABEL
006160         MOVE SEL-FROM-DATE TO WS-SEL-TEXT
006170         MOVE WS-SEL-LINE TO REPORT-REC
006180         WRITE REPORT-REC
006190     END-IF
006200     IF SEL-TO-GIVEN
006210         MOVE "TO"        TO WS-SEL-LABEL
006220         MOVE SEL-TO-DATE TO WS-SEL-TEXT
006230         MOVE WS-SEL-LINE TO REPORT-REC
006240         WRITE REPORT-REC
006250     END-IF
006260     IF NOT SEL-FROM-GIVEN AND NOT SEL-TO-GIVEN
006270         MOVE "DATES"     TO WS-SEL-LABEL
006280         MOVE "ALL"       TO WS-SEL-TEXT
006290         MOVE WS-SEL-LINE TO REPORT-REC
006300         WRITE REPORT-REC
006310     END-IF
006320     IF SEL-PROGRAM NOT = SPACES
006330         MOVE "PROGRAM"   TO WS-SEL-LABEL
006340         MOVE SEL-PROGRAM TO WS-SEL-TEXT
006350         MOVE WS-SEL-LINE TO REPORT-REC
006360         WRITE REPORT-REC
006370     END-IF
006380     IF SEL-TABLE-LEN > 0
006390         MOVE "TABLE"     TO WS-SEL-LABEL
006400         MOVE SEL-TABLE   TO WS-SEL-TEXT
006410         MOVE WS-SEL-LINE TO REPORT-REC
006420         WRITE REPORT-REC
006430     END-IF
006440     IF SEL-KEY-LEN > 0
006450         MOVE "KEY"       TO WS-SEL-LABEL
006460         MOVE SEL-KEY     TO WS-SEL-TEXT
006470         MOVE WS-SEL-LINE TO REPORT-REC
006480         WRITE REPORT-REC
006490     END-IF
006500     IF SEL-SITE-LEN > 0
006510         MOVE "SITE"      TO WS-SEL-LABEL
006520         MOVE SEL-SITE    TO WS-SEL-TEXT
006530         MOVE WS-SEL-LINE TO REPORT-REC
006540         WRITE REPORT-REC
006550     END-IF
006560     IF SEL-REASON-LEN > 0
006570         MOVE "REASON"    TO WS-SEL-LABEL
006580         MOVE SEL-REASON  TO WS-SEL-TEXT
006590         MOVE WS-SEL-LINE TO REPORT-REC
006600         WRITE REPORT-REC
006610     END-IF
006620     IF NOT LT-SEARCHED (2)
006630         MOVE SPACES TO REPORT-REC
006640         WRITE REPORT-REC
006650         STRING "AUDITLOG NOT SEARCHED - NO AUDIT ENTRY CAN MEET "
006660                "THIS SELECTION."
006670             DELIMITED BY SIZE INTO REPORT-REC
006680         WRITE REPORT-REC
006690     END-IF
006700     MOVE SPACES TO REPORT-REC
006710     WRITE REPORT-REC.
006720 1400-EXIT.
006730     EXIT.
006740*--------------------------------------------------------------*
006750* 2000-SEARCH-EXCEPTIONS - THE LIVE EXCEPTION LOG, THEN EVERY  *
006760*                          CATALOGED ARCHIVE GENERATION.       *
006770*--------------------------------------------------------------*
006780 2000-SEARCH-EXCEPTIONS.
006790     MOVE 1 TO WS-LOG-SUB
006800     OPEN INPUT EXCEPTION-FILE
006810     IF WS-LOG-STATUS = '35'
006820         DISPLAY "ARCHIVE-RETRIEVE: NO LIVE EXCEPTION LOG."
006830     ELSE
006840         MOVE 'Y' TO LT-LIVE-SW (1)
006850         MOVE 'N' TO WS-LOG-EOF-SW
006860         PERFORM 2100-LIVE-EXCEPTION THRU 2100-EXIT
006870             UNTIL NO-MORE-LOG-RECS
006880         CLOSE EXCEPTION-FILE
006890     END-IF
006900
006910     OPEN INPUT EXCARCH-FILE
006920     IF WS-LOG-STATUS = '35'
006930         DISPLAY "ARCHIVE-RETRIEVE: NO EXCEPTION ARCHIVE "
006940                 "GENERATIONS CATALOGED."
006950     ELSE
006960         MOVE 'Y' TO LT-ARCH-SW (1)
006970         MOVE 'N' TO WS-LOG-EOF-SW
006980         PERFORM 2200-ARCHIVED-EXCEPTION THRU 2200-EXIT
006990             UNTIL NO-MORE-LOG-RECS
007000         CLOSE EXCARCH-FILE
007010     END-IF.
007020 2000-EXIT.
007030     EXIT.
007040*--------------------------------------------------------------*
007050 2100-LIVE-EXCEPTION.
007060     READ EXCEPTION-FILE INTO EXCEPTION-REC
007070         AT END
007080             SET NO-MORE-LOG-RECS TO TRUE
007090             GO TO 2100-EXIT
007100     END-READ
007110     ADD 1 TO LT-LIVE-READ (1)
007120     PERFORM 2500-MATCH-EXCEPTION THRU 2500-EXIT
007130     IF RECORD-MATCHES
007140         ADD 1 TO LT-LIVE-MATCHES (1)
007150         MOVE "LIVE" TO WS-REC-GENERATION
007160         MOVE EXCEPTION-REC TO WS-REC-DATA
007170         PERFORM 4200-WRITE-EXTRACT THRU 4200-EXIT
007180     END-IF.
007190 2100-EXIT.
007200     EXIT.
007210*--------------------------------------------------------------*
007220 2200-ARCHIVED-EXCEPTION.
007230     READ EXCARCH-FILE INTO EXCEPTION-REC
007240         AT END
007250             SET NO-MORE-LOG-RECS TO TRUE
007260             GO TO 2200-EXIT
007270     END-READ
007280     ADD 1 TO LT-ARCH-READ (1)
007290     MOVE EXCEPT-DATE TO WS-REC-DATE
007300     PERFORM 4000-CREDIT-GENERATION THRU 4000-EXIT
007310     PERFORM 2500-MATCH-EXCEPTION THRU 2500-EXIT
007320     IF RECORD-MATCHES
007330         PERFORM 4100-COUNT-ARCHIVED-MATCH THRU 4100-EXIT
007340         MOVE EXCEPTION-REC TO WS-REC-DATA
007350         PERFORM 4200-WRITE-EXTRACT THRU 4200-EXIT
007360     END-IF.
007370 2200-EXIT.
007380     EXIT.
007390*--------------------------------------------------------------*
007400* 2500-MATCH-EXCEPTION - DATE RANGE AND PROGRAM ARE EXACT;     *
007410*                        TABLE, KEY AND SITE NEED ONLY APPEAR  *
007420*                        SOMEWHERE IN THE INPUT DATA, AND THE  *
007430*                        REASON TEXT SOMEWHERE IN THE REASON.  *
007440*--------------------------------------------------------------*
007450 2500-MATCH-EXCEPTION.
007460     MOVE 'N' TO WS-MATCH-SW
007470     IF EXCEPT-DATE IS NOT NUMERIC
007480        OR EXCEPT-DATE < SEL-FROM-DATE
007490        OR EXCEPT-DATE > SEL-TO-DATE
007500         GO TO 2500-EXIT
007510     END-IF
007520     IF SEL-PROGRAM NOT = SPACES
007530        AND EXCEPT-PROGRAM NOT = SEL-PROGRAM
007540         GO TO 2500-EXIT
007550     END-IF
007560     IF SEL-TABLE-LEN > 0
007570         MOVE EXCEPT-INPUT-DATA TO WS-SCAN-AREA
007580         MOVE SEL-TABLE         TO WS-SCAN-TEXT
007590         MOVE SEL-TABLE-LEN     TO WS-SCAN-LEN
007600         PERFORM 4300-FIND-TEXT THRU 4300-EXIT
007610         IF NOT TEXT-FOUND
007620             GO TO 2500-EXIT
007630         END-IF
007640     END-IF
007650     IF SEL-KEY-LEN > 0
007660         MOVE EXCEPT-INPUT-DATA TO WS-SCAN-AREA
007670         MOVE SEL-KEY           TO WS-SCAN-TEXT
007680         MOVE SEL-KEY-LEN       TO WS-SCAN-LEN
007690         PERFORM 4300-FIND-TEXT THRU 4300-EXIT
007700         IF NOT TEXT-FOUND
007710             GO TO 2500-EXIT
007720         END-IF
007730     END-IF
007740     IF SEL-SITE-LEN > 0
007750         MOVE EXCEPT-INPUT-DATA TO WS-SCAN-AREA
007760         MOVE SEL-SITE          TO WS-SCAN-TEXT
007770         MOVE SEL-SITE-LEN      TO WS-SCAN-LEN
007780         PERFORM 4300-FIND-TEXT THRU 4300-EXIT
007790         IF NOT TEXT-FOUND
007800             GO TO 2500-EXIT
007810         END-IF
007820     END-IF
007830     IF SEL-REASON-LEN > 0
007840         MOVE EXCEPT-REASON     TO WS-SCAN-AREA
007850         MOVE SEL-REASON        TO WS-SCAN-TEXT
007860         MOVE SEL-REASON-LEN    TO WS-SCAN-LEN
007870         PERFORM 4300-FIND-TEXT THRU 4300-EXIT
007880         IF NOT TEXT-FOUND
007890             GO TO 2500-EXIT
007900         END-IF
007910     END-IF
007920     SET RECORD-MATCHES TO TRUE.
007930 2500-EXIT.
007940     EXIT.
007950*--------------------------------------------------------------*
007960* 3000-SEARCH-AUDIT - THE LIVE AUDIT LOG, THEN EVERY CATALOGED *
007970*                     ARCHIVE GENERATION - UNLESS THE          *
007980*                     SELECTION RULES AUDIT ENTRIES OUT.       *
007990*--------------------------------------------------------------*
008000 3000-SEARCH-AUDIT.
008010     IF NOT LT-SEARCHED (2)
008020         GO TO 3000-EXIT
008030     END-IF
008040     MOVE 2 TO WS-LOG-SUB
008050     OPEN INPUT AUDIT-FILE
008060     IF WS-LOG-STATUS = '35'
008070         DISPLAY "ARCHIVE-RETRIEVE: NO LIVE AUDIT LOG."
008080     ELSE
008090         MOVE 'Y' TO LT-LIVE-SW (2)
008100         MOVE 'N' TO WS-LOG-EOF-SW
008110         PERFORM 3100-LIVE-AUDIT THRU 3100-EXIT
008120             UNTIL NO-MORE-LOG-RECS
008130         CLOSE AUDIT-FILE
008140     END-IF
008150
008160     OPEN INPUT AUDARCH-FILE
008170     IF WS-LOG-STATUS = '35'
008180         DISPLAY "ARCHIVE-RETRIEVE: NO AUDIT ARCHIVE GENERATIONS "
008190                 "CATALOGED."
008200     ELSE
008210         MOVE 'Y' TO LT-ARCH-SW (2)
008220         MOVE 'N' TO WS-LOG-EOF-SW
008230         PERFORM 3200-ARCHIVED-AUDIT THRU 3200-EXIT
008240             UNTIL NO-MORE-LOG-RECS
008250         CLOSE AUDARCH-FILE
008260     END-IF.
008270 3000-EXIT.
008280     EXIT.
008290*--------------------------------------------------------------*
008300 3100-LIVE-AUDIT.
008310     READ AUDIT-FILE INTO AUDIT-REC
008320         AT END
008330             SET NO-MORE-LOG-RECS TO TRUE
008340             GO TO 3100-EXIT
008350     END-READ
008360     ADD 1 TO LT-LIVE-READ (2)
008370     PERFORM 3500-MATCH-AUDIT THRU 3500-EXIT
008380     IF RECORD-MATCHES
008390         ADD 1 TO LT-LIVE-MATCHES (2)
008400         MOVE "LIVE" TO WS-REC-GENERATION
008410         MOVE AUDIT-REC TO WS-REC-DATA
008420         PERFORM 4200-WRITE-EXTRACT THRU 4200-EXIT
008430     END-IF.
008440 3100-EXIT.
008450     EXIT.
008460*--------------------------------------------------------------*
008470 3200-ARCHIVED-AUDIT.
008480     READ AUDARCH-FILE INTO AUDIT-REC
008490         AT END
008500             SET NO-MORE-LOG-RECS TO TRUE
008510             GO TO 3200-EXIT
008520     END-READ
008530     ADD 1 TO LT-ARCH-READ (2)
008540     MOVE AUDIT-DATE TO WS-REC-DATE
008550     PERFORM 4000-CREDIT-GENERATION THRU 4000-EXIT
008560     PERFORM 3500-MATCH-AUDIT THRU 3500-EXIT
008570     IF RECORD-MATCHES
008580         PERFORM 4100-COUNT-ARCHIVED-MATCH THRU 4100-EXIT
008590         MOVE AUDIT-REC TO WS-REC-DATA
008600         PERFORM 4200-WRITE-EXTRACT THRU 4200-EXIT
008610     END-IF.
008620 3200-EXIT.
008630     EXIT.
008640*--------------------------------------------------------------*
008650* 3500-MATCH-AUDIT - DATE RANGE, TABLE AND KEY ARE EXACT.  AN  *
008660*                    EXCEPTION-ONLY SELECTION NEVER GETS HERE. *
008670*--------------------------------------------------------------*
008680 3500-MATCH-AUDIT.
008690     MOVE 'N' TO WS-MATCH-SW
008700     IF AUDIT-DATE IS NOT NUMERIC
008710        OR AUDIT-DATE < SEL-FROM-DATE
008720        OR AUDIT-DATE > SEL-TO-DATE
008730         GO TO 3500-EXIT
008740     END-IF
008750     IF SEL-TABLE-LEN > 0
008760        AND AUDIT-TABLE-ID NOT = SEL-TABLE (1:8)
008770         GO TO 3500-EXIT
008780     END-IF
008790     IF SEL-KEY-LEN > 0
008800        AND AUDIT-SEARCH-VALUE NOT = SEL-KEY (1:8)
008810         GO TO 3500-EXIT
008820     END-IF
008830     SET RECORD-MATCHES TO TRUE.
008840 3500-EXIT.
008850     EXIT.
008860*--------------------------------------------------------------*
008870* 4000-CREDIT-GENERATION - THE FIRST INDEXED GENERATION OF     *
008880*                          THIS LOG WHOSE RECORD DATES COVER   *
008890*                          WS-REC-DATE AND THAT HAS NOT YET    *
008900*                          HAD ALL ITS RECORDS READ (SO A      *
008910*                          GENERATION ARCHIVED TWICE BY A      *
008920*                          FAILED SWAP IS STILL COUNTED        *
008930*                          RIGHT).  NONE LEAVES WS-IDX-FOUND   *
008940*                          ZERO AND THE RECORD IS COUNTED AS   *
008950*                          NOT ON THE INDEX.                   *
008960*--------------------------------------------------------------*
008970 4000-CREDIT-GENERATION.
008980     MOVE 0 TO WS-IDX-FOUND
008990     IF WS-REC-DATE IS NUMERIC
009000         PERFORM 4010-TRY-GENERATION THRU 4010-EXIT
009010             VARYING WS-IDX-SUB FROM 1 BY 1
009020             UNTIL WS-IDX-SUB > IDX-USED
009030                OR WS-IDX-FOUND > 0
009040     END-IF
009050     IF WS-IDX-FOUND = 0
009060         ADD 1 TO LT-NOIDX-READ (WS-LOG-SUB)
009070         MOVE "ARCHIVE" TO WS-REC-GENERATION
009080     ELSE
009090         ADD 1 TO IDX-READ (WS-IDX-FOUND)
009100         MOVE IDX-GEN-DATE (WS-IDX-FOUND) TO WS-REC-GENERATION
009110     END-IF.
009120 4000-EXIT.
009130     EXIT.
009140*--------------------------------------------------------------*
009150 4010-TRY-GENERATION.
009160     IF IDX-LOG-SUB (WS-IDX-SUB) = WS-LOG-SUB
009170        AND WS-REC-DATE NOT < IDX-LOW-DATE (WS-IDX-SUB)
009180        AND WS-REC-DATE NOT > IDX-HIGH-DATE (WS-IDX-SUB)
009190        AND IDX-READ (WS-IDX-SUB) < IDX-REC-COUNT (WS-IDX-SUB)
009200         MOVE WS-IDX-SUB TO WS-IDX-FOUND
009210     END-IF.
009220 4010-EXIT.
009230     EXIT.
009240*--------------------------------------------------------------*
009250* 4100-COUNT-ARCHIVED-MATCH - TO THE GENERATION THE RECORD WAS *
009260*                             CREDITED TO.                     *
009270*--------------------------------------------------------------*
009280 4100-COUNT-ARCHIVED-MATCH.
009290     IF WS-IDX-FOUND = 0
009300         ADD 1 TO LT-NOIDX-MATCHES (WS-LOG-SUB)
009310     ELSE
009320         ADD 1 TO IDX-MATCHES (WS-IDX-FOUND)
009330     END-IF.
009340 4100-EXIT.
009350     EXIT.
009360*--------------------------------------------------------------*
009370* 4200-WRITE-EXTRACT - ONE MATCH TO THE EXTRACT, AND TO ITS    *
009380*                      DAY.                                    *
009390*--------------------------------------------------------------*
009400 4200-WRITE-EXTRACT.
009410     MOVE SPACES               TO EXTRACT-REC
009420     MOVE LOG-NAME (WS-LOG-SUB) TO ARCX-LOG
009430     MOVE WS-REC-GENERATION    TO ARCX-GENERATION
009440     MOVE WS-REC-DATA          TO ARCX-RECORD
009450     WRITE EXTRACT-REC
009460     ADD 1 TO CNT-MATCHES
009470     IF WS-LOG-SUB = 1
009480         MOVE EXCEPT-DATE TO WS-REC-DATE
009490     ELSE
009500         MOVE AUDIT-DATE TO WS-REC-DATE
009510     END-IF
009520     PERFORM 4400-COUNT-DAY THRU 4400-EXIT.
009530 4200-EXIT.
009540     EXIT.
009550*--------------------------------------------------------------*
009560* 4300-FIND-TEXT - DOES WS-SCAN-AREA CONTAIN THE FIRST         *
009570*                  WS-SCAN-LEN CHARACTERS OF WS-SCAN-TEXT?     *
009580*--------------------------------------------------------------*
009590 4300-FIND-TEXT.
009600     MOVE 'N' TO WS-TEXT-SW
009610     MOVE 0 TO WS-SCAN-HITS
009620     INSPECT WS-SCAN-AREA TALLYING WS-SCAN-HITS
009630         FOR ALL WS-SCAN-TEXT (1:WS-SCAN-LEN)
009640     IF WS-SCAN-HITS > 0
009650         SET TEXT-FOUND TO TRUE
009660     END-IF.
009670 4300-EXIT.
009680     EXIT.
009690*--------------------------------------------------------------*
009700* 4400-COUNT-DAY - ADD THE MATCH TO ITS DAY, OPENING A NEW DAY *
009710*                  IN DATE ORDER.  PAST THE TABLE CEILING THE  *
009720*                  MATCH IS ONLY COUNTED IN TOTAL.             *
009730*--------------------------------------------------------------*
009740 4400-COUNT-DAY.
009750     MOVE 1 TO WS-DAY-SUB
009760     MOVE 'N' TO WS-DAY-PLACE-SW
009770     PERFORM 4410-SCAN-DAY THRU 4410-EXIT
009780         UNTIL DAY-PLACE-FOUND
009790     IF WS-DAY-SUB NOT > DAY-USED
009800         IF DAY-DATE (WS-DAY-SUB) = WS-REC-DATE
009810             ADD 1 TO DAY-MATCHES (WS-DAY-SUB, WS-LOG-SUB)
009820             GO TO 4400-EXIT
009830         END-IF
009840     END-IF
009850     IF DAY-USED NOT LESS THAN MAX-DAYS
009860         ADD 1 TO WS-DAY-OVERFLOW
009870         GO TO 4400-EXIT
009880     END-IF
009890     PERFORM 4420-SHIFT-DAY THRU 4420-EXIT
009900         VARYING WS-DAY-SHIFT FROM DAY-USED BY -1
009910         UNTIL WS-DAY-SHIFT < WS-DAY-SUB
009920     ADD 1 TO DAY-USED
009930     MOVE WS-REC-DATE TO DAY-DATE (WS-DAY-SUB)
009940     MOVE 0           TO DAY-MATCHES (WS-DAY-SUB, 1)
009950     MOVE 0           TO DAY-MATCHES (WS-DAY-SUB, 2)
009960     ADD 1 TO DAY-MATCHES (WS-DAY-SUB, WS-LOG-SUB).
009970 4400-EXIT.
009980     EXIT.
009990*--------------------------------------------------------------*
010000 4410-SCAN-DAY.
010010     IF WS-DAY-SUB > DAY-USED
010020         SET DAY-PLACE-FOUND TO TRUE
010030         GO TO 4410-EXIT
010040     END-IF
010050     IF DAY-DATE (WS-DAY-SUB) NOT < WS-REC-DATE
010060         SET DAY-PLACE-FOUND TO TRUE
010070         GO TO 4410-EXIT
010080     END-IF
010090     ADD 1 TO WS-DAY-SUB.
010100 4410-EXIT.
010110     EXIT.
010120*--------------------------------------------------------------*
010130 4420-SHIFT-DAY.
010140     MOVE DAY-ENTRY (WS-DAY-SHIFT)
010150         TO DAY-ENTRY (WS-DAY-SHIFT + 1).
010160 4420-EXIT.
010170     EXIT.
010180*--------------------------------------------------------------*
010190* 5000-GENERATION-REPORT - FOR EACH LOG SEARCHED: THE LIVE     *
010200*                          LOG, EVERY EXPECTED GENERATION AND  *
010210*                          ANY ARCHIVED RECORDS NO INDEX ENTRY *
010220*                          COVERS.                             *
010230*--------------------------------------------------------------*
010240 5000-GENERATION-REPORT.
010250     MOVE "MATCHES BY GENERATION" TO REPORT-REC
010260     WRITE REPORT-REC
010270     MOVE WS-GEN-HEAD TO REPORT-REC
010280     WRITE REPORT-REC
010290     PERFORM 5100-LOG-GENERATIONS THRU 5100-EXIT
010300         VARYING WS-LOG-SUB FROM 1 BY 1
010310         UNTIL WS-LOG-SUB > 2
010320     MOVE SPACES TO REPORT-REC
010330     WRITE REPORT-REC.
010340 5000-EXIT.
010350     EXIT.
010360*--------------------------------------------------------------*
010370 5100-LOG-GENERATIONS.
010380     IF NOT LT-SEARCHED (WS-LOG-SUB)
010390         GO TO 5100-EXIT
010400     END-IF
010410     MOVE SPACES TO WS-GEN-LINE
010420     MOVE LOG-NAME (WS-LOG-SUB)      TO WS-GL-LOG
010430     MOVE "LIVE"                     TO WS-GL-GENERATION
010440     MOVE LT-LIVE-READ (WS-LOG-SUB)  TO WS-GL-READ
010450     MOVE LT-LIVE-MATCHES (WS-LOG-SUB) TO WS-GL-MATCHES
010460     IF LT-LIVE-PRESENT (WS-LOG-SUB)
010470         MOVE "LIVE LOG"             TO WS-GL-STATUS
010480     ELSE
010490         MOVE "NO LIVE LOG"          TO WS-GL-STATUS
010500     END-IF
010510     MOVE WS-GEN-LINE TO REPORT-REC
010520     WRITE REPORT-REC
010530
010540     PERFORM 5110-ONE-GENERATION THRU 5110-EXIT
010550         VARYING WS-IDX-SUB FROM 1 BY 1
010560         UNTIL WS-IDX-SUB > IDX-USED
010570
010580     IF LT-NOIDX-READ (WS-LOG-SUB) > 0
010590         MOVE SPACES TO WS-GEN-LINE
010600         MOVE LOG-NAME (WS-LOG-SUB)  TO WS-GL-LOG
010610         MOVE "ARCHIVE"              TO WS-GL-GENERATION
010620         MOVE LT-NOIDX-READ (WS-LOG-SUB) TO WS-GL-READ
010630         MOVE LT-NOIDX-MATCHES (WS-LOG-SUB) TO WS-GL-MATCHES
010640         MOVE "NOT ON THE ARCHIVE INDEX" TO WS-GL-STATUS
010650         MOVE WS-GEN-LINE TO REPORT-REC
010660         WRITE REPORT-REC
010670     END-IF.
010680 5100-EXIT.
010690     EXIT.
010700*--------------------------------------------------------------*
010710 5110-ONE-GENERATION.
010720     IF IDX-LOG-SUB (WS-IDX-SUB) NOT = WS-LOG-SUB
010730        OR NOT IDX-EXPECTED (WS-IDX-SUB)
010740         GO TO 5110-EXIT
010750     END-IF
010760     PERFORM 5120-FORMAT-GENERATION THRU 5120-EXIT
010770     MOVE WS-GEN-LINE TO REPORT-REC
010780     WRITE REPORT-REC.
010790 5110-EXIT.
010800     EXIT.
010810*--------------------------------------------------------------*
010820* 5120-FORMAT-GENERATION - ONE INDEXED GENERATION INTO         *
010830*                          WS-GEN-LINE: FOUND WHEN EVERY       *
010840*                          RECORD THE INDEX COUNTED WAS READ,  *
010850*                          NOT FOUND WHEN NONE WAS, OTHERWISE  *
010860*                          INCOMPLETE.                         *
010870*--------------------------------------------------------------*
010880 5120-FORMAT-GENERATION.
010890     MOVE SPACES TO WS-GEN-LINE
010900     MOVE LOG-NAME (WS-LOG-SUB)        TO WS-GL-LOG
010910     MOVE IDX-GEN-DATE (WS-IDX-SUB)    TO WS-GL-GENERATION
010920     MOVE IDX-LOW-DATE (WS-IDX-SUB)    TO WS-GL-LOW-DATE
010930     MOVE "-"                          TO WS-GL-DASH
010940     MOVE IDX-HIGH-DATE (WS-IDX-SUB)   TO WS-GL-HIGH-DATE
010950     MOVE IDX-REC-COUNT (WS-IDX-SUB)   TO WS-GL-INDEXED
010960     MOVE IDX-READ (WS-IDX-SUB)        TO WS-GL-READ
010970     MOVE IDX-MATCHES (WS-IDX-SUB)     TO WS-GL-MATCHES
010980     EVALUATE TRUE
010990         WHEN IDX-READ (WS-IDX-SUB) = IDX-REC-COUNT (WS-IDX-SUB)
011000             MOVE "FOUND"              TO WS-GL-STATUS
011010         WHEN IDX-READ (WS-IDX-SUB) = 0
011020             MOVE "NOT FOUND - NOT ON THE CATALOG"
011030                                       TO WS-GL-STATUS
011040         WHEN OTHER
011050             MOVE "INCOMPLETE - RECORDS MISSING"
011060                                       TO WS-GL-STATUS
011070     END-EVALUATE.
011080 5120-EXIT.
011090     EXIT.
011100*--------------------------------------------------------------*
011110* 5200-DAY-REPORT - MATCHES PER RECORD DATE, BOTH LOGS.        *
011120*--------------------------------------------------------------*
011130 5200-DAY-REPORT.
011140     MOVE "MATCHES BY DAY" TO REPORT-REC
011150     WRITE REPORT-REC
011160     MOVE WS-DAY-HEAD TO REPORT-REC
011170     WRITE REPORT-REC
011180     IF DAY-USED = 0
011190         MOVE "NO MATCHES" TO REPORT-REC
011200         WRITE REPORT-REC
011210     END-IF
011220     PERFORM 5210-ONE-DAY THRU 5210-EXIT
011230         VARYING WS-DAY-SUB FROM 1 BY 1
011240         UNTIL WS-DAY-SUB > DAY-USED
011250     IF WS-DAY-OVERFLOW > 0
011260         MOVE MAX-DAYS TO WS-EDIT-LIMIT
011270         MOVE WS-DAY-OVERFLOW TO WS-EDIT-COUNT
011280         MOVE SPACES TO REPORT-REC
011290         STRING "MORE THAN " WS-EDIT-LIMIT " DAYS MATCHED - "
011300                WS-EDIT-COUNT " MATCHES ON FURTHER DAYS NOT "
011310                "BROKEN OUT (ALL ARE ON THE EXTRACT)."
011320             DELIMITED BY SIZE INTO REPORT-REC
011330         WRITE REPORT-REC
011340         IF WS-RETURN-CODE < 4
011350             MOVE 4 TO WS-RETURN-CODE
011360         END-IF
011370     END-IF
011380     MOVE SPACES TO REPORT-REC
011390     WRITE REPORT-REC.
011400 5200-EXIT.
011410     EXIT.
011420*--------------------------------------------------------------*
011430 5210-ONE-DAY.
011440     MOVE DAY-DATE (WS-DAY-SUB)        TO WS-DL-DATE
011450     MOVE DAY-MATCHES (WS-DAY-SUB, 1)  TO WS-DL-EXC
011460     MOVE DAY-MATCHES (WS-DAY-SUB, 2)  TO WS-DL-AUD
011470     COMPUTE WS-DAY-TOTAL = DAY-MATCHES (WS-DAY-SUB, 1)
011480                          + DAY-MATCHES (WS-DAY-SUB, 2)
011490     MOVE WS-DAY-TOTAL                 TO WS-DL-TOTAL
011500     MOVE WS-DAY-LINE TO REPORT-REC
011510     WRITE REPORT-REC.
011520 5210-EXIT.
011530     EXIT.
011540*--------------------------------------------------------------*
011550* 5300-MISSING-REPORT - EVERY GENERATION THE DATE RANGE NEEDED *
011560*                       THAT WAS NOT READ IN FULL.  ANY ONE    *
011570*                       MAKES THE RUN RC 4 - THE EXTRACT MAY   *
011580*                       BE SHORT BY WHAT IT HELD.              *
011590*--------------------------------------------------------------*
011600 5300-MISSING-REPORT.
011610     MOVE "EXPECTED GENERATIONS NOT FOUND" TO REPORT-REC
011620     WRITE REPORT-REC
011630     IF NOT ARCHIVE-INDEX-LOADED
011640         MOVE "NO ARCHIVE INDEX - GENERATIONS NOT CHECKED"
011650             TO REPORT-REC
011660         WRITE REPORT-REC
011670         GO TO 5300-EXIT
011680     END-IF
011690     MOVE WS-GEN-HEAD TO REPORT-REC
011700     WRITE REPORT-REC
011710     PERFORM 5310-ONE-MISSING THRU 5310-EXIT
011720         VARYING WS-IDX-SUB FROM 1 BY 1
011730         UNTIL WS-IDX-SUB > IDX-USED
011740     IF CNT-NOT-FOUND = 0
011750         MOVE "NONE - EVERY GENERATION THE RANGE NEEDS WAS READ"
011760             TO REPORT-REC
011770         WRITE REPORT-REC
011780     ELSE
011790         IF WS-RETURN-CODE < 4
011800             MOVE 4 TO WS-RETURN-CODE
011810         END-IF
011820     END-IF.
011830 5300-EXIT.
011840     EXIT.
011850*--------------------------------------------------------------*
011860 5310-ONE-MISSING.
011870     IF NOT IDX-EXPECTED (WS-IDX-SUB)
011880        OR IDX-READ (WS-IDX-SUB) = IDX-REC-COUNT (WS-IDX-SUB)
011890         GO TO 5310-EXIT
011900     END-IF
011910     ADD 1 TO CNT-NOT-FOUND
011920     MOVE IDX-LOG-SUB (WS-IDX-SUB) TO WS-LOG-SUB
011930     PERFORM 5120-FORMAT-GENERATION THRU 5120-EXIT
011940     MOVE WS-GEN-LINE TO REPORT-REC
011950     WRITE REPORT-REC.
011960 5310-EXIT.
011970     EXIT.
011980*--------------------------------------------------------------*
011990* 9000-TERMINATE - TOTALS, CLOSE UP AND SET THE RETURN CODE.   *
012000*--------------------------------------------------------------*
012010 9000-TERMINATE.
012020     IF NOT SELECTION-IN-ERROR
012030         MOVE SPACES TO REPORT-REC
012040         WRITE REPORT-REC
012050         MOVE CNT-MATCHES TO WS-EDIT-COUNT
012060         MOVE SPACES TO REPORT-REC
012070         STRING "RECORDS EXTRACTED " WS-EDIT-COUNT
012080             DELIMITED BY SIZE INTO REPORT-REC
012090         WRITE REPORT-REC
012100         CLOSE EXTRACT-FILE
012110         DISPLAY "ARCHIVE-RETRIEVE: " CNT-MATCHES
012120                 " RECORDS EXTRACTED, " CNT-NOT-FOUND
012130                 " EXPECTED GENERATIONS NOT FOUND."
012140     END-IF
012150     CLOSE REPORT-FILE
012160     MOVE WS-RETURN-CODE TO RETURN-CODE.
012170 9000-EXIT.
012180     EXIT.
