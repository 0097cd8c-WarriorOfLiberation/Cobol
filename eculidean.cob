000660*                  START AND END OF EXECUTION - DATE/TIME ON   *
000670*                  AND OFF, RECORDS READ/WRITTEN, COMPLETION   *
000680*                  STATUS - FOR THE DAILY TIMELINE REPORT.     *
006801* 10/14/2026 RJH   STAMP EACH EXCPTLOG ENTRY WITH ITS STANDARD *
006802*                  REASON CODE (RSNCODRC CATALOG, SOL CODES).  *
068021* 10/14/2026 RJH   SET HEADER CARRIES A COORDINATE FORMAT FLAG *
068022*                  (COL 18): BLANK OR E KEEPS THE "NNN-NNN"    *
068023*                  DELTA DECODE EXACTLY AS BEFORE; D TAKES     *
068024*                  PLAIN SIGNED DECIMAL COORDINATES (UP TO     *
068025*                  FOUR PLACES) STRAIGHT FROM THE SURVEY       *
068026*                  SYSTEM.  POINT, SORT AND HULL TABLES NOW    *
068027*                  HOLD SIGNED VALUES WITH FOUR DECIMALS AND   *
068028*                  THE SQUARED-DISTANCE AND CROSS-PRODUCT      *
068029*                  WORK FIELDS FOUR DECIMALS; THE LEGACY       *
068030*                  DECODE STILL RESOLVES IN UNSIGNED WORK      *
068031*                  STORAGE, SO ENCODED SETS GIVE THE SAME      *
068032*                  RESULTS.  PROXOUT CENTROID SHOWS A SIGN.    *
068033* 10/14/2026 RJH   VISITING-ORDER ROUTE PER SET ON THE NEW     *
068034*                  ROUTEOUT FILE, IN THE SAME PER-SET CYCLE    *
068035*                  AND CHECKPOINT AS THE OTHER OUTPUTS: A      *
068036*                  NEAREST-NEIGHBOR TOUR FROM THE SET'S DEPOT  *
068037*                  (OR A SYSIN ROUTE CARD'S START SITE, OR THE *
068038*                  FIRST POINT), IMPROVED BY UNCROSSING LEGS.  *
068039*                  ONE S RECORD PER STOP (SEQUENCE, SITE, LEG  *
068040*                  AND RUNNING DISTANCE) AND A T TRAILER WITH  *
068041*                  THE TOTAL, WHICH ALSO GOES ONTO GEOHIST.    *
680411* 10/14/2026 RJH   A DECODED COORDINATE, EITHER FORMAT, MUST   *
680412*                  LIE WITHIN +/-3,500,000 (MAX-COORD) OR THE  *
680413*                  POINT IS REJECTED SOL009 - KEEPS EVERY      *
680414*                  SQUARED DISTANCE INSIDE ITS S9(14) FIELDS.  *
000690*--------------------------------------------------------------*
000700 ENVIRONMENT DIVISION.
000710 CONFIGURATION SECTION.
000816         FILE STATUS IS WS-DEPOT-STATUS.
000818     SELECT ASSIGN-FILE    ASSIGN TO ASSIGNOUT
000821         ORGANIZATION IS LINE SEQUENTIAL.
008211     SELECT ROUTE-FILE     ASSIGN TO ROUTEOUT
008212         ORGANIZATION IS LINE SEQUENTIAL.
000822     SELECT SITEMAST-FILE  ASSIGN TO SITEMAST
000824         ORGANIZATION IS LINE SEQUENTIAL
000826         FILE STATUS IS WS-SITEMAST-STATUS.
001040     05  HDR-SET-ID              PIC X(08).
001050     05  FILLER                  PIC X(01).
001060     05  HDR-POINT-COUNT         PIC 9(05).
001070     05  FILLER                  PIC X(01).
010701     05  HDR-COORD-FORMAT        PIC X(01).
010702         88  HDR-FORMAT-ENCODED          VALUE 'E' SPACE.
010703         88  HDR-FORMAT-DECIMAL          VALUE 'D'.
010704     05  FILLER                  PIC X(22).
001080* THIRD 01 UNDER THE FD - THE VIEW OF THE RECORD WHEN IT IS A
001090* POINT (P) RECORD: SITE ID AND THE TWO COORDINATES, IN THE
010901* FORMAT THE SET HEADER NAMES - ENCODED "NNN-NNN" OR DECIMAL.
010902* EITHER WAY THE DECODED VALUE MUST LIE WITHIN +/-3,500,000
010903* (MAX-COORD); A POINT OUTSIDE THAT RANGE IS REJECTED SOL009.
001100 01  COORD-POINT.
001110     05  FILLER                  PIC X(02).
001120     05  PT-SITE-ID              PIC X(08).
001680     05  FILLER                  PIC X(01).
001690     05  PROX-TRL-NEAR-DIST      PIC Z(06)9.999999.
001700     05  FILLER                  PIC X(01).
001710     05  PROX-TRL-CENT-X         PIC -(06)9.999999.
001720     05  FILLER                  PIC X(01).
001730     05  PROX-TRL-CENT-Y         PIC -(06)9.999999.
001740     05  FILLER                  PIC X(47).
001750*
001681 FD  PARM-FILE
001692         10  SP-BAND-VALUE       PIC 9(07).
001693         10  FILLER              PIC X(06).
001694     05  FILLER                  PIC X(60).
016941* ROUTE CARD VIEW - KEYWORD ROUTE, SET ID COLS 8-15, START SITE
016942* ID COLS 17-24.
016943 01  SOL-ROUTE-CARD.
016944     05  FILLER                  PIC X(07).
016945     05  SR-SET-ID               PIC X(08).
016946     05  FILLER                  PIC X(01).
016947     05  SR-START-SITE           PIC X(08).
016948     05  FILLER                  PIC X(56).
001695*
001696 FD  DISTSUM-FILE
001698     RECORDING MODE IS F.
001775     05  FILLER                  PIC X(01).
001776     05  ASG-SUM-AVG-DIST        PIC Z(06)9.999999.
001777     05  FILLER                  PIC X(17).
017771*
017772 FD  ROUTE-FILE
017773     RECORDING MODE IS F.
017774 01  ROUTE-REC                  PIC X(120).
017775* STOP (S) VIEW - ONE RECORD PER STOP IN VISITING ORDER, PLUS
017776* THE CLOSING LEG BACK TO THE START SITE.
017777 01  ROUTE-DETAIL.
017778     05  RTE-DET-TYPE            PIC X(01).
017779     05  FILLER                  PIC X(01).
017780     05  RTE-DET-SET-ID          PIC X(08).
017781     05  FILLER                  PIC X(01).
017782     05  RTE-DET-SEQ             PIC 9(05).
017783     05  FILLER                  PIC X(01).
017784     05  RTE-DET-SITE            PIC X(08).
017785     05  FILLER                  PIC X(01).
017786     05  RTE-DET-SITE-NAME       PIC X(20).
017787     05  FILLER                  PIC X(01).
017788     05  RTE-DET-LEG-DIST        PIC Z(06)9.999999.
017789     05  FILLER                  PIC X(01).
017790     05  RTE-DET-CUM-DIST        PIC Z(09)9.999999.
017791     05  FILLER                  PIC X(41).
017792* TRAILER (T) VIEW - ONE RECORD PER SET WITH THE ROUTE TOTAL.
017793 01  ROUTE-TRAILER.
017794     05  RTE-TRL-TYPE            PIC X(01).
017795     05  FILLER                  PIC X(01).
017796     05  RTE-TRL-SET-ID          PIC X(08).
017797     05  FILLER                  PIC X(01).
017798     05  RTE-TRL-STOPS           PIC 9(05).
017799     05  FILLER                  PIC X(01).
017800     05  RTE-TRL-START           PIC X(08).
017801     05  FILLER                  PIC X(01).
017802     05  RTE-TRL-START-BY        PIC X(05).
017803     05  FILLER                  PIC X(01).
017804     05  RTE-TRL-PASSES          PIC 9(03).
017805     05  FILLER                  PIC X(01).
017806     05  RTE-TRL-TOTAL           PIC Z(09)9.999999.
017807     05  FILLER                  PIC X(67).
001778*
001745 FD  SITEMAST-FILE
001746     RECORDING MODE IS F.
002031         88  GEO-ALREADY-ON-FILE         VALUE 'Y'.
002032     05  WS-GEOHIST-EOF-SW       PIC X(01) VALUE 'N'.
002033         88  NO-MORE-GEOHIST             VALUE 'Y'.
020331     05  WS-COORD-FORMAT-SW      PIC X(01) VALUE 'E'.
020332         88  SET-IS-ENCODED              VALUE 'E'.
020333         88  SET-IS-DECIMAL              VALUE 'D'.
002020*
002030 01  CURRENT-SET-ID              PIC X(08) VALUE SPACES.
002040 77  CNT-SETS                    PIC 9(05) COMP VALUE 0.
002090 01  WS-ACTUAL-N                PIC 9(03) VALUE 0.
002100*
002110 01  PX-TABLE.
002120     05  PT-X  OCCURS 500 TIMES PIC S9(10)V9(04).
002130 01  PY-TABLE.
002140     05  PT-Y  OCCURS 500 TIMES PIC S9(10)V9(04).
002150*
002160 01  SITE-TABLE.
002170     05  SITE-ID OCCURS 500 TIMES PIC X(08).
002209         10  SETDEP-IX          PIC 9(04) COMP.
002211         10  SETDEP-ASSIGNED    PIC 9(05) COMP.
002212         10  SETDEP-TOT-DIST    PIC 9(12)V9(06).
002213         10  SETDEP-MAX-D2      PIC S9(14)V9(04) COMP.
002214         10  SETDEP-MAX-SITE    PIC X(08).
002215 01  WS-DEP-SUB                 PIC 9(02) COMP VALUE 0.
002216 01  WS-BEST-DEP                PIC 9(02) COMP VALUE 0.
002217 01  BEST-DEP-D2                PIC S9(14)V9(04) COMP VALUE 0.
002218 01  WS-DEP-AVG                 PIC 9(10)V9(06) VALUE 0.
002219 01  WS-DEPOT-EOF-SW            PIC X(01) VALUE 'N'.
002221     88  NO-MORE-DEPOTS                 VALUE 'Y'.
022211*
022212* SYSIN ROUTE CARDS (SET ID, START SITE ID) AS LOADED - A SET
022213* WITH NO CARD STARTS ITS ROUTE AT ITS DEPOT OR FIRST POINT.
022214 77  MAX-ROUTE-CARDS            PIC 9(03) COMP VALUE 50.
022215 01  ROUTE-CARD-COUNT           PIC 9(03) COMP VALUE 0.
022216 01  ROUTE-CARD-TABLE.
022217     05  ROUTE-CARD-ENTRY OCCURS 50 TIMES.
022218         10  ROUTE-CARD-SET     PIC X(08).
022219         10  ROUTE-CARD-SITE    PIC X(08).
022220 01  WS-RTE-CARD-SUB            PIC 9(03) COMP VALUE 0.
022221 01  WS-RTE-CARD-SITE           PIC X(08) VALUE SPACES.
002222*
002231* DISTANCE-DISTRIBUTION CONTROLS AND PER-SET ACCUMULATORS.
002232* BAND-BOUND HOLDS THE SYSIN BAND BOUNDARIES IN ASCENDING
002224 01  WS-GEO-TOT-DIST            PIC 9(14)V9(06) VALUE 0.
002225 01  WS-GEO-AVG-DIST            PIC 9(10)V9(06) VALUE 0.
002226 01  WS-GEO-PAIRS               PIC 9(09) COMP VALUE 0.
022261*
022262* VISITING-ORDER ROUTE WORK FIELDS.  ROUTE-IX HOLDS THE POINT
022263* SLOT AT EACH POSITION OF THE TOUR; ROUTE-LEG (P) IS THE LEG
022264* LEAVING POSITION P, THE LAST ONE CLOSING BACK TO THE START.
022265 77  MAX-ROUTE-PASSES           PIC 9(03) COMP VALUE 25.
022266 01  ROUTE-IX-TABLE.
022267     05  ROUTE-IX OCCURS 500 TIMES PIC 9(04) COMP.
022268 01  ROUTE-LEG-TABLE.
022269     05  ROUTE-LEG OCCURS 500 TIMES PIC 9(10)V9(06).
022270 01  ROUTE-VISIT-TABLE.
022271     05  ROUTE-VISITED OCCURS 500 TIMES PIC X(01).
022272 01  WS-RTE-SUBSCRIPTS.
022273     05  WS-RTE-POS             PIC 9(04) COMP.
022274     05  WS-RTE-START           PIC 9(04) COMP.
022275     05  WS-RTE-FOUND           PIC 9(04) COMP.
022276     05  WS-RTE-FROM            PIC 9(04) COMP.
022277     05  WS-RTE-TO              PIC 9(04) COMP.
022278     05  WS-RTE-I               PIC 9(04) COMP.
022279     05  WS-RTE-J               PIC 9(04) COMP.
022280     05  WS-RTE-FIRST-J         PIC 9(04) COMP.
022281     05  WS-RTE-LAST-I          PIC 9(04) COMP.
022282     05  WS-RTE-LO              PIC 9(04) COMP.
022283     05  WS-RTE-HI              PIC 9(04) COMP.
022284 01  WS-RTE-START-BY            PIC X(05) VALUE SPACES.
022285 01  WS-RTE-IMPROVED-SW         PIC X(01) VALUE 'N'.
022286     88  ROUTE-IMPROVED                 VALUE 'Y'.
022287 01  WS-ROUTE-PASSES            PIC 9(03) COMP VALUE 0.
022288 01  WS-RTE-BEST-D2             PIC S9(14)V9(04) COMP VALUE 0.
022289 01  WS-RTE-LEG                 PIC 9(10)V9(06) VALUE 0.
022290 01  WS-RTE-NEW-LEG-I           PIC 9(10)V9(06) VALUE 0.
022291 01  WS-RTE-HOLD-LEG            PIC 9(10)V9(06) VALUE 0.
022292 01  WS-RTE-OLD-LEGS            PIC 9(11)V9(06) VALUE 0.
022293 01  WS-RTE-NEW-LEGS            PIC 9(11)V9(06) VALUE 0.
022294 01  WS-ROUTE-TOTAL             PIC 9(10)V9(06) VALUE 0.
022295 01  WS-RTE-DX                  PIC S9(11)V9(04) VALUE 0.
022296 01  WS-RTE-DY                  PIC S9(11)V9(04) VALUE 0.
002180*
002190 01  SX-TABLE.
002200     05  SX    OCCURS 500 TIMES PIC S9(10)V9(04).
002210 01  SY-TABLE.
002220     05  SY    OCCURS 500 TIMES PIC S9(10)V9(04).
002230*
002240* HX/HY/HIDX ARE SIZED TO 2 * MAX-POINTS, NOT MAX-POINTS - THE
002250* LOWER-HULL AND UPPER-HULL PASSES IN 4200-BUILD-HULL EACH PUSH
002270* TRANSIENTLY REACH CLOSE TO TWICE THE POINT COUNT WHEN THE
002280* INPUT IS IN (OR NEAR) CONVEX POSITION.
002290 01  HX-TABLE.
002300     05  HX    OCCURS 1000 TIMES PIC S9(10)V9(04).
002310 01  HY-TABLE.
002320     05  HY    OCCURS 1000 TIMES PIC S9(10)V9(04).
002330 01  SIDX-TABLE.
002340     05  SIDX  OCCURS 500 TIMES PIC 9(04) COMP.
002350 01  HIDX-TABLE.
002460*
002470* PROXIMITY STATISTICS, GATHERED WHILE 3000-DISTANCE-REPORT IS
002480* ALREADY VISITING EVERY PAIR.  SLOTS PARALLEL PT-X/PT-Y.
002490 77  HIGH-D2                    PIC S9(14)V9(04) COMP
002500                                VALUE 99999999999999.9999.
002510 01  NEAR-D2-TABLE.
002520     05  NEAR-D2 OCCURS 500 TIMES PIC S9(14)V9(04) COMP.
002530 01  NEAR-IX-TABLE.
002540     05  NEAR-IX OCCURS 500 TIMES PIC 9(04) COMP.
002550 01  TOT-DIST-TABLE.
002560     05  TOT-DIST OCCURS 500 TIMES PIC 9(12)V9(06).
002570 01  GBEST-D2                   PIC S9(14)V9(04) COMP VALUE 0.
002580 01  GBEST-I                    PIC 9(04) COMP VALUE 0.
002590 01  GBEST-J                    PIC 9(04) COMP VALUE 0.
002600 01  SUM-X                      PIC S9(13)V9(04) VALUE 0.
002610 01  SUM-Y                      PIC S9(13)V9(04) VALUE 0.
002620 01  WS-CENT-X                  PIC S9(10)V9(06) VALUE 0.
002630 01  WS-CENT-Y                  PIC S9(10)V9(06) VALUE 0.
002640 01  WS-AVG-DIST                PIC 9(10)V9(06) VALUE 0.
002650 01  WS-AVG-DIVISOR             PIC 9(03) COMP VALUE 1.
002660*
002670 01  WS-TEMP-COORD.
002680     05  TMPX                   PIC S9(10)V9(04).
002690     05  TMPY                   PIC S9(10)V9(04).
002700     05  TMPI                   PIC 9(04) COMP.
002710*
002720 01  WS-CROSS-VALUES.
002730     05  CR                     PIC S9(14)V9(04) COMP VALUE 0.
002740     05  CR-CUR                 PIC S9(14)V9(04) COMP VALUE 0.
002750     05  CR-NEXT                PIC S9(14)V9(04) COMP VALUE 0.
002760*
002770 01  WS-DISTANCE-VALUES.
002780     05  D2                     PIC S9(14)V9(04) COMP VALUE 0.
002790     05  BEST-D2                PIC S9(14)V9(04) COMP VALUE 0.
002800     05  BEST-I                 PIC 9(04) COMP VALUE 0.
002810     05  BEST-J                 PIC 9(04) COMP VALUE 0.
002820     05  WS-DISTANCE            PIC 9(10)V9(06) VALUE 0.
002930     05  WS-NUM-B               PIC 9(05).
002940 01  WS-DELIM-CNT               PIC 9(02).
002950 01  WS-DECODED-VALUE           PIC 9(10).
029501* DECIMAL-FORMAT SETS: THE FIELD SCANNED ONE CHARACTER AT A
029502* TIME, ITS SIGN, WHOLE AND FRACTIONAL PARTS, AND THE RESULT.
029503* WS-COORD-VALUE IS WHICHEVER DECODE THE SET'S FORMAT CALLED.
029504 01  WS-DEC-TEXT                PIC X(10).
029505 01  WS-DEC-CHARS REDEFINES WS-DEC-TEXT.
029506     05  WS-DEC-CHAR OCCURS 10 TIMES PIC X(01).
029507 01  WS-DEC-THIS-CHAR           PIC X(01).
029508 01  WS-DEC-THIS-DIGIT REDEFINES WS-DEC-THIS-CHAR PIC 9(01).
029509 01  WS-DEC-SIGN                PIC X(01).
029510 01  WS-DEC-STARTED-SW          PIC X(01) VALUE 'N'.
029511     88  DEC-STARTED                    VALUE 'Y'.
029512 01  WS-DEC-POINT-SW            PIC X(01) VALUE 'N'.
029513     88  DEC-POINT-SEEN                 VALUE 'Y'.
029514 01  WS-DEC-ENDED-SW            PIC X(01) VALUE 'N'.
029515     88  DEC-ENDED                      VALUE 'Y'.
029516 01  WS-DEC-SUB                 PIC 9(02) COMP VALUE 0.
029517 01  WS-DEC-INT-DIGITS          PIC 9(02) COMP VALUE 0.
029518 01  WS-DEC-FRAC-DIGITS         PIC 9(02) COMP VALUE 0.
029519 01  WS-DEC-INT                 PIC 9(10) VALUE 0.
029520 01  WS-DEC-FRAC-X              PIC X(04) VALUE "0000".
029521 01  WS-DEC-FRAC REDEFINES WS-DEC-FRAC-X PIC 9(04).
029522 01  WS-DECIMAL-VALUE           PIC S9(10)V9(04) VALUE 0.
029523 01  WS-COORD-VALUE             PIC S9(10)V9(04) VALUE 0.
295231* LARGEST COORDINATE MAGNITUDE ACCEPTED.  TWO POINTS AT MOST
295232* 7,000,000 APART IN X AND IN Y KEEP DX**2 + DY**2 UNDER 10**14,
295233* THE CAPACITY OF D2 AND THE OTHER SQUARED-DISTANCE FIELDS.
295234 77  MAX-COORD                  PIC 9(07) COMP VALUE 3500000.
002960 01  WS-CAND-COORD.
002970     05  WS-CAND-X              PIC S9(10)V9(04).
002980     05  WS-CAND-Y              PIC S9(10)V9(04).
002990 01  WS-REASON-TEXT             PIC X(40).
029901 01  WS-REASON-CODE             PIC X(06).
003000*
003010 01  WS-DATE                    PIC 9(08).
003011 01  WS-CAL-DATE                PIC 9(08).
003348             OPEN EXTEND PROXIMITY-FILE
003349             OPEN EXTEND ASSIGN-FILE
003351             OPEN EXTEND DISTSUM-FILE
033511             OPEN EXTEND ROUTE-FILE
003352         WHEN OTHER
003353             OPEN OUTPUT DISTANCE-FILE
003354             OPEN OUTPUT FARTHEST-FILE
003355             OPEN OUTPUT PROXIMITY-FILE
003356             OPEN OUTPUT ASSIGN-FILE
003357             OPEN OUTPUT DISTSUM-FILE
033571             OPEN OUTPUT ROUTE-FILE
003365     END-EVALUATE
003370
003380     OPEN EXTEND EXCEPTION-FILE
003910     MOVE COORD-REC TO WS-RAW-LINE
003920     MOVE "RECORD OUTSIDE ANY SET - IGNORED"
003930         TO WS-REASON-TEXT
039301     MOVE "SOL001" TO WS-REASON-CODE
003940     PERFORM 2300-LOG-EXCEPTION THRU 2300-EXIT
003950     GO TO 1210-READ-NEXT.
003960 1250-EDIT-HEADER.
003990         MOVE COORD-REC TO WS-RAW-LINE
004000         MOVE "NON-NUMERIC POINT COUNT ON SET HEADER"
004010             TO WS-REASON-TEXT
040101         MOVE "SOL002" TO WS-REASON-CODE
004020         PERFORM 2300-LOG-EXCEPTION THRU 2300-EXIT
004030         GO TO 1210-READ-NEXT
004040     END-IF
040401     IF NOT HDR-FORMAT-ENCODED AND NOT HDR-FORMAT-DECIMAL
040402         MOVE COORD-REC TO WS-RAW-LINE
040403         MOVE "INVALID COORDINATE FORMAT ON SET HEADER"
040404             TO WS-REASON-TEXT
040405         MOVE "SOL014" TO WS-REASON-CODE
040406         PERFORM 2300-LOG-EXCEPTION THRU 2300-EXIT
040407         GO TO 1210-READ-NEXT
040408     END-IF
040409     IF HDR-FORMAT-DECIMAL
040410         SET SET-IS-DECIMAL TO TRUE
040411     ELSE
040412         SET SET-IS-ENCODED TO TRUE
040413     END-IF
004050     MOVE HDR-POINT-COUNT TO WS-N
004060     IF WS-N > MAX-POINTS
004070         DISPLAY "SOLUTION: SET " CURRENT-SET-ID " REQUESTS "
004110         MOVE COORD-REC TO WS-RAW-LINE
004120         MOVE "POINT COUNT EXCEEDS TABLE CEILING"
004130             TO WS-REASON-TEXT
041301         MOVE "SOL003" TO WS-REASON-CODE
004140         PERFORM 2300-LOG-EXCEPTION THRU 2300-EXIT
004150         MOVE MAX-POINTS TO WS-N
004160     END-IF
004317     PERFORM 1365-SALVAGE-PROXOUT THRU 1365-EXIT
004318     PERFORM 1370-SALVAGE-ASSIGN THRU 1370-EXIT
004319     PERFORM 1375-SALVAGE-DISTSUM THRU 1375-EXIT
043191     PERFORM 1380-SALVAGE-ROUTE THRU 1380-EXIT
004321     DISPLAY "SOLUTION: COMPLETED SETS SALVAGED - SET "
004322             WS-RECOVER-SET-ID " PARTIAL OUTPUT DROPPED.".
004323 1350-EXIT.
004564     WRITE DISTSUM-REC FROM WORK-REC.
004565 1377-EXIT.
004566     EXIT.
045661*--------------------------------------------------------------*
045662* 1380-SALVAGE-ROUTE - THE STOP AND TRAILER VIEWS CARRY THE SET *
045663*                      ID AT THE SAME OFFSET, SO ONE FIELD      *
045664*                      FILTERS BOTH.                            *
045665*--------------------------------------------------------------*
045666 1380-SALVAGE-ROUTE.
045667     MOVE 'N' TO WS-SALV-EOF-SW
045668     OPEN INPUT ROUTE-FILE
045669     OPEN OUTPUT WORK-FILE
045670     PERFORM 1381-FILTER-ONE-ROUTE THRU 1381-EXIT
045671         UNTIL NO-MORE-SALVAGE
045672     CLOSE ROUTE-FILE
045673     CLOSE WORK-FILE
045674     MOVE 'N' TO WS-SALV-EOF-SW
045675     OPEN INPUT WORK-FILE
045676     OPEN OUTPUT ROUTE-FILE
045677     PERFORM 1382-RELOAD-ONE-ROUTE THRU 1382-EXIT
045678         UNTIL NO-MORE-SALVAGE
045679     CLOSE WORK-FILE.
045680 1380-EXIT.
045681     EXIT.
045682*--------------------------------------------------------------*
045683 1381-FILTER-ONE-ROUTE.
045684     READ ROUTE-FILE
045685         AT END
045686             SET NO-MORE-SALVAGE TO TRUE
045687             GO TO 1381-EXIT
045688     END-READ
045689     IF RTE-DET-SET-ID = WS-RECOVER-SET-ID
045690         GO TO 1381-EXIT
045691     END-IF
045692     WRITE WORK-REC FROM ROUTE-REC.
045693 1381-EXIT.
045694     EXIT.
045695*--------------------------------------------------------------*
045696 1382-RELOAD-ONE-ROUTE.
045697     READ WORK-FILE
045698         AT END
045699             SET NO-MORE-SALVAGE TO TRUE
045700             GO TO 1382-EXIT
045701     END-READ
045702     WRITE ROUTE-REC FROM WORK-REC.
045703 1382-EXIT.
045704     EXIT.
004244*--------------------------------------------------------------*
004245* 1400-LOAD-SITE-MASTER - LOAD THE SITE MASTER FOR POINT        *
004246*                         VALIDATION AND REPORT NAMES.  A       *
004389                         TO BAND-BOUND (BAND-BOUND-USED)
004391                 END-IF
004392             END-IF
043921         WHEN "ROUTE"
043922             IF SR-SET-ID = SPACES OR SR-START-SITE = SPACES
043923                OR ROUTE-CARD-COUNT NOT LESS THAN MAX-ROUTE-CARDS
043924                 DISPLAY "SOLUTION: BAD OR EXCESS ROUTE CARD "
043925                         "IGNORED: " SOL-PARM-CARD
043926             ELSE
043927                 ADD 1 TO ROUTE-CARD-COUNT
043928                 MOVE SR-SET-ID
043929                     TO ROUTE-CARD-SET (ROUTE-CARD-COUNT)
043930                 MOVE SR-START-SITE
043931                     TO ROUTE-CARD-SITE (ROUTE-CARD-COUNT)
043932             END-IF
004378         WHEN OTHER
004379             DISPLAY "SOLUTION: UNRECOGNIZED PARM CARD "
004381                     "IGNORED: " SOL-PARM-CARD
004430             MOVE CURRENT-SET-ID TO WS-RAW-LINE
004440             MOVE "SET SHORT - FEWER LINES THAN HEADER COUNT"
004450                 TO WS-REASON-TEXT
044501             MOVE "SOL004" TO WS-REASON-CODE
004460             PERFORM 2300-LOG-EXCEPTION THRU 2300-EXIT
004470             GO TO 2100-EXIT
004480     END-READ
004560     IF NOT SET-POINT-REC
004570         MOVE "UNRECOGNIZED RECORD TYPE IN SET - DROPPED"
004580             TO WS-REASON-TEXT
045801         MOVE "SOL005" TO WS-REASON-CODE
004590         PERFORM 2300-LOG-EXCEPTION THRU 2300-EXIT
004600         GO TO 2100-EXIT
004610     END-IF
004620     IF PT-SITE-ID = SPACES
004630         MOVE "MISSING SITE ID ON POINT RECORD - DROPPED"
004640             TO WS-REASON-TEXT
046401         MOVE "SOL006" TO WS-REASON-CODE
004650         PERFORM 2300-LOG-EXCEPTION THRU 2300-EXIT
004660         GO TO 2100-EXIT
004670     END-IF
004673     IF SITE-UNKNOWN
004674         MOVE "SITE ID NOT ON SITE MASTER - DROPPED"
004675             TO WS-REASON-TEXT
046751         MOVE "SOL007" TO WS-REASON-CODE
004676         PERFORM 2300-LOG-EXCEPTION THRU 2300-EXIT
004677         GO TO 2100-EXIT
004678     END-IF
004679     IF SITE-INACTIVE
004681         MOVE "SITE INACTIVE ON SITE MASTER - DROPPED"
004682             TO WS-REASON-TEXT
046821         MOVE "SOL008" TO WS-REASON-CODE
004683         PERFORM 2300-LOG-EXCEPTION THRU 2300-EXIT
004684         GO TO 2100-EXIT
004685     END-IF
004680
004690     MOVE PT-X-CODE TO WS-CODE-TEXT
004700     PERFORM 2190-GET-COORD THRU 2190-EXIT
004710     IF LINE-NOT-VALID
004720         PERFORM 2300-LOG-EXCEPTION THRU 2300-EXIT
004730         GO TO 2100-EXIT
004740     END-IF
004750     MOVE WS-COORD-VALUE TO WS-CAND-X
004760
004770     MOVE PT-Y-CODE TO WS-CODE-TEXT
004780     PERFORM 2190-GET-COORD THRU 2190-EXIT
004790     IF LINE-NOT-VALID
004800         PERFORM 2300-LOG-EXCEPTION THRU 2300-EXIT
004810         GO TO 2100-EXIT
004820     END-IF
004830     MOVE WS-COORD-VALUE TO WS-CAND-Y
004840
004850     ADD 1 TO WS-ACTUAL-N
004860     MOVE PT-SITE-ID   TO SITE-ID (WS-ACTUAL-N)
005040     MOVE CURRENT-SET-ID TO WS-RAW-LINE
005050     MOVE "SET SHORT - FEWER LINES THAN HEADER COUNT"
005060         TO WS-REASON-TEXT
050601     MOVE "SOL004" TO WS-REASON-CODE
005070     PERFORM 2300-LOG-EXCEPTION THRU 2300-EXIT.
005080 2150-EXIT.
005090     EXIT.
005116     END-PERFORM.
005117 2160-EXIT.
005118     EXIT.
051181*--------------------------------------------------------------*
051182* 2190-GET-COORD - TURN ONE COORDINATE FIELD INTO ITS VALUE BY *
051183*                  THE SET'S FORMAT: THE ORIGINAL "NNN-NNN"    *
051184*                  DELTA DECODE, OR A PLAIN SIGNED DECIMAL.    *
051185*                  LEAVES THE RESULT IN WS-COORD-VALUE.  A     *
511851*                  VALUE BEYOND +/-MAX-COORD IS REJECTED.      *
051186*--------------------------------------------------------------*
051187 2190-GET-COORD.
051188     MOVE 0 TO WS-COORD-VALUE
051189     IF SET-IS-DECIMAL
051190         PERFORM 2250-DECODE-DECIMAL THRU 2250-EXIT
051191         MOVE WS-DECIMAL-VALUE TO WS-COORD-VALUE
051192     ELSE
051193         PERFORM 2200-DECODE-COORD THRU 2200-EXIT
051194         MOVE WS-DECODED-VALUE TO WS-COORD-VALUE
051195     END-IF
511951     IF LINE-NOT-VALID
511952         GO TO 2190-EXIT
511953     END-IF
511954     IF WS-COORD-VALUE > MAX-COORD
511955        OR WS-COORD-VALUE < 0 - MAX-COORD
511956         SET LINE-NOT-VALID TO TRUE
511957         MOVE "COORDINATE OUTSIDE +/-3500000 LIMIT"
511958             TO WS-REASON-TEXT
511959         MOVE "SOL009" TO WS-REASON-CODE
511960     END-IF.
051196 2190-EXIT.
051197     EXIT.
005100*--------------------------------------------------------------*
005110* 2200-DECODE-COORD - DECODE ONE "NNN-NNN" DELTA-ENCODED       *
005120*                     COORDINATE LINE.  THE ORIGINAL ENCODING  *
005280         SET LINE-NOT-VALID TO TRUE
005290         MOVE "MISSING '-' DELIMITER IN COORDINATE LINE"
005300             TO WS-REASON-TEXT
053001         MOVE "SOL009" TO WS-REASON-CODE
005310         GO TO 2200-EXIT
005320     END-IF
005330
005350         SET LINE-NOT-VALID TO TRUE
005360         MOVE "MISSING COORDINATE VALUE IN LINE"
005370             TO WS-REASON-TEXT
053701         MOVE "SOL009" TO WS-REASON-CODE
005380         GO TO 2200-EXIT
005390     END-IF
005400
005430         SET LINE-NOT-VALID TO TRUE
005440         MOVE "NON-NUMERIC COORDINATE VALUE IN LINE"
005450             TO WS-REASON-TEXT
054501         MOVE "SOL009" TO WS-REASON-CODE
005460         GO TO 2200-EXIT
005470     END-IF
005480
005510     COMPUTE WS-DECODED-VALUE = 100 + WS-NUM-B - WS-NUM-A.
005520 2200-EXIT.
005530     EXIT.
055301*--------------------------------------------------------------*
055302* 2250-DECODE-DECIMAL - EDIT ONE PLAIN SIGNED DECIMAL          *
055303*                       COORDINATE (E.G. -1234.5678) FROM A    *
055304*                       SET FLAGGED DECIMAL ON ITS HEADER.  AN *
055305*                       OPTIONAL LEADING SIGN, DIGITS AND AT   *
055306*                       MOST ONE DECIMAL POINT WITH UP TO FOUR *
055307*                       PLACES.  SETS LINE-NOT-VALID AND       *
055308*                       WS-REASON-TEXT WHEN THE VALUE IS BAD.  *
055309*--------------------------------------------------------------*
055310 2250-DECODE-DECIMAL.
055311     SET LINE-IS-VALID TO TRUE
055312     MOVE SPACES TO WS-REASON-TEXT
055313     MOVE WS-CODE-TEXT TO WS-DEC-TEXT
055314     MOVE '+' TO WS-DEC-SIGN
055315     MOVE 'N' TO WS-DEC-STARTED-SW
055316     MOVE 'N' TO WS-DEC-POINT-SW
055317     MOVE 'N' TO WS-DEC-ENDED-SW
055318     MOVE 0 TO WS-DEC-INT
055319     MOVE 0 TO WS-DEC-INT-DIGITS
055320     MOVE 0 TO WS-DEC-FRAC-DIGITS
055321     MOVE "0000" TO WS-DEC-FRAC-X
055322     MOVE 0 TO WS-DECIMAL-VALUE
055323
055324     IF WS-DEC-TEXT = SPACES
055325         SET LINE-NOT-VALID TO TRUE
055326         MOVE "MISSING COORDINATE VALUE IN LINE"
055327             TO WS-REASON-TEXT
055328         MOVE "SOL009" TO WS-REASON-CODE
055329         GO TO 2250-EXIT
055330     END-IF
055331
055332     PERFORM 2260-SCAN-DEC-CHAR THRU 2260-EXIT
055333         VARYING WS-DEC-SUB FROM 1 BY 1
055334         UNTIL WS-DEC-SUB > 10
055335            OR LINE-NOT-VALID
055336     IF WS-DEC-INT-DIGITS = 0 AND WS-DEC-FRAC-DIGITS = 0
055337         SET LINE-NOT-VALID TO TRUE
055338     END-IF
055339     IF LINE-NOT-VALID
055340         IF WS-REASON-TEXT = SPACES
055341             MOVE "NON-NUMERIC DECIMAL COORDINATE VALUE"
055342                 TO WS-REASON-TEXT
055343         END-IF
055344         MOVE "SOL009" TO WS-REASON-CODE
055345         GO TO 2250-EXIT
055346     END-IF
055347
055348     COMPUTE WS-DECIMAL-VALUE = WS-DEC-INT + WS-DEC-FRAC / 10000
055349     IF WS-DEC-SIGN = '-'
055350         COMPUTE WS-DECIMAL-VALUE = 0 - WS-DECIMAL-VALUE
055351     END-IF.
055352 2250-EXIT.
055353     EXIT.
055354*--------------------------------------------------------------*
055355* 2260-SCAN-DEC-CHAR - ONE CHARACTER OF A DECIMAL COORDINATE.  *
055356*                      LEADING AND TRAILING SPACES ARE         *
055357*                      ALLOWED, EMBEDDED ONES ARE NOT.         *
055358*--------------------------------------------------------------*
055359 2260-SCAN-DEC-CHAR.
055360     MOVE WS-DEC-CHAR (WS-DEC-SUB) TO WS-DEC-THIS-CHAR
055361     IF WS-DEC-THIS-CHAR = SPACE
055362         IF DEC-STARTED
055363             SET DEC-ENDED TO TRUE
055364         END-IF
055365         GO TO 2260-EXIT
055366     END-IF
055367     IF DEC-ENDED
055368         SET LINE-NOT-VALID TO TRUE
055369         GO TO 2260-EXIT
055370     END-IF
055371     IF WS-DEC-THIS-CHAR = '+' OR WS-DEC-THIS-CHAR = '-'
055372         IF DEC-STARTED
055373             SET LINE-NOT-VALID TO TRUE
055374         ELSE
055375             MOVE WS-DEC-THIS-CHAR TO WS-DEC-SIGN
055376             SET DEC-STARTED TO TRUE
055377         END-IF
055378         GO TO 2260-EXIT
055379     END-IF
055380     SET DEC-STARTED TO TRUE
055381     IF WS-DEC-THIS-CHAR = '.'
055382         IF DEC-POINT-SEEN
055383             SET LINE-NOT-VALID TO TRUE
055384         ELSE
055385             SET DEC-POINT-SEEN TO TRUE
055386         END-IF
055387         GO TO 2260-EXIT
055388     END-IF
055389     IF WS-DEC-THIS-DIGIT IS NOT NUMERIC
055390         SET LINE-NOT-VALID TO TRUE
055391         GO TO 2260-EXIT
055392     END-IF
055393     IF NOT DEC-POINT-SEEN
055394         ADD 1 TO WS-DEC-INT-DIGITS
055395         COMPUTE WS-DEC-INT = WS-DEC-INT * 10 + WS-DEC-THIS-DIGIT
055396         GO TO 2260-EXIT
055397     END-IF
055398     ADD 1 TO WS-DEC-FRAC-DIGITS
055399     IF WS-DEC-FRAC-DIGITS > 4
055400         SET LINE-NOT-VALID TO TRUE
055401         MOVE "MORE THAN FOUR DECIMAL PLACES IN VALUE"
055402             TO WS-REASON-TEXT
055403         GO TO 2260-EXIT
055404     END-IF
055405     MOVE WS-DEC-THIS-CHAR
055406         TO WS-DEC-FRAC-X (WS-DEC-FRAC-DIGITS:1).
055407 2260-EXIT.
055408     EXIT.
005540*--------------------------------------------------------------*
005550* 2300-LOG-EXCEPTION - APPEND ONE REJECTED-LINE RECORD TO THE  *
005560*                      SHARED EXCEPTION FILE.                 *
005620     MOVE WS-TIME          TO EXCEPT-TIME
005630     MOVE WS-RAW-LINE      TO EXCEPT-INPUT-DATA
005640     MOVE WS-REASON-TEXT   TO EXCEPT-REASON
056401     MOVE WS-REASON-CODE   TO EXCEPT-CODE
005650     WRITE EXCEPTION-REC.
005660 2300-EXIT.
005670     EXIT.
005780     IF HEADER-HELD
005790         MOVE CURRENT-SET-ID TO WS-RAW-LINE
005800         MOVE "SET TRAILER MISSING" TO WS-REASON-TEXT
058001         MOVE "SOL010" TO WS-REASON-CODE
005810         PERFORM 2300-LOG-EXCEPTION THRU 2300-EXIT
005820         GO TO 2500-EXIT
005830     END-IF
005860             SET NO-MORE-COORDS TO TRUE
005870             MOVE CURRENT-SET-ID TO WS-RAW-LINE
005880             MOVE "SET TRAILER MISSING" TO WS-REASON-TEXT
058801             MOVE "SOL010" TO WS-REASON-CODE
005890             PERFORM 2300-LOG-EXCEPTION THRU 2300-EXIT
005900             GO TO 2500-EXIT
005910     END-READ
005970         SET HEADER-HELD TO TRUE
005980         MOVE CURRENT-SET-ID TO WS-RAW-LINE
005990         MOVE "SET TRAILER MISSING" TO WS-REASON-TEXT
059901         MOVE "SOL010" TO WS-REASON-CODE
006000         PERFORM 2300-LOG-EXCEPTION THRU 2300-EXIT
006010         GO TO 2500-EXIT
006020     END-IF
006030     MOVE COORD-REC TO WS-RAW-LINE
006040     MOVE "EXTRA LINE WHERE TRAILER EXPECTED"
006050         TO WS-REASON-TEXT
060501     MOVE "SOL011" TO WS-REASON-CODE
006060     PERFORM 2300-LOG-EXCEPTION THRU 2300-EXIT
006070     GO TO 2500-READ-TRAILER.
006080 2500-EXIT.
007312         MOVE DEPOT-CARD-SITE (WS-DEP-SUB) TO WS-RAW-LINE
007313         MOVE "DEPOT SITE NOT IN SET - IGNORED"
007314             TO WS-REASON-TEXT
073141         MOVE "SOL012" TO WS-REASON-CODE
007315         PERFORM 2300-LOG-EXCEPTION THRU 2300-EXIT
007316         GO TO 3615-EXIT
007317     END-IF
007319         MOVE DEPOT-CARD-SITE (WS-DEP-SUB) TO WS-RAW-LINE
007321         MOVE "MORE DEPOTS THAN THE SET LIMIT - IGNORED"
007322             TO WS-REASON-TEXT
073221         MOVE "SOL013" TO WS-REASON-CODE
007323         PERFORM 2300-LOG-EXCEPTION THRU 2300-EXIT
007324         GO TO 3615-EXIT
007325     END-IF
007418     ADD 1 TO CNT-RECS-WRITTEN.
007419 3640-EXIT.
007421     EXIT.
074211*--------------------------------------------------------------*
074212* 3700-ROUTE-SEQUENCE - BUILD A VISITING ORDER FOR THE SET AND  *
074213*                       WRITE IT TO ROUTEOUT: ONE S RECORD PER  *
074214*                       STOP (SEQUENCE, SITE, LEG AND RUNNING   *
074215*                       DISTANCE), THE CLOSING LEG BACK TO THE  *
074216*                       START, AND A T TRAILER WITH THE TOTAL   *
074217*                       ROUTE LENGTH.  THE TOUR IS BUILT BY     *
074218*                       NEAREST UNVISITED NEIGHBOR FROM THE     *
074219*                       START SITE, THEN IMPROVED BY UNCROSSING *
074220*                       LEGS (REVERSING ANY STRETCH WHOSE TWO   *
074221*                       END LEGS ARE LONGER THAN THE SWAPPED    *
074222*                       PAIR) UNTIL A PASS FINDS NOTHING TO     *
074223*                       GAIN OR THE PASS LIMIT IS REACHED.      *
074224*--------------------------------------------------------------*
074225 3700-ROUTE-SEQUENCE.
074226     MOVE 0 TO WS-ROUTE-TOTAL
074227     MOVE 0 TO WS-ROUTE-PASSES
074228     IF WS-ACTUAL-N = 0
074229         GO TO 3700-EXIT
074230     END-IF
074231     PERFORM 3710-PICK-ROUTE-START THRU 3710-EXIT
074232     PERFORM 3720-BUILD-NEAREST-ROUTE THRU 3720-EXIT
074233     PERFORM 3730-LOAD-LEG THRU 3730-EXIT
074234         VARYING WS-RTE-POS FROM 1 BY 1
074235         UNTIL WS-RTE-POS > WS-ACTUAL-N
074236
074237*    UNCROSSING NEEDS AT LEAST FOUR STOPS - BELOW THAT EVERY
074238*    ORDER IS THE SAME TOUR.
074239     IF WS-ACTUAL-N > 3
074240         COMPUTE WS-RTE-LAST-I = WS-ACTUAL-N - 2
074241         SET ROUTE-IMPROVED TO TRUE
074242         PERFORM 3740-IMPROVE-PASS THRU 3740-EXIT
074243             UNTIL NOT ROUTE-IMPROVED
074244                OR WS-ROUTE-PASSES NOT LESS THAN MAX-ROUTE-PASSES
074245     END-IF
074246
074247     PERFORM 3770-WRITE-ONE-STOP THRU 3770-EXIT
074248         VARYING WS-RTE-POS FROM 1 BY 1
074249         UNTIL WS-RTE-POS > WS-ACTUAL-N
074250     PERFORM 3780-WRITE-ROUTE-TRAILER THRU 3780-EXIT.
074251 3700-EXIT.
074252     EXIT.
074253*--------------------------------------------------------------*
074254* 3710-PICK-ROUTE-START - A SYSIN ROUTE CARD NAMING A START     *
074255*                         SITE FOR THE SET WINS; OTHERWISE THE  *
074256*                         SET'S FIRST DEPOT (AS RESOLVED BY THE *
074257*                         ASSIGNMENT PASS); OTHERWISE THE FIRST *
074258*                         VALID POINT LOADED.  A CARD NAMING A  *
074259*                         SITE NOT IN THE SET IS NOTED ON THE   *
074260*                         CONSOLE, LIKE ANY BAD SYSIN CARD, AND *
074261*                         THE DEPOT OR FIRST POINT IS USED.     *
074262*--------------------------------------------------------------*
074263 3710-PICK-ROUTE-START.
074264     MOVE 1 TO WS-RTE-START
074265     MOVE "FIRST" TO WS-RTE-START-BY
074266     IF SETDEP-COUNT > 0
074267         MOVE SETDEP-IX (1) TO WS-RTE-START
074268         MOVE "DEPOT" TO WS-RTE-START-BY
074269     END-IF
074270
074271     MOVE SPACES TO WS-RTE-CARD-SITE
074272     PERFORM 3711-FIND-ROUTE-CARD THRU 3711-EXIT
074273         VARYING WS-RTE-CARD-SUB FROM 1 BY 1
074274         UNTIL WS-RTE-CARD-SUB > ROUTE-CARD-COUNT
074275     IF WS-RTE-CARD-SITE = SPACES
074276         GO TO 3710-EXIT
074277     END-IF
074278
074279     MOVE 0 TO WS-RTE-FOUND
074280     PERFORM 3712-FIND-START-SITE THRU 3712-EXIT
074281         VARYING WS-RTE-POS FROM 1 BY 1
074282         UNTIL WS-RTE-POS > WS-ACTUAL-N
074283            OR WS-RTE-FOUND > 0
074284     IF WS-RTE-FOUND = 0
074285         DISPLAY "SOLUTION: ROUTE CARD START SITE "
074286                 WS-RTE-CARD-SITE " NOT IN SET " CURRENT-SET-ID
074287                 " - IGNORED."
074288         GO TO 3710-EXIT
074289     END-IF
074292     MOVE WS-RTE-FOUND TO WS-RTE-START
074293     MOVE "CARD" TO WS-RTE-START-BY.
074294 3710-EXIT.
074295     EXIT.
074296*--------------------------------------------------------------*
074297 3711-FIND-ROUTE-CARD.
074298     IF ROUTE-CARD-SET (WS-RTE-CARD-SUB) = CURRENT-SET-ID
074299         MOVE ROUTE-CARD-SITE (WS-RTE-CARD-SUB)
074300             TO WS-RTE-CARD-SITE
074301     END-IF.
074302 3711-EXIT.
074303     EXIT.
074304*--------------------------------------------------------------*
074305 3712-FIND-START-SITE.
074306     IF SITE-ID (WS-RTE-POS) = WS-RTE-CARD-SITE
074307         MOVE WS-RTE-POS TO WS-RTE-FOUND
074308     END-IF.
074309 3712-EXIT.
074310     EXIT.
074311*--------------------------------------------------------------*
074312* 3720-BUILD-NEAREST-ROUTE - START AT THE CHOSEN SITE AND KEEP  *
074313*                            STEPPING TO THE NEAREST SITE NOT   *
074314*                            YET VISITED.  COMPARES SQUARED     *
074315*                            DISTANCES, SO NO ROOT IS TAKEN     *
074316*                            UNTIL THE LEGS ARE MEASURED.       *
074317*--------------------------------------------------------------*
074318 3720-BUILD-NEAREST-ROUTE.
074319     PERFORM 3721-CLEAR-VISITED THRU 3721-EXIT
074320         VARYING WS-RTE-POS FROM 1 BY 1
074321         UNTIL WS-RTE-POS > WS-ACTUAL-N
074322     MOVE WS-RTE-START TO ROUTE-IX (1)
074323     MOVE 'Y' TO ROUTE-VISITED (WS-RTE-START)
074324     PERFORM 3725-NEXT-NEAREST THRU 3725-EXIT
074325         VARYING WS-RTE-POS FROM 2 BY 1
074326         UNTIL WS-RTE-POS > WS-ACTUAL-N.
074327 3720-EXIT.
074328     EXIT.
074329*--------------------------------------------------------------*
074330 3721-CLEAR-VISITED.
074331     MOVE 'N' TO ROUTE-VISITED (WS-RTE-POS).
074332 3721-EXIT.
074333     EXIT.
074334*--------------------------------------------------------------*
074335 3725-NEXT-NEAREST.
074336     COMPUTE WS-RTE-FROM = ROUTE-IX (WS-RTE-POS - 1)
074337     MOVE 0 TO WS-RTE-FOUND
074338     MOVE HIGH-D2 TO WS-RTE-BEST-D2
074339     PERFORM 3726-PROBE-ONE-SITE THRU 3726-EXIT
074340         VARYING WS-RTE-TO FROM 1 BY 1
074341         UNTIL WS-RTE-TO > WS-ACTUAL-N
074342     MOVE WS-RTE-FOUND TO ROUTE-IX (WS-RTE-POS)
074343     MOVE 'Y' TO ROUTE-VISITED (WS-RTE-FOUND).
074344 3725-EXIT.
074345     EXIT.
074346*--------------------------------------------------------------*
074347 3726-PROBE-ONE-SITE.
074348     IF ROUTE-VISITED (WS-RTE-TO) = 'Y'
074349         GO TO 3726-EXIT
074350     END-IF
074351     COMPUTE WS-RTE-DX = PT-X (WS-RTE-FROM) - PT-X (WS-RTE-TO)
074352     COMPUTE WS-RTE-DY = PT-Y (WS-RTE-FROM) - PT-Y (WS-RTE-TO)
074353     COMPUTE D2 = WS-RTE-DX * WS-RTE-DX + WS-RTE-DY * WS-RTE-DY
074354     IF WS-RTE-FOUND = 0 OR D2 < WS-RTE-BEST-D2
074355         MOVE D2 TO WS-RTE-BEST-D2
074356         MOVE WS-RTE-TO TO WS-RTE-FOUND
074357     END-IF.
074358 3726-EXIT.
074359     EXIT.
074360*--------------------------------------------------------------*
074361* 3730-LOAD-LEG - ROUTE-LEG (P) IS THE LEG LEAVING STOP P; THE  *
074362*                 LAST STOP'S LEG IS THE CLOSING LEG BACK TO    *
074363*                 THE START.                                    *
074364*--------------------------------------------------------------*
074365 3730-LOAD-LEG.
074366     MOVE ROUTE-IX (WS-RTE-POS) TO WS-RTE-FROM
074367     IF WS-RTE-POS < WS-ACTUAL-N
074368         MOVE ROUTE-IX (WS-RTE-POS + 1) TO WS-RTE-TO
074369     ELSE
074370         MOVE ROUTE-IX (1) TO WS-RTE-TO
074371     END-IF
074372     PERFORM 3790-LEG-DISTANCE THRU 3790-EXIT
074373     MOVE WS-RTE-LEG TO ROUTE-LEG (WS-RTE-POS).
074374 3730-EXIT.
074375     EXIT.
074376*--------------------------------------------------------------*
074377* 3740-IMPROVE-PASS - ONE UNCROSSING PASS OVER EVERY PAIR OF    *
074378*                     NON-ADJACENT LEGS.  THE START SITE STAYS  *
074379*                     IN POSITION ONE THROUGHOUT.               *
074380*--------------------------------------------------------------*
074381 3740-IMPROVE-PASS.
074382     MOVE 'N' TO WS-RTE-IMPROVED-SW
074383     ADD 1 TO WS-ROUTE-PASSES
074384     PERFORM 3745-TRY-FROM-LEG THRU 3745-EXIT
074385         VARYING WS-RTE-I FROM 1 BY 1
074386         UNTIL WS-RTE-I > WS-RTE-LAST-I.
074387 3740-EXIT.
074388     EXIT.
074389*--------------------------------------------------------------*
074390 3745-TRY-FROM-LEG.
074391     COMPUTE WS-RTE-FIRST-J = WS-RTE-I + 2
074392     PERFORM 3750-TRY-SWAP THRU 3750-EXIT
074393         VARYING WS-RTE-J FROM WS-RTE-FIRST-J BY 1
074394         UNTIL WS-RTE-J > WS-ACTUAL-N.
074395 3745-EXIT.
074396     EXIT.
074397*--------------------------------------------------------------*
074398* 3750-TRY-SWAP - LEGS I (A TO B) AND J (C TO D): IF A-C PLUS   *
074399*                 B-D IS SHORTER THAN A-B PLUS C-D, REVERSE     *
074400*                 THE STOPS FROM B THROUGH C.  LEG N AND LEG 1  *
074401*                 SHARE THE START SITE, SO THAT PAIR IS SKIPPED.*
074402*--------------------------------------------------------------*
074403 3750-TRY-SWAP.
074404     IF WS-RTE-I = 1 AND WS-RTE-J = WS-ACTUAL-N
074405         GO TO 3750-EXIT
074406     END-IF
074407     COMPUTE WS-RTE-OLD-LEGS = ROUTE-LEG (WS-RTE-I)
074408                             + ROUTE-LEG (WS-RTE-J)
074409
074410     MOVE ROUTE-IX (WS-RTE-I) TO WS-RTE-FROM
074411     MOVE ROUTE-IX (WS-RTE-J) TO WS-RTE-TO
074412     PERFORM 3790-LEG-DISTANCE THRU 3790-EXIT
074413     MOVE WS-RTE-LEG TO WS-RTE-NEW-LEGS
074414     IF WS-RTE-NEW-LEGS NOT LESS THAN WS-RTE-OLD-LEGS
074415         GO TO 3750-EXIT
074416     END-IF
074417     MOVE WS-RTE-LEG TO WS-RTE-NEW-LEG-I
074418
074419     MOVE ROUTE-IX (WS-RTE-I + 1) TO WS-RTE-FROM
074420     IF WS-RTE-J < WS-ACTUAL-N
074421         MOVE ROUTE-IX (WS-RTE-J + 1) TO WS-RTE-TO
074422     ELSE
074423         MOVE ROUTE-IX (1) TO WS-RTE-TO
074424     END-IF
074425     PERFORM 3790-LEG-DISTANCE THRU 3790-EXIT
074426     ADD WS-RTE-LEG TO WS-RTE-NEW-LEGS
074427     IF WS-RTE-NEW-LEGS NOT LESS THAN WS-RTE-OLD-LEGS
074428         GO TO 3750-EXIT
074429     END-IF
074430
074431*    THE STRETCH BETWEEN THE TWO LEGS RUNS BACKWARDS NOW, SO
074432*    ITS INTERIOR LEGS ARE THE SAME LENGTHS IN REVERSE ORDER -
074433*    THE STOPS AND THE INTERIOR LEGS TURN OVER TOGETHER, THEN
074434*    THE TWO NEW END LEGS GO IN.
074435     COMPUTE WS-RTE-LO = WS-RTE-I + 1
074436     MOVE WS-RTE-J TO WS-RTE-HI
074437     PERFORM 3755-SWAP-STOPS THRU 3755-EXIT
074438         UNTIL WS-RTE-LO NOT LESS THAN WS-RTE-HI
074439     COMPUTE WS-RTE-LO = WS-RTE-I + 1
074440     COMPUTE WS-RTE-HI = WS-RTE-J - 1
074441     PERFORM 3756-SWAP-LEGS THRU 3756-EXIT
074442         UNTIL WS-RTE-LO NOT LESS THAN WS-RTE-HI
074443     MOVE WS-RTE-NEW-LEG-I TO ROUTE-LEG (WS-RTE-I)
074444     MOVE WS-RTE-LEG TO ROUTE-LEG (WS-RTE-J)
074445     SET ROUTE-IMPROVED TO TRUE.
074446 3750-EXIT.
074447     EXIT.
074448*--------------------------------------------------------------*
074449 3755-SWAP-STOPS.
074450     MOVE ROUTE-IX (WS-RTE-LO) TO TMPI
074451     MOVE ROUTE-IX (WS-RTE-HI) TO ROUTE-IX (WS-RTE-LO)
074452     MOVE TMPI TO ROUTE-IX (WS-RTE-HI)
074453     ADD 1 TO WS-RTE-LO
074454     SUBTRACT 1 FROM WS-RTE-HI.
074455 3755-EXIT.
074456     EXIT.
074457*--------------------------------------------------------------*
074458 3756-SWAP-LEGS.
074459     MOVE ROUTE-LEG (WS-RTE-LO) TO WS-RTE-HOLD-LEG
074460     MOVE ROUTE-LEG (WS-RTE-HI) TO ROUTE-LEG (WS-RTE-LO)
074461     MOVE WS-RTE-HOLD-LEG TO ROUTE-LEG (WS-RTE-HI)
074462     ADD 1 TO WS-RTE-LO
074463     SUBTRACT 1 FROM WS-RTE-HI.
074464 3756-EXIT.
074465     EXIT.
074466*--------------------------------------------------------------*
074467* 3770-WRITE-ONE-STOP - ONE S RECORD PER STOP: THE LEG INTO IT  *
074468*                       AND THE RUNNING DISTANCE SO FAR.  THE   *
074469*                       START SITE'S RECORD CARRIES ZERO.       *
074470*--------------------------------------------------------------*
074471 3770-WRITE-ONE-STOP.
074472     MOVE ROUTE-IX (WS-RTE-POS) TO WS-RTE-TO
074473     IF WS-RTE-POS = 1
074474         MOVE 0 TO WS-RTE-LEG
074475     ELSE
074476         MOVE ROUTE-LEG (WS-RTE-POS - 1) TO WS-RTE-LEG
074477     END-IF
074478     ADD WS-RTE-LEG TO WS-ROUTE-TOTAL
074479     PERFORM 3775-PUT-STOP-REC THRU 3775-EXIT.
074480 3770-EXIT.
074481     EXIT.
074482*--------------------------------------------------------------*
074483 3775-PUT-STOP-REC.
074484     MOVE SPACES TO ROUTE-REC
074485     MOVE 'S' TO RTE-DET-TYPE
074486     MOVE CURRENT-SET-ID TO RTE-DET-SET-ID
074487     MOVE WS-RTE-POS TO RTE-DET-SEQ
074488     MOVE SITE-ID (WS-RTE-TO) TO RTE-DET-SITE
074489     MOVE SITE-NAME (WS-RTE-TO) TO RTE-DET-SITE-NAME
074490     MOVE WS-RTE-LEG TO RTE-DET-LEG-DIST
074491     MOVE WS-ROUTE-TOTAL TO RTE-DET-CUM-DIST
074492     WRITE ROUTE-REC
074493     ADD 1 TO CNT-RECS-WRITTEN.
074494 3775-EXIT.
074495     EXIT.
074496*--------------------------------------------------------------*
074497* 3780-WRITE-ROUTE-TRAILER - THE CLOSING LEG BACK TO THE START  *
074498*                            (A SET OF MORE THAN ONE SITE), AS  *
074499*                            ONE MORE S RECORD NAMING THE START *
074500*                            SITE, THEN THE T TRAILER: STOPS,   *
074501*                            START SITE AND HOW IT WAS CHOSEN,  *
074502*                            PASSES USED AND TOTAL LENGTH.      *
074503*--------------------------------------------------------------*
074504 3780-WRITE-ROUTE-TRAILER.
074505     IF WS-ACTUAL-N > 1
074506         MOVE ROUTE-LEG (WS-ACTUAL-N) TO WS-RTE-LEG
074507         ADD WS-RTE-LEG TO WS-ROUTE-TOTAL
074508         COMPUTE WS-RTE-POS = WS-ACTUAL-N + 1
074509         MOVE ROUTE-IX (1) TO WS-RTE-TO
074510         PERFORM 3775-PUT-STOP-REC THRU 3775-EXIT
074511     END-IF
074512
074513     MOVE SPACES TO ROUTE-REC
074514     MOVE 'T' TO RTE-TRL-TYPE
074515     MOVE CURRENT-SET-ID TO RTE-TRL-SET-ID
074516     MOVE WS-ACTUAL-N TO RTE-TRL-STOPS
074517     MOVE SITE-ID (ROUTE-IX (1)) TO RTE-TRL-START
074518     MOVE WS-RTE-START-BY TO RTE-TRL-START-BY
074519     MOVE WS-ROUTE-PASSES TO RTE-TRL-PASSES
074520     MOVE WS-ROUTE-TOTAL TO RTE-TRL-TOTAL
074521     WRITE ROUTE-REC
074522     ADD 1 TO CNT-RECS-WRITTEN.
074523 3780-EXIT.
074524     EXIT.
074525*--------------------------------------------------------------*
074526* 3790-LEG-DISTANCE - STRAIGHT-LINE DISTANCE FROM POINT SLOT    *
074527*                     WS-RTE-FROM TO SLOT WS-RTE-TO.            *
074528*--------------------------------------------------------------*
074529 3790-LEG-DISTANCE.
074530     COMPUTE WS-RTE-DX = PT-X (WS-RTE-FROM) - PT-X (WS-RTE-TO)
074531     COMPUTE WS-RTE-DY = PT-Y (WS-RTE-FROM) - PT-Y (WS-RTE-TO)
074532     COMPUTE D2 = WS-RTE-DX * WS-RTE-DX + WS-RTE-DY * WS-RTE-DY
074533     COMPUTE WS-RTE-LEG = FUNCTION SQRT(D2).
074534 3790-EXIT.
074535     EXIT.
007422*--------------------------------------------------------------*
007423* 3800-APPEND-GEO-HISTORY - ONE PERMANENT SUMMARY RECORD PER    *
007424*                           SET PER DAY: POINT COUNT, CENTROID, *
007462     MOVE WS-ACTUAL-N    TO GEO-POINT-COUNT
007463     MOVE WS-CENT-X      TO GEO-CENT-X
007464     MOVE WS-CENT-Y      TO GEO-CENT-Y
074641     MOVE WS-ROUTE-TOTAL TO GEO-ROUTE-DIST
007465     IF WS-ACTUAL-N > 1
007466         COMPUTE WS-DISTANCE = FUNCTION SQRT(BEST-D2)
007467         MOVE WS-DISTANCE TO GEO-FAR-DIST
009230     CLOSE PROXIMITY-FILE
009235     CLOSE ASSIGN-FILE
009237     CLOSE DISTSUM-FILE
092371     CLOSE ROUTE-FILE
009240     CLOSE EXCEPTION-FILE.
009250 5000-EXIT.
009260     EXIT.
009380     PERFORM 3000-DISTANCE-REPORT THRU 3000-EXIT
009390     PERFORM 3400-PROXIMITY-SUMMARY THRU 3400-EXIT
009395     PERFORM 3600-DEPOT-ASSIGNMENT THRU 3600-EXIT
093951     PERFORM 3700-ROUTE-SEQUENCE THRU 3700-EXIT
009400     PERFORM 4000-FARTHEST-PAIR THRU 4000-EXIT
009402     PERFORM 3800-APPEND-GEO-HISTORY THRU 3800-EXIT
009405     PERFORM 6300-MARK-SET-DONE THRU 6300-EXIT
