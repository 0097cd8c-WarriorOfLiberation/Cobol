000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.      FIB-REQ-MAINT.
000030 AUTHOR.          R J HALVORSEN.
000040 INSTALLATION.    DATA PROCESSING CENTER.
000050 DATE-WRITTEN.    10/14/2026.
000060 DATE-COMPILED.
000070*--------------------------------------------------------------*
000080* MODIFICATION HISTORY                                         *
000090*--------------------------------------------------------------*
000100* DATE       INIT  DESCRIPTION                                 *
000110* 10/14/2026 RJH   ORIGINAL PROGRAM - APPLIES A TRANSACTION    *
000120*                  FILE OF ADD/CHANGE/DEACTIVATE/REACTIVATE    *
000130*                  ACTIONS AGAINST THE STANDING FIBONACCI      *
000140*                  REQUEST MASTER (FIBREQRC COPYBOOK) THAT     *
000150*                  FIBONACCI AND FIB-VERIFY NOW SELECT EACH    *
000160*                  NIGHT'S REQUESTS FROM, IN PLACE OF THE      *
000170*                  PARAMETER CARD DECK THAT HAD TO BE REBUILT  *
000180*                  BY HAND WHENEVER A REQUESTER'S NEEDS        *
000190*                  CHANGED.  THE MASTER IS A VSAM KSDS UPDATED *
000200*                  IN PLACE WITH KEYED I-O, AS TABLE-MAINT     *
000210*                  DOES FOR THE LOOKUP MASTER.  EVERY CHANGE   *
000220*                  IS EDITED FOR REQUESTER, TERMS, STARTING    *
000230*                  PAIR AND SCHEDULE, REJECTS GO TO THE SHARED *
000240*                  EXCEPTION FILE, AND THE REPORT SHOWS THE    *
000250*                  BEFORE AND AFTER IMAGE OF EVERY APPLIED     *
000260*                  CHANGE AND LISTS THE WHOLE MASTER AFTER THE *
000270*                  UPDATE.                                     *
000280*--------------------------------------------------------------*
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310 SOURCE-COMPUTER.   IBM-370.
000320 OBJECT-COMPUTER.   IBM-370.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT REQUEST-FILE   ASSIGN TO FIBREQ
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS DYNAMIC
000380         RECORD KEY IS FRQ-REQUEST-ID
000390         FILE STATUS IS WS-FIBREQ-STATUS.
000400     SELECT TRAN-FILE      ASSIGN TO FRQTRAN
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-TRAN-STATUS.
000430     SELECT REPORT-FILE    ASSIGN TO FRQRPT
000440         ORGANIZATION IS LINE SEQUENTIAL.
000450     SELECT EXCEPTION-FILE ASSIGN TO EXCPTLOG
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-EXCEPT-STATUS.
000480*
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  REQUEST-FILE
000520     RECORDING MODE IS F.
000530     COPY FIBREQRC.
000540*
000550 FD  TRAN-FILE
000560     RECORDING MODE IS F.
000570 01  TRAN-REC.
000580* A = ADD, C = CHANGE, D = DEACTIVATE, R = REACTIVATE.
000590     05  TRAN-ACTION          PIC X(01).
000600     05  FILLER               PIC X(01).
000610     05  TRAN-REQUEST-ID      PIC X(08).
000620     05  FILLER               PIC X(01).
000630* ON A CHANGE, A BLANK FIELD LEAVES IT AS IT STANDS ON THE
000640* MASTER.  THE STARTING PAIR IS GIVEN AS A PAIR OR NOT AT ALL,
000650* AND A SCHEDULE IS GIVEN WHOLE - TYPE, PLUS THE DAY FOR W OR
000660* THE DATE FOR O.  A NEW ONE-OFF DATE RE-ARMS A ONE-OFF THAT
000670* HAS ALREADY RUN.
000680     05  TRAN-REQUEST-DATA.
000690         10  TRAN-REQUESTER   PIC X(08).
000700         10  FILLER           PIC X(01).
000710         10  TRAN-NUM-TERMS   PIC X(02).
000720         10  FILLER           PIC X(01).
000730         10  TRAN-START-TERM-1 PIC X(06).
000740         10  FILLER           PIC X(01).
000750         10  TRAN-START-TERM-2 PIC X(06).
000760         10  FILLER           PIC X(01).
000770         10  TRAN-SCHEDULE    PIC X(01).
000780         10  FILLER           PIC X(01).
000790         10  TRAN-WEEK-DAY    PIC X(01).
000800         10  FILLER           PIC X(01).
000810         10  TRAN-RUN-ON-DATE PIC X(08).
000820         10  TRAN-RUN-ON-PARTS REDEFINES TRAN-RUN-ON-DATE.
000830             15  FILLER       PIC X(04).
000840             15  TRAN-RUN-ON-MM PIC 9(02).
000850             15  TRAN-RUN-ON-DD PIC 9(02).
000860     05  FILLER               PIC X(31).
000870*
000880 FD  REPORT-FILE
000890     RECORDING MODE IS F.
000900 01  REPORT-REC               PIC X(80).
000910*
000920 FD  EXCEPTION-FILE
000930     RECORDING MODE IS F.
000940     COPY EXCPTREC.
000950*
000960 WORKING-STORAGE SECTION.
000970 01  WS-SWITCHES.
000980     05  WS-REQ-EOF-SW        PIC X(01) VALUE 'N'.
000990         88  NO-MORE-REQUESTS          VALUE 'Y'.
001000     05  WS-TRAN-EOF-SW       PIC X(01) VALUE 'N'.
001010         88  NO-MORE-TRANS             VALUE 'Y'.
001020     05  WS-REQ-FOUND-SW      PIC X(01) VALUE 'N'.
001030         88  REQUEST-ON-FILE           VALUE 'Y'.
001040     05  WS-TRAN-VALID-SW     PIC X(01) VALUE 'Y'.
001050         88  TRAN-FIELDS-GOOD          VALUE 'Y'.
001060     05  WS-IO-ERROR-SW       PIC X(01) VALUE 'N'.
001070         88  MASTER-IO-FAILED          VALUE 'Y'.
001080*
001090 01  PRIOR-TRAN-ID            PIC X(08) VALUE SPACES.
001100 01  FIRST-TRAN-SW            PIC X(01) VALUE 'Y'.
001110     88  FIRST-TRAN-REC                VALUE 'Y'.
001120*
001130* THE REQUEST AS IT STOOD BEFORE THE TRANSACTION, AND AFTER IT,
001140* FOR THE BEFORE/AFTER LINES.
001150 01  WS-BEFORE-REC            PIC X(80).
001160 01  WS-AFTER-REC             PIC X(80).
001170*
001180* DAY NAMES FOR A WEEKLY SCHEDULE, 1 = MONDAY.
001190 01  DAY-NAME-VALUES          PIC X(21)
001200         VALUE "MONTUEWEDTHUFRISATSUN".
001210 01  DAY-NAME-TABLE REDEFINES DAY-NAME-VALUES.
001220     05  DAY-NAME OCCURS 7 TIMES PIC X(03).
001230 01  WS-SCHED-TEXT            PIC X(16).
001240*
001250 77  CNT-BEFORE               PIC 9(05) COMP VALUE 0.
001260 77  CNT-TRANS-READ           PIC 9(05) COMP VALUE 0.
001270 77  CNT-APPLIED              PIC 9(05) COMP VALUE 0.
001280 77  CNT-REJECTED             PIC 9(05) COMP VALUE 0.
001290 77  CNT-ON-FILE              PIC 9(05) COMP VALUE 0.
001300 77  CNT-ACTIVE               PIC 9(05) COMP VALUE 0.
001310*
001320 01  WS-DATE                  PIC 9(08).
001330 01  WS-TIME                  PIC 9(08).
001340 01  WS-FIBREQ-STATUS         PIC X(02) VALUE '00'.
001350 01  WS-TRAN-STATUS           PIC X(02) VALUE '00'.
001360 01  WS-EXCEPT-STATUS         PIC X(02) VALUE '00'.
001370 01  WS-EXCEPT-DATA           PIC X(40).
001380 01  WS-EXCEPT-REASON         PIC X(40).
001390 01  WS-EXCEPT-CODE           PIC X(06).
001400*
001410 01  WS-HEAD-LINE.
001420     05  FILLER               PIC X(34)
001430         VALUE "FIBONACCI REQUEST MAINTENANCE -  ".
001440     05  WS-HEAD-DATE         PIC 9(08).
001450     05  FILLER               PIC X(01) VALUE SPACE.
001460     05  WS-HEAD-TIME         PIC 9(08).
001470     05  FILLER               PIC X(29) VALUE SPACES.
001480*
001490 01  WS-COUNT-LINE.
001500     05  WS-COUNT-LABEL       PIC X(30).
001510     05  WS-COUNT-VALUE       PIC ZZ,ZZ9.
001520     05  FILLER               PIC X(44) VALUE SPACES.
001530*
001540 01  WS-DETAIL-LINE.
001550     05  WS-DET-ACTION        PIC X(10).
001560     05  FILLER               PIC X(01) VALUE SPACE.
001570     05  WS-DET-REQUEST       PIC X(08).
001580     05  FILLER               PIC X(01) VALUE SPACE.
001590     05  WS-DET-DISP          PIC X(08).
001600     05  FILLER               PIC X(01) VALUE SPACE.
001610     05  WS-DET-REASON        PIC X(40).
001620     05  FILLER               PIC X(11) VALUE SPACES.
001630*
001640* ONE REQUEST'S FIELDS - A BEFORE/AFTER IMAGE UNDER A DETAIL
001650* LINE, OR ONE LINE OF THE LISTING WITH THE REQUEST ID AS ITS
001660* LABEL.
001670 01  WS-IMAGE-LINE.
001680     05  FILLER               PIC X(11) VALUE SPACES.
001690     05  WS-IMG-LABEL         PIC X(08).
001700     05  FILLER               PIC X(01) VALUE SPACE.
001710     05  WS-IMG-REQUESTER     PIC X(08).
001720     05  FILLER               PIC X(01) VALUE SPACE.
001730     05  WS-IMG-TERMS         PIC X(02).
001740     05  FILLER               PIC X(01) VALUE SPACE.
001750     05  WS-IMG-START-1       PIC X(06).
001760     05  FILLER               PIC X(01) VALUE SPACE.
001770     05  WS-IMG-START-2       PIC X(06).
001780     05  FILLER               PIC X(01) VALUE SPACE.
001790     05  WS-IMG-SCHEDULE      PIC X(16).
001800     05  FILLER               PIC X(01) VALUE SPACE.
001810     05  WS-IMG-ACTIVE        PIC X(01).
001820     05  FILLER               PIC X(01) VALUE SPACE.
001830     05  WS-IMG-LAST-RUN      PIC X(08).
001840     05  FILLER               PIC X(07) VALUE SPACES.
001850*
001860 01  WS-LIST-HEAD.
001870     05  FILLER               PIC X(11) VALUE SPACES.
001880     05  FILLER               PIC X(18) VALUE "REQUEST  REQUESTR".
001890     05  FILLER               PIC X(17) VALUE "TM START1 START2".
001900     05  FILLER               PIC X(17) VALUE "SCHEDULE".
001910     05  FILLER               PIC X(17) VALUE "A LAST RUN".
001920*
001930 PROCEDURE DIVISION.
001940*--------------------------------------------------------------*
001950 0000-MAINLINE.
001960     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001970     PERFORM 2100-APPLY-ONE-TRAN THRU 2100-EXIT
001980         UNTIL NO-MORE-TRANS
001990     PERFORM 4000-WRITE-SUMMARY THRU 4000-EXIT
002000     PERFORM 5000-LIST-REQUESTS THRU 5000-EXIT
002010     PERFORM 9000-TERMINATE THRU 9000-EXIT
002020     IF MASTER-IO-FAILED
002030         MOVE 8 TO RETURN-CODE
002040     END-IF
002050     STOP RUN.
002060*--------------------------------------------------------------*
002070* 1000-INITIALIZE - OPEN THE FILES, PRINT THE REPORT HEADING   *
002080*                   AND COUNT THE REQUESTS ALREADY ON FILE.    *
002090*--------------------------------------------------------------*
002100 1000-INITIALIZE.
002110     ACCEPT WS-DATE FROM DATE YYYYMMDD
002120     ACCEPT WS-TIME FROM TIME
002130
002140     OPEN INPUT  TRAN-FILE
002150     IF WS-TRAN-STATUS = '35'
002160         DISPLAY "FIB-REQ-MAINT: NO TRANSACTION FILE - MASTER "
002170                 "LISTED UNCHANGED."
002180         SET NO-MORE-TRANS TO TRUE
002190     END-IF
002200     OPEN OUTPUT REPORT-FILE
002210
002220     OPEN EXTEND EXCEPTION-FILE
002230     IF WS-EXCEPT-STATUS = '35'
002240         OPEN OUTPUT EXCEPTION-FILE
002250         CLOSE EXCEPTION-FILE
002260         OPEN EXTEND EXCEPTION-FILE
002270     END-IF
002280
002290     MOVE WS-DATE TO WS-HEAD-DATE
002300     MOVE WS-TIME TO WS-HEAD-TIME
002310     MOVE WS-HEAD-LINE TO REPORT-REC
002320     WRITE REPORT-REC
002330     MOVE SPACES TO REPORT-REC
002340     WRITE REPORT-REC
002350
002360     OPEN I-O REQUEST-FILE
002370     IF WS-FIBREQ-STATUS = '35'
002380         DISPLAY "FIB-REQ-MAINT: NO EXISTING REQUEST MASTER - "
002390                 "STARTING FROM AN EMPTY MASTER."
002400         OPEN OUTPUT REQUEST-FILE
002410         CLOSE REQUEST-FILE
002420         OPEN I-O REQUEST-FILE
002430     END-IF
002440     PERFORM 1100-COUNT-MASTER THRU 1100-EXIT
002450         UNTIL NO-MORE-REQUESTS
002460
002470     MOVE SPACES TO WS-COUNT-LINE
002480     MOVE "REQUESTS ON FILE BEFORE UPDATE" TO WS-COUNT-LABEL
002490     MOVE CNT-BEFORE TO WS-COUNT-VALUE
002500     MOVE WS-COUNT-LINE TO REPORT-REC
002510     WRITE REPORT-REC
002520     MOVE SPACES TO REPORT-REC
002530     WRITE REPORT-REC.
002540 1000-EXIT.
002550     EXIT.
002560*--------------------------------------------------------------*
002570* 1100-COUNT-MASTER - ONE SEQUENTIAL PASS FOR THE BEFORE       *
002580*                     COUNT.  KEYED READS BELOW DO NOT DEPEND  *
002590*                     ON WHERE IT LEAVES THE FILE.             *
002600*--------------------------------------------------------------*
002610 1100-COUNT-MASTER.
002620     READ REQUEST-FILE NEXT
002630         AT END
002640             SET NO-MORE-REQUESTS TO TRUE
002650             GO TO 1100-EXIT
002660     END-READ
002670     ADD 1 TO CNT-BEFORE.
002680 1100-EXIT.
002690     EXIT.
002700*--------------------------------------------------------------*
002710* 1150-LOG-EXCEPTION - APPEND ONE ENTRY TO THE SHARED          *
002720*                      EXCEPTION FILE FOR OPERATIONS' DAILY    *
002730*                      REPORT.                                 *
002740*--------------------------------------------------------------*
002750 1150-LOG-EXCEPTION.
002760     MOVE SPACES           TO EXCEPTION-REC
002770     MOVE "FIB-REQ-MAINT"  TO EXCEPT-PROGRAM
002780     MOVE WS-DATE          TO EXCEPT-DATE
002790     MOVE WS-TIME          TO EXCEPT-TIME
002800     MOVE WS-EXCEPT-DATA   TO EXCEPT-INPUT-DATA
002810     MOVE WS-EXCEPT-REASON TO EXCEPT-REASON
002820     MOVE WS-EXCEPT-CODE   TO EXCEPT-CODE
002830     WRITE EXCEPTION-REC.
002840 1150-EXIT.
002850     EXIT.
002860*--------------------------------------------------------------*
002870* 2100-APPLY-ONE-TRAN - READ ONE TRANSACTION, VALIDATE ITS     *
002880*                       REQUEST ID AND SEQUENCE, AND ROUTE IT  *
002890*                       BY ACTION.  TRANSACTIONS MUST ARRIVE   *
002900*                       IN ASCENDING REQUEST ID SEQUENCE SO    *
002910*                       THE MAINTENANCE RUN IS REPRODUCIBLE.   *
002920*--------------------------------------------------------------*
002930 2100-APPLY-ONE-TRAN.
002940     READ TRAN-FILE
002950         AT END
002960             SET NO-MORE-TRANS TO TRUE
002970             GO TO 2100-EXIT
002980     END-READ
002990     ADD 1 TO CNT-TRANS-READ
003000
003010     IF TRAN-REQUEST-ID = SPACES
003020        OR TRAN-REQUEST-ID (1:1) = SPACE
003030         MOVE TRAN-REC TO WS-EXCEPT-DATA
003040         MOVE "BLANK OR MISALIGNED REQUEST ID"
003050             TO WS-EXCEPT-REASON
003060         MOVE "FRQ001" TO WS-EXCEPT-CODE
003070         PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
003080         GO TO 2100-EXIT
003090     END-IF
003100
003110     IF NOT FIRST-TRAN-REC
003120         IF TRAN-REQUEST-ID < PRIOR-TRAN-ID
003130             MOVE TRAN-REC TO WS-EXCEPT-DATA
003140             MOVE "TRANSACTION REQUEST ID OUT OF SEQUENCE"
003150                 TO WS-EXCEPT-REASON
003160             MOVE "FRQ002" TO WS-EXCEPT-CODE
003170             PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
003180             GO TO 2100-EXIT
003190         END-IF
003200     END-IF
003210     MOVE TRAN-REQUEST-ID TO PRIOR-TRAN-ID
003220     MOVE 'N' TO FIRST-TRAN-SW
003230
003240     PERFORM 2200-FIND-REQUEST THRU 2200-EXIT
003250     IF REQUEST-ON-FILE
003260         MOVE FIBREQ-REC TO WS-BEFORE-REC
003270     ELSE
003280         MOVE SPACES TO WS-BEFORE-REC
003290     END-IF
003300
003310     EVALUATE TRAN-ACTION
003320         WHEN 'A'
003330             PERFORM 2110-APPLY-ADD THRU 2110-EXIT
003340         WHEN 'C'
003350             PERFORM 2120-APPLY-CHANGE THRU 2120-EXIT
003360         WHEN 'D'
003370             PERFORM 2130-APPLY-DEACTIVATE THRU 2130-EXIT
003380         WHEN 'R'
003390             PERFORM 2140-APPLY-REACTIVATE THRU 2140-EXIT
003400         WHEN OTHER
003410             MOVE TRAN-REC TO WS-EXCEPT-DATA
003420             MOVE "INVALID ACTION - MUST BE A, C, D OR R"
003430                 TO WS-EXCEPT-REASON
003440             MOVE "FRQ003" TO WS-EXCEPT-CODE
003450             PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
003460     END-EVALUATE.
003470 2100-EXIT.
003480     EXIT.
003490*--------------------------------------------------------------*
003500* 2110-APPLY-ADD - PUT A NEW STANDING REQUEST ON THE MASTER,   *
003510*                  ACTIVE AND NOT YET RUN.  A REQUEST ALREADY  *
003520*                  ON THE MASTER IS A DUPLICATE AND IS         *
003530*                  REJECTED.                                   *
003540*--------------------------------------------------------------*
003550 2110-APPLY-ADD.
003560     IF REQUEST-ON-FILE
003570         MOVE TRAN-REC TO WS-EXCEPT-DATA
003580         MOVE "ADD REJECTED - REQUEST ALREADY ON MASTER"
003590             TO WS-EXCEPT-REASON
003600         MOVE "FRQ004" TO WS-EXCEPT-CODE
003610         PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
003620         GO TO 2110-EXIT
003630     END-IF
003640     IF TRAN-REQUESTER = SPACES
003650        OR TRAN-NUM-TERMS = SPACES
003660        OR TRAN-SCHEDULE = SPACE
003670         MOVE TRAN-REC TO WS-EXCEPT-DATA
003680         MOVE "ADD REJECTED - REQUESTER/TERMS/SCHEDULE"
003690             TO WS-EXCEPT-REASON
003700         MOVE "FRQ008" TO WS-EXCEPT-CODE
003710         PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
003720         GO TO 2110-EXIT
003730     END-IF
003740     PERFORM 2150-EDIT-TRAN-FIELDS THRU 2150-EXIT
003750     IF NOT TRAN-FIELDS-GOOD
003760         GO TO 2110-EXIT
003770     END-IF
003780
003790     MOVE SPACES          TO FIBREQ-REC
003800     MOVE TRAN-REQUEST-ID TO FRQ-REQUEST-ID
003810     MOVE 0 TO FRQ-START-TERM-1 FRQ-START-TERM-2
003820               FRQ-LAST-RUN-DATE
003830     PERFORM 2160-MOVE-TRAN-FIELDS THRU 2160-EXIT
003840     SET FRQ-ACTIVE TO TRUE
003850     MOVE WS-DATE TO FRQ-ADDED-DATE
003860     MOVE WS-DATE TO FRQ-CHANGED-DATE
003870     WRITE FIBREQ-REC
003880         INVALID KEY
003890             MOVE TRAN-REC TO WS-EXCEPT-DATA
003900             MOVE "ADD REJECTED - KEYED WRITE FAILED"
003910                 TO WS-EXCEPT-REASON
003920             MOVE "FRQ010" TO WS-EXCEPT-CODE
003930             PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
003940             SET MASTER-IO-FAILED TO TRUE
003950             GO TO 2110-EXIT
003960     END-WRITE
003970     PERFORM 2800-REPORT-APPLIED THRU 2800-EXIT.
003980 2110-EXIT.
003990     EXIT.
004000*--------------------------------------------------------------*
004010* 2120-APPLY-CHANGE - REPLACE THE FIELDS THE CARD CARRIES ON   *
004020*                     A REQUEST ON THE MASTER.  THE ACTIVE     *
004030*                     FLAG IS NOT CHANGED HERE - THAT IS WHAT  *
004040*                     D AND R ARE FOR.                         *
004050*--------------------------------------------------------------*
004060 2120-APPLY-CHANGE.
004070     IF NOT REQUEST-ON-FILE
004080         MOVE TRAN-REC TO WS-EXCEPT-DATA
004090         MOVE "CHANGE REJECTED - REQUEST NOT ON MASTER"
004100             TO WS-EXCEPT-REASON
004110         MOVE "FRQ005" TO WS-EXCEPT-CODE
004120         PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
004130         GO TO 2120-EXIT
004140     END-IF
004150     IF TRAN-REQUEST-DATA = SPACES
004160         MOVE TRAN-REC TO WS-EXCEPT-DATA
004170         MOVE "CHANGE REJECTED - NOTHING TO CHANGE"
004180             TO WS-EXCEPT-REASON
004190         MOVE "FRQ008" TO WS-EXCEPT-CODE
004200         PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
004210         GO TO 2120-EXIT
004220     END-IF
004230     PERFORM 2150-EDIT-TRAN-FIELDS THRU 2150-EXIT
004240     IF NOT TRAN-FIELDS-GOOD
004250         GO TO 2120-EXIT
004260     END-IF
004270
004280     PERFORM 2160-MOVE-TRAN-FIELDS THRU 2160-EXIT
004290     MOVE WS-DATE TO FRQ-CHANGED-DATE
004300     PERFORM 2170-REWRITE-REQUEST THRU 2170-EXIT.
004310 2120-EXIT.
004320     EXIT.
004330*--------------------------------------------------------------*
004340* 2130-APPLY-DEACTIVATE - STOP A STANDING REQUEST RUNNING.  IT *
004350*                         STAYS ON THE MASTER, AND ON FIBRPT   *
004360*                         AS SKIPPED, UNTIL REACTIVATED.       *
004370*--------------------------------------------------------------*
004380 2130-APPLY-DEACTIVATE.
004390     IF NOT REQUEST-ON-FILE
004400         MOVE TRAN-REC TO WS-EXCEPT-DATA
004410         MOVE "DEACTIVATE REJECTED - NOT ON MASTER"
004420             TO WS-EXCEPT-REASON
004430         MOVE "FRQ005" TO WS-EXCEPT-CODE
004440         PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
004450         GO TO 2130-EXIT
004460     END-IF
004470     IF FRQ-INACTIVE
004480         MOVE TRAN-REC TO WS-EXCEPT-DATA
004490         MOVE "DEACTIVATE REJECTED - ALREADY INACTIVE"
004500             TO WS-EXCEPT-REASON
004510         MOVE "FRQ009" TO WS-EXCEPT-CODE
004520         PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
004530         GO TO 2130-EXIT
004540     END-IF
004550
004560     SET FRQ-INACTIVE TO TRUE
004570     MOVE WS-DATE TO FRQ-CHANGED-DATE
004580     PERFORM 2170-REWRITE-REQUEST THRU 2170-EXIT.
004590 2130-EXIT.
004600     EXIT.
004610*--------------------------------------------------------------*
004620* 2140-APPLY-REACTIVATE - PUT AN INACTIVE REQUEST BACK ON ITS  *
004630*                         SCHEDULE.                            *
004640*--------------------------------------------------------------*
004650 2140-APPLY-REACTIVATE.
004660     IF NOT REQUEST-ON-FILE
004670         MOVE TRAN-REC TO WS-EXCEPT-DATA
004680         MOVE "REACTIVATE REJECTED - NOT ON MASTER"
004690             TO WS-EXCEPT-REASON
004700         MOVE "FRQ005" TO WS-EXCEPT-CODE
004710         PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
004720         GO TO 2140-EXIT
004730     END-IF
004740     IF FRQ-ACTIVE
004750         MOVE TRAN-REC TO WS-EXCEPT-DATA
004760         MOVE "REACTIVATE REJECTED - ALREADY ACTIVE"
004770             TO WS-EXCEPT-REASON
004780         MOVE "FRQ009" TO WS-EXCEPT-CODE
004790         PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
004800         GO TO 2140-EXIT
004810     END-IF
004820
004830     SET FRQ-ACTIVE TO TRUE
004840     MOVE WS-DATE TO FRQ-CHANGED-DATE
004850     PERFORM 2170-REWRITE-REQUEST THRU 2170-EXIT.
004860 2140-EXIT.
004870     EXIT.
004880*--------------------------------------------------------------*
004890* 2150-EDIT-TRAN-FIELDS - EDIT THE FIELDS AN ADD OR CHANGE     *
004900*                         WILL PUT ON THE MASTER.  A BAD FIELD *
004910*                         REJECTS THE TRANSACTION.             *
004920*--------------------------------------------------------------*
004930 2150-EDIT-TRAN-FIELDS.
004940     MOVE 'Y' TO WS-TRAN-VALID-SW
004950     MOVE TRAN-REC TO WS-EXCEPT-DATA
004960     IF TRAN-REQUESTER NOT = SPACES
004970        AND TRAN-REQUESTER (1:1) = SPACE
004980         MOVE "REQUESTER MISALIGNED - LEADING BLANK"
004990             TO WS-EXCEPT-REASON
005000         MOVE "FRQ006" TO WS-EXCEPT-CODE
005010         GO TO 2155-FIELD-REJECTED
005020     END-IF
005030     IF TRAN-NUM-TERMS NOT = SPACES
005040         IF TRAN-NUM-TERMS IS NOT NUMERIC
005050            OR TRAN-NUM-TERMS = "00"
005060             MOVE "NUMBER OF TERMS MUST BE 01 TO 99"
005070                 TO WS-EXCEPT-REASON
005080             MOVE "FRQ006" TO WS-EXCEPT-CODE
005090             GO TO 2155-FIELD-REJECTED
005100         END-IF
005110     END-IF
005120     IF TRAN-START-TERM-1 NOT = SPACES
005130        OR TRAN-START-TERM-2 NOT = SPACES
005140         IF TRAN-START-TERM-1 IS NOT NUMERIC
005150            OR TRAN-START-TERM-2 IS NOT NUMERIC
005160             MOVE "STARTING PAIR MUST BE TWO 6-DIGIT TERMS"
005170                 TO WS-EXCEPT-REASON
005180             MOVE "FRQ006" TO WS-EXCEPT-CODE
005190             GO TO 2155-FIELD-REJECTED
005200         END-IF
005210     END-IF
005220
005230     IF TRAN-SCHEDULE = SPACE
005240         IF TRAN-WEEK-DAY NOT = SPACE
005250            OR TRAN-RUN-ON-DATE NOT = SPACES
005260             MOVE "DAY OR DATE GIVEN WITHOUT A SCHEDULE"
005270                 TO WS-EXCEPT-REASON
005280             MOVE "FRQ007" TO WS-EXCEPT-CODE
005290             GO TO 2155-FIELD-REJECTED
005300         END-IF
005310         GO TO 2150-EXIT
005320     END-IF
005330     EVALUATE TRAN-SCHEDULE
005340         WHEN 'D'
005350         WHEN 'M'
005360             CONTINUE
005370         WHEN 'W'
005380             IF TRAN-WEEK-DAY < '1' OR TRAN-WEEK-DAY > '7'
005390                 MOVE "WEEKLY NEEDS A DAY, 1 (MON) TO 7 (SUN)"
005400                     TO WS-EXCEPT-REASON
005410                 MOVE "FRQ007" TO WS-EXCEPT-CODE
005420                 GO TO 2155-FIELD-REJECTED
005430             END-IF
005440         WHEN 'O'
005450             IF TRAN-RUN-ON-DATE IS NOT NUMERIC
005460                 MOVE "ONE-OFF NEEDS A VALID RUN-ON DATE"
005470                     TO WS-EXCEPT-REASON
005480                 MOVE "FRQ007" TO WS-EXCEPT-CODE
005490                 GO TO 2155-FIELD-REJECTED
005500             END-IF
005510             IF TRAN-RUN-ON-MM < 1 OR TRAN-RUN-ON-MM > 12
005520                OR TRAN-RUN-ON-DD < 1 OR TRAN-RUN-ON-DD > 31
005530                 MOVE "ONE-OFF NEEDS A VALID RUN-ON DATE"
005540                     TO WS-EXCEPT-REASON
005550                 MOVE "FRQ007" TO WS-EXCEPT-CODE
005560                 GO TO 2155-FIELD-REJECTED
005570             END-IF
005580         WHEN OTHER
005590             MOVE "SCHEDULE MUST BE D, W, M OR O"
005600                 TO WS-EXCEPT-REASON
005610             MOVE "FRQ007" TO WS-EXCEPT-CODE
005620             GO TO 2155-FIELD-REJECTED
005630     END-EVALUATE
005640     GO TO 2150-EXIT.
005650 2155-FIELD-REJECTED.
005660     PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
005670     MOVE 'N' TO WS-TRAN-VALID-SW.
005680 2150-EXIT.
005690     EXIT.
005700*--------------------------------------------------------------*
005710* 2160-MOVE-TRAN-FIELDS - CARRY EVERY FIELD THE CARD GIVES     *
005720*                         ONTO THE RECORD.  A SCHEDULE         *
005730*                         REPLACES THE OLD ONE WHOLE; A        *
005740*                         ONE-OFF DATE CLEARS THE LAST-RUN     *
005750*                         DATE SO THE REQUEST IS DUE AGAIN.    *
005760*--------------------------------------------------------------*
005770 2160-MOVE-TRAN-FIELDS.
005780     IF TRAN-REQUESTER NOT = SPACES
005790         MOVE TRAN-REQUESTER TO FRQ-REQUESTER
005800     END-IF
005810     IF TRAN-NUM-TERMS NOT = SPACES
005820         MOVE TRAN-NUM-TERMS TO FRQ-NUM-TERMS
005830     END-IF
005840     IF TRAN-START-TERM-1 NOT = SPACES
005850         MOVE TRAN-START-TERM-1 TO FRQ-START-TERM-1
005860         MOVE TRAN-START-TERM-2 TO FRQ-START-TERM-2
005870     END-IF
005880     IF TRAN-SCHEDULE = SPACE
005890         GO TO 2160-EXIT
005900     END-IF
005910     MOVE TRAN-SCHEDULE TO FRQ-SCHED-TYPE
005920     MOVE 0 TO FRQ-WEEK-DAY FRQ-RUN-ON-DATE
005930     IF FRQ-WEEKLY
005940         MOVE TRAN-WEEK-DAY TO FRQ-WEEK-DAY
005950     END-IF
005960     IF FRQ-ONE-OFF
005970         MOVE TRAN-RUN-ON-DATE TO FRQ-RUN-ON-DATE
005980         MOVE 0 TO FRQ-LAST-RUN-DATE
005990     END-IF.
006000 2160-EXIT.
006010     EXIT.
006020*--------------------------------------------------------------*
006030* 2170-REWRITE-REQUEST - PUT THE CHANGED REQUEST BACK AND      *
006040*                        REPORT IT.                            *
006050*--------------------------------------------------------------*
006060 2170-REWRITE-REQUEST.
006070     REWRITE FIBREQ-REC
006080         INVALID KEY
006090             MOVE TRAN-REC TO WS-EXCEPT-DATA
006100             MOVE "UPDATE REJECTED - KEYED REWRITE FAILED"
006110                 TO WS-EXCEPT-REASON
006120             MOVE "FRQ010" TO WS-EXCEPT-CODE
006130             PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
006140             SET MASTER-IO-FAILED TO TRUE
006150             GO TO 2170-EXIT
006160     END-REWRITE
006170     PERFORM 2800-REPORT-APPLIED THRU 2800-EXIT.
006180 2170-EXIT.
006190     EXIT.
006200*--------------------------------------------------------------*
006210* 2200-FIND-REQUEST - KEYED READ OF THE TRANSACTION'S REQUEST. *
006220*                     A HIT LEAVES IT IN THE RECORD AREA FOR   *
006230*                     THE REWRITE THAT FOLLOWS.                *
006240*--------------------------------------------------------------*
006250 2200-FIND-REQUEST.
006260     MOVE 'Y' TO WS-REQ-FOUND-SW
006270     MOVE TRAN-REQUEST-ID TO FRQ-REQUEST-ID
006280     READ REQUEST-FILE
006290         INVALID KEY
006300             MOVE 'N' TO WS-REQ-FOUND-SW
006310     END-READ.
006320 2200-EXIT.
006330     EXIT.
006340*--------------------------------------------------------------*
006350* 2300-WRITE-DETAIL - ONE REPORT LINE PER TRANSACTION.  THE    *
006360*                     CALLER HAS ALREADY SET WS-DET-DISP AND,  *
006370*                     FOR REJECTS, WS-EXCEPT-REASON.           *
006380*--------------------------------------------------------------*
006390 2300-WRITE-DETAIL.
006400     EVALUATE TRAN-ACTION
006410         WHEN 'A' MOVE "ADD"        TO WS-DET-ACTION
006420         WHEN 'C' MOVE "CHANGE"     TO WS-DET-ACTION
006430         WHEN 'D' MOVE "DEACTIVATE" TO WS-DET-ACTION
006440         WHEN 'R' MOVE "REACTIVATE" TO WS-DET-ACTION
006450         WHEN OTHER MOVE TRAN-ACTION TO WS-DET-ACTION
006460     END-EVALUATE
006470     MOVE TRAN-REQUEST-ID TO WS-DET-REQUEST
006480     IF WS-DET-DISP = "APPLIED"
006490         MOVE SPACES TO WS-DET-REASON
006500     ELSE
006510         MOVE WS-EXCEPT-REASON TO WS-DET-REASON
006520     END-IF
006530     MOVE WS-DETAIL-LINE TO REPORT-REC
006540     WRITE REPORT-REC
006550     MOVE SPACES TO WS-DETAIL-LINE.
006560 2300-EXIT.
006570     EXIT.
006580*--------------------------------------------------------------*
006590* 2800-REPORT-APPLIED - DETAIL LINE PLUS THE BEFORE AND AFTER  *
006600*                       IMAGES OF THE REQUEST.  AN ADD HAS NO  *
006610*                       BEFORE IMAGE.                          *
006620*--------------------------------------------------------------*
006630 2800-REPORT-APPLIED.
006640     MOVE "APPLIED" TO WS-DET-DISP
006650     PERFORM 2300-WRITE-DETAIL THRU 2300-EXIT
006660
006670     MOVE FIBREQ-REC TO WS-AFTER-REC
006680     IF TRAN-ACTION NOT = 'A'
006690         MOVE WS-BEFORE-REC TO FIBREQ-REC
006700         PERFORM 2850-FORMAT-IMAGE THRU 2850-EXIT
006710         MOVE "BEFORE" TO WS-IMG-LABEL
006720         MOVE WS-IMAGE-LINE TO REPORT-REC
006730         WRITE REPORT-REC
006740     END-IF
006750
006760     MOVE WS-AFTER-REC TO FIBREQ-REC
006770     PERFORM 2850-FORMAT-IMAGE THRU 2850-EXIT
006780     MOVE "AFTER" TO WS-IMG-LABEL
006790     MOVE WS-IMAGE-LINE TO REPORT-REC
006800     WRITE REPORT-REC
006810     ADD 1 TO CNT-APPLIED.
006820 2800-EXIT.
006830     EXIT.
006840*--------------------------------------------------------------*
006850* 2850-FORMAT-IMAGE - THE REQUEST IN THE RECORD AREA INTO THE  *
006860*                     IMAGE LINE.  THE CALLER SETS THE LABEL.  *
006870*--------------------------------------------------------------*
006880 2850-FORMAT-IMAGE.
006890     MOVE FRQ-REQUESTER    TO WS-IMG-REQUESTER
006900     MOVE FRQ-NUM-TERMS    TO WS-IMG-TERMS
006910     MOVE FRQ-START-TERM-1 TO WS-IMG-START-1
006920     MOVE FRQ-START-TERM-2 TO WS-IMG-START-2
006930     PERFORM 2860-SCHEDULE-TEXT THRU 2860-EXIT
006940     MOVE WS-SCHED-TEXT    TO WS-IMG-SCHEDULE
006950     MOVE FRQ-ACTIVE-FLAG  TO WS-IMG-ACTIVE
006960     IF FRQ-LAST-RUN-DATE = 0
006970         MOVE "NEVER"      TO WS-IMG-LAST-RUN
006980     ELSE
006990         MOVE FRQ-LAST-RUN-DATE TO WS-IMG-LAST-RUN
007000     END-IF.
007010 2850-EXIT.
007020     EXIT.
007030*--------------------------------------------------------------*
007040* 2860-SCHEDULE-TEXT - THE REQUEST'S SCHEDULE IN WORDS.        *
007050*--------------------------------------------------------------*
007060 2860-SCHEDULE-TEXT.
007070     MOVE SPACES TO WS-SCHED-TEXT
007080     EVALUATE TRUE
007090         WHEN FRQ-DAILY
007100             MOVE "DAILY" TO WS-SCHED-TEXT
007110         WHEN FRQ-WEEKLY
007120             MOVE "WEEKLY ?" TO WS-SCHED-TEXT
007130             IF FRQ-WEEK-DAY IS NUMERIC
007140                 IF FRQ-WEEK-DAY > 0 AND FRQ-WEEK-DAY < 8
007150                     MOVE DAY-NAME (FRQ-WEEK-DAY)
007160                         TO WS-SCHED-TEXT (8:3)
007170                 END-IF
007180             END-IF
007190         WHEN FRQ-MONTH-END
007200             MOVE "MONTH-END" TO WS-SCHED-TEXT
007210         WHEN FRQ-ONE-OFF
007220             MOVE "ONE-OFF" TO WS-SCHED-TEXT
007230             MOVE FRQ-RUN-ON-DATE TO WS-SCHED-TEXT (9:8)
007240         WHEN OTHER
007250             MOVE "INVALID" TO WS-SCHED-TEXT
007260             MOVE FRQ-SCHED-TYPE TO WS-SCHED-TEXT (9:1)
007270     END-EVALUATE.
007280 2860-EXIT.
007290     EXIT.
007300*--------------------------------------------------------------*
007310* 2900-REJECT-TRAN - LOG A REJECTED TRANSACTION TO THE SHARED  *
007320*                    EXCEPTION FILE AND TO THE REPORT.         *
007330*--------------------------------------------------------------*
007340 2900-REJECT-TRAN.
007350     PERFORM 1150-LOG-EXCEPTION THRU 1150-EXIT
007360     MOVE "REJECTED" TO WS-DET-DISP
007370     PERFORM 2300-WRITE-DETAIL THRU 2300-EXIT
007380     ADD 1 TO CNT-REJECTED.
007390 2900-EXIT.
007400     EXIT.
007410*--------------------------------------------------------------*
007420* 4000-WRITE-SUMMARY - TRANSACTION COUNTS SO THE RUN CAN BE    *
007430*                      AUDITED AGAINST THE TRANSACTION FILE.   *
007440*--------------------------------------------------------------*
007450 4000-WRITE-SUMMARY.
007460     MOVE SPACES TO REPORT-REC
007470     WRITE REPORT-REC
007480
007490     MOVE SPACES TO WS-COUNT-LINE
007500     MOVE "TRANSACTIONS READ"     TO WS-COUNT-LABEL
007510     MOVE CNT-TRANS-READ          TO WS-COUNT-VALUE
007520     MOVE WS-COUNT-LINE TO REPORT-REC
007530     WRITE REPORT-REC
007540
007550     MOVE SPACES TO WS-COUNT-LINE
007560     MOVE "TRANSACTIONS APPLIED"  TO WS-COUNT-LABEL
007570     MOVE CNT-APPLIED             TO WS-COUNT-VALUE
007580     MOVE WS-COUNT-LINE TO REPORT-REC
007590     WRITE REPORT-REC
007600
007610     MOVE SPACES TO WS-COUNT-LINE
007620     MOVE "TRANSACTIONS REJECTED" TO WS-COUNT-LABEL
007630     MOVE CNT-REJECTED            TO WS-COUNT-VALUE
007640     MOVE WS-COUNT-LINE TO REPORT-REC
007650     WRITE REPORT-REC.
007660 4000-EXIT.
007670     EXIT.
007680*--------------------------------------------------------------*
007690* 5000-LIST-REQUESTS - EVERY STANDING REQUEST ON THE MASTER    *
007700*                      AFTER THE UPDATE, SO REQUESTERS CAN     *
007710*                      CHECK WHAT WILL RUN AND WHEN.           *
007720*--------------------------------------------------------------*
007730 5000-LIST-REQUESTS.
007740     CLOSE REQUEST-FILE
007750     OPEN INPUT REQUEST-FILE
007760     MOVE 'N' TO WS-REQ-EOF-SW
007770
007780     MOVE SPACES TO REPORT-REC
007790     WRITE REPORT-REC
007800     MOVE "STANDING REQUESTS AFTER UPDATE" TO REPORT-REC
007810     WRITE REPORT-REC
007820     MOVE WS-LIST-HEAD TO REPORT-REC
007830     WRITE REPORT-REC
007840     PERFORM 5100-LIST-ONE-REQUEST THRU 5100-EXIT
007850         UNTIL NO-MORE-REQUESTS
007860
007870     MOVE SPACES TO REPORT-REC
007880     WRITE REPORT-REC
007890     MOVE SPACES TO WS-COUNT-LINE
007900     MOVE "REQUESTS ON FILE AFTER UPDATE" TO WS-COUNT-LABEL
007910     MOVE CNT-ON-FILE             TO WS-COUNT-VALUE
007920     MOVE WS-COUNT-LINE TO REPORT-REC
007930     WRITE REPORT-REC
007940
007950     MOVE SPACES TO WS-COUNT-LINE
007960     MOVE "ACTIVE REQUESTS AFTER UPDATE" TO WS-COUNT-LABEL
007970     MOVE CNT-ACTIVE              TO WS-COUNT-VALUE
007980     MOVE WS-COUNT-LINE TO REPORT-REC
007990     WRITE REPORT-REC.
008000 5000-EXIT.
008010     EXIT.
008020*--------------------------------------------------------------*
008030 5100-LIST-ONE-REQUEST.
008040     READ REQUEST-FILE NEXT
008050         AT END
008060             SET NO-MORE-REQUESTS TO TRUE
008070             GO TO 5100-EXIT
008080     END-READ
008090     ADD 1 TO CNT-ON-FILE
008100     IF FRQ-ACTIVE
008110         ADD 1 TO CNT-ACTIVE
008120     END-IF
008130     PERFORM 2850-FORMAT-IMAGE THRU 2850-EXIT
008140     MOVE FRQ-REQUEST-ID TO WS-IMG-LABEL
008150     MOVE WS-IMAGE-LINE TO REPORT-REC
008160     WRITE REPORT-REC.
008170 5100-EXIT.
008180     EXIT.
008190*--------------------------------------------------------------*
008200* 9000-TERMINATE - CLOSE THE FILES.                            *
008210*--------------------------------------------------------------*
008220 9000-TERMINATE.
008230     IF WS-TRAN-STATUS NOT = '35'
008240         CLOSE TRAN-FILE
008250     END-IF
008260     CLOSE REQUEST-FILE
008270     CLOSE REPORT-FILE
008280     CLOSE EXCEPTION-FILE.
008290 9000-EXIT.
008300     EXIT.
