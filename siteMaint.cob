000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.      SITE-MAINT.
000030 AUTHOR.          R J HALVORSEN.
000040 INSTALLATION.    DATA PROCESSING CENTER.
000050 DATE-WRITTEN.    10/14/2026.
000060 DATE-COMPILED.
000070*--------------------------------------------------------------*
000080* MODIFICATION HISTORY                                        *
000090*--------------------------------------------------------------*
000100* DATE       INIT  DESCRIPTION                                 *
000110* 10/14/2026 RJH   ORIGINAL PROGRAM - APPLIES A TRANSACTION    *
000120*                  FILE OF ADD/CHANGE/DEACTIVATE/REACTIVATE    *
000130*                  ACTIONS AGAINST THE SITE MASTER (SITEMSTR   *
000140*                  COPYBOOK) THAT SOLUTION LOADS IN            *
000150*                  1400-LOAD-SITE-MASTER.  HAND EDITS TO THE   *
000160*                  SITE MASTER ARE RETIRED THE WAY TABLE-MAINT *
000170*                  RETIRED THEM FOR THE LOOKUP MASTER - ALL    *
000180*                  CHANGES COME THROUGH HERE, ARE EDITED FOR   *
000190*                  ID, NAME, REGION AND STATUS, ARE LOGGED TO  *
000200*                  THE SHARED EXCEPTION FILE WHEN REJECTED,    *
000210*                  AND SHOW ON A BEFORE/AFTER REPORT.  A SITE  *
000220*                  NAMED AS A DEPOT ON DEPOTIN CANNOT BE       *
000230*                  DEACTIVATED - SOLUTION WOULD LOSE THE DEPOT *
000240*                  OUT FROM UNDER ITS ASSIGNMENT PASS.  THE    *
000250*                  UPDATED MASTER IS WRITTEN TO SITENEW AND    *
000260*                  SWAPPED IN BY THE FOLLOWING JOB STEP.       *
002601* 10/14/2026 RJH   STAMP EACH EXCPTLOG ENTRY WITH ITS STANDARD *
002602*                  REASON CODE (RSNCODRC CATALOG, SIT CODES).  *
000270*--------------------------------------------------------------*
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 SOURCE-COMPUTER.   IBM-370.
000310 OBJECT-COMPUTER.   IBM-370.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT SITEMAST-FILE  ASSIGN TO SITEMAST
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WS-SITEMAST-STATUS.
000370     SELECT SITENEW-FILE   ASSIGN TO SITENEW
000380         ORGANIZATION IS LINE SEQUENTIAL.
000390     SELECT TRAN-FILE      ASSIGN TO SITETRAN
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-TRAN-STATUS.
000420     SELECT DEPOT-FILE     ASSIGN TO DEPOTIN
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-DEPOT-STATUS.
000450     SELECT REPORT-FILE    ASSIGN TO SITERPT
000460         ORGANIZATION IS LINE SEQUENTIAL.
000470     SELECT EXCEPTION-FILE ASSIGN TO EXCPTLOG
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-EXCEPT-STATUS.
000500*
000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  SITEMAST-FILE
000540     RECORDING MODE IS F.
000550     COPY SITEMSTR.
000560*
000570 FD  SITENEW-FILE
000580     RECORDING MODE IS F.
000590 01  SITENEW-REC              PIC X(40).
000600*
000610 FD  TRAN-FILE
000620     RECORDING MODE IS F.
000630 01  TRAN-REC.
000640* A = ADD, C = CHANGE NAME/REGION, D = DEACTIVATE,
000650* R = REACTIVATE.
000660     05  TRAN-ACTION          PIC X(01).
000670     05  FILLER               PIC X(01).
000680     05  TRAN-SITE-ID         PIC X(08).
000690     05  FILLER               PIC X(01).
000700* ON A CHANGE, A BLANK NAME OR REGION LEAVES THAT FIELD AS IT
000710* STANDS ON THE MASTER.
000720     05  TRAN-NAME            PIC X(20).
000730     05  FILLER               PIC X(01).
000740     05  TRAN-REGION          PIC X(08).
000750     05  FILLER               PIC X(01).
000760* ADD ONLY - BLANK MEANS ACTIVE.  STATUS CHANGES TO A SITE
000770* ALREADY ON FILE GO THROUGH D AND R SO THE DEPOT CHECK RUNS.
000780     05  TRAN-STATUS          PIC X(01).
000790     05  FILLER               PIC X(38).
000800*
000810 FD  DEPOT-FILE
000820     RECORDING MODE IS F.
000830 01  DEPOT-REC.
000840     05  DEPOT-SET-ID         PIC X(08).
000850     05  FILLER               PIC X(01).
000860     05  DEPOT-SITE-ID        PIC X(08).
000870     05  FILLER               PIC X(63).
000880*
000890 FD  REPORT-FILE
000900     RECORDING MODE IS F.
000910 01  REPORT-REC               PIC X(80).
000920*
000930 FD  EXCEPTION-FILE
000940     RECORDING MODE IS F.
000950     COPY EXCPTREC.
000960*
000970 WORKING-STORAGE SECTION.
000980 01  WS-SWITCHES.
000990     05  WS-SITE-EOF-SW       PIC X(01) VALUE 'N'.
001000         88  NO-MORE-SITES             VALUE 'Y'.
001010     05  WS-TRAN-EOF-SW       PIC X(01) VALUE 'N'.
001020         88  NO-MORE-TRANS             VALUE 'Y'.
001030     05  WS-DEPOT-EOF-SW      PIC X(01) VALUE 'N'.
001040         88  NO-MORE-DEPOTS            VALUE 'Y'.
001050     05  WS-SITE-FOUND-SW     PIC X(01) VALUE 'N'.
001060         88  SITE-ON-FILE              VALUE 'Y'.
001070     05  WS-IS-DEPOT-SW       PIC X(01) VALUE 'N'.
001080         88  SITE-IS-DEPOT             VALUE 'Y'.
001090     05  WS-TRAN-VALID-SW     PIC X(01) VALUE 'Y'.
001100         88  TRAN-FIELDS-GOOD          VALUE 'Y'.
001110     05  WS-OVERFLOW-SW       PIC X(01) VALUE 'N'.
001120         88  MASTER-OVERFLOWED         VALUE 'Y'.
001130*
001140* MAX-SITES MIRRORS THE SITE TABLE CEILING IN SOLUTION - THE
001150* MASTER MUST NEVER GROW PAST WHAT 1400-LOAD-SITE-MASTER OVER
001160* THERE CAN HOLD.
001170 77  MAX-SITES                PIC 9(03) COMP VALUE 500.
001180 01  SITE-COUNT               PIC 9(03) COMP VALUE 0.
001190 01  BEFORE-COUNT             PIC 9(03) COMP VALUE 0.
001200 01  SITE-TABLE.
001210     05  SITE-ENTRY OCCURS 500 TIMES.
001220         10  ST-ID            PIC X(08).
001230         10  ST-NAME          PIC X(20).
001240         10  ST-REGION        PIC X(08).
001250         10  ST-STATUS        PIC X(01).
001260 01  WS-SITE-SUB              PIC 9(03) COMP VALUE 0.
001270 01  WS-SITE-SLOT             PIC 9(03) COMP VALUE 0.
001280 01  WS-MOVE-SUB              PIC 9(03) COMP VALUE 0.
001290*
001300* EVERY SITE ID NAMED AS A DEPOT ON ANY SET'S DEPOTIN CARD.
001310 77  MAX-DEPOT-CARDS          PIC 9(03) COMP VALUE 50.
001320 01  DEPOT-COUNT              PIC 9(03) COMP VALUE 0.
001330 01  DEPOT-TABLE.
001340     05  DEPOT-SITE OCCURS 50 TIMES PIC X(08).
001350 01  WS-DEPOT-SUB             PIC 9(03) COMP VALUE 0.
001360*
001370 01  PRIOR-TRAN-ID            PIC X(08) VALUE SPACES.
001380 01  FIRST-TRAN-SW            PIC X(01) VALUE 'Y'.
001390     88  FIRST-TRAN-REC                VALUE 'Y'.
001400*
001410* THE ENTRY AS IT STOOD BEFORE THE TRANSACTION, FOR THE
001420* BEFORE/AFTER LINES.
001430 01  WS-BEFORE-ENTRY.
001440     05  WS-BEF-NAME          PIC X(20).
001450     05  WS-BEF-REGION        PIC X(08).
001460     05  WS-BEF-STATUS        PIC X(01).
001470*
001480 77  CNT-TRANS-READ           PIC 9(05) COMP VALUE 0.
001490 77  CNT-APPLIED              PIC 9(05) COMP VALUE 0.
001500 77  CNT-REJECTED             PIC 9(05) COMP VALUE 0.
001510 77  CNT-ACTIVE               PIC 9(05) COMP VALUE 0.
001520*
001530 01  WS-DATE                  PIC 9(08).
001540 01  WS-TIME                  PIC 9(08).
001550 01  WS-SITEMAST-STATUS       PIC X(02) VALUE '00'.
001560 01  WS-TRAN-STATUS           PIC X(02) VALUE '00'.
001570 01  WS-DEPOT-STATUS          PIC X(02) VALUE '00'.
001580 01  WS-EXCEPT-STATUS         PIC X(02) VALUE '00'.
001590 01  WS-EXCEPT-DATA           PIC X(40).
001600 01  WS-EXCEPT-REASON         PIC X(40).
016001 01  WS-EXCEPT-CODE           PIC X(06).
001610*
001620 01  WS-HEAD-LINE.
001630     05  FILLER               PIC X(34)
001640         VALUE "SITE MASTER MAINTENANCE REPORT -  ".
001650     05  WS-HEAD-DATE         PIC 9(08).
001660     05  FILLER               PIC X(01) VALUE SPACE.
001670     05  WS-HEAD-TIME         PIC 9(08).
001680     05  FILLER               PIC X(29) VALUE SPACES.
001690*
001700 01  WS-COUNT-LINE.
001710     05  WS-COUNT-LABEL       PIC X(30).
001720     05  WS-COUNT-VALUE       PIC ZZ,ZZ9.
001730     05  FILLER               PIC X(44) VALUE SPACES.
001740*
001750 01  WS-DETAIL-LINE.
001760     05  WS-DET-ACTION        PIC X(10).
001770     05  FILLER               PIC X(01) VALUE SPACE.
001780     05  WS-DET-SITE          PIC X(08).
001790     05  FILLER               PIC X(01) VALUE SPACE.
001800     05  WS-DET-DISP          PIC X(08).
001810     05  FILLER               PIC X(01) VALUE SPACE.
001820     05  WS-DET-REASON        PIC X(40).
001830     05  FILLER               PIC X(11) VALUE SPACES.
001840*
001850 01  WS-IMAGE-LINE.
001860     05  FILLER               PIC X(11) VALUE SPACES.
001870     05  WS-IMG-LABEL         PIC X(08).
001880     05  FILLER               PIC X(01) VALUE SPACE.
001890     05  WS-IMG-NAME          PIC X(20).
001900     05  FILLER               PIC X(01) VALUE SPACE.
001910     05  WS-IMG-REGION        PIC X(08).
001920     05  FILLER               PIC X(01) VALUE SPACE.
001930     05  WS-IMG-STATUS        PIC X(01).
001940     05  FILLER               PIC X(29) VALUE SPACES.
001950*
001960 PROCEDURE DIVISION.
001970*--------------------------------------------------------------*
001980 0000-MAINLINE.
001990     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002000     IF NOT MASTER-OVERFLOWED
002010         PERFORM 2100-APPLY-ONE-TRAN THRU 2100-EXIT
002020             UNTIL NO-MORE-TRANS
002030         PERFORM 3000-WRITE-MASTER THRU 3000-EXIT
002040     END-IF
002050     PERFORM 4000-WRITE-SUMMARY THRU 4000-EXIT
002060     PERFORM 9000-TERMINATE THRU 9000-EXIT
002070     IF MASTER-OVERFLOWED
002080         MOVE 8 TO RETURN-CODE
002090     END-IF
002100     STOP RUN.
002110*--------------------------------------------------------------*
002120* 1000-INITIALIZE - OPEN THE FILES, PRINT THE REPORT HEADING,   *
002130*                   LOAD THE CURRENT SITE MASTER AND THE DEPOT  *
002140*                   CARDS.                                      *
002150*--------------------------------------------------------------*
002160 1000-INITIALIZE.
002170     ACCEPT WS-DATE FROM DATE YYYYMMDD
002180     ACCEPT WS-TIME FROM TIME
002190
002200     OPEN INPUT  TRAN-FILE
002210     IF WS-TRAN-STATUS = '35'
002220         DISPLAY "SITE-MAINT: NO TRANSACTION FILE - MASTER "
002230                 "COPIED FORWARD UNCHANGED."
002240         SET NO-MORE-TRANS TO TRUE
002250     END-IF
002260     OPEN OUTPUT REPORT-FILE
002270
002280     OPEN EXTEND EXCEPTION-FILE
002290     IF WS-EXCEPT-STATUS = '35'
002300         OPEN OUTPUT EXCEPTION-FILE
002310         CLOSE EXCEPTION-FILE
002320         OPEN EXTEND EXCEPTION-FILE
002330     END-IF
002340
002350     MOVE WS-DATE TO WS-HEAD-DATE
002360     MOVE WS-TIME TO WS-HEAD-TIME
002370     MOVE WS-HEAD-LINE TO REPORT-REC
002380     WRITE REPORT-REC
002390     MOVE SPACES TO REPORT-REC
002400     WRITE REPORT-REC
002410
002420     OPEN INPUT SITEMAST-FILE
002430     IF WS-SITEMAST-STATUS = '35'
002440         DISPLAY "SITE-MAINT: NO EXISTING SITE MASTER - "
002450                 "STARTING FROM AN EMPTY MASTER."
002460         SET NO-MORE-SITES TO TRUE
002470     END-IF
002480     PERFORM 1100-LOAD-ONE-SITE THRU 1100-EXIT
002490         UNTIL NO-MORE-SITES
002500     IF WS-SITEMAST-STATUS NOT = '35'
002510         CLOSE SITEMAST-FILE
002520     END-IF
002530     MOVE SITE-COUNT TO BEFORE-COUNT
002540
002550     PERFORM 1200-LOAD-DEPOTS THRU 1200-EXIT
002560
002570     MOVE SPACES TO WS-COUNT-LINE
002580     MOVE "SITES ON FILE BEFORE UPDATE" TO WS-COUNT-LABEL
002590     MOVE BEFORE-COUNT TO WS-COUNT-VALUE
002600     MOVE WS-COUNT-LINE TO REPORT-REC
002610     WRITE REPORT-REC
002620     MOVE SPACES TO REPORT-REC
002630     WRITE REPORT-REC.
002640 1000-EXIT.
002650     EXIT.
002660*--------------------------------------------------------------*
002670* 1100-LOAD-ONE-SITE - HOLD ONE SITE MASTER RECORD.  A MASTER   *
002680*                      PAST THE CEILING STOPS THE RUN BEFORE    *
002690*                      ANYTHING IS APPLIED - WRITING IT BACK    *
002700*                      SHORT WOULD DROP SITES.                  *
002710*--------------------------------------------------------------*
002720 1100-LOAD-ONE-SITE.
002730     READ SITEMAST-FILE
002740         AT END
002750             SET NO-MORE-SITES TO TRUE
002760             GO TO 1100-EXIT
002770     END-READ
002780     IF SITE-COUNT NOT LESS THAN MAX-SITES
002790         MOVE SITE-MAST-ID TO WS-EXCEPT-DATA
002800         MOVE "SITE MASTER EXCEEDS TABLE CEILING"
002810             TO WS-EXCEPT-REASON
028101         MOVE "SIT001" TO WS-EXCEPT-CODE
002820         PERFORM 1150-LOG-EXCEPTION THRU 1150-EXIT
002830         DISPLAY "SITE-MAINT: SITE MASTER EXCEEDS " MAX-SITES
002840                 " SITES - NOTHING APPLIED."
002850         SET MASTER-OVERFLOWED TO TRUE
002860         SET NO-MORE-SITES TO TRUE
002870         GO TO 1100-EXIT
002880     END-IF
002890     ADD 1 TO SITE-COUNT
002900     MOVE SITE-MAST-ID     TO ST-ID (SITE-COUNT)
002910     MOVE SITE-MAST-NAME   TO ST-NAME (SITE-COUNT)
002920     MOVE SITE-MAST-REGION TO ST-REGION (SITE-COUNT)
002930     MOVE SITE-MAST-STATUS TO ST-STATUS (SITE-COUNT).
002940 1100-EXIT.
002950     EXIT.
002960*--------------------------------------------------------------*
002970* 1150-LOG-EXCEPTION - APPEND ONE ENTRY TO THE SHARED EXCEPTION *
002980*                      FILE FOR OPERATIONS' DAILY REPORT.       *
002990*--------------------------------------------------------------*
003000 1150-LOG-EXCEPTION.
003010     MOVE SPACES           TO EXCEPTION-REC
003020     MOVE "SITE-MAINT"     TO EXCEPT-PROGRAM
003030     MOVE WS-DATE          TO EXCEPT-DATE
003040     MOVE WS-TIME          TO EXCEPT-TIME
003050     MOVE WS-EXCEPT-DATA   TO EXCEPT-INPUT-DATA
003060     MOVE WS-EXCEPT-REASON TO EXCEPT-REASON
030601     MOVE WS-EXCEPT-CODE   TO EXCEPT-CODE
003070     WRITE EXCEPTION-REC.
003080 1150-EXIT.
003090     EXIT.
003100*--------------------------------------------------------------*
003110* 1200-LOAD-DEPOTS - HOLD EVERY SITE ID NAMED AS A DEPOT ON THE *
003120*                    DEPOTIN CARDS.  NO FILE MEANS NO DEPOTS,   *
003130*                    AS IN SOLUTION.                            *
003140*--------------------------------------------------------------*
003150 1200-LOAD-DEPOTS.
003160     OPEN INPUT DEPOT-FILE
003170     IF WS-DEPOT-STATUS = '35'
003180         SET NO-MORE-DEPOTS TO TRUE
003190         GO TO 1200-EXIT
003200     END-IF
003210     PERFORM 1210-ONE-DEPOT THRU 1210-EXIT
003220         UNTIL NO-MORE-DEPOTS
003230     CLOSE DEPOT-FILE.
003240 1200-EXIT.
003250     EXIT.
003260*--------------------------------------------------------------*
003270 1210-ONE-DEPOT.
003280     READ DEPOT-FILE
003290         AT END
003300             SET NO-MORE-DEPOTS TO TRUE
003310             GO TO 1210-EXIT
003320     END-READ
003330     IF DEPOT-SITE-ID = SPACES
003340         GO TO 1210-EXIT
003350     END-IF
003360     IF DEPOT-COUNT NOT LESS THAN MAX-DEPOT-CARDS
003370         DISPLAY "SITE-MAINT: MORE THAN " MAX-DEPOT-CARDS
003380                 " DEPOT CARDS - REST IGNORED."
003390         SET NO-MORE-DEPOTS TO TRUE
003400         GO TO 1210-EXIT
003410     END-IF
003420     ADD 1 TO DEPOT-COUNT
003430     MOVE DEPOT-SITE-ID TO DEPOT-SITE (DEPOT-COUNT).
003440 1210-EXIT.
003450     EXIT.
003460*--------------------------------------------------------------*
003470* 2100-APPLY-ONE-TRAN - READ ONE TRANSACTION, VALIDATE ITS      *
003480*                       SITE ID AND SEQUENCE, AND ROUTE IT BY   *
003490*                       ACTION.  TRANSACTIONS MUST ARRIVE IN    *
003500*                       ASCENDING SITE ID SEQUENCE SO THE       *
003510*                       MAINTENANCE RUN IS REPRODUCIBLE.        *
003520*--------------------------------------------------------------*
003530 2100-APPLY-ONE-TRAN.
003540     READ TRAN-FILE
003550         AT END
003560             SET NO-MORE-TRANS TO TRUE
003570             GO TO 2100-EXIT
003580     END-READ
003590     ADD 1 TO CNT-TRANS-READ
003600
003610     IF TRAN-SITE-ID = SPACES
003620        OR TRAN-SITE-ID (1:1) = SPACE
003630         MOVE TRAN-REC TO WS-EXCEPT-DATA
003640         MOVE "BLANK OR MISALIGNED SITE ID - REJECTED"
003650             TO WS-EXCEPT-REASON
036501         MOVE "SIT002" TO WS-EXCEPT-CODE
003660         PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
003670         GO TO 2100-EXIT
003680     END-IF
003690
003700     IF NOT FIRST-TRAN-REC
003710         IF TRAN-SITE-ID < PRIOR-TRAN-ID
003720             MOVE TRAN-REC TO WS-EXCEPT-DATA
003730             MOVE "TRANSACTION SITE ID OUT OF SEQUENCE"
003740                 TO WS-EXCEPT-REASON
037401             MOVE "SIT003" TO WS-EXCEPT-CODE
003750             PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
003760             GO TO 2100-EXIT
003770         END-IF
003780     END-IF
003790     MOVE TRAN-SITE-ID TO PRIOR-TRAN-ID
003800     MOVE 'N' TO FIRST-TRAN-SW
003810
003820     PERFORM 2200-FIND-SITE THRU 2200-EXIT
003830     IF SITE-ON-FILE
003840         MOVE ST-NAME (WS-SITE-SLOT)   TO WS-BEF-NAME
003850         MOVE ST-REGION (WS-SITE-SLOT) TO WS-BEF-REGION
003860         MOVE ST-STATUS (WS-SITE-SLOT) TO WS-BEF-STATUS
003870     ELSE
003880         MOVE SPACES TO WS-BEFORE-ENTRY
003890     END-IF
003900
003910     EVALUATE TRAN-ACTION
003920         WHEN 'A'
003930             PERFORM 2110-APPLY-ADD THRU 2110-EXIT
003940         WHEN 'C'
003950             PERFORM 2120-APPLY-CHANGE THRU 2120-EXIT
003960         WHEN 'D'
003970             PERFORM 2130-APPLY-DEACTIVATE THRU 2130-EXIT
003980         WHEN 'R'
003990             PERFORM 2140-APPLY-REACTIVATE THRU 2140-EXIT
004000         WHEN OTHER
004010             MOVE TRAN-REC TO WS-EXCEPT-DATA
004020             MOVE "INVALID ACTION - MUST BE A, C, D OR R"
004030                 TO WS-EXCEPT-REASON
040301             MOVE "SIT004" TO WS-EXCEPT-CODE
004040             PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
004050     END-EVALUATE.
004060 2100-EXIT.
004070     EXIT.
004080*--------------------------------------------------------------*
004090* 2110-APPLY-ADD - INSERT A NEW SITE IN SITE ID ORDER.  A SITE  *
004100*                  ALREADY ON THE MASTER IS A DUPLICATE AND IS  *
004110*                  REJECTED.                                    *
004120*--------------------------------------------------------------*
004130 2110-APPLY-ADD.
004140     IF SITE-ON-FILE
004150         MOVE TRAN-REC TO WS-EXCEPT-DATA
004160         MOVE "ADD REJECTED - SITE ALREADY ON MASTER"
004170             TO WS-EXCEPT-REASON
041701         MOVE "SIT005" TO WS-EXCEPT-CODE
004180         PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
004190         GO TO 2110-EXIT
004200     END-IF
004210     IF SITE-COUNT NOT LESS THAN MAX-SITES
004220         MOVE TRAN-REC TO WS-EXCEPT-DATA
004230         MOVE "ADD REJECTED - SITE CEILING REACHED"
004240             TO WS-EXCEPT-REASON
042401         MOVE "SIT001" TO WS-EXCEPT-CODE
004250         PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
004260         GO TO 2110-EXIT
004270     END-IF
004280     IF TRAN-STATUS = SPACE
004290         MOVE 'A' TO TRAN-STATUS
004300     END-IF
004310     PERFORM 2150-EDIT-TRAN-FIELDS THRU 2150-EXIT
004320     IF NOT TRAN-FIELDS-GOOD
004330         GO TO 2110-EXIT
004340     END-IF
004350     IF TRAN-NAME = SPACES OR TRAN-REGION = SPACES
004360         MOVE TRAN-REC TO WS-EXCEPT-DATA
004370         MOVE "ADD REJECTED - NAME AND REGION REQUIRED"
004380             TO WS-EXCEPT-REASON
043801         MOVE "SIT007" TO WS-EXCEPT-CODE
004390         PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
004400         GO TO 2110-EXIT
004410     END-IF
004420
004430*    OPEN A SLOT AHEAD OF THE FIRST HIGHER SITE ID BY SHIFTING
004440*    THE TAIL OF THE TABLE DOWN ONE ENTRY.
004450     MOVE SITE-COUNT TO WS-SITE-SLOT
004460     ADD 1 TO WS-SITE-SLOT
004470     PERFORM 2160-FIND-INSERT-SLOT THRU 2160-EXIT
004480         VARYING WS-SITE-SUB FROM 1 BY 1
004490         UNTIL WS-SITE-SUB > SITE-COUNT
004500     PERFORM 2170-SHIFT-ONE-DOWN THRU 2170-EXIT
004510         VARYING WS-MOVE-SUB FROM SITE-COUNT BY -1
004520         UNTIL WS-MOVE-SUB < WS-SITE-SLOT
004530     ADD 1 TO SITE-COUNT
004540     MOVE TRAN-SITE-ID TO ST-ID (WS-SITE-SLOT)
004550     MOVE TRAN-NAME    TO ST-NAME (WS-SITE-SLOT)
004560     MOVE TRAN-REGION  TO ST-REGION (WS-SITE-SLOT)
004570     MOVE TRAN-STATUS  TO ST-STATUS (WS-SITE-SLOT)
004580
004590     PERFORM 2800-REPORT-APPLIED THRU 2800-EXIT.
004600 2110-EXIT.
004610     EXIT.
004620*--------------------------------------------------------------*
004630* 2120-APPLY-CHANGE - REPLACE THE NAME AND/OR REGION OF A SITE  *
004640*                     ON THE MASTER.  STATUS IS NOT CHANGED     *
004650*                     HERE - THAT IS WHAT D AND R ARE FOR.      *
004660*--------------------------------------------------------------*
004670 2120-APPLY-CHANGE.
004680     IF NOT SITE-ON-FILE
004690         MOVE TRAN-REC TO WS-EXCEPT-DATA
004700         MOVE "CHANGE REJECTED - SITE NOT ON MASTER"
004710             TO WS-EXCEPT-REASON
047101         MOVE "SIT006" TO WS-EXCEPT-CODE
004720         PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
004730         GO TO 2120-EXIT
004740     END-IF
004750     IF TRAN-STATUS NOT = SPACE
004760         MOVE TRAN-REC TO WS-EXCEPT-DATA
004770         MOVE "CHANGE REJECTED - USE D OR R FOR STATUS"
004780             TO WS-EXCEPT-REASON
047801         MOVE "SIT007" TO WS-EXCEPT-CODE
004790         PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
004800         GO TO 2120-EXIT
004810     END-IF
004820     IF TRAN-NAME = SPACES AND TRAN-REGION = SPACES
004830         MOVE TRAN-REC TO WS-EXCEPT-DATA
004840         MOVE "CHANGE REJECTED - NOTHING TO CHANGE"
004850             TO WS-EXCEPT-REASON
048501         MOVE "SIT007" TO WS-EXCEPT-CODE
004860         PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
004870         GO TO 2120-EXIT
004880     END-IF
004890     MOVE ST-STATUS (WS-SITE-SLOT) TO TRAN-STATUS
004900     PERFORM 2150-EDIT-TRAN-FIELDS THRU 2150-EXIT
004910     IF NOT TRAN-FIELDS-GOOD
004920         GO TO 2120-EXIT
004930     END-IF
004940
004950     IF TRAN-NAME NOT = SPACES
004960         MOVE TRAN-NAME TO ST-NAME (WS-SITE-SLOT)
004970     END-IF
004980     IF TRAN-REGION NOT = SPACES
004990         MOVE TRAN-REGION TO ST-REGION (WS-SITE-SLOT)
005000     END-IF
005010     PERFORM 2800-REPORT-APPLIED THRU 2800-EXIT.
005020 2120-EXIT.
005030     EXIT.
005040*--------------------------------------------------------------*
005050* 2130-APPLY-DEACTIVATE - MARK A SITE INACTIVE.  A SITE NAMED   *
005060*                         AS A DEPOT ON DEPOTIN IS REFUSED -    *
005070*                         THE DEPOT CARD HAS TO COME OFF FIRST. *
005080*--------------------------------------------------------------*
005090 2130-APPLY-DEACTIVATE.
005100     IF NOT SITE-ON-FILE
005110         MOVE TRAN-REC TO WS-EXCEPT-DATA
005120         MOVE "DEACTIVATE REJECTED - SITE NOT ON MASTER"
005130             TO WS-EXCEPT-REASON
051301         MOVE "SIT006" TO WS-EXCEPT-CODE
005140         PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
005150         GO TO 2130-EXIT
005160     END-IF
005170     IF ST-STATUS (WS-SITE-SLOT) = 'I'
005180         MOVE TRAN-REC TO WS-EXCEPT-DATA
005190         MOVE "DEACTIVATE REJECTED - ALREADY INACTIVE"
005200             TO WS-EXCEPT-REASON
052001         MOVE "SIT008" TO WS-EXCEPT-CODE
005210         PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
005220         GO TO 2130-EXIT
005230     END-IF
005240     PERFORM 2210-CHECK-DEPOT THRU 2210-EXIT
005250     IF SITE-IS-DEPOT
005260         MOVE TRAN-REC TO WS-EXCEPT-DATA
005270         MOVE "DEACTIVATE REJECTED - SITE IS A DEPOT"
005280             TO WS-EXCEPT-REASON
052801         MOVE "SIT009" TO WS-EXCEPT-CODE
005290         PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
005300         GO TO 2130-EXIT
005310     END-IF
005320
005330     MOVE 'I' TO ST-STATUS (WS-SITE-SLOT)
005340     PERFORM 2800-REPORT-APPLIED THRU 2800-EXIT.
005350 2130-EXIT.
005360     EXIT.
005370*--------------------------------------------------------------*
005380* 2140-APPLY-REACTIVATE - MARK AN INACTIVE SITE ACTIVE AGAIN.   *
005390*--------------------------------------------------------------*
005400 2140-APPLY-REACTIVATE.
005410     IF NOT SITE-ON-FILE
005420         MOVE TRAN-REC TO WS-EXCEPT-DATA
005430         MOVE "REACTIVATE REJECTED - SITE NOT ON MASTER"
005440             TO WS-EXCEPT-REASON
054401         MOVE "SIT006" TO WS-EXCEPT-CODE
005450         PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
005460         GO TO 2140-EXIT
005470     END-IF
005480     IF ST-STATUS (WS-SITE-SLOT) = 'A'
005490         MOVE TRAN-REC TO WS-EXCEPT-DATA
005500         MOVE "REACTIVATE REJECTED - ALREADY ACTIVE"
005510             TO WS-EXCEPT-REASON
055101         MOVE "SIT008" TO WS-EXCEPT-CODE
005520         PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
005530         GO TO 2140-EXIT
005540     END-IF
005550
005560     MOVE 'A' TO ST-STATUS (WS-SITE-SLOT)
005570     PERFORM 2800-REPORT-APPLIED THRU 2800-EXIT.
005580 2140-EXIT.
005590     EXIT.
005600*--------------------------------------------------------------*
005610* 2150-EDIT-TRAN-FIELDS - EDIT THE FIELDS AN ADD OR CHANGE WILL *
005620*                         PUT ON THE MASTER.  A BAD FIELD       *
005630*                         REJECTS THE TRANSACTION.              *
005640*--------------------------------------------------------------*
005650 2150-EDIT-TRAN-FIELDS.
005660     MOVE 'Y' TO WS-TRAN-VALID-SW
005670     IF TRAN-STATUS NOT = 'A' AND TRAN-STATUS NOT = 'I'
005680         MOVE TRAN-REC TO WS-EXCEPT-DATA
005690         MOVE "INVALID STATUS - MUST BE A OR I"
005700             TO WS-EXCEPT-REASON
057001         MOVE "SIT004" TO WS-EXCEPT-CODE
005710         PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
005720         MOVE 'N' TO WS-TRAN-VALID-SW
005730         GO TO 2150-EXIT
005740     END-IF
005750     IF TRAN-NAME NOT = SPACES
005760        AND TRAN-NAME (1:1) = SPACE
005770         MOVE TRAN-REC TO WS-EXCEPT-DATA
005780         MOVE "SITE NAME MISALIGNED - LEADING BLANK"
005790             TO WS-EXCEPT-REASON
057901         MOVE "SIT002" TO WS-EXCEPT-CODE
005800         PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
005810         MOVE 'N' TO WS-TRAN-VALID-SW
005820         GO TO 2150-EXIT
005830     END-IF
005840     IF TRAN-REGION NOT = SPACES
005850        AND TRAN-REGION (1:1) = SPACE
005860         MOVE TRAN-REC TO WS-EXCEPT-DATA
005870         MOVE "REGION MISALIGNED - LEADING BLANK"
005880             TO WS-EXCEPT-REASON
058801         MOVE "SIT002" TO WS-EXCEPT-CODE
005890         PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
005900         MOVE 'N' TO WS-TRAN-VALID-SW
005910         GO TO 2150-EXIT
005920     END-IF.
005930 2150-EXIT.
005940     EXIT.
005950*--------------------------------------------------------------*
005960* 2160-FIND-INSERT-SLOT - LEAVE WS-SITE-SLOT ON THE FIRST ENTRY *
005970*                         WITH A HIGHER SITE ID (OR ONE PAST    *
005980*                         THE END).                             *
005990*--------------------------------------------------------------*
006000 2160-FIND-INSERT-SLOT.
006010     IF ST-ID (WS-SITE-SUB) > TRAN-SITE-ID
006020        AND WS-SITE-SUB < WS-SITE-SLOT
006030         MOVE WS-SITE-SUB TO WS-SITE-SLOT
006040     END-IF.
006050 2160-EXIT.
006060     EXIT.
006070*--------------------------------------------------------------*
006080 2170-SHIFT-ONE-DOWN.
006090     MOVE SITE-ENTRY (WS-MOVE-SUB)
006100         TO SITE-ENTRY (WS-MOVE-SUB + 1).
006110 2170-EXIT.
006120     EXIT.
006130*--------------------------------------------------------------*
006140* 2200-FIND-SITE - LOCATE TRAN-SITE-ID ON THE HELD MASTER.  A   *
006150*                  HIT LEAVES WS-SITE-SLOT ON THE ENTRY.        *
006160*--------------------------------------------------------------*
006170 2200-FIND-SITE.
006180     MOVE 'N' TO WS-SITE-FOUND-SW
006190     MOVE 0 TO WS-SITE-SLOT
006200     PERFORM 2205-CHECK-ONE-SITE THRU 2205-EXIT
006210         VARYING WS-SITE-SUB FROM 1 BY 1
006220         UNTIL WS-SITE-SUB > SITE-COUNT
006230            OR SITE-ON-FILE.
006240 2200-EXIT.
006250     EXIT.
006260*--------------------------------------------------------------*
006270 2205-CHECK-ONE-SITE.
006280     IF ST-ID (WS-SITE-SUB) = TRAN-SITE-ID
006290         MOVE WS-SITE-SUB TO WS-SITE-SLOT
006300         SET SITE-ON-FILE TO TRUE
006310     END-IF.
006320 2205-EXIT.
006330     EXIT.
006340*--------------------------------------------------------------*
006350* 2210-CHECK-DEPOT - IS TRAN-SITE-ID NAMED ON ANY DEPOT CARD?   *
006360*--------------------------------------------------------------*
006370 2210-CHECK-DEPOT.
006380     MOVE 'N' TO WS-IS-DEPOT-SW
006390     PERFORM 2215-CHECK-ONE-DEPOT THRU 2215-EXIT
006400         VARYING WS-DEPOT-SUB FROM 1 BY 1
006410         UNTIL WS-DEPOT-SUB > DEPOT-COUNT
006420            OR SITE-IS-DEPOT.
006430 2210-EXIT.
006440     EXIT.
006450*--------------------------------------------------------------*
006460 2215-CHECK-ONE-DEPOT.
006470     IF DEPOT-SITE (WS-DEPOT-SUB) = TRAN-SITE-ID
006480         SET SITE-IS-DEPOT TO TRUE
006490     END-IF.
006500 2215-EXIT.
006510     EXIT.
006520*--------------------------------------------------------------*
006530* 2300-WRITE-DETAIL - ONE REPORT LINE PER TRANSACTION.  THE     *
006540*                     CALLER HAS ALREADY SET WS-DET-DISP AND,   *
006550*                     FOR REJECTS, WS-EXCEPT-REASON.            *
006560*--------------------------------------------------------------*
006570 2300-WRITE-DETAIL.
006580     EVALUATE TRAN-ACTION
006590         WHEN 'A' MOVE "ADD"        TO WS-DET-ACTION
006600         WHEN 'C' MOVE "CHANGE"     TO WS-DET-ACTION
006610         WHEN 'D' MOVE "DEACTIVATE" TO WS-DET-ACTION
006620         WHEN 'R' MOVE "REACTIVATE" TO WS-DET-ACTION
006630         WHEN OTHER MOVE TRAN-ACTION TO WS-DET-ACTION
006640     END-EVALUATE
006650     MOVE TRAN-SITE-ID TO WS-DET-SITE
006660     IF WS-DET-DISP = "APPLIED"
006670         MOVE SPACES TO WS-DET-REASON
006680     ELSE
006690         MOVE WS-EXCEPT-REASON TO WS-DET-REASON
006700     END-IF
006710     MOVE WS-DETAIL-LINE TO REPORT-REC
006720     WRITE REPORT-REC
006730     MOVE SPACES TO WS-DETAIL-LINE.
006740 2300-EXIT.
006750     EXIT.
006760*--------------------------------------------------------------*
006770* 2800-REPORT-APPLIED - DETAIL LINE PLUS THE BEFORE AND AFTER   *
006780*                       IMAGES OF THE ENTRY.  AN ADD HAS NO     *
006790*                       BEFORE IMAGE.                           *
006800*--------------------------------------------------------------*
006810 2800-REPORT-APPLIED.
006820     MOVE "APPLIED" TO WS-DET-DISP
006830     PERFORM 2300-WRITE-DETAIL THRU 2300-EXIT
006840
006850     IF TRAN-ACTION NOT = 'A'
006860         MOVE "BEFORE"      TO WS-IMG-LABEL
006870         MOVE WS-BEF-NAME   TO WS-IMG-NAME
006880         MOVE WS-BEF-REGION TO WS-IMG-REGION
006890         MOVE WS-BEF-STATUS TO WS-IMG-STATUS
006900         MOVE WS-IMAGE-LINE TO REPORT-REC
006910         WRITE REPORT-REC
006920     END-IF
006930
006940     MOVE "AFTER"                   TO WS-IMG-LABEL
006950     MOVE ST-NAME (WS-SITE-SLOT)    TO WS-IMG-NAME
006960     MOVE ST-REGION (WS-SITE-SLOT)  TO WS-IMG-REGION
006970     MOVE ST-STATUS (WS-SITE-SLOT)  TO WS-IMG-STATUS
006980     MOVE WS-IMAGE-LINE TO REPORT-REC
006990     WRITE REPORT-REC
007000     ADD 1 TO CNT-APPLIED.
007010 2800-EXIT.
007020     EXIT.
007030*--------------------------------------------------------------*
007040* 2900-REJECT-TRAN - LOG A REJECTED TRANSACTION TO THE SHARED   *
007050*                    EXCEPTION FILE AND TO THE REPORT.          *
007060*--------------------------------------------------------------*
007070 2900-REJECT-TRAN.
007080     PERFORM 1150-LOG-EXCEPTION THRU 1150-EXIT
007090     MOVE "REJECTED" TO WS-DET-DISP
007100     PERFORM 2300-WRITE-DETAIL THRU 2300-EXIT
007110     ADD 1 TO CNT-REJECTED.
007120 2900-EXIT.
007130     EXIT.
007140*--------------------------------------------------------------*
007150* 3000-WRITE-MASTER - WRITE THE UPDATED MASTER TO SITENEW FOR   *
007160*                     THE SWAP STEP.                            *
007170*--------------------------------------------------------------*
007180 3000-WRITE-MASTER.
007190     OPEN OUTPUT SITENEW-FILE
007200     PERFORM 3100-WRITE-ONE-SITE THRU 3100-EXIT
007210         VARYING WS-SITE-SUB FROM 1 BY 1
007220         UNTIL WS-SITE-SUB > SITE-COUNT
007230     CLOSE SITENEW-FILE.
007240 3000-EXIT.
007250     EXIT.
007260*--------------------------------------------------------------*
007270 3100-WRITE-ONE-SITE.
007280     MOVE SPACES TO SITEMAST-REC
007290     MOVE ST-ID (WS-SITE-SUB)     TO SITE-MAST-ID
007300     MOVE ST-NAME (WS-SITE-SUB)   TO SITE-MAST-NAME
007310     MOVE ST-REGION (WS-SITE-SUB) TO SITE-MAST-REGION
007320     MOVE ST-STATUS (WS-SITE-SUB) TO SITE-MAST-STATUS
007330     IF SITE-MAST-ACTIVE
007340         ADD 1 TO CNT-ACTIVE
007350     END-IF
007360     WRITE SITENEW-REC FROM SITEMAST-REC.
007370 3100-EXIT.
007380     EXIT.
007390*--------------------------------------------------------------*
007400* 4000-WRITE-SUMMARY - BEFORE/AFTER COUNTS SO THE RUN CAN BE    *
007410*                      AUDITED AGAINST THE TRANSACTION FILE.    *
007420*--------------------------------------------------------------*
007430 4000-WRITE-SUMMARY.
007440     MOVE SPACES TO REPORT-REC
007450     WRITE REPORT-REC
007460
007470     MOVE SPACES TO WS-COUNT-LINE
007480     MOVE "TRANSACTIONS READ"     TO WS-COUNT-LABEL
007490     MOVE CNT-TRANS-READ        TO WS-COUNT-VALUE
007500     MOVE WS-COUNT-LINE TO REPORT-REC
007510     WRITE REPORT-REC
007520
007530     MOVE SPACES TO WS-COUNT-LINE
007540     MOVE "TRANSACTIONS APPLIED"  TO WS-COUNT-LABEL
007550     MOVE CNT-APPLIED           TO WS-COUNT-VALUE
007560     MOVE WS-COUNT-LINE TO REPORT-REC
007570     WRITE REPORT-REC
007580
007590     MOVE SPACES TO WS-COUNT-LINE
007600     MOVE "TRANSACTIONS REJECTED" TO WS-COUNT-LABEL
007610     MOVE CNT-REJECTED          TO WS-COUNT-VALUE
007620     MOVE WS-COUNT-LINE TO REPORT-REC
007630     WRITE REPORT-REC
007640
007650     IF MASTER-OVERFLOWED
007660         MOVE "SITE MASTER OVER CEILING - NOTHING APPLIED"
007670             TO REPORT-REC
007680         WRITE REPORT-REC
007690         GO TO 4000-EXIT
007700     END-IF
007710
007720     MOVE SPACES TO WS-COUNT-LINE
007730     MOVE "SITES ON FILE AFTER UPDATE" TO WS-COUNT-LABEL
007740     MOVE SITE-COUNT            TO WS-COUNT-VALUE
007750     MOVE WS-COUNT-LINE TO REPORT-REC
007760     WRITE REPORT-REC
007770
007780     MOVE SPACES TO WS-COUNT-LINE
007790     MOVE "ACTIVE SITES AFTER UPDATE" TO WS-COUNT-LABEL
007800     MOVE CNT-ACTIVE            TO WS-COUNT-VALUE
007810     MOVE WS-COUNT-LINE TO REPORT-REC
007820     WRITE REPORT-REC.
007830 4000-EXIT.
007840     EXIT.
007850*--------------------------------------------------------------*
007860* 9000-TERMINATE - CLOSE THE FILES.                             *
007870*--------------------------------------------------------------*
007880 9000-TERMINATE.
007890     IF WS-TRAN-STATUS NOT = '35'
007900         CLOSE TRAN-FILE
007910     END-IF
007920     CLOSE REPORT-FILE
007930     CLOSE EXCEPTION-FILE.
007940 9000-EXIT.
007950     EXIT.
