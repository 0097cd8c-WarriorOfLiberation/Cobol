000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.      BUSDATE-ROLL.
000030 AUTHOR.          R J HALVORSEN.
000040 INSTALLATION.    DATA PROCESSING CENTER.
000050 DATE-WRITTEN.    10/14/2026.
000060 DATE-COMPILED.
000070*--------------------------------------------------------------*
000080* MODIFICATION HISTORY                                        *
000090*--------------------------------------------------------------*
000100* DATE       INIT  DESCRIPTION                                 *
000110* 10/14/2026 RJH   ORIGINAL PROGRAM - FIRST STEP OF THE DAILY  *
000120*                  STREAM.  LOOKS UP THE RUN DATE ON THE SHOP  *
000130*                  BUSINESS CALENDAR (BUSCALRC) AND ROLLS THE  *
000140*                  SHARED BUSDATE CARD FORWARD TO IT WHEN IT   *
000150*                  IS A PROCESSING DAY.  ON A HOLIDAY OR OTHER *
000160*                  NON-PROCESSING DAY THE CARD IS LEFT ALONE,  *
000170*                  A NONPROC ENTRY GOES ON THE RUN REGISTRY    *
000180*                  AND THE STEP ENDS RC=4 SO THE REST OF THE   *
000190*                  STREAM IS BYPASSED.  A CALENDAR THAT IS     *
000200*                  MISSING, OUT OF ORDER OR SILENT ON THE RUN  *
000210*                  DATE ENDS RC=8 WITH AN EXCPTLOG ENTRY.      *
002101* 10/14/2026 RJH   STAMP EACH EXCPTLOG ENTRY WITH ITS STANDARD *
002102*                  REASON CODE (RSNCODRC CATALOG, BDR CODES).  *
000220*--------------------------------------------------------------*
000230*                                                              *
000240* SYSIN - OPTIONAL OVERRIDE CARD, RUN DATE YYYYMMDD IN COLUMNS *
000250*         1-8.  USED TO RERUN THE STREAM FOR A PRIOR BUSINESS  *
000260*         DAY; THE DATE MUST BE A PROCESSING DAY ON THE        *
000270*         CALENDAR.  NO CARD MEANS TODAY'S CALENDAR DATE.      *
000280*                                                              *
000290* RETURN CODES -  0  BUSDATE SET (OR ALREADY SET) FOR A        *
000300*                    PROCESSING DAY - RUN THE STREAM.          *
000310*                 4  NON-PROCESSING DAY - STOP THE STREAM.     *
000320*                 8  CALENDAR OR OVERRIDE ERROR - BUSDATE IS   *
000330*                    NOT CHANGED.                              *
000340*--------------------------------------------------------------*
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000370 SOURCE-COMPUTER.   IBM-370.
000380 OBJECT-COMPUTER.   IBM-370.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT BUSCAL-FILE    ASSIGN TO BUSCAL
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-BUSCAL-STATUS.
000440     SELECT BUSDATE-FILE   ASSIGN TO BUSDATE
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-BUSDATE-STATUS.
000470     SELECT PARM-FILE      ASSIGN TO SYSIN
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-PARM-STATUS.
000500     SELECT RUNREG-FILE    ASSIGN TO RUNREG
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-RUNREG-STATUS.
000530     SELECT EXCEPTION-FILE ASSIGN TO EXCPTLOG
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-EXCEPT-STATUS.
000560*
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  BUSCAL-FILE
000600     RECORDING MODE IS F.
000610     COPY BUSCALRC.
000620*
000630 FD  BUSDATE-FILE
000640     RECORDING MODE IS F.
000650 01  BUSDATE-CARD.
000660     05  BUS-DATE             PIC 9(08).
000670     05  FILLER               PIC X(72).
000680*
000690 FD  PARM-FILE
000700     RECORDING MODE IS F.
000710 01  PARM-CARD.
000720     05  PARM-RUN-DATE        PIC X(08).
000730     05  FILLER               PIC X(72).
000740*
000750 FD  RUNREG-FILE
000760     RECORDING MODE IS F.
000770     COPY RUNREGRC.
000780*
000790 FD  EXCEPTION-FILE
000800     RECORDING MODE IS F.
000810     COPY EXCPTREC.
000820*
000830 WORKING-STORAGE SECTION.
000840 01  WS-SWITCHES.
000850     05  WS-CAL-EOF-SW        PIC X(01) VALUE 'N'.
000860         88  NO-MORE-CAL-DAYS          VALUE 'Y'.
000870     05  WS-OVERRIDE-SW       PIC X(01) VALUE 'N'.
000880         88  RUN-DATE-OVERRIDDEN       VALUE 'Y'.
000890     05  WS-FOUND-SW          PIC X(01) VALUE 'N'.
000900         88  RUN-DATE-ON-CALENDAR      VALUE 'Y'.
000910     05  WS-CAL-ERROR-SW      PIC X(01) VALUE 'N'.
000920         88  CALENDAR-IN-ERROR         VALUE 'Y'.
000930*
000940 01  WS-DATE                  PIC 9(08).
000950 01  WS-CAL-DATE              PIC 9(08).
000960 01  WS-TIME                  PIC 9(08).
000970 01  WS-PRIOR-DATE            PIC 9(08) VALUE 0.
000980 01  WS-LAST-CAL-DATE         PIC 9(08) VALUE 0.
000990 01  WS-RUN-PROC-FLAG         PIC X(01) VALUE SPACE.
001000     88  RUN-DATE-PROCESSING            VALUE 'Y'.
001010 01  WS-RUN-HOLIDAY           PIC X(20) VALUE SPACES.
001020 01  WS-RUN-MONTH-END         PIC X(01) VALUE SPACE.
001030     88  RUN-DATE-MONTH-END             VALUE 'Y'.
001040 01  WS-BUSCAL-STATUS         PIC X(02) VALUE '00'.
001050 01  WS-BUSDATE-STATUS        PIC X(02) VALUE '00'.
001060 01  WS-PARM-STATUS           PIC X(02) VALUE '00'.
001070 01  WS-EXCEPT-STATUS         PIC X(02) VALUE '00'.
001080 01  WS-RUNREG-STATUS         PIC X(02) VALUE '00'.
001090 01  WS-RUN-EVENT             PIC X(01) VALUE 'S'.
001100 01  WS-RUN-STATUS            PIC X(08) VALUE SPACES.
001110 77  CNT-RECS-READ            PIC 9(07) COMP VALUE 0.
001120 77  CNT-RECS-WRITTEN         PIC 9(07) COMP VALUE 0.
001130 77  CNT-SKIPPED-DAYS         PIC 9(05) COMP VALUE 0.
001140 77  WS-SKIPPED-DISP          PIC ZZZZ9.
001150 77  WS-RETURN-CODE           PIC 9(02) VALUE 0.
001160*
001170 01  WS-EXCEPT-DATA           PIC X(40).
001180 01  WS-EXCEPT-REASON         PIC X(40).
011801 01  WS-EXCEPT-CODE           PIC X(06).
001190*
001200 PROCEDURE DIVISION.
001210*--------------------------------------------------------------*
001220 0000-MAINLINE.
001230     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001240     PERFORM 2000-SCAN-CALENDAR THRU 2000-EXIT
001250     PERFORM 3000-SET-BUS-DATE THRU 3000-EXIT
001260     PERFORM 9000-TERMINATE THRU 9000-EXIT
001270     MOVE WS-RETURN-CODE TO RETURN-CODE
001280     STOP RUN.
001290*--------------------------------------------------------------*
001300* 1000-INITIALIZE - FIX THE RUN DATE (OVERRIDE CARD OR TODAY), *
001310*                   PICK UP THE BUSINESS DATE THE LAST RUN     *
001320*                   LEFT ON THE BUSDATE CARD, AND OPEN THE     *
001330*                   REGISTRY AND THE EXCEPTION LOG.            *
001340*--------------------------------------------------------------*
001350 1000-INITIALIZE.
001360     ACCEPT WS-CAL-DATE FROM DATE YYYYMMDD
001370     ACCEPT WS-TIME FROM TIME
001380     MOVE WS-CAL-DATE TO WS-DATE
001390     PERFORM 1100-GET-OVERRIDE THRU 1100-EXIT
001400     PERFORM 1200-GET-PRIOR-DATE THRU 1200-EXIT
001410
001420     OPEN EXTEND RUNREG-FILE
001430     IF WS-RUNREG-STATUS = '35'
001440         OPEN OUTPUT RUNREG-FILE
001450         CLOSE RUNREG-FILE
001460         OPEN EXTEND RUNREG-FILE
001470     END-IF
001480     MOVE 'S' TO WS-RUN-EVENT
001490     MOVE "STARTED" TO WS-RUN-STATUS
001500     PERFORM 7000-LOG-RUN-EVENT THRU 7000-EXIT
001510
001520     OPEN EXTEND EXCEPTION-FILE
001530     IF WS-EXCEPT-STATUS = '35'
001540         OPEN OUTPUT EXCEPTION-FILE
001550         CLOSE EXCEPTION-FILE
001560         OPEN EXTEND EXCEPTION-FILE
001570     END-IF.
001580 1000-EXIT.
001590     EXIT.
001600*--------------------------------------------------------------*
001610* 1100-GET-OVERRIDE - AN OPTIONAL SYSIN CARD NAMES THE RUN     *
001620*                     DATE FOR A RERUN OF A PRIOR DAY.  A      *
001630*                     CARD THAT IS NOT A DATE IS IGNORED.      *
001640*--------------------------------------------------------------*
001650 1100-GET-OVERRIDE.
001660     OPEN INPUT PARM-FILE
001670     IF WS-PARM-STATUS = '35'
001680         GO TO 1100-EXIT
001690     END-IF
001700     READ PARM-FILE
001710         AT END
001720             CLOSE PARM-FILE
001730             GO TO 1100-EXIT
001740     END-READ
001750     CLOSE PARM-FILE
001760     IF PARM-RUN-DATE = SPACES
001770         GO TO 1100-EXIT
001780     END-IF
001790     IF PARM-RUN-DATE IS NOT NUMERIC
001800         DISPLAY "BUSDATE-ROLL: BAD OVERRIDE CARD IGNORED: "
001810                 PARM-CARD
001820         GO TO 1100-EXIT
001830     END-IF
001840     MOVE PARM-RUN-DATE TO WS-DATE
001850     SET RUN-DATE-OVERRIDDEN TO TRUE
001860     DISPLAY "BUSDATE-ROLL: RUN DATE OVERRIDDEN TO " WS-DATE
001870             " (CALENDAR DATE " WS-CAL-DATE ")".
001880 1100-EXIT.
001890     EXIT.
001900*--------------------------------------------------------------*
001910* 1150-LOG-EXCEPTION - ONE EXCPTLOG RECORD FOR A CALENDAR OR   *
001920*                      OVERRIDE PROBLEM.                       *
001930*--------------------------------------------------------------*
001940 1150-LOG-EXCEPTION.
001950     MOVE SPACES           TO EXCEPTION-REC
001960     MOVE "BUSDATE-ROLL"   TO EXCEPT-PROGRAM
001970     MOVE WS-DATE          TO EXCEPT-DATE
001980     MOVE WS-TIME          TO EXCEPT-TIME
001990     MOVE WS-EXCEPT-DATA   TO EXCEPT-INPUT-DATA
002000     MOVE WS-EXCEPT-REASON TO EXCEPT-REASON
020001     MOVE WS-EXCEPT-CODE   TO EXCEPT-CODE
002010     WRITE EXCEPTION-REC.
002020 1150-EXIT.
002030     EXIT.
002040*--------------------------------------------------------------*
002050* 1200-GET-PRIOR-DATE - THE BUSINESS DATE THE LAST SUCCESSFUL  *
002060*                       ROLL LEFT ON THE CARD.  NONE (FIRST    *
002070*                       RUN, OR AN EMPTY CARD) IS TAKEN AS     *
002080*                       ZERO.                                  *
002090*--------------------------------------------------------------*
002100 1200-GET-PRIOR-DATE.
002110     OPEN INPUT BUSDATE-FILE
002120     IF WS-BUSDATE-STATUS = '35'
002130         GO TO 1200-EXIT
002140     END-IF
002150     READ BUSDATE-FILE
002160         AT END
002170             CLOSE BUSDATE-FILE
002180             GO TO 1200-EXIT
002190     END-READ
002200     IF BUS-DATE IS NUMERIC AND BUS-DATE > 0
002210         MOVE BUS-DATE TO WS-PRIOR-DATE
002220     END-IF
002230     CLOSE BUSDATE-FILE.
002240 1200-EXIT.
002250     EXIT.
002260*--------------------------------------------------------------*
002270* 2000-SCAN-CALENDAR - ONE PASS OF THE CALENDAR, WHICH MUST BE *
002280*                      IN ASCENDING DATE ORDER.  PICKS UP THE  *
002290*                      RUN DATE'S OWN RECORD AND COUNTS THE    *
002300*                      PROCESSING DAYS AFTER THE PRIOR         *
002310*                      BUSINESS DATE AND BEFORE THE RUN DATE - *
002320*                      DAYS THAT NEVER GOT A RUN.              *
002330*--------------------------------------------------------------*
002340 2000-SCAN-CALENDAR.
002350     OPEN INPUT BUSCAL-FILE
002360     IF WS-BUSCAL-STATUS = '35'
002370         MOVE SPACES TO WS-EXCEPT-DATA
002380         MOVE "BUSCAL" TO WS-EXCEPT-DATA
002390         MOVE "BUSINESS CALENDAR FILE MISSING"
002400             TO WS-EXCEPT-REASON
024001         MOVE "BDR001" TO WS-EXCEPT-CODE
002410         PERFORM 1150-LOG-EXCEPTION THRU 1150-EXIT
002420         SET CALENDAR-IN-ERROR TO TRUE
002430         GO TO 2000-EXIT
002440     END-IF
002450     PERFORM 2100-READ-ONE-DAY THRU 2100-EXIT
002460         UNTIL NO-MORE-CAL-DAYS
002470     CLOSE BUSCAL-FILE.
002480 2000-EXIT.
002490     EXIT.
002500*--------------------------------------------------------------*
002510 2100-READ-ONE-DAY.
002520     READ BUSCAL-FILE
002530         AT END
002540             SET NO-MORE-CAL-DAYS TO TRUE
002550             GO TO 2100-EXIT
002560     END-READ
002570     ADD 1 TO CNT-RECS-READ
002580
002590     IF CAL-DATE IS NOT NUMERIC
002600         OR CAL-DATE NOT > WS-LAST-CAL-DATE
002610         MOVE BUSCAL-REC TO WS-EXCEPT-DATA
002620         MOVE "BUSINESS CALENDAR BAD OR OUT OF SEQUENCE"
002630             TO WS-EXCEPT-REASON
026301         MOVE "BDR002" TO WS-EXCEPT-CODE
002640         PERFORM 1150-LOG-EXCEPTION THRU 1150-EXIT
002650         SET CALENDAR-IN-ERROR TO TRUE
002660         SET NO-MORE-CAL-DAYS TO TRUE
002670         GO TO 2100-EXIT
002680     END-IF
002690     MOVE CAL-DATE TO WS-LAST-CAL-DATE
002700
002710     IF CAL-DATE = WS-DATE
002720         SET RUN-DATE-ON-CALENDAR TO TRUE
002730         MOVE CAL-PROC-FLAG      TO WS-RUN-PROC-FLAG
002740         MOVE CAL-HOLIDAY-NAME   TO WS-RUN-HOLIDAY
002750         MOVE CAL-MONTH-END-FLAG TO WS-RUN-MONTH-END
002760     END-IF
002770
002780     IF NOT CAL-PROCESSING-DAY
002790         OR CAL-DATE NOT > WS-PRIOR-DATE
002800         GO TO 2100-EXIT
002810     END-IF
002820     IF CAL-DATE < WS-DATE
002830         ADD 1 TO CNT-SKIPPED-DAYS
002840     END-IF.
002850 2100-EXIT.
002860     EXIT.
002870*--------------------------------------------------------------*
002880* 3000-SET-BUS-DATE - DECIDE THE DAY.  A PROCESSING RUN DATE   *
002890*                     LATER THAN THE PRIOR BUSINESS DATE ROLLS *
002900*                     THE CARD FORWARD TO IT; ONE THAT IS NOT  *
002910*                     LATER IS A SAME-DAY RERUN AND KEEPS THE  *
002920*                     CARD, UNLESS AN OVERRIDE CARD ASKED FOR  *
002930*                     THAT DAY.  A RUN THAT JUMPS PAST         *
002940*                     PROCESSING DAYS NEVER RUN IS FLAGGED ON  *
002950*                     EXCPTLOG BUT STILL GOES AHEAD.           *
002960*--------------------------------------------------------------*
002970 3000-SET-BUS-DATE.
002980     IF CALENDAR-IN-ERROR
002990         MOVE 8 TO WS-RETURN-CODE
003000         GO TO 3000-EXIT
003010     END-IF
003020
003030     IF NOT RUN-DATE-ON-CALENDAR
003040         MOVE SPACES TO WS-EXCEPT-DATA
003050         MOVE WS-DATE TO WS-EXCEPT-DATA
003060         MOVE "RUN DATE NOT ON BUSINESS CALENDAR"
003070             TO WS-EXCEPT-REASON
030701         MOVE "BDR003" TO WS-EXCEPT-CODE
003080         PERFORM 1150-LOG-EXCEPTION THRU 1150-EXIT
003090         MOVE 8 TO WS-RETURN-CODE
003100         GO TO 3000-EXIT
003110     END-IF
003120
003130     IF NOT RUN-DATE-PROCESSING
003140         IF RUN-DATE-OVERRIDDEN
003150             MOVE SPACES TO WS-EXCEPT-DATA
003160             MOVE WS-DATE TO WS-EXCEPT-DATA
003170             MOVE "OVERRIDE DATE IS NOT A PROCESSING DAY"
003180                 TO WS-EXCEPT-REASON
031801             MOVE "BDR004" TO WS-EXCEPT-CODE
003190             PERFORM 1150-LOG-EXCEPTION THRU 1150-EXIT
003200             MOVE 8 TO WS-RETURN-CODE
003210             GO TO 3000-EXIT
003220         END-IF
003230         DISPLAY "BUSDATE-ROLL: " WS-DATE " IS NOT A PROCESSING"
003240                 " DAY (" WS-RUN-HOLIDAY ") - STREAM STOPPED."
003250         MOVE 4 TO WS-RETURN-CODE
003260         GO TO 3000-EXIT
003270     END-IF
003280
003290     IF WS-DATE NOT > WS-PRIOR-DATE
003300         AND NOT RUN-DATE-OVERRIDDEN
003310         DISPLAY "BUSDATE-ROLL: BUSINESS DATE ALREADY "
003320                 WS-PRIOR-DATE " - SAME-DAY RERUN."
003330         GO TO 3000-EXIT
003340     END-IF
003350
003360     IF WS-DATE > WS-PRIOR-DATE
003370         AND WS-PRIOR-DATE > 0
003380         AND CNT-SKIPPED-DAYS > 0
003390         MOVE CNT-SKIPPED-DAYS TO WS-SKIPPED-DISP
003400         MOVE SPACES TO WS-EXCEPT-DATA
003410         STRING WS-PRIOR-DATE " TO " WS-DATE
003420             DELIMITED BY SIZE INTO WS-EXCEPT-DATA
003430         MOVE SPACES TO WS-EXCEPT-REASON
003440         STRING WS-SKIPPED-DISP " PROCESSING DAY(S) NEVER RUN"
003450             DELIMITED BY SIZE INTO WS-EXCEPT-REASON
034501         MOVE "BDR005" TO WS-EXCEPT-CODE
003460         PERFORM 1150-LOG-EXCEPTION THRU 1150-EXIT
003470     END-IF
003480
003490     PERFORM 3100-WRITE-BUS-DATE THRU 3100-EXIT.
003500 3000-EXIT.
003510     EXIT.
003520*--------------------------------------------------------------*
003530* 3100-WRITE-BUS-DATE - REWRITE THE SHARED BUSDATE CARD WITH   *
003540*                       THE NEW BUSINESS DATE.                 *
003550*--------------------------------------------------------------*
003560 3100-WRITE-BUS-DATE.
003570     OPEN OUTPUT BUSDATE-FILE
003580     MOVE SPACES  TO BUSDATE-CARD
003590     MOVE WS-DATE TO BUS-DATE
003600     WRITE BUSDATE-CARD
003610     ADD 1 TO CNT-RECS-WRITTEN
003620     CLOSE BUSDATE-FILE
003630     DISPLAY "BUSDATE-ROLL: BUSINESS DATE " WS-PRIOR-DATE
003640             " ROLLED TO " WS-DATE
003650     IF RUN-DATE-MONTH-END
003660         DISPLAY "BUSDATE-ROLL: " WS-DATE
003670                 " IS THE MONTH-END PROCESSING DAY."
003680     END-IF.
003690 3100-EXIT.
003700     EXIT.
003710*--------------------------------------------------------------*
003720* 7000-LOG-RUN-EVENT - APPEND ONE START OR END EVENT TO THE    *
003730*                      SHARED RUN REGISTRY.                    *
003740*--------------------------------------------------------------*
003750 7000-LOG-RUN-EVENT.
003760     ACCEPT WS-TIME FROM TIME
003770     MOVE SPACES           TO RUNREG-REC
003780     MOVE "BUSDATE-ROLL"   TO RUNREG-PROGRAM
003790     MOVE WS-RUN-EVENT     TO RUNREG-EVENT
003800     MOVE WS-DATE          TO RUNREG-DATE
003810     MOVE WS-TIME          TO RUNREG-TIME
003820     MOVE CNT-RECS-READ    TO RUNREG-RECS-READ
003830     MOVE CNT-RECS-WRITTEN TO RUNREG-RECS-WRITTEN
003840     MOVE WS-RUN-STATUS    TO RUNREG-STATUS
003850     WRITE RUNREG-REC.
003860 7000-EXIT.
003870     EXIT.
003880*--------------------------------------------------------------*
003890* 9000-TERMINATE - LOG THE END EVENT WITH HOW THE DAY WAS      *
003900*                  DECIDED AND CLOSE UP.                       *
003910*--------------------------------------------------------------*
003920 9000-TERMINATE.
003930     MOVE 'E' TO WS-RUN-EVENT
003940     EVALUATE WS-RETURN-CODE
003950         WHEN 0
003960             MOVE "COMPLETE" TO WS-RUN-STATUS
003970         WHEN 4
003980             MOVE "NONPROC"  TO WS-RUN-STATUS
003990         WHEN OTHER
004000             MOVE "FAILED"   TO WS-RUN-STATUS
004010     END-EVALUATE
004020     PERFORM 7000-LOG-RUN-EVENT THRU 7000-EXIT
004030     CLOSE RUNREG-FILE
004040     CLOSE EXCEPTION-FILE.
004050 9000-EXIT.
004060     EXIT.
