000170*                  THIS IS THE TREND THE MONTHLY OPERATIONS    *
000180*                  REVIEW USED TO RECONSTRUCT FROM SAVED       *
000190*                  PRINTOUTS.                                  *
001901* 10/14/2026 RJH   COMPARE EACH DAY WITH THE PROCESSING DAY    *
001902*                  ONE BUSINESS WEEK (FIVE PROCESSING DAYS)    *
001903*                  EARLIER ON THE SHOP BUSINESS CALENDAR       *
001904*                  (BUSCALRC) INSTEAD OF SEVEN CALENDAR DAYS,  *
001905*                  SO HOLIDAY WEEKS NO LONGER COMPARE AGAINST  *
001906*                  A DAY THE STREAM NEVER RAN.                 *
000200*--------------------------------------------------------------*
000210 ENVIRONMENT DIVISION.
000220 CONFIGURATION SECTION.
000320         FILE STATUS IS WS-PARM-STATUS.
000330     SELECT REPORT-FILE   ASSIGN TO TRENDRPT
000340         ORGANIZATION IS LINE SEQUENTIAL.
003401     SELECT BUSCAL-FILE   ASSIGN TO BUSCAL
003402         ORGANIZATION IS LINE SEQUENTIAL
003403         FILE STATUS IS WS-BUSCAL-STATUS.
000350*
000360 DATA DIVISION.
000370 FILE SECTION.
000470     05  PARM-TO-DATE         PIC 9(08).
000480     05  FILLER               PIC X(63).
000490*
004901 FD  BUSCAL-FILE
004902     RECORDING MODE IS F.
004903     COPY BUSCALRC.
004904*
000500 FD  REPORT-FILE
000510     RECORDING MODE IS F.
000520 01  REPORT-REC               PIC X(80).
000550 01  WS-SWITCHES.
000560     05  WS-HIST-EOF-SW       PIC X(01) VALUE 'N'.
000570         88  NO-MORE-HISTORY           VALUE 'Y'.
005701     05  WS-CAL-EOF-SW        PIC X(01) VALUE 'N'.
005702         88  NO-MORE-CAL-DAYS          VALUE 'Y'.
005703     05  WS-PROC-FOUND-SW     PIC X(01) VALUE 'N'.
005704         88  PROC-DAY-FOUND            VALUE 'Y'.
000580*
000590 77  MAX-DAYS                 PIC 9(03) COMP VALUE 400.
000600 01  DAY-COUNT                PIC 9(03) COMP VALUE 0.
000690 01  FROM-DATE                PIC 9(08) VALUE 0.
000700 01  TO-DATE                  PIC 9(08) VALUE 99999999.
000702* THE WEEK-OVER-WEEK FLAGS NEED THE WEEK BEFORE THE RANGE IN
000704* HAND AS CONTEXT, SO LOADING STARTS A WEEK EARLY - SEVEN DAYS,
000706* OR FIVE PROCESSING DAYS WHEN THAT REACHES FURTHER BACK - AND
000707* ONLY DAYS INSIDE THE REQUESTED RANGE PRINT.
000708 01  LOAD-FROM-DATE           PIC 9(08) VALUE 0.
000710 01  PRIOR-WEEK-DATE          PIC 9(08) VALUE 0.
000720 01  WS-DATE-INT              PIC 9(07) COMP VALUE 0.
000730 01  WS-SUB                   PIC 9(03) COMP VALUE 0.
000740 01  WS-PRIOR                 PIC 9(03) COMP VALUE 0.
007401*
007402* EVERY PROCESSING DAY ON THE BUSINESS CALENDAR, IN DATE ORDER.
007403* ONE BUSINESS WEEK IS WEEK-BUS-DAYS ENTRIES.
007404 77  WEEK-BUS-DAYS            PIC 9(02) COMP VALUE 5.
007405 77  MAX-PROC-DAYS            PIC 9(04) COMP VALUE 3000.
007406 01  PROC-USED                PIC 9(04) COMP VALUE 0.
007407 01  PROC-TABLE.
007408     05  PROC-DATE OCCURS 3000 TIMES PIC 9(08).
007409 01  WS-FIND-DATE             PIC 9(08) VALUE 0.
007410 01  WS-FIND-IDX              PIC 9(04) COMP VALUE 0.
007411 01  WS-WEEK-IDX              PIC 9(04) COMP VALUE 0.
007412 01  WS-LAST-CAL-DATE         PIC 9(08) VALUE 0.
007413 01  WS-CAL-LOW               PIC 9(04) COMP VALUE 0.
007414 01  WS-CAL-HIGH              PIC 9(04) COMP VALUE 0.
007415 01  WS-CAL-MID               PIC 9(04) COMP VALUE 0.
000750*
000760 01  WS-HIST-STATUS           PIC X(02) VALUE '00'.
000770 01  WS-PARM-STATUS           PIC X(02) VALUE '00'.
007701 01  WS-BUSCAL-STATUS         PIC X(02) VALUE '00'.
000780*
000790 01  WS-HEAD-LINE.
000800     05  FILLER               PIC X(30)
001458         MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
001459             TO LOAD-FROM-DATE
001461     END-IF
014611     PERFORM 1300-LOAD-CALENDAR THRU 1300-EXIT
014612     IF PROC-USED > 0 AND FROM-DATE > 0
014613         MOVE FROM-DATE TO WS-FIND-DATE
014614         PERFORM 1400-FIND-PROC-DAY THRU 1400-EXIT
014615         IF WS-FIND-IDX > WEEK-BUS-DAYS
014616             COMPUTE WS-WEEK-IDX = WS-FIND-IDX - WEEK-BUS-DAYS
014617             IF PROC-DATE (WS-WEEK-IDX) < LOAD-FROM-DATE
014618                 MOVE PROC-DATE (WS-WEEK-IDX) TO LOAD-FROM-DATE
014619             END-IF
014620         END-IF
014621     END-IF
001462
001460     MOVE FROM-DATE TO WS-HEAD-FROM
001470     MOVE TO-DATE   TO WS-HEAD-TO
001890     MOVE HIST-TOTAL         TO DAY-TOTAL (DAY-COUNT).
001900 1100-EXIT.
001910     EXIT.
019101*--------------------------------------------------------------*
019102* 1300-LOAD-CALENDAR - HOLD EVERY PROCESSING DAY ON THE        *
019103*                      BUSINESS CALENDAR IN DATE ORDER, SO     *
019104*                      THE DAY ONE BUSINESS WEEK BACK IS A     *
019105*                      FIXED NUMBER OF ENTRIES EARLIER.  NO    *
019106*                      CALENDAR, OR ONE OUT OF ORDER, LEAVES   *
019107*                      THE COMPARISON AT SEVEN CALENDAR DAYS.  *
019108*--------------------------------------------------------------*
019109 1300-LOAD-CALENDAR.
019110     OPEN INPUT BUSCAL-FILE
019111     IF WS-BUSCAL-STATUS = '35'
019112         DISPLAY "TREND-REPORT: NO BUSINESS CALENDAR - "
019113                 "COMPARING SEVEN CALENDAR DAYS BACK."
019114         GO TO 1300-EXIT
019115     END-IF
019116     PERFORM 1310-ONE-CAL-DAY THRU 1310-EXIT
019117         UNTIL NO-MORE-CAL-DAYS
019118     CLOSE BUSCAL-FILE.
019119 1300-EXIT.
019120     EXIT.
019121*--------------------------------------------------------------*
019122 1310-ONE-CAL-DAY.
019123     READ BUSCAL-FILE
019124         AT END
019125             SET NO-MORE-CAL-DAYS TO TRUE
019126             GO TO 1310-EXIT
019127     END-READ
019128     IF CAL-DATE IS NOT NUMERIC
019129         OR CAL-DATE NOT > WS-LAST-CAL-DATE
019130         DISPLAY "TREND-REPORT: BUSINESS CALENDAR OUT OF "
019131                 "SEQUENCE AT " BUSCAL-REC
019132         DISPLAY "TREND-REPORT: COMPARING SEVEN CALENDAR DAYS "
019133                 "BACK."
019134         MOVE 0 TO PROC-USED
019135         SET NO-MORE-CAL-DAYS TO TRUE
019136         GO TO 1310-EXIT
019137     END-IF
019138     MOVE CAL-DATE TO WS-LAST-CAL-DATE
019139     IF NOT CAL-PROCESSING-DAY
019140         GO TO 1310-EXIT
019141     END-IF
019142     IF PROC-USED NOT LESS THAN MAX-PROC-DAYS
019143         DISPLAY "TREND-REPORT: MORE THAN " MAX-PROC-DAYS
019144                 " PROCESSING DAYS - REST IGNORED."
019145         SET NO-MORE-CAL-DAYS TO TRUE
019146         GO TO 1310-EXIT
019147     END-IF
019148     ADD 1 TO PROC-USED
019149     MOVE CAL-DATE TO PROC-DATE (PROC-USED).
019150 1310-EXIT.
019151     EXIT.
019152*--------------------------------------------------------------*
019153* 1400-FIND-PROC-DAY - BINARY SEARCH OF THE PROCESSING-DAY     *
019154*                      TABLE FOR WS-FIND-DATE.  WS-FIND-IDX IS *
019155*                      ITS ENTRY WHEN FOUND, OTHERWISE THE     *
019156*                      FIRST ENTRY AFTER IT.                   *
019157*--------------------------------------------------------------*
019158 1400-FIND-PROC-DAY.
019159     MOVE 'N' TO WS-PROC-FOUND-SW
019160     MOVE 1 TO WS-CAL-LOW
019161     MOVE PROC-USED TO WS-CAL-HIGH
019162     PERFORM 1410-PROBE-ONE THRU 1410-EXIT
019163         UNTIL PROC-DAY-FOUND
019164            OR WS-CAL-LOW > WS-CAL-HIGH
019165     IF NOT PROC-DAY-FOUND
019166         MOVE WS-CAL-LOW TO WS-FIND-IDX
019167     END-IF.
019168 1400-EXIT.
019169     EXIT.
019170*--------------------------------------------------------------*
019171 1410-PROBE-ONE.
019172     COMPUTE WS-CAL-MID = (WS-CAL-LOW + WS-CAL-HIGH) / 2
019173     IF PROC-DATE (WS-CAL-MID) = WS-FIND-DATE
019174         SET PROC-DAY-FOUND TO TRUE
019175         MOVE WS-CAL-MID TO WS-FIND-IDX
019176         GO TO 1410-EXIT
019177     END-IF
019178     IF PROC-DATE (WS-CAL-MID) < WS-FIND-DATE
019179         COMPUTE WS-CAL-LOW = WS-CAL-MID + 1
019180     ELSE
019181         COMPUTE WS-CAL-HIGH = WS-CAL-MID - 1
019182     END-IF.
019183 1410-EXIT.
019184     EXIT.
001920*--------------------------------------------------------------*
001930* 2000-PRINT-TREND - ONE LINE PER DAY.  EACH COUNT IS FLAGGED  *
001940*                    AGAINST THE ENTRY ONE BUSINESS WEEK (FIVE *
001950*                    PROCESSING DAYS) EARLIER: + UP, - DOWN,   *
001960*                    = UNCHANGED, BLANK WHEN NO PRIOR WEEK IS  *
001961*                    ON FILE.                                  *
001970*--------------------------------------------------------------*
001980 2000-PRINT-TREND.
001990     PERFORM 2100-PRINT-ONE-DAY THRU 2100-EXIT
002112     IF DAY-DATE (WS-SUB) < FROM-DATE
002114         GO TO 2100-EXIT
002116     END-IF
002120     PERFORM 2150-FIND-PRIOR-WEEK THRU 2150-EXIT
002160     MOVE 0 TO WS-PRIOR
002170     PERFORM VARYING WS-PRIOR FROM 1 BY 1
002180         UNTIL WS-PRIOR > DAY-COUNT
002350     WRITE REPORT-REC.
002360 2100-EXIT.
002370     EXIT.
023701*--------------------------------------------------------------*
023702* 2150-FIND-PRIOR-WEEK - THE COMPARISON DAY FOR DAY-DATE       *
023703*                        (WS-SUB): THE PROCESSING DAY ONE      *
023704*                        BUSINESS WEEK EARLIER ON THE BUSINESS *
023705*                        CALENDAR, SO A HOLIDAY WEEK STILL     *
023706*                        COMPARES LIKE WITH LIKE.  SEVEN       *
023707*                        CALENDAR DAYS EARLIER WHEN THE DAY    *
023708*                        IS NOT A PROCESSING DAY ON THE        *
023709*                        CALENDAR OR THERE IS NO CALENDAR.     *
023710*--------------------------------------------------------------*
023711 2150-FIND-PRIOR-WEEK.
023712     COMPUTE WS-DATE-INT =
023713         FUNCTION INTEGER-OF-DATE(DAY-DATE (WS-SUB)) - 7
023714     MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
023715         TO PRIOR-WEEK-DATE
023716     IF PROC-USED = 0
023717         GO TO 2150-EXIT
023718     END-IF
023719     MOVE DAY-DATE (WS-SUB) TO WS-FIND-DATE
023720     PERFORM 1400-FIND-PROC-DAY THRU 1400-EXIT
023721     IF PROC-DAY-FOUND
023722        AND WS-FIND-IDX > WEEK-BUS-DAYS
023723         COMPUTE WS-WEEK-IDX = WS-FIND-IDX - WEEK-BUS-DAYS
023724         MOVE PROC-DATE (WS-WEEK-IDX) TO PRIOR-WEEK-DATE
023725     END-IF.
023726 2150-EXIT.
023727     EXIT.
002380*--------------------------------------------------------------*
002390* 2200-SET-FLAGS - WS-PRIOR SITS ON THE DAY ONE BUSINESS WEEK  *
002400*                  EARLIER.  FLAG EACH COUNT AGAINST IT.       *
002410*--------------------------------------------------------------*
002420 2200-SET-FLAGS.
