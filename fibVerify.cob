000230*                  (BUSDATE) FOR EVERY DATE STAMP AND FILTER,  *
000231*                  WITH THE CALENDAR DATE STILL NOTED ON       *
000232*                  SYSOUT WHEN THE TWO DIFFER.                 *
002321* 10/14/2026 RJH   STAMP EACH EXCPTLOG ENTRY WITH ITS STANDARD *
002322*                  REASON CODE (RSNCODRC CATALOG, FVR CODES).  *
002323* 10/14/2026 RJH   RE-DERIVE FROM THE STANDING REQUEST MASTER  *
002324*                  (FIBREQRC) INSTEAD OF THE PARAMETER CARD    *
002325*                  DECK, PICKING THE REQUESTS DUE ON THE       *
002326*                  BUSINESS DATE BY THE SAME SCHEDULE RULES    *
002327*                  FIBONACCI USES.  A ONE-OFF FIBONACCI HAS    *
002328*                  JUST STAMPED AS RUN TODAY IS STILL DUE      *
002329*                  HERE.                                       *
000230*--------------------------------------------------------------*
000240 ENVIRONMENT DIVISION.
000250 CONFIGURATION SECTION.
000270 OBJECT-COMPUTER.   IBM-370.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT REQUEST-FILE ASSIGN TO FIBREQ
000310         ORGANIZATION IS INDEXED
003101         ACCESS MODE IS SEQUENTIAL
003102         RECORD KEY IS FRQ-REQUEST-ID
000320         FILE STATUS IS WS-FIBREQ-STATUS.
000330     SELECT FIB-IN      ASSIGN TO FIBOUT
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-FIB-STATUS.
000382     SELECT BUSDATE-FILE ASSIGN TO BUSDATE
000384         ORGANIZATION IS LINE SEQUENTIAL
000386         FILE STATUS IS WS-BUSDATE-STATUS.
003861     SELECT BUSCAL-FILE ASSIGN TO BUSCAL
003862         ORGANIZATION IS LINE SEQUENTIAL
003863         FILE STATUS IS WS-BUSCAL-STATUS.
000390*
000400 DATA DIVISION.
000410 FILE SECTION.
000420 FD  REQUEST-FILE
000430     RECORDING MODE IS F.
000440     COPY FIBREQRC.
000500*
000510 FD  FIB-IN
000520     RECORDING MODE IS F.
000625 01  BUSDATE-CARD.
000626     05  BUS-DATE            PIC 9(08).
000627     05  FILLER              PIC X(72).
006271*
006272 FD  BUSCAL-FILE
006273     RECORDING MODE IS F.
006274     COPY BUSCALRC.
000630*
000640 WORKING-STORAGE SECTION.
000650 01  WS-SWITCHES.
000660     05  WS-REQ-EOF-SW       PIC X(01) VALUE 'N'.
000670         88  NO-MORE-REQUESTS         VALUE 'Y'.
000680     05  WS-FIB-EOF-SW       PIC X(01) VALUE 'N'.
000690         88  NO-MORE-FIB              VALUE 'Y'.
000700     05  WS-OVERFLOW-SW      PIC X(01) VALUE 'N'.
000710         88  TERM-OVERFLOWED          VALUE 'Y'.
000720     05  WS-DEFAULT-SW       PIC X(01) VALUE 'N'.
000730         88  DEFAULT-RUN              VALUE 'Y'.
007301     05  WS-DUE-SW           PIC X(01) VALUE 'N'.
007302         88  REQUEST-DUE              VALUE 'Y'.
007303     05  WS-MONTH-END-SW     PIC X(01) VALUE 'U'.
007304         88  MONTH-END-TODAY          VALUE 'Y'.
007305     05  WS-CAL-EOF-SW       PIC X(01) VALUE 'N'.
007306         88  CAL-LOOKUP-DONE          VALUE 'Y'.
000740*
000750 01  REQUEST-ID              PIC X(08) VALUE "DEFAULT".
000760 01  NUM-TERMS               PIC 9(02) VALUE 10.
000800 77  COUNTER                 PIC 9(02) COMP VALUE 1.
000810 77  CNT-TERMS-CHECKED       PIC 9(07) COMP VALUE 0.
000820 77  CNT-ERRORS              PIC 9(05) COMP VALUE 0.
008201 77  WS-DAY-INTEGER          PIC 9(07) COMP VALUE 0.
008202 77  WS-WEEK-QUOT            PIC 9(07) COMP VALUE 0.
008203 77  WS-RUN-WEEKDAY          PIC 9(01) VALUE 0.
000830*
000840 01  WS-DATE                 PIC 9(08).
000841 01  WS-CAL-DATE             PIC 9(08).
000850 01  WS-TIME                 PIC 9(08).
000860 01  WS-FIBREQ-STATUS        PIC X(02) VALUE '00'.
008601 01  WS-BUSCAL-STATUS        PIC X(02) VALUE '00'.
000870 01  WS-FIB-STATUS           PIC X(02) VALUE '00'.
000880 01  WS-EXCEPT-STATUS        PIC X(02) VALUE '00'.
000881 01  WS-BUSDATE-STATUS       PIC X(02) VALUE '00'.
000890 01  WS-EXCEPT-DATA          PIC X(40).
000900 01  WS-EXCEPT-REASON        PIC X(40).
009001 01  WS-EXCEPT-CODE          PIC X(06).
000910*
000920 PROCEDURE DIVISION.
000930*--------------------------------------------------------------*
000960     IF DEFAULT-RUN
000970         PERFORM 2100-VERIFY-SEQUENCE THRU 2100-EXIT
000980     ELSE
000990         PERFORM 2000-VERIFY-ONE-REQUEST THRU 2000-EXIT
001000             UNTIL NO-MORE-REQUESTS
001010     END-IF
001020     PERFORM 3000-WRAP-UP THRU 3000-EXIT
001030     PERFORM 9000-TERMINATE THRU 9000-EXIT
001060     END-IF
001070     STOP RUN.
001080*--------------------------------------------------------------*
001090* 1000-INITIALIZE - OPEN THE FILES.  REQUEST SELECTION AND     *
001100*                   PARAMETER DEFAULTING MIRROR FIBONACCI      *
001110*                   EXACTLY, SO BOTH PROGRAMS ALWAYS AGREE     *
001120*                   ON WHAT WAS ASKED FOR.                     *
001130*--------------------------------------------------------------*
001140 1000-INITIALIZE.
001150     ACCEPT WS-CAL-DATE FROM DATE YYYYMMDD
001160     ACCEPT WS-TIME FROM TIME
001165     PERFORM 1200-GET-BUS-DATE THRU 1200-EXIT
011651     PERFORM 1300-SET-RUN-DAY THRU 1300-EXIT
001170
001180     OPEN EXTEND EXCEPTION-FILE
001190     IF WS-EXCEPT-STATUS = '35'
001300         MOVE SPACES TO WS-EXCEPT-DATA
001310         MOVE "FIBOUT MISSING AT VERIFICATION" TO
001320             WS-EXCEPT-REASON
013201         MOVE "FVR001" TO WS-EXCEPT-CODE
001330         PERFORM 8000-LOG-EXCEPTION THRU 8000-EXIT
001340         ADD 1 TO CNT-ERRORS
001350     END-IF
001360
001370     OPEN INPUT REQUEST-FILE
001380     IF WS-FIBREQ-STATUS = '35'
001390         DISPLAY "FIB-VERIFY: NO STANDING REQUEST MASTER - "
001400                 "VERIFYING ONE DEFAULT REQUEST."
001410         SET NO-MORE-REQUESTS TO TRUE
001420         SET DEFAULT-RUN TO TRUE
001430     END-IF.
001440 1000-EXIT.
001477     END-IF.
001478 1200-EXIT.
001479     EXIT.
014791*--------------------------------------------------------------*
014792* 1300-SET-RUN-DAY - THE BUSINESS DATE'S DAY OF THE WEEK       *
014793*                    (1 = MONDAY) AND WHETHER THE SHOP         *
014794*                    CALENDAR MARKS IT AS MONTH-END, EXACTLY   *
014795*                    AS FIBONACCI WORKS THEM OUT.              *
014796*--------------------------------------------------------------*
014797 1300-SET-RUN-DAY.
014798     COMPUTE WS-DAY-INTEGER = FUNCTION INTEGER-OF-DATE (WS-DATE)
014799     DIVIDE WS-DAY-INTEGER BY 7 GIVING WS-WEEK-QUOT
014800         REMAINDER WS-RUN-WEEKDAY
014801     IF WS-RUN-WEEKDAY = 0
014802         MOVE 7 TO WS-RUN-WEEKDAY
014803     END-IF
014804
014805     MOVE 'U' TO WS-MONTH-END-SW
014806     OPEN INPUT BUSCAL-FILE
014807     IF WS-BUSCAL-STATUS = '35'
014808         GO TO 1300-EXIT
014809     END-IF
014810     PERFORM 1310-FIND-CAL-DATE THRU 1310-EXIT
014811         UNTIL CAL-LOOKUP-DONE
014812     CLOSE BUSCAL-FILE.
014813 1300-EXIT.
014814     EXIT.
014815*--------------------------------------------------------------*
014816* 1310-FIND-CAL-DATE - ONE CALENDAR RECORD, STOPPING AT THE    *
014817*                      BUSINESS DATE OR THE FIRST DATE PAST    *
014818*                      IT.                                     *
014819*--------------------------------------------------------------*
014820 1310-FIND-CAL-DATE.
014821     READ BUSCAL-FILE
014822         AT END
014823             SET CAL-LOOKUP-DONE TO TRUE
014824             GO TO 1310-EXIT
014825     END-READ
014826     IF CAL-DATE < WS-DATE
014827         GO TO 1310-EXIT
014828     END-IF
014829     IF CAL-DATE = WS-DATE
014830         IF CAL-MONTH-END
014831             MOVE 'Y' TO WS-MONTH-END-SW
014832         ELSE
014833             MOVE 'N' TO WS-MONTH-END-SW
014834         END-IF
014835     END-IF
014836     SET CAL-LOOKUP-DONE TO TRUE.
014837 1310-EXIT.
014838     EXIT.
001460*--------------------------------------------------------------*
001470* 2000-VERIFY-ONE-REQUEST - READ THE NEXT STANDING REQUEST     *
001480*                           AND, IF IT WAS DUE, VERIFY THE     *
001490*                           STRETCH OF FIBOUT IT SHOULD HAVE   *
001491*                           PRODUCED.                          *
001500*--------------------------------------------------------------*
001510 2000-VERIFY-ONE-REQUEST.
001520     READ REQUEST-FILE
001530         AT END
001540             SET NO-MORE-REQUESTS TO TRUE
001550             GO TO 2000-EXIT
001560     END-READ
015601     PERFORM 2020-CHECK-DUE THRU 2020-EXIT
015602     IF NOT REQUEST-DUE
015603         GO TO 2000-EXIT
015604     END-IF
001570
001580     MOVE FRQ-REQUEST-ID TO REQUEST-ID
001590     MOVE 10 TO NUM-TERMS
001600     MOVE 0  TO TERM-1
001610     MOVE 1  TO TERM-2
001620     IF FRQ-NUM-TERMS IS NUMERIC
001630        AND FRQ-NUM-TERMS GREATER THAN ZERO
001640         MOVE FRQ-NUM-TERMS TO NUM-TERMS
001650     END-IF
001660     IF FRQ-START-TERM-1 IS NUMERIC
001670        AND FRQ-START-TERM-2 IS NUMERIC
001680         IF FRQ-START-TERM-1 NOT = ZERO OR
001690            FRQ-START-TERM-2 NOT = ZERO
001700             MOVE FRQ-START-TERM-1 TO TERM-1
001710             MOVE FRQ-START-TERM-2 TO TERM-2
001720         END-IF
001730     END-IF
001740
001750     PERFORM 2100-VERIFY-SEQUENCE THRU 2100-EXIT.
001760 2000-EXIT.
001770     EXIT.
017701*--------------------------------------------------------------*
017702* 2020-CHECK-DUE - THE SAME SCHEDULE RULES FIBONACCI APPLIES.  *
017703*                  A ONE-OFF FIBONACCI STAMPED AS RUN ON THIS  *
017704*                  BUSINESS DATE IS STILL DUE FOR CHECKING.    *
017705*--------------------------------------------------------------*
017706 2020-CHECK-DUE.
017707     MOVE 'N' TO WS-DUE-SW
017708     IF NOT FRQ-ACTIVE
017709         GO TO 2020-EXIT
017710     END-IF
017711     EVALUATE TRUE
017712         WHEN FRQ-DAILY
017713             SET REQUEST-DUE TO TRUE
017714         WHEN FRQ-WEEKLY
017715             IF FRQ-WEEK-DAY = WS-RUN-WEEKDAY
017716                 SET REQUEST-DUE TO TRUE
017717             END-IF
017718         WHEN FRQ-MONTH-END
017719             IF MONTH-END-TODAY
017720                 SET REQUEST-DUE TO TRUE
017721             END-IF
017722         WHEN FRQ-ONE-OFF
017723             IF FRQ-RUN-ON-DATE NOT > WS-DATE
017724                 IF FRQ-LAST-RUN-DATE = 0
017725                    OR FRQ-LAST-RUN-DATE = WS-DATE
017726                     SET REQUEST-DUE TO TRUE
017727                 END-IF
017728             END-IF
017729     END-EVALUATE.
017730 2020-EXIT.
017731     EXIT.
001780*--------------------------------------------------------------*
001790* 2100-VERIFY-SEQUENCE - RE-DERIVE THE REQUEST'S SEQUENCE THE  *
001800*                        SAME WAY FIBONACCI BUILDS IT (SAME    *
002160         MOVE REQUEST-ID TO WS-EXCEPT-DATA
002170         MOVE "FIBOUT SHORT - EXPECTED TERM MISSING"
002180             TO WS-EXCEPT-REASON
021801         MOVE "FVR002" TO WS-EXCEPT-CODE
002190         PERFORM 2400-FLAG-ERROR THRU 2400-EXIT
002200         GO TO 2200-EXIT
002210     END-IF
002260             MOVE REQUEST-ID TO WS-EXCEPT-DATA
002270             MOVE "FIBOUT SHORT - EXPECTED TERM MISSING"
002280                 TO WS-EXCEPT-REASON
022801             MOVE "FVR002" TO WS-EXCEPT-CODE
002290             PERFORM 2400-FLAG-ERROR THRU 2400-EXIT
002300             GO TO 2200-EXIT
002310     END-READ
002350         MOVE FIB-IN-REC TO WS-EXCEPT-DATA
002360         MOVE "FIBOUT RECORD FOR WRONG REQUEST"
002370             TO WS-EXCEPT-REASON
023701         MOVE "FVR003" TO WS-EXCEPT-CODE
002380         PERFORM 2400-FLAG-ERROR THRU 2400-EXIT
002390         GO TO 2200-EXIT
002400     END-IF
002430         MOVE FIB-IN-REC TO WS-EXCEPT-DATA
002440         MOVE "FIBOUT RECORD TRUNCATED OR NOT NUMERIC"
002450             TO WS-EXCEPT-REASON
024501         MOVE "FVR004" TO WS-EXCEPT-CODE
002460         PERFORM 2400-FLAG-ERROR THRU 2400-EXIT
002470         GO TO 2200-EXIT
002480     END-IF
002500         MOVE FIB-IN-REC TO WS-EXCEPT-DATA
002510         MOVE "FIBOUT TERM NUMBER OUT OF SEQUENCE"
002520             TO WS-EXCEPT-REASON
025201         MOVE "FVR005" TO WS-EXCEPT-CODE
002530         PERFORM 2400-FLAG-ERROR THRU 2400-EXIT
002540         GO TO 2200-EXIT
002550     END-IF
002570         MOVE FIB-IN-REC TO WS-EXCEPT-DATA
002580         MOVE "FIBOUT TERM IS NOT SUM OF PRIOR TWO"
002590             TO WS-EXCEPT-REASON
025901         MOVE "FVR006" TO WS-EXCEPT-CODE
002600         PERFORM 2400-FLAG-ERROR THRU 2400-EXIT
002610     END-IF.
002620 2200-EXIT.
003010                 SET NO-MORE-FIB TO TRUE
003020             NOT AT END
003030                 MOVE FIB-IN-REC TO WS-EXCEPT-DATA
003040                 MOVE "EXTRA FIBOUT RECORDS AFTER LAST REQUEST"
003050                     TO WS-EXCEPT-REASON
030501                 MOVE "FVR007" TO WS-EXCEPT-CODE
003060                 PERFORM 2400-FLAG-ERROR THRU 2400-EXIT
003070         END-READ
003080     END-IF
003250     MOVE WS-TIME          TO EXCEPT-TIME
003260     MOVE WS-EXCEPT-DATA   TO EXCEPT-INPUT-DATA
003270     MOVE WS-EXCEPT-REASON TO EXCEPT-REASON
032701     MOVE WS-EXCEPT-CODE   TO EXCEPT-CODE
003280     WRITE EXCEPTION-REC.
003290 8000-EXIT.
003300     EXIT.
003320* 9000-TERMINATE - CLOSE THE FILES.                            *
003330*--------------------------------------------------------------*
003340 9000-TERMINATE.
003350     IF WS-FIBREQ-STATUS NOT = '35'
003360         CLOSE REQUEST-FILE
003370     END-IF
003380     IF WS-FIB-STATUS NOT = '35'
003390         CLOSE FIB-IN
