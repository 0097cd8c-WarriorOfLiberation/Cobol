000281*                  DATE STILL NOTED ON SYSOUT, SO A PAST-      *
000282*                  MIDNIGHT RUN RESTARTS AND RECONCILES        *
000283*                  UNDER THE RIGHT DAY.                        *
002831* 10/14/2026 RJH   STAMP EACH EXCPTLOG ENTRY WITH ITS STANDARD *
002832*                  REASON CODE (RSNCODRC CATALOG, BIN CODES).  *
028321* 10/14/2026 RJH   THE LOOKUP MASTER NOW KEEPS DATED VERSIONS  *
028322*                  OF EACH ENTRY.  A TRANSIN TRANSACTION MAY   *
028323*                  CARRY AN AS-OF DATE (BLANK MEANS THE        *
028324*                  BUSINESS DATE; SINGLE MODE PROMPTS FOR      *
028325*                  ONE) AND EACH LOOKUP RESOLVES AGAINST THE   *
028326*                  VERSION IN FORCE ON THAT DATE.  SEARCH-     *
028327*                  ARRAY HOLDS ONE SLOT PER VERSION, AND       *
028328*                  RESULTSOUT AND THE AUDIT LOG RECORD THE     *
028329*                  AS-OF DATE AND THE DATE THE ANSWERING       *
028330*                  VERSION CAME INTO FORCE.                    *
028331* 10/14/2026 RJH   BINARY SEARCH SUBSCRIPTS WIDENED TO 9(04)   *
028332*                  SO A FULL 999-SLOT SEARCH-ARRAY CANNOT      *
028333*                  WRAP PAST THE LAST ENTRY.                   *
000266*--------------------------------------------------------------*
000220 ENVIRONMENT DIVISION.
000230 CONFIGURATION SECTION.
000452     05  TRANS-TABLE-ID       PIC X(08).
000454     05  FILLER               PIC X(01).
000456     05  TRANS-KEY            PIC X(08).
004561*    AS-OF DATE YYYYMMDD - BLANK OR ZERO MEANS THE BUSINESS DATE.
004562     05  FILLER               PIC X(01).
004563     05  TRANS-AS-OF-DATE     PIC X(08).
000460*
000470 FD  RESULTS-FILE
000480     RECORDING MODE IS F.
000544     05  RESULTS-STATUS       PIC X(01).
000545     05  FILLER               PIC X(01).
000546     05  RESULTS-MATCH-TYPE   PIC X(01).
005461     05  FILLER               PIC X(01).
005462     05  RESULTS-AS-OF-DATE   PIC 9(08).
005463     05  FILLER               PIC X(01).
005464     05  RESULTS-VER-DATE     PIC 9(08).
000550*
000560 FD  AUDIT-FILE
000570     RECORDING MODE IS F.
000672* THE MODE THAT DROVE THE LOOKUP - S (SINGLE), B (BATCH) OR
000673* R (RANGE BATCH) - SO RECONCILE CAN COUNT BATCH ENTRIES ONLY.
000674     05  AUDIT-SOURCE         PIC X(01).
006741     05  FILLER               PIC X(01).
006742     05  AUDIT-AS-OF-DATE     PIC 9(08).
006743     05  FILLER               PIC X(01).
006744     05  AUDIT-VER-DATE       PIC 9(08).
000675*
000676 FD  CHECKPT-FILE
000677     RECORDING MODE IS F.
000743     05  WS-RESTART-SW        PIC X(01) VALUE 'N'.
000744         88  RESTART-RUN               VALUE 'Y'.
000750*
000760 77  MAX-ARRAY-SIZE           PIC 9(03) COMP VALUE 999.
000770 01  ARRAY-SIZE               PIC 9(03) VALUE 0.
000780 01  SEARCH-ARRAY.
000789*    ONE SLOT PER DATED VERSION OF EACH TABLE ENTRY.
000790     05  ARRAY-ENTRY OCCURS 999 TIMES.
000791         10  ARRAY-SRCH-KEY.
000792             15  ARRAY-TABLE-ID PIC X(08).
000793             15  ARRAY-KEY      PIC X(08).
000795         10  ARRAY-STATUS     PIC X(01).
000796         10  ARRAY-EFF-DATE   PIC 9(08).
000797         10  ARRAY-EXP-DATE   PIC 9(08).
007971         10  ARRAY-VER-END    PIC 9(08).
007972         10  ARRAY-VER-DATE   PIC 9(08).
000800 01  SEARCH-TARGET.
000802     05  SEARCH-TABLE-ID      PIC X(08).
000804     05  SEARCH-VALUE         PIC X(08).
000810 01  MID                      PIC 9(04) COMP.
000820 01  LOWL                     PIC 9(04) COMP VALUE 1.
000830 01  HIGHH                    PIC 9(04) COMP VALUE 10.
000840 01  RESULT                   PIC 9(04) VALUE 0.
000850 01  FOUND-FLAG               PIC X(01) VALUE 'N'.
000860     88  KEY-WAS-FOUND                VALUE 'Y' 'I' 'E'.
000861     88  ACTIVE-MATCH                 VALUE 'Y'.
000863     88  EXPIRED-MATCH                VALUE 'E'.
000864 01  MATCH-DESC               PIC X(20) VALUE SPACES.
000865 01  MATCH-STATUS             PIC X(01) VALUE SPACE.
008651 01  MATCH-VER-DATE           PIC 9(08) VALUE 0.
008652*
008653* AS-OF-DATE IS THE DATE EACH LOOKUP IS ANSWERED FOR - THE
008654* BUSINESS DATE UNLESS THE TRANSACTION (OR THE CONSOLE) NAMES ONE.
008655 01  AS-OF-DATE               PIC 9(08) VALUE 0.
008656 01  SEARCH-AS-OF             PIC X(08) VALUE SPACES.
008657 01  SEARCH-AS-OF-PARTS REDEFINES SEARCH-AS-OF.
008658     05  FILLER               PIC 9(04).
008659     05  SEARCH-AS-OF-MM      PIC 9(02).
008660     05  SEARCH-AS-OF-DD      PIC 9(02).
008661 01  VERSION-FLAG             PIC X(01) VALUE 'N'.
008662     88  VERSION-IN-FORCE             VALUE 'Y'.
008663 01  WALK-FLAG                PIC X(01) VALUE 'N'.
008664     88  WALK-DONE                    VALUE 'Y'.
008665 01  GROUP-KEY                PIC X(16) VALUE SPACES.
008666 01  GROUP-FIRST              PIC 9(04) COMP VALUE 0.
008667 01  VER-SUB                  PIC 9(04) COMP VALUE 0.
000870*
000880 01  MODE-FLAG                PIC X(01).
000890     88  SINGLE-MODE                  VALUE 'S' 's'.
000936 01  WS-EXCEPT-STATUS         PIC X(02) VALUE '00'.
000937 01  WS-EXCEPT-DATA           PIC X(40).
000938 01  WS-EXCEPT-REASON         PIC X(40).
009381 01  WS-EXCEPT-CODE           PIC X(06).
000939 01  WS-PARM-STATUS           PIC X(02) VALUE '00'.
000940 01  WS-RESULTS-STATUS        PIC X(02) VALUE '00'.
000941 01  WS-CHKPT-STATUS          PIC X(02) VALUE '00'.
001200*--------------------------------------------------------------*
001210* 1100-LOAD-TABLE - READ ONE LOOKUP RECORD INTO SEARCH-ARRAY.  *
001220*                   THE INDEX DELIVERS THE ENTRIES IN          *
001230*                   ASCENDING KEY SEQUENCE, EACH KEY'S DATED   *
012301*                   VERSIONS OLDEST FIRST, ONE SLOT APIECE.    *
001240*--------------------------------------------------------------*
001250 1100-LOAD-TABLE.
001260     READ LOOKUP-FILE NEXT
001341         MOVE LOOKUP-REC TO WS-EXCEPT-DATA
001342         MOVE "LOOKUP EXCEEDS TABLE CEILING - IGNORED"
001343             TO WS-EXCEPT-REASON
013431         MOVE "BIN001" TO WS-EXCEPT-CODE
001344         PERFORM 1150-LOG-EXCEPTION THRU 1150-EXIT
001350         SET NO-MORE-LOOKUP TO TRUE
001360         GO TO 1100-EXIT
001401     MOVE LOOK-DESC     TO ARRAY-DESC (ARRAY-SIZE)
001402     MOVE LOOK-STATUS   TO ARRAY-STATUS (ARRAY-SIZE)
001403     MOVE LOOK-EFF-DATE TO ARRAY-EFF-DATE (ARRAY-SIZE)
001404     MOVE LOOK-EXP-DATE TO ARRAY-EXP-DATE (ARRAY-SIZE)
014041     MOVE LOOK-VER-END  TO ARRAY-VER-END (ARRAY-SIZE)
014042     MOVE LOOK-VER-DATE TO ARRAY-VER-DATE (ARRAY-SIZE).
001410 1100-EXIT.
001420     EXIT.
001421*--------------------------------------------------------------*
001428     MOVE WS-DATE          TO EXCEPT-DATE
001429     MOVE WS-TIME          TO EXCEPT-TIME
001430     MOVE WS-EXCEPT-DATA   TO EXCEPT-INPUT-DATA
014301     MOVE WS-EXCEPT-CODE   TO EXCEPT-CODE
001431     MOVE WS-EXCEPT-REASON TO EXCEPT-REASON
001432     WRITE EXCEPTION-REC.
001433 1150-EXIT.
001664     ACCEPT SEARCH-TABLE-ID
001670     DISPLAY "ENTER THE KEY TO SEARCH FOR:" WITH NO ADVANCING
001680     ACCEPT SEARCH-VALUE
016801     DISPLAY "ENTER THE AS-OF DATE (YYYYMMDD, BLANK FOR THE "
016802             "BUSINESS DATE):" WITH NO ADVANCING
016803     ACCEPT SEARCH-AS-OF
016804     PERFORM 3600-SET-AS-OF THRU 3600-EXIT
001685     ADD 1 TO CNT-RECS-READ
001690
001700     PERFORM 3100-KEYED-SEARCH THRU 3100-EXIT
001746                     "BUT OUTSIDE ITS EFFECTIVE DATES - "
001747                     MATCH-DESC
001750         WHEN OTHER
001760             DISPLAY "KEY " SEARCH-VALUE " NOT FOUND AS OF "
017601                     AS-OF-DATE "."
001770     END-EVALUATE
017701     IF KEY-WAS-FOUND
017702         DISPLAY "ANSWERED AS OF " AS-OF-DATE
017703                 " BY THE VERSION IN FORCE SINCE " MATCH-VER-DATE
017704     END-IF
001780
001790     PERFORM 6000-LOG-AUDIT THRU 6000-EXIT.
001800 3000-EXIT.
001810     EXIT.
001811*--------------------------------------------------------------*
001812* 3100-KEYED-SEARCH - RESOLVE SEARCH-VALUE AS OF AS-OF-DATE.   *
001813*                     A KEYED START JUST PAST THE AS-OF DATE   *
001814*                     LANDS ON THE FIRST VERSION ENDING AFTER  *
001815*                     IT; THAT VERSION ANSWERS IF IT HAD COME  *
001816*                     INTO FORCE BY THEN.  THE HIT IS GRADED   *
018161*                     THE SAME WAY 5100-GRADE-MATCH DOES.  A   *
018162*                     KEYED READ HAS NO TABLE POSITION, SO     *
018163*                     RESULT STAYS ZERO ON THE AUDIT ENTRY.    *
001817*--------------------------------------------------------------*
001818 3100-KEYED-SEARCH.
001819     MOVE 'N' TO FOUND-FLAG
001822     MOVE SPACES TO MATCH-DESC
001823     MOVE SPACES TO MATCH-STATUS
001824     MOVE SPACES TO MATCH-TYPE
018241     MOVE 0      TO MATCH-VER-DATE
001825     IF WS-LOOKUP-STATUS = '35'
001826         GO TO 3100-EXIT
001827     END-IF
001828
001828     MOVE SEARCH-TABLE-ID TO LOOK-TABLE-ID
001829     MOVE SEARCH-VALUE    TO LOOK-KEY
018281     MOVE AS-OF-DATE      TO LOOK-VER-END
018282     START LOOKUP-FILE KEY IS GREATER THAN LOOK-REC-KEY
018283         INVALID KEY
018284             GO TO 3100-EXIT
018285     END-START
001831     READ LOOKUP-FILE NEXT
001832         AT END
001833             GO TO 3100-EXIT
001834     END-READ
018286     IF LOOK-TABLE-ID NOT = SEARCH-TABLE-ID
018287        OR LOOK-KEY NOT = SEARCH-VALUE
018288        OR LOOK-VER-DATE > AS-OF-DATE
018289         GO TO 3100-EXIT
018290     END-IF
001835
001836     MOVE 'E' TO MATCH-TYPE
001837     MOVE LOOK-DESC   TO MATCH-DESC
001838     MOVE LOOK-STATUS TO MATCH-STATUS
018381     MOVE LOOK-VER-DATE TO MATCH-VER-DATE
001839     IF LOOK-STATUS NOT = 'A'
001841         MOVE 'I' TO FOUND-FLAG
001842         GO TO 3100-EXIT
001843     END-IF
001844     IF AS-OF-DATE < LOOK-EFF-DATE
001845        OR AS-OF-DATE > LOOK-EXP-DATE
001846         MOVE 'E' TO FOUND-FLAG
001847         GO TO 3100-EXIT
001848     END-IF
001864     END-IF.
001865 3500-EXIT.
001866     EXIT.
018661*--------------------------------------------------------------*
018662* 3600-SET-AS-OF - TURN THE AS-OF DATE KEYED ON THE CONSOLE OR *
018663*                  CARRIED ON THE TRANSACTION INTO AS-OF-DATE. *
018664*                  BLANK OR ZERO MEANS THE BUSINESS DATE.  A   *
018665*                  DATE THAT IS NOT A PLAUSIBLE YYYYMMDD IS    *
018666*                  LOGGED AND THE BUSINESS DATE USED INSTEAD.  *
018667*--------------------------------------------------------------*
018668 3600-SET-AS-OF.
018669     MOVE WS-DATE TO AS-OF-DATE
018670     IF SEARCH-AS-OF = SPACES OR SEARCH-AS-OF = ZEROS
018671         GO TO 3600-EXIT
018672     END-IF
018673     IF SEARCH-AS-OF IS NOT NUMERIC
018674         GO TO 3650-BAD-AS-OF
018675     END-IF
018676     IF SEARCH-AS-OF-MM > 0 AND SEARCH-AS-OF-MM < 13
018677        AND SEARCH-AS-OF-DD > 0 AND SEARCH-AS-OF-DD < 32
018678         MOVE SEARCH-AS-OF TO AS-OF-DATE
018679         GO TO 3600-EXIT
018680     END-IF.
018681 3650-BAD-AS-OF.
018682     MOVE SPACES TO WS-EXCEPT-DATA
018683     STRING SEARCH-TARGET " AS OF " SEARCH-AS-OF
018684         DELIMITED BY SIZE INTO WS-EXCEPT-DATA
018685     MOVE "INVALID AS-OF DATE - BUSINESS DATE USED"
018686         TO WS-EXCEPT-REASON
018687     MOVE "BIN003" TO WS-EXCEPT-CODE
018688     PERFORM 1150-LOG-EXCEPTION THRU 1150-EXIT.
018689 3600-EXIT.
018690     EXIT.
001820*--------------------------------------------------------------*
001830* 4000-BATCH-SEARCH - RESOLVE EVERY KEY ON THE TRANSACTION     *
001840*                     FILE IN ONE PASS AND WRITE THE RESULTS   *
002085     ADD 1 TO CNT-RECS-READ
002088     MOVE TRANS-TABLE-ID TO SEARCH-TABLE-ID
002090     MOVE TRANS-KEY      TO SEARCH-VALUE
020901     MOVE TRANS-AS-OF-DATE TO SEARCH-AS-OF
020902     PERFORM 3600-SET-AS-OF THRU 3600-EXIT
002100     PERFORM 5000-BINARY-SEARCH THRU 5000-EXIT
002110
002115     MOVE SPACES       TO RESULTS-REC
002142     MOVE MATCH-DESC   TO RESULTS-DESC
002144     MOVE MATCH-STATUS TO RESULTS-STATUS
002146     MOVE MATCH-TYPE   TO RESULTS-MATCH-TYPE
021461     MOVE AS-OF-DATE   TO RESULTS-AS-OF-DATE
021462     MOVE MATCH-VER-DATE TO RESULTS-VER-DATE
002150     WRITE RESULTS-REC
002152     ADD 1 TO CNT-RECS-WRITTEN
002160
002200*--------------------------------------------------------------*
002210* 5000-BINARY-SEARCH - LOCATE SEARCH-VALUE IN SEARCH-ARRAY     *
002220*                      (ENTRIES 1 THRU ARRAY-SIZE).            *
022201*                      A KEY HIT IS NARROWED TO THE VERSION    *
022202*                      IN FORCE ON AS-OF-DATE BY 5200.         *
002230*--------------------------------------------------------------*
002240 5000-BINARY-SEARCH.
002250     MOVE 'N' TO FOUND-FLAG
002262     MOVE SPACES TO MATCH-DESC
002264     MOVE SPACES TO MATCH-STATUS
002266     MOVE SPACES TO MATCH-TYPE
022661     MOVE 0      TO MATCH-VER-DATE
002270     MOVE 1   TO LOWL
002280     MOVE ARRAY-SIZE TO HIGHH
002290
002310         COMPUTE MID = (LOWL + HIGHH) / 2
002320         IF SEARCH-TARGET = ARRAY-SRCH-KEY (MID)
002330             MOVE MID TO RESULT
002340             GO TO 5010-EXACT-HIT
002360         ELSE IF SEARCH-TARGET < ARRAY-SRCH-KEY (MID)
002370             SUBTRACT 1 FROM MID
002380             MOVE MID TO HIGHH
002446     IF RANGE-MODE AND HIGHH NOT LESS THAN 1
002447        AND ARRAY-TABLE-ID (HIGHH) = SEARCH-TABLE-ID
002447         MOVE HIGHH TO RESULT
002448         GO TO 5020-RANGE-HIT
002451     END-IF
002452
002453     MOVE 0 TO RESULT
024531     GO TO 5000-EXIT.
024532*    AN EXACT KEY HIT LANDS ON ONE OF THE KEY'S VERSIONS - TAKE
024533*    THE ONE IN FORCE ON AS-OF-DATE.  WITH NONE IN FORCE THE KEY
024534*    IS NOT FOUND, EXCEPT IN RANGE MODE, WHICH STEPS DOWN TO THE
024535*    NEXT LOWER KEY THE SAME AS FOR A KEY BETWEEN BREAKPOINTS.
024536 5010-EXACT-HIT.
024537     PERFORM 5200-PICK-VERSION THRU 5200-EXIT
024538     IF VERSION-IN-FORCE
024539         MOVE 'E' TO MATCH-TYPE
024540         PERFORM 5100-GRADE-MATCH THRU 5100-EXIT
024541         GO TO 5000-EXIT
024542     END-IF
024543     IF NOT RANGE-MODE
024544         MOVE 0 TO RESULT
024545         GO TO 5000-EXIT
024546     END-IF
024547     COMPUTE RESULT = GROUP-FIRST - 1.
024548 5020-RANGE-HIT.
024549     MOVE 'N' TO VERSION-FLAG
024550     PERFORM 5300-RANGE-FLOOR THRU 5300-EXIT
024551         UNTIL VERSION-IN-FORCE OR RESULT = 0
024552     IF VERSION-IN-FORCE
024553         MOVE 'R' TO MATCH-TYPE
024554         PERFORM 5100-GRADE-MATCH THRU 5100-EXIT
024555     END-IF.
002460 5000-EXIT.
002470     EXIT.
002471*--------------------------------------------------------------*
002479 5100-GRADE-MATCH.
002480     MOVE ARRAY-DESC (RESULT)   TO MATCH-DESC
002481     MOVE ARRAY-STATUS (RESULT) TO MATCH-STATUS
024811     MOVE ARRAY-VER-DATE (RESULT) TO MATCH-VER-DATE
002482     IF ARRAY-STATUS (RESULT) NOT = 'A'
002483         MOVE 'I' TO FOUND-FLAG
002484         GO TO 5100-EXIT
002485     END-IF
002486     IF AS-OF-DATE < ARRAY-EFF-DATE (RESULT)
002487        OR AS-OF-DATE > ARRAY-EXP-DATE (RESULT)
002488         MOVE 'E' TO FOUND-FLAG
002489         GO TO 5100-EXIT
002490     END-IF
002491     MOVE 'Y' TO FOUND-FLAG.
002492 5100-EXIT.
002493     EXIT.
024931*--------------------------------------------------------------*
024932* 5200-PICK-VERSION - ENTRY RESULT IS ONE VERSION OF A KEY.    *
024933*                     BACK UP TO THE KEY'S FIRST (OLDEST)      *
024934*                     SLOT, THEN WALK FORWARD TO THE VERSION   *
024935*                     IN FORCE ON AS-OF-DATE - THE FIRST ONE   *
024936*                     ENDING AFTER IT THAT HAD COME INTO       *
024937*                     FORCE BY IT.  RESULT IS LEFT ON THAT     *
024938*                     VERSION.                                 *
024939*--------------------------------------------------------------*
024940 5200-PICK-VERSION.
024941     MOVE 'N' TO VERSION-FLAG
024942     MOVE ARRAY-SRCH-KEY (RESULT) TO GROUP-KEY
024943     MOVE RESULT TO GROUP-FIRST
024944     MOVE 'N' TO WALK-FLAG
024945     PERFORM 5210-WALK-BACK THRU 5210-EXIT
024946         UNTIL WALK-DONE
024947     MOVE GROUP-FIRST TO VER-SUB
024948     MOVE 'N' TO WALK-FLAG
024949     PERFORM 5220-WALK-FORWARD THRU 5220-EXIT
024950         UNTIL WALK-DONE.
024951 5200-EXIT.
024952     EXIT.
024953*--------------------------------------------------------------*
024954 5210-WALK-BACK.
024955     IF GROUP-FIRST = 1
024956         SET WALK-DONE TO TRUE
024957         GO TO 5210-EXIT
024958     END-IF
024959     IF ARRAY-SRCH-KEY (GROUP-FIRST - 1) NOT = GROUP-KEY
024960         SET WALK-DONE TO TRUE
024961         GO TO 5210-EXIT
024962     END-IF
024963     SUBTRACT 1 FROM GROUP-FIRST.
024964 5210-EXIT.
024965     EXIT.
024966*--------------------------------------------------------------*
024967 5220-WALK-FORWARD.
024968     IF VER-SUB > ARRAY-SIZE
024969         SET WALK-DONE TO TRUE
024970         GO TO 5220-EXIT
024971     END-IF
024972     IF ARRAY-SRCH-KEY (VER-SUB) NOT = GROUP-KEY
024973         SET WALK-DONE TO TRUE
024974         GO TO 5220-EXIT
024975     END-IF
024976     IF ARRAY-VER-END (VER-SUB) > AS-OF-DATE
024977        AND ARRAY-VER-DATE (VER-SUB) NOT > AS-OF-DATE
024978         SET VERSION-IN-FORCE TO TRUE
024979         MOVE VER-SUB TO RESULT
024980         SET WALK-DONE TO TRUE
024981         GO TO 5220-EXIT
024982     END-IF
024983     ADD 1 TO VER-SUB.
024984 5220-EXIT.
024985     EXIT.
024986*--------------------------------------------------------------*
024987* 5300-RANGE-FLOOR - RANGE MODE: ENTRY RESULT IS THE NEAREST   *
024988*                    KEY BELOW THE TARGET.  IF IT BELONGS TO   *
024989*                    THE TRANSACTION'S TABLE AND HAS A         *
024990*                    VERSION IN FORCE ON AS-OF-DATE IT         *
024991*                    ANSWERS; OTHERWISE STEP DOWN PAST ALL     *
024992*                    ITS VERSIONS AND TRY THE NEXT LOWER       *
024993*                    KEY.  RESULT ZERO ENDS THE WALK.          *
024994*--------------------------------------------------------------*
024995 5300-RANGE-FLOOR.
024996     IF ARRAY-TABLE-ID (RESULT) NOT = SEARCH-TABLE-ID
024997         MOVE 0 TO RESULT
024998         GO TO 5300-EXIT
024999     END-IF
025000     PERFORM 5200-PICK-VERSION THRU 5200-EXIT
025001     IF NOT VERSION-IN-FORCE
025002         COMPUTE RESULT = GROUP-FIRST - 1
025003     END-IF.
025004 5300-EXIT.
025005     EXIT.
002480*--------------------------------------------------------------*
002490* 6000-LOG-AUDIT - APPEND ONE ENTRY TO THE AUDIT TRAIL FOR      *
002500*                  THE LOOKUP JUST PERFORMED.                  *
002590     MOVE FOUND-FLAG    TO AUDIT-FOUND-FLAG
002600     MOVE RESULT        TO AUDIT-POSITION
002605     MOVE MODE-FLAG     TO AUDIT-SOURCE
026051     MOVE AS-OF-DATE    TO AUDIT-AS-OF-DATE
026052     MOVE MATCH-VER-DATE TO AUDIT-VER-DATE
002610     WRITE AUDIT-REC
002611
002612     IF NOT KEY-WAS-FOUND
002613         IF AS-OF-DATE = WS-DATE
026131             MOVE SEARCH-TARGET TO WS-EXCEPT-DATA
002614             MOVE "KEY NOT FOUND IN SEARCH-ARRAY"
026132                 TO WS-EXCEPT-REASON
026133         ELSE
026134             MOVE SPACES TO WS-EXCEPT-DATA
026135             STRING SEARCH-TARGET " AS OF " AS-OF-DATE
026136                 DELIMITED BY SIZE INTO WS-EXCEPT-DATA
026137             MOVE "KEY NOT IN FORCE ON THE AS-OF DATE"
026138                 TO WS-EXCEPT-REASON
026139         END-IF
026141         MOVE "BIN002" TO WS-EXCEPT-CODE
002615         PERFORM 1150-LOG-EXCEPTION THRU 1150-EXIT
002616     END-IF.
002620 6000-EXIT.
