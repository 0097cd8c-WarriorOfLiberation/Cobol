000168*                  (BUSDATE) FOR EVERY DATE STAMP AND FILTER,  *
000169*                  WITH THE CALENDAR DATE STILL NOTED ON       *
000170*                  SYSOUT WHEN THE TWO DIFFER.                 *
001701* 10/14/2026 RJH   SUMMARIZE THE DAY BY STANDARD REASON CODE   *
001702*                  (CODE, SEVERITY, OWNING TEAM, COUNT, TEXT   *
001703*                  FROM THE RSNCODES CATALOG) AND BY SEVERITY. *
001704*                  A THRESHLD CARD MAY NOW NAME A REASON CODE  *
001705*                  IN PLACE OF A PROGRAM TO SET A LIMIT FOR    *
001706*                  THAT CODE ALONE.  REPORT RECORD WIDENED TO  *
001707*                  120 FOR THE NEW EXCPTREC LENGTH.            *
000150*--------------------------------------------------------------*
000160 ENVIRONMENT DIVISION.
000170 CONFIGURATION SECTION.
000278     SELECT HISTORY-FILE   ASSIGN TO EODHIST
000280         ORGANIZATION IS LINE SEQUENTIAL
000282         FILE STATUS IS WS-HIST-STATUS.
002821     SELECT RSNCODE-FILE   ASSIGN TO RSNCODES
002822         ORGANIZATION IS LINE SEQUENTIAL
002823         FILE STATUS IS WS-RSNCODE-STATUS.
000270*
000280 DATA DIVISION.
000290 FILE SECTION.
000330*
000340 FD  REPORT-FILE
000350     RECORDING MODE IS F.
000360 01  REPORT-REC               PIC X(120).
000362*
000364 FD  RUNREG-FILE
000366     RECORDING MODE IS F.
000396 FD  HISTORY-FILE
000398     RECORDING MODE IS F.
000399     COPY EODHISTR.
003991*
003992 FD  RSNCODE-FILE
003993     RECORDING MODE IS F.
003994     COPY RSNCODRC.
000370*
000380 WORKING-STORAGE SECTION.
000390 01  WS-SWITCHES.
000414         88  NO-MORE-THRESHOLDS        VALUE 'Y'.
000416     05  WS-BREACH-SW         PIC X(01) VALUE 'N'.
000418         88  THRESHOLD-BREACHED        VALUE 'Y'.
004181     05  WS-RSNCODE-EOF-SW    PIC X(01) VALUE 'N'.
004182         88  NO-MORE-RSNCODES          VALUE 'Y'.
004183     05  WS-CODE-FOUND-SW     PIC X(01) VALUE 'N'.
004184         88  CODE-FOUND                VALUE 'Y'.
000420*
000430 77  CNT-TOTAL                PIC 9(06) COMP VALUE 0.
000440 77  CNT-FIBONACCI            PIC 9(06) COMP VALUE 0.
000450 77  CNT-BINARY-SEARCH        PIC 9(06) COMP VALUE 0.
000460 77  CNT-SOLUTION             PIC 9(06) COMP VALUE 0.
000470 77  CNT-OTHER                PIC 9(06) COMP VALUE 0.
004701 77  CNT-SEV-SEVERE           PIC 9(06) COMP VALUE 0.
004702 77  CNT-SEV-ERROR            PIC 9(06) COMP VALUE 0.
004703 77  CNT-SEV-WARNING          PIC 9(06) COMP VALUE 0.
004704 77  CNT-SEV-INFO             PIC 9(06) COMP VALUE 0.
004705 77  CNT-SEV-UNCLASSIFIED     PIC 9(06) COMP VALUE 0.
004706 77  CNT-CODE-OVERFLOW        PIC 9(06) COMP VALUE 0.
000480*
000490 01  WS-DATE                  PIC 9(08).
000491 01  WS-CAL-DATE              PIC 9(08).
000523 01  WS-THRESH-STATUS         PIC X(02) VALUE '00'.
000524 01  WS-HIST-STATUS           PIC X(02) VALUE '00'.
000525 01  WS-BUSDATE-STATUS        PIC X(02) VALUE '00'.
005251 01  WS-RSNCODE-STATUS        PIC X(02) VALUE '00'.
000512 01  WS-RUNREG-STATUS         PIC X(02) VALUE '00'.
000514 01  WS-RUN-EVENT             PIC X(01) VALUE 'S'.
000516 01  WS-RUN-STATUS            PIC X(08) VALUE SPACES.
000532     05  WS-ALERT-LIMIT       PIC ZZZ,ZZ9.
000533     05  FILLER               PIC X(30) VALUE SPACES.
000534*
005341* REASON-CODE TABLE - THE RSNCODES CATALOG PLUS ANY CODE SEEN ON
005342* TODAY'S EXCEPTIONS THAT THE CATALOG DOES NOT CARRY.  EVERY CODE
005343* STARTS UNLIMITED - ONLY A THRESHLD CARD FOR THE CODE ARMS ITS
005344* ALERT.
005345 77  MAX-CODES                PIC 9(04) COMP VALUE 300.
005346 77  WS-CODE-SUB              PIC 9(04) COMP VALUE 0.
005347 77  WS-PROBE-SUB             PIC 9(04) COMP VALUE 0.
005348 77  WS-FIND-CODE             PIC X(06) VALUE SPACES.
005349 01  CODE-TABLE.
005350     05  CT-USED              PIC 9(04) COMP VALUE 0.
005351     05  CT-ENTRY             OCCURS 300 TIMES.
005352         10  CT-CODE          PIC X(06).
005353         10  CT-SEVERITY      PIC X(01).
005354         10  CT-TEAM          PIC X(08).
005355         10  CT-TEXT          PIC X(40).
005356         10  CT-COUNT         PIC 9(06) COMP.
005357         10  CT-LIMIT         PIC 9(05).
005358*
005359 01  WS-CODE-HEADING.
005360     05  FILLER               PIC X(44)
005361         VALUE "  CODE    S  TEAM       COUNT  STANDARD TEXT".
005362     05  FILLER               PIC X(76) VALUE SPACES.
005363*
005364 01  WS-CODE-LINE.
005365     05  FILLER               PIC X(02) VALUE SPACES.
005366     05  WS-CODE-CODE         PIC X(06).
005367     05  FILLER               PIC X(02) VALUE SPACES.
005368     05  WS-CODE-SEVERITY     PIC X(01).
005369     05  FILLER               PIC X(02) VALUE SPACES.
005370     05  WS-CODE-TEAM         PIC X(08).
005371     05  FILLER               PIC X(01) VALUE SPACE.
005372     05  WS-CODE-COUNT        PIC ZZZ,ZZ9.
005373     05  FILLER               PIC X(02) VALUE SPACES.
005374     05  WS-CODE-TEXT         PIC X(40).
005375     05  FILLER               PIC X(49) VALUE SPACES.
005376*
000530 01  WS-SUMMARY-LINE.
000540     05  WS-SUMMARY-LABEL     PIC X(24).
000550     05  WS-SUMMARY-COUNT     PIC ZZZ,ZZ9.
000560     05  FILLER               PIC X(89).
000570*
000580 PROCEDURE DIVISION.
000590*--------------------------------------------------------------*
000620     PERFORM 2000-PROCESS-EXCEPTIONS THRU 2000-EXIT
000630         UNTIL NO-MORE-EXCEPTIONS
000640     PERFORM 3000-WRITE-SUMMARY THRU 3000-EXIT
006401     PERFORM 3100-WRITE-SEVERITY THRU 3100-EXIT
006402     PERFORM 3200-WRITE-CODES THRU 3200-EXIT
000642     PERFORM 3500-APPEND-HISTORY THRU 3500-EXIT
000645     PERFORM 4000-CHECK-THRESHOLDS THRU 4000-EXIT
006451     PERFORM 4200-CHECK-CODE-LIMITS THRU 4200-EXIT
000650     PERFORM 9000-TERMINATE THRU 9000-EXIT
000655     IF THRESHOLD-BREACHED
000656         MOVE 8 TO RETURN-CODE
000820     OPEN OUTPUT REPORT-FILE
000822     OPEN OUTPUT ALERT-FILE
000824
008241     PERFORM 1300-LOAD-REASON-CODES THRU 1300-EXIT
000826     PERFORM 1100-LOAD-THRESHOLDS THRU 1100-EXIT.
000830 1000-EXIT.
000840     EXIT.
008327     END-IF.
008328 1200-EXIT.
008329     EXIT.
083291*--------------------------------------------------------------*
083292* 1300-LOAD-REASON-CODES - LOAD THE RSNCODES CATALOG INTO THE  *
083293*                          CODE TABLE: CODE, SEVERITY, OWNING  *
083294*                          TEAM AND STANDARD TEXT.  NO CATALOG *
083295*                          STILL COUNTS BY CODE, WITH EVERY    *
083296*                          CODE SHOWN UNCATALOGUED.            *
083297*--------------------------------------------------------------*
083298 1300-LOAD-REASON-CODES.
083299     OPEN INPUT RSNCODE-FILE
083300     IF WS-RSNCODE-STATUS = '35'
083301         DISPLAY "EOD-REPORT: NO REASON CODE CATALOG - CODES "
083302                 "REPORTED UNCLASSIFIED."
083303         SET NO-MORE-RSNCODES TO TRUE
083304         GO TO 1300-EXIT
083305     END-IF
083306     PERFORM 1310-LOAD-ONE-CODE THRU 1310-EXIT
083307         UNTIL NO-MORE-RSNCODES
083308     CLOSE RSNCODE-FILE.
083309 1300-EXIT.
083310     EXIT.
083311*--------------------------------------------------------------*
083312 1310-LOAD-ONE-CODE.
083313     READ RSNCODE-FILE
083314         AT END
083315             SET NO-MORE-RSNCODES TO TRUE
083316             GO TO 1310-EXIT
083317     END-READ
083318     IF RSN-CODE = SPACES
083319         GO TO 1310-EXIT
083320     END-IF
083321     MOVE RSN-CODE TO WS-FIND-CODE
083322     PERFORM 2200-FIND-CODE THRU 2200-EXIT
083323     IF CODE-FOUND
083324         DISPLAY "EOD-REPORT: DUPLICATE REASON CODE IGNORED: "
083325                 RSN-CODE
083326         GO TO 1310-EXIT
083327     END-IF
083328     IF CT-USED NOT LESS THAN MAX-CODES
083329         DISPLAY "EOD-REPORT: REASON CODE CATALOG EXCEEDS "
083330                 MAX-CODES " CODES - REST IGNORED."
083331         SET NO-MORE-RSNCODES TO TRUE
083332         GO TO 1310-EXIT
083333     END-IF
083334     ADD 1 TO CT-USED
083335     MOVE RSN-CODE     TO CT-CODE (CT-USED)
083336     MOVE RSN-SEVERITY TO CT-SEVERITY (CT-USED)
083337     MOVE RSN-TEAM     TO CT-TEAM (CT-USED)
083338     MOVE RSN-TEXT     TO CT-TEXT (CT-USED)
083339     MOVE 0            TO CT-COUNT (CT-USED)
083340     MOVE 99999        TO CT-LIMIT (CT-USED).
083341 1310-EXIT.
083342     EXIT.
000841*--------------------------------------------------------------*
000842* 1100-LOAD-THRESHOLDS - ONE CARD PER PROGRAM: NAME AND THE     *
000843*                        MAXIMUM ACCEPTABLE EXCEPTION COUNT     *
000881         WHEN "SOLUTION"
000882             MOVE THRESH-MAX TO LIMIT-SOLUTION
000883         WHEN OTHER
000884             PERFORM 1120-CODE-THRESHOLD THRU 1120-EXIT
000886     END-EVALUATE.
000887 1110-EXIT.
000888     EXIT.
008881*--------------------------------------------------------------*
008882* 1120-CODE-THRESHOLD - A CARD NAMING A REASON CODE INSTEAD OF *
008883*                       A PROGRAM SETS THAT CODE'S OWN LIMIT.  *
008884*                       THE CODE MUST BE IN THE CATALOG.       *
008885*--------------------------------------------------------------*
008886 1120-CODE-THRESHOLD.
008887     MOVE 'N' TO WS-CODE-FOUND-SW
008888     IF THRESH-PROGRAM (7:7) = SPACES
008889         MOVE THRESH-PROGRAM TO WS-FIND-CODE
008890         PERFORM 2200-FIND-CODE THRU 2200-EXIT
008891     END-IF
008892     IF NOT CODE-FOUND
008893         DISPLAY "EOD-REPORT: UNKNOWN PROGRAM OR CODE ON "
008894                 "THRESHOLD CARD IGNORED: " THRESH-PROGRAM
008895         GO TO 1120-EXIT
008896     END-IF
008897     MOVE THRESH-MAX TO CT-LIMIT (WS-CODE-SUB).
008898 1120-EXIT.
008899     EXIT.
000850*--------------------------------------------------------------*
000860* 2000-PROCESS-EXCEPTIONS - READ ONE EXCEPTION RECORD, TALLY    *
000870*                           IT BY ORIGINATING PROGRAM, AND      *
001060         WHEN OTHER
001070             ADD 1 TO CNT-OTHER
001080     END-EVALUATE
010801     PERFORM 2100-TALLY-CODE THRU 2100-EXIT
001090
001100     MOVE EXCEPTION-REC TO REPORT-REC
001110     WRITE REPORT-REC
001112     ADD 1 TO CNT-RECS-WRITTEN.
001120 2000-EXIT.
001130     EXIT.
011301*--------------------------------------------------------------*
011302* 2100-TALLY-CODE - COUNT THE EXCEPTION AGAINST ITS REASON     *
011303*                   CODE AND THAT CODE'S SEVERITY.  A RECORD   *
011304*                   WITH NO CODE COUNTS UNDER NOCODE; A CODE   *
011305*                   THE CATALOG DOES NOT CARRY IS ADDED TO THE *
011306*                   TABLE SO IT STILL SHOWS ON THE REPORT.     *
011307*--------------------------------------------------------------*
011308 2100-TALLY-CODE.
011309     MOVE EXCEPT-CODE TO WS-FIND-CODE
011310     IF WS-FIND-CODE = SPACES
011311         MOVE "NOCODE" TO WS-FIND-CODE
011312     END-IF
011313     PERFORM 2200-FIND-CODE THRU 2200-EXIT
011314     IF NOT CODE-FOUND
011315         PERFORM 2300-ADD-UNCATALOGUED THRU 2300-EXIT
011316     END-IF
011317     IF NOT CODE-FOUND
011318         ADD 1 TO CNT-CODE-OVERFLOW
011319         ADD 1 TO CNT-SEV-UNCLASSIFIED
011320         GO TO 2100-EXIT
011321     END-IF
011322     ADD 1 TO CT-COUNT (WS-CODE-SUB)
011323     EVALUATE CT-SEVERITY (WS-CODE-SUB)
011324         WHEN 'S'
011325             ADD 1 TO CNT-SEV-SEVERE
011326         WHEN 'E'
011327             ADD 1 TO CNT-SEV-ERROR
011328         WHEN 'W'
011329             ADD 1 TO CNT-SEV-WARNING
011330         WHEN 'I'
011331             ADD 1 TO CNT-SEV-INFO
011332         WHEN OTHER
011333             ADD 1 TO CNT-SEV-UNCLASSIFIED
011334     END-EVALUATE.
011335 2100-EXIT.
011336     EXIT.
011337*--------------------------------------------------------------*
011338* 2200-FIND-CODE - LOOK WS-FIND-CODE UP IN THE CODE TABLE.     *
011339*                  SETS CODE-FOUND AND WS-CODE-SUB.            *
011340*--------------------------------------------------------------*
011341 2200-FIND-CODE.
011342     MOVE 'N' TO WS-CODE-FOUND-SW
011343     MOVE 0 TO WS-CODE-SUB
011344     PERFORM 2210-PROBE-ONE-CODE THRU 2210-EXIT
011345         VARYING WS-PROBE-SUB FROM 1 BY 1
011346         UNTIL WS-PROBE-SUB > CT-USED
011347            OR CODE-FOUND.
011348 2200-EXIT.
011349     EXIT.
011350*--------------------------------------------------------------*
011351 2210-PROBE-ONE-CODE.
011352     IF CT-CODE (WS-PROBE-SUB) = WS-FIND-CODE
011353         SET CODE-FOUND TO TRUE
011354         MOVE WS-PROBE-SUB TO WS-CODE-SUB
011355     END-IF.
011356 2210-EXIT.
011357     EXIT.
011358*--------------------------------------------------------------*
011359* 2300-ADD-UNCATALOGUED - ENTER A CODE THE CATALOG DOES NOT    *
011360*                         CARRY.  A FULL TABLE LEAVES          *
011361*                         CODE-FOUND OFF.                      *
011362*--------------------------------------------------------------*
011363 2300-ADD-UNCATALOGUED.
011364     IF CT-USED NOT LESS THAN MAX-CODES
011365         GO TO 2300-EXIT
011366     END-IF
011367     ADD 1 TO CT-USED
011368     MOVE CT-USED      TO WS-CODE-SUB
011369     MOVE WS-FIND-CODE TO CT-CODE (WS-CODE-SUB)
011370     MOVE SPACE        TO CT-SEVERITY (WS-CODE-SUB)
011371     MOVE SPACES       TO CT-TEAM (WS-CODE-SUB)
011372     IF WS-FIND-CODE = "NOCODE"
011373         MOVE "NO REASON CODE ON EXCEPTION RECORD"
011374             TO CT-TEXT (WS-CODE-SUB)
011375     ELSE
011376         MOVE "CODE NOT IN REASON CODE CATALOG"
011377             TO CT-TEXT (WS-CODE-SUB)
011378     END-IF
011379     MOVE 0            TO CT-COUNT (WS-CODE-SUB)
011380     MOVE 99999        TO CT-LIMIT (WS-CODE-SUB)
011381     SET CODE-FOUND TO TRUE.
011382 2300-EXIT.
011383     EXIT.
001140*--------------------------------------------------------------*
001150* 3000-WRITE-SUMMARY - APPEND THE EXCEPTION COUNTS BY PROGRAM   *
001160*                      TO THE END OF THE REPORT.                *
001540     WRITE REPORT-REC.
001550 3000-EXIT.
001560     EXIT.
015601*--------------------------------------------------------------*
015602* 3100-WRITE-SEVERITY - TODAY'S EXCEPTIONS BY THE SEVERITY OF  *
015603*                       THEIR REASON CODE.  UNCLASSIFIED IS    *
015604*                       ANY CODE THE CATALOG DOES NOT CARRY,   *
015605*                       INCLUDING RECORDS WITH NO CODE AT ALL. *
015606*--------------------------------------------------------------*
015607 3100-WRITE-SEVERITY.
015608     MOVE SPACES TO REPORT-REC
015609     WRITE REPORT-REC
015610
015611     MOVE SPACES TO REPORT-REC
015612     MOVE "EXCEPTIONS BY SEVERITY" TO REPORT-REC
015613     WRITE REPORT-REC
015614
015615     MOVE SPACES          TO WS-SUMMARY-LINE
015616     MOVE "SEVERE"         TO WS-SUMMARY-LABEL
015617     MOVE CNT-SEV-SEVERE   TO WS-SUMMARY-COUNT
015618     MOVE WS-SUMMARY-LINE  TO REPORT-REC
015619     WRITE REPORT-REC
015620
015621     MOVE SPACES          TO WS-SUMMARY-LINE
015622     MOVE "ERROR"          TO WS-SUMMARY-LABEL
015623     MOVE CNT-SEV-ERROR    TO WS-SUMMARY-COUNT
015624     MOVE WS-SUMMARY-LINE  TO REPORT-REC
015625     WRITE REPORT-REC
015626
015627     MOVE SPACES          TO WS-SUMMARY-LINE
015628     MOVE "WARNING"        TO WS-SUMMARY-LABEL
015629     MOVE CNT-SEV-WARNING  TO WS-SUMMARY-COUNT
015630     MOVE WS-SUMMARY-LINE  TO REPORT-REC
015631     WRITE REPORT-REC
015632
015633     MOVE SPACES          TO WS-SUMMARY-LINE
015634     MOVE "INFORMATIONAL"  TO WS-SUMMARY-LABEL
015635     MOVE CNT-SEV-INFO     TO WS-SUMMARY-COUNT
015636     MOVE WS-SUMMARY-LINE  TO REPORT-REC
015637     WRITE REPORT-REC
015638
015639     MOVE SPACES          TO WS-SUMMARY-LINE
015640     MOVE "UNCLASSIFIED"   TO WS-SUMMARY-LABEL
015641     MOVE CNT-SEV-UNCLASSIFIED TO WS-SUMMARY-COUNT
015642     MOVE WS-SUMMARY-LINE  TO REPORT-REC
015643     WRITE REPORT-REC.
015644 3100-EXIT.
015645     EXIT.
015646*--------------------------------------------------------------*
015647* 3200-WRITE-CODES - ONE LINE PER REASON CODE SEEN TODAY: THE  *
015648*                    CODE, SEVERITY, OWNING TEAM, COUNT AND    *
015649*                    THE CATALOG'S STANDARD TEXT.              *
015650*--------------------------------------------------------------*
015651 3200-WRITE-CODES.
015652     MOVE SPACES TO REPORT-REC
015653     WRITE REPORT-REC
015654
015655     MOVE SPACES TO REPORT-REC
015656     MOVE "EXCEPTIONS BY REASON CODE" TO REPORT-REC
015657     WRITE REPORT-REC
015658
015659     MOVE WS-CODE-HEADING TO REPORT-REC
015660     WRITE REPORT-REC
015661
015662     PERFORM 3210-WRITE-ONE-CODE THRU 3210-EXIT
015663         VARYING WS-CODE-SUB FROM 1 BY 1
015664         UNTIL WS-CODE-SUB > CT-USED
015665
015666     IF CNT-CODE-OVERFLOW > 0
015667         MOVE SPACES          TO WS-SUMMARY-LINE
015668         MOVE "CODES OVER TABLE LIMIT" TO WS-SUMMARY-LABEL
015669         MOVE CNT-CODE-OVERFLOW TO WS-SUMMARY-COUNT
015670         MOVE WS-SUMMARY-LINE  TO REPORT-REC
015671         WRITE REPORT-REC
015672     END-IF.
015673 3200-EXIT.
015674     EXIT.
015675*--------------------------------------------------------------*
015676 3210-WRITE-ONE-CODE.
015677     IF CT-COUNT (WS-CODE-SUB) = 0
015678         GO TO 3210-EXIT
015679     END-IF
015680     MOVE SPACES                    TO WS-CODE-LINE
015681     MOVE CT-CODE (WS-CODE-SUB)     TO WS-CODE-CODE
015682     MOVE CT-SEVERITY (WS-CODE-SUB) TO WS-CODE-SEVERITY
015683     MOVE CT-TEAM (WS-CODE-SUB)     TO WS-CODE-TEAM
015684     MOVE CT-COUNT (WS-CODE-SUB)    TO WS-CODE-COUNT
015685     MOVE CT-TEXT (WS-CODE-SUB)     TO WS-CODE-TEXT
015686     MOVE WS-CODE-LINE              TO REPORT-REC
015687     WRITE REPORT-REC.
015688 3210-EXIT.
015689     EXIT.
001520*--------------------------------------------------------------*
001521* 3500-APPEND-HISTORY - APPEND TODAY'S SUMMARY COUNTS TO THE    *
001522*                       PERMANENT HISTORY FILE FOR THE TREND    *
001581     DISPLAY "EOD-REPORT: ALERT - " WS-ALERT-LINE.
001582 4100-EXIT.
001583     EXIT.
015831*--------------------------------------------------------------*
015832* 4200-CHECK-CODE-LIMITS - ONE ALERT RECORD PER REASON CODE    *
015833*                          WHOSE COUNT FOR THE DAY EXCEEDS THE *
015834*                          LIMIT ITS OWN THRESHLD CARD SET, SO *
015835*                          ONE KIND OF PROBLEM CANNOT HIDE     *
015836*                          INSIDE ITS PROGRAM'S TOTAL.         *
015837*--------------------------------------------------------------*
015838 4200-CHECK-CODE-LIMITS.
015839     PERFORM 4210-CHECK-ONE-CODE THRU 4210-EXIT
015840         VARYING WS-CODE-SUB FROM 1 BY 1
015841         UNTIL WS-CODE-SUB > CT-USED.
015842 4200-EXIT.
015843     EXIT.
015844*--------------------------------------------------------------*
015845 4210-CHECK-ONE-CODE.
015846     IF CT-COUNT (WS-CODE-SUB) > CT-LIMIT (WS-CODE-SUB)
015847         MOVE CT-CODE (WS-CODE-SUB)  TO WS-ALERT-PROGRAM
015848         MOVE CT-COUNT (WS-CODE-SUB) TO WS-ALERT-COUNT
015849         MOVE CT-LIMIT (WS-CODE-SUB) TO WS-ALERT-LIMIT
015850         PERFORM 4100-WRITE-ALERT THRU 4100-EXIT
015851     END-IF.
015852 4210-EXIT.
015853     EXIT.
001570*--------------------------------------------------------------*
001580* 9000-TERMINATE - WRITE THE RUN REGISTRY END EVENT AND CLOSE    *
001585*                  THE FILES.                                    *
