000208*                  START AND END OF EXECUTION - DATE/TIME ON   *
000209*                  AND OFF, RECORDS READ/WRITTEN, COMPLETION   *
000211*                  STATUS - FOR THE DAILY TIMELINE REPORT.     *
002111* 10/14/2026 RJH   STAMP THE OVERFLOW EXCPTLOG ENTRY WITH ITS  *
002112*                  STANDARD REASON CODE (FIB001).              *
002113* 10/14/2026 RJH   SELECT EACH NIGHT'S REQUESTS FROM THE       *
002114*                  STANDING REQUEST MASTER (FIBREQRC, KEPT BY  *
002115*                  FIB-REQ-MAINT) INSTEAD OF THE PARAMETER     *
002116*                  CARD DECK.  A REQUEST RUNS WHEN ITS         *
002117*                  SCHEDULE - DAILY, A DAY OF THE WEEK,        *
002118*                  MONTH-END FROM THE SHOP CALENDAR, OR A      *
002119*                  ONE-OFF DATE - FALLS DUE ON THE BUSINESS    *
002120*                  DATE, AND THE RUN IS STAMPED BACK ON THE    *
002121*                  MASTER SO A ONE-OFF RUNS ONLY ONCE.         *
002122*                  FIBRPT NOW LISTS EVERY REQUEST ON THE       *
002123*                  MASTER - RUN, OR SKIPPED AND WHY - WITH     *
002124*                  TOTALS.                                     *
000212*--------------------------------------------------------------*
000210 ENVIRONMENT DIVISION.
000220 CONFIGURATION SECTION.
000260     C01 IS TOP-OF-PAGE.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT REQUEST-FILE ASSIGN TO FIBREQ
000300         ORGANIZATION IS INDEXED
000301         ACCESS MODE IS SEQUENTIAL
000302         RECORD KEY IS FRQ-REQUEST-ID
000305         FILE STATUS IS WS-FIBREQ-STATUS.
000310     SELECT FIB-OUT     ASSIGN TO FIBOUT
000320         ORGANIZATION IS LINE SEQUENTIAL.
000322     SELECT CONTROL-FILE ASSIGN TO FIBRPT
000332     SELECT BUSDATE-FILE ASSIGN TO BUSDATE
000333         ORGANIZATION IS LINE SEQUENTIAL
000334         FILE STATUS IS WS-BUSDATE-STATUS.
003341     SELECT BUSCAL-FILE ASSIGN TO BUSCAL
003342         ORGANIZATION IS LINE SEQUENTIAL
003343         FILE STATUS IS WS-BUSCAL-STATUS.
000328     SELECT RUNREG-FILE ASSIGN TO RUNREG
000329         ORGANIZATION IS LINE SEQUENTIAL
000331         FILE STATUS IS WS-RUNREG-STATUS.
000330*
000340 DATA DIVISION.
000350 FILE SECTION.
000360 FD  REQUEST-FILE
000370     RECORDING MODE IS F.
000380     COPY FIBREQRC.
000430*
000440 FD  FIB-OUT
000450     RECORDING MODE IS F.
000484 01  BUSDATE-CARD.
000485     05  BUS-DATE            PIC 9(08).
000486     05  FILLER              PIC X(72).
004861*
004862 FD  BUSCAL-FILE
004863     RECORDING MODE IS F.
004864     COPY BUSCALRC.
000475*
000480 WORKING-STORAGE SECTION.
000490 01  WS-SWITCHES.
000500     05  WS-EOF-SW           PIC X(01) VALUE 'N'.
000510         88  NO-MORE-REQUESTS         VALUE 'Y'.
000520     05  WS-OVERFLOW-SW      PIC X(01) VALUE 'N'.
000530         88  TERM-OVERFLOWED          VALUE 'Y'.
000535     05  WS-DEFAULT-SW       PIC X(01) VALUE 'N'.
000536         88  DEFAULT-RUN              VALUE 'Y'.
005361     05  WS-DUE-SW           PIC X(01) VALUE 'N'.
005362         88  REQUEST-DUE              VALUE 'Y'.
005363     05  WS-MONTH-END-SW     PIC X(01) VALUE 'U'.
005364         88  MONTH-END-TODAY          VALUE 'Y'.
005365         88  CALENDAR-SILENT          VALUE 'U'.
005366     05  WS-CAL-EOF-SW       PIC X(01) VALUE 'N'.
005367         88  CAL-LOOKUP-DONE          VALUE 'Y'.
000540*
000545 01  REQUEST-ID              PIC X(08) VALUE "DEFAULT".
000550 01  NUM-TERMS               PIC 9(02) VALUE 10.
000590 77  COUNTER                 PIC 9(02) COMP VALUE 1.
000591 77  TERMS-PRODUCED          PIC 9(02) COMP VALUE 0.
000592 77  CNT-REQUESTS            PIC 9(05) COMP VALUE 0.
005921 77  CNT-ON-MASTER           PIC 9(05) COMP VALUE 0.
005922 77  CNT-SKIPPED             PIC 9(05) COMP VALUE 0.
005923 77  WS-DAY-INTEGER          PIC 9(07) COMP VALUE 0.
005924 77  WS-WEEK-QUOT            PIC 9(07) COMP VALUE 0.
005925 77  WS-RUN-WEEKDAY          PIC 9(01) VALUE 0.
000595 01  WS-DATE                 PIC 9(08).
000601 01  WS-CAL-DATE             PIC 9(08).
000596 01  WS-TIME                 PIC 9(08).
000597 01  WS-EXCEPT-STATUS        PIC X(02) VALUE '00'.
000598 01  WS-FIBREQ-STATUS        PIC X(02) VALUE '00'.
005981 01  WS-BUSCAL-STATUS        PIC X(02) VALUE '00'.
000610 01  WS-RUNREG-STATUS        PIC X(02) VALUE '00'.
000616 01  WS-BUSDATE-STATUS       PIC X(02) VALUE '00'.
000611 01  WS-RUN-EVENT            PIC X(01) VALUE 'S'.
000612 01  WS-RUN-STATUS           PIC X(08) VALUE SPACES.
000613 77  CNT-RECS-READ           PIC 9(07) COMP VALUE 0.
000614 77  CNT-RECS-WRITTEN        PIC 9(07) COMP VALUE 0.
006141 01  WS-EXCEPT-REASON        PIC X(40).
006142 01  WS-EXCEPT-CODE          PIC X(06).
006143 01  WS-SKIP-REASON          PIC X(29).
006144 01  WS-SCHED-TEXT           PIC X(16).
006145* DAY NAMES FOR A WEEKLY SCHEDULE, 1 = MONDAY.
006146 01  DAY-NAME-VALUES         PIC X(21)
006147         VALUE "MONTUEWEDTHUFRISATSUN".
006148 01  DAY-NAME-TABLE REDEFINES DAY-NAME-VALUES.
006149     05  DAY-NAME OCCURS 7 TIMES PIC X(03).
000599*
000600 01  WS-CONTROL-HEAD.
000601     05  FILLER              PIC X(36)
000611     05  WS-CTL-PRODUCED     PIC ZZ9.
000612     05  FILLER              PIC X(11) VALUE "  OVERFLOW ".
000613     05  WS-CTL-OVERFLOW     PIC X(01).
000614     05  FILLER              PIC X(02) VALUE SPACES.
006151     05  WS-CTL-REQUESTER    PIC X(08) VALUE SPACES.
006152     05  FILLER              PIC X(01) VALUE SPACE.
006153     05  WS-CTL-SCHEDULE     PIC X(16) VALUE SPACES.
006154     05  FILLER              PIC X(04) VALUE SPACES.
000615*
006155* A REQUEST ON THE MASTER THAT WAS NOT DUE, OR COULD NOT BE RUN.
006156 01  WS-SKIP-LINE.
006157     05  WS-SKP-REQ-ID       PIC X(08).
006158     05  FILLER              PIC X(12) VALUE "  SKIPPED   ".
006159     05  WS-SKP-REASON       PIC X(29).
006160     05  FILLER              PIC X(02) VALUE SPACES.
006161     05  WS-SKP-REQUESTER    PIC X(08).
006162     05  FILLER              PIC X(01) VALUE SPACE.
006163     05  WS-SKP-SCHEDULE     PIC X(16).
006164     05  FILLER              PIC X(04) VALUE SPACES.
006165*
006166 01  WS-CONTROL-COUNT.
006167     05  WS-CTC-LABEL        PIC X(30).
006168     05  WS-CTC-VALUE        PIC ZZ,ZZ9.
006169     05  FILLER              PIC X(44) VALUE SPACES.
006170*
000620 PROCEDURE DIVISION.
000630*--------------------------------------------------------------*
000640 0000-MAINLINE.
000655     IF DEFAULT-RUN
000656         PERFORM 2050-RUN-ONE-REQUEST THRU 2050-EXIT
000657     ELSE
000660         PERFORM 2000-PROCESS-ONE-REQUEST THRU 2000-EXIT
000661             UNTIL NO-MORE-REQUESTS
006611         PERFORM 2700-WRITE-CONTROL-TOTALS THRU 2700-EXIT
000662     END-IF
000665     PERFORM 3000-TERMINATE THRU 3000-EXIT
000670     STOP RUN.
000680*--------------------------------------------------------------*
000690* 1000-INITIALIZE - OPEN THE FILES.  A MISSING REQUEST MASTER  *
000700*                   FALLS BACK TO ONE DEFAULT REQUEST, AS THE  *
000710*                   SINGLE-CARD VERSIONS OF THIS PROGRAM DID.  *
000720*--------------------------------------------------------------*
000730 1000-INITIALIZE.
000740     OPEN I-O    REQUEST-FILE
000750     OPEN OUTPUT FIB-OUT
000751     OPEN OUTPUT CONTROL-FILE
000752
000830     ACCEPT WS-CAL-DATE FROM DATE YYYYMMDD
000840     ACCEPT WS-TIME FROM TIME
000845     PERFORM 1200-GET-BUS-DATE THRU 1200-EXIT
008451     PERFORM 1300-SET-RUN-DAY THRU 1300-EXIT
000841
000842     OPEN EXTEND RUNREG-FILE
000843     IF WS-RUNREG-STATUS = '35'
000863     MOVE SPACES TO CONTROL-REC
000864     WRITE CONTROL-REC
000865
000870     IF WS-FIBREQ-STATUS = '35'
000880         DISPLAY "FIBONACCI: NO STANDING REQUEST MASTER - ONE "
000890                 "DEFAULT REQUEST WILL BE RUN."
000900         SET NO-MORE-REQUESTS TO TRUE
000910         SET DEFAULT-RUN TO TRUE
000920     END-IF.
000930 1000-EXIT.
000967     END-IF.
000968 1200-EXIT.
000969     EXIT.
009691*--------------------------------------------------------------*
009692* 1300-SET-RUN-DAY - WHAT KIND OF DAY THE BUSINESS DATE IS FOR *
009693*                    THE REQUEST SCHEDULES: ITS DAY OF THE     *
009694*                    WEEK (1 = MONDAY) AND, FROM THE SHOP      *
009695*                    CALENDAR, WHETHER IT IS THE LAST          *
009696*                    PROCESSING DAY OF ITS MONTH.  WITH NO     *
009697*                    CALENDAR, OR NO ENTRY FOR THE DATE, THE   *
009698*                    MONTH-END QUESTION STAYS UNANSWERED AND   *
009699*                    MONTH-END REQUESTS ARE SKIPPED, NOT       *
009700*                    GUESSED AT.                               *
009701*--------------------------------------------------------------*
009702 1300-SET-RUN-DAY.
009703     COMPUTE WS-DAY-INTEGER = FUNCTION INTEGER-OF-DATE (WS-DATE)
009704     DIVIDE WS-DAY-INTEGER BY 7 GIVING WS-WEEK-QUOT
009705         REMAINDER WS-RUN-WEEKDAY
009706     IF WS-RUN-WEEKDAY = 0
009707         MOVE 7 TO WS-RUN-WEEKDAY
009708     END-IF
009709
009710     MOVE 'U' TO WS-MONTH-END-SW
009711     OPEN INPUT BUSCAL-FILE
009712     IF WS-BUSCAL-STATUS = '35'
009713         DISPLAY "FIBONACCI: NO BUSINESS CALENDAR - MONTH-END "
009714                 "REQUESTS WILL BE SKIPPED."
009715         GO TO 1300-EXIT
009716     END-IF
009717     PERFORM 1310-FIND-CAL-DATE THRU 1310-EXIT
009718         UNTIL CAL-LOOKUP-DONE
009719     CLOSE BUSCAL-FILE.
009720 1300-EXIT.
009721     EXIT.
009722*--------------------------------------------------------------*
009723* 1310-FIND-CAL-DATE - ONE CALENDAR RECORD.  THE CALENDAR IS   *
009724*                      IN DATE ORDER, SO THE SEARCH STOPS AT   *
009725*                      THE BUSINESS DATE OR THE FIRST DATE     *
009726*                      PAST IT.                                *
009727*--------------------------------------------------------------*
009728 1310-FIND-CAL-DATE.
009729     READ BUSCAL-FILE
009730         AT END
009731             SET CAL-LOOKUP-DONE TO TRUE
009732             GO TO 1310-EXIT
009733     END-READ
009734     IF CAL-DATE < WS-DATE
009735         GO TO 1310-EXIT
009736     END-IF
009737     IF CAL-DATE = WS-DATE
009738         IF CAL-MONTH-END
009739             MOVE 'Y' TO WS-MONTH-END-SW
009740         ELSE
009741             MOVE 'N' TO WS-MONTH-END-SW
009742         END-IF
009743     END-IF
009744     SET CAL-LOOKUP-DONE TO TRUE.
009745 1310-EXIT.
009746     EXIT.
000950*--------------------------------------------------------------*
000960* 2000-PROCESS-ONE-REQUEST - READ THE NEXT STANDING REQUEST    *
000970*                            AND RUN IT IF ITS SCHEDULE        *
000980*                            MAKES IT DUE ON THE BUSINESS      *
000981*                            DATE.  EVERY REQUEST ON THE       *
000982*                            MASTER GETS A FIBRPT LINE, RUN    *
000983*                            OR SKIPPED.  A RUN IS STAMPED     *
000984*                            BACK ON THE MASTER SO A ONE-OFF   *
000985*                            RUNS ONLY ONCE.                   *
000990*--------------------------------------------------------------*
001000 2000-PROCESS-ONE-REQUEST.
001010     READ REQUEST-FILE
001020         AT END
001030             SET NO-MORE-REQUESTS TO TRUE
001040             GO TO 2000-EXIT
001050     END-READ
001060     ADD 1 TO CNT-RECS-READ
010601     ADD 1 TO CNT-ON-MASTER
010602
010603     PERFORM 2020-CHECK-DUE THRU 2020-EXIT
010604     IF NOT REQUEST-DUE
010605         PERFORM 2600-WRITE-SKIPPED THRU 2600-EXIT
010606         GO TO 2000-EXIT
010607     END-IF
001061
001070     MOVE FRQ-REQUEST-ID TO REQUEST-ID
001080     MOVE 10 TO NUM-TERMS
001090     MOVE 0  TO TERM-1
001100     MOVE 1  TO TERM-2
001110     IF FRQ-NUM-TERMS IS NUMERIC
001120        AND FRQ-NUM-TERMS GREATER THAN ZERO
001130         MOVE FRQ-NUM-TERMS TO NUM-TERMS
001140     END-IF
001150     IF FRQ-START-TERM-1 IS NUMERIC
001160        AND FRQ-START-TERM-2 IS NUMERIC
001170         IF FRQ-START-TERM-1 NOT = ZERO OR
001180            FRQ-START-TERM-2 NOT = ZERO
001190             MOVE FRQ-START-TERM-1 TO TERM-1
001200             MOVE FRQ-START-TERM-2 TO TERM-2
001210         END-IF
001220     END-IF
012201     MOVE FRQ-REQUESTER  TO WS-CTL-REQUESTER
012202     MOVE WS-SCHED-TEXT  TO WS-CTL-SCHEDULE
001230
001240     PERFORM 2050-RUN-ONE-REQUEST THRU 2050-EXIT
012401
012402     MOVE WS-DATE TO FRQ-LAST-RUN-DATE
012403     REWRITE FIBREQ-REC
012404         INVALID KEY
012405             MOVE "LAST-RUN DATE NOT STAMPED ON MASTER"
012406                 TO WS-EXCEPT-REASON
012407             MOVE "FIB003" TO WS-EXCEPT-CODE
012408             PERFORM 2550-LOG-REQUEST-EXCEPTION THRU 2550-EXIT
012409     END-REWRITE.
001250 2000-EXIT.
001260     EXIT.
012601*--------------------------------------------------------------*
012602* 2020-CHECK-DUE - IS THIS REQUEST DUE ON THE BUSINESS DATE?   *
012603*                  A WEEKLY REQUEST WHOSE DAY IS NOT A         *
012604*                  PROCESSING DAY IS NOT CARRIED FORWARD - IT  *
012605*                  WAITS FOR ITS DAY NEXT WEEK.  A ONE-OFF IS  *
012606*                  DUE ON ITS DATE OR THE FIRST RUN AFTER IT,  *
012607*                  UNTIL IT HAS RUN; A RERUN OF THE SAME       *
012608*                  BUSINESS DATE RUNS IT AGAIN.                *
012609*--------------------------------------------------------------*
012610 2020-CHECK-DUE.
012611     MOVE 'N' TO WS-DUE-SW
012612     MOVE SPACES TO WS-SKIP-REASON
012613     PERFORM 2030-SCHEDULE-TEXT THRU 2030-EXIT
012614     IF NOT FRQ-ACTIVE
012615         MOVE "INACTIVE ON REQUEST MASTER" TO WS-SKIP-REASON
012616         GO TO 2020-EXIT
012617     END-IF
012618     EVALUATE TRUE
012619         WHEN FRQ-DAILY
012620             SET REQUEST-DUE TO TRUE
012621         WHEN FRQ-WEEKLY
012622             IF FRQ-WEEK-DAY = WS-RUN-WEEKDAY
012623                 SET REQUEST-DUE TO TRUE
012624             ELSE
012625                 MOVE "NOT SCHEDULED TODAY" TO WS-SKIP-REASON
012626             END-IF
012627         WHEN FRQ-MONTH-END
012628             EVALUATE TRUE
012629                 WHEN MONTH-END-TODAY
012630                     SET REQUEST-DUE TO TRUE
012631                 WHEN CALENDAR-SILENT
012632                     MOVE "CALENDAR SILENT ON MONTH-END"
012633                         TO WS-SKIP-REASON
012634                 WHEN OTHER
012635                     MOVE "NOT SCHEDULED TODAY" TO WS-SKIP-REASON
012636             END-EVALUATE
012637         WHEN FRQ-ONE-OFF
012638             EVALUATE TRUE
012639                 WHEN FRQ-RUN-ON-DATE > WS-DATE
012640                     MOVE "ONE-OFF DUE" TO WS-SKIP-REASON
012641                     MOVE FRQ-RUN-ON-DATE TO WS-SKIP-REASON (13:8)
012642                 WHEN FRQ-LAST-RUN-DATE = 0
012643                 WHEN FRQ-LAST-RUN-DATE = WS-DATE
012644                     SET REQUEST-DUE TO TRUE
012645                 WHEN OTHER
012646                     MOVE "ONE-OFF ALREADY RUN" TO WS-SKIP-REASON
012647                     MOVE FRQ-LAST-RUN-DATE
012648                         TO WS-SKIP-REASON (21:8)
012649             END-EVALUATE
012650         WHEN OTHER
012651             MOVE "SCHEDULE ON MASTER INVALID" TO WS-SKIP-REASON
012652             MOVE "SCHEDULE ON REQUEST MASTER INVALID"
012653                 TO WS-EXCEPT-REASON
012654             MOVE "FIB002" TO WS-EXCEPT-CODE
012655             PERFORM 2550-LOG-REQUEST-EXCEPTION THRU 2550-EXIT
012656     END-EVALUATE.
012657 2020-EXIT.
012658     EXIT.
012659*--------------------------------------------------------------*
012660* 2030-SCHEDULE-TEXT - THE REQUEST'S SCHEDULE IN WORDS FOR     *
012661*                      FIBRPT.                                 *
012662*--------------------------------------------------------------*
012663 2030-SCHEDULE-TEXT.
012664     MOVE SPACES TO WS-SCHED-TEXT
012665     EVALUATE TRUE
012666         WHEN FRQ-DAILY
012667             MOVE "DAILY" TO WS-SCHED-TEXT
012668         WHEN FRQ-WEEKLY
012669             MOVE "WEEKLY ?" TO WS-SCHED-TEXT
012670             IF FRQ-WEEK-DAY IS NUMERIC
012671                 IF FRQ-WEEK-DAY > 0 AND FRQ-WEEK-DAY < 8
012672                     MOVE DAY-NAME (FRQ-WEEK-DAY)
012673                         TO WS-SCHED-TEXT (8:3)
012674                 END-IF
012675             END-IF
012676         WHEN FRQ-MONTH-END
012677             MOVE "MONTH-END" TO WS-SCHED-TEXT
012678         WHEN FRQ-ONE-OFF
012679             MOVE "ONE-OFF" TO WS-SCHED-TEXT
012680             MOVE FRQ-RUN-ON-DATE TO WS-SCHED-TEXT (9:8)
012681         WHEN OTHER
012682             MOVE "INVALID" TO WS-SCHED-TEXT
012683             MOVE FRQ-SCHED-TYPE TO WS-SCHED-TEXT (9:1)
012684     END-EVALUATE.
012685 2030-EXIT.
012686     EXIT.
001270*--------------------------------------------------------------*
001280* 2050-RUN-ONE-REQUEST - GENERATE ONE REQUEST'S SEQUENCE AND   *
001290*                        WRITE ITS CONTROL LINE.               *
002340     MOVE REQUEST-ID     TO EXCEPT-INPUT-DATA
002350     MOVE "TERM WOULD OVERFLOW 9(18) - STOPPED"
002360         TO EXCEPT-REASON
023601     MOVE "FIB001"       TO EXCEPT-CODE
002370     WRITE EXCEPTION-REC.
002380 2500-EXIT.
002390     EXIT.
023901*--------------------------------------------------------------*
023902* 2550-LOG-REQUEST-EXCEPTION - APPEND A PROBLEM WITH A REQUEST *
023903*                              ON THE MASTER TO THE SHARED     *
023904*                              EXCEPTION FILE.  THE CALLER     *
023905*                              SETS THE REASON AND CODE.       *
023906*--------------------------------------------------------------*
023907 2550-LOG-REQUEST-EXCEPTION.
023908     MOVE SPACES TO EXCEPTION-REC
023909     MOVE "FIBONACCI"      TO EXCEPT-PROGRAM
023910     MOVE WS-DATE          TO EXCEPT-DATE
023911     MOVE WS-TIME          TO EXCEPT-TIME
023912     MOVE FIBREQ-REC       TO EXCEPT-INPUT-DATA
023913     MOVE WS-EXCEPT-REASON TO EXCEPT-REASON
023914     MOVE WS-EXCEPT-CODE   TO EXCEPT-CODE
023915     WRITE EXCEPTION-REC.
023916 2550-EXIT.
023917     EXIT.
023918*--------------------------------------------------------------*
023919* 2600-WRITE-SKIPPED - ONE FIBRPT LINE FOR A REQUEST NOT RUN,  *
023920*                      SAYING WHY.                             *
023921*--------------------------------------------------------------*
023922 2600-WRITE-SKIPPED.
023923     MOVE FRQ-REQUEST-ID TO WS-SKP-REQ-ID
023924     MOVE WS-SKIP-REASON TO WS-SKP-REASON
023925     MOVE FRQ-REQUESTER  TO WS-SKP-REQUESTER
023926     MOVE WS-SCHED-TEXT  TO WS-SKP-SCHEDULE
023927     MOVE WS-SKIP-LINE TO CONTROL-REC
023928     WRITE CONTROL-REC
023929     ADD 1 TO CNT-SKIPPED.
023930 2600-EXIT.
023931     EXIT.
023932*--------------------------------------------------------------*
023933* 2700-WRITE-CONTROL-TOTALS - REQUESTS ON THE MASTER, RUN AND  *
023934*                             SKIPPED, SO THE PLANNING GROUP   *
023935*                             CAN SEE NOTHING WAS MISSED.      *
023936*--------------------------------------------------------------*
023937 2700-WRITE-CONTROL-TOTALS.
023938     MOVE SPACES TO CONTROL-REC
023939     WRITE CONTROL-REC
023940
023941     MOVE "REQUESTS ON MASTER"   TO WS-CTC-LABEL
023942     MOVE CNT-ON-MASTER          TO WS-CTC-VALUE
023943     MOVE WS-CONTROL-COUNT TO CONTROL-REC
023944     WRITE CONTROL-REC
023945
023946     MOVE "REQUESTS DUE AND RUN" TO WS-CTC-LABEL
023947     MOVE CNT-REQUESTS           TO WS-CTC-VALUE
023948     MOVE WS-CONTROL-COUNT TO CONTROL-REC
023949     WRITE CONTROL-REC
023950
023951     MOVE "REQUESTS SKIPPED"     TO WS-CTC-LABEL
023952     MOVE CNT-SKIPPED            TO WS-CTC-VALUE
023953     MOVE WS-CONTROL-COUNT TO CONTROL-REC
023954     WRITE CONTROL-REC.
023955 2700-EXIT.
023956     EXIT.
002400*--------------------------------------------------------------*
002410* 3000-TERMINATE - WRITE THE RUN REGISTRY END EVENT AND CLOSE  *
002415*                  THE FILES.                                  *
002434     MOVE "COMPLETE" TO WS-RUN-STATUS
002436     PERFORM 7000-LOG-RUN-EVENT THRU 7000-EXIT
002438     CLOSE RUNREG-FILE
002440     IF WS-FIBREQ-STATUS NOT = '35'
002450         CLOSE REQUEST-FILE
002460     END-IF
002470     CLOSE EXCEPTION-FILE
002480     CLOSE CONTROL-FILE
