000269*                  ANY EDIT OR CONTROL COUNT IS REJECTED TO    *
000271*                  THE SHARED EXCEPTION LOG, THE MASTER IS     *
000272*                  LEFT UNTOUCHED AND THE STEP ENDS RC=8.      *
002721* 10/14/2026 RJH   STAMP EACH EXCPTLOG ENTRY WITH ITS STANDARD *
002722*                  REASON CODE (RSNCODRC CATALOG, TBL CODES).  *
027221* 10/14/2026 RJH   KEEP DATED VERSIONS ON THE MASTER.  A       *
027222*                  REPLACE OR DELETE - CARD, PENDING ITEM OR   *
027223*                  REFRESH CHANGE/DROP - NO LONGER OVERWRITES  *
027224*                  THE ENTRY: THE VERSION IN FORCE IS CLOSED   *
027225*                  OFF AS OF TODAY AND KEPT, AND THE NEW       *
027226*                  VERSION COMES INTO FORCE TODAY.  A VERSION  *
027227*                  PUT ON EARLIER THE SAME DAY IS CHANGED IN   *
027228*                  PLACE.  THE ENTRY COUNT AND THE REFRESH     *
027229*                  COMPARE RUN ON CURRENT VERSIONS ONLY, AND   *
027230*                  ALL VERSION RECORDS TOGETHER ARE HELD TO    *
027231*                  THE BINARY-SEARCH SEARCH-ARRAY CEILING.     *
027232* 10/14/2026 RJH   MAINTENANCE AUTHORITY AND TWO-PERSON        *
027233*                  APPROVAL.  EVERY TRANSACTION CARRIES A      *
027234*                  REQUESTER ID (COLUMNS 71-78) WHICH MUST     *
027235*                  HOLD A TBLAUTH GRANT FOR ITS TABLE AND      *
027236*                  ACTION.  DELETES AND STATUS CHANGES ON A    *
027237*                  CRITICAL TABLE WAIT FOR AN APPROVE (V)      *
027238*                  CARD FROM A SECOND, DIFFERENT APPROVER,     *
027239*                  CARRIED ON THE PENDING FILE BETWEEN RUNS    *
027240*                  AND EXPIRED AFTER APPROVAL-DAYS.  TBLRPT    *
027241*                  WIDENED TO SHOW REQUESTER AND APPROVER.     *
027242* 10/14/2026 RJH   PRIOR VERSIONS OUT OF FORCE MORE THAN       *
027243*                  VERSION-RETAIN-DAYS (400) AGO ARE PURGED    *
027244*                  AT THE TOP OF EVERY RUN AND LISTED ON       *
027245*                  TBLRPT, SO HISTORY NO LONGER HOLDS THE      *
027246*                  VERSION CEILING FOR GOOD.                   *
000235*--------------------------------------------------------------*
000240 ENVIRONMENT DIVISION.
000250 CONFIGURATION SECTION.
000356     SELECT MODE-PARM-FILE ASSIGN TO SYSIN
000357         ORGANIZATION IS LINE SEQUENTIAL
000358         FILE STATUS IS WS-PARM-STATUS.
003581     SELECT AUTH-FILE      ASSIGN TO TBLAUTH
003582         ORGANIZATION IS LINE SEQUENTIAL
003583         FILE STATUS IS WS-AUTH-STATUS.
000360     SELECT REPORT-FILE    ASSIGN TO TBLRPT
000370         ORGANIZATION IS LINE SEQUENTIAL.
000380     SELECT EXCEPTION-FILE ASSIGN TO EXCPTLOG
000551* BLANK OR ZERO MEANS APPLY TONIGHT; A FUTURE DATE HOLDS THE
000552* TRANSACTION ON THE PENDING FILE UNTIL IT COMES DUE.
000553     05  TRAN-APPLY-DATE      PIC X(08).
005541     05  FILLER               PIC X(01).
005542* THE REQUESTER WHOSE AUTHORITY THE TRANSACTION RUNS UNDER - ON
005543* AN APPROVE (V) CARD, THE APPROVER.
005544     05  TRAN-REQUESTER       PIC X(08).
005545     05  FILLER               PIC X(02).
000550*
000556 FD  PENDING-FILE
000558     RECORDING MODE IS F.
000614     05  PARM-MODE            PIC X(08).
000615     05  FILLER               PIC X(72).
000616*
006161 FD  AUTH-FILE
006162     RECORDING MODE IS F.
006163     COPY TBLAUTHR.
006164*
000600 FD  REPORT-FILE
000610     RECORDING MODE IS F.
000620 01  REPORT-REC               PIC X(100).
000630*
000640 FD  EXCEPTION-FILE
000650     RECORDING MODE IS F.
000768         88  REFRESH-REJECTED          VALUE 'Y'.
000769     05  WS-REFR-DONE-SW      PIC X(01) VALUE 'N'.
000771         88  REFRESH-TRAILER-SEEN      VALUE 'Y'.
007711     05  WS-CLOSE-OK-SW       PIC X(01) VALUE 'Y'.
007712         88  VERSION-CLOSED            VALUE 'Y'.
007713     05  WS-REFR-PASS-SW      PIC X(01) VALUE 'A'.
007714         88  REFRESH-COUNT-PASS        VALUE 'C'.
007715     05  WS-AUTH-EOF-SW       PIC X(01) VALUE 'N'.
007716         88  NO-MORE-AUTH              VALUE 'Y'.
007717     05  WS-AUTH-OK-SW        PIC X(01) VALUE 'N'.
007718         88  REQUESTER-AUTHORIZED      VALUE 'Y'.
007719     05  WS-CRITICAL-SW       PIC X(01) VALUE 'N'.
007720         88  CRITICAL-TABLE            VALUE 'Y'.
007721     05  WS-AWAIT-SW          PIC X(01) VALUE 'N'.
007722         88  ITEM-AWAITING-APPROVAL    VALUE 'Y'.
007723     05  WS-APPROVED-SW       PIC X(01) VALUE 'N'.
007724         88  APPROVED-DISPATCH         VALUE 'Y'.
007725     05  WS-AUTH-FILE-SW      PIC X(01) VALUE 'Y'.
007726         88  AUTHORITY-MISSING         VALUE 'N'.
000760*
000770* MAX-TABLE-SIZE IS THE 500 CURRENT-ENTRY CEILING ON THE MASTER.
000772* THE LOOKUP AND REPORTING PROGRAMS SIZE THEIR TABLES TO IT;
000774* VERSION RECORDS ARE HELD TO MAX-VERSION-RECS BELOW.
000776 77  MAX-TABLE-SIZE           PIC 9(03) COMP VALUE 500.
000780 01  TABLE-SIZE               PIC 9(03) VALUE 0.
000790 01  BEFORE-SIZE              PIC 9(03) VALUE 0.
007901*
007902* EVERY VERSION RECORD, CURRENT OR PRIOR, TAKES A SEARCH-ARRAY
007903* SLOT IN BINARY-SEARCH, SO THE RECORD COUNT IS HELD TO THAT
007904* CEILING AS WELL.  TABLE-SIZE ABOVE COUNTS CURRENT ENTRIES ONLY.
007905 77  MAX-VERSION-RECS         PIC 9(03) COMP VALUE 999.
079051*
079052* A PRIOR VERSION THAT WENT OUT OF FORCE MORE THAN
079053* VERSION-RETAIN-DAYS BEFORE TODAY IS PURGED AT THE TOP OF EVERY
079054* RUN, SO HISTORY CANNOT CROWD OUT LIVE ENTRIES.  AN AS-OF LOOKUP
079055* STILL RESOLVES FOR ANY DATE INSIDE THE RETENTION PERIOD.
079056 77  VERSION-RETAIN-DAYS      PIC 9(03) COMP VALUE 400.
079057 01  VERSION-CUTOFF           PIC 9(08) VALUE 0.
079058 01  WS-DATE-INT              PIC 9(07) COMP VALUE 0.
079059 01  WS-PURGE-TEXT.
079060     05  FILLER               PIC X(23)
079061         VALUE "PRIOR VERSION IN FORCE ".
079062     05  WS-PRG-FROM          PIC 9(08).
079063     05  FILLER               PIC X(01) VALUE "-".
079064     05  WS-PRG-TO            PIC 9(08).
007906 01  REC-COUNT                PIC 9(05) VALUE 0.
007907 01  PROJ-RECS                PIC 9(05) COMP VALUE 0.
007908 01  HOLD-LOOK-REC            PIC X(74).
079081*
079082* MAINTENANCE AUTHORITY (TBLAUTHR), LOADED ONCE PER TRANSACTION
079083* RUN.  A REQUESTER WITH NO GRANT FOR A TABLE MAY DO NOTHING IN
079084* IT.
079085 77  MAX-GRANTS               PIC 9(03) COMP VALUE 500.
079086 01  GRANT-USED               PIC 9(03) COMP VALUE 0.
079087 01  GRANT-TABLE.
079088     05  GRANT-ENTRY OCCURS 500 TIMES.
079089         10  GRANT-USER       PIC X(08).
079090         10  GRANT-TABLE-ID   PIC X(08).
079091         10  GRANT-ACTIONS    PIC X(04).
079092 01  HIT-ACTIONS.
079093     05  HIT-CAN-ADD          PIC X(01).
079094         88  MAY-ADD                   VALUE 'Y'.
079095     05  HIT-CAN-CHANGE       PIC X(01).
079096         88  MAY-CHANGE                VALUE 'Y'.
079097     05  HIT-CAN-DELETE       PIC X(01).
079098         88  MAY-DELETE                VALUE 'Y'.
079099     05  HIT-CAN-APPROVE      PIC X(01).
079100         88  MAY-APPROVE               VALUE 'Y'.
079101 77  MAX-CRITICAL             PIC 9(03) COMP VALUE 100.
079102 01  CRIT-USED                PIC 9(03) COMP VALUE 0.
079103 01  CRIT-TABLE.
079104     05  CRIT-TABLE-ID        PIC X(08) OCCURS 100 TIMES.
079105 01  WS-GRANT-SUB             PIC 9(03) COMP VALUE 0.
079106 01  WS-CRIT-SUB              PIC 9(03) COMP VALUE 0.
079107*
079108* DELETES AND STATUS CHANGES ON A CRITICAL TABLE WAIT HERE FOR A
079109* SECOND APPROVER'S V CARD LATER IN THE DECK.  WHATEVER IS STILL
079110* UNAPPROVED AT END OF RUN GOES BACK ON THE PENDING FILE, AND AN
079111* ITEM EXPIRES ONCE IT HAS WAITED MORE THAN APPROVAL-DAYS.
079112 77  MAX-APPR-HELD            PIC 9(03) COMP VALUE 100.
079113 77  APPROVAL-DAYS            PIC 9(03) COMP VALUE 14.
079114 01  APPR-USED                PIC 9(03) COMP VALUE 0.
079115 01  APPR-TABLE.
079116     05  APPR-ENTRY OCCURS 100 TIMES.
079117         10  APPR-TRAN.
079118             15  FILLER           PIC X(02).
079119             15  APPR-TABLE-ID    PIC X(08).
079120             15  FILLER           PIC X(01).
079121             15  APPR-KEY         PIC X(08).
079122             15  FILLER           PIC X(51).
079123             15  APPR-REQUESTER   PIC X(08).
079124             15  FILLER           PIC X(02).
079125         10  APPR-DONE-SW     PIC X(01).
079126             88  APPR-DONE             VALUE 'Y'.
079127 01  WS-APPR-SUB              PIC 9(03) COMP VALUE 0.
079128 01  WS-APPR-HIT              PIC 9(03) COMP VALUE 0.
079129 01  APPROVER-ID              PIC X(08) VALUE SPACES.
079130 01  HELD-SINCE               PIC 9(08) VALUE 0.
079131 01  WAIT-DAYS                PIC S9(07) COMP VALUE 0.
000820*
000825* THE TRANSACTION SEQUENCE AND MASTER LOOKUPS RUN ON THE
000826* TABLE/KEY PAIR, ASSEMBLED HERE WITHOUT THE CARD'S
000841         10  MAST-STATUS      PIC X(01).
000842         10  MAST-EFF-DATE    PIC 9(08).
000843         10  MAST-EXP-DATE    PIC 9(08).
008431         10  MAST-VER-DATE    PIC 9(08).
000844 01  CAND-TABLE.
000845     05  CAND-ENTRY OCCURS 500 TIMES.
000846         10  CAND-KEY         PIC X(16).
000965 77  CNT-REFR-DROPS           PIC 9(05) COMP VALUE 0.
000966 77  CNT-REFR-CHANGES         PIC 9(05) COMP VALUE 0.
000967 77  CNT-REFR-SAME            PIC 9(05) COMP VALUE 0.
009671 77  CNT-VERSIONS-CLOSED      PIC 9(05) COMP VALUE 0.
096711 77  CNT-AWAITING             PIC 9(05) COMP VALUE 0.
096712 77  CNT-APPROVED             PIC 9(05) COMP VALUE 0.
096713 77  CNT-VERSIONS-PURGED      PIC 9(05) COMP VALUE 0.
000970*
000980 01  WS-DATE                  PIC 9(08).
000990 01  WS-TIME                  PIC 9(08).
001005 01  WS-PEND-STATUS           PIC X(02) VALUE '00'.
001006 01  WS-REFRESH-STATUS        PIC X(02) VALUE '00'.
001007 01  WS-PARM-STATUS           PIC X(02) VALUE '00'.
010071 01  WS-AUTH-STATUS           PIC X(02) VALUE '00'.
001010 01  WS-EXCEPT-STATUS         PIC X(02) VALUE '00'.
001020 01  WS-EXCEPT-DATA           PIC X(40).
001030 01  WS-EXCEPT-REASON         PIC X(40).
010301 01  WS-EXCEPT-CODE           PIC X(06).
103011*
103012* AN AUTHORITY OR APPROVAL REJECT LOGS WHO SENT THE CARD - THE
103013* REQUESTER ID LIES PAST THE 40 BYTES OF CARD THE LOG ENTRY HOLDS.
103014 01  WS-AUTH-DATA.
103015     05  WS-AUTH-ACTION       PIC X(01).
103016     05  FILLER               PIC X(01) VALUE SPACE.
103017     05  WS-AUTH-TABLE        PIC X(08).
103018     05  FILLER               PIC X(01) VALUE SPACE.
103019     05  WS-AUTH-KEY          PIC X(08).
103020     05  FILLER               PIC X(04) VALUE " BY ".
103021     05  WS-AUTH-USER         PIC X(08).
103022     05  FILLER               PIC X(09) VALUE SPACES.
001040*
001050 01  WS-HEAD-LINE.
001060     05  FILLER               PIC X(34)
001080     05  WS-HEAD-DATE         PIC 9(08).
001090     05  FILLER               PIC X(01) VALUE SPACE.
001100     05  WS-HEAD-TIME         PIC 9(08).
001110     05  FILLER               PIC X(49) VALUE SPACES.
001120*
001130 01  WS-COUNT-LINE.
001140     05  WS-COUNT-LABEL       PIC X(30).
001150     05  WS-COUNT-VALUE       PIC ZZ,ZZ9.
001160     05  FILLER               PIC X(64) VALUE SPACES.
001170*
001180 01  WS-DETAIL-LINE.
001190     05  WS-DET-ACTION        PIC X(08).
001206     05  FILLER               PIC X(01) VALUE SPACE.
001210     05  WS-DET-KEY           PIC X(08).
001220     05  FILLER               PIC X(01) VALUE SPACE.
012201     05  WS-DET-REQUESTER     PIC X(08).
012202     05  FILLER               PIC X(01) VALUE SPACE.
012203     05  WS-DET-APPROVER      PIC X(08).
012204     05  FILLER               PIC X(01) VALUE SPACE.
001230     05  WS-DET-DISP          PIC X(08).
001240     05  FILLER               PIC X(01) VALUE SPACE.
001250     05  WS-DET-REASON        PIC X(40).
001260     05  FILLER               PIC X(06) VALUE SPACES.
001270*
001280 PROCEDURE DIVISION.
001290*--------------------------------------------------------------*
001314     IF REFRESH-MODE
001316         PERFORM 5000-REFRESH-MASTER THRU 5000-EXIT
001317     ELSE
013171         PERFORM 1700-LOAD-AUTHORITY THRU 1700-EXIT
001315         PERFORM 1500-PROCESS-PENDING THRU 1500-EXIT
001320         PERFORM 2100-APPLY-ONE-TRAN THRU 2100-EXIT
001330             UNTIL NO-MORE-TRANS
013301         PERFORM 2750-CARRY-UNAPPROVED THRU 2750-EXIT
001350         PERFORM 4000-WRITE-SUMMARY THRU 4000-EXIT
001355     END-IF
001360     PERFORM 9000-TERMINATE THRU 9000-EXIT
001362     IF REFRESH-REJECTED OR AUTHORITY-MISSING
001364         MOVE 8 TO RETURN-CODE
001366     END-IF
001370     STOP RUN.
001710         CLOSE LOOKUP-FILE
001720         OPEN I-O LOOKUP-FILE
001730     END-IF
017301     COMPUTE WS-DATE-INT =
017302         FUNCTION INTEGER-OF-DATE(WS-DATE) - VERSION-RETAIN-DAYS
017303     MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT) TO VERSION-CUTOFF
001740     PERFORM 1100-COUNT-MASTER THRU 1100-EXIT
001750         UNTIL NO-MORE-LOOKUP
001770     MOVE TABLE-SIZE TO BEFORE-SIZE
001910*                     HOLD THE LIVE ENTRIES FOR THE REFRESH     *
001920*                     COMPARE.  THE INDEX GUARANTEES SEQUENCE   *
001930*                     AND UNIQUENESS, SO NO VALIDATION IS       *
001940*                     NEEDED HERE ANY MORE.  PRIOR (CLOSED-    *
019401*                     OFF) VERSIONS COUNT TOWARD THE VERSION   *
019402*                     CEILING ONLY - THE ENTRY COUNT AND THE   *
019403*                     COMPARE TABLE HOLD CURRENT VERSIONS.     *
019404*                     PRIOR VERSIONS PAST THE RETENTION        *
019405*                     CUTOFF ARE PURGED ON THE WAY (1120).     *
001950*--------------------------------------------------------------*
001960 1100-COUNT-MASTER.
001970     READ LOOKUP-FILE NEXT
001990             SET NO-MORE-LOOKUP TO TRUE
002000             GO TO 1100-EXIT
002010     END-READ
020101     IF NOT LOOK-CURRENT-VERSION
020102        AND LOOK-VER-END < VERSION-CUTOFF
020103         PERFORM 1120-PURGE-VERSION THRU 1120-EXIT
020104         GO TO 1100-EXIT
020105     END-IF
023101     ADD 1 TO REC-COUNT
023102     IF NOT LOOK-CURRENT-VERSION
023103         GO TO 1100-EXIT
023104     END-IF
002310     ADD 1 TO TABLE-SIZE
002312     IF TABLE-SIZE NOT GREATER THAN MAX-TABLE-SIZE
002314         MOVE LOOK-ENTRY-KEY TO MAST-KEY (TABLE-SIZE)
002316         MOVE LOOK-DESC     TO MAST-DESC (TABLE-SIZE)
002318         MOVE LOOK-STATUS   TO MAST-STATUS (TABLE-SIZE)
002322         MOVE LOOK-EFF-DATE TO MAST-EFF-DATE (TABLE-SIZE)
002324         MOVE LOOK-EXP-DATE TO MAST-EXP-DATE (TABLE-SIZE)
023241         MOVE LOOK-VER-DATE TO MAST-VER-DATE (TABLE-SIZE)
002326     END-IF.
002350 1100-EXIT.
002360     EXIT.
023601*--------------------------------------------------------------*
023602* 1120-PURGE-VERSION - DELETE ONE PRIOR VERSION THAT WENT OUT  *
023603*                      OF FORCE BEFORE VERSION-CUTOFF AND LIST *
023604*                      IT ON TBLRPT.  THE BROWSE CARRIES ON    *
023605*                      FROM THE NEXT KEY.  A FAILED DELETE IS  *
023606*                      LOGGED AND THE VERSION STAYS COUNTED.   *
023607*--------------------------------------------------------------*
023608 1120-PURGE-VERSION.
023609     DELETE LOOKUP-FILE RECORD
023610         INVALID KEY
023611             MOVE LOOKUP-REC TO WS-EXCEPT-DATA
023612             MOVE "PRIOR VERSION NOT PURGED - DELETE FAILED"
023613                 TO WS-EXCEPT-REASON
023614             MOVE "TBL007" TO WS-EXCEPT-CODE
023615             PERFORM 1150-LOG-EXCEPTION THRU 1150-EXIT
023616             ADD 1 TO REC-COUNT
023617             GO TO 1120-EXIT
023618     END-DELETE
023619     ADD 1 TO CNT-VERSIONS-PURGED
023620     MOVE SPACES          TO WS-DETAIL-LINE
023621     MOVE "PURGE"         TO WS-DET-ACTION
023622     MOVE LOOK-TABLE-ID   TO WS-DET-TABLE
023623     MOVE LOOK-KEY        TO WS-DET-KEY
023624     MOVE "PURGED"        TO WS-DET-DISP
023625     MOVE LOOK-VER-DATE   TO WS-PRG-FROM
023626     MOVE LOOK-VER-END    TO WS-PRG-TO
023627     MOVE WS-PURGE-TEXT   TO WS-DET-REASON
023628     MOVE WS-DETAIL-LINE  TO REPORT-REC
023629     WRITE REPORT-REC
023630     MOVE SPACES TO WS-DETAIL-LINE.
023631 1120-EXIT.
023632     EXIT.
002370*--------------------------------------------------------------*
002380* 1150-LOG-EXCEPTION - APPEND ONE ENTRY TO THE SHARED EXCEPTION *
002390*                      FILE FOR OPERATIONS' DAILY REPORT.       *
002450     MOVE WS-TIME          TO EXCEPT-TIME
002460     MOVE WS-EXCEPT-DATA   TO EXCEPT-INPUT-DATA
002470     MOVE WS-EXCEPT-REASON TO EXCEPT-REASON
024701     MOVE WS-EXCEPT-CODE   TO EXCEPT-CODE
002480     WRITE EXCEPTION-REC.
002490 1150-EXIT.
002500     EXIT.
002556*                    IT.  AN ITEM THAT IS DUE BUT FAILS ITS     *
002558*                    EDITS IS REPORTED EXPIRED, NOT RE-HELD -   *
002562*                    A STALE CARD MUST NOT CIRCLE FOREVER.      *
025621*                    A DUE ITEM IS RECHECKED AGAINST TONIGHT'S *
025622*                    AUTHORITY FILE, AND A DELETE OR STATUS    *
025623*                    CHANGE ON A CRITICAL TABLE GOES ON TO     *
025624*                    WAIT FOR ITS SECOND APPROVER (2700).      *
002564*--------------------------------------------------------------*
002566 1510-ONE-PENDING.
002568     READ PENDING-FILE
002602     END-IF
002604
002606     MOVE 'P' TO WS-TRAN-SOURCE-SW
026061     MOVE 'N' TO WS-AWAIT-SW
026062     PERFORM 2500-CHECK-AUTHORITY THRU 2500-EXIT
026063     IF NOT REQUESTER-AUTHORIZED
026064         PERFORM 2550-AUTH-EXCEPT-DATA THRU 2550-EXIT
026065         PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
026066         ADD 1 TO CNT-PEND-EXPIRED
026067         MOVE 'C' TO WS-TRAN-SOURCE-SW
026068         GO TO 1510-EXIT
026069     END-IF
002608     MOVE CNT-APPLIED TO HOLD-APPLIED-COUNT
002612     PERFORM 2400-DISPATCH-ACTION THRU 2400-EXIT
026141     EVALUATE TRUE
026142         WHEN ITEM-AWAITING-APPROVAL
026143             ADD 1 TO CNT-PEND-HELD
026144         WHEN CNT-APPLIED > HOLD-APPLIED-COUNT
026145             ADD 1 TO CNT-PEND-APPLIED
026146         WHEN OTHER
026147             ADD 1 TO CNT-PEND-EXPIRED
026148     END-EVALUATE
002626     MOVE 'C' TO WS-TRAN-SOURCE-SW.
002628 1510-EXIT.
002632     EXIT.
002678     CLOSE MODE-PARM-FILE.
002682 1600-EXIT.
002684     EXIT.
026841*--------------------------------------------------------------*
026842* 1700-LOAD-AUTHORITY - LOAD THE TBLAUTH GRANTS AND THE LIST   *
026843*                       OF CRITICAL TABLES.  WITH NO AUTHORITY *
026844*                       FILE EVERY TRANSACTION IS REJECTED AND *
026845*                       THE RUN ENDS RC=8, SO THE PENDING FILE *
026846*                       IS NOT SWAPPED AND NO HELD ITEM IS     *
026847*                       LOST - MAINTENANCE FAILS CLOSED.       *
026848*--------------------------------------------------------------*
026849 1700-LOAD-AUTHORITY.
026850     OPEN INPUT AUTH-FILE
026851     IF WS-AUTH-STATUS = '35'
026852         DISPLAY "TABLE-MAINT: NO MAINTENANCE AUTHORITY FILE - "
026853                 "EVERY TRANSACTION WILL BE REJECTED."
026854         SET AUTHORITY-MISSING TO TRUE
026855         MOVE SPACES TO WS-EXCEPT-DATA
026856         MOVE "MAINTENANCE AUTHORITY FILE MISSING"
026857             TO WS-EXCEPT-REASON
026858         MOVE "TBL018" TO WS-EXCEPT-CODE
026859         PERFORM 1150-LOG-EXCEPTION THRU 1150-EXIT
026860         GO TO 1700-EXIT
026861     END-IF
026862     PERFORM 1710-ONE-AUTH-REC THRU 1710-EXIT
026863         UNTIL NO-MORE-AUTH
026864     CLOSE AUTH-FILE.
026865 1700-EXIT.
026866     EXIT.
026867*--------------------------------------------------------------*
026868* 1710-ONE-AUTH-REC - ONE GRANT OR CRITICAL-TABLE RECORD.  AN  *
026869*                     ENTRY THAT DOES NOT FIT IS LOGGED - A    *
026870*                     DROPPED GRANT ONLY REFUSES WORK, BUT A   *
026871*                     DROPPED CRITICAL TABLE WOULD LET ITS     *
026872*                     DELETES THROUGH UNAPPROVED.              *
026873*--------------------------------------------------------------*
026874 1710-ONE-AUTH-REC.
026875     READ AUTH-FILE
026876         AT END
026877             SET NO-MORE-AUTH TO TRUE
026878             GO TO 1710-EXIT
026879     END-READ
026880     EVALUATE TRUE
026881         WHEN AUTH-GRANT-REC
026882             IF GRANT-USED NOT LESS THAN MAX-GRANTS
026883                 MOVE TBLAUTH-REC TO WS-EXCEPT-DATA
026884                 MOVE "AUTHORITY GRANT TABLE FULL - IGNORED"
026885                     TO WS-EXCEPT-REASON
026886                 MOVE "TBL018" TO WS-EXCEPT-CODE
026887                 PERFORM 1150-LOG-EXCEPTION THRU 1150-EXIT
026888                 GO TO 1710-EXIT
026889             END-IF
026890             ADD 1 TO GRANT-USED
026891             MOVE AUTH-USER-ID  TO GRANT-USER (GRANT-USED)
026892             MOVE AUTH-TABLE-ID TO GRANT-TABLE-ID (GRANT-USED)
026893             MOVE AUTH-ACTIONS  TO GRANT-ACTIONS (GRANT-USED)
026894         WHEN AUTH-CRITICAL-REC
026895             IF CRIT-USED NOT LESS THAN MAX-CRITICAL
026896                 MOVE TBLAUTH-REC TO WS-EXCEPT-DATA
026897                 MOVE "CRITICAL TABLE LIST FULL - IGNORED"
026898                     TO WS-EXCEPT-REASON
026899                 MOVE "TBL018" TO WS-EXCEPT-CODE
026900                 PERFORM 1150-LOG-EXCEPTION THRU 1150-EXIT
026901                 GO TO 1710-EXIT
026902             END-IF
026903             ADD 1 TO CRIT-USED
026904             MOVE AUTH-TABLE-ID TO CRIT-TABLE-ID (CRIT-USED)
026905     END-EVALUATE.
026906 1710-EXIT.
026907     EXIT.
002660*--------------------------------------------------------------*
002670* 2100-APPLY-ONE-TRAN - READ ONE TRANSACTION, VALIDATE ITS      *
002680*                       SEQUENCE AND ACTION CODE, AND APPLY IT  *
002690*                       TO THE MASTER IN PLACE.  TRANSACTIONS   *
002700*                       MUST ARRIVE IN ASCENDING KEY SEQUENCE   *
002710*                       SO THE MAINTENANCE RUN IS REPRODUCIBLE. *
027101*                       EVERY CARD MUST NAME A REQUESTER WHO   *
027102*                       HOLDS AUTHORITY FOR ITS TABLE AND      *
027103*                       ACTION (2500).  AN APPROVE (V) CARD    *
027104*                       RELEASES AN ITEM HELD FOR A SECOND     *
027105*                       APPROVER (2600).                       *
002720*--------------------------------------------------------------*
002730 2100-APPLY-ONE-TRAN.
002740     READ TRAN-FILE
002820         MOVE TRAN-REC TO WS-EXCEPT-DATA
002830         MOVE "BLANK TABLE ID OR KEY - REJECTED"
002840             TO WS-EXCEPT-REASON
028401         MOVE "TBL001" TO WS-EXCEPT-CODE
002850         PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
002860         GO TO 2100-EXIT
002870     END-IF
002881             MOVE TRAN-REC TO WS-EXCEPT-DATA
002882             MOVE "TRANSACTION KEY OUT OF SEQUENCE"
002883                 TO WS-EXCEPT-REASON
028831             MOVE "TBL002" TO WS-EXCEPT-CODE
002884             PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
002885             GO TO 2100-EXIT
002886         END-IF
002894         MOVE TRAN-REC TO WS-EXCEPT-DATA
002895         MOVE "INVALID APPLY-ON DATE - REJECTED"
002896             TO WS-EXCEPT-REASON
028961         MOVE "TBL003" TO WS-EXCEPT-CODE
002897         PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
002898         GO TO 2100-EXIT
002899     END-IF
028991
028992     PERFORM 2500-CHECK-AUTHORITY THRU 2500-EXIT
028993     IF NOT REQUESTER-AUTHORIZED
028994         PERFORM 2550-AUTH-EXCEPT-DATA THRU 2550-EXIT
028995         PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
028996         GO TO 2100-EXIT
028997     END-IF
028998
028999     IF TRAN-ACTION = 'V'
029000         PERFORM 2600-APPLY-APPROVAL THRU 2600-EXIT
029001         GO TO 2100-EXIT
029002     END-IF
002901
002902     IF TRAN-APPLY-DATE IS NUMERIC
002903        AND TRAN-APPLY-DATE > WS-DATE
003177*--------------------------------------------------------------*
003178 2400-DISPATCH-ACTION.
003179     PERFORM 2200-FIND-KEY THRU 2200-EXIT
031791*    A DELETE OR STATUS CHANGE ON A CRITICAL TABLE WAITS FOR A
031792*    SECOND APPROVER - UNLESS THIS IS THAT APPROVAL BEING APPLIED.
031793     IF NOT APPROVED-DISPATCH
031794         PERFORM 2520-CHECK-CRITICAL THRU 2520-EXIT
031795         IF CRITICAL-TABLE AND KEY-IN-TABLE
031796            AND (TRAN-ACTION = 'D'
031797                 OR (TRAN-ACTION = 'R'
031798                     AND TRAN-STATUS NOT = LOOK-STATUS))
031799             PERFORM 2700-HOLD-FOR-APPROVAL THRU 2700-EXIT
031800             GO TO 2400-EXIT
031801         END-IF
031802     END-IF
003181
003182     EVALUATE TRAN-ACTION
003183         WHEN 'A'
003191             MOVE TRAN-REC TO WS-EXCEPT-DATA
003192             MOVE "INVALID ACTION - MUST BE A, D OR R"
003193                 TO WS-EXCEPT-REASON
031931             MOVE "TBL004" TO WS-EXCEPT-CODE
003194             PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
003195     END-EVALUATE.
003196 2400-EXIT.
003250         MOVE TRAN-REC TO WS-EXCEPT-DATA
003260         MOVE "ADD REJECTED - KEY ALREADY ON TABLE"
003270             TO WS-EXCEPT-REASON
032701         MOVE "TBL005" TO WS-EXCEPT-CODE
003280         PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
003290         GO TO 2110-EXIT
003300     END-IF
003310
003320     IF TABLE-SIZE NOT LESS THAN MAX-TABLE-SIZE
033201        OR REC-COUNT NOT LESS THAN MAX-VERSION-RECS
003330         MOVE TRAN-REC TO WS-EXCEPT-DATA
003340         MOVE "ADD REJECTED - TABLE CEILING REACHED"
003350             TO WS-EXCEPT-REASON
033501         MOVE "TBL006" TO WS-EXCEPT-CODE
003360         PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
003370         GO TO 2110-EXIT
003380     END-IF
003440             MOVE TRAN-REC TO WS-EXCEPT-DATA
003450             MOVE "ADD REJECTED - KEYED WRITE FAILED"
003460                 TO WS-EXCEPT-REASON
034601             MOVE "TBL007" TO WS-EXCEPT-CODE
003462             PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
003464             GO TO 2110-EXIT
003466     END-WRITE
003470     ADD 1 TO TABLE-SIZE
034701     ADD 1 TO REC-COUNT
003480
003490     MOVE "APPLIED" TO WS-DET-DISP
003500     PERFORM 2300-WRITE-DETAIL THRU 2300-EXIT
003600*--------------------------------------------------------------*
003610* 2120-APPLY-DELETE - DELETE THE TRANSACTION KEY FROM THE       *
003620*                     MASTER IN PLACE.  A KEY NOT ON THE TABLE  *
003630*                     IS REJECTED.  A VERSION IN FORCE BEFORE  *
036301*                     TODAY IS KEPT AS A PRIOR VERSION (2160). *
003640*--------------------------------------------------------------*
003650 2120-APPLY-DELETE.
003660     IF NOT KEY-IN-TABLE
003670         MOVE TRAN-REC TO WS-EXCEPT-DATA
003680         MOVE "DELETE REJECTED - KEY NOT ON TABLE"
003690             TO WS-EXCEPT-REASON
036901         MOVE "TBL008" TO WS-EXCEPT-CODE
003700         PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
003710         GO TO 2120-EXIT
003720     END-IF
003730
037301     PERFORM 2160-CLOSE-VERSION THRU 2160-EXIT
037302     IF NOT VERSION-CLOSED
037303         MOVE TRAN-REC TO WS-EXCEPT-DATA
037304         PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
037305         GO TO 2120-EXIT
037306     END-IF
003740     DELETE LOOKUP-FILE RECORD
003750         INVALID KEY
003760             MOVE TRAN-REC TO WS-EXCEPT-DATA
003762             MOVE "DELETE REJECTED - KEYED DELETE FAILED"
003764                 TO WS-EXCEPT-REASON
037641             MOVE "TBL007" TO WS-EXCEPT-CODE
003766             PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
003768             GO TO 2120-EXIT
003770     END-DELETE
003772     SUBTRACT 1 FROM TABLE-SIZE
037721     SUBTRACT 1 FROM REC-COUNT
003780
003790     MOVE "APPLIED" TO WS-DET-DISP
003800     PERFORM 2300-WRITE-DETAIL THRU 2300-EXIT
003820 2120-EXIT.
003830     EXIT.
003900*--------------------------------------------------------------*
003910* 2130-APPLY-REPLACE - PUT A NEW VERSION OF THE ENTRY FOR THE  *
003920*                      TRANSACTION KEY ON THE MASTER.  THE     *
039301*                      VERSION IT REPLACES IS KEPT AS A PRIOR  *
039302*                      VERSION (2160).  A KEY NOT ON THE TABLE *
003930*                      IS REJECTED.                            *
003940*--------------------------------------------------------------*
003950 2130-APPLY-REPLACE.
003960     IF NOT KEY-IN-TABLE
003970         MOVE TRAN-REC TO WS-EXCEPT-DATA
003980         MOVE "REPLACE REJECTED - KEY NOT ON TABLE"
003990             TO WS-EXCEPT-REASON
039901         MOVE "TBL008" TO WS-EXCEPT-CODE
004000         PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
004010         GO TO 2130-EXIT
004020     END-IF
004024     IF NOT TRAN-FIELDS-GOOD
004026         GO TO 2130-EXIT
004028     END-IF
040281*    CLOSING OFF A VERSION PUT ON BEFORE TODAY ADDS A RECORD.
040282     IF REC-COUNT NOT LESS THAN MAX-VERSION-RECS
040283        AND LOOK-VER-DATE < WS-DATE
040284         MOVE TRAN-REC TO WS-EXCEPT-DATA
040285         MOVE "REPLACE REJECTED - TABLE CEILING REACHED"
040286             TO WS-EXCEPT-REASON
040287         MOVE "TBL006" TO WS-EXCEPT-CODE
040288         PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
040289         GO TO 2130-EXIT
040290     END-IF
040291     PERFORM 2160-CLOSE-VERSION THRU 2160-EXIT
040292     IF NOT VERSION-CLOSED
040293         MOVE TRAN-REC TO WS-EXCEPT-DATA
040294         PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
040295         GO TO 2130-EXIT
040296     END-IF
004030
004040     PERFORM 2150-BUILD-NEW-REC THRU 2150-EXIT
004042     REWRITE LOOKUP-REC
004046             MOVE TRAN-REC TO WS-EXCEPT-DATA
004048             MOVE "REPLACE REJECTED - KEYED REWRITE FAILED"
004052                 TO WS-EXCEPT-REASON
040521             MOVE "TBL007" TO WS-EXCEPT-CODE
004054             PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
004056             GO TO 2130-EXIT
004058     END-REWRITE
004109         MOVE TRAN-REC TO WS-EXCEPT-DATA
004110         MOVE "INVALID STATUS - MUST BE A OR I"
004111             TO WS-EXCEPT-REASON
041111         MOVE "TBL009" TO WS-EXCEPT-CODE
004112         PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
004113         MOVE 'N' TO WS-TRAN-VALID-SW
004114         GO TO 2140-EXIT
004118         MOVE TRAN-REC TO WS-EXCEPT-DATA
004119         MOVE "NON-NUMERIC EFFECTIVE/EXPIRY DATE"
004120             TO WS-EXCEPT-REASON
041201         MOVE "TBL009" TO WS-EXCEPT-CODE
004121         PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
004122         MOVE 'N' TO WS-TRAN-VALID-SW
004123         GO TO 2140-EXIT
004126         MOVE TRAN-REC TO WS-EXCEPT-DATA
004127         MOVE "EXPIRY DATE BEFORE EFFECTIVE DATE"
004128             TO WS-EXCEPT-REASON
041281         MOVE "TBL009" TO WS-EXCEPT-CODE
004129         PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
004130         MOVE 'N' TO WS-TRAN-VALID-SW
004131         GO TO 2140-EXIT
004142     MOVE TRAN-DESC     TO LOOK-DESC
004143     MOVE TRAN-STATUS   TO LOOK-STATUS
004144     MOVE TRAN-EFF-DATE TO LOOK-EFF-DATE
004145     MOVE TRAN-EXP-DATE TO LOOK-EXP-DATE
041451     SET LOOK-CURRENT-VERSION TO TRUE
041452     MOVE WS-DATE       TO LOOK-VER-DATE.
004146 2150-EXIT.
004147     EXIT.
041471*--------------------------------------------------------------*
041472* 2160-CLOSE-VERSION - THE CURRENT VERSION IN THE RECORD AREA  *
041473*                      IS ABOUT TO BE REPLACED OR DELETED.  IF *
041474*                      IT CAME INTO FORCE BEFORE TODAY, WRITE  *
041475*                      A COPY OF IT ENDING TODAY AS A PRIOR    *
041476*                      VERSION; ONE PUT ON TODAY IS SIMPLY     *
041477*                      CHANGED IN PLACE.  THE CURRENT RECORD   *
041478*                      IS LEFT IN THE RECORD AREA FOR THE      *
041479*                      CALLER, WHO LOGS THE REJECT ON FAILURE. *
041480*--------------------------------------------------------------*
041481 2160-CLOSE-VERSION.
041482     MOVE 'Y' TO WS-CLOSE-OK-SW
041483     IF LOOK-VER-DATE NOT LESS THAN WS-DATE
041484         GO TO 2160-EXIT
041485     END-IF
041486     MOVE LOOKUP-REC TO HOLD-LOOK-REC
041487     MOVE WS-DATE    TO LOOK-VER-END
041488     WRITE LOOKUP-REC
041489         INVALID KEY
041490             MOVE 'N' TO WS-CLOSE-OK-SW
041491             MOVE "PRIOR VERSION NOT KEPT - WRITE FAILED"
041492                 TO WS-EXCEPT-REASON
041493             MOVE "TBL007" TO WS-EXCEPT-CODE
041494             MOVE HOLD-LOOK-REC TO LOOKUP-REC
041495             GO TO 2160-EXIT
041496     END-WRITE
041497     MOVE HOLD-LOOK-REC TO LOOKUP-REC
041498     ADD 1 TO REC-COUNT
041499     ADD 1 TO CNT-VERSIONS-CLOSED.
041500 2160-EXIT.
041501     EXIT.
004150*--------------------------------------------------------------*
004160* 2200-FIND-KEY - ONE KEYED READ DECIDES WHETHER TRAN-KEY IS    *
004170*                 ALREADY ON THE MASTER.  A HIT LEAVES THE      *
004220     MOVE 'N' TO WS-KEY-FOUND-SW
004225     MOVE TRAN-TABLE-ID TO LOOK-TABLE-ID
004230     MOVE TRAN-KEY      TO LOOK-KEY
042301     SET LOOK-CURRENT-VERSION TO TRUE
004240     READ LOOKUP-FILE
004250         INVALID KEY
004260             GO TO 2200-EXIT
004380         WHEN 'A' MOVE "ADD"     TO WS-DET-ACTION
004390         WHEN 'D' MOVE "DELETE"  TO WS-DET-ACTION
004400         WHEN 'R' MOVE "REPLACE" TO WS-DET-ACTION
044001         WHEN 'V' MOVE "APPROVE" TO WS-DET-ACTION
004410         WHEN OTHER MOVE TRAN-ACTION TO WS-DET-ACTION
004420     END-EVALUATE
004425     MOVE TRAN-TABLE-ID TO WS-DET-TABLE
004430     MOVE TRAN-KEY TO WS-DET-KEY
044301*    AN APPROVE CARD'S ID IS THE APPROVER'S; AN ITEM RELEASED BY
044302*    ONE SHOWS BOTH.
044303     IF TRAN-ACTION = 'V'
044304         MOVE SPACES         TO WS-DET-REQUESTER
044305         MOVE TRAN-REQUESTER TO WS-DET-APPROVER
044306     ELSE
044307         MOVE TRAN-REQUESTER TO WS-DET-REQUESTER
044308         MOVE APPROVER-ID    TO WS-DET-APPROVER
044309     END-IF
004440     IF WS-DET-DISP = "APPLIED"
004450         MOVE SPACES TO WS-DET-REASON
004460     ELSE
004510     MOVE SPACES TO WS-DETAIL-LINE.
004520 2300-EXIT.
004530     EXIT.
045301*--------------------------------------------------------------*
045302* 2500-CHECK-AUTHORITY - THE REQUESTER MUST HOLD A TBLAUTH     *
045303*                        GRANT FOR THE TRANSACTION'S TABLE     *
045304*                        COVERING ITS ACTION.  AN UNKNOWN      *
045305*                        ACTION CODE IS PASSED FOR 2400 TO     *
045306*                        REJECT.  ON FAILURE THE REASON IS SET *
045307*                        FOR THE CALLER, WHO LOGS THE REJECT.  *
045308*--------------------------------------------------------------*
045309 2500-CHECK-AUTHORITY.
045310     MOVE 'N' TO WS-AUTH-OK-SW
045311     IF TRAN-ACTION NOT = 'A' AND TRAN-ACTION NOT = 'D'
045312        AND TRAN-ACTION NOT = 'R' AND TRAN-ACTION NOT = 'V'
045313         SET REQUESTER-AUTHORIZED TO TRUE
045314         GO TO 2500-EXIT
045315     END-IF
045316     IF TRAN-REQUESTER = SPACES
045317         MOVE "REQUESTER ID MISSING - REJECTED"
045318             TO WS-EXCEPT-REASON
045319         MOVE "TBL013" TO WS-EXCEPT-CODE
045320         GO TO 2500-EXIT
045321     END-IF
045322     MOVE SPACES TO HIT-ACTIONS
045323     MOVE 1 TO WS-GRANT-SUB
045324     PERFORM 2510-SCAN-GRANTS THRU 2510-EXIT
045325         UNTIL WS-GRANT-SUB > GRANT-USED
045326            OR HIT-ACTIONS NOT = SPACES
045327     EVALUATE TRUE
045328         WHEN TRAN-ACTION = 'A' AND MAY-ADD
045329         WHEN TRAN-ACTION = 'R' AND MAY-CHANGE
045330         WHEN TRAN-ACTION = 'D' AND MAY-DELETE
045331         WHEN TRAN-ACTION = 'V' AND MAY-APPROVE
045332             SET REQUESTER-AUTHORIZED TO TRUE
045333         WHEN OTHER
045334             MOVE "NOT AUTHORIZED FOR THIS TABLE/ACTION"
045335                 TO WS-EXCEPT-REASON
045336             MOVE "TBL014" TO WS-EXCEPT-CODE
045337     END-EVALUATE.
045338 2500-EXIT.
045339     EXIT.
045340*--------------------------------------------------------------*
045341 2510-SCAN-GRANTS.
045342     IF GRANT-USER (WS-GRANT-SUB) = TRAN-REQUESTER
045343        AND GRANT-TABLE-ID (WS-GRANT-SUB) = TRAN-TABLE-ID
045344         MOVE GRANT-ACTIONS (WS-GRANT-SUB) TO HIT-ACTIONS
045345     END-IF
045346     ADD 1 TO WS-GRANT-SUB.
045347 2510-EXIT.
045348     EXIT.
045349*--------------------------------------------------------------*
045350* 2520-CHECK-CRITICAL - IS THE TRANSACTION'S TABLE ON THE      *
045351*                       TBLAUTH CRITICAL-TABLE LIST?           *
045352*--------------------------------------------------------------*
045353 2520-CHECK-CRITICAL.
045354     MOVE 'N' TO WS-CRITICAL-SW
045355     MOVE 1 TO WS-CRIT-SUB
045356     PERFORM 2530-SCAN-CRITICAL THRU 2530-EXIT
045357         UNTIL WS-CRIT-SUB > CRIT-USED
045358            OR CRITICAL-TABLE.
045359 2520-EXIT.
045360     EXIT.
045361*--------------------------------------------------------------*
045362 2530-SCAN-CRITICAL.
045363     IF CRIT-TABLE-ID (WS-CRIT-SUB) = TRAN-TABLE-ID
045364         SET CRITICAL-TABLE TO TRUE
045365     END-IF
045366     ADD 1 TO WS-CRIT-SUB.
045367 2530-EXIT.
045368     EXIT.
045369*--------------------------------------------------------------*
045370* 2550-AUTH-EXCEPT-DATA - BUILD THE EXCEPTION DATA FOR AN      *
045371*                         AUTHORITY OR APPROVAL REJECT.        *
045372*--------------------------------------------------------------*
045373 2550-AUTH-EXCEPT-DATA.
045374     MOVE TRAN-ACTION    TO WS-AUTH-ACTION
045375     MOVE TRAN-TABLE-ID  TO WS-AUTH-TABLE
045376     MOVE TRAN-KEY       TO WS-AUTH-KEY
045377     MOVE TRAN-REQUESTER TO WS-AUTH-USER
045378     MOVE WS-AUTH-DATA   TO WS-EXCEPT-DATA.
045379 2550-EXIT.
045380     EXIT.
045381*--------------------------------------------------------------*
045382* 2600-APPLY-APPROVAL - AN APPROVE (V) CARD RELEASES THE FIRST *
045383*                       ITEM WAITING FOR APPROVAL ON ITS TABLE *
045384*                       AND KEY.  THE APPROVER MAY NOT BE THE  *
045385*                       REQUESTER.  THE RELEASED ITEM GOES     *
045386*                       THROUGH THE NORMAL DISPATCH AND IS     *
045387*                       REPORTED WITH BOTH IDS.                *
045388*--------------------------------------------------------------*
045389 2600-APPLY-APPROVAL.
045390     MOVE 0 TO WS-APPR-HIT
045391     MOVE 1 TO WS-APPR-SUB
045392     PERFORM 2610-SCAN-HELD THRU 2610-EXIT
045393         UNTIL WS-APPR-SUB > APPR-USED
045394            OR WS-APPR-HIT > 0
045395     IF WS-APPR-HIT = 0
045396         PERFORM 2550-AUTH-EXCEPT-DATA THRU 2550-EXIT
045397         MOVE "NO HELD ITEM AWAITING THIS APPROVAL"
045398             TO WS-EXCEPT-REASON
045399         MOVE "TBL015" TO WS-EXCEPT-CODE
045400         PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
045401         GO TO 2600-EXIT
045402     END-IF
045403     IF APPR-REQUESTER (WS-APPR-HIT) = TRAN-REQUESTER
045404         PERFORM 2550-AUTH-EXCEPT-DATA THRU 2550-EXIT
045405         MOVE "APPROVER IS THE REQUESTER - REJECTED"
045406             TO WS-EXCEPT-REASON
045407         MOVE "TBL016" TO WS-EXCEPT-CODE
045408         PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
045409         GO TO 2600-EXIT
045410     END-IF
045411
045412     MOVE TRAN-REQUESTER TO APPROVER-ID
045413     MOVE 'Y' TO APPR-DONE-SW (WS-APPR-HIT)
045414     MOVE APPR-TRAN (WS-APPR-HIT) TO TRAN-REC
045415     MOVE 'Y' TO WS-APPROVED-SW
045416     MOVE CNT-APPLIED TO HOLD-APPLIED-COUNT
045417     PERFORM 2400-DISPATCH-ACTION THRU 2400-EXIT
045418     IF CNT-APPLIED > HOLD-APPLIED-COUNT
045419         ADD 1 TO CNT-APPROVED
045420     END-IF
045421     MOVE 'N' TO WS-APPROVED-SW
045422     MOVE SPACES TO APPROVER-ID.
045423 2600-EXIT.
045424     EXIT.
045425*--------------------------------------------------------------*
045426 2610-SCAN-HELD.
045427     IF NOT APPR-DONE (WS-APPR-SUB)
045428        AND APPR-TABLE-ID (WS-APPR-SUB) = TRAN-TABLE-ID
045429        AND APPR-KEY (WS-APPR-SUB) = TRAN-KEY
045430         MOVE WS-APPR-SUB TO WS-APPR-HIT
045431     END-IF
045432     ADD 1 TO WS-APPR-SUB.
045433 2610-EXIT.
045434     EXIT.
045435*--------------------------------------------------------------*
045436* 2700-HOLD-FOR-APPROVAL - PARK A DELETE OR STATUS CHANGE ON   *
045437*                          A CRITICAL TABLE UNTIL A SECOND,    *
045438*                          DIFFERENT APPROVER'S V CARD         *
045439*                          ARRIVES.  AN ITEM WITH NO APPLY-ON  *
045440*                          DATE IS STAMPED WITH TODAY, THE DAY *
045441*                          ITS WAIT BEGAN; ONE THAT HAS WAITED *
045442*                          MORE THAN APPROVAL-DAYS EXPIRES.    *
045443*--------------------------------------------------------------*
045444 2700-HOLD-FOR-APPROVAL.
045445     IF TRAN-ACTION = 'R'
045446         PERFORM 2140-EDIT-TRAN-FIELDS THRU 2140-EXIT
045447         IF NOT TRAN-FIELDS-GOOD
045448             GO TO 2700-EXIT
045449         END-IF
045450     END-IF
045451     IF TRAN-APPLY-DATE IS NOT NUMERIC
045452        OR TRAN-APPLY-DATE = ZEROES
045453         MOVE WS-DATE TO TRAN-APPLY-DATE
045454     END-IF
045455     MOVE TRAN-APPLY-DATE TO HELD-SINCE
045456     COMPUTE WAIT-DAYS = FUNCTION INTEGER-OF-DATE(WS-DATE)
045457                       - FUNCTION INTEGER-OF-DATE(HELD-SINCE)
045458     IF WAIT-DAYS > APPROVAL-DAYS
045459         PERFORM 2550-AUTH-EXCEPT-DATA THRU 2550-EXIT
045460         MOVE "SECOND APPROVAL NOT RECEIVED IN TIME"
045461             TO WS-EXCEPT-REASON
045462         MOVE "TBL017" TO WS-EXCEPT-CODE
045463         PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
045464         GO TO 2700-EXIT
045465     END-IF
045466
045467     SET ITEM-AWAITING-APPROVAL TO TRUE
045468     IF APPR-USED < MAX-APPR-HELD
045469         ADD 1 TO APPR-USED
045470         MOVE TRAN-REC TO APPR-TRAN (APPR-USED)
045471         MOVE 'N' TO APPR-DONE-SW (APPR-USED)
045472     ELSE
045473         WRITE PENDNEW-REC FROM TRAN-REC
045474     END-IF
045475     ADD 1 TO CNT-AWAITING
045476     MOVE "HELD FOR SECOND APPROVAL" TO WS-EXCEPT-REASON
045477     MOVE "AWAITING" TO WS-DET-DISP
045478     PERFORM 2300-WRITE-DETAIL THRU 2300-EXIT.
045479 2700-EXIT.
045480     EXIT.
045481*--------------------------------------------------------------*
045482* 2750-CARRY-UNAPPROVED - ITEMS STILL WAITING FOR A SECOND     *
045483*                         APPROVER AT END OF RUN GO BACK ON    *
045484*                         THE PENDING FILE FOR THE NEXT RUN.   *
045485*--------------------------------------------------------------*
045486 2750-CARRY-UNAPPROVED.
045487     MOVE 1 TO WS-APPR-SUB
045488     PERFORM 2760-CARRY-ONE THRU 2760-EXIT
045489         UNTIL WS-APPR-SUB > APPR-USED.
045490 2750-EXIT.
045491     EXIT.
045492*--------------------------------------------------------------*
045493 2760-CARRY-ONE.
045494     IF NOT APPR-DONE (WS-APPR-SUB)
045495         WRITE PENDNEW-REC FROM APPR-TRAN (WS-APPR-SUB)
045496     END-IF
045497     ADD 1 TO WS-APPR-SUB.
045498 2760-EXIT.
045499     EXIT.
004531*--------------------------------------------------------------*
004532* 2800-HOLD-TRAN - CARRY A FUTURE-DATED TRANSACTION FORWARD ON  *
004533*                  THE PENDING FILE AND REPORT IT HELD.         *
005097     MOVE WS-COUNT-LINE TO REPORT-REC
005098     WRITE REPORT-REC
005099
050991     MOVE SPACES TO WS-COUNT-LINE
050992     MOVE "HELD FOR SECOND APPROVAL" TO WS-COUNT-LABEL
050993     MOVE CNT-AWAITING          TO WS-COUNT-VALUE
050994     MOVE WS-COUNT-LINE TO REPORT-REC
050995     WRITE REPORT-REC
050996
050997     MOVE SPACES TO WS-COUNT-LINE
050998     MOVE "APPROVED ITEMS APPLIED" TO WS-COUNT-LABEL
050999     MOVE CNT-APPROVED          TO WS-COUNT-VALUE
051000     MOVE WS-COUNT-LINE TO REPORT-REC
051001     WRITE REPORT-REC
005100     MOVE SPACES TO WS-COUNT-LINE
005110     MOVE "ENTRIES ON FILE AFTER UPDATE" TO WS-COUNT-LABEL
005120     MOVE TABLE-SIZE            TO WS-COUNT-VALUE
005130     MOVE WS-COUNT-LINE TO REPORT-REC
005140     WRITE REPORT-REC
051401
051402     MOVE SPACES TO WS-COUNT-LINE
051403     MOVE "PRIOR VERSIONS CLOSED OFF" TO WS-COUNT-LABEL
051404     MOVE CNT-VERSIONS-CLOSED   TO WS-COUNT-VALUE
051405     MOVE WS-COUNT-LINE TO REPORT-REC
051406     WRITE REPORT-REC
051407
514071     MOVE SPACES TO WS-COUNT-LINE
514072     MOVE "PRIOR VERSIONS PURGED" TO WS-COUNT-LABEL
514073     MOVE CNT-VERSIONS-PURGED   TO WS-COUNT-VALUE
514074     MOVE WS-COUNT-LINE TO REPORT-REC
514075     WRITE REPORT-REC
514076
051408     MOVE SPACES TO WS-COUNT-LINE
051409     MOVE "VERSION RECORDS ON FILE" TO WS-COUNT-LABEL
051410     MOVE REC-COUNT             TO WS-COUNT-VALUE
051411     MOVE WS-COUNT-LINE TO REPORT-REC
051412     WRITE REPORT-REC.
005150 4000-EXIT.
005160     EXIT.
005161*--------------------------------------------------------------*
005168*--------------------------------------------------------------*
005169 5000-REFRESH-MASTER.
005171     PERFORM 5100-LOAD-CANDIDATE THRU 5100-EXIT
051711     IF NOT REFRESH-REJECTED
051712         PERFORM 5200-PROJECT-VERSIONS THRU 5200-EXIT
051713     END-IF
005172     IF REFRESH-REJECTED
005173         MOVE "REFRESH FEED REJECTED - MASTER UNCHANGED - SEE EX
005174-             "CEPTION LOG" TO REPORT-REC
005196     IF WS-REFRESH-STATUS = '35'
005197         MOVE SPACES TO WS-EXCEPT-DATA
005198         MOVE "REFRESH FEED MISSING" TO WS-EXCEPT-REASON
051981         MOVE "TBL010" TO WS-EXCEPT-CODE
005199         PERFORM 5190-REJECT-FEED THRU 5190-EXIT
005201         GO TO 5100-EXIT
005202     END-IF
005205         AT END
005206             MOVE SPACES TO WS-EXCEPT-DATA
005207             MOVE "REFRESH FEED EMPTY" TO WS-EXCEPT-REASON
052071             MOVE "TBL010" TO WS-EXCEPT-CODE
005208             PERFORM 5190-REJECT-FEED THRU 5190-EXIT
005209             CLOSE REFRESH-FILE
005211             GO TO 5100-EXIT
005214        OR RF-CONTROL-COUNT IS NOT NUMERIC
005215         MOVE REFR-REC TO WS-EXCEPT-DATA
005216         MOVE "REFRESH HEADER MISSING OR BAD" TO WS-EXCEPT-REASON
052161         MOVE "TBL011" TO WS-EXCEPT-CODE
005217         PERFORM 5190-REJECT-FEED THRU 5190-EXIT
005218         CLOSE REFRESH-FILE
005219         GO TO 5100-EXIT
005226     IF NOT REFRESH-TRAILER-SEEN
005227         MOVE SPACES TO WS-EXCEPT-DATA
005228         MOVE "REFRESH TRAILER MISSING" TO WS-EXCEPT-REASON
052281         MOVE "TBL011" TO WS-EXCEPT-CODE
005229         PERFORM 5190-REJECT-FEED THRU 5190-EXIT
005231     END-IF
005232     CLOSE REFRESH-FILE.
005255             MOVE REFR-REC TO WS-EXCEPT-DATA
005256             MOVE "REFRESH CONTROL COUNTS DO NOT BALANCE"
005257                 TO WS-EXCEPT-REASON
052571             MOVE "TBL011" TO WS-EXCEPT-CODE
005258             PERFORM 5190-REJECT-FEED THRU 5190-EXIT
005259         END-IF
005261         GO TO 5110-EXIT
005265         MOVE REFR-REC TO WS-EXCEPT-DATA
005266         MOVE "UNRECOGNIZED RECORD TYPE IN REFRESH FEED"
005267             TO WS-EXCEPT-REASON
052671         MOVE "TBL012" TO WS-EXCEPT-CODE
005268         PERFORM 5190-REJECT-FEED THRU 5190-EXIT
005269         GO TO 5110-EXIT
005271     END-IF
005275         MOVE REFR-REC TO WS-EXCEPT-DATA
005276         MOVE "BLANK TABLE ID OR KEY ON REFRESH ENTRY"
005277             TO WS-EXCEPT-REASON
052771         MOVE "TBL012" TO WS-EXCEPT-CODE
005278         PERFORM 5190-REJECT-FEED THRU 5190-EXIT
005279         GO TO 5110-EXIT
005281     END-IF
005287         MOVE REFR-REC TO WS-EXCEPT-DATA
005288         MOVE "REFRESH KEY OUT OF SEQUENCE OR DUPLICATE"
005289             TO WS-EXCEPT-REASON
052891         MOVE "TBL012" TO WS-EXCEPT-CODE
005291         PERFORM 5190-REJECT-FEED THRU 5190-EXIT
005292         GO TO 5110-EXIT
005293     END-IF
005304         MOVE REFR-REC TO WS-EXCEPT-DATA
005305         MOVE "REFRESH FEED EXCEEDS TABLE CEILING"
005306             TO WS-EXCEPT-REASON
053061         MOVE "TBL006" TO WS-EXCEPT-CODE
005307         PERFORM 5190-REJECT-FEED THRU 5190-EXIT
005308         GO TO 5110-EXIT
005309     END-IF
005328         MOVE REFR-REC TO WS-EXCEPT-DATA
005329         MOVE "INVALID STATUS - MUST BE A OR I"
005331             TO WS-EXCEPT-REASON
053311         MOVE "TBL009" TO WS-EXCEPT-CODE
005332         PERFORM 5190-REJECT-FEED THRU 5190-EXIT
005333         MOVE 'N' TO WS-TRAN-VALID-SW
005334         GO TO 5150-EXIT
005338         MOVE REFR-REC TO WS-EXCEPT-DATA
005339         MOVE "NON-NUMERIC EFFECTIVE/EXPIRY DATE"
005341             TO WS-EXCEPT-REASON
053411         MOVE "TBL009" TO WS-EXCEPT-CODE
005342         PERFORM 5190-REJECT-FEED THRU 5190-EXIT
005343         MOVE 'N' TO WS-TRAN-VALID-SW
005344         GO TO 5150-EXIT
005347         MOVE REFR-REC TO WS-EXCEPT-DATA
005348         MOVE "EXPIRY DATE BEFORE EFFECTIVE DATE"
005349             TO WS-EXCEPT-REASON
053491         MOVE "TBL009" TO WS-EXCEPT-CODE
005351         PERFORM 5190-REJECT-FEED THRU 5190-EXIT
005352         MOVE 'N' TO WS-TRAN-VALID-SW
005353         GO TO 5150-EXIT
005365     SET REFRESH-REJECTED TO TRUE.
005366 5190-EXIT.
005367     EXIT.
053671*--------------------------------------------------------------*
053672* 5200-PROJECT-VERSIONS - RUN THE COMPARE ONCE AS A COUNT-ONLY *
053673*                         PASS TO PROJECT THE VERSION RECORDS  *
053674*                         THE MASTER WILL HOLD AFTER THE       *
053675*                         APPLY.  A FEED THAT WOULD CARRY THE  *
053676*                         MASTER PAST THE CEILING IS REJECTED  *
053677*                         BEFORE ANY OF IT IS APPLIED.         *
053678*--------------------------------------------------------------*
053679 5200-PROJECT-VERSIONS.
053680     MOVE REC-COUNT TO PROJ-RECS
053681     MOVE 'C' TO WS-REFR-PASS-SW
053682     PERFORM 5300-COMPARE-APPLY THRU 5300-EXIT
053683     MOVE 'A' TO WS-REFR-PASS-SW
053684     MOVE BEFORE-SIZE TO TABLE-SIZE
053685     IF PROJ-RECS > MAX-VERSION-RECS
053686         MOVE SPACES TO WS-EXCEPT-DATA
053687         MOVE "REFRESH WOULD EXCEED VERSION CEILING"
053688             TO WS-EXCEPT-REASON
053689         MOVE "TBL006" TO WS-EXCEPT-CODE
053690         PERFORM 5190-REJECT-FEED THRU 5190-EXIT
053691     END-IF.
053692 5200-EXIT.
053693     EXIT.
005368*--------------------------------------------------------------*
005369* 5300-COMPARE-APPLY - ONE BALANCE-LINE PASS OVER THE CANDIDATE *
005371*                      AND THE LIVE MASTER, BOTH IN ASCENDING   *
005372*                      TABLE/KEY ORDER.  EACH DIFFERENCE IS     *
005373*                      REPORTED AND APPLIED IN PLACE.  5200    *
053731*                      ALSO RUNS IT AS A COUNT-ONLY PASS, IN   *
053732*                      WHICH 5400/5500/5600 ONLY TALLY THE     *
053733*                      RECORDS THEY WOULD ADD OR REMOVE.       *
005374*--------------------------------------------------------------*
005375 5300-COMPARE-APPLY.
005376     MOVE 1 TO WS-CAND-SUB
005416                    NOT = MAST-EXP-DATE (WS-MAST-SUB)
005417                 PERFORM 5600-REFRESH-CHANGE THRU 5600-EXIT
005418             ELSE
054191                 IF NOT REFRESH-COUNT-PASS
005419                     ADD 1 TO CNT-REFR-SAME
054192                 END-IF
005421             END-IF
005422             ADD 1 TO WS-CAND-SUB
005423             ADD 1 TO WS-MAST-SUB
005426     EXIT.
005427*--------------------------------------------------------------*
005428 5400-REFRESH-ADD.
054281     IF REFRESH-COUNT-PASS
054282         ADD 1 TO PROJ-RECS
054283         GO TO 5400-EXIT
054284     END-IF
005429     PERFORM 5650-BUILD-CAND-REC THRU 5650-EXIT
005431     WRITE LOOKUP-REC
005432         INVALID KEY
005433             MOVE LOOKUP-REC TO WS-EXCEPT-DATA
005434             MOVE "REFRESH ADD FAILED ON KEYED WRITE"
005435                 TO WS-EXCEPT-REASON
054351             MOVE "TBL007" TO WS-EXCEPT-CODE
005436             PERFORM 5190-REJECT-FEED THRU 5190-EXIT
005437             GO TO 5400-EXIT
005438     END-WRITE
054381     ADD 1 TO REC-COUNT
005439     MOVE "ADD"    TO WS-DET-ACTION
005441     MOVE WS-CMP-CAND-TABLE TO WS-DET-TABLE
005442     MOVE WS-CMP-CAND-ENTRY TO WS-DET-KEY
005446     EXIT.
005447*--------------------------------------------------------------*
005448 5500-REFRESH-DROP.
054481*    A DROP OF A VERSION PUT ON BEFORE TODAY KEEPS IT AS A PRIOR
054482*    VERSION, SO THE RECORD COUNT ONLY FALLS FOR A SAME-DAY ONE.
054483     IF REFRESH-COUNT-PASS
054484         IF MAST-VER-DATE (WS-MAST-SUB) NOT LESS THAN WS-DATE
054485             SUBTRACT 1 FROM PROJ-RECS
054486         END-IF
054487         GO TO 5500-EXIT
054488     END-IF
005449     MOVE WS-CMP-MAST-TABLE TO LOOK-TABLE-ID
005451     MOVE WS-CMP-MAST-ENTRY TO LOOK-KEY
054511     SET LOOK-CURRENT-VERSION TO TRUE
005452     READ LOOKUP-FILE
005453         INVALID KEY
005454             MOVE WS-CMP-MAST-KEY TO WS-EXCEPT-DATA
005455             MOVE "REFRESH DROP FAILED ON KEYED READ"
005456                 TO WS-EXCEPT-REASON
054561             MOVE "TBL007" TO WS-EXCEPT-CODE
005457             PERFORM 5190-REJECT-FEED THRU 5190-EXIT
005458             GO TO 5500-EXIT
005459     END-READ
054591     PERFORM 2160-CLOSE-VERSION THRU 2160-EXIT
054592     IF NOT VERSION-CLOSED
054593         MOVE WS-CMP-MAST-KEY TO WS-EXCEPT-DATA
054594         PERFORM 5190-REJECT-FEED THRU 5190-EXIT
054595         GO TO 5500-EXIT
054596     END-IF
005461     DELETE LOOKUP-FILE RECORD
005462         INVALID KEY
005463             MOVE WS-CMP-MAST-KEY TO WS-EXCEPT-DATA
005464             MOVE "REFRESH DROP FAILED ON KEYED DELETE"
005465                 TO WS-EXCEPT-REASON
054651             MOVE "TBL007" TO WS-EXCEPT-CODE
005466             PERFORM 5190-REJECT-FEED THRU 5190-EXIT
005467             GO TO 5500-EXIT
005468     END-DELETE
054681     SUBTRACT 1 FROM REC-COUNT
005469     MOVE "DROP"   TO WS-DET-ACTION
005471     MOVE WS-CMP-MAST-TABLE TO WS-DET-TABLE
005472     MOVE WS-CMP-MAST-ENTRY TO WS-DET-KEY
005476     EXIT.
005477*--------------------------------------------------------------*
005478 5600-REFRESH-CHANGE.
054781     IF REFRESH-COUNT-PASS
054782         IF MAST-VER-DATE (WS-MAST-SUB) < WS-DATE
054783             ADD 1 TO PROJ-RECS
054784         END-IF
054785         GO TO 5600-EXIT
054786     END-IF
054787     MOVE WS-CMP-MAST-TABLE TO LOOK-TABLE-ID
054788     MOVE WS-CMP-MAST-ENTRY TO LOOK-KEY
054789     SET LOOK-CURRENT-VERSION TO TRUE
054790     READ LOOKUP-FILE
054791         INVALID KEY
054792             MOVE WS-CMP-MAST-KEY TO WS-EXCEPT-DATA
054793             MOVE "REFRESH CHANGE FAILED ON KEYED READ"
054794                 TO WS-EXCEPT-REASON
054795             MOVE "TBL007" TO WS-EXCEPT-CODE
054796             PERFORM 5190-REJECT-FEED THRU 5190-EXIT
054797             GO TO 5600-EXIT
054798     END-READ
054799     PERFORM 2160-CLOSE-VERSION THRU 2160-EXIT
054800     IF NOT VERSION-CLOSED
054801         MOVE WS-CMP-MAST-KEY TO WS-EXCEPT-DATA
054802         PERFORM 5190-REJECT-FEED THRU 5190-EXIT
054803         GO TO 5600-EXIT
054804     END-IF
005479     PERFORM 5650-BUILD-CAND-REC THRU 5650-EXIT
005481     REWRITE LOOKUP-REC
005482         INVALID KEY
005483             MOVE LOOKUP-REC TO WS-EXCEPT-DATA
005484             MOVE "REFRESH CHANGE FAILED ON KEYED REWRITE"
005485                 TO WS-EXCEPT-REASON
054851             MOVE "TBL007" TO WS-EXCEPT-CODE
005486             PERFORM 5190-REJECT-FEED THRU 5190-EXIT
005487             GO TO 5600-EXIT
005488     END-REWRITE
005501*--------------------------------------------------------------*
005502 5650-BUILD-CAND-REC.
005503     MOVE SPACES TO LOOKUP-REC
005504     MOVE CAND-KEY (WS-CAND-SUB)      TO LOOK-ENTRY-KEY
055041     SET LOOK-CURRENT-VERSION TO TRUE
005505     MOVE CAND-DESC (WS-CAND-SUB)     TO LOOK-DESC
005506     MOVE CAND-STATUS (WS-CAND-SUB)   TO LOOK-STATUS
005507     MOVE CAND-EFF-DATE (WS-CAND-SUB) TO LOOK-EFF-DATE
005508     MOVE CAND-EXP-DATE (WS-CAND-SUB) TO LOOK-EXP-DATE
055081     MOVE WS-DATE                     TO LOOK-VER-DATE.
005509 5650-EXIT.
005511     EXIT.
005512*--------------------------------------------------------------*
005567     MOVE "ENTRIES ON FILE AFTER REFRESH" TO WS-COUNT-LABEL
005568     MOVE TABLE-SIZE            TO WS-COUNT-VALUE
005569     MOVE WS-COUNT-LINE TO REPORT-REC
005571     WRITE REPORT-REC
055711
055712     MOVE SPACES TO WS-COUNT-LINE
055713     MOVE "PRIOR VERSIONS CLOSED OFF" TO WS-COUNT-LABEL
055714     MOVE CNT-VERSIONS-CLOSED   TO WS-COUNT-VALUE
055715     MOVE WS-COUNT-LINE TO REPORT-REC
055716     WRITE REPORT-REC
055717
557171     MOVE SPACES TO WS-COUNT-LINE
557172     MOVE "PRIOR VERSIONS PURGED" TO WS-COUNT-LABEL
557173     MOVE CNT-VERSIONS-PURGED   TO WS-COUNT-VALUE
557174     MOVE WS-COUNT-LINE TO REPORT-REC
557175     WRITE REPORT-REC
557176
055718     MOVE SPACES TO WS-COUNT-LINE
055719     MOVE "VERSION RECORDS ON FILE" TO WS-COUNT-LABEL
055720     MOVE REC-COUNT             TO WS-COUNT-VALUE
055721     MOVE WS-COUNT-LINE TO REPORT-REC
055722     WRITE REPORT-REC.
005572 5900-EXIT.
005573     EXIT.
005170*--------------------------------------------------------------*
