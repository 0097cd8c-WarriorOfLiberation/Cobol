000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.      FEED-CHECK.
000030 AUTHOR.          R J HALVORSEN.
000040 INSTALLATION.    DATA PROCESSING CENTER.
000050 DATE-WRITTEN.    10/14/2026.
000060 DATE-COMPILED.
000070*--------------------------------------------------------------*
000080* MODIFICATION HISTORY                                        *
000090*--------------------------------------------------------------*
000100* DATE       INIT  DESCRIPTION                                 *
000110* 10/14/2026 RJH   ORIGINAL PROGRAM - FRONT-OF-STREAM CONTROL  *
000120*                  CHECK OF THE INBOUND FEEDS.  EACH FEED      *
000130*                  (FIBONACCI PARAMETER CARDS, TRANSIN,        *
000140*                  COORDIN) MUST OPEN WITH A FEEDHDR AND CLOSE *
000150*                  WITH A FEEDTRL (FEEDCTLR) WHOSE RECORD      *
000160*                  COUNT AND HASH TOTAL AGREE WITH THE DATA    *
000170*                  BETWEEN THEM, AND ITS SEQUENCE NUMBER MUST  *
000180*                  FOLLOW ON FROM THE LAST FEED OF ITS KIND    *
000190*                  ACCEPTED ON THE FEED REGISTER (FEEDREGR) -  *
000200*                  A FEED ALREADY ACCEPTED ON AN EARLIER NIGHT *
000210*                  IS REFUSED, SO THE SAME TRANSIN CAN NO      *
000220*                  LONGER BE PROCESSED TWO NIGHTS RUNNING.     *
000230*                  THE DATA RECORDS OF EACH FEED ARE COPIED,   *
000240*                  WITHOUT THE CONTROL RECORDS, TO THE CHECKED *
000250*                  FILE THE REST OF THE STREAM READS.          *
002501* 10/14/2026 RJH   CHECKED TRANSIN RECORDS WIDENED TO 26 FOR   *
002502*                  THE OPTIONAL AS-OF DATE IN COLUMNS 19-26.   *
002503* 10/14/2026 RJH   FIBONACCI PARAMETER CARD FEED (FIBPARM) AND *
002504*                  ITS CHECKED COPY (FIBCHK) RETIRED -         *
002505*                  FIBONACCI AND FIB-VERIFY NOW TAKE THEIR     *
002506*                  REQUESTS FROM THE STANDING REQUEST MASTER,  *
002507*                  WHICH IS KEPT IN HOUSE BY FIB-REQ-MAINT AND *
002508*                  DOES NOT ARRIVE FROM UPSTREAM.  TRANSIN AND *
002509*                  COORDIN ARE NOW FEEDS 1 AND 2.              *
000260*--------------------------------------------------------------*
000270*                                                              *
000280* RETURN CODES -  0  EVERY FEED PASSED (OR WAS RE-PRESENTED ON *
000290*                    A RERUN OF THE NIGHT IT WAS ACCEPTED FOR) *
000300*                    AND IS ON THE REGISTER AS ACCEPTED.       *
000310*                 8  AT LEAST ONE FEED IS MISSING, BADLY       *
000320*                    FRAMED, OUT OF BALANCE WITH ITS TRAILER,  *
000330*                    OUT OF SEQUENCE OR A REPEAT.  EVERY       *
000340*                    PROBLEM IS ON EXCPTLOG, AND THE STREAM    *
000350*                    STOPS.  FEEDS THAT PASSED ARE REGISTERED  *
000360*                    AS HELD, NOT ACCEPTED, SO THEY CAN STILL  *
000370*                    BE SENT THROUGH ON A LATER NIGHT.         *
000380*--------------------------------------------------------------*
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000410 SOURCE-COMPUTER.   IBM-370.
000420 OBJECT-COMPUTER.   IBM-370.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000480     SELECT TRANSIN-FILE   ASSIGN TO TRANSIN
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-FEED-STATUS.
000510     SELECT COORDIN-FILE   ASSIGN TO COORDIN
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-FEED-STATUS.
000570     SELECT TRANCHK-FILE   ASSIGN TO TRANCHK
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-CHECKED-STATUS.
000600     SELECT CRDCHK-FILE    ASSIGN TO CRDCHK
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-CHECKED-STATUS.
000630     SELECT FEEDREG-FILE   ASSIGN TO FEEDREG
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-FEEDREG-STATUS.
000660     SELECT BUSDATE-FILE   ASSIGN TO BUSDATE
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-BUSDATE-STATUS.
000690     SELECT RUNREG-FILE    ASSIGN TO RUNREG
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-RUNREG-STATUS.
000720     SELECT EXCEPTION-FILE ASSIGN TO EXCPTLOG
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-EXCEPT-STATUS.
000750*
000760 DATA DIVISION.
000770 FILE SECTION.
000780* THE INBOUND FEEDS, CONTROL RECORDS INCLUDED.
000830 FD  TRANSIN-FILE
000840     RECORDING MODE IS F.
000850 01  TRANSIN-REC                PIC X(80).
000860*
000870 FD  COORDIN-FILE
000880     RECORDING MODE IS F.
000890 01  COORDIN-REC                PIC X(80).
000900*
000910* THE CHECKED COPIES - DATA RECORDS ONLY, AT THE RECORD LENGTH
000920* THE PROGRAM THAT READS EACH ONE HAS ALWAYS USED.
000970 FD  TRANCHK-FILE
000980     RECORDING MODE IS F.
000990 01  TRANCHK-REC                PIC X(26).
001000*
001010 FD  CRDCHK-FILE
001020     RECORDING MODE IS F.
001030 01  CRDCHK-REC                 PIC X(40).
001040*
001050 FD  FEEDREG-FILE
001060     RECORDING MODE IS F.
001070     COPY FEEDREGR.
001080*
001090 FD  BUSDATE-FILE
001100     RECORDING MODE IS F.
001110 01  BUSDATE-CARD.
001120     05  BUS-DATE                PIC 9(08).
001130     05  FILLER                  PIC X(72).
001140*
001150 FD  RUNREG-FILE
001160     RECORDING MODE IS F.
001170     COPY RUNREGRC.
001180*
001190 FD  EXCEPTION-FILE
001200     RECORDING MODE IS F.
001210     COPY EXCPTREC.
001220*
001230 WORKING-STORAGE SECTION.
001240 01  WS-SWITCHES.
001250     05  WS-FEED-EOF-SW          PIC X(01) VALUE 'N'.
001260         88  FEED-AT-END                 VALUE 'Y'.
001270     05  WS-FREG-EOF-SW          PIC X(01) VALUE 'N'.
001280         88  NO-MORE-REGISTER            VALUE 'Y'.
001290     05  WS-CHECK-ERROR-SW       PIC X(01) VALUE 'N'.
001300         88  CHECK-IN-ERROR              VALUE 'Y'.
001310     05  WS-FEED-BAD-SW          PIC X(01) VALUE 'N'.
001320         88  FEED-IS-BAD                 VALUE 'Y'.
001330     05  WS-HISTORY-SW           PIC X(01) VALUE 'N'.
001340         88  FEED-HAS-HISTORY            VALUE 'Y'.
001350     05  WS-SEQ-MATCH-SW         PIC X(01) VALUE 'N'.
001360         88  SEQ-ALREADY-ACCEPTED        VALUE 'Y'.
001370     05  WS-SAME-NIGHT-SW        PIC X(01) VALUE 'N'.
001380         88  ACCEPTED-SAME-NIGHT         VALUE 'Y'.
001390     05  WS-CONTENT-MATCH-SW     PIC X(01) VALUE 'N'.
001400         88  CONTENT-ALREADY-ACCEPTED    VALUE 'Y'.
001410*
001420* ONE SLOT PER INBOUND FEED, IN THE ORDER THEY ARE CHECKED.
001430 77  MAX-FEEDS                  PIC 9(01) COMP VALUE 2.
001440 01  FEED-NAME-VALUES.
001460     05  FILLER                 PIC X(08) VALUE "TRANSIN".
001470     05  FILLER                 PIC X(08) VALUE "COORDIN".
001480 01  FEED-NAME-TABLE REDEFINES FEED-NAME-VALUES.
001490     05  FEED-NAME OCCURS 2 TIMES PIC X(08).
001500 01  FEED-TABLE.
001510     05  FEED-ENTRY OCCURS 2 TIMES.
001520         10  FT-RESULT          PIC X(01).
001530             88  FT-NEW                  VALUE 'A'.
001540             88  FT-RERUN                VALUE 'R'.
001550             88  FT-REJECTED             VALUE 'X'.
001560         10  FT-SEQUENCE        PIC 9(06).
001570         10  FT-CREATE-DATE     PIC 9(08).
001580         10  FT-REC-COUNT       PIC 9(07).
001590         10  FT-HASH-TOTAL      PIC 9(11).
001600 01  WS-FEED-SUB                PIC 9(01) COMP VALUE 0.
001610*
001620* THE FEED BEING CHECKED.  EACH RECORD IS HELD BACK ONE READ SO
001630* THE LAST ONE - THE TRAILER - IS NEVER COPIED OR COUNTED.
001640 01  WS-FEED-ID                 PIC X(08).
001650 01  WS-FEED-REC                PIC X(80).
001660 01  WS-HOLD-REC                PIC X(80).
001670 01  WS-HOLD-CHARS REDEFINES WS-HOLD-REC.
001680     05  WS-HOLD-CHAR OCCURS 80 TIMES PIC X(01).
001690     COPY FEEDCTLR.
001700 01  WS-CHAR-SUB                PIC 9(02) COMP VALUE 0.
001710 01  WS-FEED-COUNT              PIC 9(07) VALUE 0.
001720 01  WS-FEED-HASH               PIC 9(11) VALUE 0.
001730 01  WS-LAST-SEQUENCE           PIC 9(06) VALUE 0.
001740 01  WS-NEXT-SEQUENCE           PIC 9(06) VALUE 0.
001750*
001760* CHARACTER CODE OF ONE BYTE - THE BYTE IS DROPPED INTO THE LOW
001770* ORDER HALF OF A BINARY HALFWORD WHOSE HIGH HALF IS ZERO.
001780 01  WS-CODE-WORK.
001790     05  WS-CODE-VALUE          PIC 9(04) COMP.
001800 01  WS-CODE-BYTES REDEFINES WS-CODE-WORK.
001810     05  WS-CODE-HIGH           PIC X(01).
001820     05  WS-CODE-LOW            PIC X(01).
001830*
001840 77  CNT-RECS-READ              PIC 9(07) COMP VALUE 0.
001850 77  CNT-RECS-WRITTEN           PIC 9(07) COMP VALUE 0.
001860 77  WS-RETURN-CODE             PIC 9(02) VALUE 0.
001870*
001880 01  WS-EXCEPT-DATA             PIC X(40).
001890 01  WS-EXCEPT-REASON           PIC X(40).
001900 01  WS-EXCEPT-CODE             PIC X(06).
001910 01  WS-FEED-DATA.
001920     05  WS-FD-FEED             PIC X(08).
001930     05  FILLER                 PIC X(05) VALUE " SEQ ".
001940     05  WS-FD-SEQUENCE         PIC X(06).
001950     05  FILLER                 PIC X(05) VALUE " CNT ".
001960     05  WS-FD-COUNT            PIC 9(07).
001970     05  FILLER                 PIC X(09) VALUE SPACES.
001980*
001990 01  WS-RESULT-TEXT             PIC X(08).
002000 01  WS-EDIT-COUNT              PIC ZZZ,ZZ9.
002010*
002020 01  WS-DATE                    PIC 9(08).
002030 01  WS-CAL-DATE                PIC 9(08).
002040 01  WS-TIME                    PIC 9(08).
002050 01  WS-FEED-STATUS             PIC X(02) VALUE '00'.
002060 01  WS-CHECKED-STATUS          PIC X(02) VALUE '00'.
002070 01  WS-FEEDREG-STATUS          PIC X(02) VALUE '00'.
002080 01  WS-BUSDATE-STATUS          PIC X(02) VALUE '00'.
002090 01  WS-RUNREG-STATUS           PIC X(02) VALUE '00'.
002100 01  WS-EXCEPT-STATUS           PIC X(02) VALUE '00'.
002110 01  WS-RUN-EVENT               PIC X(01) VALUE 'S'.
002120 01  WS-RUN-STATUS              PIC X(08) VALUE SPACES.
002130*
002140 PROCEDURE DIVISION.
002150*--------------------------------------------------------------*
002160 0000-MAINLINE.
002170     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002180     PERFORM 2000-CHECK-FEED THRU 2000-EXIT
002190         VARYING WS-FEED-SUB FROM 1 BY 1
002200         UNTIL WS-FEED-SUB > MAX-FEEDS
002210     PERFORM 3000-REGISTER-FEED THRU 3000-EXIT
002220         VARYING WS-FEED-SUB FROM 1 BY 1
002230         UNTIL WS-FEED-SUB > MAX-FEEDS
002240     PERFORM 9000-TERMINATE THRU 9000-EXIT
002250     MOVE WS-RETURN-CODE TO RETURN-CODE
002260     STOP RUN.
002270*--------------------------------------------------------------*
002280* 1000-INITIALIZE - BUSINESS DATE, REGISTRY AND EXCEPTION LOG. *
002290*--------------------------------------------------------------*
002300 1000-INITIALIZE.
002310     ACCEPT WS-CAL-DATE FROM DATE YYYYMMDD
002320     ACCEPT WS-TIME FROM TIME
002330     PERFORM 1050-GET-BUS-DATE THRU 1050-EXIT
002340
002350     OPEN EXTEND RUNREG-FILE
002360     IF WS-RUNREG-STATUS = '35'
002370         OPEN OUTPUT RUNREG-FILE
002380         CLOSE RUNREG-FILE
002390         OPEN EXTEND RUNREG-FILE
002400     END-IF
002410     MOVE 'S' TO WS-RUN-EVENT
002420     MOVE "STARTED" TO WS-RUN-STATUS
002430     PERFORM 7000-LOG-RUN-EVENT THRU 7000-EXIT
002440
002450     OPEN EXTEND EXCEPTION-FILE
002460     IF WS-EXCEPT-STATUS = '35'
002470         OPEN OUTPUT EXCEPTION-FILE
002480         CLOSE EXCEPTION-FILE
002490         OPEN EXTEND EXCEPTION-FILE
002500     END-IF
002510     MOVE 0 TO WS-CODE-VALUE.
002520 1000-EXIT.
002530     EXIT.
002540*--------------------------------------------------------------*
002550* 1050-GET-BUS-DATE - THE SHARED BUSINESS-DATE CARD, OR THE    *
002560*                     CALENDAR DATE WHEN THERE IS NONE.        *
002570*--------------------------------------------------------------*
002580 1050-GET-BUS-DATE.
002590     MOVE WS-CAL-DATE TO WS-DATE
002600     OPEN INPUT BUSDATE-FILE
002610     IF WS-BUSDATE-STATUS = '35'
002620         GO TO 1050-EXIT
002630     END-IF
002640     READ BUSDATE-FILE
002650         AT END
002660             CLOSE BUSDATE-FILE
002670             GO TO 1050-EXIT
002680     END-READ
002690     IF BUS-DATE IS NUMERIC AND BUS-DATE > 0
002700         MOVE BUS-DATE TO WS-DATE
002710     END-IF
002720     CLOSE BUSDATE-FILE.
002730 1050-EXIT.
002740     EXIT.
002750*--------------------------------------------------------------*
002760* 2000-CHECK-FEED - ONE FEED: FRAMING, BALANCE AND SEQUENCE.   *
002770*                   EVERY PROBLEM FOUND IS LOGGED; THE FIRST   *
002780*                   ONE THAT MAKES THE REST MEANINGLESS ENDS   *
002790*                   THE CHECK OF THIS FEED.                    *
002800*--------------------------------------------------------------*
002810 2000-CHECK-FEED.
002820     MOVE FEED-NAME (WS-FEED-SUB) TO WS-FEED-ID
002830     MOVE 'A' TO FT-RESULT (WS-FEED-SUB)
002840     MOVE 0   TO FT-SEQUENCE (WS-FEED-SUB)
002850                 FT-CREATE-DATE (WS-FEED-SUB)
002860                 FT-REC-COUNT (WS-FEED-SUB)
002870                 FT-HASH-TOTAL (WS-FEED-SUB)
002880     MOVE 'N' TO WS-FEED-EOF-SW
002890     MOVE 'N' TO WS-FEED-BAD-SW
002900     MOVE 0   TO WS-FEED-COUNT WS-FEED-HASH
002910     MOVE WS-FEED-ID TO WS-FD-FEED
002920     MOVE SPACES     TO WS-FD-SEQUENCE
002930     MOVE 0          TO WS-FD-COUNT
002940
002950     PERFORM 2100-OPEN-FEED THRU 2100-EXIT
002960     IF FEED-IS-BAD
002970         MOVE "FEED MISSING - STREAM STOPPED" TO WS-EXCEPT-REASON
002980         MOVE "FDC001" TO WS-EXCEPT-CODE
002990         PERFORM 2900-REJECT-FEED THRU 2900-EXIT
003000         GO TO 2000-EXIT
003010     END-IF
003020
003030*    THE HEADER MUST BE THE FIRST RECORD AND NAME THIS FEED.
003040     PERFORM 2200-READ-FEED THRU 2200-EXIT
003050     MOVE WS-FEED-REC TO FEED-HEADER
003060     IF FEED-AT-END
003070        OR NOT FCH-HEADER-TAG
003080        OR FCH-FEED-ID NOT = WS-FEED-ID
003090        OR FCH-CREATE-DATE IS NOT NUMERIC
003100        OR FCH-SEQUENCE IS NOT NUMERIC
003110         MOVE "FEED HEADER MISSING OR INVALID"
003120             TO WS-EXCEPT-REASON
003130         MOVE "FDC002" TO WS-EXCEPT-CODE
003140         PERFORM 2900-REJECT-FEED THRU 2900-EXIT
003150         GO TO 2800-CLOSE-FEED
003160     END-IF
003170     MOVE FCH-SEQUENCE    TO FT-SEQUENCE (WS-FEED-SUB)
003180     MOVE FCH-CREATE-DATE TO FT-CREATE-DATE (WS-FEED-SUB)
003190     MOVE FCH-SEQUENCE    TO WS-FD-SEQUENCE
003200
003210*    COPY AND TOTAL THE DATA RECORDS, HOLDING EACH ONE BACK A
003220*    READ; WHAT IS LEFT IN THE HOLD AT END OF FILE IS THE TRAILER.
003230     PERFORM 2200-READ-FEED THRU 2200-EXIT
003240     IF FEED-AT-END
003250         MOVE "FEED TRAILER MISSING OR INVALID"
003260             TO WS-EXCEPT-REASON
003270         MOVE "FDC003" TO WS-EXCEPT-CODE
003280         PERFORM 2900-REJECT-FEED THRU 2900-EXIT
003290         GO TO 2800-CLOSE-FEED
003300     END-IF
003310     MOVE WS-FEED-REC TO WS-HOLD-REC
003320     PERFORM 2300-TAKE-ONE-RECORD THRU 2300-EXIT
003330         UNTIL FEED-AT-END OR FEED-IS-BAD
003340     IF FEED-IS-BAD
003350         GO TO 2800-CLOSE-FEED
003360     END-IF
003370     MOVE WS-FEED-COUNT TO FT-REC-COUNT (WS-FEED-SUB)
003380                           WS-FD-COUNT
003390     MOVE WS-FEED-HASH  TO FT-HASH-TOTAL (WS-FEED-SUB)
003400
003410     MOVE WS-HOLD-REC TO FEED-TRAILER
003420     IF NOT FCT-TRAILER-TAG
003430        OR FCT-FEED-ID NOT = WS-FEED-ID
003440        OR FCT-REC-COUNT IS NOT NUMERIC
003450        OR FCT-HASH-TOTAL IS NOT NUMERIC
003460         MOVE "FEED TRAILER MISSING OR INVALID"
003470             TO WS-EXCEPT-REASON
003480         MOVE "FDC003" TO WS-EXCEPT-CODE
003490         PERFORM 2900-REJECT-FEED THRU 2900-EXIT
003500         GO TO 2800-CLOSE-FEED
003510     END-IF
003520     IF FCT-REC-COUNT NOT = WS-FEED-COUNT
003530         MOVE "RECORD COUNT DISAGREES WITH TRAILER"
003540             TO WS-EXCEPT-REASON
003550         MOVE "FDC004" TO WS-EXCEPT-CODE
003560         PERFORM 2900-REJECT-FEED THRU 2900-EXIT
003570     END-IF
003580     IF FCT-HASH-TOTAL NOT = WS-FEED-HASH
003590         MOVE "HASH TOTAL DISAGREES WITH TRAILER"
003600             TO WS-EXCEPT-REASON
003610         MOVE "FDC005" TO WS-EXCEPT-CODE
003620         PERFORM 2900-REJECT-FEED THRU 2900-EXIT
003630     END-IF
003640     IF NOT FEED-IS-BAD
003650         PERFORM 2500-CHECK-REGISTER THRU 2500-EXIT
003660     END-IF.
003670 2800-CLOSE-FEED.
003680     EVALUATE WS-FEED-SUB
003690         WHEN 1
003730             CLOSE TRANSIN-FILE
003740             CLOSE TRANCHK-FILE
003750         WHEN 2
003760             CLOSE COORDIN-FILE
003770             CLOSE CRDCHK-FILE
003780     END-EVALUATE.
003790 2000-EXIT.
003800     EXIT.
003810*--------------------------------------------------------------*
003820* 2100-OPEN-FEED - OPEN THE FEED AND ITS CHECKED COPY.  A      *
003830*                  MISSING FEED LEAVES BOTH CLOSED.            *
003840*--------------------------------------------------------------*
003850 2100-OPEN-FEED.
003860     EVALUATE WS-FEED-SUB
003870         WHEN 1
003900             OPEN INPUT TRANSIN-FILE
003910         WHEN 2
003920             OPEN INPUT COORDIN-FILE
003930     END-EVALUATE
003940     IF WS-FEED-STATUS = '35'
003950         SET FEED-IS-BAD TO TRUE
003960         GO TO 2100-EXIT
003970     END-IF
003980     EVALUATE WS-FEED-SUB
003990         WHEN 1
004020             OPEN OUTPUT TRANCHK-FILE
004030         WHEN 2
004040             OPEN OUTPUT CRDCHK-FILE
004050     END-EVALUATE.
004060 2100-EXIT.
004070     EXIT.
004080*--------------------------------------------------------------*
004090* 2200-READ-FEED - NEXT RECORD OF THE FEED INTO WS-FEED-REC.   *
004100*--------------------------------------------------------------*
004110 2200-READ-FEED.
004120     EVALUATE WS-FEED-SUB
004130         WHEN 1
004190             READ TRANSIN-FILE INTO WS-FEED-REC
004200                 AT END
004210                     SET FEED-AT-END TO TRUE
004220             END-READ
004230         WHEN 2
004240             READ COORDIN-FILE INTO WS-FEED-REC
004250                 AT END
004260                     SET FEED-AT-END TO TRUE
004270             END-READ
004280     END-EVALUATE
004290     IF NOT FEED-AT-END
004300         ADD 1 TO CNT-RECS-READ
004310     END-IF.
004320 2200-EXIT.
004330     EXIT.
004340*--------------------------------------------------------------*
004350* 2300-TAKE-ONE-RECORD - THE HELD RECORD IS A DATA RECORD IF   *
004360*                        ANOTHER RECORD FOLLOWS IT: COUNT IT,  *
004370*                        HASH IT AND COPY IT, THEN HOLD THE    *
004380*                        ONE JUST READ.  A CONTROL RECORD IN   *
004390*                        THE BODY MEANS TWO FEEDS RUN TOGETHER *
004400*                        OR A DAMAGED FILE.                    *
004410*--------------------------------------------------------------*
004420 2300-TAKE-ONE-RECORD.
004430     PERFORM 2200-READ-FEED THRU 2200-EXIT
004440     IF FEED-AT-END
004450         GO TO 2300-EXIT
004460     END-IF
004470     MOVE WS-HOLD-REC TO FEED-HEADER
004480     MOVE WS-HOLD-REC TO FEED-TRAILER
004490     IF FCH-HEADER-TAG OR FCT-TRAILER-TAG
004500         MOVE "CONTROL RECORD INSIDE FEED BODY"
004510             TO WS-EXCEPT-REASON
004520         MOVE "FDC009" TO WS-EXCEPT-CODE
004530         PERFORM 2900-REJECT-FEED THRU 2900-EXIT
004540         GO TO 2300-EXIT
004550     END-IF
004560     ADD 1 TO WS-FEED-COUNT
004570     PERFORM 2350-HASH-ONE-CHAR THRU 2350-EXIT
004580         VARYING WS-CHAR-SUB FROM 1 BY 1
004590         UNTIL WS-CHAR-SUB > 80
004600     EVALUATE WS-FEED-SUB
004610         WHEN 1
004640             WRITE TRANCHK-REC FROM WS-HOLD-REC
004650         WHEN 2
004660             WRITE CRDCHK-REC FROM WS-HOLD-REC
004670     END-EVALUATE
004680     ADD 1 TO CNT-RECS-WRITTEN
004690     MOVE WS-FEED-REC TO WS-HOLD-REC.
004700 2300-EXIT.
004710     EXIT.
004720*--------------------------------------------------------------*
004730 2350-HASH-ONE-CHAR.
004740     MOVE WS-HOLD-CHAR (WS-CHAR-SUB) TO WS-CODE-LOW
004750     ADD WS-CODE-VALUE TO WS-FEED-HASH.
004760 2350-EXIT.
004770     EXIT.
004780*--------------------------------------------------------------*
004790* 2500-CHECK-REGISTER - MEASURE A WELL-FORMED FEED AGAINST THE *
004800*                       ACCEPTED FEEDS OF ITS KIND.  ITS OWN   *
004810*                       SEQUENCE ALREADY ACCEPTED FOR TONIGHT  *
004820*                       IS A RERUN AND GOES THROUGH;           *
004830*                       ACCEPTED FOR ANY OTHER NIGHT,          *
004840*                       OR THE SAME CONTENTS UNDER ANOTHER     *
004850*                       NUMBER, IS A REPEAT.  OTHERWISE IT     *
004860*                       MUST BE ONE MORE THAN THE LAST FEED    *
004870*                       ACCEPTED.  THE FIRST FEED OF A KIND    *
004880*                       STARTS THE HISTORY.                    *
004890*--------------------------------------------------------------*
004900 2500-CHECK-REGISTER.
004910     MOVE 'N' TO WS-HISTORY-SW WS-SEQ-MATCH-SW
004920                 WS-SAME-NIGHT-SW WS-CONTENT-MATCH-SW
004930     MOVE 'N' TO WS-FREG-EOF-SW
004940     MOVE 0 TO WS-LAST-SEQUENCE
004950     OPEN INPUT FEEDREG-FILE
004960     IF WS-FEEDREG-STATUS NOT = '35'
004970         PERFORM 2510-ONE-REGISTER-REC THRU 2510-EXIT
004980             UNTIL NO-MORE-REGISTER
004990         CLOSE FEEDREG-FILE
005000     END-IF
005010
005020     EVALUATE TRUE
005030         WHEN SEQ-ALREADY-ACCEPTED AND ACCEPTED-SAME-NIGHT
005040             MOVE 'R' TO FT-RESULT (WS-FEED-SUB)
005050             MOVE WS-FEED-DATA TO WS-EXCEPT-DATA
005060             MOVE "FEED RE-PRESENTED ON SAME-NIGHT RERUN"
005070                 TO WS-EXCEPT-REASON
005080             MOVE "FDC008" TO WS-EXCEPT-CODE
005090             PERFORM 7100-LOG-EXCEPTION THRU 7100-EXIT
005100         WHEN SEQ-ALREADY-ACCEPTED OR CONTENT-ALREADY-ACCEPTED
005110             MOVE "FEED ALREADY TAKEN ON AN EARLIER NIGHT"
005120                 TO WS-EXCEPT-REASON
005130             MOVE "FDC006" TO WS-EXCEPT-CODE
005140             PERFORM 2900-REJECT-FEED THRU 2900-EXIT
005150         WHEN FEED-HAS-HISTORY
005160             IF WS-LAST-SEQUENCE = 999999
005170                 MOVE 1 TO WS-NEXT-SEQUENCE
005180             ELSE
005190                 COMPUTE WS-NEXT-SEQUENCE = WS-LAST-SEQUENCE + 1
005200             END-IF
005210             IF FT-SEQUENCE (WS-FEED-SUB) NOT = WS-NEXT-SEQUENCE
005220                 MOVE "FEED SEQUENCE GAP OR OUT OF ORDER"
005230                     TO WS-EXCEPT-REASON
005240                 MOVE "FDC007" TO WS-EXCEPT-CODE
005250                 PERFORM 2900-REJECT-FEED THRU 2900-EXIT
005260             END-IF
005270     END-EVALUATE.
005280 2500-EXIT.
005290     EXIT.
005300*--------------------------------------------------------------*
005310* 2510-ONE-REGISTER-REC - ONLY ACCEPTED ENTRIES FOR THIS FEED  *
005320*                         COUNT.  THE REGISTER IS IN THE ORDER *
005330*                         FEEDS WERE TAKEN, SO THE LAST ONE    *
005340*                         SEEN IS THE SEQUENCE TO FOLLOW ON    *
005350*                         FROM, EVEN ACROSS A WRAP TO 000001.  *
005360*--------------------------------------------------------------*
005370 2510-ONE-REGISTER-REC.
005380     READ FEEDREG-FILE
005390         AT END
005400             SET NO-MORE-REGISTER TO TRUE
005410             GO TO 2510-EXIT
005420     END-READ
005430     IF FREG-FEED-ID NOT = WS-FEED-ID OR NOT FREG-ACCEPTED
005440         GO TO 2510-EXIT
005450     END-IF
005460     IF FREG-SEQUENCE IS NOT NUMERIC
005470         GO TO 2510-EXIT
005480     END-IF
005490     SET FEED-HAS-HISTORY TO TRUE
005500     MOVE FREG-SEQUENCE TO WS-LAST-SEQUENCE
005510     IF FREG-SEQUENCE = FT-SEQUENCE (WS-FEED-SUB)
005520         SET SEQ-ALREADY-ACCEPTED TO TRUE
005530         IF FREG-BUS-DATE = WS-DATE
005540             SET ACCEPTED-SAME-NIGHT TO TRUE
005550         END-IF
005560         GO TO 2510-EXIT
005570     END-IF
005580     IF FREG-CREATE-DATE = FT-CREATE-DATE (WS-FEED-SUB)
005590        AND FREG-REC-COUNT = FT-REC-COUNT (WS-FEED-SUB)
005600        AND FREG-HASH-TOTAL = FT-HASH-TOTAL (WS-FEED-SUB)
005610         SET CONTENT-ALREADY-ACCEPTED TO TRUE
005620     END-IF.
005630 2510-EXIT.
005640     EXIT.
005650*--------------------------------------------------------------*
005660* 2900-REJECT-FEED - LOG ONE PROBLEM WITH THE FEED AND MARK IT *
005670*                    AND THE RUN AS FAILED.                    *
005680*--------------------------------------------------------------*
005690 2900-REJECT-FEED.
005700     SET FEED-IS-BAD    TO TRUE
005710     SET CHECK-IN-ERROR TO TRUE
005720     MOVE 'X' TO FT-RESULT (WS-FEED-SUB)
005730     MOVE WS-FEED-DATA TO WS-EXCEPT-DATA
005740     PERFORM 7100-LOG-EXCEPTION THRU 7100-EXIT.
005750 2900-EXIT.
005760     EXIT.
005770*--------------------------------------------------------------*
005780* 3000-REGISTER-FEED - ONE REGISTER ENTRY PER FEED, AND ITS    *
005790*                      OUTCOME ON THE JOB LOG.  A GOOD FEED IS *
005800*                      ONLY ACCEPTED WHEN EVERY FEED IS GOOD - *
005810*                      OTHERWISE THE STREAM DOES NOT USE IT    *
005820*                      AND IT IS REGISTERED AS HELD.           *
005830*--------------------------------------------------------------*
005840 3000-REGISTER-FEED.
005850     IF WS-FEED-SUB = 1
005860         OPEN EXTEND FEEDREG-FILE
005870         IF WS-FEEDREG-STATUS = '35'
005880             OPEN OUTPUT FEEDREG-FILE
005890             CLOSE FEEDREG-FILE
005900             OPEN EXTEND FEEDREG-FILE
005910         END-IF
005920         IF CHECK-IN-ERROR
005930             MOVE 8 TO WS-RETURN-CODE
005940         END-IF
005950     END-IF
005960     EVALUATE TRUE
005970         WHEN FT-REJECTED (WS-FEED-SUB)
005980             MOVE "REJECTED" TO WS-RESULT-TEXT
005990         WHEN CHECK-IN-ERROR
006000             MOVE "HELD"     TO WS-RESULT-TEXT
006010         WHEN FT-RERUN (WS-FEED-SUB)
006020             MOVE "RERUN"    TO WS-RESULT-TEXT
006030         WHEN OTHER
006040             MOVE "ACCEPTED" TO WS-RESULT-TEXT
006050     END-EVALUATE
006060     ACCEPT WS-TIME FROM TIME
006070     MOVE SPACES                   TO FEEDREG-REC
006080     MOVE FEED-NAME (WS-FEED-SUB)  TO FREG-FEED-ID
006090     MOVE FT-SEQUENCE (WS-FEED-SUB) TO FREG-SEQUENCE
006100     MOVE FT-CREATE-DATE (WS-FEED-SUB) TO FREG-CREATE-DATE
006110     MOVE FT-REC-COUNT (WS-FEED-SUB) TO FREG-REC-COUNT
006120     MOVE FT-HASH-TOTAL (WS-FEED-SUB) TO FREG-HASH-TOTAL
006130     MOVE WS-DATE                  TO FREG-BUS-DATE
006140     MOVE WS-RESULT-TEXT           TO FREG-STATUS
006150     MOVE WS-CAL-DATE              TO FREG-RUN-DATE
006160     MOVE WS-TIME                  TO FREG-RUN-TIME
006170     WRITE FEEDREG-REC
006180
006190     MOVE FT-REC-COUNT (WS-FEED-SUB) TO WS-EDIT-COUNT
006200     DISPLAY "FEED-CHECK: " FEED-NAME (WS-FEED-SUB)
006210             " SEQUENCE " FT-SEQUENCE (WS-FEED-SUB)
006220             " RECORDS " WS-EDIT-COUNT
006230             " - " WS-RESULT-TEXT
006240     IF WS-FEED-SUB = MAX-FEEDS
006250         CLOSE FEEDREG-FILE
006260     END-IF.
006270 3000-EXIT.
006280     EXIT.
006290*--------------------------------------------------------------*
006300* 7000-LOG-RUN-EVENT - ONE RUN REGISTRY RECORD (START OR END). *
006310*--------------------------------------------------------------*
006320 7000-LOG-RUN-EVENT.
006330     ACCEPT WS-TIME FROM TIME
006340     MOVE SPACES           TO RUNREG-REC
006350     MOVE "FEED-CHECK"     TO RUNREG-PROGRAM
006360     MOVE WS-RUN-EVENT     TO RUNREG-EVENT
006370     MOVE WS-DATE          TO RUNREG-DATE
006380     MOVE WS-TIME          TO RUNREG-TIME
006390     MOVE CNT-RECS-READ    TO RUNREG-RECS-READ
006400     MOVE CNT-RECS-WRITTEN TO RUNREG-RECS-WRITTEN
006410     MOVE WS-RUN-STATUS    TO RUNREG-STATUS
006420     WRITE RUNREG-REC.
006430 7000-EXIT.
006440     EXIT.
006450*--------------------------------------------------------------*
006460* 7100-LOG-EXCEPTION - ONE EXCPTLOG RECORD: A FEED PROBLEM, OR *
006470*                      A FEED RE-PRESENTED ON A RERUN.         *
006480*--------------------------------------------------------------*
006490 7100-LOG-EXCEPTION.
006500     ACCEPT WS-TIME FROM TIME
006510     MOVE SPACES           TO EXCEPTION-REC
006520     MOVE "FEED-CHECK"     TO EXCEPT-PROGRAM
006530     MOVE WS-DATE          TO EXCEPT-DATE
006540     MOVE WS-TIME          TO EXCEPT-TIME
006550     MOVE WS-EXCEPT-DATA   TO EXCEPT-INPUT-DATA
006560     MOVE WS-EXCEPT-REASON TO EXCEPT-REASON
006570     MOVE WS-EXCEPT-CODE   TO EXCEPT-CODE
006580     WRITE EXCEPTION-REC.
006590 7100-EXIT.
006600     EXIT.
006610*--------------------------------------------------------------*
006620* 9000-TERMINATE - LOG THE END EVENT AND CLOSE UP.             *
006630*--------------------------------------------------------------*
006640 9000-TERMINATE.
006650     MOVE 'E' TO WS-RUN-EVENT
006660     IF WS-RETURN-CODE = 0
006670         MOVE "COMPLETE" TO WS-RUN-STATUS
006680     ELSE
006690         MOVE "FAILED"   TO WS-RUN-STATUS
006700     END-IF
006710     PERFORM 7000-LOG-RUN-EVENT THRU 7000-EXIT
006720     CLOSE RUNREG-FILE
006730     CLOSE EXCEPTION-FILE.
006740 9000-EXIT.
006750     EXIT.
