000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.      DISPATCH-XMIT.
000030 AUTHOR.          R J HALVORSEN.
000040 INSTALLATION.    DATA PROCESSING CENTER.
000050 DATE-WRITTEN.    10/14/2026.
000060 DATE-COMPILED.
000070*--------------------------------------------------------------*
000080* MODIFICATION HISTORY                                        *
000090*--------------------------------------------------------------*
000100* DATE       INIT  DESCRIPTION                                 *
000110* 10/14/2026 RJH   ORIGINAL PROGRAM - OUTBOUND INTERFACE TO    *
000120*                  THE DISPATCH SYSTEM.  BUILDS THE NIGHT'S    *
000130*                  TRANSMISSION (DSPXMTRC) FROM SOLUTION'S     *
000140*                  ASSIGNOUT DETAIL RECORDS, ADDING EACH       *
000150*                  SITE'S REGION FROM THE SITE MASTER, SO THE  *
000160*                  ASSIGNMENTS NO LONGER HAVE TO BE RE-KEYED   *
000170*                  FROM THE PRINTOUT.  EVERY TRANSMISSION IS   *
000180*                  ENTERED ON THE TRANSMISSION REGISTER        *
000190*                  (XMITREGR).  A SECOND RUN FOR A BUSINESS    *
000200*                  DATE ALREADY SENT REUSES THAT DATE'S        *
000210*                  SEQUENCE NUMBER AND IS FLAGGED AS A         *
000220*                  REPLACEMENT, SO DISPATCH NEVER LOADS THE    *
000230*                  SAME NIGHT TWICE.                           *
000240*--------------------------------------------------------------*
000250*                                                              *
000260* RETURN CODES -  0  TRANSMISSION BUILT AND REGISTERED (A      *
000270*                    SITE MISSING FROM THE SITE MASTER GOES    *
000280*                    WITH A BLANK REGION AND AN EXCPTLOG       *
000290*                    WARNING).                                 *
000300*                 8  ASSIGNOUT OR THE SITE MASTER MISSING -    *
000310*                    NO TRANSMISSION IS WRITTEN AND THE        *
000320*                    REGISTER SHOWS THE ATTEMPT AS FAILED.     *
000330*--------------------------------------------------------------*
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000360 SOURCE-COMPUTER.   IBM-370.
000370 OBJECT-COMPUTER.   IBM-370.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT ASSIGN-FILE    ASSIGN TO ASSIGNOUT
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-ASSIGN-STATUS.
000430     SELECT SITEMAST-FILE  ASSIGN TO SITEMAST
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-SITEMAST-STATUS.
000460     SELECT XMIT-FILE      ASSIGN TO XMITOUT
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-XMIT-STATUS.
000490     SELECT XMITREG-FILE   ASSIGN TO XMITREG
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-XMITREG-STATUS.
000520     SELECT BUSDATE-FILE   ASSIGN TO BUSDATE
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-BUSDATE-STATUS.
000550     SELECT RUNREG-FILE    ASSIGN TO RUNREG
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-RUNREG-STATUS.
000580     SELECT EXCEPTION-FILE ASSIGN TO EXCPTLOG
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-EXCEPT-STATUS.
000610*
000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  ASSIGN-FILE
000650     RECORDING MODE IS F.
000660 01  ASSIGN-REC                 PIC X(120).
000670* DETAIL (A) VIEW - THE SAME LAYOUT SOLUTION WRITES.  THE DEPOT
000680* SUMMARY (D) RECORDS ARE NOT SENT.
000690 01  ASSIGN-DETAIL.
000700     05  ASG-DET-TYPE            PIC X(01).
000710         88  ASG-DETAIL-REC              VALUE 'A'.
000720     05  FILLER                  PIC X(01).
000730     05  ASG-DET-SET-ID          PIC X(08).
000740     05  FILLER                  PIC X(01).
000750     05  ASG-DET-SITE            PIC X(08).
000760     05  FILLER                  PIC X(01).
000770     05  ASG-DET-SITE-NAME       PIC X(20).
000780     05  FILLER                  PIC X(01).
000790     05  ASG-DET-DEPOT           PIC X(08).
000800     05  FILLER                  PIC X(01).
000810     05  ASG-DET-DEPOT-NAME      PIC X(20).
000820     05  FILLER                  PIC X(01).
000830     05  ASG-DET-DISTANCE        PIC Z(06)9.999999.
000840     05  FILLER                  PIC X(35).
000850*
000860 FD  SITEMAST-FILE
000870     RECORDING MODE IS F.
000880     COPY SITEMSTR.
000890*
000900 FD  XMIT-FILE
000910     RECORDING MODE IS F.
000920     COPY DSPXMTRC.
000930*
000940 FD  XMITREG-FILE
000950     RECORDING MODE IS F.
000960     COPY XMITREGR.
000970*
000980 FD  BUSDATE-FILE
000990     RECORDING MODE IS F.
001000 01  BUSDATE-CARD.
001010     05  BUS-DATE                PIC 9(08).
001020     05  FILLER                  PIC X(72).
001030*
001040 FD  RUNREG-FILE
001050     RECORDING MODE IS F.
001060     COPY RUNREGRC.
001070*
001080 FD  EXCEPTION-FILE
001090     RECORDING MODE IS F.
001100     COPY EXCPTREC.
001110*
001120 WORKING-STORAGE SECTION.
001130 01  WS-SWITCHES.
001140     05  WS-ASSIGN-EOF-SW        PIC X(01) VALUE 'N'.
001150         88  NO-MORE-ASSIGNS             VALUE 'Y'.
001160     05  WS-SM-EOF-SW            PIC X(01) VALUE 'N'.
001170         88  NO-MORE-SITES               VALUE 'Y'.
001180     05  WS-XREG-EOF-SW          PIC X(01) VALUE 'N'.
001190         88  NO-MORE-REGISTER            VALUE 'Y'.
001200     05  WS-XMIT-ERROR-SW        PIC X(01) VALUE 'N'.
001210         88  XMIT-IN-ERROR               VALUE 'Y'.
001220     05  WS-DATE-SENT-SW         PIC X(01) VALUE 'N'.
001230         88  DATE-ALREADY-SENT           VALUE 'Y'.
001240*
001250* SITE MASTER TABLE - THE SAME 500-SITE CEILING SOLUTION USES.
001260 77  MAX-SITES                  PIC 9(03) COMP VALUE 500.
001270 01  SM-COUNT                   PIC 9(03) COMP VALUE 0.
001280 01  SM-ID-TABLE.
001290     05  SM-ID OCCURS 500 TIMES PIC X(08).
001300 01  SM-REGION-TABLE.
001310     05  SM-REGION OCCURS 500 TIMES PIC X(08).
001320 01  WS-SM-SUB                  PIC 9(03) COMP VALUE 0.
001330 01  WS-SM-FOUND                PIC 9(03) COMP VALUE 0.
001340*
001350 77  CNT-RECS-READ              PIC 9(07) COMP VALUE 0.
001360 77  CNT-RECS-WRITTEN           PIC 9(07) COMP VALUE 0.
001370 77  CNT-DETAILS                PIC 9(07) COMP VALUE 0.
001380 77  CNT-NO-REGION              PIC 9(07) COMP VALUE 0.
001390 77  WS-RETURN-CODE             PIC 9(02) VALUE 0.
001400*
001410* THIS RUN'S TRANSMISSION IDENTITY, WORKED OUT FROM THE REGISTER.
001420 01  WS-LAST-SEQUENCE           PIC 9(06) VALUE 0.
001430 01  WS-DATE-SEQUENCE           PIC 9(06) VALUE 0.
001440 01  WS-DATE-VERSION            PIC 9(02) VALUE 0.
001450 01  WS-XMIT-SEQUENCE           PIC 9(06) VALUE 0.
001460 01  WS-XMIT-VERSION            PIC 9(02) VALUE 0.
001470 01  WS-XMIT-TYPE               PIC X(01) VALUE 'O'.
001480     88  XMIT-IS-ORIGINAL               VALUE 'O'.
001490     88  XMIT-IS-REPLACEMENT            VALUE 'R'.
001500 01  WS-DISTANCE                PIC 9(07)V9(06) VALUE 0.
001510 01  WS-HASH-TOTAL              PIC 9(11)V9(06) VALUE 0.
001520*
001530 01  WS-EXCEPT-DATA             PIC X(40).
001540 01  WS-EXCEPT-REASON           PIC X(40).
001550 01  WS-EXCEPT-CODE             PIC X(06).
001560 01  WS-XMIT-DATA.
001570     05  FILLER                 PIC X(05) VALUE "DATE ".
001580     05  WS-XD-DATE             PIC 9(08).
001590     05  FILLER                 PIC X(05) VALUE " SEQ ".
001600     05  WS-XD-SEQUENCE         PIC 9(06).
001610     05  FILLER                 PIC X(09) VALUE " VERSION ".
001620     05  WS-XD-VERSION          PIC 9(02).
001630     05  FILLER                 PIC X(05) VALUE SPACES.
001640 01  WS-SITE-DATA.
001650     05  FILLER                 PIC X(04) VALUE "SET ".
001660     05  WS-SD-SET              PIC X(08).
001670     05  FILLER                 PIC X(06) VALUE " SITE ".
001680     05  WS-SD-SITE             PIC X(08).
001690     05  FILLER                 PIC X(14) VALUE SPACES.
001700*
001710 01  WS-EDIT-COUNT              PIC ZZZ,ZZ9.
001720 01  WS-EDIT-HASH               PIC Z(10)9.999999.
001730*
001740 01  WS-DATE                    PIC 9(08).
001750 01  WS-CAL-DATE                PIC 9(08).
001760 01  WS-TIME                    PIC 9(08).
001770 01  WS-ASSIGN-STATUS           PIC X(02) VALUE '00'.
001780 01  WS-SITEMAST-STATUS         PIC X(02) VALUE '00'.
001790 01  WS-XMIT-STATUS             PIC X(02) VALUE '00'.
001800 01  WS-XMITREG-STATUS          PIC X(02) VALUE '00'.
001810 01  WS-BUSDATE-STATUS          PIC X(02) VALUE '00'.
001820 01  WS-RUNREG-STATUS           PIC X(02) VALUE '00'.
001830 01  WS-EXCEPT-STATUS           PIC X(02) VALUE '00'.
001840 01  WS-RUN-EVENT               PIC X(01) VALUE 'S'.
001850 01  WS-RUN-STATUS              PIC X(08) VALUE SPACES.
001860*
001870 PROCEDURE DIVISION.
001880*--------------------------------------------------------------*
001890 0000-MAINLINE.
001900     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001910     IF NOT XMIT-IN-ERROR
001920         PERFORM 2000-BUILD-XMIT THRU 2000-EXIT
001930     END-IF
001940     PERFORM 3000-REGISTER-XMIT THRU 3000-EXIT
001950     PERFORM 9000-TERMINATE THRU 9000-EXIT
001960     MOVE WS-RETURN-CODE TO RETURN-CODE
001970     STOP RUN.
001980*--------------------------------------------------------------*
001990* 1000-INITIALIZE - BUSINESS DATE, REGISTRY AND EXCEPTION LOG, *
002000*                   THE TRANSMISSION'S SEQUENCE FROM THE       *
002010*                   REGISTER, THEN THE TWO INPUTS.  EITHER     *
002020*                   INPUT MISSING FAILS THE RUN.               *
002030*--------------------------------------------------------------*
002040 1000-INITIALIZE.
002050     ACCEPT WS-CAL-DATE FROM DATE YYYYMMDD
002060     ACCEPT WS-TIME FROM TIME
002070     PERFORM 1050-GET-BUS-DATE THRU 1050-EXIT
002080
002090     OPEN EXTEND RUNREG-FILE
002100     IF WS-RUNREG-STATUS = '35'
002110         OPEN OUTPUT RUNREG-FILE
002120         CLOSE RUNREG-FILE
002130         OPEN EXTEND RUNREG-FILE
002140     END-IF
002150     MOVE 'S' TO WS-RUN-EVENT
002160     MOVE "STARTED" TO WS-RUN-STATUS
002170     PERFORM 7000-LOG-RUN-EVENT THRU 7000-EXIT
002180
002190     OPEN EXTEND EXCEPTION-FILE
002200     IF WS-EXCEPT-STATUS = '35'
002210         OPEN OUTPUT EXCEPTION-FILE
002220         CLOSE EXCEPTION-FILE
002230         OPEN EXTEND EXCEPTION-FILE
002240     END-IF
002250
002260     PERFORM 1200-READ-REGISTER THRU 1200-EXIT
002270
002280     OPEN INPUT ASSIGN-FILE
002290     IF WS-ASSIGN-STATUS = '35'
002300         MOVE WS-XMIT-DATA TO WS-EXCEPT-DATA
002310         MOVE "ASSIGNOUT MISSING - NOTHING SENT"
002320             TO WS-EXCEPT-REASON
002330         MOVE "DSP001" TO WS-EXCEPT-CODE
002340         PERFORM 7100-LOG-EXCEPTION THRU 7100-EXIT
002350         SET XMIT-IN-ERROR TO TRUE
002360         GO TO 1000-EXIT
002370     END-IF
002380
002390     PERFORM 1100-LOAD-SITE-MASTER THRU 1100-EXIT
002400     IF XMIT-IN-ERROR
002410         CLOSE ASSIGN-FILE
002420     END-IF.
002430 1000-EXIT.
002440     EXIT.
002450*--------------------------------------------------------------*
002460* 1050-GET-BUS-DATE - THE SHARED BUSINESS-DATE CARD, OR THE    *
002470*                     CALENDAR DATE WHEN THERE IS NONE.        *
002480*--------------------------------------------------------------*
002490 1050-GET-BUS-DATE.
002500     MOVE WS-CAL-DATE TO WS-DATE
002510     OPEN INPUT BUSDATE-FILE
002520     IF WS-BUSDATE-STATUS = '35'
002530         GO TO 1050-EXIT
002540     END-IF
002550     READ BUSDATE-FILE
002560         AT END
002570             CLOSE BUSDATE-FILE
002580             GO TO 1050-EXIT
002590     END-READ
002600     IF BUS-DATE IS NUMERIC AND BUS-DATE > 0
002610         MOVE BUS-DATE TO WS-DATE
002620     END-IF
002630     CLOSE BUSDATE-FILE.
002640 1050-EXIT.
002650     EXIT.
002660*--------------------------------------------------------------*
002670* 1100-LOAD-SITE-MASTER - SITE ID AND REGION FOR EVERY SITE.   *
002680*--------------------------------------------------------------*
002690 1100-LOAD-SITE-MASTER.
002700     OPEN INPUT SITEMAST-FILE
002710     IF WS-SITEMAST-STATUS = '35'
002720         MOVE WS-XMIT-DATA TO WS-EXCEPT-DATA
002730         MOVE "SITE MASTER MISSING - NOTHING SENT"
002740             TO WS-EXCEPT-REASON
002750         MOVE "DSP004" TO WS-EXCEPT-CODE
002760         PERFORM 7100-LOG-EXCEPTION THRU 7100-EXIT
002770         SET XMIT-IN-ERROR TO TRUE
002780         GO TO 1100-EXIT
002790     END-IF
002800     PERFORM 1110-LOAD-ONE-SITE THRU 1110-EXIT
002810         UNTIL NO-MORE-SITES
002820     CLOSE SITEMAST-FILE.
002830 1100-EXIT.
002840     EXIT.
002850*--------------------------------------------------------------*
002860 1110-LOAD-ONE-SITE.
002870     READ SITEMAST-FILE
002880         AT END
002890             SET NO-MORE-SITES TO TRUE
002900             GO TO 1110-EXIT
002910     END-READ
002920     IF SM-COUNT NOT LESS THAN MAX-SITES
002930         DISPLAY "DISPATCH-XMIT: SITE MASTER EXCEEDS " MAX-SITES
002940                 " SITES - REST SENT WITH NO REGION."
002950         SET NO-MORE-SITES TO TRUE
002960         GO TO 1110-EXIT
002970     END-IF
002980     ADD 1 TO SM-COUNT
002990     MOVE SITE-MAST-ID     TO SM-ID (SM-COUNT)
003000     MOVE SITE-MAST-REGION TO SM-REGION (SM-COUNT).
003010 1110-EXIT.
003020     EXIT.
003030*--------------------------------------------------------------*
003040* 1200-READ-REGISTER - THE HIGHEST SEQUENCE EVER SENT, AND     *
003050*                      WHETHER TONIGHT'S BUSINESS DATE HAS     *
003060*                      ALREADY GONE.  IF IT HAS, THIS RUN      *
003070*                      REPLACES IT UNDER THE SAME SEQUENCE AT  *
003080*                      THE NEXT VERSION; OTHERWISE IT TAKES    *
003090*                      THE NEXT SEQUENCE AS VERSION 1.  FAILED *
003100*                      ATTEMPTS NEVER COUNT.                   *
003110*--------------------------------------------------------------*
003120 1200-READ-REGISTER.
003130     OPEN INPUT XMITREG-FILE
003140     IF WS-XMITREG-STATUS = '35'
003150         GO TO 1250-SET-IDENTITY
003160     END-IF
003170     PERFORM 1210-ONE-REGISTER-REC THRU 1210-EXIT
003180         UNTIL NO-MORE-REGISTER
003190     CLOSE XMITREG-FILE.
003200 1250-SET-IDENTITY.
003210     IF DATE-ALREADY-SENT
003220         MOVE 'R' TO WS-XMIT-TYPE
003230         MOVE WS-DATE-SEQUENCE TO WS-XMIT-SEQUENCE
003240         COMPUTE WS-XMIT-VERSION = WS-DATE-VERSION + 1
003250     ELSE
003260         MOVE 'O' TO WS-XMIT-TYPE
003270         IF WS-LAST-SEQUENCE = 999999
003280             MOVE 1 TO WS-XMIT-SEQUENCE
003290         ELSE
003300             COMPUTE WS-XMIT-SEQUENCE = WS-LAST-SEQUENCE + 1
003310         END-IF
003320         MOVE 1 TO WS-XMIT-VERSION
003330     END-IF
003340     MOVE WS-DATE          TO WS-XD-DATE
003350     MOVE WS-XMIT-SEQUENCE TO WS-XD-SEQUENCE
003360     MOVE WS-XMIT-VERSION  TO WS-XD-VERSION.
003370 1200-EXIT.
003380     EXIT.
003390*--------------------------------------------------------------*
003400 1210-ONE-REGISTER-REC.
003410     READ XMITREG-FILE
003420         AT END
003430             SET NO-MORE-REGISTER TO TRUE
003440             GO TO 1210-EXIT
003450     END-READ
003460     IF NOT XREG-SENT AND NOT XREG-REPLACED
003470         GO TO 1210-EXIT
003480     END-IF
003490     IF XREG-SEQUENCE IS NOT NUMERIC
003500        OR XREG-VERSION IS NOT NUMERIC
003510         GO TO 1210-EXIT
003520     END-IF
003530     IF XREG-SEQUENCE > WS-LAST-SEQUENCE
003540         MOVE XREG-SEQUENCE TO WS-LAST-SEQUENCE
003550     END-IF
003560     IF XREG-BUS-DATE = WS-DATE
003570         SET DATE-ALREADY-SENT TO TRUE
003580         MOVE XREG-SEQUENCE TO WS-DATE-SEQUENCE
003590         IF XREG-VERSION > WS-DATE-VERSION
003600             MOVE XREG-VERSION TO WS-DATE-VERSION
003610         END-IF
003620     END-IF.
003630 1210-EXIT.
003640     EXIT.
003650*--------------------------------------------------------------*
003660* 2000-BUILD-XMIT - HEADER, ONE DETAIL PER ASSIGNED SITE, AND  *
003670*                   THE TRAILER.  THE FILE IS REWRITTEN FROM   *
003680*                   RECORD ONE EVERY RUN, SO A RERUN LEAVES    *
003690*                   ONLY THE REPLACEMENT ON DISK.              *
003700*--------------------------------------------------------------*
003710 2000-BUILD-XMIT.
003720     OPEN OUTPUT XMIT-FILE
003730     ACCEPT WS-TIME FROM TIME
003740     MOVE SPACES           TO DSPXMT-HEADER
003750     MOVE 'H'              TO DSPH-REC-TYPE
003760     MOVE WS-DATE          TO DSPH-BUS-DATE
003770     MOVE WS-XMIT-SEQUENCE TO DSPH-SEQUENCE
003780     MOVE WS-XMIT-TYPE     TO DSPH-XMIT-TYPE
003790     MOVE WS-XMIT-VERSION  TO DSPH-VERSION
003800     MOVE WS-CAL-DATE      TO DSPH-CREATE-DATE
003810     MOVE WS-TIME          TO DSPH-CREATE-TIME
003820     WRITE DSPXMT-HEADER
003830     ADD 1 TO CNT-RECS-WRITTEN
003840
003850     PERFORM 2100-SEND-ONE-ASSIGN THRU 2100-EXIT
003860         UNTIL NO-MORE-ASSIGNS
003870
003880     MOVE SPACES           TO DSPXMT-TRAILER
003890     MOVE 'T'              TO DSPT-REC-TYPE
003900     MOVE WS-DATE          TO DSPT-BUS-DATE
003910     MOVE WS-XMIT-SEQUENCE TO DSPT-SEQUENCE
003920     MOVE CNT-DETAILS      TO DSPT-DETAIL-COUNT
003930     MOVE WS-HASH-TOTAL    TO DSPT-HASH-TOTAL
003940     WRITE DSPXMT-TRAILER
003950     ADD 1 TO CNT-RECS-WRITTEN
003960     CLOSE XMIT-FILE
003970     CLOSE ASSIGN-FILE
003980
003990     IF XMIT-IS-REPLACEMENT
004000         MOVE WS-XMIT-DATA TO WS-EXCEPT-DATA
004010         MOVE "REPLACEMENT SENT FOR A DATE ALREADY SENT"
004020             TO WS-EXCEPT-REASON
004030         MOVE "DSP003" TO WS-EXCEPT-CODE
004040         PERFORM 7100-LOG-EXCEPTION THRU 7100-EXIT
004050     END-IF.
004060 2000-EXIT.
004070     EXIT.
004080*--------------------------------------------------------------*
004090* 2100-SEND-ONE-ASSIGN - ONE ASSIGNOUT RECORD.  EACH A RECORD  *
004100*                        BECOMES A DETAIL CARRYING THE SITE'S  *
004110*                        REGION; THE DISTANCE IS DE-EDITED AND *
004120*                        ROLLED INTO THE HASH TOTAL.           *
004130*--------------------------------------------------------------*
004140 2100-SEND-ONE-ASSIGN.
004150     READ ASSIGN-FILE
004160         AT END
004170             SET NO-MORE-ASSIGNS TO TRUE
004180             GO TO 2100-EXIT
004190     END-READ
004200     ADD 1 TO CNT-RECS-READ
004210     IF NOT ASG-DETAIL-REC
004220         GO TO 2100-EXIT
004230     END-IF
004240
004250     MOVE SPACES          TO DSPXMT-DETAIL
004260     MOVE 'D'             TO DSPD-REC-TYPE
004270     MOVE ASG-DET-SET-ID  TO DSPD-SET-ID
004280     MOVE ASG-DET-SITE    TO DSPD-SITE-ID
004290     MOVE ASG-DET-DEPOT   TO DSPD-DEPOT-ID
004300     MOVE ASG-DET-DISTANCE TO WS-DISTANCE
004310     MOVE WS-DISTANCE     TO DSPD-DISTANCE
004320     PERFORM 2200-FIND-SITE THRU 2200-EXIT
004330     IF WS-SM-FOUND > 0
004340         MOVE SM-REGION (WS-SM-FOUND) TO DSPD-REGION
004350     ELSE
004360         ADD 1 TO CNT-NO-REGION
004370         MOVE ASG-DET-SET-ID TO WS-SD-SET
004380         MOVE ASG-DET-SITE   TO WS-SD-SITE
004390         MOVE WS-SITE-DATA   TO WS-EXCEPT-DATA
004400         MOVE "SITE NOT ON SITE MASTER - SENT NO REGION"
004410             TO WS-EXCEPT-REASON
004420         MOVE "DSP002" TO WS-EXCEPT-CODE
004430         PERFORM 7100-LOG-EXCEPTION THRU 7100-EXIT
004440     END-IF
004450     WRITE DSPXMT-DETAIL
004460     ADD 1 TO CNT-RECS-WRITTEN
004470     ADD 1 TO CNT-DETAILS
004480     ADD WS-DISTANCE TO WS-HASH-TOTAL.
004490 2100-EXIT.
004500     EXIT.
004510*--------------------------------------------------------------*
004520* 2200-FIND-SITE - ASG-DET-SITE IN THE SITE MASTER TABLE.      *
004530*                  WS-SM-FOUND IS ZERO WHEN IT IS NOT THERE.   *
004540*--------------------------------------------------------------*
004550 2200-FIND-SITE.
004560     MOVE 0 TO WS-SM-FOUND
004570     PERFORM 2210-MATCH-SITE THRU 2210-EXIT
004580         VARYING WS-SM-SUB FROM 1 BY 1
004590         UNTIL WS-SM-SUB > SM-COUNT OR WS-SM-FOUND > 0.
004600 2200-EXIT.
004610     EXIT.
004620*--------------------------------------------------------------*
004630 2210-MATCH-SITE.
004640     IF SM-ID (WS-SM-SUB) = ASG-DET-SITE
004650         MOVE WS-SM-SUB TO WS-SM-FOUND
004660     END-IF.
004670 2210-EXIT.
004680     EXIT.
004690*--------------------------------------------------------------*
004700* 3000-REGISTER-XMIT - APPEND THIS RUN'S ENTRY TO THE          *
004710*                      TRANSMISSION REGISTER AND SHOW IT ON    *
004720*                      THE JOB LOG.                            *
004730*--------------------------------------------------------------*
004740 3000-REGISTER-XMIT.
004750     OPEN EXTEND XMITREG-FILE
004760     IF WS-XMITREG-STATUS = '35'
004770         OPEN OUTPUT XMITREG-FILE
004780         CLOSE XMITREG-FILE
004790         OPEN EXTEND XMITREG-FILE
004800     END-IF
004810     ACCEPT WS-TIME FROM TIME
004820     MOVE SPACES           TO XMITREG-REC
004830     MOVE WS-DATE          TO XREG-BUS-DATE
004840     MOVE WS-XMIT-SEQUENCE TO XREG-SEQUENCE
004850     MOVE WS-XMIT-VERSION  TO XREG-VERSION
004860     MOVE WS-XMIT-TYPE     TO XREG-XMIT-TYPE
004870     MOVE CNT-DETAILS      TO XREG-DETAIL-COUNT
004880     MOVE WS-HASH-TOTAL    TO XREG-HASH-TOTAL
004890     EVALUATE TRUE
004900         WHEN XMIT-IN-ERROR
004910             MOVE "FAILED"  TO XREG-STATUS
004920         WHEN XMIT-IS-REPLACEMENT
004930             MOVE "REPLACE" TO XREG-STATUS
004940         WHEN OTHER
004950             MOVE "SENT"    TO XREG-STATUS
004960     END-EVALUATE
004970     MOVE WS-CAL-DATE      TO XREG-RUN-DATE
004980     MOVE WS-TIME          TO XREG-RUN-TIME
004990     WRITE XMITREG-REC
005000     CLOSE XMITREG-FILE
005010
005020     IF XMIT-IN-ERROR
005030         MOVE 8 TO WS-RETURN-CODE
005040         DISPLAY "DISPATCH-XMIT: NO TRANSMISSION BUILT FOR "
005050                 WS-DATE " - SEE EXCPTLOG."
005060         GO TO 3000-EXIT
005070     END-IF
005080     DISPLAY "DISPATCH-XMIT: BUSINESS DATE " WS-DATE
005090             "  SEQUENCE " WS-XMIT-SEQUENCE
005100             "  VERSION " WS-XMIT-VERSION
005110     IF XMIT-IS-REPLACEMENT
005120         DISPLAY "DISPATCH-XMIT: REPLACEMENT - DISPATCH WILL "
005130                 "SWAP IT IN FOR THE FILE ALREADY SENT."
005140     END-IF
005150     MOVE CNT-DETAILS TO WS-EDIT-COUNT
005160     DISPLAY "DISPATCH-XMIT: SITES SENT       " WS-EDIT-COUNT
005170     MOVE CNT-NO-REGION TO WS-EDIT-COUNT
005180     DISPLAY "DISPATCH-XMIT: SENT NO REGION   " WS-EDIT-COUNT
005190     MOVE WS-HASH-TOTAL TO WS-EDIT-HASH
005200     DISPLAY "DISPATCH-XMIT: DISTANCE HASH    " WS-EDIT-HASH.
005210 3000-EXIT.
005220     EXIT.
005230*--------------------------------------------------------------*
005240* 7000-LOG-RUN-EVENT - ONE RUN REGISTRY RECORD (START OR END). *
005250*--------------------------------------------------------------*
005260 7000-LOG-RUN-EVENT.
005270     ACCEPT WS-TIME FROM TIME
005280     MOVE SPACES           TO RUNREG-REC
005290     MOVE "DISPATCH-XMIT"  TO RUNREG-PROGRAM
005300     MOVE WS-RUN-EVENT     TO RUNREG-EVENT
005310     MOVE WS-DATE          TO RUNREG-DATE
005320     MOVE WS-TIME          TO RUNREG-TIME
005330     MOVE CNT-RECS-READ    TO RUNREG-RECS-READ
005340     MOVE CNT-RECS-WRITTEN TO RUNREG-RECS-WRITTEN
005350     MOVE WS-RUN-STATUS    TO RUNREG-STATUS
005360     WRITE RUNREG-REC.
005370 7000-EXIT.
005380     EXIT.
005390*--------------------------------------------------------------*
005400* 7100-LOG-EXCEPTION - ONE EXCPTLOG RECORD: A SITE SENT WITH   *
005410*                      NO REGION, A REPLACEMENT, OR THE REASON *
005420*                      NOTHING WAS SENT.                       *
005430*--------------------------------------------------------------*
005440 7100-LOG-EXCEPTION.
005450     ACCEPT WS-TIME FROM TIME
005460     MOVE SPACES           TO EXCEPTION-REC
005470     MOVE "DISPATCH-XMIT"  TO EXCEPT-PROGRAM
005480     MOVE WS-DATE          TO EXCEPT-DATE
005490     MOVE WS-TIME          TO EXCEPT-TIME
005500     MOVE WS-EXCEPT-DATA   TO EXCEPT-INPUT-DATA
005510     MOVE WS-EXCEPT-REASON TO EXCEPT-REASON
005520     MOVE WS-EXCEPT-CODE   TO EXCEPT-CODE
005530     WRITE EXCEPTION-REC.
005540 7100-EXIT.
005550     EXIT.
005560*--------------------------------------------------------------*
005570* 9000-TERMINATE - LOG THE END EVENT AND CLOSE UP.             *
005580*--------------------------------------------------------------*
005590 9000-TERMINATE.
005600     MOVE 'E' TO WS-RUN-EVENT
005610     IF WS-RETURN-CODE = 0
005620         MOVE "COMPLETE" TO WS-RUN-STATUS
005630     ELSE
005640         MOVE "FAILED"   TO WS-RUN-STATUS
005650     END-IF
005660     PERFORM 7000-LOG-RUN-EVENT THRU 7000-EXIT
005670     CLOSE RUNREG-FILE
005680     CLOSE EXCEPTION-FILE.
005690 9000-EXIT.
005700     EXIT.
