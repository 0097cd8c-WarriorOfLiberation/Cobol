000160*                  PER-PROGRAM SUMMARY BUCKETED AT ONE, THREE  *
000170*                  AND SEVEN DAYS - THE REVIEW TRAIL THE       *
000180*                  AUDITORS ASKED TO SEE.                      *
001801* 10/14/2026 RJH   AGE IN BUSINESS DAYS FROM THE SHOP BUSINESS *
001802*                  CALENDAR (BUSCALRC), SO A WEEKEND OR        *
001803*                  HOLIDAY NO LONGER PUSHES AN EXCEPTION INTO  *
001804*                  THE THREE- OR SEVEN-DAY BUCKET.  CALENDAR   *
001805*                  DAYS STILL APPLY WHEN THERE IS NO CALENDAR. *
000190*--------------------------------------------------------------*
000200 ENVIRONMENT DIVISION.
000210 CONFIGURATION SECTION.
000320     SELECT BUSDATE-FILE  ASSIGN TO BUSDATE
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS WS-BUSDATE-STATUS.
003401     SELECT BUSCAL-FILE   ASSIGN TO BUSCAL
003402         ORGANIZATION IS LINE SEQUENTIAL
003403         FILE STATUS IS WS-BUSCAL-STATUS.
000350     SELECT REPORT-FILE   ASSIGN TO AGINGRPT
000360         ORGANIZATION IS LINE SEQUENTIAL.
000370*
000510     05  BUS-DATE             PIC 9(08).
000520     05  FILLER               PIC X(72).
000530*
005301 FD  BUSCAL-FILE
005302     RECORDING MODE IS F.
005303     COPY BUSCALRC.
005304*
000540 FD  REPORT-FILE
000550     RECORDING MODE IS F.
000560 01  REPORT-REC               PIC X(115).
000630         88  NO-MORE-DISPOS            VALUE 'Y'.
000640     05  WS-DISPOSED-SW       PIC X(01) VALUE 'N'.
000650         88  EXCEPTION-DISPOSED        VALUE 'Y'.
006501     05  WS-CAL-EOF-SW        PIC X(01) VALUE 'N'.
006502         88  NO-MORE-CAL-DAYS          VALUE 'Y'.
006503     05  WS-CAL-LOADED-SW     PIC X(01) VALUE 'N'.
006504         88  BUSINESS-CALENDAR-LOADED  VALUE 'Y'.
006505     05  WS-CAL-FOUND-SW      PIC X(01) VALUE 'N'.
006506         88  CAL-DAY-FOUND             VALUE 'Y'.
000660*
000670* EVERY DISPOSITION ON FILE, HELD AS THE EXCEPTION IDENTITY IT
000680* POINTS AT, SO ONE PASS OVER EXCPTLOG DECIDES WHO IS STILL
000790 01  WS-SUB                   PIC 9(04) COMP VALUE 0.
000800*
000810* PER-PROGRAM AGING BUCKETS: UNACKNOWLEDGED AFTER ONE, THREE
000820* AND SEVEN BUSINESS DAYS.
000830 77  MAX-PROGS                PIC 9(02) COMP VALUE 20.
000840 01  PROG-COUNT               PIC 9(02) COMP VALUE 0.
000850 01  PROG-TABLE.
000940 01  WS-AGE-DAYS              PIC S9(05) COMP VALUE 0.
000950 01  WS-TODAY-INT             PIC 9(07) COMP VALUE 0.
000960*
009601* THE BUSINESS CALENDAR, ONE ENTRY PER DATE WITH THE RUNNING
009602* COUNT OF PROCESSING DAYS THROUGH IT, SO AN AGE IN BUSINESS
009603* DAYS IS ONE SUBTRACTION.
009604 77  MAX-CAL-DAYS             PIC 9(04) COMP VALUE 4000.
009605 01  CAL-USED                 PIC 9(04) COMP VALUE 0.
009606 01  CAL-TABLE.
009607     05  CAL-ENTRY OCCURS 4000 TIMES.
009608         10  CALT-DATE        PIC 9(08).
009609         10  CALT-BUS-DAY     PIC 9(07) COMP.
009610 01  WS-BUS-DAY-NBR           PIC 9(07) COMP VALUE 0.
009611 01  WS-TODAY-BDN             PIC 9(07) COMP VALUE 0.
009612 01  WS-FIND-DATE             PIC 9(08) VALUE 0.
009613 01  WS-FIND-BDN              PIC 9(07) COMP VALUE 0.
009614 01  WS-LAST-CAL-DATE         PIC 9(08) VALUE 0.
009615 01  WS-CAL-LOW               PIC 9(04) COMP VALUE 0.
009616 01  WS-CAL-HIGH              PIC 9(04) COMP VALUE 0.
009617 01  WS-CAL-MID               PIC 9(04) COMP VALUE 0.
009618*
000970 77  CNT-EXC-READ             PIC 9(07) COMP VALUE 0.
000980 77  CNT-UNACKED              PIC 9(07) COMP VALUE 0.
000990*
001020 01  WS-EXCEPT-STATUS         PIC X(02) VALUE '00'.
001030 01  WS-DISPO-STATUS          PIC X(02) VALUE '00'.
001040 01  WS-BUSDATE-STATUS        PIC X(02) VALUE '00'.
010401 01  WS-BUSCAL-STATUS         PIC X(02) VALUE '00'.
001050*
001060 01  WS-HEAD-LINE.
001070     05  FILLER               PIC X(32)
001490     MOVE WS-CAL-DATE TO WS-DATE
001500     PERFORM 1200-GET-BUS-DATE THRU 1200-EXIT
001510     COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-DATE)
015101     PERFORM 1300-LOAD-CALENDAR THRU 1300-EXIT
001520
001530     OPEN OUTPUT REPORT-FILE
001540     MOVE WS-DATE TO WS-HEAD-DATE
002250     CLOSE BUSDATE-FILE.
002260 1200-EXIT.
002270     EXIT.
022701*--------------------------------------------------------------*
022702* 1300-LOAD-CALENDAR - HOLD THE BUSINESS CALENDAR WITH THE     *
022703*                      RUNNING COUNT OF PROCESSING DAYS        *
022704*                      THROUGH EACH DATE.  NO CALENDAR, ONE    *
022705*                      OUT OF ORDER, OR AN AS-OF DATE NOT ON   *
022706*                      IT LEAVES THE AGES IN CALENDAR DAYS.    *
022707*--------------------------------------------------------------*
022708 1300-LOAD-CALENDAR.
022709     OPEN INPUT BUSCAL-FILE
022710     IF WS-BUSCAL-STATUS = '35'
022711         DISPLAY "EXCP-AGING: NO BUSINESS CALENDAR - AGES ARE "
022712                 "IN CALENDAR DAYS."
022713         GO TO 1300-EXIT
022714     END-IF
022715     PERFORM 1310-ONE-CAL-DAY THRU 1310-EXIT
022716         UNTIL NO-MORE-CAL-DAYS
022717     CLOSE BUSCAL-FILE
022718     IF CAL-USED = 0
022719         GO TO 1300-EXIT
022720     END-IF
022721     MOVE WS-DATE TO WS-FIND-DATE
022722     PERFORM 1400-FIND-BUS-DAY THRU 1400-EXIT
022723     IF NOT CAL-DAY-FOUND
022724         DISPLAY "EXCP-AGING: AS-OF DATE " WS-DATE " NOT ON THE "
022725                 "BUSINESS CALENDAR - AGES ARE IN CALENDAR DAYS."
022726         GO TO 1300-EXIT
022727     END-IF
022728     MOVE WS-FIND-BDN TO WS-TODAY-BDN
022729     SET BUSINESS-CALENDAR-LOADED TO TRUE.
022730 1300-EXIT.
022731     EXIT.
022732*--------------------------------------------------------------*
022733 1310-ONE-CAL-DAY.
022734     READ BUSCAL-FILE
022735         AT END
022736             SET NO-MORE-CAL-DAYS TO TRUE
022737             GO TO 1310-EXIT
022738     END-READ
022739     IF CAL-DATE IS NOT NUMERIC
022740         OR CAL-DATE NOT > WS-LAST-CAL-DATE
022741         DISPLAY "EXCP-AGING: BUSINESS CALENDAR OUT OF SEQUENCE "
022742                 "AT " BUSCAL-REC
022743         DISPLAY "EXCP-AGING: AGES ARE IN CALENDAR DAYS."
022744         MOVE 0 TO CAL-USED
022745         SET NO-MORE-CAL-DAYS TO TRUE
022746         GO TO 1310-EXIT
022747     END-IF
022748     IF CAL-USED NOT LESS THAN MAX-CAL-DAYS
022749         DISPLAY "EXCP-AGING: MORE THAN " MAX-CAL-DAYS
022750                 " CALENDAR DAYS - REST IGNORED."
022751         SET NO-MORE-CAL-DAYS TO TRUE
022752         GO TO 1310-EXIT
022753     END-IF
022754     MOVE CAL-DATE TO WS-LAST-CAL-DATE
022755     IF CAL-PROCESSING-DAY
022756         ADD 1 TO WS-BUS-DAY-NBR
022757     END-IF
022758     ADD 1 TO CAL-USED
022759     MOVE CAL-DATE       TO CALT-DATE (CAL-USED)
022760     MOVE WS-BUS-DAY-NBR TO CALT-BUS-DAY (CAL-USED).
022761 1310-EXIT.
022762     EXIT.
022763*--------------------------------------------------------------*
022764* 1400-FIND-BUS-DAY - BINARY SEARCH OF THE CALENDAR TABLE FOR  *
022765*                     WS-FIND-DATE, RETURNING ITS RUNNING      *
022766*                     PROCESSING-DAY COUNT IN WS-FIND-BDN.     *
022767*--------------------------------------------------------------*
022768 1400-FIND-BUS-DAY.
022769     MOVE 'N' TO WS-CAL-FOUND-SW
022770     MOVE 0 TO WS-FIND-BDN
022771     MOVE 1 TO WS-CAL-LOW
022772     MOVE CAL-USED TO WS-CAL-HIGH
022773     PERFORM 1410-PROBE-ONE THRU 1410-EXIT
022774         UNTIL CAL-DAY-FOUND
022775            OR WS-CAL-LOW > WS-CAL-HIGH.
022776 1400-EXIT.
022777     EXIT.
022778*--------------------------------------------------------------*
022779 1410-PROBE-ONE.
022780     COMPUTE WS-CAL-MID = (WS-CAL-LOW + WS-CAL-HIGH) / 2
022781     IF CALT-DATE (WS-CAL-MID) = WS-FIND-DATE
022782         SET CAL-DAY-FOUND TO TRUE
022783         MOVE CALT-BUS-DAY (WS-CAL-MID) TO WS-FIND-BDN
022784         GO TO 1410-EXIT
022785     END-IF
022786     IF CALT-DATE (WS-CAL-MID) < WS-FIND-DATE
022787         COMPUTE WS-CAL-LOW = WS-CAL-MID + 1
022788     ELSE
022789         COMPUTE WS-CAL-HIGH = WS-CAL-MID - 1
022790     END-IF.
022791 1410-EXIT.
022792     EXIT.
002280*--------------------------------------------------------------*
002290* 2000-AGE-ONE-EXCEPTION - ONE EXCPTLOG RECORD: SKIP IT IF A    *
002300*                          DISPOSITION COVERS IT, OTHERWISE     *
002520         GO TO 2000-EXIT
002530     END-IF
002540
002550     PERFORM 2050-COMPUTE-AGE THRU 2050-EXIT
002570     IF WS-AGE-DAYS < 1
002580         GO TO 2000-EXIT
002590     END-IF
002710     PERFORM 2200-BUCKET-BY-PROGRAM THRU 2200-EXIT.
002720 2000-EXIT.
002730     EXIT.
027301*--------------------------------------------------------------*
027302* 2050-COMPUTE-AGE - AGE IN BUSINESS DAYS: THE PROCESSING DAYS *
027303*                    BETWEEN THE EXCEPTION AND THE AS-OF DATE, *
027304*                    SO A WEEKEND OR HOLIDAY DOES NOT AGE IT.  *
027305*                    CALENDAR DAYS WHEN THERE IS NO CALENDAR   *
027306*                    OR THE DATE IS NOT ON IT.                 *
027307*--------------------------------------------------------------*
027308 2050-COMPUTE-AGE.
027309     COMPUTE WS-AGE-DAYS =
027310         WS-TODAY-INT - FUNCTION INTEGER-OF-DATE(EXCEPT-DATE)
027311     IF NOT BUSINESS-CALENDAR-LOADED
027312         GO TO 2050-EXIT
027313     END-IF
027314     MOVE EXCEPT-DATE TO WS-FIND-DATE
027315     PERFORM 1400-FIND-BUS-DAY THRU 1400-EXIT
027316     IF CAL-DAY-FOUND
027317         COMPUTE WS-AGE-DAYS = WS-TODAY-BDN - WS-FIND-BDN
027318     END-IF.
027319 2050-EXIT.
027320     EXIT.
002740*--------------------------------------------------------------*
002750 2100-CHECK-DISPOSED.
002760     MOVE 'N' TO WS-DISPOSED-SW
003240 3000-WRITE-SUMMARY.
003250     MOVE SPACES TO REPORT-REC
003260     WRITE REPORT-REC
003270     MOVE "UNACKNOWLEDGED EXCEPTIONS BY PROGRAM (BUSINESS DAYS)"
003280         TO REPORT-REC
003290     WRITE REPORT-REC
003300
