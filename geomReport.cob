000180*                  AGAINST THE PRIOR DAY ON FILE.  TREND-      *
000190*                  REPORT DOES THIS FOR EXCEPTION COUNTS;      *
000200*                  THIS IS THE SAME ANSWER FOR THE GEOMETRY.   *
002001* 10/14/2026 RJH   CENTROID COORDINATES ARE NOW SIGNED - SETS  *
002002*                  SUPPLIED AS PLAIN DECIMAL COORDINATES MAY   *
002003*                  SIT LEFT OF OR BELOW THE GRID ORIGIN.       *
002004* 10/14/2026 RJH   ROUTE LENGTH COLUMN - THE SET'S TOTAL       *
002005*                  VISITING-ORDER ROUTE FROM GEOHIST, FLAGGED  *
002006*                  AGAINST THE PRIOR DAY LIKE THE SPREAD.      *
000210*--------------------------------------------------------------*
000220 ENVIRONMENT DIVISION.
000230 CONFIGURATION SECTION.
000520*
000530 FD  REPORT-FILE
000540     RECORDING MODE IS F.
000550 01  REPORT-REC               PIC X(130).
000560*
000570 WORKING-STORAGE SECTION.
000580 01  WS-SWITCHES.
000650     05  DAY-ENTRY OCCURS 400 TIMES.
000660         10  DAY-DATE         PIC 9(08).
000670         10  DAY-POINTS       PIC 9(05).
000680         10  DAY-CENT-X       PIC S9(07)V9(06).
000690         10  DAY-CENT-Y       PIC S9(07)V9(06).
000700         10  DAY-FAR          PIC 9(07)V9(06).
000710         10  DAY-NEAR         PIC 9(07)V9(06).
000720         10  DAY-AVG          PIC 9(07)V9(06).
007201         10  DAY-ROUTE        PIC 9(10)V9(06).
000730*
000740 01  REPORT-SET-ID            PIC X(08) VALUE SPACES.
000750 01  FROM-DATE                PIC 9(08) VALUE 0.
000940     05  WS-HEAD-FROM         PIC 9(08).
000950     05  FILLER               PIC X(04) VALUE " TO ".
000960     05  WS-HEAD-TO           PIC 9(08).
000970     05  FILLER               PIC X(69) VALUE SPACES.
000980*
000990 01  WS-COL-LINE.
001000     05  FILLER               PIC X(10) VALUE "DATE      ".
001050     05  FILLER               PIC X(16) VALUE "FARTHEST        ".
001060     05  FILLER               PIC X(16) VALUE "NEAREST         ".
001070     05  FILLER               PIC X(16) VALUE "AVERAGE         ".
001080     05  FILLER               PIC X(23) VALUE "ROUTE LENGTH".
001090*
001100 01  WS-DETAIL-LINE.
001110     05  WS-DET-DATE          PIC 9(08).
001120     05  FILLER               PIC X(02) VALUE SPACES.
001130     05  WS-DET-POINTS        PIC ZZ,ZZ9.
001140     05  FILLER               PIC X(01) VALUE SPACE.
001150     05  WS-DET-CENT-X        PIC -(06)9.999999.
001160     05  FILLER               PIC X(01) VALUE SPACE.
001170     05  WS-DET-CENT-Y        PIC -(06)9.999999.
001180     05  FILLER               PIC X(01) VALUE SPACE.
001190     05  WS-DET-DRIFT         PIC ZZZ,ZZ9.999.
001200     05  FILLER               PIC X(01) VALUE SPACE.
001260     05  FILLER               PIC X(01) VALUE SPACE.
001270     05  WS-DET-AVG           PIC Z(06)9.999999.
001280     05  WS-DET-AVG-FLAG      PIC X(01).
001290     05  FILLER               PIC X(01) VALUE SPACE.
012901     05  WS-DET-ROUTE         PIC Z(09)9.999999.
012902     05  WS-DET-ROUTE-FLAG    PIC X(01).
012903     05  FILLER               PIC X(05) VALUE SPACES.
001300*
001310 01  WS-TOTAL-LINE.
001320     05  FILLER               PIC X(30)
001330         VALUE "TOTAL CENTROID DRIFT IN RANGE ".
001340     05  WS-TOT-DRIFT         PIC ZZZ,ZZ9.999999.
001350     05  FILLER               PIC X(86) VALUE SPACES.
001360*
001370 PROCEDURE DIVISION.
001380*--------------------------------------------------------------*
002310     MOVE GEO-CENT-Y      TO DAY-CENT-Y (DAY-COUNT)
002320     MOVE GEO-FAR-DIST    TO DAY-FAR (DAY-COUNT)
002330     MOVE GEO-NEAR-DIST   TO DAY-NEAR (DAY-COUNT)
002340     MOVE GEO-AVG-DIST    TO DAY-AVG (DAY-COUNT)
023401*    RECORDS FROM BEFORE ROUTING WAS ADDED CARRY SPACES IN
023402*    THE ROUTE LENGTH - HELD AS ZERO, PRINTED BLANK.
023403     IF GEO-ROUTE-DIST IS NUMERIC
023404         MOVE GEO-ROUTE-DIST TO DAY-ROUTE (DAY-COUNT)
023405     ELSE
023406         MOVE 0 TO DAY-ROUTE (DAY-COUNT)
023407     END-IF.
002350 1100-EXIT.
002360     EXIT.
002370*--------------------------------------------------------------*
002740     MOVE DAY-FAR (WS-SUB)    TO WS-DET-FAR
002750     MOVE DAY-NEAR (WS-SUB)   TO WS-DET-NEAR
002760     MOVE DAY-AVG (WS-SUB)    TO WS-DET-AVG
027601     IF DAY-ROUTE (WS-SUB) > 0
027602         MOVE DAY-ROUTE (WS-SUB) TO WS-DET-ROUTE
027603     END-IF
002770
002780     IF WS-SUB > 1
002790         PERFORM 2200-COMPUTE-DRIFT THRU 2200-EXIT
003290             MOVE '-' TO WS-DET-AVG-FLAG
003300         WHEN OTHER
003310             MOVE '=' TO WS-DET-AVG-FLAG
003320     END-EVALUATE
033201*    ROUTE LENGTH IS ONLY ON FILE FROM THE DAY ROUTING BEGAN;
033202*    A DAY WITHOUT ONE ON EITHER SIDE IS NOT FLAGGED.
033203     IF DAY-ROUTE (WS-SUB) > 0 AND DAY-ROUTE (WS-SUB - 1) > 0
033204         EVALUATE TRUE
033205             WHEN DAY-ROUTE (WS-SUB) > DAY-ROUTE (WS-SUB - 1)
033206                 MOVE '+' TO WS-DET-ROUTE-FLAG
033207             WHEN DAY-ROUTE (WS-SUB) < DAY-ROUTE (WS-SUB - 1)
033208                 MOVE '-' TO WS-DET-ROUTE-FLAG
033209             WHEN OTHER
033210                 MOVE '=' TO WS-DET-ROUTE-FLAG
033211         END-EVALUATE
033212     END-IF.
003330 2300-EXIT.
003340     EXIT.
003350*--------------------------------------------------------------*
