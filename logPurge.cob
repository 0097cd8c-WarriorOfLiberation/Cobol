000210*                  (BUSDATE) FOR EVERY DATE STAMP AND FILTER,  *
000211*                  WITH THE CALENDAR DATE STILL NOTED ON       *
000212*                  SYSOUT WHEN THE TWO DIFFER.                 *
002121* 10/14/2026 RJH   EXCPTLOG ARCHIVE AND RETAINED RECORDS       *
002122*                  WIDENED TO 120 FOR THE NEW REASON CODE.     *
021221* 10/14/2026 RJH   AUDIT RECORDS WIDENED FOR THE AS-OF DATE    *
021222*                  AND THE ANSWERING VERSION DATE.             *
021223* 10/14/2026 RJH   EACH ARCHIVE GENERATION WRITTEN IS NOTED ON *
021224*                  THE ARCHIVE INDEX (ARCIDXRC) - BUSINESS     *
021225*                  DATE, CUTOFF, OLDEST AND NEWEST RECORD DATE *
021226*                  AND RECORD COUNT - SO ARCHIVE-RETRIEVE CAN  *
021227*                  TELL WHICH GENERATIONS A DATE RANGE NEEDS.  *
000210*--------------------------------------------------------------*
000220 ENVIRONMENT DIVISION.
000230 CONFIGURATION SECTION.
000462     SELECT BUSDATE-FILE   ASSIGN TO BUSDATE
000464         ORGANIZATION IS LINE SEQUENTIAL
000466         FILE STATUS IS WS-BUSDATE-STATUS.
004661     SELECT ARCIDX-FILE    ASSIGN TO ARCHIDX
004662         ORGANIZATION IS LINE SEQUENTIAL
004663         FILE STATUS IS WS-ARCIDX-STATUS.
000470*
000480 DATA DIVISION.
000490 FILE SECTION.
000590*
000600 FD  EXCARCH-FILE
000610     RECORDING MODE IS F.
000620 01  EXCARCH-REC              PIC X(120).
000630*
000640 FD  EXCNEW-FILE
000650     RECORDING MODE IS F.
000660 01  EXCNEW-REC               PIC X(120).
000670*
000680 FD  AUDIT-FILE
000690     RECORDING MODE IS F.
000700 01  AUDIT-REC.
000710     05  AUDIT-DATE           PIC 9(08).
000720     05  FILLER               PIC X(53).
000730*
000740 FD  AUDARCH-FILE
000750     RECORDING MODE IS F.
000760 01  AUDARCH-REC              PIC X(61).
000770*
000780 FD  AUDNEW-FILE
000790     RECORDING MODE IS F.
000800 01  AUDNEW-REC               PIC X(61).
000810*
000820 FD  REPORT-FILE
000830     RECORDING MODE IS F.
000845 01  BUSDATE-CARD.
000846     05  BUS-DATE             PIC 9(08).
000847     05  FILLER               PIC X(72).
008471*
008472 FD  ARCIDX-FILE
008473     RECORDING MODE IS F.
008474     COPY ARCIDXRC.
000850*
000860 WORKING-STORAGE SECTION.
000870 01  WS-SWITCHES.
001000 77  CNT-AUD-READ             PIC 9(07) COMP VALUE 0.
001010 77  CNT-AUD-ARCHIVED         PIC 9(07) COMP VALUE 0.
001020 77  CNT-AUD-RETAINED         PIC 9(07) COMP VALUE 0.
010201*
010202* OLDEST AND NEWEST RECORD DATE MOVED TO EACH ARCHIVE, FOR THE
010203* ARCHIVE INDEX.
010204 01  WS-EXC-LOW-DATE          PIC 9(08) VALUE 0.
010205 01  WS-EXC-HIGH-DATE         PIC 9(08) VALUE 0.
010206 01  WS-AUD-LOW-DATE          PIC 9(08) VALUE 0.
010207 01  WS-AUD-HIGH-DATE         PIC 9(08) VALUE 0.
001030*
001040 01  WS-DATE                  PIC 9(08).
001041 01  WS-CAL-DATE              PIC 9(08).
001070 01  WS-EXCEPT-STATUS         PIC X(02) VALUE '00'.
001080 01  WS-AUDIT-STATUS          PIC X(02) VALUE '00'.
001081 01  WS-BUSDATE-STATUS        PIC X(02) VALUE '00'.
010811 01  WS-ARCIDX-STATUS         PIC X(02) VALUE '00'.
001090*
001100 01  WS-HEAD-LINE.
001110     05  FILLER               PIC X(26)
001280     PERFORM 2000-PURGE-EXCEPTIONS THRU 2000-EXIT
001290     PERFORM 3000-PURGE-AUDIT THRU 3000-EXIT
001300     PERFORM 4000-WRITE-SUMMARY THRU 4000-EXIT
013001     PERFORM 4500-WRITE-ARCHIVE-INDEX THRU 4500-EXIT
001310     PERFORM 9000-TERMINATE THRU 9000-EXIT
001320     STOP RUN.
001330*--------------------------------------------------------------*
002060     IF EXCEPT-DATE IS NUMERIC AND EXCEPT-DATE < CUTOFF-DATE
002070         WRITE EXCARCH-REC FROM EXCEPTION-REC
002080         ADD 1 TO CNT-EXC-ARCHIVED
020801         IF CNT-EXC-ARCHIVED = 1
020802            OR EXCEPT-DATE < WS-EXC-LOW-DATE
020803             MOVE EXCEPT-DATE TO WS-EXC-LOW-DATE
020804         END-IF
020805         IF EXCEPT-DATE > WS-EXC-HIGH-DATE
020806             MOVE EXCEPT-DATE TO WS-EXC-HIGH-DATE
020807         END-IF
002090     ELSE
002100         WRITE EXCNEW-REC FROM EXCEPTION-REC
002110         ADD 1 TO CNT-EXC-RETAINED
002470     IF AUDIT-DATE IS NUMERIC AND AUDIT-DATE < CUTOFF-DATE
002480         WRITE AUDARCH-REC FROM AUDIT-REC
002490         ADD 1 TO CNT-AUD-ARCHIVED
024901         IF CNT-AUD-ARCHIVED = 1
024902            OR AUDIT-DATE < WS-AUD-LOW-DATE
024903             MOVE AUDIT-DATE TO WS-AUD-LOW-DATE
024904         END-IF
024905         IF AUDIT-DATE > WS-AUD-HIGH-DATE
024906             MOVE AUDIT-DATE TO WS-AUD-HIGH-DATE
024907         END-IF
002500     ELSE
002510         WRITE AUDNEW-REC FROM AUDIT-REC
002520         ADD 1 TO CNT-AUD-RETAINED
002980     WRITE REPORT-REC.
002990 4000-EXIT.
003000     EXIT.
030001*--------------------------------------------------------------*
030002* 4500-WRITE-ARCHIVE-INDEX - ONE ARCHIVE INDEX ENTRY FOR EACH  *
030003*                            GENERATION WRITTEN TONIGHT, EMPTY *
030004*                            OR NOT, SO A RETRIEVAL CAN TELL A *
030005*                            GENERATION THAT ROLLED OFF THE    *
030006*                            CATALOG FROM ONE THAT NEVER HELD  *
030007*                            ANY RECORDS.                      *
030008*--------------------------------------------------------------*
030009 4500-WRITE-ARCHIVE-INDEX.
030010     OPEN EXTEND ARCIDX-FILE
030011     IF WS-ARCIDX-STATUS = '35'
030012         OPEN OUTPUT ARCIDX-FILE
030013         CLOSE ARCIDX-FILE
030014         OPEN EXTEND ARCIDX-FILE
030015     END-IF
030016     MOVE SPACES             TO ARCIDX-REC
030017     MOVE "EXCPTLOG"         TO AIDX-LOG
030018     MOVE WS-DATE            TO AIDX-GEN-DATE
030019     MOVE CUTOFF-DATE        TO AIDX-CUTOFF-DATE
030020     MOVE WS-EXC-LOW-DATE    TO AIDX-LOW-DATE
030021     MOVE WS-EXC-HIGH-DATE   TO AIDX-HIGH-DATE
030022     MOVE CNT-EXC-ARCHIVED   TO AIDX-REC-COUNT
030023     MOVE WS-CAL-DATE        TO AIDX-RUN-DATE
030024     MOVE WS-TIME            TO AIDX-RUN-TIME
030025     WRITE ARCIDX-REC
030026
030027     MOVE SPACES             TO ARCIDX-REC
030028     MOVE "AUDITLOG"         TO AIDX-LOG
030029     MOVE WS-DATE            TO AIDX-GEN-DATE
030030     MOVE CUTOFF-DATE        TO AIDX-CUTOFF-DATE
030031     MOVE WS-AUD-LOW-DATE    TO AIDX-LOW-DATE
030032     MOVE WS-AUD-HIGH-DATE   TO AIDX-HIGH-DATE
030033     MOVE CNT-AUD-ARCHIVED   TO AIDX-REC-COUNT
030034     MOVE WS-CAL-DATE        TO AIDX-RUN-DATE
030035     MOVE WS-TIME            TO AIDX-RUN-TIME
030036     WRITE ARCIDX-REC
030037     CLOSE ARCIDX-FILE.
030038 4500-EXIT.
030039     EXIT.
003010*--------------------------------------------------------------*
003020* 9000-TERMINATE - CLOSE THE REPORT.                           *
003030*--------------------------------------------------------------*
