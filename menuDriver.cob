000145* 08/22/2026 RJH   ADD THE RUN REGISTRY TIMELINE REPORT AS       *
000146*                  OPTION 5, SO AN OPERATOR CAN SEE WHEN EACH    *
000147*                  UTILITY LAST RAN AND HOW IT ENDED.            *
001471* 10/14/2026 RJH   ADD THE LOOKUP TABLE BROWSE / INQUIRY AS      *
001472*                  OPTION 6 - A READ-ONLY PAGED LOOK AT ONE      *
001473*                  TABLE'S ENTRIES ON THE LOOKUP MASTER.         *
000150*--------------------------------------------------------------*
000152* BUILD NOTE - THE CALLS BELOW ARE DYNAMIC CALLS AND RESOLVE    *
000153*           AGAINST CALLABLE LOAD MODULES, NOT THE STANDALONE   *
000160*           THE FIBSEQ/BINSRCH/SOLUTION/EODRPT LOAD MODULES     *
000161*           DAILYRUN.JCL USES - THE TWO BUILDS ARE SEPARATE AND *
000162*           BOTH ARE NEEDED.                                    *
001621*           LOOKUP-INQUIRY.COB IS INTERACTIVE, HAS NO BATCH     *
001622*           STEP, AND IS BUILT AS A CALLABLE SUBPROGRAM ONLY.   *
000163*--------------------------------------------------------------*
000160 ENVIRONMENT DIVISION.
000170 CONFIGURATION SECTION.
000260     88  CHOICE-SOLUTION              VALUE '3'.
000270     88  CHOICE-EOD-REPORT            VALUE '4'.
000275     88  CHOICE-RUN-TIMELINE          VALUE '5'.
002751     88  CHOICE-LOOKUP-INQUIRY        VALUE '6'.
000280     88  CHOICE-QUIT                  VALUE '0' 'Q' 'q'.
000290*
000300 PROCEDURE DIVISION.
000460     DISPLAY "  3.  SOLUTION - FARTHEST-POINT COMPUTATION"
000470     DISPLAY "  4.  END-OF-DAY EXCEPTION REPORT"
000475     DISPLAY "  5.  RUN REGISTRY TIMELINE REPORT"
004751     DISPLAY "  6.  LOOKUP TABLE BROWSE / INQUIRY"
000480     DISPLAY "  0.  QUIT"
000490     DISPLAY "------------------------------------------------"
000500     DISPLAY "ENTER YOUR CHOICE: " WITH NO ADVANCING
000690             CALL "EOD-REPORT"
000692         WHEN CHOICE-RUN-TIMELINE
000694             CALL "RUN-TIMELINE"
006941         WHEN CHOICE-LOOKUP-INQUIRY
006942             CALL "LOOKUP-INQUIRY"
000700         WHEN CHOICE-QUIT
000710             DISPLAY "MENU-DRIVER: NO UTILITY SELECTED - "
000720                     "ENDING RUN."
