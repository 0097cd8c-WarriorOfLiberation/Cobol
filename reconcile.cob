000240*                  (BUSDATE) FOR EVERY DATE STAMP AND FILTER,  *
000241*                  WITH THE CALENDAR DATE STILL NOTED ON       *
000242*                  SYSOUT WHEN THE TWO DIFFER.                 *
002421* 10/14/2026 RJH   TRANSIN, RESULTSOUT AND AUDITLOG RECORDS    *
002422*                  WIDENED FOR THE AS-OF DATE AND THE          *
002423*                  ANSWERING VERSION DATE BINARY-SEARCH NOW    *
002424*                  CARRIES.                                    *
000230*--------------------------------------------------------------*
000240 ENVIRONMENT DIVISION.
000250 CONFIGURATION SECTION.
000552     05  TRANS-TABLE-ID       PIC X(08).
000554     05  FILLER               PIC X(01).
000556     05  TRANS-KEY            PIC X(08).
005561     05  FILLER               PIC X(09).
000560*
000570 FD  RESULTS-FILE
000580     RECORDING MODE IS F.
000592     05  RESULTS-TABLE-ID     PIC X(08).
000594     05  FILLER               PIC X(01).
000596     05  RESULTS-KEY          PIC X(08).
000598     05  FILLER               PIC X(49).
000600*
000610 FD  AUDIT-FILE
000620     RECORDING MODE IS F.
000653     05  FILLER               PIC X(07).
000652     05  AUDIT-SOURCE         PIC X(01).
000654         88  SINGLE-MODE-ENTRY         VALUE 'S' 's'.
006541     05  FILLER               PIC X(18).
000660*
000670 FD  COORD-FILE
000680     RECORDING MODE IS F.
