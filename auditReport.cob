000189*                  THEY RAN AGAINST.  THE TALLIES AND          *
000191*                  RANKINGS RUN ON THE TABLE/KEY PAIR, SO THE  *
000192*                  SAME KEY IN TWO TABLES COUNTS SEPARATELY.   *
001921* 10/14/2026 RJH   AUDIT RECORDS WIDENED FOR THE AS-OF DATE    *
001922*                  AND THE ANSWERING VERSION DATE.             *
000190*--------------------------------------------------------------*
000200 ENVIRONMENT DIVISION.
000210 CONFIGURATION SECTION.
000480     05  AUDIT-POSITION       PIC 9(03).
000482     05  FILLER               PIC X(01).
000484     05  AUDIT-SOURCE         PIC X(01).
004841     05  FILLER               PIC X(18).
000490*
000500 FD  PARM-FILE
000510     RECORDING MODE IS F.
