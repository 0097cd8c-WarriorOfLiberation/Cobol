000100*                  ALL THREE UTILITIES.                       *
000105* 08/09/2026 RJH   WIDEN EXCEPT-PROGRAM TO FIT "BINARY-SEARCH" *
000106*                  WITHOUT TRUNCATION.                        *
000107* 10/14/2026 RJH   ADD EXCEPT-CODE - THE STANDARD REASON CODE  *
000108*                  FROM THE RSNCODES CATALOG (RSNCODRC), SO    *
000109*                  EXCEPTIONS CAN BE GROUPED BY KIND OF        *
000111*                  PROBLEM, NOT JUST BY PROGRAM.  RECORD GROWS *
000112*                  FROM 113 TO 120 BYTES; RECORDS WRITTEN      *
000113*                  BEFORE THE CHANGE READ BACK WITH A BLANK    *
000114*                  CODE.                                       *
000110*--------------------------------------------------------------*
000120 01  EXCEPTION-REC.
000130     05  EXCEPT-PROGRAM          PIC X(13).
000190     05  EXCEPT-INPUT-DATA       PIC X(40).
000200     05  FILLER                  PIC X(01).
000210     05  EXCEPT-REASON           PIC X(40).
000220     05  FILLER                  PIC X(01).
000230     05  EXCEPT-CODE             PIC X(06).
