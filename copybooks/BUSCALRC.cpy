000010*--------------------------------------------------------------*
000020* BUSCALRC - SHOP BUSINESS CALENDAR RECORD LAYOUT.              *
000030*            ONE RECORD PER CALENDAR DATE, ASCENDING, SAYING    *
000040*            WHETHER THE DAILY STREAM PROCESSES THAT DAY, THE   *
000050*            HOLIDAY IT IS CLOSED FOR, AND WHETHER IT IS THE    *
000060*            LAST PROCESSING DAY OF ITS MONTH.  BUSDATE-ROLL    *
000070*            SETS THE BUSDATE CARD FROM IT AT THE TOP OF THE    *
000080*            STREAM, AND THE AGING AND TREND REPORTS COUNT      *
000090*            BUSINESS DAYS WITH IT.                             *
000100*--------------------------------------------------------------*
000110* DATE       INIT  DESCRIPTION                                 *
000120* 10/14/2026 RJH   ORIGINAL COPYBOOK.                          *
000130*--------------------------------------------------------------*
000140 01  BUSCAL-REC.
000150     05  CAL-DATE                PIC 9(08).
000160     05  FILLER                  PIC X(01).
000170     05  CAL-PROC-FLAG           PIC X(01).
000180         88  CAL-PROCESSING-DAY           VALUE 'Y'.
000190         88  CAL-NON-PROCESSING           VALUE 'N'.
000200     05  FILLER                  PIC X(01).
000210     05  CAL-HOLIDAY-NAME        PIC X(20).
000220     05  FILLER                  PIC X(01).
000230     05  CAL-MONTH-END-FLAG      PIC X(01).
000240         88  CAL-MONTH-END                VALUE 'Y'.
000250     05  FILLER                  PIC X(47).
