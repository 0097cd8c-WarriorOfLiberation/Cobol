000010*--------------------------------------------------------------*
000020* FEEDCTLR - INBOUND FEED CONTROL RECORD LAYOUTS.               *
000030*            EVERY INBOUND FEED (TRANSIN AND COORDIN) ARRIVES   *
000040*            AS AN 80-BYTE FILE WITH A FEEDHDR HEADER AS ITS    *
000050*            FIRST RECORD AND A FEEDTRL TRAILER AS ITS LAST.    *
000060*            THE HEADER NAMES THE FEED, ITS CREATION DATE AND   *
000070*            THE SENDER'S FEED SEQUENCE NUMBER (ONE UP PER FILE *
000080*            SENT).  THE TRAILER CARRIES THE COUNT OF DATA      *
000090*            RECORDS BETWEEN THEM AND A HASH TOTAL - THE SUM OF *
000100*            THE CHARACTER CODES OF ALL 80 COLUMNS OF EVERY     *
000110*            DATA RECORD.  FEED-CHECK PROVES BOTH BEFORE THE    *
000120*            FEED IS USED.                                      *
000130*--------------------------------------------------------------*
000140* DATE       INIT  DESCRIPTION                                 *
000150* 10/14/2026 RJH   ORIGINAL COPYBOOK.                          *
001501* 10/14/2026 RJH   FIBONACCI PARAMETER CARDS NO LONGER A       *
001502*                  CONTROLLED FEED - THE REQUEST MASTER        *
001503*                  (FIBREQRC) REPLACED THE CARD DECK.          *
000160*--------------------------------------------------------------*
000170 01  FEED-HEADER.
000180     05  FCH-TAG                 PIC X(08).
000190         88  FCH-HEADER-TAG               VALUE "FEEDHDR".
000200     05  FILLER                  PIC X(01).
000210     05  FCH-FEED-ID             PIC X(08).
000220     05  FILLER                  PIC X(01).
000230     05  FCH-CREATE-DATE         PIC 9(08).
000240     05  FILLER                  PIC X(01).
000250     05  FCH-SEQUENCE            PIC 9(06).
000260     05  FILLER                  PIC X(47).
000270 01  FEED-TRAILER.
000280     05  FCT-TAG                 PIC X(08).
000290         88  FCT-TRAILER-TAG              VALUE "FEEDTRL".
000300     05  FILLER                  PIC X(01).
000310     05  FCT-FEED-ID             PIC X(08).
000320     05  FILLER                  PIC X(01).
000330     05  FCT-REC-COUNT           PIC 9(07).
000340     05  FILLER                  PIC X(01).
000350     05  FCT-HASH-TOTAL          PIC 9(11).
000360     05  FILLER                  PIC X(43).
