000010*--------------------------------------------------------------*
000020* OPSSTSRC - MORNING OPERATIONS OVERALL STATUS RECORD.          *
000030*            ONE RECORD, REWRITTEN BY OPS-STATUS AT THE END OF  *
000040*            EVERY DAILY RUN, FOR THE SCHEDULER AND THE SHIFT   *
000050*            LOG: THE BUSINESS DATE, THE NIGHT'S OVERALL        *
000060*            RED/AMBER/GREEN, HOW MANY STATUS-PAGE LINES CAME   *
000070*            OUT EACH COLOUR, AND THE FIRST LINE THAT SET THE   *
000080*            OVERALL COLOUR WITH ITS REASON.  THE FULL PAGE IS  *
000090*            PROD.BATCH.RUN.OPSPAGE.                            *
000100*--------------------------------------------------------------*
000110* DATE       INIT  DESCRIPTION                                 *
000120* 10/14/2026 RJH   ORIGINAL COPYBOOK.                          *
000130*--------------------------------------------------------------*
000140 01  OPSSTAT-REC.
000150     05  OPST-BUS-DATE           PIC 9(08).
000160     05  FILLER                  PIC X(01).
000170     05  OPST-STATUS             PIC X(05).
000180         88  OPST-GREEN                   VALUE "GREEN".
000190         88  OPST-AMBER                   VALUE "AMBER".
000200         88  OPST-RED                     VALUE "RED".
000210     05  FILLER                  PIC X(01).
000220     05  OPST-RED-COUNT          PIC 9(02).
000230     05  FILLER                  PIC X(01).
000240     05  OPST-AMBER-COUNT        PIC 9(02).
000250     05  FILLER                  PIC X(01).
000260     05  OPST-GREEN-COUNT        PIC 9(02).
000270     05  FILLER                  PIC X(01).
000280     05  OPST-ITEM               PIC X(13).
000290     05  FILLER                  PIC X(01).
000300     05  OPST-REASON             PIC X(42).
