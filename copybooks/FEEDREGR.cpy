000010*--------------------------------------------------------------*
000020* FEEDREGR - INBOUND FEED REGISTER RECORD LAYOUT.               *
000030*            ONE RECORD APPENDED BY FEED-CHECK FOR EVERY FEED   *
000040*            IT EXAMINES: FEED, SEQUENCE, CREATION DATE, COUNT, *
000050*            HASH TOTAL, THE BUSINESS DATE IT WAS FOR, AND THE  *
000060*            OUTCOME.  ONLY ACCEPTED ENTRIES ARE THE HISTORY A  *
000070*            LATER FEED IS MEASURED AGAINST - RERUN, HELD AND   *
000080*            REJECTED ENTRIES ARE KEPT FOR THE RECORD ONLY.     *
000090*--------------------------------------------------------------*
000100* DATE       INIT  DESCRIPTION                                 *
000110* 10/14/2026 RJH   ORIGINAL COPYBOOK.                          *
000120*--------------------------------------------------------------*
000130 01  FEEDREG-REC.
000140     05  FREG-FEED-ID            PIC X(08).
000150     05  FILLER                  PIC X(01).
000160     05  FREG-SEQUENCE           PIC 9(06).
000170     05  FILLER                  PIC X(01).
000180     05  FREG-CREATE-DATE        PIC 9(08).
000190     05  FILLER                  PIC X(01).
000200     05  FREG-REC-COUNT          PIC 9(07).
000210     05  FILLER                  PIC X(01).
000220     05  FREG-HASH-TOTAL         PIC 9(11).
000230     05  FILLER                  PIC X(01).
000240     05  FREG-BUS-DATE           PIC 9(08).
000250     05  FILLER                  PIC X(01).
000260     05  FREG-STATUS             PIC X(08).
000270         88  FREG-ACCEPTED                VALUE "ACCEPTED".
000280         88  FREG-RERUN                   VALUE "RERUN".
000290         88  FREG-HELD                    VALUE "HELD".
000300         88  FREG-REJECTED                VALUE "REJECTED".
000310     05  FILLER                  PIC X(01).
000320     05  FREG-RUN-DATE           PIC 9(08).
000330     05  FILLER                  PIC X(01).
000340     05  FREG-RUN-TIME           PIC 9(08).
