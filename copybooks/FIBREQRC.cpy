000010*--------------------------------------------------------------*
000020* FIBREQRC - STANDING FIBONACCI REQUEST MASTER RECORD LAYOUT.   *
000030*            ONE RECORD PER STANDING REQUEST, KEYED ON THE      *
000040*            REQUEST ID (VSAM KSDS, KEYS(8 0)): WHO ASKED FOR   *
000050*            IT, HOW MANY TERMS, THE STARTING PAIR, WHEN IT     *
000060*            RUNS AND WHETHER IT IS ACTIVE.  FIBONACCI AND      *
000070*            FIB-VERIFY SELECT THE REQUESTS DUE ON THE          *
000080*            BUSINESS DATE FROM IT IN PLACE OF THE OLD          *
000090*            PARAMETER CARD DECK, AND FIBONACCI STAMPS THE      *
000100*            LAST-RUN DATE ON EVERY REQUEST IT RUNS.  CHANGED   *
000110*            ONLY THROUGH FIB-REQ-MAINT (FIBRQMNT JOB).         *
000120*                                                               *
000130*            SCHEDULE  D = EVERY PROCESSING DAY                 *
000140*                      W = WEEKLY, ON FRQ-WEEK-DAY              *
000150*                          (1 = MONDAY ... 7 = SUNDAY)          *
000160*                      M = MONTH-END - THE LAST PROCESSING      *
000170*                          DAY OF THE MONTH ON THE BUSINESS     *
000180*                          CALENDAR                             *
000190*                      O = ONE-OFF, ON FRQ-RUN-ON-DATE OR THE   *
000200*                          FIRST PROCESSING DAY AFTER IT, AND   *
000210*                          ONLY ONCE                            *
000220*--------------------------------------------------------------*
000230* DATE       INIT  DESCRIPTION                                 *
000240* 10/14/2026 RJH   ORIGINAL COPYBOOK.                          *
000250*--------------------------------------------------------------*
000260 01  FIBREQ-REC.
000270     05  FRQ-REQUEST-ID          PIC X(08).
000280     05  FILLER                  PIC X(01).
000290     05  FRQ-REQUESTER           PIC X(08).
000300     05  FILLER                  PIC X(01).
000310     05  FRQ-NUM-TERMS           PIC 9(02).
000320     05  FILLER                  PIC X(01).
000330* BOTH ZERO MEANS THE STANDARD 0/1 STARTING PAIR.
000340     05  FRQ-START-TERM-1        PIC 9(06).
000350     05  FILLER                  PIC X(01).
000360     05  FRQ-START-TERM-2        PIC 9(06).
000370     05  FILLER                  PIC X(01).
000380     05  FRQ-SCHEDULE.
000390         10  FRQ-SCHED-TYPE      PIC X(01).
000400             88  FRQ-DAILY                VALUE 'D'.
000410             88  FRQ-WEEKLY               VALUE 'W'.
000420             88  FRQ-MONTH-END            VALUE 'M'.
000430             88  FRQ-ONE-OFF              VALUE 'O'.
000440         10  FILLER              PIC X(01).
000450         10  FRQ-WEEK-DAY        PIC 9(01).
000460         10  FILLER              PIC X(01).
000470         10  FRQ-RUN-ON-DATE     PIC 9(08).
000480     05  FILLER                  PIC X(01).
000490     05  FRQ-ACTIVE-FLAG         PIC X(01).
000500         88  FRQ-ACTIVE                   VALUE 'Y'.
000510         88  FRQ-INACTIVE                 VALUE 'N'.
000520     05  FILLER                  PIC X(01).
000530* ZERO UNTIL FIBONACCI FIRST RUNS THE REQUEST.
000540     05  FRQ-LAST-RUN-DATE       PIC 9(08).
000550     05  FILLER                  PIC X(01).
000560     05  FRQ-ADDED-DATE          PIC 9(08).
000570     05  FILLER                  PIC X(01).
000580     05  FRQ-CHANGED-DATE        PIC 9(08).
000590     05  FILLER                  PIC X(04).
