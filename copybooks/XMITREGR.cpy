000010*--------------------------------------------------------------*
000020* XMITREGR - DISPATCH TRANSMISSION REGISTER RECORD LAYOUT.      *
000030*            ONE RECORD APPENDED BY DISPATCH-XMIT FOR EVERY     *
000040*            TRANSMISSION IT BUILDS (OR FAILS TO BUILD): THE    *
000050*            BUSINESS DATE, SEQUENCE, VERSION, DETAIL COUNT,    *
000060*            HASH TOTAL AND HOW IT WENT.  THE REGISTER IS WHERE *
000070*            THE NEXT SEQUENCE NUMBER COMES FROM, AND A SECOND  *
000080*            SENT ENTRY FOR THE SAME BUSINESS DATE IS WHAT      *
000090*            MAKES A RERUN A REPLACEMENT.                       *
000100*--------------------------------------------------------------*
000110* DATE       INIT  DESCRIPTION                                 *
000120* 10/14/2026 RJH   ORIGINAL COPYBOOK.                          *
000130*--------------------------------------------------------------*
000140 01  XMITREG-REC.
000150     05  XREG-BUS-DATE           PIC 9(08).
000160     05  FILLER                  PIC X(01).
000170     05  XREG-SEQUENCE           PIC 9(06).
000180     05  FILLER                  PIC X(01).
000190     05  XREG-VERSION            PIC 9(02).
000200     05  FILLER                  PIC X(01).
000210     05  XREG-XMIT-TYPE          PIC X(01).
000220     05  FILLER                  PIC X(01).
000230     05  XREG-DETAIL-COUNT       PIC 9(07).
000240     05  FILLER                  PIC X(01).
000250     05  XREG-HASH-TOTAL         PIC 9(11)V9(06).
000260     05  FILLER                  PIC X(01).
000270     05  XREG-STATUS             PIC X(08).
000280         88  XREG-SENT                    VALUE "SENT".
000290         88  XREG-REPLACED                VALUE "REPLACE".
000300         88  XREG-FAILED                  VALUE "FAILED".
000310     05  FILLER                  PIC X(01).
000320     05  XREG-RUN-DATE           PIC 9(08).
000330     05  FILLER                  PIC X(01).
000340     05  XREG-RUN-TIME           PIC 9(08).
000350     05  FILLER                  PIC X(07).
