000010*--------------------------------------------------------------*
000020* CRDSNPRC - ACCEPTED SITE POSITION SNAPSHOT RECORD LAYOUT.     *
000030*            ONE RECORD PER SITE PER POINT SET, GROUPED BY SET, *
000040*            HOLDING THE POSITION EACH SITE HAD THE LAST NIGHT  *
000050*            ITS SET WENT THROUGH TO SOLUTION.  COORD-GATE      *
000060*            MEASURES TONIGHT'S COORDIN AGAINST IT AND WRITES   *
000070*            THE NEXT NIGHT'S COPY; A HELD SET KEEPS ITS OLD    *
000080*            POSITIONS UNTIL IT IS ACCEPTED OR RELEASED.        *
000090*            COORDINATES ARE THE DECODED VALUES, WHICHEVER      *
000100*            FORMAT THE SET ARRIVED IN.                         *
000110*--------------------------------------------------------------*
000120* DATE       INIT  DESCRIPTION                                 *
000130* 10/14/2026 RJH   ORIGINAL COPYBOOK.                          *
000140*--------------------------------------------------------------*
000150 01  CRDSNP-REC.
000160     05  SNP-SET-ID              PIC X(08).
000170     05  FILLER                  PIC X(01).
000180     05  SNP-SITE-ID             PIC X(08).
000190     05  FILLER                  PIC X(01).
000200     05  SNP-X                   PIC S9(10)V9(04).
000210     05  FILLER                  PIC X(01).
000220     05  SNP-Y                   PIC S9(10)V9(04).
000230     05  FILLER                  PIC X(01).
000240     05  SNP-DATE                PIC 9(08).
000250     05  FILLER                  PIC X(24).
