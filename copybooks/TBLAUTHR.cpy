000010*--------------------------------------------------------------*
000020* TBLAUTHR - LOOKUP MAINTENANCE AUTHORITY RECORD LAYOUT.        *
000030*            ONE G (GRANT) RECORD PER REQUESTER PER TABLE ID,   *
000040*            SAYING WHICH MAINTENANCE ACTIONS THAT REQUESTER    *
000050*            MAY PUT THROUGH TABLE-MAINT AGAINST THE TABLE -    *
000060*            ADD, CHANGE (REPLACE), DELETE, AND APPROVE A       *
000070*            HELD ITEM - EACH FLAGGED Y OR N.  ONE C            *
000080*            (CRITICAL) RECORD PER TABLE ID WHOSE DELETES AND   *
000090*            STATUS CHANGES NEED A SECOND, DIFFERENT            *
000100*            APPROVER BEFORE THEY ARE APPLIED; THE USER ID      *
000110*            AND FLAGS ARE BLANK ON A C RECORD.  A REQUESTER    *
000120*            WITH NO G RECORD FOR A TABLE MAY DO NOTHING IN     *
000130*            IT.  ANY OTHER RECORD TYPE (* = COMMENT) IS        *
000140*            IGNORED.  LOADED BY THE TBLAUTH JOB.               *
000150*--------------------------------------------------------------*
000160* DATE       INIT  DESCRIPTION                                 *
000170* 10/14/2026 RJH   ORIGINAL COPYBOOK.                          *
000180*--------------------------------------------------------------*
000190 01  TBLAUTH-REC.
000200     05  AUTH-REC-TYPE           PIC X(01).
000210         88  AUTH-GRANT-REC               VALUE 'G'.
000220         88  AUTH-CRITICAL-REC            VALUE 'C'.
000230     05  FILLER                  PIC X(01).
000240     05  AUTH-TABLE-ID           PIC X(08).
000250     05  FILLER                  PIC X(01).
000260     05  AUTH-USER-ID            PIC X(08).
000270     05  FILLER                  PIC X(01).
000280     05  AUTH-ACTIONS.
000290         10  AUTH-CAN-ADD        PIC X(01).
000300         10  AUTH-CAN-CHANGE     PIC X(01).
000310         10  AUTH-CAN-DELETE     PIC X(01).
000320         10  AUTH-CAN-APPROVE    PIC X(01).
000330     05  FILLER                  PIC X(56).
