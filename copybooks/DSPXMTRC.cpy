000010*--------------------------------------------------------------*
000020* DSPXMTRC - DISPATCH TRANSMISSION RECORD LAYOUTS.              *
000030*            THE NIGHT'S SITE-TO-DEPOT ASSIGNMENTS AS SENT TO   *
000040*            THE DISPATCH SYSTEM BY DISPATCH-XMIT: ONE HEADER   *
000050*            (H) WITH THE BUSINESS DATE AND TRANSMISSION        *
000060*            SEQUENCE, ONE DETAIL (D) PER ASSIGNED SITE, AND    *
000070*            ONE TRAILER (T) WITH THE DETAIL COUNT AND A HASH   *
000080*            TOTAL OF THE DISTANCES.  A HEADER TYPE OF R MARKS  *
000090*            A REPLACEMENT FOR A BUSINESS DATE ALREADY SENT -   *
000100*            DISPATCH SWAPS IT IN FOR THAT SEQUENCE RATHER      *
000110*            THAN LOADING IT AS A NEW DAY.  DISTANCES ARE       *
000120*            UNEDITED, SIX IMPLIED DECIMAL PLACES.              *
000130*--------------------------------------------------------------*
000140* DATE       INIT  DESCRIPTION                                 *
000150* 10/14/2026 RJH   ORIGINAL COPYBOOK.                          *
000160*--------------------------------------------------------------*
000170 01  DSPXMT-HEADER.
000180     05  DSPH-REC-TYPE           PIC X(01).
000190         88  DSP-HEADER-REC               VALUE 'H'.
000200         88  DSP-DETAIL-REC               VALUE 'D'.
000210         88  DSP-TRAILER-REC              VALUE 'T'.
000220     05  FILLER                  PIC X(01).
000230     05  DSPH-BUS-DATE           PIC 9(08).
000240     05  FILLER                  PIC X(01).
000250     05  DSPH-SEQUENCE           PIC 9(06).
000260     05  FILLER                  PIC X(01).
000270     05  DSPH-XMIT-TYPE          PIC X(01).
000280         88  DSPH-ORIGINAL                VALUE 'O'.
000290         88  DSPH-REPLACEMENT             VALUE 'R'.
000300     05  FILLER                  PIC X(01).
000310     05  DSPH-VERSION            PIC 9(02).
000320     05  FILLER                  PIC X(01).
000330     05  DSPH-CREATE-DATE        PIC 9(08).
000340     05  FILLER                  PIC X(01).
000350     05  DSPH-CREATE-TIME        PIC 9(08).
000360     05  FILLER                  PIC X(40).
000370 01  DSPXMT-DETAIL.
000380     05  DSPD-REC-TYPE           PIC X(01).
000390     05  FILLER                  PIC X(01).
000400     05  DSPD-SET-ID             PIC X(08).
000410     05  FILLER                  PIC X(01).
000420     05  DSPD-SITE-ID            PIC X(08).
000430     05  FILLER                  PIC X(01).
000440     05  DSPD-DEPOT-ID           PIC X(08).
000450     05  FILLER                  PIC X(01).
000460     05  DSPD-DISTANCE           PIC 9(07)V9(06).
000470     05  FILLER                  PIC X(01).
000480     05  DSPD-REGION             PIC X(08).
000490     05  FILLER                  PIC X(29).
000500 01  DSPXMT-TRAILER.
000510     05  DSPT-REC-TYPE           PIC X(01).
000520     05  FILLER                  PIC X(01).
000530     05  DSPT-BUS-DATE           PIC 9(08).
000540     05  FILLER                  PIC X(01).
000550     05  DSPT-SEQUENCE           PIC 9(06).
000560     05  FILLER                  PIC X(01).
000570     05  DSPT-DETAIL-COUNT       PIC 9(07).
000580     05  FILLER                  PIC X(01).
000590     05  DSPT-HASH-TOTAL         PIC 9(11)V9(06).
000600     05  FILLER                  PIC X(37).
