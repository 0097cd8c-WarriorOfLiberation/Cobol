000030*            COPIED INTO BINARY-SEARCH AND TABLE-MAINT SO THE   *
000040*            LOOKUP FILE IS READ AND MAINTAINED IN ONE COMMON   *
000050*            FORMAT.  THE MASTER IS AN INDEXED FILE KEYED ON    *
000060*            LOOK-REC-KEY (TABLE ID, ENTRY KEY AND VERSION END  *
000070*            DATE), SO ASCENDING SEQUENCE AND UNIQUENESS ARE    *
000080*            ENFORCED BY THE INDEX ITSELF.  EACH ENTRY KEEPS    *
000801*            ONE RECORD PER DATED VERSION: THE CURRENT VERSION  *
000802*            CARRIES A VERSION END DATE OF 99999999, AND EVERY  *
000803*            VERSION IT REPLACED IS KEPT UNDER THE DATE IT WAS  *
000804*            CLOSED OFF.  TABLE-MAINT IS STILL THE ONLY         *
000082*            SANCTIONED WRITER.                                 *
000082*--------------------------------------------------------------*
000090* DATE       INIT  DESCRIPTION                                 *
000143*                  KEY IS THE TABLE ID PLUS THE ENTRY KEY      *
000144*                  (LOOK-REC-KEY), SO EACH TABLE'S ENTRIES     *
000145*                  CLUSTER TOGETHER IN KEY ORDER.              *
001451* 10/14/2026 RJH   KEEP DATED VERSIONS OF EACH ENTRY.  THE     *
001452*                  RECORD KEY GAINS LOOK-VER-END, THE DATE     *
001453*                  THE VERSION STOPPED APPLYING (99999999 FOR  *
001454*                  THE CURRENT ONE), AND LOOK-VER-DATE HOLDS   *
001455*                  THE DATE IT CAME INTO FORCE.  A VERSION IS  *
001456*                  IN FORCE ON DATES FROM LOOK-VER-DATE UP TO  *
001457*                  BUT NOT INCLUDING LOOK-VER-END, SO THE      *
001458*                  VERSION FOR ANY AS-OF DATE IS THE FIRST     *
001459*                  RECORD KEYED AFTER TABLE/KEY/AS-OF DATE.    *
000140*--------------------------------------------------------------*
000150 01  LOOKUP-REC.
000155     05  LOOK-REC-KEY.
001551         10  LOOK-ENTRY-KEY.
000156             15  LOOK-TABLE-ID   PIC X(08).
000160             15  LOOK-KEY        PIC X(08).
001601         10  LOOK-VER-END        PIC 9(08).
001602             88  LOOK-CURRENT-VERSION     VALUE 99999999.
000170     05  FILLER                  PIC X(01).
000180     05  LOOK-DESC               PIC X(20).
000190     05  FILLER                  PIC X(01).
000240     05  LOOK-EFF-DATE           PIC 9(08).
000250     05  FILLER                  PIC X(01).
000260     05  LOOK-EXP-DATE           PIC 9(08).
000270     05  FILLER                  PIC X(01).
000280     05  LOOK-VER-DATE           PIC 9(08).
