000010*--------------------------------------------------------------*
000020* ARCIDXRC - LOG ARCHIVE INDEX RECORD LAYOUT.                   *
000030*            ONE RECORD APPENDED BY LOG-PURGE FOR EACH ARCHIVE  *
000040*            GENERATION IT WRITES (ONE FOR EXCPTLOG, ONE FOR    *
000050*            AUDITLOG, EVERY RUN): THE BUSINESS DATE OF THE     *
000060*            PURGE, THE CUTOFF, THE OLDEST AND NEWEST RECORD    *
000070*            DATE MOVED AND HOW MANY RECORDS WERE MOVED.  THE   *
000080*            GDG ITSELF CARRIES NONE OF THIS, SO THE INDEX IS   *
000090*            HOW ARCHIVE-RETRIEVE KNOWS WHICH GENERATIONS A     *
000100*            DATE RANGE NEEDS AND WHETHER EACH ONE IS STILL ON  *
000110*            THE CATALOG.  AN EMPTY GENERATION HAS ZERO COUNT   *
000120*            AND ZERO DATES.                                    *
000130*--------------------------------------------------------------*
000140* DATE       INIT  DESCRIPTION                                 *
000150* 10/14/2026 RJH   ORIGINAL COPYBOOK.                          *
000160*--------------------------------------------------------------*
000170 01  ARCIDX-REC.
000180     05  AIDX-LOG                PIC X(08).
000190         88  AIDX-EXCEPTION-LOG           VALUE "EXCPTLOG".
000200         88  AIDX-AUDIT-LOG               VALUE "AUDITLOG".
000210     05  FILLER                  PIC X(01).
000220     05  AIDX-GEN-DATE           PIC 9(08).
000230     05  FILLER                  PIC X(01).
000240     05  AIDX-CUTOFF-DATE        PIC 9(08).
000250     05  FILLER                  PIC X(01).
000260     05  AIDX-LOW-DATE           PIC 9(08).
000270     05  FILLER                  PIC X(01).
000280     05  AIDX-HIGH-DATE          PIC 9(08).
000290     05  FILLER                  PIC X(01).
000300     05  AIDX-REC-COUNT          PIC 9(07).
000310     05  FILLER                  PIC X(01).
000320     05  AIDX-RUN-DATE           PIC 9(08).
000330     05  FILLER                  PIC X(01).
000340     05  AIDX-RUN-TIME           PIC 9(08).
000350     05  FILLER                  PIC X(10).
