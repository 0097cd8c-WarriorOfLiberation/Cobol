000130*--------------------------------------------------------------*
000140* DATE       INIT  DESCRIPTION                                 *
000150* 09/02/2026 RJH   ORIGINAL COPYBOOK - MODELED ON EODHISTR.    *
001501* 10/14/2026 RJH   CENTROID COORDINATES SIGNED (TRAILING SIGN  *
001502*                  OVERPUNCH, SAME LENGTH) FOR DECIMAL-FORMAT  *
001503*                  POINT SETS; EARLIER RECORDS READ UNCHANGED. *
001504* 10/14/2026 RJH   TOTAL VISITING-ORDER ROUTE LENGTH ADDED AT  *
001505*                  THE END (RECORD 93 -> 110 BYTES).  RECORDS  *
001506*                  WRITTEN BEFORE IT CARRY SPACES THERE.       *
000160*--------------------------------------------------------------*
000170 01  GEOHIST-REC.
000180     05  GEO-DATE                PIC 9(08).
000210     05  FILLER                  PIC X(01).
000220     05  GEO-POINT-COUNT         PIC 9(05).
000230     05  FILLER                  PIC X(01).
000240     05  GEO-CENT-X              PIC S9(07)V9(06).
000250     05  FILLER                  PIC X(01).
000260     05  GEO-CENT-Y              PIC S9(07)V9(06).
000270     05  FILLER                  PIC X(01).
000280     05  GEO-FAR-DIST            PIC 9(07)V9(06).
000290     05  FILLER                  PIC X(01).
000300     05  GEO-NEAR-DIST           PIC 9(07)V9(06).
000310     05  FILLER                  PIC X(01).
000320     05  GEO-AVG-DIST            PIC 9(07)V9(06).
003201     05  FILLER                  PIC X(01).
003202     05  GEO-ROUTE-DIST          PIC 9(10)V9(06).
