000010*--------------------------------------------------------------*
000020* RSNCODRC - EXCEPTION REASON-CODE CATALOG RECORD LAYOUT.       *
000030*            ONE RECORD PER STANDARD REASON CODE STAMPED ON     *
000040*            EXCPTLOG (EXCEPT-CODE IN EXCPTREC): THE CODE, ITS  *
000050*            SEVERITY, THE TEAM THAT OWNS THE PROBLEM AND THE   *
000060*            STANDARD TEXT.  EOD-REPORT SUMMARIZES THE DAY BY   *
000070*            CODE AND SEVERITY FROM IT.  CODES ARE A THREE-     *
000080*            LETTER PROGRAM PREFIX AND A THREE-DIGIT NUMBER.    *
000090*--------------------------------------------------------------*
000100* DATE       INIT  DESCRIPTION                                 *
000110* 10/14/2026 RJH   ORIGINAL COPYBOOK.                          *
000120*--------------------------------------------------------------*
000130 01  RSNCODE-REC.
000140     05  RSN-CODE                PIC X(06).
000150     05  FILLER                  PIC X(01).
000160     05  RSN-SEVERITY            PIC X(01).
000170         88  RSN-SEVERE                   VALUE 'S'.
000180         88  RSN-ERROR                    VALUE 'E'.
000190         88  RSN-WARNING                  VALUE 'W'.
000200         88  RSN-INFORMATIONAL            VALUE 'I'.
000210     05  FILLER                  PIC X(01).
000220     05  RSN-TEAM                PIC X(08).
000230     05  FILLER                  PIC X(01).
000240     05  RSN-TEXT                PIC X(40).
000250     05  FILLER                  PIC X(22).
