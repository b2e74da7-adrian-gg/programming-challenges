000010******************************************************************
000020* OPAMRPT.CPY
000030*
000040* OPERATOR AUTHORITY MAINTENANCE EDIT/APPLY REPORT RECORD -
000050* OPAMRPT
000060*
000070* ONE 80-BYTE PRINT RECORD, VIEWED THREE WAYS: A DETAIL LINE PER
000080* TRANSACTION (ECHOING THE HEADER CARD WITH ITS DISPOSITION AND,
000090* WHEN REJECTED, THE REASON), A LIST ECHO LINE PER LANGUAGE OR
000100* SITE LIST THE TRANSACTION CARRIED, OR A CONTROL-TOTAL LINE.
000110* SAME MOVE-SPACES-BEFORE-EVERY-WRITE RULE AS BANNREC.
000120******************************************************************
000130 01  OPAM-RPT-RECORD                PIC X(80).
000140
000150 01  OPAM-RPT-DETAIL   REDEFINES OPAM-RPT-RECORD.
000160     05  FILLER                  PIC X(01).
000170     05  OPM-ACTION              PIC X(01).
000180     05  FILLER                  PIC X(01).
000190     05  OPM-OPERATOR-ID         PIC X(08).
000200     05  FILLER                  PIC X(01).
000210     05  OPM-OPERATOR-NAME       PIC X(20).
000220     05  FILLER                  PIC X(01).
000230     05  OPM-ROLES               PIC X(05).
000240     05  FILLER                  PIC X(01).
000250     05  OPM-LANG-SCOPE          PIC X(01).
000260     05  OPM-SITE-SCOPE          PIC X(01).
000270     05  FILLER                  PIC X(01).
000280     05  OPM-DISPOSITION         PIC X(08).
000290     05  FILLER                  PIC X(01).
000300     05  OPM-REASON              PIC X(26).
000310     05  FILLER                  PIC X(03).
000320
000330 01  OPAM-RPT-LIST     REDEFINES OPAM-RPT-RECORD.
000340     05  FILLER                  PIC X(03).
000350     05  OPM-LIST-LABEL          PIC X(08).
000360     05  OPM-LIST-ENTRY          OCCURS 10 TIMES.
000370         10  OPM-LIST-ITEM       PIC X(04).
000380         10  FILLER              PIC X(01).
000390     05  FILLER                  PIC X(19).
000400
000410 01  OPAM-RPT-TOTAL    REDEFINES OPAM-RPT-RECORD.
000420     05  FILLER                  PIC X(01).
000430     05  OPM-TOTAL-LABEL         PIC X(24).
000440     05  OPM-TOTAL-COUNT         PIC 9(05).
000450     05  FILLER                  PIC X(50).
