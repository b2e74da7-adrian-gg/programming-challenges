000010******************************************************************
000020* OPARPT.CPY
000030*
000040* OPERATOR AUTHORITY AND REFUSAL REPORT RECORD - OPARPT
000050*
000060* ONE 80-BYTE PRINT RECORD, VIEWED SIX WAYS: THE HEADING THAT
000070* ECHOES THE REFUSAL PERIOD, A SECTION TITLE, A REFUSAL LINE PER
000080* REFUSLOG RECORD IN THE PERIOD, AN OPERATOR LINE PER OPERAUTH
000090* RECORD (ROLES, SCOPES, STATUS AND WHO GRANTED AND LAST CHANGED
000100* IT), A LANGUAGE OR SITE LIST LINE UNDER AN OPERATOR WHOSE SCOPE
000110* IS A LIST, OR A CONTROL-TOTAL LINE.  SAME MOVE-SPACES-BEFORE-
000120* EVERY-WRITE RULE AS BANNREC.
000130******************************************************************
000140 01  OPA-RPT-RECORD                 PIC X(80).
000150
000160 01  OPA-RPT-HEADING   REDEFINES OPA-RPT-RECORD.
000170     05  OPR-HDG-LABEL           PIC X(16).
000180     05  OPR-HDG-FROM-DATE       PIC 9(08).
000190     05  OPR-HDG-DASH            PIC X(03).
000200     05  OPR-HDG-TO-DATE         PIC 9(08).
000210     05  FILLER                  PIC X(45).
000220
000230 01  OPA-RPT-TITLE     REDEFINES OPA-RPT-RECORD.
000240     05  FILLER                  PIC X(01).
000250     05  OPR-TITLE               PIC X(60).
000260     05  FILLER                  PIC X(19).
000270
000280 01  OPA-RPT-REFUSAL   REDEFINES OPA-RPT-RECORD.
000290     05  FILLER                  PIC X(01).
000300     05  OPR-RFL-DATE            PIC 9(08).
000310     05  FILLER                  PIC X(01).
000320     05  OPR-RFL-TIME            PIC 9(08).
000330     05  FILLER                  PIC X(01).
000340     05  OPR-RFL-PROGRAM-ID      PIC X(08).
000350     05  FILLER                  PIC X(01).
000360     05  OPR-RFL-OPERATOR-ID     PIC X(08).
000370     05  FILLER                  PIC X(01).
000380     05  OPR-RFL-TERMINAL-ID     PIC X(04).
000390     05  FILLER                  PIC X(01).
000400     05  OPR-RFL-ROLE            PIC X(01).
000410     05  FILLER                  PIC X(01).
000420     05  OPR-RFL-SCOPE-KEY       PIC X(08).
000430     05  FILLER                  PIC X(01).
000440     05  OPR-RFL-REASON          PIC X(26).
000450     05  FILLER                  PIC X(01).
000460
000470 01  OPA-RPT-OPERATOR  REDEFINES OPA-RPT-RECORD.
000480     05  FILLER                  PIC X(01).
000490     05  OPR-OPERATOR-ID         PIC X(08).
000500     05  FILLER                  PIC X(01).
000510     05  OPR-OPERATOR-NAME       PIC X(20).
000520     05  FILLER                  PIC X(01).
000530     05  OPR-STATUS              PIC X(01).
000540     05  FILLER                  PIC X(01).
000550     05  OPR-ROLES               PIC X(05).
000560     05  FILLER                  PIC X(01).
000570     05  OPR-LANG-SCOPE          PIC X(01).
000580     05  OPR-SITE-SCOPE          PIC X(01).
000590     05  FILLER                  PIC X(01).
000600     05  OPR-GRANTED-BY          PIC X(08).
000610     05  FILLER                  PIC X(01).
000620     05  OPR-GRANTED-DATE        PIC 9(08).
000630     05  FILLER                  PIC X(01).
000640     05  OPR-CHANGED-BY          PIC X(08).
000650     05  FILLER                  PIC X(01).
000660     05  OPR-CHANGED-DATE        PIC 9(08).
000670     05  FILLER                  PIC X(03).
000680
000690 01  OPA-RPT-LIST      REDEFINES OPA-RPT-RECORD.
000700     05  FILLER                  PIC X(03).
000710     05  OPR-LIST-LABEL          PIC X(08).
000720     05  OPR-LIST-ENTRY          OCCURS 10 TIMES.
000730         10  OPR-LIST-ITEM       PIC X(04).
000740         10  FILLER              PIC X(01).
000750     05  FILLER                  PIC X(19).
000760
000770 01  OPA-RPT-TOTAL     REDEFINES OPA-RPT-RECORD.
000780     05  FILLER                  PIC X(01).
000790     05  OPR-TOTAL-LABEL         PIC X(24).
000800     05  OPR-TOTAL-COUNT         PIC 9(05).
000810     05  FILLER                  PIC X(50).
