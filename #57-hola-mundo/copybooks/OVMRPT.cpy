000010******************************************************************
000020* OVMRPT.CPY
000030*
000040* EMERGENCY BROADCAST OVERRIDE EDIT/APPLY REPORT RECORD - OVMRPT
000050*
000060* ONE 80-BYTE PRINT RECORD, VIEWED FOUR WAYS: A DETAIL LINE PER
000070* TRANSACTION (ECHOING THE HEADER CARD WITH ITS DISPOSITION AND,
000080* WHEN REJECTED, THE REASON), A TEXT ECHO LINE PER GREETING LINE
000090* THE TRANSACTION CARRIED, A SITE ECHO LINE PER TEN TARGET SITES,
000100* OR A CONTROL-TOTAL LINE.  SAME MOVE-SPACES-BEFORE-EVERY-WRITE
000110* RULE AS BANNREC.
000120******************************************************************
000130 01  OVM-RPT-RECORD                 PIC X(80).
000140
000150 01  OVM-RPT-DETAIL    REDEFINES OVM-RPT-RECORD.
000160     05  FILLER                  PIC X(01).
000170     05  OVM-ACTION              PIC X(01).
000180     05  FILLER                  PIC X(01).
000190     05  OVM-OVERRIDE-ID         PIC X(08).
000200     05  FILLER                  PIC X(01).
000210     05  OVM-START-DATE          PIC X(08).
000220     05  FILLER                  PIC X(01).
000230     05  OVM-START-TIME          PIC X(04).
000240     05  FILLER                  PIC X(01).
000250     05  OVM-END-DATE            PIC X(08).
000260     05  FILLER                  PIC X(01).
000270     05  OVM-END-TIME            PIC X(04).
000280     05  FILLER                  PIC X(01).
000290     05  OVM-TARGET              PIC X(01).
000300     05  FILLER                  PIC X(01).
000310     05  OVM-DISPOSITION         PIC X(08).
000320     05  FILLER                  PIC X(01).
000330     05  OVM-REASON              PIC X(26).
000340     05  FILLER                  PIC X(03).
000350
000360 01  OVM-RPT-TEXT      REDEFINES OVM-RPT-RECORD.
000370     05  FILLER                  PIC X(03).
000380     05  OVM-TEXT-LABEL          PIC X(08).
000390     05  OVM-TEXT-LINE           PIC X(60).
000400     05  FILLER                  PIC X(09).
000410
000420 01  OVM-RPT-SITES     REDEFINES OVM-RPT-RECORD.
000430     05  FILLER                  PIC X(03).
000440     05  OVM-SITE-LABEL          PIC X(08).
000450     05  OVM-SITE-ENTRY          OCCURS 10 TIMES.
000460         10  OVM-SITE-ID         PIC X(04).
000470         10  FILLER              PIC X(01).
000480     05  FILLER                  PIC X(19).
000490
000500 01  OVM-RPT-TOTAL     REDEFINES OVM-RPT-RECORD.
000510     05  FILLER                  PIC X(01).
000520     05  OVM-TOTAL-LABEL         PIC X(24).
000530     05  OVM-TOTAL-COUNT         PIC 9(05).
000540     05  FILLER                  PIC X(50).
