000010******************************************************************
000020* ALGRPT.CPY
000030*
000040* OPEN-ALERT AGING REPORT RECORD - ALGRPT
000050*
000060* ONE 80-BYTE PRINT RECORD, VIEWED FOUR WAYS: THE HEADING LINE
000070* (THE DATE THE REPORT WAS RUN), A DETAIL LINE PER OPEN ALERT
000080* (ALERT NUMBER, SEVERITY NOW AND AS RAISED, ORIGINATING
000090* PROGRAM, JOB NAME, FIRST AND LAST SEEN, OCCURRENCES AND
000100* CYCLES OPEN), THE REASON LINE PRINTED UNDER EACH DETAIL LINE,
000110* OR A CONTROL-TOTAL LINE.  SAME MOVE-SPACES-BEFORE-EVERY-WRITE
000120* RULE AS BANNREC.
000130******************************************************************
000140 01  ALG-RPT-RECORD                 PIC X(80).
000150
000160 01  ALG-RPT-HEADING   REDEFINES ALG-RPT-RECORD.
000170     05  FILLER                  PIC X(01).
000180     05  AGR-HDG-LABEL           PIC X(30).
000190     05  AGR-HDG-DATE            PIC 9(08).
000200     05  FILLER                  PIC X(41).
000210
000220 01  ALG-RPT-DETAIL    REDEFINES ALG-RPT-RECORD.
000230     05  FILLER                  PIC X(01).
000240     05  AGR-ALERT-NO            PIC 9(06).
000250     05  FILLER                  PIC X(01).
000260     05  AGR-SEVERITY            PIC X(01).
000270     05  AGR-RAISED-SEVERITY     PIC X(01).
000280     05  FILLER                  PIC X(01).
000290     05  AGR-PROGRAM-ID          PIC X(08).
000300     05  FILLER                  PIC X(01).
000310     05  AGR-JOB-NAME            PIC X(08).
000320     05  FILLER                  PIC X(01).
000330     05  AGR-FIRST-SEEN          PIC 9(08).
000340     05  FILLER                  PIC X(01).
000350     05  AGR-LAST-SEEN           PIC 9(08).
000360     05  FILLER                  PIC X(01).
000370     05  AGR-OCCURRENCES         PIC 9(05).
000380     05  FILLER                  PIC X(01).
000390     05  AGR-CYCLES-OPEN         PIC 9(05).
000400     05  FILLER                  PIC X(22).
000410
000420 01  ALG-RPT-REASON    REDEFINES ALG-RPT-RECORD.
000430     05  FILLER                  PIC X(08).
000440     05  AGR-REASON              PIC X(60).
000450     05  FILLER                  PIC X(12).
000460
000470 01  ALG-RPT-TOTAL     REDEFINES ALG-RPT-RECORD.
000480     05  FILLER                  PIC X(01).
000490     05  AGR-TOTAL-LABEL         PIC X(24).
000500     05  AGR-TOTAL-COUNT         PIC 9(05).
000510     05  FILLER                  PIC X(50).
