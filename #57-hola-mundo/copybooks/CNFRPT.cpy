000010******************************************************************
000020* CNFRPT.CPY
000030*
000040* SITE RECEIPT CONFIRMATION REPORT RECORD - CNFRPT
000050*
000060* ONE 80-BYTE PRINT RECORD, VIEWED FIVE WAYS: THE PAGE HEADING
000070* (BUSINESS DATE MATCHED), A SECTION OR COLUMN HEADING, AN
000080* EXCEPTION LINE PER SITE (JOB NAME, VERDICT, TIME RECEIVED AND
000090* A NOTE), A SENT/RECEIVED TEXT LINE BENEATH A SITE THAT
000100* CONFIRMED DIFFERENT TEXT, OR A CONTROL-TOTAL LINE.  SAME
000110* MOVE-SPACES-BEFORE-EVERY-WRITE RULE AS BANNREC.
000120******************************************************************
000130 01  CNF-RPT-RECORD                 PIC X(80).
000140
000150 01  CNF-RPT-HEADING   REDEFINES CNF-RPT-RECORD.
000160     05  FILLER                  PIC X(01).
000170     05  CNR-HDG-TITLE           PIC X(36).
000180     05  CNR-HDG-LABEL           PIC X(10).
000190     05  CNR-HDG-DATE            PIC 9(08).
000200     05  FILLER                  PIC X(25).
000210
000220 01  CNF-RPT-SECTHDG   REDEFINES CNF-RPT-RECORD.
000230     05  FILLER                  PIC X(01).
000240     05  CNR-SECT-TEXT           PIC X(70).
000250     05  FILLER                  PIC X(09).
000260
000270 01  CNF-RPT-DETAIL    REDEFINES CNF-RPT-RECORD.
000280     05  FILLER                  PIC X(01).
000290     05  CNR-SITE-ID             PIC X(04).
000300     05  FILLER                  PIC X(02).
000310     05  CNR-JOB-NAME            PIC X(08).
000320     05  FILLER                  PIC X(02).
000330     05  CNR-VERDICT             PIC X(20).
000340     05  FILLER                  PIC X(02).
000350     05  CNR-TIME-RECEIVED       PIC X(06).
000360     05  FILLER                  PIC X(02).
000370     05  CNR-NOTE                PIC X(30).
000380     05  FILLER                  PIC X(03).
000390
000400 01  CNF-RPT-TEXT      REDEFINES CNF-RPT-RECORD.
000410     05  FILLER                  PIC X(07).
000420     05  CNR-TEXT-LABEL          PIC X(10).
000430     05  CNR-TEXT                PIC X(60).
000440     05  FILLER                  PIC X(03).
000450
000460 01  CNF-RPT-TOTAL     REDEFINES CNF-RPT-RECORD.
000470     05  FILLER                  PIC X(01).
000480     05  CNR-TOTAL-LABEL         PIC X(28).
000490     05  CNR-TOTAL-COUNT         PIC 9(05).
000500     05  FILLER                  PIC X(46).
