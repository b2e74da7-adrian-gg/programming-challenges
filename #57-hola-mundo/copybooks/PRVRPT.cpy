000010******************************************************************
000020* PRVRPT.CPY
000030*
000040* GREETING PROVENANCE EVIDENCE REPORT RECORD - PRVRPT
000050*
000060* ONE 80-BYTE PRINT RECORD, VIEWED FIVE WAYS: THE HEADING THAT
000070* ECHOES THE PERIOD, A DETAIL LINE PER DISTINCT DISPLAYED TEXT
000080* (ITS PROVENANCE CLASS, FIRST AND LAST RUN DATE, RUN COUNT, THE
000090* FIRST JOB THAT SHOWED IT, ANY OVERRIDE ID, AND FOR AN EXCEPTION
000100* THE REASON), AN EVIDENCE LINE NAMING THE CHGLOG CHANGE (OR THE
000110* OVRDTAB OVERRIDE) THAT PUT THE TEXT LIVE AND WHO ENTERED AND
000120* APPROVED IT, A GREETING TEXT LINE, OR A CONTROL-TOTAL LINE.
000130* SAME MOVE-SPACES-BEFORE-EVERY-WRITE RULE AS BANNREC.
000140******************************************************************
000150 01  PRV-RPT-RECORD                 PIC X(80).
000160
000170 01  PRV-RPT-HEADING   REDEFINES PRV-RPT-RECORD.
000180     05  PVR-HDG-LABEL           PIC X(16).
000190     05  PVR-HDG-FROM-DATE       PIC 9(08).
000200     05  PVR-HDG-DASH            PIC X(03).
000210     05  PVR-HDG-TO-DATE         PIC 9(08).
000220     05  FILLER                  PIC X(45).
000230
000240 01  PRV-RPT-DETAIL    REDEFINES PRV-RPT-RECORD.
000250     05  FILLER                  PIC X(01).
000260     05  PVR-CLASS               PIC X(11).
000270     05  FILLER                  PIC X(01).
000280     05  PVR-FIRST-DATE          PIC 9(08).
000290     05  FILLER                  PIC X(01).
000300     05  PVR-LAST-DATE           PIC 9(08).
000310     05  FILLER                  PIC X(01).
000320     05  PVR-RUN-COUNT           PIC 9(05).
000330     05  FILLER                  PIC X(01).
000340     05  PVR-JOB-NAME            PIC X(08).
000350     05  FILLER                  PIC X(01).
000360     05  PVR-OVERRIDE-ID         PIC X(08).
000370     05  FILLER                  PIC X(01).
000380     05  PVR-REASON              PIC X(25).
000390
000400 01  PRV-RPT-EVIDENCE  REDEFINES PRV-RPT-RECORD.
000410     05  FILLER                  PIC X(03).
000420     05  PVR-EVD-LABEL           PIC X(08).
000430     05  PVR-EVD-DATE            PIC 9(08).
000440     05  FILLER                  PIC X(01).
000450     05  PVR-EVD-TIME            PIC 9(08).
000460     05  FILLER                  PIC X(01).
000470     05  PVR-EVD-LANG-CODE       PIC X(02).
000480     05  FILLER                  PIC X(02).
000490     05  PVR-EVD-BY-LABEL        PIC X(04).
000500     05  PVR-EVD-OPERATOR-ID     PIC X(08).
000510     05  FILLER                  PIC X(01).
000520     05  PVR-EVD-APPR-LABEL      PIC X(10).
000530     05  PVR-EVD-APPROVER-ID     PIC X(08).
000540     05  FILLER                  PIC X(16).
000550
000560 01  PRV-RPT-TEXT      REDEFINES PRV-RPT-RECORD.
000570     05  FILLER                  PIC X(03).
000580     05  PVR-TEXT-LABEL          PIC X(08).
000590     05  PVR-TEXT-LINE           PIC X(60).
000600     05  FILLER                  PIC X(09).
000610
000620 01  PRV-RPT-TOTAL     REDEFINES PRV-RPT-RECORD.
000630     05  FILLER                  PIC X(01).
000640     05  PVR-TOTAL-LABEL         PIC X(24).
000650     05  PVR-TOTAL-COUNT         PIC 9(09).
000660     05  FILLER                  PIC X(02).
000670     05  PVR-STATUS-TEXT         PIC X(14).
000680     05  FILLER                  PIC X(30).
