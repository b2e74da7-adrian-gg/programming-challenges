000010******************************************************************
000020* XREFRPT.CPY
000030*
000040* CROSS-FILE INTEGRITY CHECK REPORT RECORD - XREFRPT
000050*
000060* ONE 80-BYTE PRINT RECORD, VIEWED THREE WAYS: THE HEADING THAT
000070* ECHOES THE CYCLE DATE CHECKED, A FINDING LINE PER CROSS-FILE
000080* PROBLEM HELXREF TURNS UP (ITS SEVERITY - W WARNING OR S
000090* SEVERE - THE FILE AND KEY IT CONCERNS, AND A ONE-LINE
000100* DESCRIPTION), OR A CONTROL-TOTAL LINE.  SAME MOVE-SPACES-
000110* BEFORE-EVERY-WRITE RULE AS BANNREC.
000120******************************************************************
000130 01  XREF-RPT-RECORD                PIC X(80).
000140
000150 01  XREF-RPT-HEADING  REDEFINES XREF-RPT-RECORD.
000160     05  XRF-HDG-LABEL           PIC X(24).
000170     05  XRF-HDG-DATE            PIC 9(08).
000180     05  FILLER                  PIC X(48).
000190
000200 01  XREF-RPT-FINDING  REDEFINES XREF-RPT-RECORD.
000210     05  FILLER                  PIC X(01).
000220     05  XRF-SEVERITY            PIC X(01).
000230     05  FILLER                  PIC X(02).
000240     05  XRF-FILE-NAME           PIC X(08).
000250     05  FILLER                  PIC X(02).
000260     05  XRF-KEY                 PIC X(08).
000270     05  FILLER                  PIC X(02).
000280     05  XRF-FINDING-TEXT        PIC X(56).
000290
000300 01  XREF-RPT-TOTAL    REDEFINES XREF-RPT-RECORD.
000310     05  FILLER                  PIC X(01).
000320     05  XRF-TOTAL-LABEL         PIC X(24).
000330     05  XRF-TOTAL-COUNT         PIC 9(05).
000340     05  FILLER                  PIC X(50).
