000010******************************************************************
000020* ALKRPT.CPY
000030*
000040* ALERT ACKNOWLEDGEMENT EDIT/APPLY REPORT RECORD - ALKRPT
000050*
000060* ONE 80-BYTE PRINT RECORD, VIEWED TWO WAYS: A DETAIL LINE PER
000070* CARD (ALERT NUMBER, DISPOSITION, AND THE ALERT'S PROGRAM, JOB
000080* AND REASON, TRIMMED TO THE PRINT LINE) OR A CONTROL-TOTAL
000090* LINE.  SAME MOVE-SPACES-BEFORE-EVERY-WRITE RULE AS BANNREC.
000100******************************************************************
000110 01  ALK-RPT-RECORD                 PIC X(80).
000120
000130 01  ALK-RPT-DETAIL    REDEFINES ALK-RPT-RECORD.
000140     05  FILLER                  PIC X(01).
000150     05  AKR-ALERT-NO            PIC X(06).
000160     05  FILLER                  PIC X(01).
000170     05  AKR-DISPOSITION         PIC X(26).
000180     05  FILLER                  PIC X(01).
000190     05  AKR-PROGRAM-ID          PIC X(08).
000200     05  FILLER                  PIC X(01).
000210     05  AKR-JOB-NAME            PIC X(08).
000220     05  FILLER                  PIC X(01).
000230     05  AKR-REASON              PIC X(27).
000240
000250 01  ALK-RPT-TOTAL     REDEFINES ALK-RPT-RECORD.
000260     05  FILLER                  PIC X(01).
000270     05  AKR-TOTAL-LABEL         PIC X(24).
000280     05  AKR-TOTAL-COUNT         PIC 9(05).
000290     05  FILLER                  PIC X(50).
