000040* ALERT DISPATCH EXCEPTION SUMMARY RECORD - ALRTRPT
000050*
000060* ONE 80-BYTE PRINT RECORD, VIEWED TWO WAYS: A DETAIL LINE PER
000065* ALERT (SEVERITY, ALERT NUMBER ON THE ALRTHIST HISTORY WITH
000070* ITS DISPOSITION - N NEW, R ROLLED INTO AN OPEN ALERT, E
000075* ESCALATED TO SEVERE THIS CYCLE - ORIGINATING PROGRAM, RUN
000080* DATE, JOB NAME AND THE REASON, TRIMMED TO THE PRINT LINE) OR
000085* A CONTROL-TOTAL LINE.  SAME MOVE-SPACES-BEFORE-EVERY-WRITE
000090* RULE AS BANNREC.
000100******************************************************************
000110 01  ALRT-RPT-RECORD                PIC X(80).
000120
000140     05  FILLER                  PIC X(01).
000150     05  ALP-SEVERITY            PIC X(01).
000160     05  FILLER                  PIC X(01).
000162     05  ALP-ALERT-NO            PIC 9(06).
000164     05  ALP-DISPOSITION         PIC X(01).
000166     05  FILLER                  PIC X(01).
000170     05  ALP-PROGRAM-ID          PIC X(08).
000180     05  FILLER                  PIC X(01).
000190     05  ALP-RUN-DATE            PIC 9(08).
000200     05  FILLER                  PIC X(01).
000210     05  ALP-JOB-NAME            PIC X(08).
000220     05  FILLER                  PIC X(01).
000230     05  ALP-REASON              PIC X(42).
000240
000250 01  ALRT-RPT-TOTAL    REDEFINES ALRT-RPT-RECORD.
000260     05  FILLER                  PIC X(01).
