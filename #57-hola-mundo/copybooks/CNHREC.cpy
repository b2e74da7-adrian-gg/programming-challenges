000010******************************************************************
000020* CNHREC.CPY
000030*
000040* SITE RECEIPT CONFIRMATION HISTORY RECORD - CNFHIST
000050*
000060* ONE RECORD PER RUN DATE AND SITE ID, KEYED IN A VSAM KSDS,
000070* WRITTEN BY HELCONFM FOR EVERY SBHIST POSTING OF THE DAY WITH
000080* THE SITE'S VERDICT - CONFIRMED, CONFIRMED WITH DIFFERENT TEXT,
000090* OR NEVER CONFIRMED - AND RETAINED ACROSS DAYS, SO EACH SITE'S
000100* CONFIRMATION RATE CAN BE COUNTED OVER ANY PERIOD.  HELAVAIL
000110* READS IT BESIDE SBHIST TO REPORT AVAILABILITY ON WHAT THE
000120* SITES RECEIVED AS WELL AS ON WHAT WAS SENT.  A RERUN OF THE
000130* SAME DAY REPLACES THE DAY'S RECORDS IN PLACE.
000140******************************************************************
000150 01  CNFHIST-RECORD.
000160     05  CNH-KEY.
000170         10  CNH-RUN-DATE        PIC 9(08).
000180         10  CNH-SITE-ID         PIC X(04).
000190     05  CNH-JOB-NAME            PIC X(08).
000200     05  CNH-STATUS              PIC X(01).
000210         88  CNH-CONFIRMED                  VALUE 'C'.
000220         88  CNH-DIFFERENT                  VALUE 'D'.
000230         88  CNH-UNCONFIRMED                VALUE 'U'.
000240     05  CNH-TIME-RECEIVED       PIC X(06).
000250     05  FILLER                  PIC X(13).
