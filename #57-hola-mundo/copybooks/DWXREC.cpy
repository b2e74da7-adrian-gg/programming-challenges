000010******************************************************************
000020* DWXREC.CPY
000030*
000040* DATA-WAREHOUSE EXTRACT RECORD - DWEXTR
000050*
000060* ONE GENERATION PER BUSINESS DATE, WRITTEN BY HELDWEXT FOR THE
000070* CORPORATE WAREHOUSE LOAD.  EVERY RECORD IS 250 BYTES, FIELDS
000080* SEPARATED BY '|' IN THE ORDER BELOW, NUMBERS ZERO-FILLED AND
000090* TEXT PADDED WITH SPACES TO ITS FULL WIDTH, SO THE FILE LOADS
000100* EITHER AS DELIMITED OR AS FIXED COLUMNS.  DWX-RECORD-TYPE
000110* TELLS THE THREE KINDS APART:
000120*
000130*   H - HEADER, FIRST RECORD:
000140*       TYPE, 'HELDWEXT', BUSINESS DATE (YYYYMMDD), DATE AND
000150*       TIME EXTRACTED (YYYYMMDD, HHMMSSHH)
000160*   D - DETAIL, ONE PER SITE PER RUN:
000170*       TYPE, BUSINESS DATE, SITE ID, JOB NAME, AUDITLOG RUN
000180*       TIME (ZERO FOR A POSTING WITH NO EXECUTION BEHIND IT),
000190*       SOURCE (B - EXECUTION AND SBHIST POSTING, A - EXECUTION
000200*       NOT POSTED TO SBHIST, S - SBHIST POSTING WITH NO
000210*       EXECUTION), OVERRIDE ID, RUNCTR COUNT FOR THE DAY,
000220*       HELCAL PROCESSING DAY (Y, N, OR U - NOT ON THE
000230*       CALENDAR), WARNING AND SEVERE ALERTS RAISED FOR THE
000240*       JOB, GREETING TEXT LINES 1-3 (60 BYTES EACH)
000250*   T - TRAILER, LAST RECORD:
000260*       TYPE, BUSINESS DATE, DETAIL ROWS, EXECUTION ROWS (A OR
000270*       B), RUNCTR COUNT, ROWS POSTED TO SBHIST (B OR S),
000280*       WARNING AND SEVERE ALERTS FOR THE DATE, BALANCED FLAG
000290*       (Y WHEN EXECUTION ROWS EQUAL THE RUNCTR COUNT)
000300*
000310* THE SECOND VIEW GIVES THE FIXED POSITIONS OF THE HEADER,
000320* WHICH HELDWEXT READS BACK FROM THE LATEST GENERATION TO TELL
000330* A RERUN FROM A NEW DAY.
000340******************************************************************
000350 01  DW-EXTRACT-RECORD           PIC X(250).
000360 01  DW-EXTRACT-HEADER.
000370     05  DWX-RECORD-TYPE         PIC X(01).
000380         88  DWX-HEADER                     VALUE 'H'.
000390         88  DWX-DETAIL                     VALUE 'D'.
000400         88  DWX-TRAILER                    VALUE 'T'.
000410     05  FILLER                  PIC X(01).
000420     05  DWX-HDR-PROGRAM-ID      PIC X(08).
000430     05  FILLER                  PIC X(01).
000440     05  DWX-HDR-BUSINESS-DATE   PIC X(08).
000450     05  FILLER                  PIC X(231).
