000050*
000060* ONE 80-BYTE PRINT RECORD, VIEWED FOUR WAYS: THE HEADING LINE
000070* ECHOING THE REQUESTED DATE RANGE AND JOB-NAME FILTER, A DETAIL
000074* LINE PER MATCHING AUDIT RECORD (NAMING THE BROADCAST OVERRIDE
000078* WHEN ONE SUPPLIED THE TEXT), A GREETING TEXT LINE PRINTED
000082* BENEATH ITS DETAIL LINE (ONE PER NON-BLANK 60-BYTE TEXT LINE -
000084* SEE AUDITREC), OR THE FOUND/NOT-FOUND TOTAL LINE.  SAME
000090* MOVE-SPACES-BEFORE-EVERY-WRITE RULE AS BANNREC.
000280     05  ADQ-RUN-TIME            PIC 9(08).
000290     05  FILLER                  PIC X(02).
000300     05  ADQ-JOB-NAME            PIC X(08).
000304     05  FILLER                  PIC X(02).
000308     05  ADQ-OVR-LABEL           PIC X(09).
000312     05  ADQ-OVERRIDE-ID         PIC X(08).
000316     05  FILLER                  PIC X(32).
000320
000330 01  AUDQ-RPT-TEXT     REDEFINES AUDQ-RPT-RECORD.
000340     05  FILLER                  PIC X(03).
