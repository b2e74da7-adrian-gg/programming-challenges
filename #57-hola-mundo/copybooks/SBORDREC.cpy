000072* JOB AND FLAG), A GREETING TEXT LINE PRINTED BENEATH ITS
000074* DETAIL LINE (ONE PER NON-BLANK 60-BYTE TEXT LINE - SEE
000076* LANGREC), OR THE BOARD STATUS LINE (CURRENT OR STALE).  SAME
000082* MOVE-SPACES-BEFORE-EVERY-WRITE RULE AS BANNREC.  A DETAIL LINE
000088* FOR A SITE GREETED BY AN EMERGENCY BROADCAST OVERRIDE ALSO
000094* CARRIES THE OVERRIDE ID (SEE OVRDREC).
000100******************************************************************
000110 01  SBORD-RECORD                   PIC X(80).
000120
000260     05  SBO-JOB-NAME            PIC X(08).
000270     05  FILLER                  PIC X(02).
000300     05  SBO-FLAG                PIC X(12).
000302     05  FILLER                  PIC X(02).
000304     05  SBO-OVR-LABEL           PIC X(09).
000306     05  SBO-OVERRIDE-ID         PIC X(08).
000308     05  FILLER                  PIC X(22).
000312
000314 01  SBORD-REC-TEXT    REDEFINES SBORD-RECORD.
000316     05  FILLER                  PIC X(03).
