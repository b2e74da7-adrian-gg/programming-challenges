000326*                      LENGTH 204.  EACH MATCH PRINTS ITS DETAIL
000327*                      LINE PLUS ONE ECHO LINE PER NON-BLANK
000328*                      TEXT LINE.
000329*     10/15/2026  JA   AUDIT RECORDS NOW CARRY THE EMERGENCY
000330*                      BROADCAST OVERRIDE ID (SEE AUDITREC) -
000332*                      RECORD LENGTH 212.  A MATCH RUN UNDER AN
000334*                      OVERRIDE SHOWS THE OVERRIDE ID ON ITS
000336*                      DETAIL LINE.
000338******************************************************************
000340
000350 ENVIRONMENT DIVISION.
000360
000580
000590 FD  ARCHIN
000600     LABEL RECORDS ARE STANDARD
000610     RECORD CONTAINS 212 CHARACTERS.
000620 01  ARCHIN-RECORD               PIC X(212).
000630
000640 FD  AUDITLOG
000650     LABEL RECORDS ARE STANDARD
000660     RECORD CONTAINS 212 CHARACTERS.
000670 01  AUDITLOG-RECORD             PIC X(212).
000680
000690 FD  AUDQRPT
000700     LABEL RECORDS ARE STANDARD
002410******************************************************************
002420* 2500-TEST-AUDIT-RECORD - ONE AUDIT RECORD, WHICHEVER FILE IT
002430*     CAME FROM: COUNT IT, AND PRINT IT IF ITS RUN DATE IS IN
002435*     THE RANGE AND ITS JOB NAME PASSES THE FILTER.  A RUN
002440*     WHOSE TEXT CAME FROM AN EMERGENCY BROADCAST OVERRIDE
002445*     NAMES THE OVERRIDE ON ITS DETAIL LINE.
002450******************************************************************
002460 2500-TEST-AUDIT-RECORD.
002470
002620     MOVE AUD-RUN-DATE     TO ADQ-RUN-DATE.
002630     MOVE AUD-RUN-TIME     TO ADQ-RUN-TIME.
002640     MOVE AUD-JOB-NAME     TO ADQ-JOB-NAME.
002644     IF AUD-OVERRIDE-ID NOT = SPACES
002648         MOVE 'OVERRIDE:'     TO ADQ-OVR-LABEL
002652         MOVE AUD-OVERRIDE-ID TO ADQ-OVERRIDE-ID
002656     END-IF.
002660     WRITE AUDQ-RPT-RECORD AFTER ADVANCING 1 LINE.
002662
002664     PERFORM 2600-PRINT-TEXT-LINE THRU 2600-EXIT
