000318*                      STRUCTURED ALERT RECORD (SEE ALRTREC) TO
000319*                      THE COMMON ALERTS INTERFACE FILE FOR THE
000320*                      END-OF-CYCLE HELALERT DISPATCHER.
000321*     10/15/2026  JA   STATUS-BOARD RECORDS NOW CARRY THE
000322*                      EMERGENCY BROADCAST OVERRIDE ID (SEE
000324*                      STATREC) - RECORD LENGTH 216.  A POSTING
000325*                      GREETED BY AN OVERRIDE SHOWS THE OVERRIDE
000327*                      ID ON ITS BOARD-PAGE DETAIL LINE.
000328******************************************************************
000330
000340 ENVIRONMENT DIVISION.
000350
000590
000600 FD  STATBORD
000610     LABEL RECORDS ARE STANDARD
000620     RECORD CONTAINS 216 CHARACTERS.
000630     COPY STATREC.
000640
000650 FD  SBHIST
001760*     (REPLACING THE SAME DATE AND JOB'S RECORD ON A RERUN) AND
001770*     PRINT IT ON THE BOARD PAGE, FLAGGING A LINE CARRYING AN
001780*     OLDER DATE THAN TODAY.  A BOARD PAGE THAT NEVER CAME OPEN
001785*     IS LEFT ALONE HERE - THE HISTORY STILL POSTS.  A SITE
001790*     GREETED BY AN EMERGENCY BROADCAST OVERRIDE CARRIES THE
001795*     OVERRIDE ID ON ITS DETAIL LINE.
001800******************************************************************
001810 2100-POST-ONE-RECORD.
001820
002130         MOVE STB-JOB-NAME     TO SBO-JOB-NAME
002150         IF STB-RUN-DATE < WS-RUN-DATE
002160             MOVE '** STALE **' TO SBO-FLAG
002162         END-IF
002164         IF STB-OVERRIDE-ID NOT = SPACES
002166             MOVE 'OVERRIDE:'     TO SBO-OVR-LABEL
002168             MOVE STB-OVERRIDE-ID TO SBO-OVERRIDE-ID
002170         END-IF
002180         WRITE SBORD-RECORD AFTER ADVANCING 1 LINE
002182         PERFORM 2150-PRINT-TEXT-LINE THRU 2150-EXIT
