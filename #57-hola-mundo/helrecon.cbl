000470*                      WITH NO RUNCTR RECORD AT ALL RAISES A
000471*                      SEVERE ALERT.  THE PRINTED REPORT IS
000472*                      UNCHANGED.
000473*     10/15/2026  JA   AUDIT RECORDS NOW CARRY THE EMERGENCY
000474*                      BROADCAST OVERRIDE ID (SEE AUDITREC) -
000475*                      RECORD LENGTH 212.  NOTHING HERE READS THE
000476*                      NEW FIELD.
000480******************************************************************
000481
000490 ENVIRONMENT DIVISION.
000890
000900 FD  AUDITLOG
000910     LABEL RECORDS ARE STANDARD
000920     RECORD CONTAINS 212 CHARACTERS.
000930     COPY AUDITREC.
000940
000950 FD  SCHEDULE
