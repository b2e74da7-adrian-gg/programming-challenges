000325*                      ON THE FULL 180-BYTE TEXT BUT PRINTS ONLY
000326*                      LINE 1 (THE LINE THAT IDENTIFIES THE
000327*                      WORDING) TO KEEP THE 80-BYTE REPORT LINE.
000328*     10/15/2026  JA   AUDIT RECORDS NOW CARRY THE EMERGENCY
000330*                      BROADCAST OVERRIDE ID (SEE AUDITREC) -
000332*                      RECORD LENGTH 212.  NOTHING HERE READS THE
000335*                      NEW FIELD.
000337******************************************************************
000340
000350 ENVIRONMENT DIVISION.
000360
000600
000610 FD  AUDITLOG
000620     LABEL RECORDS ARE STANDARD
000630     RECORD CONTAINS 212 CHARACTERS.
000640     COPY AUDITREC.
000650
000660 FD  RUNCTR
