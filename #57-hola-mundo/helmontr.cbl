000290*
000300* MODIFICATION HISTORY.
000310*     09/02/2026  JA   ORIGINAL VERSION.
000312*     10/15/2026  JA   AUDIT RECORDS NOW CARRY THE EMERGENCY
000314*                      BROADCAST OVERRIDE ID (SEE AUDITREC) -
000316*                      RECORD LENGTH 212.  NOTHING HERE READS THE
000318*                      NEW FIELD.
000320******************************************************************
000330
000340 ENVIRONMENT DIVISION.
000620
000630 FD  AUDITLOG
000640     LABEL RECORDS ARE STANDARD
000650     RECORD CONTAINS 212 CHARACTERS.
000660     COPY AUDITREC.
000670
000680 FD  MONRPT
