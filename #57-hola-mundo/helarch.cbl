000276*                      LENGTH 204.  ROUTING AND CONTROL TOTALS
000278*                      ARE UNCHANGED; RECORDS ARE STILL COPIED
000279*                      ACROSS BYTE FOR BYTE.
000280*     10/15/2026  JA   AUDIT RECORDS NOW CARRY THE EMERGENCY
000282*                      BROADCAST OVERRIDE ID (SEE AUDITREC) -
000284*                      RECORD LENGTH 212.  RECORDS ARE STILL
000286*                      COPIED ACROSS BYTE FOR BYTE.
000288******************************************************************
000290
000300 ENVIRONMENT DIVISION.
000310
000570
000580 FD  AUDITLOG
000590     LABEL RECORDS ARE STANDARD
000600     RECORD CONTAINS 212 CHARACTERS.
000610     COPY AUDITREC.
000620
000630 FD  ARCHOUT
000640     LABEL RECORDS ARE STANDARD
000650     RECORD CONTAINS 212 CHARACTERS.
000660 01  ARCHOUT-RECORD              PIC X(212).
000670
000680 FD  NEWLOG
000690     LABEL RECORDS ARE STANDARD
000700     RECORD CONTAINS 212 CHARACTERS.
000710 01  NEWLOG-RECORD               PIC X(212).
000720
000730 FD  ARCHRPT
000740     LABEL RECORDS ARE STANDARD
