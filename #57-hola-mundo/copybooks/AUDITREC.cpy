000072* THE MESSAGE TEXT CARRIES THE SAME THREE 60-BYTE LINES AS THE
000074* LANGTAB ROW IT CAME FROM (SEE LANGREC); UNUSED LINES ARE
000076* SPACES.
000077* AUD-OVERRIDE-ID NAMES THE EMERGENCY BROADCAST OVERRIDE (SEE
000078* OVRDREC) THAT SUPPLIED THE TEXT IN PLACE OF LANGTAB; IT IS
000079* SPACES WHEN THE NORMAL LANGTAB GREETING RAN.
000080******************************************************************
000090 01  AUDIT-RECORD.
000100     05  AUD-RUN-DATE            PIC 9(08).
000130     05  AUD-MESSAGE-TEXT.
000140         10  AUD-TEXT-LINE       OCCURS 3 TIMES
000150                                 PIC X(60).
000160     05  AUD-OVERRIDE-ID         PIC X(08).
