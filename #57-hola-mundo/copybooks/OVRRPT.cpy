000010******************************************************************
000020* OVRRPT.CPY
000030*
000040* EMERGENCY BROADCAST OVERRIDE STATUS REPORT RECORD - OVRRPT
000050*
000060* ONE 80-BYTE PRINT RECORD, VIEWED FOUR WAYS: A DETAIL LINE PER
000070* OVERRIDE ON FILE (ITS CLASS - ACTIVE, UPCOMING, EXPIRED OR
000080* CANCELLED - ITS WINDOW AS DATE AND HHMM, ITS TARGET, AND WHO
000090* PUT IT UP AND, IF CANCELLED, WHO PULLED IT), A GREETING TEXT
000100* LINE, A SITE LINE OF UP TO TEN TARGET SITES, OR A CONTROL-TOTAL
000110* LINE.  SAME MOVE-SPACES-BEFORE-EVERY-WRITE RULE AS BANNREC.
000120******************************************************************
000130 01  OVR-RPT-RECORD                 PIC X(80).
000140
000150 01  OVR-RPT-DETAIL    REDEFINES OVR-RPT-RECORD.
000160     05  FILLER                  PIC X(01).
000170     05  OVP-OVERRIDE-ID         PIC X(08).
000180     05  FILLER                  PIC X(02).
000190     05  OVP-CLASS               PIC X(09).
000200     05  FILLER                  PIC X(02).
000210     05  OVP-START-DATE          PIC 9(08).
000220     05  FILLER                  PIC X(01).
000230     05  OVP-START-TIME          PIC X(04).
000240     05  FILLER                  PIC X(02).
000250     05  OVP-END-DATE            PIC 9(08).
000260     05  FILLER                  PIC X(01).
000270     05  OVP-END-TIME            PIC X(04).
000280     05  FILLER                  PIC X(02).
000290     05  OVP-TARGET              PIC X(05).
000300     05  FILLER                  PIC X(02).
000310     05  OVP-ENTERED-BY          PIC X(08).
000320     05  FILLER                  PIC X(02).
000330     05  OVP-CANCELLED-BY        PIC X(08).
000340     05  FILLER                  PIC X(03).
000350
000360 01  OVR-RPT-TEXT      REDEFINES OVR-RPT-RECORD.
000370     05  FILLER                  PIC X(03).
000380     05  OVP-TEXT-LABEL          PIC X(08).
000390     05  OVP-TEXT-LINE           PIC X(60).
000400     05  FILLER                  PIC X(09).
000410
000420 01  OVR-RPT-SITES     REDEFINES OVR-RPT-RECORD.
000430     05  FILLER                  PIC X(03).
000440     05  OVP-SITE-LABEL          PIC X(08).
000450     05  OVP-SITE-ENTRY          OCCURS 10 TIMES.
000460         10  OVP-SITE-ID         PIC X(04).
000470         10  FILLER              PIC X(01).
000480     05  FILLER                  PIC X(19).
000490
000500 01  OVR-RPT-TOTAL     REDEFINES OVR-RPT-RECORD.
000510     05  FILLER                  PIC X(01).
000520     05  OVP-TOTAL-LABEL         PIC X(24).
000530     05  OVP-TOTAL-COUNT         PIC 9(05).
000540     05  FILLER                  PIC X(50).
