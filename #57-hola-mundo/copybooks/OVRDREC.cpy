000010******************************************************************
000020* OVRDREC.CPY
000030*
000040* EMERGENCY BROADCAST OVERRIDE RECORD - OVRDTAB
000050*
000060* ONE RECORD PER BROADCAST MESSAGE, KEYED BY AN OPERATOR-CHOSEN
000070* OVERRIDE ID IN A VSAM KSDS.  AN OVERRIDE CARRIES ITS OWN
000080* THREE-LINE GREETING (THE SAME SHAPE AS LANGREC) AND A START
000090* AND END DATE/TIME; WHILE THE RUN DATE/TIME FALLS INSIDE THAT
000100* WINDOW THE OVERRIDE OUTRANKS EVERY LANGTAB ROW FOR THE SITES
000110* IT TARGETS - EITHER EVERY SITE (OVR-TARGET 'A') OR THE SITE
000120* IDS LISTED IN OVR-SITE-ID (OVR-TARGET 'L', OVR-SITE-COUNT OF
000130* THEM IN USE).  THE WINDOW CLOSING IS ALL IT TAKES FOR THE
000140* NORMAL LANGTAB GREETING TO COME BACK - NOTHING HAS TO BE
000150* BACKED OUT.  AN OVERRIDE PULLED EARLY IS FLAGGED CANCELLED,
000160* NOT DELETED, SO THE FILE REMAINS THE RECORD OF WHAT WAS
000170* BROADCAST AND WHO PUT IT UP.
000180*
000190* START AND END TIMES ARE HHMMSSHH, THE SAME SHAPE AS THE
000200* ACCEPT ... FROM TIME RUN TIME, SO EACH DATE/TIME PAIR COMPARES
000210* AS ONE 16-DIGIT STAMP AGAINST HELLOWORLD'S RUN DATE/TIME.
000220* MAINTAINED BY HELOVRMT (BATCH, EDIT/APPLY REPORT); READ BY
000230* HELLOWORLD AND REPORTED BY HELOVRRP.
000240******************************************************************
000250 01  OVERRIDE-RECORD.
000260     05  OVR-ID                  PIC X(08).
000270     05  OVR-STATUS              PIC X(01).
000280         88  OVR-ON-FILE                    VALUE 'A'.
000290         88  OVR-CANCELLED                  VALUE 'C'.
000300     05  OVR-START.
000310         10  OVR-START-DATE      PIC 9(08).
000320         10  OVR-START-TIME      PIC 9(08).
000330     05  OVR-END.
000340         10  OVR-END-DATE        PIC 9(08).
000350         10  OVR-END-TIME        PIC 9(08).
000360     05  OVR-TARGET              PIC X(01).
000370         88  OVR-ALL-SITES                  VALUE 'A'.
000380         88  OVR-LISTED-SITES               VALUE 'L'.
000390     05  OVR-SITE-COUNT          PIC 9(02).
000400     05  OVR-SITE-LIST.
000405         10  OVR-SITE-ID         OCCURS 20 TIMES
000410                                 PIC X(04).
000420     05  OVR-ENTERED-BY          PIC X(08).
000430     05  OVR-ENTRY-DATE          PIC 9(08).
000440     05  OVR-CANCELLED-BY        PIC X(08).
000450     05  OVR-CANCEL-DATE         PIC 9(08).
000460     05  OVR-MESSAGE-TEXT.
000470         10  OVR-TEXT-LINE       OCCURS 3 TIMES
000480                                 PIC X(60).
