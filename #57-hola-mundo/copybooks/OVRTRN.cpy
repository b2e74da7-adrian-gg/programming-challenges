000010******************************************************************
000020* OVRTRN.CPY
000030*
000040* EMERGENCY BROADCAST OVERRIDE TRANSACTION RECORD - OVRTRAN
000050*
000060* ONE TRANSACTION IS A HEADER CARD, FOLLOWED ON AN ADD BY TEXT
000070* AND SITE CARDS, PROCESSED IN FILE ORDER BY THE HELOVRMT BATCH
000080* UTILITY:
000090*
000100*     OVT-ACTION  'A' - ADD A NEW OVERRIDE
000110*                 'C' - CANCEL AN OVERRIDE ALREADY ON FILE
000120*                 'T' - TEXT LINE FOR THE PRECEDING A CARD
000130*                 'S' - TARGET SITE IDS FOR THE PRECEDING A CARD
000140*
000150* EVERY CARD CARRIES THE OVERRIDE ID IN COLUMNS 2-9.  THE HEADER
000160* OF AN ADD CARRIES THE START AND END OF THE BROADCAST WINDOW AS
000170* YYYYMMDD AND HHMM (A BLANK START TIME MEANS 0000, A BLANK END
000180* TIME MEANS 2359 - THE WHOLE OF THE END DAY) AND THE TARGET: 'A'
000190* FOR EVERY SITE, 'L' FOR THE SITES NAMED ON THE 'S' CARDS.  AN
000200* 'S' CARD NAMES UP TO TEN 4-BYTE SITEMST SITE IDS, EACH FOLLOWED
000210* BY ONE BLANK; UP TO TWENTY SITES IN ALL.  THE GREETING IS UP TO
000220* THREE 60-BYTE LINES, ONE 'T' CARD PER LINE, SAME AS LOADTRN;
000230* LINE 1 MUST BE KEYED.  A CANCEL IS THE HEADER CARD ALONE - ITS
000240* DATES AND TARGET ARE IGNORED.
000250******************************************************************
000260 01  OVR-TRAN-RECORD.
000270     05  OVT-ACTION              PIC X(01).
000280     05  OVT-OVERRIDE-ID         PIC X(08).
000290     05  FILLER                  PIC X(01).
000300     05  OVT-CARD-BODY           PIC X(70).
000310
000320 01  OVR-TRAN-HEADER   REDEFINES OVR-TRAN-RECORD.
000330     05  FILLER                  PIC X(10).
000340     05  OVT-START-DATE          PIC X(08).
000350     05  FILLER                  PIC X(01).
000360     05  OVT-START-TIME          PIC X(04).
000370     05  FILLER                  PIC X(01).
000380     05  OVT-END-DATE            PIC X(08).
000390     05  FILLER                  PIC X(01).
000400     05  OVT-END-TIME            PIC X(04).
000410     05  FILLER                  PIC X(01).
000420     05  OVT-TARGET              PIC X(01).
000430     05  FILLER                  PIC X(41).
000440
000450 01  OVR-TRAN-TEXT     REDEFINES OVR-TRAN-RECORD.
000460     05  FILLER                  PIC X(10).
000470     05  OVT-LINE-NO             PIC X(01).
000480     05  FILLER                  PIC X(01).
000490     05  OVT-LINE-TEXT           PIC X(60).
000500     05  FILLER                  PIC X(08).
000510
000520 01  OVR-TRAN-SITES    REDEFINES OVR-TRAN-RECORD.
000530     05  FILLER                  PIC X(10).
000540     05  OVT-SITE-ENTRY          OCCURS 10 TIMES.
000550         10  OVT-SITE-ID         PIC X(04).
000560         10  FILLER              PIC X(01).
000570     05  FILLER                  PIC X(20).
