000010******************************************************************
000020* OPATRN.CPY
000030*
000040* OPERATOR AUTHORITY MAINTENANCE TRANSACTION RECORD - OPATRAN
000050*
000060* ONE TRANSACTION IS A HEADER CARD, FOLLOWED ON AN ADD OR
000070* REPLACE BY UP TO ONE LIST CARD OF EACH TYPE, PROCESSED IN FILE
000080* ORDER BY THE HELOPAMT BATCH UTILITY:
000090*
000100*     OPT-ACTION  'A' - ADD A NEW OPERATOR
000110*                 'R' - REPLACE AN OPERATOR'S ROLES AND SCOPE
000120*                       (AND REINSTATE ONE THAT WAS SUSPENDED)
000130*                 'S' - SUSPEND AN OPERATOR - EVERY ROLE STOPS
000140*                       WORKING, THE RECORD STAYS ON FILE
000150*                 'C' - LIST CARD FOR THE PRECEDING A OR R CARD
000160*
000170* EVERY CARD CARRIES THE OPERATOR ID IN COLUMNS 2-9.  THE HEADER
000180* OF AN ADD OR REPLACE CARRIES THE OPERATOR'S NAME, ONE FLAG PER
000190* ROLE IN COLUMNS 32-36 ('Y' HELD, 'N' OR BLANK NOT HELD - SEE
000200* OPAREC FOR THE ORDER), AND THE LANGUAGE AND SITE SCOPES: 'A'
000210* FOR ALL, 'L' FOR THE CODES ON THE LIST CARD, BLANK FOR NONE.
000220* A LIST CARD'S TYPE IS 'L' (UP TO TEN LANG-CODES) OR 'S' (UP
000230* TO TEN SITE IDS), EACH ENTRY FOUR BYTES FOLLOWED BY ONE BLANK
000240* (A LANG-CODE IN THE FIRST TWO).  A REPLACE SUPPLIES THE WHOLE
000250* NEW AUTHORITY, THE SAME AS A LOADTRN REPLACE SUPPLIES THE
000260* WHOLE NEW TEXT.  A SUSPEND IS THE HEADER CARD ALONE.
000270******************************************************************
000280 01  OPA-TRAN-RECORD.
000290     05  OPT-ACTION              PIC X(01).
000300     05  OPT-OPERATOR-ID         PIC X(08).
000310     05  FILLER                  PIC X(01).
000320     05  OPT-CARD-BODY           PIC X(70).
000330
000340 01  OPA-TRAN-HEADER   REDEFINES OPA-TRAN-RECORD.
000350     05  FILLER                  PIC X(10).
000360     05  OPT-OPERATOR-NAME       PIC X(20).
000370     05  FILLER                  PIC X(01).
000380     05  OPT-ROLES.
000390         10  OPT-AUTHOR-ROLE     PIC X(01).
000400         10  OPT-APPROVER-ROLE   PIC X(01).
000410         10  OPT-BACKOUT-ROLE    PIC X(01).
000420         10  OPT-SITE-MAINT-ROLE PIC X(01).
000430         10  OPT-AUTH-ADMIN-ROLE PIC X(01).
000440     05  FILLER                  PIC X(01).
000450     05  OPT-LANG-SCOPE          PIC X(01).
000460     05  FILLER                  PIC X(01).
000470     05  OPT-SITE-SCOPE          PIC X(01).
000480     05  FILLER                  PIC X(40).
000490
000500 01  OPA-TRAN-LIST     REDEFINES OPA-TRAN-RECORD.
000510     05  FILLER                  PIC X(10).
000520     05  OPT-LIST-TYPE           PIC X(01).
000530     05  FILLER                  PIC X(01).
000540     05  OPT-LIST-ENTRY          OCCURS 10 TIMES.
000550         10  OPT-LIST-ITEM       PIC X(04).
000560         10  FILLER              PIC X(01).
000570     05  FILLER                  PIC X(18).
