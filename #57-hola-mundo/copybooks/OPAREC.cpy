000010******************************************************************
000020* OPAREC.CPY
000030*
000040* OPERATOR AUTHORITY RECORD - OPERAUTH
000050*
000060* ONE RECORD PER OPERATOR ID, KEYED BY THE ID IN A VSAM KSDS -
000070* THE SAME ID HELM PICKS UP AS THE CICS USERID AND THE BATCH
000080* UTILITIES TAKE FROM THEIR JOB PARM.  IT RECORDS WHICH ROLES
000090* THE OPERATOR HOLDS AND WHAT EACH ROLE COVERS:
000100*
000110*     OPA-AUTHOR-ROLE      'Y' - MAY ENTER GREETING CHANGES
000120*                                (HELM, HELLOAD), AND WITH
000125*                                EVERY LANGUAGE IN SCOPE MAY
000127*                                BROADCAST OVERRIDES (HELOVRMT)
000130*     OPA-APPROVER-ROLE    'Y' - MAY APPROVE OR REJECT THEM
000140*                                (HELAPPRV)
000150*     OPA-BACKOUT-ROLE     'Y' - MAY BACK A LOGGED CHANGE OUT
000160*                                (HELCHGBK)
000170*     OPA-SITE-MAINT-ROLE  'Y' - MAY MAINTAIN SITEMST (HELSITMT)
000180*     OPA-AUTH-ADMIN-ROLE  'Y' - MAY MAINTAIN THIS FILE
000190*                                (HELOPAMT), NEVER FOR THEIR
000200*                                OWN RECORD
000210*
000220* THE THREE GREETING ROLES ARE BOUNDED BY THE LANGUAGE SCOPE -
000230* EVERY LANG-CODE ('A') OR THE CODES LISTED IN OPA-LANG-CODE
000240* ('L') - AND SITE MAINTENANCE BY THE SITE SCOPE, THE SAME WAY.
000250* A SCOPE LEFT BLANK COVERS NOTHING.  AN OPERATOR WHO LEAVES OR
000260* CHANGES JOBS IS SUSPENDED, NOT DELETED, SO THE FILE STAYS THE
000270* RECORD OF WHO HELD WHAT FOR THE QUARTERLY HELOPARP ACCESS
000280* RECERTIFICATION REPORT.  EVERY GRANT AND CHANGE CARRIES THE
000290* ADMINISTRATOR WHO MADE IT AND THE DATE.  A REFUSED ATTEMPT IS
000300* LOGGED ON REFUSLOG (SEE REFUSREC).
000310******************************************************************
000320 01  OPERATOR-AUTH-RECORD.
000330     05  OPA-OPERATOR-ID         PIC X(08).
000340     05  OPA-OPERATOR-NAME       PIC X(20).
000350     05  OPA-STATUS              PIC X(01).
000360         88  OPA-ACTIVE                     VALUE 'A'.
000370         88  OPA-SUSPENDED                  VALUE 'S'.
000380     05  OPA-ROLES.
000390         10  OPA-AUTHOR-ROLE     PIC X(01).
000400             88  OPA-CAN-AUTHOR             VALUE 'Y'.
000410         10  OPA-APPROVER-ROLE   PIC X(01).
000420             88  OPA-CAN-APPROVE            VALUE 'Y'.
000430         10  OPA-BACKOUT-ROLE    PIC X(01).
000440             88  OPA-CAN-BACK-OUT           VALUE 'Y'.
000450         10  OPA-SITE-MAINT-ROLE PIC X(01).
000460             88  OPA-CAN-MAINTAIN-SITES     VALUE 'Y'.
000470         10  OPA-AUTH-ADMIN-ROLE PIC X(01).
000480             88  OPA-CAN-ADMINISTER         VALUE 'Y'.
000490     05  OPA-LANG-SCOPE          PIC X(01).
000500         88  OPA-ALL-LANGUAGES              VALUE 'A'.
000510         88  OPA-LISTED-LANGUAGES           VALUE 'L'.
000520     05  OPA-LANG-LIST.
000530         10  OPA-LANG-CODE       OCCURS 10 TIMES
000540                                 PIC X(02).
000550     05  OPA-SITE-SCOPE          PIC X(01).
000560         88  OPA-ALL-SITES                  VALUE 'A'.
000570         88  OPA-LISTED-SITES               VALUE 'L'.
000580     05  OPA-SITE-LIST.
000590         10  OPA-SITE-ID         OCCURS 10 TIMES
000600                                 PIC X(04).
000610     05  OPA-GRANTED-BY          PIC X(08).
000620     05  OPA-GRANTED-DATE        PIC 9(08).
000630     05  OPA-CHANGED-BY          PIC X(08).
000640     05  OPA-CHANGED-DATE        PIC 9(08).
