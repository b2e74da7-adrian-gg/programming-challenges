000010******************************************************************
000020* PARTREC.CPY
000030*
000040* DRIVER PARTITION CONTROL RECORD - PARTCTL
000050*
000060* ONE 80-BYTE CARD PER KEY-RANGE PARTITION OF THE SITEMST SITE
000070* MASTER (SEE SITEMREC), FOR THE PARTITIONED DRIVER MODE OF
000080* HELLOWORLD (PARM='PART,NN').  EACH PARTITION IS ITS OWN
000090* CONCURRENT HELLOWORLD STEP AND GREETS EVERY ACTIVE SITE WHOSE
000100* ID FALLS BETWEEN THE LOW AND HIGH SITE IDS, BOTH INCLUSIVE.
000110* THE CARDS ARE KEPT IN ASCENDING LOW-SITE-ID ORDER, THE RANGES
000120* MAY NOT OVERLAP, AND BETWEEN THEM THEY MUST TAKE IN EVERY
000130* ACTIVE SITE - HELXREF CHECKS ALL THREE BEFORE THE CYCLE, SO A
000140* SITE ADDED OUTSIDE EVERY RANGE IS CAUGHT THE EVENING IT IS
000150* ADDED, NOT THE MORNING NOBODY GREETED IT.  THE JCL FOR A
000160* PARTITION NAMES ONLY ITS PARTITION ID; THE RANGE LIVES HERE.
000170******************************************************************
000180 01  PARTITION-RECORD.
000190     05  PRT-PARTITION-ID        PIC X(02).
000200     05  FILLER                  PIC X(01).
000210     05  PRT-LOW-SITE-ID         PIC X(04).
000220     05  FILLER                  PIC X(01).
000230     05  PRT-HIGH-SITE-ID        PIC X(04).
000240     05  FILLER                  PIC X(01).
000250     05  PRT-DESCRIPTION         PIC X(30).
000260     05  FILLER                  PIC X(37).
