000010******************************************************************
000020* PRJRPT.CPY
000030*
000040* FORWARD GREETING PROJECTION REPORT RECORD - PRJRPT
000050*
000060* ONE 80-BYTE PRINT RECORD, VIEWED FIVE WAYS: THE HEADING THAT
000070* ECHOES THE RANGE AND WHETHER PENDING CHANGES ARE COUNTED IN, A
000080* SITE LINE PER ACTIVE SITE (WITH A NOTE WHEN ITS SITEMST WINDOW
000090* CLOSES INSIDE THE RANGE), A CHANGE LINE FOR EACH DAY THE SITE'S
000100* WORDING CHANGES (THE LANGTAB ROW THAT WOULD BE PICKED, WHERE IT
000110* CAME FROM, AND A NOTE FOR A '**' FALLBACK), A GREETING TEXT
000120* LINE, OR A CONTROL-TOTAL LINE.  SAME MOVE-SPACES-BEFORE-EVERY-
000130* WRITE RULE AS BANNREC.
000140******************************************************************
000150 01  PRJ-RPT-RECORD                 PIC X(80).
000160
000170 01  PRJ-RPT-HEADING   REDEFINES PRJ-RPT-RECORD.
000180     05  PRJ-HDG-LABEL           PIC X(16).
000190     05  PRJ-HDG-FROM-DATE       PIC 9(08).
000200     05  PRJ-HDG-DASH            PIC X(03).
000210     05  PRJ-HDG-TO-DATE         PIC 9(08).
000220     05  FILLER                  PIC X(02).
000230     05  PRJ-HDG-MODE            PIC X(24).
000240     05  FILLER                  PIC X(19).
000250
000260 01  PRJ-RPT-SITE      REDEFINES PRJ-RPT-RECORD.
000270     05  FILLER                  PIC X(01).
000280     05  PRJ-SITE-LABEL          PIC X(06).
000290     05  PRJ-SITE-ID             PIC X(04).
000300     05  FILLER                  PIC X(02).
000310     05  PRJ-SITE-NAME           PIC X(20).
000320     05  FILLER                  PIC X(02).
000330     05  PRJ-SITE-LANG-CODE      PIC X(02).
000340     05  FILLER                  PIC X(02).
000350     05  PRJ-SITE-JOB-NAME       PIC X(08).
000360     05  FILLER                  PIC X(02).
000370     05  PRJ-SITE-NOTE           PIC X(31).
000380
000390 01  PRJ-RPT-DETAIL    REDEFINES PRJ-RPT-RECORD.
000400     05  FILLER                  PIC X(03).
000410     05  PRJ-DATE                PIC 9(08).
000420     05  FILLER                  PIC X(02).
000430     05  PRJ-ROW-LANG-CODE       PIC X(02).
000440     05  FILLER                  PIC X(01).
000450     05  PRJ-ROW-EFF-FROM        PIC 9(08).
000460     05  FILLER                  PIC X(01).
000470     05  PRJ-ROW-EFF-TO          PIC 9(08).
000480     05  FILLER                  PIC X(02).
000490     05  PRJ-SOURCE              PIC X(10).
000500     05  FILLER                  PIC X(02).
000510     05  PRJ-NOTE                PIC X(33).
000520
000530 01  PRJ-RPT-TEXT      REDEFINES PRJ-RPT-RECORD.
000540     05  FILLER                  PIC X(05).
000550     05  PRJ-TEXT-LABEL          PIC X(08).
000560     05  PRJ-TEXT-LINE           PIC X(60).
000570     05  FILLER                  PIC X(07).
000580
000590 01  PRJ-RPT-TOTAL     REDEFINES PRJ-RPT-RECORD.
000600     05  FILLER                  PIC X(01).
000610     05  PRJ-TOTAL-LABEL         PIC X(24).
000620     05  PRJ-TOTAL-COUNT         PIC 9(09).
000630     05  FILLER                  PIC X(46).
