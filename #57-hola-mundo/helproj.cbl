000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    HELPROJ.
000030 AUTHOR.        J ALVAREZ.
000040 INSTALLATION.  DATA PROCESSING SERVICES.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED. 10/15/2026.
000070******************************************************************
000080* REMARKS.
000090*     FORWARD GREETING PROJECTION REPORT.  ANSWERS "WHAT WILL
000100*     EACH SITE ACTUALLY SHOW ON EACH DAY OF THE COMING WEEKS"
000110*     AHEAD OF A CAMPAIGN, WITHOUT ANYBODY WORKING THROUGH
000120*     LANGTAB EFFECTIVE DATES, SITEMST WINDOWS AND THE PENDING
000130*     QUEUE BY HAND.  LOADS THE WHOLE LANGTAB INTO STORAGE,
000140*     OPTIONALLY LAYS EVERY PENDCHG CHANGE STILL AWAITING
000150*     APPROVAL OVER IT AS IF IT HAD BEEN APPROVED, THEN FOR
000160*     EVERY ACTIVE SITEMST SITE WALKS THE RANGE A DAY AT A TIME
000170*     AND PICKS THE ROW HELLOWORLD WOULD PICK THAT DAY: THE
000180*     IN-EFFECT ROW FOR THE SITE'S LANG-CODE WITH THE HIGHEST
000190*     EFF-FROM (A DATED ROW BEATS THE STANDARD ROW WHILE ITS
000200*     WINDOW IS OPEN), ELSE THE '**' DEFAULT ROWS THE SAME WAY,
000210*     ELSE THE COMPILED-IN GREETING.  ONLY THE DAYS A SITE'S
000220*     WORDING CHANGES ARE PRINTED - THE FIRST DAY OF THE SITE'S
000230*     PART OF THE RANGE ALWAYS IS - AND EVERY '**' FALLBACK AND
000240*     EVERY SITE WHOSE SMS-EFF-TO CLOSES INSIDE THE RANGE IS
000250*     CALLED OUT.  EMERGENCY BROADCAST OVERRIDES ARE NOT
000260*     PROJECTED - THEY ARE NEVER PLANNED AHEAD.  READ ONLY.
000270*
000280*     PARM='YYYYMMDD,YYYYMMDD' OR 'YYYYMMDD,YYYYMMDD,P' - FROM
000290*         AND TO DATE OF THE PROJECTION, AT MOST A YEAR APART.
000300*         P COUNTS PENDING CHANGES IN AS IF APPROVED.  A BAD OR
000310*         MISSING RANGE PROJECTS NOTHING.
000320*
000330*     RETURN-CODE:
000340*         0 - EVERY SITE HAS ITS OWN LANGUAGE'S WORDING EVERY DAY
000350*         4 - A '**' FALLBACK OR COMPILED-IN GREETING, OR A SITE
000360*             WINDOW CLOSING INSIDE THE RANGE - SEE REPORT
000370*         8 - BAD PARM, LANGTAB/SITEMST/REPORT UNUSABLE, OR MORE
000380*             LANGTAB ROWS THAN THE TABLE HOLDS
000390*
000400* MODIFICATION HISTORY.
000410*     10/15/2026  JA   ORIGINAL VERSION.
000420******************************************************************
000430
000440 ENVIRONMENT DIVISION.
000450
000460 CONFIGURATION SECTION.
000470 SOURCE-COMPUTER.   IBM-370.
000480 OBJECT-COMPUTER.   IBM-370.
000490
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT LANGTAB     ASSIGN TO LANGTAB
000530                         ORGANIZATION IS INDEXED
000540                         ACCESS MODE IS SEQUENTIAL
000550                         RECORD KEY IS LANG-KEY
000560                         FILE STATUS IS WS-LANGTAB-STATUS.
000570
000580     SELECT PENDCHG     ASSIGN TO PENDCHG
000590                         ORGANIZATION IS INDEXED
000600                         ACCESS MODE IS SEQUENTIAL
000610                         RECORD KEY IS PND-KEY
000620                         FILE STATUS IS WS-PENDCHG-STATUS.
000630
000640     SELECT SITEMST     ASSIGN TO SITEMST
000650                         ORGANIZATION IS INDEXED
000660                         ACCESS MODE IS SEQUENTIAL
000670                         RECORD KEY IS SMS-SITE-ID
000680                         FILE STATUS IS WS-SITEMST-STATUS.
000690
000700     SELECT PRJRPT      ASSIGN TO PRJRPT
000710                         ORGANIZATION IS SEQUENTIAL
000720                         FILE STATUS IS WS-PRJRPT-STATUS.
000730
000740 DATA DIVISION.
000750
000760 FILE SECTION.
000770
000780 FD  LANGTAB
000790     LABEL RECORDS ARE STANDARD
000800     RECORD CONTAINS 198 CHARACTERS.
000810     COPY LANGREC.
000820
000830 FD  PENDCHG
000840     LABEL RECORDS ARE STANDARD
000850     RECORD CONTAINS 236 CHARACTERS.
000860     COPY PENDREC.
000870
000880 FD  SITEMST
000890     LABEL RECORDS ARE STANDARD
000900     RECORD CONTAINS 51 CHARACTERS.
000910     COPY SITEMREC.
000920
000930 FD  PRJRPT
000940     LABEL RECORDS ARE STANDARD
000950     RECORD CONTAINS 80 CHARACTERS.
000960     COPY PRJRPT.
000970
000980 WORKING-STORAGE SECTION.
000990
001000 77  WS-LANGTAB-STATUS           PIC X(02)  VALUE SPACES.
001010     88  WS-LANGTAB-OK                      VALUE '00'.
001020
001030 77  WS-PENDCHG-STATUS           PIC X(02)  VALUE SPACES.
001040     88  WS-PENDCHG-OK                      VALUE '00'.
001050     88  WS-PENDCHG-NOTFND                  VALUE '35'.
001060
001070 77  WS-SITEMST-STATUS           PIC X(02)  VALUE SPACES.
001080     88  WS-SITEMST-OK                      VALUE '00'.
001090
001100 77  WS-PRJRPT-STATUS            PIC X(02)  VALUE SPACES.
001110     88  WS-PRJRPT-OK                       VALUE '00'.
001120
001130 77  WS-LANGTAB-EOF-SW           PIC X(01)  VALUE 'N'.
001140     88  WS-LANGTAB-AT-END                  VALUE 'Y'.
001150
001160 77  WS-PENDCHG-EOF-SW           PIC X(01)  VALUE 'N'.
001170     88  WS-PENDCHG-AT-END                  VALUE 'Y'.
001180
001190 77  WS-SITEMST-EOF-SW           PIC X(01)  VALUE 'N'.
001200     88  WS-SITEMST-AT-END                  VALUE 'Y'.
001210
001220 77  WS-PARM-OK-SW               PIC X(01)  VALUE 'N'.
001230     88  WS-PARM-OK                         VALUE 'Y'.
001240
001250 77  WS-PENDING-SW               PIC X(01)  VALUE 'N'.
001260     88  WS-INCLUDE-PENDING                 VALUE 'Y'.
001270
001280 77  WS-FOUND-SW                 PIC X(01)  VALUE 'N'.
001290     88  WS-ENTRY-FOUND                     VALUE 'Y'.
001300
001310 77  WS-FIRST-DAY-SW             PIC X(01)  VALUE 'Y'.
001320     88  WS-FIRST-DAY                       VALUE 'Y'.
001330
001340 77  WS-FALLBACK-SW              PIC X(01)  VALUE 'N'.
001350     88  WS-FALLBACK                        VALUE 'Y'.
001360
001370 77  WS-SITE-FELL-BACK-SW        PIC X(01)  VALUE 'N'.
001380     88  WS-SITE-FELL-BACK                  VALUE 'Y'.
001390
001400 77  WS-PREV-FALLBACK-SW         PIC X(01)  VALUE 'N'.
001410
001420 77  WS-FROM-DATE                PIC 9(08)  VALUE ZERO.
001430 77  WS-TO-DATE                  PIC 9(08)  VALUE ZERO.
001440 77  WS-LIMIT-DATE               PIC 9(08)  VALUE ZERO.
001450 77  WS-FROM-DATE-X              PIC X(08)  VALUE SPACES.
001460 77  WS-TO-DATE-X                PIC X(08)  VALUE SPACES.
001470 77  WS-MODE-X                   PIC X(01)  VALUE SPACE.
001480 77  WS-SITE-START-DATE          PIC 9(08)  VALUE ZERO.
001490 77  WS-SITE-END-DATE            PIC 9(08)  VALUE ZERO.
001500
001510 01  WS-DAY-DATE                 PIC 9(08)  VALUE ZERO.
001520 01  WS-DAY-DATE-PARTS REDEFINES WS-DAY-DATE.
001530     05  WS-DAY-YEAR             PIC 9(04).
001540     05  WS-DAY-MONTH            PIC 9(02).
001550     05  WS-DAY-DAY              PIC 9(02).
001560
001570 01  WS-CHECK-DATE               PIC 9(08)  VALUE ZERO.
001580 01  WS-CHECK-DATE-PARTS REDEFINES WS-CHECK-DATE.
001590     05  WS-CHECK-YEAR           PIC 9(04).
001600     05  WS-CHECK-MONTH          PIC 9(02).
001610     05  WS-CHECK-DAY            PIC 9(02).
001620
001630 01  WS-MONTH-LENGTHS.
001640     05  FILLER                  PIC X(24)
001650                             VALUE '312831303130313130313031'.
001660 01  WS-MONTH-TABLE REDEFINES WS-MONTH-LENGTHS.
001670     05  WS-MONTH-DAYS           PIC 9(02)  OCCURS 12 TIMES.
001680
001690 77  WS-MONTH-END                PIC 9(02)  VALUE ZERO.
001700 77  WS-LEAP-QUOTIENT            PIC 9(04)  VALUE ZERO.
001710 77  WS-LEAP-REM-4               PIC 9(04)  VALUE ZERO.
001720 77  WS-LEAP-REM-100             PIC 9(04)  VALUE ZERO.
001730 77  WS-LEAP-REM-400             PIC 9(04)  VALUE ZERO.
001740
001750 77  WS-ROWS-LOADED-COUNT        PIC 9(09)  VALUE ZERO.
001760 77  WS-PEND-APPLIED-COUNT       PIC 9(09)  VALUE ZERO.
001770 77  WS-PEND-SKIPPED-COUNT       PIC 9(09)  VALUE ZERO.
001780 77  WS-SITE-READ-COUNT          PIC 9(09)  VALUE ZERO.
001790 77  WS-SITE-PROJ-COUNT          PIC 9(09)  VALUE ZERO.
001800 77  WS-SITE-DAY-COUNT           PIC 9(09)  VALUE ZERO.
001810 77  WS-CHANGE-COUNT             PIC 9(09)  VALUE ZERO.
001820 77  WS-FALLBACK-DAY-COUNT       PIC 9(09)  VALUE ZERO.
001830 77  WS-DEFAULT-DAY-COUNT        PIC 9(09)  VALUE ZERO.
001840 77  WS-FALLBACK-SITE-COUNT      PIC 9(09)  VALUE ZERO.
001850 77  WS-ENDING-SITE-COUNT        PIC 9(09)  VALUE ZERO.
001860
001870 77  WS-TEXT-LINE-IDX            PIC S9(4) COMP VALUE ZERO.
001880 77  WS-LINE-NO                  PIC 9(01)  VALUE ZERO.
001890
001900 77  WS-SCAN-LANG-CODE           PIC X(02)  VALUE SPACES.
001910 77  WS-BEST-FROM                PIC 9(08)  VALUE ZERO.
001920 77  WS-SEL-IDX                  PIC S9(4) COMP VALUE ZERO.
001930
001940 01  WS-DAY-TEXT.
001950     05  WS-DAY-LINE             PIC X(60)  OCCURS 3 TIMES.
001960
001970 77  WS-PREV-TEXT                PIC X(180) VALUE SPACES.
001980
001990******************************************************************
002000* THE COMPILED-IN GREETING HELLOWORLD KEEPS WHEN NOT EVEN A '**'
002010* ROW IS IN EFFECT (ITS WS-DEFAULT-MESSAGE).
002020******************************************************************
002030 01  WS-DEFAULT-MESSAGE.
002040     05  FILLER                  PIC X(60)
002050                                  VALUE 'Hola, mundo!'.
002060     05  FILLER                  PIC X(60)  VALUE SPACES.
002070     05  FILLER                  PIC X(60)  VALUE SPACES.
002080
002090******************************************************************
002100* LANGTAB AS IT STANDS, PLUS (WITH PARM P) THE PENDING CHANGES
002110* LAID OVER IT.  WS-PJL-SOURCE IS 'L' FOR A ROW AS ON LANGTAB,
002120* 'P' FOR A ROW ADDED OR REPLACED BY A PENDING CHANGE;
002130* WS-PJL-DELETED IS 'Y' FOR A ROW A PENDING DELETE TAKES AWAY.
002140* LANGTAB COMES BACK IN KEY ORDER, SO EACH LANG-CODE'S ROWS SIT
002150* TOGETHER AND THE SELECTION SCAN SEES THEM IN EFF-FROM ORDER
002160* EXACTLY AS HELLOWORLD'S KEYED BROWSE DOES.
002170******************************************************************
002180 77  WS-PJL-MAX                  PIC S9(4) COMP VALUE +500.
002190 77  WS-PJL-COUNT                PIC S9(4) COMP VALUE ZERO.
002200 77  WS-PJL-SUB                  PIC S9(4) COMP VALUE ZERO.
002210 77  WS-PJL-HIT                  PIC S9(4) COMP VALUE ZERO.
002220
002230 01  WS-PJL-TABLE.
002240     05  WS-PJL-ENTRY            OCCURS 500 TIMES.
002250         10  WS-PJL-LANG-CODE    PIC X(02).
002260         10  WS-PJL-EFF-FROM     PIC 9(08).
002270         10  WS-PJL-EFF-TO       PIC 9(08).
002280         10  WS-PJL-TEXT         PIC X(180).
002290         10  WS-PJL-SOURCE       PIC X(01).
002300         10  WS-PJL-DELETED      PIC X(01).
002310
002320 LINKAGE SECTION.
002330
002340 01  LS-PARM-AREA.
002350     05  LS-PARM-LEN             PIC S9(4) COMP.
002360     05  LS-PARM-DATA            PIC X(19).
002370
002380 PROCEDURE DIVISION USING LS-PARM-AREA.
002390
002400******************************************************************
002410* 0000-MAINLINE - PROGRAM CONTROL.  LOAD THE LANGUAGE TABLE AS
002420*     IT WILL STAND, THEN PROJECT EVERY ACTIVE SITE ACROSS THE
002430*     RANGE.
002440******************************************************************
002450 0000-MAINLINE.
002460
002470     PERFORM 1000-INITIALIZE        THRU 1000-EXIT.
002480     IF WS-PARM-OK
002490         PERFORM 1500-OPEN-REPORT   THRU 1500-EXIT
002500     END-IF.
002510     IF WS-PARM-OK
002520      AND RETURN-CODE < 8
002530         PERFORM 2000-LOAD-LANGTAB  THRU 2000-EXIT
002540     END-IF.
002550     IF WS-PARM-OK
002560      AND RETURN-CODE < 8
002570      AND WS-INCLUDE-PENDING
002580         PERFORM 2500-APPLY-PENDING THRU 2500-EXIT
002590     END-IF.
002600     IF WS-PARM-OK
002610      AND RETURN-CODE < 8
002620         PERFORM 3000-PROJECT-SITES THRU 3000-EXIT
002630     END-IF.
002640     IF WS-PARM-OK
002650         PERFORM 6000-WRITE-TOTALS  THRU 6000-EXIT
002660     END-IF.
002670
002680     STOP RUN.
002690
002700******************************************************************
002710* 1000-INITIALIZE - PICK THE RANGE AND THE PENDING OPTION OFF THE
002720*     PARM.  BOTH DATES ARE REQUIRED, MUST BE REAL CALENDAR
002730*     DATES IN ORDER, AND AT MOST A YEAR APART; THE THIRD
002740*     FIELD, IF PRESENT, MUST BE P.
002750******************************************************************
002760 1000-INITIALIZE.
002770
002780     IF LS-PARM-LEN > 0
002790         UNSTRING LS-PARM-DATA(1:LS-PARM-LEN) DELIMITED BY ','
002800             INTO WS-FROM-DATE-X WS-TO-DATE-X WS-MODE-X
002810         END-UNSTRING
002820     END-IF.
002830
002840     IF WS-FROM-DATE-X NOT NUMERIC
002850      OR WS-TO-DATE-X NOT NUMERIC
002860         MOVE 8 TO RETURN-CODE
002870         DISPLAY 'HELPROJ: PARM MUST BE YYYYMMDD,YYYYMMDD[,P]'
002880         GO TO 1000-EXIT
002890     END-IF.
002900
002910     MOVE WS-FROM-DATE-X TO WS-FROM-DATE.
002920     MOVE WS-TO-DATE-X   TO WS-TO-DATE.
002930
002940     MOVE WS-FROM-DATE TO WS-CHECK-DATE.
002950     PERFORM 1100-CHECK-DATE THRU 1100-EXIT.
002960     IF RETURN-CODE NOT < 8
002970         GO TO 1000-EXIT
002980     END-IF.
002990     MOVE WS-TO-DATE TO WS-CHECK-DATE.
003000     PERFORM 1100-CHECK-DATE THRU 1100-EXIT.
003010     IF RETURN-CODE NOT < 8
003020         GO TO 1000-EXIT
003030     END-IF.
003040
003050     COMPUTE WS-LIMIT-DATE = WS-FROM-DATE + 10000.
003060     IF WS-FROM-DATE > WS-TO-DATE
003070         MOVE 8 TO RETURN-CODE
003080         DISPLAY 'HELPROJ: PARM FROM DATE AFTER TO DATE'
003090         GO TO 1000-EXIT
003100     END-IF.
003110     IF WS-TO-DATE > WS-LIMIT-DATE
003120         MOVE 8 TO RETURN-CODE
003130         DISPLAY 'HELPROJ: PARM RANGE LONGER THAN ONE YEAR'
003140         GO TO 1000-EXIT
003150     END-IF.
003160
003170     IF WS-MODE-X = 'P'
003180         MOVE 'Y' TO WS-PENDING-SW
003190     ELSE
003200         IF WS-MODE-X NOT = SPACE
003210             MOVE 8 TO RETURN-CODE
003220             DISPLAY 'HELPROJ: PARM OPTION MUST BE P OR OMITTED'
003230             GO TO 1000-EXIT
003240         END-IF
003250     END-IF.
003260
003270     MOVE 'Y' TO WS-PARM-OK-SW.
003280
003290 1000-EXIT.
003300     EXIT.
003310
003320******************************************************************
003330* 1100-CHECK-DATE - IS WS-CHECK-DATE A REAL CALENDAR DATE?  THE
003340*     DAY-AT-A-TIME WALK IN 3500-NEXT-DAY IS ONLY AS GOOD AS THE
003350*     DATE IT STARTS FROM.
003360******************************************************************
003370 1100-CHECK-DATE.
003380
003390     IF WS-CHECK-MONTH < 1
003400      OR WS-CHECK-MONTH > 12
003410         MOVE 8 TO RETURN-CODE
003420         DISPLAY 'HELPROJ: PARM DATE ' WS-CHECK-DATE
003430             ' IS NOT A CALENDAR DATE'
003440         GO TO 1100-EXIT
003450     END-IF.
003460
003470     MOVE WS-CHECK-DATE TO WS-DAY-DATE.
003480     PERFORM 3600-SET-MONTH-END THRU 3600-EXIT.
003490
003500     IF WS-CHECK-DAY < 1
003510      OR WS-CHECK-DAY > WS-MONTH-END
003520         MOVE 8 TO RETURN-CODE
003530         DISPLAY 'HELPROJ: PARM DATE ' WS-CHECK-DATE
003540             ' IS NOT A CALENDAR DATE'
003550     END-IF.
003560
003570 1100-EXIT.
003580     EXIT.
003590
003600******************************************************************
003610* 1500-OPEN-REPORT - START THE REPORT WITH A HEADING THAT ECHOES
003620*     THE RANGE AND SAYS WHETHER PENDING CHANGES ARE COUNTED IN,
003630*     SO NOBODY MISTAKES A WHAT-IF FOR THE APPROVED PLAN.
003640******************************************************************
003650 1500-OPEN-REPORT.
003660
003670     OPEN OUTPUT PRJRPT.
003680     IF NOT WS-PRJRPT-OK
003690         MOVE 8 TO RETURN-CODE
003700         MOVE 'N' TO WS-PARM-OK-SW
003710         GO TO 1500-EXIT
003720     END-IF.
003730
003740     MOVE SPACES TO PRJ-RPT-RECORD.
003750     MOVE 'PROJECTION:     ' TO PRJ-HDG-LABEL.
003760     MOVE WS-FROM-DATE TO PRJ-HDG-FROM-DATE.
003770     MOVE ' - '        TO PRJ-HDG-DASH.
003780     MOVE WS-TO-DATE   TO PRJ-HDG-TO-DATE.
003790     IF WS-INCLUDE-PENDING
003800         MOVE 'PENDING CHANGES INCLUDED' TO PRJ-HDG-MODE
003810     ELSE
003820         MOVE 'APPROVED ROWS ONLY'       TO PRJ-HDG-MODE
003830     END-IF.
003840     WRITE PRJ-RPT-RECORD AFTER ADVANCING PAGE.
003850
003860 1500-EXIT.
003870     EXIT.
003880
003890******************************************************************
003900* 2000-LOAD-LANGTAB - READ THE WHOLE LANGUAGE TABLE INTO STORAGE.
003910*     A TABLE TOO BIG TO HOLD STOPS THE RUN - A PROJECTION BUILT
003920*     ON PART OF LANGTAB WOULD PRINT '**' FALLBACKS THAT WILL
003930*     NEVER HAPPEN.
003940******************************************************************
003950 2000-LOAD-LANGTAB.
003960
003970     OPEN INPUT LANGTAB.
003980     IF NOT WS-LANGTAB-OK
003990         MOVE 8 TO RETURN-CODE
004000         DISPLAY 'HELPROJ: LANGTAB OPEN FAILED, STATUS '
004010             WS-LANGTAB-STATUS
004020         GO TO 2000-EXIT
004030     END-IF.
004040
004050     PERFORM 2100-LOAD-LANG-ROW THRU 2100-EXIT
004060         UNTIL WS-LANGTAB-AT-END.
004070
004080     CLOSE LANGTAB.
004090
004100 2000-EXIT.
004110     EXIT.
004120
004130******************************************************************
004140* 2100-LOAD-LANG-ROW - ONE LANGTAB ROW INTO THE TABLE.
004150******************************************************************
004160 2100-LOAD-LANG-ROW.
004170
004180     READ LANGTAB NEXT RECORD
004190         AT END
004200             MOVE 'Y' TO WS-LANGTAB-EOF-SW
004210             GO TO 2100-EXIT
004220     END-READ.
004230
004240     IF WS-PJL-COUNT NOT < WS-PJL-MAX
004250         MOVE 8 TO RETURN-CODE
004260         MOVE 'Y' TO WS-LANGTAB-EOF-SW
004270         DISPLAY 'HELPROJ: LANGTAB HAS MORE THAN ' WS-PJL-MAX
004280             ' ROWS - PROJECTION NOT RUN'
004290         GO TO 2100-EXIT
004300     END-IF.
004310
004320     ADD 1 TO WS-PJL-COUNT.
004330     MOVE LANG-CODE         TO WS-PJL-LANG-CODE (WS-PJL-COUNT).
004340     MOVE LANG-EFF-FROM     TO WS-PJL-EFF-FROM (WS-PJL-COUNT).
004350     MOVE LANG-EFF-TO       TO WS-PJL-EFF-TO (WS-PJL-COUNT).
004360     MOVE LANG-MESSAGE-TEXT TO WS-PJL-TEXT (WS-PJL-COUNT).
004370     MOVE 'L'               TO WS-PJL-SOURCE (WS-PJL-COUNT).
004380     MOVE 'N'               TO WS-PJL-DELETED (WS-PJL-COUNT).
004390     ADD 1 TO WS-ROWS-LOADED-COUNT.
004400
004410 2100-EXIT.
004420     EXIT.
004430
004440******************************************************************
004450* 2500-APPLY-PENDING - LAY EVERY CHANGE STILL AWAITING APPROVAL
004460*     OVER THE TABLE THE WAY HELAPPRV WOULD APPLY IT.  PENDCHG
004470*     COMES BACK IN ROW-THEN-ENTRY-TIME ORDER, SO WHERE TWO
004480*     CHANGES ARE QUEUED AGAINST ONE ROW THE LATER ONE WINS, AS
004490*     IT WOULD IF BOTH WERE APPROVED IN ORDER.  NO PENDCHG ON
004500*     FILE SIMPLY MEANS NOTHING IS PENDING.
004510******************************************************************
004520 2500-APPLY-PENDING.
004530
004540     OPEN INPUT PENDCHG.
004550     IF WS-PENDCHG-NOTFND
004560         GO TO 2500-EXIT
004570     END-IF.
004580     IF NOT WS-PENDCHG-OK
004590         MOVE 8 TO RETURN-CODE
004600         DISPLAY 'HELPROJ: PENDCHG OPEN FAILED, STATUS '
004610             WS-PENDCHG-STATUS
004620         GO TO 2500-EXIT
004630     END-IF.
004640
004650     PERFORM 2600-APPLY-ONE-PENDING THRU 2600-EXIT
004660         UNTIL WS-PENDCHG-AT-END.
004670
004680     CLOSE PENDCHG.
004690
004700 2500-EXIT.
004710     EXIT.
004720
004730******************************************************************
004740* 2600-APPLY-ONE-PENDING - ONE PENDING CHANGE.  REJECTED CHANGES
004750*     ARE NOT GOING ANYWHERE AND ARE PASSED OVER.  AN ADD OF A
004760*     ROW ALREADY ON THE TABLE IS TAKEN AS A REPLACE; A REPLACE
004770*     OR DELETE OF A ROW THAT ISN'T THERE WOULD BE REFUSED AT
004780*     APPROVAL AND IS COUNTED AS SKIPPED.  ON A REPLACE A ZERO
004790*     PND-EFF-TO LEAVES THE WINDOW END AS IT STANDS.
004800******************************************************************
004810 2600-APPLY-ONE-PENDING.
004820
004830     READ PENDCHG NEXT RECORD
004840         AT END
004850             MOVE 'Y' TO WS-PENDCHG-EOF-SW
004860             GO TO 2600-EXIT
004870     END-READ.
004880
004890     IF NOT PND-AWAITING
004900         GO TO 2600-EXIT
004910     END-IF.
004920
004930     MOVE 'N' TO WS-FOUND-SW.
004940     MOVE ZERO TO WS-PJL-HIT.
004950     PERFORM 2610-FIND-ROW THRU 2610-EXIT
004960         VARYING WS-PJL-SUB FROM 1 BY 1
004970         UNTIL WS-PJL-SUB > WS-PJL-COUNT
004980            OR WS-ENTRY-FOUND.
004990
005000     IF PND-ACTION = 'D'
005010         IF WS-ENTRY-FOUND
005020             MOVE 'Y' TO WS-PJL-DELETED (WS-PJL-HIT)
005030             MOVE 'P' TO WS-PJL-SOURCE (WS-PJL-HIT)
005040             ADD 1 TO WS-PEND-APPLIED-COUNT
005050         ELSE
005060             ADD 1 TO WS-PEND-SKIPPED-COUNT
005070         END-IF
005080         GO TO 2600-EXIT
005090     END-IF.
005100
005110     IF NOT WS-ENTRY-FOUND
005120         IF PND-ACTION NOT = 'A'
005130             ADD 1 TO WS-PEND-SKIPPED-COUNT
005140             GO TO 2600-EXIT
005150         END-IF
005160         IF WS-PJL-COUNT NOT < WS-PJL-MAX
005170             MOVE 8 TO RETURN-CODE
005180             MOVE 'Y' TO WS-PENDCHG-EOF-SW
005190             DISPLAY 'HELPROJ: LANGTAB PLUS PENDING ADDS EXCEED '
005200                 WS-PJL-MAX ' ROWS - PROJECTION NOT RUN'
005210             GO TO 2600-EXIT
005220         END-IF
005230         ADD 1 TO WS-PJL-COUNT
005240         MOVE WS-PJL-COUNT  TO WS-PJL-HIT
005250         MOVE PND-LANG-CODE TO WS-PJL-LANG-CODE (WS-PJL-HIT)
005260         MOVE PND-EFF-FROM  TO WS-PJL-EFF-FROM (WS-PJL-HIT)
005270         MOVE 99999999      TO WS-PJL-EFF-TO (WS-PJL-HIT)
005280     END-IF.
005290
005300     IF PND-EFF-TO NOT = ZERO
005310         MOVE PND-EFF-TO TO WS-PJL-EFF-TO (WS-PJL-HIT)
005320     END-IF.
005330     MOVE PND-TEXT TO WS-PJL-TEXT (WS-PJL-HIT).
005340     MOVE 'P'      TO WS-PJL-SOURCE (WS-PJL-HIT).
005350     MOVE 'N'      TO WS-PJL-DELETED (WS-PJL-HIT).
005360     ADD 1 TO WS-PEND-APPLIED-COUNT.
005370
005380 2600-EXIT.
005390     EXIT.
005400
005410******************************************************************
005420* 2610-FIND-ROW - ONE PROBE FOR THE PENDING CHANGE'S TARGET ROW.
005430******************************************************************
005440 2610-FIND-ROW.
005450
005460     IF WS-PJL-LANG-CODE (WS-PJL-SUB) = PND-LANG-CODE
005470      AND WS-PJL-EFF-FROM (WS-PJL-SUB) = PND-EFF-FROM
005480         MOVE 'Y' TO WS-FOUND-SW
005490         MOVE WS-PJL-SUB TO WS-PJL-HIT
005500     END-IF.
005510
005520 2610-EXIT.
005530     EXIT.
005540
005550******************************************************************
005560* 3000-PROJECT-SITES - BROWSE SITEMST IN SITE-ID ORDER, AS
005570*     HELLOWORLD'S DRIVER MODE DOES, AND PROJECT EACH SITE.
005580******************************************************************
005590 3000-PROJECT-SITES.
005600
005610     OPEN INPUT SITEMST.
005620     IF NOT WS-SITEMST-OK
005630         MOVE 8 TO RETURN-CODE
005640         DISPLAY 'HELPROJ: SITEMST OPEN FAILED, STATUS '
005650             WS-SITEMST-STATUS
005660         GO TO 3000-EXIT
005670     END-IF.
005680
005690     PERFORM 3100-PROCESS-SITE THRU 3100-EXIT
005700         UNTIL WS-SITEMST-AT-END.
005710
005720     CLOSE SITEMST.
005730
005740 3000-EXIT.
005750     EXIT.
005760
005770******************************************************************
005780* 3100-PROCESS-SITE - ONE SITE MASTER RECORD.  A SITE FLAGGED
005790*     INACTIVE, OR WHOSE SMS-EFF-FROM/SMS-EFF-TO WINDOW MISSES
005800*     THE RANGE ALTOGETHER, GETS NO GREETING AND IS PASSED OVER.
005810*     OTHERWISE THE SITE IS PROJECTED FROM THE LATER OF THE
005820*     RANGE START AND ITS WINDOW START TO THE EARLIER OF THE
005830*     RANGE END AND ITS WINDOW END, AND A WINDOW THAT CLOSES
005840*     BEFORE THE RANGE DOES IS NOTED ON THE SITE LINE.
005850******************************************************************
005860 3100-PROCESS-SITE.
005870
005880     READ SITEMST NEXT RECORD
005890         AT END
005900             MOVE 'Y' TO WS-SITEMST-EOF-SW
005910             GO TO 3100-EXIT
005920     END-READ.
005930
005940     ADD 1 TO WS-SITE-READ-COUNT.
005950
005960     IF NOT SMS-ACTIVE
005970      OR SMS-EFF-FROM > WS-TO-DATE
005980      OR SMS-EFF-TO < WS-FROM-DATE
005990         GO TO 3100-EXIT
006000     END-IF.
006010
006020     ADD 1 TO WS-SITE-PROJ-COUNT.
006030
006040     MOVE WS-FROM-DATE TO WS-SITE-START-DATE.
006050     IF SMS-EFF-FROM > WS-FROM-DATE
006060         MOVE SMS-EFF-FROM TO WS-SITE-START-DATE
006070     END-IF.
006080     MOVE WS-TO-DATE TO WS-SITE-END-DATE.
006090     IF SMS-EFF-TO < WS-TO-DATE
006100         MOVE SMS-EFF-TO TO WS-SITE-END-DATE
006110     END-IF.
006120
006130     MOVE SPACES TO PRJ-RPT-RECORD.
006140     MOVE 'SITE: '      TO PRJ-SITE-LABEL.
006150     MOVE SMS-SITE-ID   TO PRJ-SITE-ID.
006160     MOVE SMS-SITE-NAME TO PRJ-SITE-NAME.
006170     MOVE SMS-LANG-CODE TO PRJ-SITE-LANG-CODE.
006180     MOVE SMS-JOB-NAME  TO PRJ-SITE-JOB-NAME.
006190     IF SMS-EFF-TO < WS-TO-DATE
006200         STRING 'SITE WINDOW ENDS ' DELIMITED BY SIZE
006210                SMS-EFF-TO          DELIMITED BY SIZE
006220             INTO PRJ-SITE-NOTE
006230         END-STRING
006240         ADD 1 TO WS-ENDING-SITE-COUNT
006250         IF RETURN-CODE < 4
006260             MOVE 4 TO RETURN-CODE
006270         END-IF
006280     END-IF.
006290     WRITE PRJ-RPT-RECORD AFTER ADVANCING 2 LINES.
006300
006310     MOVE 'Y' TO WS-FIRST-DAY-SW.
006320     MOVE 'N' TO WS-SITE-FELL-BACK-SW.
006330     MOVE SPACES TO WS-PREV-TEXT.
006340     MOVE 'N' TO WS-PREV-FALLBACK-SW.
006350     MOVE WS-SITE-START-DATE TO WS-DAY-DATE.
006360
006370     PERFORM 3200-PROJECT-DAY THRU 3200-EXIT
006380         UNTIL WS-DAY-DATE > WS-SITE-END-DATE.
006390
006400     IF WS-SITE-FELL-BACK
006410         ADD 1 TO WS-FALLBACK-SITE-COUNT
006420     END-IF.
006430
006440 3100-EXIT.
006450     EXIT.
006460
006470******************************************************************
006480* 3200-PROJECT-DAY - ONE SITE, ONE DAY.  PICK THE ROW, AND PRINT
006490*     IT ONLY IF THE WORDING (OR WHETHER IT IS A FALLBACK) IS
006500*     DIFFERENT FROM THE DAY BEFORE.
006510******************************************************************
006520 3200-PROJECT-DAY.
006530
006540     ADD 1 TO WS-SITE-DAY-COUNT.
006550
006560     PERFORM 3300-SELECT-ROW THRU 3300-EXIT.
006570
006580     IF WS-FALLBACK
006590         MOVE 'Y' TO WS-SITE-FELL-BACK-SW
006600         IF WS-SEL-IDX > ZERO
006610             ADD 1 TO WS-FALLBACK-DAY-COUNT
006620         ELSE
006630             ADD 1 TO WS-DEFAULT-DAY-COUNT
006640         END-IF
006650         IF RETURN-CODE < 4
006660             MOVE 4 TO RETURN-CODE
006670         END-IF
006680     END-IF.
006690
006700     IF WS-FIRST-DAY
006710      OR WS-DAY-TEXT NOT = WS-PREV-TEXT
006720      OR WS-FALLBACK-SW NOT = WS-PREV-FALLBACK-SW
006730         PERFORM 3400-PRINT-CHANGE THRU 3400-EXIT
006740     END-IF.
006750
006760     MOVE 'N' TO WS-FIRST-DAY-SW.
006770     MOVE WS-DAY-TEXT    TO WS-PREV-TEXT.
006780     MOVE WS-FALLBACK-SW TO WS-PREV-FALLBACK-SW.
006790
006800     PERFORM 3500-NEXT-DAY THRU 3500-EXIT.
006810
006820 3200-EXIT.
006830     EXIT.
006840
006850******************************************************************
006860* 3300-SELECT-ROW - HELLOWORLD'S ROW SELECTION FOR WS-DAY-DATE:
006870*     THE SITE'S OWN LANG-CODE FIRST, THEN THE '**' ROWS, THEN
006880*     THE COMPILED-IN GREETING (WS-SEL-IDX ZERO).
006890******************************************************************
006900 3300-SELECT-ROW.
006910
006920     MOVE 'N' TO WS-FALLBACK-SW.
006930     MOVE SMS-LANG-CODE TO WS-SCAN-LANG-CODE.
006940     PERFORM 3310-SCAN-ROWS THRU 3310-EXIT.
006950
006960     IF WS-SEL-IDX = ZERO
006970         MOVE 'Y' TO WS-FALLBACK-SW
006980         MOVE '**' TO WS-SCAN-LANG-CODE
006990         PERFORM 3310-SCAN-ROWS THRU 3310-EXIT
007000     END-IF.
007010
007020     IF WS-SEL-IDX > ZERO
007030         MOVE WS-PJL-TEXT (WS-SEL-IDX) TO WS-DAY-TEXT
007040     ELSE
007050         MOVE WS-DEFAULT-MESSAGE TO WS-DAY-TEXT
007060     END-IF.
007070
007080 3300-EXIT.
007090     EXIT.
007100
007110******************************************************************
007120* 3310-SCAN-ROWS - FIND THE ROW FOR WS-SCAN-LANG-CODE IN EFFECT
007130*     ON WS-DAY-DATE WITH THE HIGHEST EFF-FROM (1150/1160 IN
007140*     HELLOWORLD).
007150******************************************************************
007160 3310-SCAN-ROWS.
007170
007180     MOVE ZERO TO WS-SEL-IDX.
007190     MOVE ZERO TO WS-BEST-FROM.
007200
007210     PERFORM 3320-TEST-ROW THRU 3320-EXIT
007220         VARYING WS-PJL-SUB FROM 1 BY 1
007230         UNTIL WS-PJL-SUB > WS-PJL-COUNT.
007240
007250 3310-EXIT.
007260     EXIT.
007270
007280******************************************************************
007290* 3320-TEST-ROW - ONE ROW OF THE TABLE.
007300******************************************************************
007310 3320-TEST-ROW.
007320
007330     IF WS-PJL-LANG-CODE (WS-PJL-SUB) NOT = WS-SCAN-LANG-CODE
007340      OR WS-PJL-DELETED (WS-PJL-SUB) = 'Y'
007350         GO TO 3320-EXIT
007360     END-IF.
007370
007380     IF WS-PJL-EFF-FROM (WS-PJL-SUB) <= WS-DAY-DATE
007390      AND WS-DAY-DATE <= WS-PJL-EFF-TO (WS-PJL-SUB)
007400         IF WS-SEL-IDX = ZERO
007410          OR WS-PJL-EFF-FROM (WS-PJL-SUB) >= WS-BEST-FROM
007420             MOVE WS-PJL-SUB TO WS-SEL-IDX
007430             MOVE WS-PJL-EFF-FROM (WS-PJL-SUB) TO WS-BEST-FROM
007440         END-IF
007450     END-IF.
007460
007470 3320-EXIT.
007480     EXIT.
007490
007500******************************************************************
007510* 3400-PRINT-CHANGE - THE CHANGE LINE AND THE WORDING FOR A DAY
007520*     THE SITE'S GREETING CHANGES.
007530******************************************************************
007540 3400-PRINT-CHANGE.
007550
007560     ADD 1 TO WS-CHANGE-COUNT.
007570
007580     MOVE SPACES TO PRJ-RPT-RECORD.
007590     MOVE WS-DAY-DATE TO PRJ-DATE.
007600     IF WS-SEL-IDX > ZERO
007610         MOVE WS-PJL-LANG-CODE (WS-SEL-IDX) TO PRJ-ROW-LANG-CODE
007620         MOVE WS-PJL-EFF-FROM (WS-SEL-IDX)  TO PRJ-ROW-EFF-FROM
007630         MOVE WS-PJL-EFF-TO (WS-SEL-IDX)    TO PRJ-ROW-EFF-TO
007640         IF WS-PJL-SOURCE (WS-SEL-IDX) = 'P'
007650             MOVE 'PENDING   ' TO PRJ-SOURCE
007660         ELSE
007670             MOVE 'LANGTAB   ' TO PRJ-SOURCE
007680         END-IF
007690     ELSE
007700         MOVE ZERO         TO PRJ-ROW-EFF-FROM
007710         MOVE ZERO         TO PRJ-ROW-EFF-TO
007720         MOVE 'COMPILED  ' TO PRJ-SOURCE
007730     END-IF.
007740
007750     IF WS-FALLBACK
007760         IF WS-SEL-IDX > ZERO
007770             STRING '''**'' FALLBACK - NO ' DELIMITED BY SIZE
007780                    SMS-LANG-CODE           DELIMITED BY SIZE
007790                    ' ROW'                  DELIMITED BY SIZE
007800                 INTO PRJ-NOTE
007810             END-STRING
007820         ELSE
007830             MOVE 'NO ROW - COMPILED-IN GREETING' TO PRJ-NOTE
007840         END-IF
007850     ELSE
007860         IF WS-FIRST-DAY
007870             MOVE 'WORDING AT START'   TO PRJ-NOTE
007880         ELSE
007890             MOVE 'WORDING CHANGES'    TO PRJ-NOTE
007900         END-IF
007910     END-IF.
007920     WRITE PRJ-RPT-RECORD AFTER ADVANCING 1 LINE.
007930
007940     PERFORM 3410-PRINT-TEXT-LINE THRU 3410-EXIT
007950         VARYING WS-TEXT-LINE-IDX FROM 1 BY 1
007960         UNTIL WS-TEXT-LINE-IDX > 3.
007970
007980 3400-EXIT.
007990     EXIT.
008000
008010******************************************************************
008020* 3410-PRINT-TEXT-LINE - ONE LINE OF THE PROJECTED GREETING.
008030*     BLANK LINES ARE NOT PRINTED.
008040******************************************************************
008050 3410-PRINT-TEXT-LINE.
008060
008070     IF WS-DAY-LINE (WS-TEXT-LINE-IDX) = SPACES
008080         GO TO 3410-EXIT
008090     END-IF.
008100
008110     MOVE SPACES TO PRJ-RPT-RECORD.
008120     MOVE 'LINE    ' TO PRJ-TEXT-LABEL.
008130     MOVE WS-TEXT-LINE-IDX TO WS-LINE-NO.
008140     MOVE WS-LINE-NO TO PRJ-TEXT-LABEL(6:1).
008150     MOVE ':' TO PRJ-TEXT-LABEL(7:1).
008160     MOVE WS-DAY-LINE (WS-TEXT-LINE-IDX) TO PRJ-TEXT-LINE.
008170     WRITE PRJ-RPT-RECORD AFTER ADVANCING 1 LINE.
008180
008190 3410-EXIT.
008200     EXIT.
008210
008220******************************************************************
008230* 3500-NEXT-DAY - STEP WS-DAY-DATE ON ONE CALENDAR DAY.
008240******************************************************************
008250 3500-NEXT-DAY.
008260
008270     PERFORM 3600-SET-MONTH-END THRU 3600-EXIT.
008280
008290     IF WS-DAY-DAY < WS-MONTH-END
008300         ADD 1 TO WS-DAY-DAY
008310         GO TO 3500-EXIT
008320     END-IF.
008330
008340     MOVE 1 TO WS-DAY-DAY.
008350     IF WS-DAY-MONTH < 12
008360         ADD 1 TO WS-DAY-MONTH
008370     ELSE
008380         MOVE 1 TO WS-DAY-MONTH
008390         ADD 1 TO WS-DAY-YEAR
008400     END-IF.
008410
008420 3500-EXIT.
008430     EXIT.
008440
008450******************************************************************
008460* 3600-SET-MONTH-END - THE LAST DAY OF WS-DAY-DATE'S MONTH, WITH
008470*     FEBRUARY 29 IN A LEAP YEAR (DIVISIBLE BY 4, AND NOT BY 100
008480*     UNLESS ALSO BY 400).
008490******************************************************************
008500 3600-SET-MONTH-END.
008510
008520     MOVE WS-MONTH-DAYS (WS-DAY-MONTH) TO WS-MONTH-END.
008530     IF WS-DAY-MONTH NOT = 2
008540         GO TO 3600-EXIT
008550     END-IF.
008560
008570     DIVIDE WS-DAY-YEAR BY 4   GIVING WS-LEAP-QUOTIENT
008580         REMAINDER WS-LEAP-REM-4.
008590     DIVIDE WS-DAY-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
008600         REMAINDER WS-LEAP-REM-100.
008610     DIVIDE WS-DAY-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
008620         REMAINDER WS-LEAP-REM-400.
008630
008640     IF WS-LEAP-REM-4 = ZERO
008650      AND (WS-LEAP-REM-100 NOT = ZERO
008660           OR WS-LEAP-REM-400 = ZERO)
008670         MOVE 29 TO WS-MONTH-END
008680     END-IF.
008690
008700 3600-EXIT.
008710     EXIT.
008720
008730******************************************************************
008740* 6000-WRITE-TOTALS - CONTROL TOTALS, EACH ECHOED TO SYSOUT.
008750******************************************************************
008760 6000-WRITE-TOTALS.
008770
008780     MOVE SPACES TO PRJ-RPT-RECORD.
008790     MOVE 'LANGTAB ROWS LOADED:    ' TO PRJ-TOTAL-LABEL.
008800     MOVE WS-ROWS-LOADED-COUNT TO PRJ-TOTAL-COUNT.
008810     WRITE PRJ-RPT-RECORD AFTER ADVANCING 3 LINES.
008820     DISPLAY PRJ-RPT-RECORD.
008830
008840     MOVE SPACES TO PRJ-RPT-RECORD.
008850     MOVE 'PENDING CHANGES APPLIED:' TO PRJ-TOTAL-LABEL.
008860     MOVE WS-PEND-APPLIED-COUNT TO PRJ-TOTAL-COUNT.
008870     WRITE PRJ-RPT-RECORD AFTER ADVANCING 1 LINE.
008880     DISPLAY PRJ-RPT-RECORD.
008890
008900     MOVE SPACES TO PRJ-RPT-RECORD.
008910     MOVE 'PENDING CHANGES SKIPPED:' TO PRJ-TOTAL-LABEL.
008920     MOVE WS-PEND-SKIPPED-COUNT TO PRJ-TOTAL-COUNT.
008930     WRITE PRJ-RPT-RECORD AFTER ADVANCING 1 LINE.
008940     DISPLAY PRJ-RPT-RECORD.
008950
008960     MOVE SPACES TO PRJ-RPT-RECORD.
008970     MOVE 'SITES READ:             ' TO PRJ-TOTAL-LABEL.
008980     MOVE WS-SITE-READ-COUNT TO PRJ-TOTAL-COUNT.
008990     WRITE PRJ-RPT-RECORD AFTER ADVANCING 2 LINES.
009000     DISPLAY PRJ-RPT-RECORD.
009010
009020     MOVE SPACES TO PRJ-RPT-RECORD.
009030     MOVE 'SITES PROJECTED:        ' TO PRJ-TOTAL-LABEL.
009040     MOVE WS-SITE-PROJ-COUNT TO PRJ-TOTAL-COUNT.
009050     WRITE PRJ-RPT-RECORD AFTER ADVANCING 1 LINE.
009060     DISPLAY PRJ-RPT-RECORD.
009070
009080     MOVE SPACES TO PRJ-RPT-RECORD.
009090     MOVE 'SITE-DAYS PROJECTED:    ' TO PRJ-TOTAL-LABEL.
009100     MOVE WS-SITE-DAY-COUNT TO PRJ-TOTAL-COUNT.
009110     WRITE PRJ-RPT-RECORD AFTER ADVANCING 1 LINE.
009120     DISPLAY PRJ-RPT-RECORD.
009130
009140     MOVE SPACES TO PRJ-RPT-RECORD.
009150     MOVE 'WORDING CHANGES PRINTED:' TO PRJ-TOTAL-LABEL.
009160     MOVE WS-CHANGE-COUNT TO PRJ-TOTAL-COUNT.
009170     WRITE PRJ-RPT-RECORD AFTER ADVANCING 1 LINE.
009180     DISPLAY PRJ-RPT-RECORD.
009190
009200     MOVE SPACES TO PRJ-RPT-RECORD.
009210     MOVE '''**'' FALLBACK SITE-DAYS:' TO PRJ-TOTAL-LABEL.
009220     MOVE WS-FALLBACK-DAY-COUNT TO PRJ-TOTAL-COUNT.
009230     WRITE PRJ-RPT-RECORD AFTER ADVANCING 1 LINE.
009240     DISPLAY PRJ-RPT-RECORD.
009250
009260     MOVE SPACES TO PRJ-RPT-RECORD.
009270     MOVE 'COMPILED-IN SITE-DAYS:  ' TO PRJ-TOTAL-LABEL.
009280     MOVE WS-DEFAULT-DAY-COUNT TO PRJ-TOTAL-COUNT.
009290     WRITE PRJ-RPT-RECORD AFTER ADVANCING 1 LINE.
009300     DISPLAY PRJ-RPT-RECORD.
009310
009320     MOVE SPACES TO PRJ-RPT-RECORD.
009330     MOVE 'SITES FALLING BACK:     ' TO PRJ-TOTAL-LABEL.
009340     MOVE WS-FALLBACK-SITE-COUNT TO PRJ-TOTAL-COUNT.
009350     WRITE PRJ-RPT-RECORD AFTER ADVANCING 1 LINE.
009360     DISPLAY PRJ-RPT-RECORD.
009370
009380     MOVE SPACES TO PRJ-RPT-RECORD.
009390     MOVE 'SITES ENDING IN RANGE:  ' TO PRJ-TOTAL-LABEL.
009400     MOVE WS-ENDING-SITE-COUNT TO PRJ-TOTAL-COUNT.
009410     WRITE PRJ-RPT-RECORD AFTER ADVANCING 1 LINE.
009420     DISPLAY PRJ-RPT-RECORD.
009430
009440     CLOSE PRJRPT.
009450
009460 6000-EXIT.
009470     EXIT.
