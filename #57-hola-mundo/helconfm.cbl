000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    HELCONFM.
000030 AUTHOR.        J ALVAREZ.
000040 INSTALLATION.  DATA PROCESSING SERVICES.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED. 10/15/2026.
000070******************************************************************
000080* REMARKS.
000090*     SITE RECEIPT CONFIRMATION MATCH.  SBHIST RECORDS WHAT WAS
000100*     SENT TO EACH SITE; NOTHING RECORDED WHAT ARRIVED.  THE
000110*     SITES NOW SEND BACK A DAILY CONFIRMATION FEED (SITECONF -
000120*     SEE CNFREC) GIVING THE RUN DATE, THE TIME THEIR BANNER WAS
000130*     RECEIVED AND A COPY OR CHECKSUM OF ITS FIRST TEXT LINE.
000140*     THIS PROGRAM MATCHES THE FEED AGAINST THE BUSINESS DATE'S
000150*     SBHIST POSTINGS AND REPORTS, ON CNFRPT:
000160*       - CONFIRMATIONS IT CANNOT MATCH: FROM A SITE NOT ON
000170*         SITEMST OR NOT ACTIVE THERE ON THE RUN DATE, FOR A
000180*         SITE NOTHING WAS POSTED FOR, FOR ANOTHER RUN DATE, OR
000190*         UNREADABLE;
000200*       - POSTED SITES THAT NEVER CONFIRMED, AND SITES THAT
000210*         CONFIRMED TEXT DIFFERENT FROM WHAT WAS SENT (SENT AND
000220*         RECEIVED LINES PRINTED BENEATH).
000230*     EACH SITE NEVER CONFIRMED OR CONFIRMED DIFFERENT RAISES A
000240*     WARNING ALERT (SEE ALRTREC) FOR THE HELALERT DISPATCHER.
000250*     EVERY POSTING'S VERDICT IS KEPT ON THE CNFHIST KSDS (SEE
000260*     CNHREC), WHERE HELAVAIL COUNTS EACH SITE'S DAYS RECEIVED
000270*     BESIDE ITS DAYS POSTED.
000280*
000290*     PARM='YYYYMMDD' NAMES THE BUSINESS DATE TO MATCH.  NO PARM
000300*     MEANS YESTERDAY - THE JOB RUNS IN THE MORNING, ONCE THE
000310*     FEED FOR LAST NIGHT'S BANNER RUN HAS LANDED.  A RERUN FOR
000320*     THE SAME DATE REPLACES THAT DATE'S CNFHIST VERDICTS.
000330*
000340*     RETURN-CODE:
000350*         0 - EVERY SITE CONFIRMED THE TEXT IT WAS SENT
000360*         4 - EXCEPTIONS REPORTED, NO POSTINGS FOR THE DATE, OR
000370*             AN ALERT COULD NOT BE WRITTEN
000380*         8 - BAD PARM, SBHIST, SITEMST, SITECONF, CNFHIST OR
000390*             THE REPORT UNUSABLE, OR MORE THAN 500 POSTINGS -
000400*             RERUN AFTER THE FIX
000410*
000420* MODIFICATION HISTORY.
000430*     10/15/2026  JA   ORIGINAL VERSION.
000440******************************************************************
000450
000460 ENVIRONMENT DIVISION.
000470
000480 CONFIGURATION SECTION.
000490 SOURCE-COMPUTER.   IBM-370.
000500 OBJECT-COMPUTER.   IBM-370.
000510
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT SBHIST      ASSIGN TO SBHIST
000550                         ORGANIZATION IS INDEXED
000560                         ACCESS MODE IS DYNAMIC
000570                         RECORD KEY IS SBH-KEY
000580                         FILE STATUS IS WS-SBHIST-STATUS.
000590
000600     SELECT SITEMST     ASSIGN TO SITEMST
000610                         ORGANIZATION IS INDEXED
000620                         ACCESS MODE IS RANDOM
000630                         RECORD KEY IS SMS-SITE-ID
000640                         FILE STATUS IS WS-SITEMST-STATUS.
000650
000660     SELECT SITECONF    ASSIGN TO SITECONF
000670                         ORGANIZATION IS SEQUENTIAL
000680                         FILE STATUS IS WS-SITECONF-STATUS.
000690
000700     SELECT CNFHIST     ASSIGN TO CNFHIST
000710                         ORGANIZATION IS INDEXED
000720                         ACCESS MODE IS RANDOM
000730                         RECORD KEY IS CNH-KEY
000740                         FILE STATUS IS WS-CNFHIST-STATUS.
000750
000760     SELECT CNFRPT      ASSIGN TO CNFRPT
000770                         ORGANIZATION IS SEQUENTIAL
000780                         FILE STATUS IS WS-CNFRPT-STATUS.
000790
000800     SELECT ALERTS      ASSIGN TO ALERTS
000810                         ORGANIZATION IS SEQUENTIAL
000820                         FILE STATUS IS WS-ALERTS-STATUS.
000830
000840 DATA DIVISION.
000850
000860 FILE SECTION.
000870
000880 FD  SBHIST
000890     LABEL RECORDS ARE STANDARD
000900     RECORD CONTAINS 200 CHARACTERS.
000910     COPY SBHREC.
000920
000930 FD  SITEMST
000940     LABEL RECORDS ARE STANDARD
000950     RECORD CONTAINS 51 CHARACTERS.
000960     COPY SITEMREC.
000970
000980 FD  SITECONF
000990     LABEL RECORDS ARE STANDARD
001000     RECORD CONTAINS 80 CHARACTERS.
001010     COPY CNFREC.
001020
001030 FD  CNFHIST
001040     LABEL RECORDS ARE STANDARD
001050     RECORD CONTAINS 40 CHARACTERS.
001060     COPY CNHREC.
001070
001080 FD  CNFRPT
001090     LABEL RECORDS ARE STANDARD
001100     RECORD CONTAINS 80 CHARACTERS.
001110     COPY CNFRPT.
001120
001130 FD  ALERTS
001140     LABEL RECORDS ARE STANDARD
001150     RECORD CONTAINS 85 CHARACTERS.
001160     COPY ALRTREC.
001170
001180 WORKING-STORAGE SECTION.
001190
001200 77  WS-SBHIST-STATUS            PIC X(02)  VALUE SPACES.
001210     88  WS-SBHIST-OK                       VALUE '00'.
001220
001230 77  WS-SITEMST-STATUS           PIC X(02)  VALUE SPACES.
001240     88  WS-SITEMST-OK                      VALUE '00'.
001250     88  WS-SITEMST-NOREC                   VALUE '23'.
001260
001270 77  WS-SITECONF-STATUS          PIC X(02)  VALUE SPACES.
001280     88  WS-SITECONF-OK                     VALUE '00'.
001290
001300 77  WS-CNFHIST-STATUS           PIC X(02)  VALUE SPACES.
001310     88  WS-CNFHIST-OK                      VALUE '00'.
001320     88  WS-CNFHIST-NOREC                   VALUE '23'.
001330
001340 77  WS-CNFRPT-STATUS            PIC X(02)  VALUE SPACES.
001350     88  WS-CNFRPT-OK                       VALUE '00'.
001360
001370 77  WS-ALERTS-STATUS            PIC X(02)  VALUE SPACES.
001380     88  WS-ALERTS-OK                       VALUE '00'.
001390     88  WS-ALERTS-NOTFND                   VALUE '35'.
001400
001410 77  WS-SBHIST-EOF-SW            PIC X(01)  VALUE 'N'.
001420     88  WS-SBHIST-AT-END                   VALUE 'Y'.
001430
001440 77  WS-SITECONF-EOF-SW          PIC X(01)  VALUE 'N'.
001450     88  WS-SITECONF-AT-END                 VALUE 'Y'.
001460
001470 77  WS-ALERTS-OPEN-SW           PIC X(01)  VALUE 'N'.
001480     88  WS-ALERTS-OPEN                     VALUE 'Y'.
001490
001500 77  WS-FOUND-SW                 PIC X(01)  VALUE 'N'.
001510     88  WS-ENTRY-FOUND                     VALUE 'Y'.
001520
001530 77  WS-PROOF-MATCH-SW           PIC X(01)  VALUE 'N'.
001540     88  WS-PROOF-MATCHES                   VALUE 'Y'.
001550
001560 77  WS-RUN-DATE                 PIC 9(08)  VALUE ZERO.
001570 77  WS-BUSINESS-DATE-X          PIC X(08)  VALUE SPACES.
001580
001590 01  WS-BUSINESS-DATE            PIC 9(08)  VALUE ZERO.
001600 01  WS-BUSINESS-DATE-PARTS  REDEFINES WS-BUSINESS-DATE.
001610     05  WS-BUS-YEAR             PIC 9(04).
001620     05  WS-BUS-MONTH            PIC 9(02).
001630     05  WS-BUS-DAY              PIC 9(02).
001640
001650 01  WS-MONTH-DAYS-VALUES.
001660     05  FILLER                  PIC X(24)
001670                                 VALUE '312831303130313130313031'.
001680 01  WS-MONTH-DAYS-TABLE     REDEFINES WS-MONTH-DAYS-VALUES.
001690     05  WS-MONTH-DAYS           PIC 9(02)  OCCURS 12 TIMES.
001700
001710 77  WS-LEAP-QUOTIENT            PIC 9(04)  VALUE ZERO.
001720 77  WS-LEAP-REM-4               PIC 9(04)  VALUE ZERO.
001730 77  WS-LEAP-REM-100             PIC 9(04)  VALUE ZERO.
001740 77  WS-LEAP-REM-400             PIC 9(04)  VALUE ZERO.
001750
001760 77  WS-PS-MAX                   PIC S9(4) COMP VALUE +500.
001770 77  WS-PS-COUNT                 PIC S9(4) COMP VALUE ZERO.
001780 77  WS-PS-SUB                   PIC S9(4) COMP VALUE ZERO.
001790 77  WS-PS-HIT                   PIC S9(4) COMP VALUE ZERO.
001800 77  WS-PS-OVERFLOW-SW           PIC X(01)  VALUE 'N'.
001810     88  WS-PS-OVERFLOWED                   VALUE 'Y'.
001820
001830 01  WS-POSTING-TABLE.
001840     05  WS-PS-ENTRY             OCCURS 500 TIMES.
001850         10  WS-PS-SITE-ID       PIC X(04).
001860         10  WS-PS-JOB-NAME      PIC X(08).
001870         10  WS-PS-TEXT          PIC X(60).
001880         10  WS-PS-CHECKSUM      PIC 9(07).
001890         10  WS-PS-STATUS        PIC X(01).
001900         10  WS-PS-TIME-RECEIVED PIC X(06).
001910         10  WS-PS-PROOF-TYPE    PIC X(01).
001920         10  WS-PS-PROOF-DATA    PIC X(60).
001930
001940 77  WS-CHK-TEXT                 PIC X(60)  VALUE SPACES.
001950 77  WS-CHK-POS                  PIC S9(4) COMP VALUE ZERO.
001960 77  WS-CHK-SUM                  PIC 9(07)  VALUE ZERO.
001970
001980 01  WS-CHK-BYTE-AREA.
001990     05  WS-CHK-BYTE-VALUE       PIC S9(4) COMP VALUE ZERO.
002000 01  WS-CHK-BYTE-CHARS       REDEFINES WS-CHK-BYTE-AREA.
002010     05  WS-CHK-BYTE-HIGH        PIC X(01).
002020     05  WS-CHK-BYTE-LOW         PIC X(01).
002030
002040 77  WS-REJECT-JOB-NAME          PIC X(08)  VALUE SPACES.
002050 77  WS-REJECT-VERDICT           PIC X(20)  VALUE SPACES.
002060 77  WS-REJECT-NOTE              PIC X(30)  VALUE SPACES.
002070
002080 77  WS-ALERT-SEVERITY           PIC X(01)  VALUE 'W'.
002090 77  WS-ALERT-JOB-NAME           PIC X(08)  VALUE SPACES.
002100 77  WS-ALERT-REASON             PIC X(60)  VALUE SPACES.
002110
002120 77  WS-CONF-READ-COUNT          PIC 9(05)  VALUE ZERO.
002130 77  WS-REJECT-COUNT             PIC 9(05)  VALUE ZERO.
002140 77  WS-CONFIRMED-COUNT          PIC 9(05)  VALUE ZERO.
002150 77  WS-DIFFERENT-COUNT          PIC 9(05)  VALUE ZERO.
002160 77  WS-UNCONFIRMED-COUNT        PIC 9(05)  VALUE ZERO.
002170 77  WS-DUPLICATE-COUNT          PIC 9(05)  VALUE ZERO.
002180 77  WS-NOT-ACTIVE-COUNT         PIC 9(05)  VALUE ZERO.
002190 77  WS-NOTHING-SENT-COUNT       PIC 9(05)  VALUE ZERO.
002200 77  WS-OTHER-DATE-COUNT         PIC 9(05)  VALUE ZERO.
002210 77  WS-UNREADABLE-COUNT         PIC 9(05)  VALUE ZERO.
002220 77  WS-CONFIRMED-PCT            PIC 9(03)  VALUE ZERO.
002230
002240 LINKAGE SECTION.
002250
002260 01  LS-PARM-AREA.
002270     05  LS-PARM-LEN             PIC S9(4) COMP.
002280     05  LS-PARM-DATA            PIC X(08).
002290
002300 PROCEDURE DIVISION USING LS-PARM-AREA.
002310
002320******************************************************************
002330* 0000-MAINLINE - PROGRAM CONTROL.
002340******************************************************************
002350 0000-MAINLINE.
002360
002370     PERFORM 1000-INITIALIZE        THRU 1000-EXIT.
002380     IF RETURN-CODE < 8
002390         PERFORM 2000-LOAD-POSTINGS       THRU 2000-EXIT
002400         IF RETURN-CODE < 8
002410             PERFORM 3000-MATCH-CONFIRMATIONS THRU 3000-EXIT
002420         END-IF
002430         IF RETURN-CODE < 8
002440             PERFORM 4000-RECORD-VERDICTS THRU 4000-EXIT
002450         END-IF
002460         IF RETURN-CODE < 8
002470             PERFORM 5000-PRINT-TOTALS    THRU 5000-EXIT
002480         END-IF
002490         CLOSE CNFRPT
002500     END-IF.
002510
002520     PERFORM 7100-CLOSE-ALERTS THRU 7100-EXIT.
002530
002540     STOP RUN.
002550
002560******************************************************************
002570* 1000-INITIALIZE - ESTABLISH THE BUSINESS DATE (PARM, OR
002580*     YESTERDAY) AND START THE REPORT.  A PARM THAT IS NOT A
002590*     DATE IS A HARD ERROR, AS IT IS FOR HELDWEXT - MATCHING
002600*     THE WRONG DAY WOULD WRITE THE WRONG VERDICTS.
002610******************************************************************
002620 1000-INITIALIZE.
002630
002640     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002650
002660     IF LS-PARM-LEN > 0
002670         MOVE LS-PARM-DATA(1:LS-PARM-LEN) TO WS-BUSINESS-DATE-X
002680         IF WS-BUSINESS-DATE-X IS NUMERIC
002690             MOVE WS-BUSINESS-DATE-X TO WS-BUSINESS-DATE
002700         ELSE
002710             MOVE 8 TO RETURN-CODE
002720             DISPLAY 'HELCONFM: PARM MUST BE YYYYMMDD'
002730             GO TO 1000-EXIT
002740         END-IF
002750     ELSE
002760         PERFORM 1100-DEFAULT-YESTERDAY THRU 1100-EXIT
002770     END-IF.
002780
002790     OPEN OUTPUT CNFRPT.
002800     IF NOT WS-CNFRPT-OK
002810         MOVE 8 TO RETURN-CODE
002820         DISPLAY 'HELCONFM: CNFRPT UNUSABLE'
002830         GO TO 1000-EXIT
002840     END-IF.
002850
002860     MOVE SPACES TO CNF-RPT-RECORD.
002870     MOVE 'HELCONFM SITE RECEIPT CONFIRMATIONS' TO CNR-HDG-TITLE.
002880     MOVE 'RUN DATE: '     TO CNR-HDG-LABEL.
002890     MOVE WS-BUSINESS-DATE TO CNR-HDG-DATE.
002900     WRITE CNF-RPT-RECORD AFTER ADVANCING PAGE.
002910
002920 1000-EXIT.
002930     EXIT.
002940
002950******************************************************************
002960* 1100-DEFAULT-YESTERDAY - NO PARM: THE DAY BEFORE TODAY,
002970*     STEPPING BACK OVER A MONTH OR YEAR END (FEBRUARY HAS 29
002980*     DAYS IN A YEAR DIVISIBLE BY 4, EXCEPT A CENTURY YEAR NOT
002990*     DIVISIBLE BY 400).
003000******************************************************************
003010 1100-DEFAULT-YESTERDAY.
003020
003030     MOVE WS-RUN-DATE TO WS-BUSINESS-DATE.
003040
003050     IF WS-BUS-DAY > 1
003060         SUBTRACT 1 FROM WS-BUS-DAY
003070         GO TO 1100-EXIT
003080     END-IF.
003090
003100     IF WS-BUS-MONTH > 1
003110         SUBTRACT 1 FROM WS-BUS-MONTH
003120     ELSE
003130         MOVE 12 TO WS-BUS-MONTH
003140         SUBTRACT 1 FROM WS-BUS-YEAR
003150     END-IF.
003160     MOVE WS-MONTH-DAYS(WS-BUS-MONTH) TO WS-BUS-DAY.
003170
003180     IF WS-BUS-MONTH NOT = 2
003190         GO TO 1100-EXIT
003200     END-IF.
003210
003220     DIVIDE WS-BUS-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
003230         REMAINDER WS-LEAP-REM-4.
003240     DIVIDE WS-BUS-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
003250         REMAINDER WS-LEAP-REM-100.
003260     DIVIDE WS-BUS-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
003270         REMAINDER WS-LEAP-REM-400.
003280     IF WS-LEAP-REM-4 = ZERO
003290      AND (WS-LEAP-REM-100 NOT = ZERO
003300        OR WS-LEAP-REM-400 = ZERO)
003310         MOVE 29 TO WS-BUS-DAY
003320     END-IF.
003330
003340 1100-EXIT.
003350     EXIT.
003360
003370******************************************************************
003380* 2000-LOAD-POSTINGS - BROWSE SBHIST FOR THE BUSINESS DATE AND
003390*     TABLE EVERY SITE POSTED, WITH ITS FIRST TEXT LINE AND THE
003400*     CHECKSUM OF IT, AS NOT YET CONFIRMED.  MORE POSTINGS THAN
003410*     THE TABLE HOLDS IS A HARD ERROR - A SITE LEFT OUT WOULD
003420*     NEVER BE CHASED.  NO POSTINGS AT ALL IS WORTH A LOOK
003430*     (RETURN-CODE 4) BUT NOT AN ERROR: ON A NON-PROCESSING DAY
003440*     THERE IS NOTHING TO CONFIRM.
003450******************************************************************
003460 2000-LOAD-POSTINGS.
003470
003480     OPEN INPUT SBHIST.
003490     IF NOT WS-SBHIST-OK
003500         MOVE 8 TO RETURN-CODE
003510         DISPLAY 'HELCONFM: SBHIST UNUSABLE'
003520         GO TO 2000-EXIT
003530     END-IF.
003540
003550     MOVE WS-BUSINESS-DATE TO SBH-RUN-DATE.
003560     MOVE LOW-VALUES       TO SBH-JOB-NAME.
003570     START SBHIST KEY >= SBH-KEY
003580         INVALID KEY
003590             MOVE 'Y' TO WS-SBHIST-EOF-SW
003600     END-START.
003610
003620     PERFORM 2100-LOAD-ONE-POSTING THRU 2100-EXIT
003630         UNTIL WS-SBHIST-AT-END.
003640
003650     CLOSE SBHIST.
003660
003670     IF WS-PS-OVERFLOWED
003680         MOVE 8 TO RETURN-CODE
003690         DISPLAY 'HELCONFM: MORE THAN 500 POSTINGS FOR '
003700                 WS-BUSINESS-DATE
003710         GO TO 2000-EXIT
003720     END-IF.
003730
003740     IF WS-PS-COUNT = ZERO
003750         MOVE 4 TO RETURN-CODE
003760         DISPLAY 'HELCONFM: NO SBHIST POSTINGS FOR '
003770                 WS-BUSINESS-DATE
003780     END-IF.
003790
003800 2000-EXIT.
003810     EXIT.
003820
003830******************************************************************
003840* 2100-LOAD-ONE-POSTING - ONE HISTORY RECORD; ANOTHER DATE ENDS
003850*     THE BROWSE.
003860******************************************************************
003870 2100-LOAD-ONE-POSTING.
003880
003890     READ SBHIST NEXT RECORD
003900         AT END
003910             MOVE 'Y' TO WS-SBHIST-EOF-SW
003920             GO TO 2100-EXIT
003930     END-READ.
003940
003950     IF SBH-RUN-DATE NOT = WS-BUSINESS-DATE
003960         MOVE 'Y' TO WS-SBHIST-EOF-SW
003970         GO TO 2100-EXIT
003980     END-IF.
003990
004000     IF WS-PS-COUNT NOT < WS-PS-MAX
004010         MOVE 'Y' TO WS-PS-OVERFLOW-SW
004020         MOVE 'Y' TO WS-SBHIST-EOF-SW
004030         GO TO 2100-EXIT
004040     END-IF.
004050
004060     ADD 1 TO WS-PS-COUNT.
004070     MOVE SBH-SITE-ID      TO WS-PS-SITE-ID(WS-PS-COUNT).
004080     MOVE SBH-JOB-NAME     TO WS-PS-JOB-NAME(WS-PS-COUNT).
004090     MOVE SBH-TEXT-LINE(1) TO WS-PS-TEXT(WS-PS-COUNT).
004100     MOVE 'U'              TO WS-PS-STATUS(WS-PS-COUNT).
004110     MOVE SPACES           TO WS-PS-TIME-RECEIVED(WS-PS-COUNT).
004120     MOVE SPACES           TO WS-PS-PROOF-TYPE(WS-PS-COUNT).
004130     MOVE SPACES           TO WS-PS-PROOF-DATA(WS-PS-COUNT).
004140
004150     MOVE SBH-TEXT-LINE(1) TO WS-CHK-TEXT.
004160     PERFORM 8000-COMPUTE-CHECKSUM THRU 8000-EXIT.
004170     MOVE WS-CHK-SUM       TO WS-PS-CHECKSUM(WS-PS-COUNT).
004180
004190 2100-EXIT.
004200     EXIT.
004210
004220******************************************************************
004230* 3000-MATCH-CONFIRMATIONS - READ THE SITES' CONFIRMATION FEED
004240*     AND MATCH EACH RECORD TO ITS SITE'S POSTING; WHATEVER
004250*     CANNOT BE MATCHED PRINTS IN THE FIRST REPORT SECTION.
004260*     NO FEED DATASET IS A HARD ERROR (THE TRANSFER DID NOT
004270*     LAND - DO NOT CHASE EVERY SITE FOR IT); AN EMPTY FEED IS
004280*     READ AS NOBODY CONFIRMED.
004290******************************************************************
004300 3000-MATCH-CONFIRMATIONS.
004310
004320     OPEN INPUT SITEMST.
004330     IF NOT WS-SITEMST-OK
004340         MOVE 8 TO RETURN-CODE
004350         DISPLAY 'HELCONFM: SITEMST UNUSABLE'
004360         GO TO 3000-EXIT
004370     END-IF.
004380
004390     OPEN INPUT SITECONF.
004400     IF NOT WS-SITECONF-OK
004410         MOVE 8 TO RETURN-CODE
004420         DISPLAY 'HELCONFM: SITECONF UNUSABLE'
004430         CLOSE SITEMST
004440         GO TO 3000-EXIT
004450     END-IF.
004460
004470     MOVE SPACES TO CNF-RPT-RECORD.
004480     MOVE 'CONFIRMATIONS NOT MATCHED TO A POSTING'
004490         TO CNR-SECT-TEXT.
004500     WRITE CNF-RPT-RECORD AFTER ADVANCING 2 LINES.
004510     PERFORM 3800-PRINT-COLUMN-HEADS THRU 3800-EXIT.
004520
004530     PERFORM 3100-MATCH-ONE-CONFIRMATION THRU 3100-EXIT
004540         UNTIL WS-SITECONF-AT-END.
004550
004560     CLOSE SITECONF.
004570     CLOSE SITEMST.
004580
004590     IF WS-REJECT-COUNT = ZERO
004600         MOVE SPACES TO CNF-RPT-RECORD
004610         MOVE 'NONE - EVERY CONFIRMATION MATCHED A POSTING'
004620             TO CNR-SECT-TEXT
004630         WRITE CNF-RPT-RECORD AFTER ADVANCING 1 LINE
004640     END-IF.
004650
004660 3000-EXIT.
004670     EXIT.
004680
004690******************************************************************
004700* 3100-MATCH-ONE-CONFIRMATION - ONE FEED RECORD, JUDGED IN THIS
004710*     ORDER: READABLE, FOR THE BUSINESS DATE, FROM A SITE ON
004720*     SITEMST AND ACTIVE THERE ON THE DATE, FOR A SITE THAT WAS
004730*     POSTED.  THE FIRST TEST FAILED IS THE EXCEPTION PRINTED;
004740*     A RECORD PASSING ALL FOUR HAS ITS PROOF JUDGED BY 3200.
004750******************************************************************
004760 3100-MATCH-ONE-CONFIRMATION.
004770
004780     READ SITECONF
004790         AT END
004800             MOVE 'Y' TO WS-SITECONF-EOF-SW
004810             GO TO 3100-EXIT
004820     END-READ.
004830
004840     ADD 1 TO WS-CONF-READ-COUNT.
004850     MOVE SPACES TO WS-REJECT-JOB-NAME.
004860
004870     IF CNF-SITE-ID = SPACES
004880      OR CNF-RUN-DATE IS NOT NUMERIC
004890      OR (NOT CNF-PROOF-TEXT AND NOT CNF-PROOF-CHECKSUM)
004900         ADD 1 TO WS-UNREADABLE-COUNT
004910         MOVE 'UNREADABLE'         TO WS-REJECT-VERDICT
004920         MOVE 'BAD SITE, DATE OR PROOF TYPE' TO WS-REJECT-NOTE
004930         PERFORM 3900-PRINT-REJECT THRU 3900-EXIT
004940         GO TO 3100-EXIT
004950     END-IF.
004960
004970     IF CNF-PROOF-CHECKSUM
004980      AND CNF-CHECKSUM IS NOT NUMERIC
004990         ADD 1 TO WS-UNREADABLE-COUNT
005000         MOVE 'UNREADABLE'         TO WS-REJECT-VERDICT
005010         MOVE 'CHECKSUM NOT NUMERIC' TO WS-REJECT-NOTE
005020         PERFORM 3900-PRINT-REJECT THRU 3900-EXIT
005030         GO TO 3100-EXIT
005040     END-IF.
005050
005060     IF CNF-RUN-DATE NOT = WS-BUSINESS-DATE
005070         ADD 1 TO WS-OTHER-DATE-COUNT
005080         MOVE 'OTHER RUN DATE'     TO WS-REJECT-VERDICT
005090         MOVE SPACES               TO WS-REJECT-NOTE
005100         STRING 'CONFIRMS RUN DATE ' CNF-RUN-DATE
005110             DELIMITED BY SIZE INTO WS-REJECT-NOTE
005120         END-STRING
005130         PERFORM 3900-PRINT-REJECT THRU 3900-EXIT
005140         GO TO 3100-EXIT
005150     END-IF.
005160
005170     MOVE CNF-SITE-ID TO SMS-SITE-ID.
005180     READ SITEMST
005190         INVALID KEY
005200             CONTINUE
005210     END-READ.
005220
005230     IF WS-SITEMST-NOREC
005240         ADD 1 TO WS-NOT-ACTIVE-COUNT
005250         MOVE 'NOT ON SITEMST'     TO WS-REJECT-VERDICT
005260         MOVE 'NO SUCH SITE ID'    TO WS-REJECT-NOTE
005270         PERFORM 3900-PRINT-REJECT THRU 3900-EXIT
005280         GO TO 3100-EXIT
005290     END-IF.
005300
005310     IF NOT WS-SITEMST-OK
005320         MOVE 8 TO RETURN-CODE
005330         DISPLAY 'HELCONFM: SITEMST READ FAILED FOR '
005340                 CNF-SITE-ID ' STATUS ' WS-SITEMST-STATUS
005350         MOVE 'Y' TO WS-SITECONF-EOF-SW
005360         GO TO 3100-EXIT
005370     END-IF.
005380
005390     MOVE SMS-JOB-NAME TO WS-REJECT-JOB-NAME.
005400     IF NOT SMS-ACTIVE
005410      OR WS-BUSINESS-DATE < SMS-EFF-FROM
005420      OR WS-BUSINESS-DATE > SMS-EFF-TO
005430         ADD 1 TO WS-NOT-ACTIVE-COUNT
005440         MOVE 'SITE NOT ACTIVE'    TO WS-REJECT-VERDICT
005450         MOVE 'INACTIVE OR OUTSIDE ITS WINDOW' TO WS-REJECT-NOTE
005460         PERFORM 3900-PRINT-REJECT THRU 3900-EXIT
005470         GO TO 3100-EXIT
005480     END-IF.
005490
005500     PERFORM 8200-FIND-POSTING THRU 8200-EXIT.
005510     IF WS-PS-HIT = ZERO
005520         ADD 1 TO WS-NOTHING-SENT-COUNT
005530         MOVE 'NOTHING SENT'       TO WS-REJECT-VERDICT
005540         MOVE 'NO SBHIST POSTING FOR SITE' TO WS-REJECT-NOTE
005550         PERFORM 3900-PRINT-REJECT THRU 3900-EXIT
005560         GO TO 3100-EXIT
005570     END-IF.
005580
005590     PERFORM 3200-JUDGE-PROOF THRU 3200-EXIT.
005600
005610 3100-EXIT.
005620     EXIT.
005630
005640******************************************************************
005650* 3200-JUDGE-PROOF - THE SITE'S PROOF AGAINST WHAT WAS POSTED:
005660*     THE TEXT COPY MUST EQUAL THE FIRST TEXT LINE, OR THE
005670*     CHECKSUM MUST EQUAL THE CHECKSUM OF IT.  A SITE THAT HAS
005680*     ALREADY CONFIRMED IS NOT UNDONE BY A LATER DUPLICATE; A
005690*     SITE THAT CONFIRMED DIFFERENT TEXT AND THEN RESENT THE
005700*     RIGHT TEXT IS CONFIRMED.  EITHER WAY THE REPEAT COUNTS AS
005710*     A DUPLICATE.
005720******************************************************************
005730 3200-JUDGE-PROOF.
005740
005750     IF WS-PS-STATUS(WS-PS-HIT) NOT = 'U'
005760         ADD 1 TO WS-DUPLICATE-COUNT
005770     END-IF.
005780     IF WS-PS-STATUS(WS-PS-HIT) = 'C'
005790         GO TO 3200-EXIT
005800     END-IF.
005810
005820     MOVE 'N' TO WS-PROOF-MATCH-SW.
005830     IF CNF-PROOF-TEXT
005840         IF CNF-PROOF-DATA = WS-PS-TEXT(WS-PS-HIT)
005850             MOVE 'Y' TO WS-PROOF-MATCH-SW
005860         END-IF
005870     ELSE
005880         IF CNF-CHECKSUM = WS-PS-CHECKSUM(WS-PS-HIT)
005890             MOVE 'Y' TO WS-PROOF-MATCH-SW
005900         END-IF
005910     END-IF.
005920
005930     IF WS-PROOF-MATCHES
005940         MOVE 'C' TO WS-PS-STATUS(WS-PS-HIT)
005950     ELSE
005960         MOVE 'D' TO WS-PS-STATUS(WS-PS-HIT)
005970     END-IF.
005980     MOVE CNF-TIME-RECEIVED TO WS-PS-TIME-RECEIVED(WS-PS-HIT).
005990     MOVE CNF-PROOF-TYPE    TO WS-PS-PROOF-TYPE(WS-PS-HIT).
006000     MOVE CNF-PROOF-DATA    TO WS-PS-PROOF-DATA(WS-PS-HIT).
006010
006020 3200-EXIT.
006030     EXIT.
006040
006050******************************************************************
006060* 3800-PRINT-COLUMN-HEADS - THE COLUMN HEADING BOTH EXCEPTION
006070*     SECTIONS SHARE.
006080******************************************************************
006090 3800-PRINT-COLUMN-HEADS.
006100
006110     MOVE SPACES TO CNF-RPT-RECORD.
006120     MOVE 'SITE  JOB NAME  EXCEPTION             TIME    NOTE'
006130         TO CNR-SECT-TEXT.
006140     WRITE CNF-RPT-RECORD AFTER ADVANCING 1 LINE.
006150
006160 3800-EXIT.
006170     EXIT.
006180
006190******************************************************************
006200* 3900-PRINT-REJECT - ONE FEED RECORD THAT MATCHED NO POSTING.
006210******************************************************************
006220 3900-PRINT-REJECT.
006230
006240     ADD 1 TO WS-REJECT-COUNT.
006250     MOVE SPACES TO CNF-RPT-RECORD.
006260     MOVE CNF-SITE-ID        TO CNR-SITE-ID.
006270     MOVE WS-REJECT-JOB-NAME TO CNR-JOB-NAME.
006280     MOVE WS-REJECT-VERDICT  TO CNR-VERDICT.
006290     MOVE CNF-TIME-RECEIVED  TO CNR-TIME-RECEIVED.
006300     MOVE WS-REJECT-NOTE     TO CNR-NOTE.
006310     WRITE CNF-RPT-RECORD AFTER ADVANCING 1 LINE.
006320
006330 3900-EXIT.
006340     EXIT.
006350
006360******************************************************************
006370* 4000-RECORD-VERDICTS - EVERY POSTING'S VERDICT ONTO CNFHIST,
006380*     AND EVERY SITE THAT DID NOT CONFIRM THE TEXT IT WAS SENT
006390*     INTO THE SECOND REPORT SECTION AND THE ALERTS FEED.
006400******************************************************************
006410 4000-RECORD-VERDICTS.
006420
006430     OPEN I-O CNFHIST.
006440     IF NOT WS-CNFHIST-OK
006450         MOVE 8 TO RETURN-CODE
006460         DISPLAY 'HELCONFM: CNFHIST UNUSABLE'
006470         GO TO 4000-EXIT
006480     END-IF.
006490
006500     MOVE SPACES TO CNF-RPT-RECORD.
006510     MOVE 'SITES NOT CONFIRMING THE TEXT THEY WERE SENT'
006520         TO CNR-SECT-TEXT.
006530     WRITE CNF-RPT-RECORD AFTER ADVANCING 2 LINES.
006540     PERFORM 3800-PRINT-COLUMN-HEADS THRU 3800-EXIT.
006550
006560     PERFORM 4100-RECORD-ONE-VERDICT THRU 4100-EXIT
006570         VARYING WS-PS-SUB FROM 1 BY 1
006580         UNTIL WS-PS-SUB > WS-PS-COUNT
006590            OR RETURN-CODE > 7.
006600
006610     CLOSE CNFHIST.
006620
006630     IF WS-UNCONFIRMED-COUNT = ZERO
006640      AND WS-DIFFERENT-COUNT = ZERO
006650         MOVE SPACES TO CNF-RPT-RECORD
006660         MOVE 'NONE - EVERY SITE POSTED CONFIRMED ITS TEXT'
006670             TO CNR-SECT-TEXT
006680         WRITE CNF-RPT-RECORD AFTER ADVANCING 1 LINE
006690     END-IF.
006700
006710 4000-EXIT.
006720     EXIT.
006730
006740******************************************************************
006750* 4100-RECORD-ONE-VERDICT - ONE POSTING: COUNT ITS VERDICT, KEEP
006760*     IT ON CNFHIST, AND REPORT AND ALERT IT UNLESS CONFIRMED.
006770******************************************************************
006780 4100-RECORD-ONE-VERDICT.
006790
006800     IF WS-PS-STATUS(WS-PS-SUB) = 'C'
006810         ADD 1 TO WS-CONFIRMED-COUNT
006820     ELSE
006830         IF WS-PS-STATUS(WS-PS-SUB) = 'D'
006840             ADD 1 TO WS-DIFFERENT-COUNT
006850         ELSE
006860             ADD 1 TO WS-UNCONFIRMED-COUNT
006870         END-IF
006880     END-IF.
006890
006900     PERFORM 4200-WRITE-HISTORY THRU 4200-EXIT.
006910
006920     IF WS-PS-STATUS(WS-PS-SUB) = 'C'
006930         GO TO 4100-EXIT
006940     END-IF.
006950
006960     MOVE SPACES TO CNF-RPT-RECORD.
006970     MOVE WS-PS-SITE-ID(WS-PS-SUB)       TO CNR-SITE-ID.
006980     MOVE WS-PS-JOB-NAME(WS-PS-SUB)      TO CNR-JOB-NAME.
006990     MOVE WS-PS-TIME-RECEIVED(WS-PS-SUB) TO CNR-TIME-RECEIVED.
007000     MOVE 'W'                            TO WS-ALERT-SEVERITY.
007010     MOVE WS-PS-JOB-NAME(WS-PS-SUB)      TO WS-ALERT-JOB-NAME.
007020     MOVE SPACES                         TO WS-ALERT-REASON.
007030
007040     IF WS-PS-STATUS(WS-PS-SUB) = 'U'
007050         MOVE 'NEVER CONFIRMED'    TO CNR-VERDICT
007060         WRITE CNF-RPT-RECORD AFTER ADVANCING 1 LINE
007070         STRING 'SITE ' WS-PS-SITE-ID(WS-PS-SUB)
007080                ' NEVER CONFIRMED RECEIPT OF ITS BANNER'
007090             DELIMITED BY SIZE INTO WS-ALERT-REASON
007100         END-STRING
007110     ELSE
007120         MOVE 'DIFFERENT TEXT'     TO CNR-VERDICT
007130         IF WS-PS-PROOF-TYPE(WS-PS-SUB) = 'T'
007140             MOVE 'CONFIRMED BY TEXT COPY' TO CNR-NOTE
007150         ELSE
007160             MOVE 'CONFIRMED BY CHECKSUM'  TO CNR-NOTE
007170         END-IF
007180         WRITE CNF-RPT-RECORD AFTER ADVANCING 1 LINE
007190         PERFORM 4300-PRINT-SENT-RECEIVED THRU 4300-EXIT
007200         STRING 'SITE ' WS-PS-SITE-ID(WS-PS-SUB)
007210                ' CONFIRMED TEXT DIFFERENT FROM WHAT WAS SENT'
007220             DELIMITED BY SIZE INTO WS-ALERT-REASON
007230         END-STRING
007240     END-IF.
007250
007260     PERFORM 7000-WRITE-ALERT THRU 7000-EXIT.
007270
007280 4100-EXIT.
007290     EXIT.
007300
007310******************************************************************
007320* 4200-WRITE-HISTORY - THE POSTING'S VERDICT ONTO CNFHIST, KEYED
007330*     BY BUSINESS DATE AND SITE ID: WRITTEN NEW, OR REWRITTEN
007340*     OVER AN EARLIER RUN'S VERDICT FOR THE SAME DATE.
007350******************************************************************
007360 4200-WRITE-HISTORY.
007370
007380     MOVE WS-BUSINESS-DATE         TO CNH-RUN-DATE.
007390     MOVE WS-PS-SITE-ID(WS-PS-SUB) TO CNH-SITE-ID.
007400     READ CNFHIST
007410         INVALID KEY
007420             CONTINUE
007430     END-READ.
007440
007450     IF NOT WS-CNFHIST-OK
007460      AND NOT WS-CNFHIST-NOREC
007470         GO TO 4200-CHECK-UPDATE
007480     END-IF.
007490
007500     MOVE SPACES                         TO CNFHIST-RECORD.
007510     MOVE WS-BUSINESS-DATE               TO CNH-RUN-DATE.
007520     MOVE WS-PS-SITE-ID(WS-PS-SUB)       TO CNH-SITE-ID.
007530     MOVE WS-PS-JOB-NAME(WS-PS-SUB)      TO CNH-JOB-NAME.
007540     MOVE WS-PS-STATUS(WS-PS-SUB)        TO CNH-STATUS.
007550     MOVE WS-PS-TIME-RECEIVED(WS-PS-SUB) TO CNH-TIME-RECEIVED.
007560
007570     IF WS-CNFHIST-NOREC
007580         WRITE CNFHIST-RECORD
007590             INVALID KEY
007600                 CONTINUE
007610         END-WRITE
007620     ELSE
007630         REWRITE CNFHIST-RECORD
007640             INVALID KEY
007650                 CONTINUE
007660         END-REWRITE
007670     END-IF.
007680
007690 4200-CHECK-UPDATE.
007700
007710     IF NOT WS-CNFHIST-OK
007720         MOVE 8 TO RETURN-CODE
007730         DISPLAY 'HELCONFM: CNFHIST UPDATE FAILED FOR '
007740                 WS-PS-SITE-ID(WS-PS-SUB)
007750                 ' STATUS ' WS-CNFHIST-STATUS
007760     END-IF.
007770
007780 4200-EXIT.
007790     EXIT.
007800
007810******************************************************************
007820* 4300-PRINT-SENT-RECEIVED - BENEATH A DIFFERENT-TEXT SITE, WHAT
007830*     WAS SENT AND WHAT THE SITE SAYS ARRIVED - THE TEXT LINES,
007840*     OR THE TWO CHECKSUMS.
007850******************************************************************
007860 4300-PRINT-SENT-RECEIVED.
007870
007880     MOVE SPACES TO CNF-RPT-RECORD.
007890     IF WS-PS-PROOF-TYPE(WS-PS-SUB) = 'T'
007900         MOVE 'SENT:'                   TO CNR-TEXT-LABEL
007910         MOVE WS-PS-TEXT(WS-PS-SUB)     TO CNR-TEXT
007920     ELSE
007930         MOVE 'SENT SUM:'               TO CNR-TEXT-LABEL
007940         MOVE WS-PS-CHECKSUM(WS-PS-SUB) TO CNR-TEXT
007950     END-IF.
007960     WRITE CNF-RPT-RECORD AFTER ADVANCING 1 LINE.
007970
007980     MOVE SPACES TO CNF-RPT-RECORD.
007990     IF WS-PS-PROOF-TYPE(WS-PS-SUB) = 'T'
008000         MOVE 'RECEIVED:'               TO CNR-TEXT-LABEL
008010         MOVE WS-PS-PROOF-DATA(WS-PS-SUB) TO CNR-TEXT
008020     ELSE
008030         MOVE 'RECVD SUM:'              TO CNR-TEXT-LABEL
008040         MOVE WS-PS-PROOF-DATA(WS-PS-SUB)(1:7) TO CNR-TEXT
008050     END-IF.
008060     WRITE CNF-RPT-RECORD AFTER ADVANCING 1 LINE.
008070
008080 4300-EXIT.
008090     EXIT.
008100
008110******************************************************************
008120* 5000-PRINT-TOTALS - CONTROL TOTALS, ECHOED TO SYSOUT, AND THE
008130*     DAY'S CONFIRMATION RATE.  ANY EXCEPTION ON EITHER SIDE
008140*     ENDS THE STEP WITH RETURN-CODE 4.
008150******************************************************************
008160 5000-PRINT-TOTALS.
008170
008180     IF WS-PS-COUNT > ZERO
008190         COMPUTE WS-CONFIRMED-PCT =
008200             (WS-CONFIRMED-COUNT * 100) / WS-PS-COUNT
008210     END-IF.
008220
008230     MOVE SPACES TO CNF-RPT-RECORD.
008240     MOVE 'SITES POSTED:'            TO CNR-TOTAL-LABEL.
008250     MOVE WS-PS-COUNT                TO CNR-TOTAL-COUNT.
008260     WRITE CNF-RPT-RECORD AFTER ADVANCING 2 LINES.
008270     DISPLAY CNF-RPT-RECORD.
008280
008290     MOVE SPACES TO CNF-RPT-RECORD.
008300     MOVE 'CONFIRMED AS SENT:'       TO CNR-TOTAL-LABEL.
008310     MOVE WS-CONFIRMED-COUNT         TO CNR-TOTAL-COUNT.
008320     WRITE CNF-RPT-RECORD AFTER ADVANCING 1 LINE.
008330     DISPLAY CNF-RPT-RECORD.
008340
008350     MOVE SPACES TO CNF-RPT-RECORD.
008360     MOVE 'CONFIRMED DIFFERENT TEXT:' TO CNR-TOTAL-LABEL.
008370     MOVE WS-DIFFERENT-COUNT         TO CNR-TOTAL-COUNT.
008380     WRITE CNF-RPT-RECORD AFTER ADVANCING 1 LINE.
008390     DISPLAY CNF-RPT-RECORD.
008400
008410     MOVE SPACES TO CNF-RPT-RECORD.
008420     MOVE 'NEVER CONFIRMED:'         TO CNR-TOTAL-LABEL.
008430     MOVE WS-UNCONFIRMED-COUNT       TO CNR-TOTAL-COUNT.
008440     WRITE CNF-RPT-RECORD AFTER ADVANCING 1 LINE.
008450     DISPLAY CNF-RPT-RECORD.
008460
008470     MOVE SPACES TO CNF-RPT-RECORD.
008480     MOVE 'CONFIRMATION RATE PCT:'   TO CNR-TOTAL-LABEL.
008490     MOVE WS-CONFIRMED-PCT           TO CNR-TOTAL-COUNT.
008500     WRITE CNF-RPT-RECORD AFTER ADVANCING 1 LINE.
008510     DISPLAY CNF-RPT-RECORD.
008520
008530     MOVE SPACES TO CNF-RPT-RECORD.
008540     MOVE 'CONFIRMATIONS READ:'      TO CNR-TOTAL-LABEL.
008550     MOVE WS-CONF-READ-COUNT         TO CNR-TOTAL-COUNT.
008560     WRITE CNF-RPT-RECORD AFTER ADVANCING 2 LINES.
008570     DISPLAY CNF-RPT-RECORD.
008580
008590     MOVE SPACES TO CNF-RPT-RECORD.
008600     MOVE 'DUPLICATES:'              TO CNR-TOTAL-LABEL.
008610     MOVE WS-DUPLICATE-COUNT         TO CNR-TOTAL-COUNT.
008620     WRITE CNF-RPT-RECORD AFTER ADVANCING 1 LINE.
008630     DISPLAY CNF-RPT-RECORD.
008640
008650     MOVE SPACES TO CNF-RPT-RECORD.
008660     MOVE 'FROM SITES NOT ACTIVE:'   TO CNR-TOTAL-LABEL.
008670     MOVE WS-NOT-ACTIVE-COUNT        TO CNR-TOTAL-COUNT.
008680     WRITE CNF-RPT-RECORD AFTER ADVANCING 1 LINE.
008690     DISPLAY CNF-RPT-RECORD.
008700
008710     MOVE SPACES TO CNF-RPT-RECORD.
008720     MOVE 'FOR SITES NOT POSTED:'    TO CNR-TOTAL-LABEL.
008730     MOVE WS-NOTHING-SENT-COUNT      TO CNR-TOTAL-COUNT.
008740     WRITE CNF-RPT-RECORD AFTER ADVANCING 1 LINE.
008750     DISPLAY CNF-RPT-RECORD.
008760
008770     MOVE SPACES TO CNF-RPT-RECORD.
008780     MOVE 'FOR ANOTHER RUN DATE:'    TO CNR-TOTAL-LABEL.
008790     MOVE WS-OTHER-DATE-COUNT        TO CNR-TOTAL-COUNT.
008800     WRITE CNF-RPT-RECORD AFTER ADVANCING 1 LINE.
008810     DISPLAY CNF-RPT-RECORD.
008820
008830     MOVE SPACES TO CNF-RPT-RECORD.
008840     MOVE 'UNREADABLE:'              TO CNR-TOTAL-LABEL.
008850     MOVE WS-UNREADABLE-COUNT        TO CNR-TOTAL-COUNT.
008860     WRITE CNF-RPT-RECORD AFTER ADVANCING 1 LINE.
008870     DISPLAY CNF-RPT-RECORD.
008880
008890     IF WS-PS-COUNT = ZERO
008900         MOVE SPACES TO CNF-RPT-RECORD
008910         MOVE '** NO SBHIST POSTINGS FOR THIS RUN DATE'
008920             TO CNR-SECT-TEXT
008930         WRITE CNF-RPT-RECORD AFTER ADVANCING 1 LINE
008940         DISPLAY CNF-RPT-RECORD
008950     END-IF.
008960
008970     IF WS-REJECT-COUNT > ZERO
008980      OR WS-DIFFERENT-COUNT > ZERO
008990      OR WS-UNCONFIRMED-COUNT > ZERO
009000         IF RETURN-CODE < 4
009010             MOVE 4 TO RETURN-CODE
009020         END-IF
009030     END-IF.
009040
009050 5000-EXIT.
009060     EXIT.
009070
009080******************************************************************
009090* 7000-WRITE-ALERT - APPEND ONE ALERT RECORD TO THE COMMON
009100*     ALERTS INTERFACE FILE (SEE ALRTREC), OPENED EXTEND ON THE
009110*     FIRST ALERT OF THE RUN (OUTPUT IF IT DOES NOT EXIST YET)
009120*     AND CLOSED BY 7100 AT END OF RUN.  A FILE THAT WILL NOT
009130*     OPEN COSTS THE ALERT, NOT THE MATCH - THE PRINTED REPORT
009140*     STILL CARRIES EVERY EXCEPTION.
009150******************************************************************
009160 7000-WRITE-ALERT.
009170
009180     IF NOT WS-ALERTS-OPEN
009190         OPEN EXTEND ALERTS
009200         IF WS-ALERTS-NOTFND
009210             OPEN OUTPUT ALERTS
009220         END-IF
009230         IF WS-ALERTS-OK
009240             MOVE 'Y' TO WS-ALERTS-OPEN-SW
009250         ELSE
009260             DISPLAY 'HELCONFM: ALERT NOT WRITTEN - FILE ERROR'
009270             IF RETURN-CODE < 4
009280                 MOVE 4 TO RETURN-CODE
009290             END-IF
009300             GO TO 7000-EXIT
009310         END-IF
009320     END-IF.
009330
009340     MOVE WS-ALERT-SEVERITY TO ALR-SEVERITY.
009350     MOVE 'HELCONFM'        TO ALR-PROGRAM-ID.
009360     MOVE WS-BUSINESS-DATE  TO ALR-RUN-DATE.
009370     MOVE WS-ALERT-JOB-NAME TO ALR-JOB-NAME.
009380     MOVE WS-ALERT-REASON   TO ALR-REASON.
009390     WRITE ALERT-RECORD.
009400
009410 7000-EXIT.
009420     EXIT.
009430
009440******************************************************************
009450* 7100-CLOSE-ALERTS - NORMAL END OF THE ALERT INTERFACE.  A
009460*     FILE THAT NEVER CAME OPEN IS LEFT ALONE.
009470******************************************************************
009480 7100-CLOSE-ALERTS.
009490
009500     IF WS-ALERTS-OPEN
009510         CLOSE ALERTS
009520     END-IF.
009530
009540 7100-EXIT.
009550     EXIT.
009560
009570******************************************************************
009580* 8000-COMPUTE-CHECKSUM - THE CHECKSUM OF WS-CHK-TEXT AS THE
009590*     SITES COMPUTE IT (SEE CNFREC): EACH BYTE'S POSITION TIMES
009600*     ITS CODE POINT, SUMMED OVER ALL 60 BYTES.
009610******************************************************************
009620 8000-COMPUTE-CHECKSUM.
009630
009640     MOVE ZERO TO WS-CHK-SUM.
009650     PERFORM 8100-ADD-ONE-BYTE THRU 8100-EXIT
009660         VARYING WS-CHK-POS FROM 1 BY 1
009670         UNTIL WS-CHK-POS > 60.
009680
009690 8000-EXIT.
009700     EXIT.
009710
009720******************************************************************
009730* 8100-ADD-ONE-BYTE - ONE BYTE'S SHARE.  THE BYTE GOES INTO THE
009740*     LOW HALF OF A ZEROED HALFWORD, WHICH THEN READS AS ITS
009750*     CODE POINT.
009760******************************************************************
009770 8100-ADD-ONE-BYTE.
009780
009790     MOVE ZERO TO WS-CHK-BYTE-VALUE.
009800     MOVE WS-CHK-TEXT(WS-CHK-POS:1) TO WS-CHK-BYTE-LOW.
009810     COMPUTE WS-CHK-SUM = WS-CHK-SUM
009820                        + (WS-CHK-POS * WS-CHK-BYTE-VALUE).
009830
009840 8100-EXIT.
009850     EXIT.
009860
009870******************************************************************
009880* 8200-FIND-POSTING - THE POSTING-TABLE SUBSCRIPT FOR THE FEED
009890*     RECORD'S SITE ID; ZERO WHEN THE SITE WAS NOT POSTED.
009900******************************************************************
009910 8200-FIND-POSTING.
009920
009930     MOVE 'N' TO WS-FOUND-SW.
009940     MOVE ZERO TO WS-PS-HIT.
009950     PERFORM 8210-MATCH-POSTING THRU 8210-EXIT
009960         VARYING WS-PS-SUB FROM 1 BY 1
009970         UNTIL WS-PS-SUB > WS-PS-COUNT
009980            OR WS-ENTRY-FOUND.
009990
010000 8200-EXIT.
010010     EXIT.
010020
010030******************************************************************
010040* 8210-MATCH-POSTING - ONE PROBE OF THE POSTING TABLE.
010050******************************************************************
010060 8210-MATCH-POSTING.
010070
010080     IF WS-PS-SITE-ID(WS-PS-SUB) = CNF-SITE-ID
010090         MOVE 'Y' TO WS-FOUND-SW
010100         MOVE WS-PS-SUB TO WS-PS-HIT
010110     END-IF.
010120
010130 8210-EXIT.
010140     EXIT.
