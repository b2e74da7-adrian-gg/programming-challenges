000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    HELDWEXT.
000030 AUTHOR.        J ALVAREZ.
000040 INSTALLATION.  DATA PROCESSING SERVICES.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED. 10/15/2026.
000070******************************************************************
000080* REMARKS.
000090*     DAILY DATA-WAREHOUSE EXTRACT OF THE BANNER RESULTS.  ONE
000100*     DELIMITED ROW PER SITE PER RUN FOR THE BUSINESS DATE (SEE
000110*     DWXREC), PUTTING TOGETHER WHAT THE BOARD PAGE AND THE
000120*     RECONCILIATION SHOW ON PAPER: EACH AUDITLOG EXECUTION FOR
000130*     THE DATE WITH ITS RUN TIME, OVERRIDE ID AND GREETING TEXT,
000140*     MATCHED TO THE JOB'S SBHIST POSTING FOR THE SITE ID; THE
000150*     DAY'S RUNCTR COUNT; THE WARNING AND SEVERE ALERTS RAISED
000160*     FOR THE JOB ON THE CYCLE'S ALERTS FEED; AND WHETHER HELCAL
000170*     HAS THE DATE AS A PROCESSING DAY.  AN SBHIST POSTING WITH
000180*     NO EXECUTION BEHIND IT STILL GETS A ROW OF ITS OWN.  THE
000190*     HEADER CARRIES THE BUSINESS DATE; THE TRAILER CARRIES THE
000200*     ROW COUNTS, THE RUNCTR COUNT AND THE ALERT TOTALS, AND IS
000210*     FLAGGED BALANCED WHEN THE EXECUTION ROWS EQUAL THE RUNCTR
000220*     COUNT.  A SITE ID IS ONLY KNOWN THROUGH SBHIST, SO AN
000230*     EXECUTION NEVER POSTED TO THE BOARD CARRIES SPACES THERE.
000240*
000250*     THE ALERTS FEED IS THE CYCLE'S OWN (SEE ALRTREC), SO THE
000260*     EXTRACT RUNS AFTER HELRECON AND BEFORE HELALERT CLEARS
000270*     THE FEED.
000280*
000290*     EACH DAY IS ITS OWN DWEXTR GENERATION.  RUN WITH 'CHECK'
000300*     AS THE FIRST PARM VALUE, THE PROGRAM ONLY READS THE LATEST
000310*     GENERATION (DD DWPRIOR) AND ENDS RETURN-CODE 2 WHEN IT IS
000320*     THIS BUSINESS DATE'S EXTRACT, OR A FAILED RUN'S EMPTY
000330*     LEFTOVER, SO THE JCL CAN DELETE IT BEFORE CUTTING THE NEW
000340*     ONE - A RERUN REPLACES THE DAY'S EXTRACT INSTEAD OF ADDING
000350*     A SECOND COPY.
000360*
000370*     PARM='[CHECK,][YYYYMMDD]' - THE BUSINESS DATE, FOR A RERUN
000380*         OF AN EARLIER DAY.  NO DATE MEANS TODAY.
000390*
000400*     RETURN-CODE:
000410*         0 - EXTRACT CUT AND BALANCED TO RUNCTR (CHECK: THE
000420*             LATEST GENERATION IS ANOTHER DAY'S - KEEP IT)
000430*         2 - CHECK ONLY: THE LATEST GENERATION IS THIS DATE'S
000440*             OR EMPTY - DELETE IT BEFORE CUTTING THE NEW ONE
000450*         4 - EXTRACT CUT BUT OUT OF BALANCE WITH RUNCTR, OR
000460*             RUNCTR OR ALERTS UNREADABLE
000470*         8 - BAD PARM, SBHIST, AUDITLOG, DWPRIOR OR THE
000480*             EXTRACT UNUSABLE, OR MORE JOB NAMES THAN THE
000490*             TABLE HOLDS
000500*
000510* MODIFICATION HISTORY.
000520*     10/15/2026  JA   ORIGINAL VERSION.
000530******************************************************************
000540
000550 ENVIRONMENT DIVISION.
000560
000570 CONFIGURATION SECTION.
000580 SOURCE-COMPUTER.   IBM-370.
000590 OBJECT-COMPUTER.   IBM-370.
000600
000610 INPUT-OUTPUT SECTION.
000620 FILE-CONTROL.
000630     SELECT AUDITLOG    ASSIGN TO AUDITLOG
000640                         ORGANIZATION IS SEQUENTIAL
000650                         FILE STATUS IS WS-AUDITLOG-STATUS.
000660
000670     SELECT SBHIST      ASSIGN TO SBHIST
000680                         ORGANIZATION IS INDEXED
000690                         ACCESS MODE IS DYNAMIC
000700                         RECORD KEY IS SBH-KEY
000710                         FILE STATUS IS WS-SBHIST-STATUS.
000720
000730     SELECT RUNCTR      ASSIGN TO RUNCTR
000740                         ORGANIZATION IS INDEXED
000750                         ACCESS MODE IS RANDOM
000760                         RECORD KEY IS RCT-RUN-DATE
000770                         FILE STATUS IS WS-RUNCTR-STATUS.
000780
000790     SELECT HELCAL      ASSIGN TO HELCAL
000800                         ORGANIZATION IS INDEXED
000810                         ACCESS MODE IS RANDOM
000820                         RECORD KEY IS CAL-DATE
000830                         FILE STATUS IS WS-HELCAL-STATUS.
000840
000850     SELECT ALERTS      ASSIGN TO ALERTS
000860                         ORGANIZATION IS SEQUENTIAL
000870                         FILE STATUS IS WS-ALERTS-STATUS.
000880
000890     SELECT DWPRIOR     ASSIGN TO DWPRIOR
000900                         ORGANIZATION IS SEQUENTIAL
000910                         FILE STATUS IS WS-DWPRIOR-STATUS.
000920
000930     SELECT DWEXTR      ASSIGN TO DWEXTR
000940                         ORGANIZATION IS SEQUENTIAL
000950                         FILE STATUS IS WS-DWEXTR-STATUS.
000960
000970 DATA DIVISION.
000980
000990 FILE SECTION.
001000
001010 FD  AUDITLOG
001020     LABEL RECORDS ARE STANDARD
001030     RECORD CONTAINS 212 CHARACTERS.
001040     COPY AUDITREC.
001050
001060 FD  SBHIST
001070     LABEL RECORDS ARE STANDARD
001080     RECORD CONTAINS 200 CHARACTERS.
001090     COPY SBHREC.
001100
001110 FD  RUNCTR
001120     LABEL RECORDS ARE STANDARD
001130     RECORD CONTAINS 13 CHARACTERS.
001140     COPY RUNCTR.
001150
001160 FD  HELCAL
001170     LABEL RECORDS ARE STANDARD
001180     RECORD CONTAINS 34 CHARACTERS.
001190     COPY CALREC.
001200
001210 FD  ALERTS
001220     LABEL RECORDS ARE STANDARD
001230     RECORD CONTAINS 85 CHARACTERS.
001240     COPY ALRTREC.
001250
001260 FD  DWPRIOR
001270     LABEL RECORDS ARE STANDARD
001280     RECORD CONTAINS 250 CHARACTERS.
001290     COPY DWXREC.
001300
001310 FD  DWEXTR
001320     LABEL RECORDS ARE STANDARD
001330     RECORD CONTAINS 250 CHARACTERS.
001340 01  DWEXTR-RECORD               PIC X(250).
001350
001360 WORKING-STORAGE SECTION.
001370
001380 77  WS-AUDITLOG-STATUS          PIC X(02)  VALUE SPACES.
001390     88  WS-AUDITLOG-OK                     VALUE '00'.
001400     88  WS-AUDITLOG-NOTFND                 VALUE '35'.
001410
001420 77  WS-SBHIST-STATUS            PIC X(02)  VALUE SPACES.
001430     88  WS-SBHIST-OK                       VALUE '00'.
001440
001450 77  WS-RUNCTR-STATUS            PIC X(02)  VALUE SPACES.
001460     88  WS-RUNCTR-OK                       VALUE '00'.
001470
001480 77  WS-HELCAL-STATUS            PIC X(02)  VALUE SPACES.
001490     88  WS-HELCAL-OK                       VALUE '00'.
001500     88  WS-HELCAL-NOTFND                   VALUE '35'.
001510
001520 77  WS-ALERTS-STATUS            PIC X(02)  VALUE SPACES.
001530     88  WS-ALERTS-OK                       VALUE '00'.
001540     88  WS-ALERTS-NOTFND                   VALUE '35'.
001550
001560 77  WS-DWPRIOR-STATUS           PIC X(02)  VALUE SPACES.
001570     88  WS-DWPRIOR-OK                      VALUE '00'.
001580
001590 77  WS-DWEXTR-STATUS            PIC X(02)  VALUE SPACES.
001600     88  WS-DWEXTR-OK                       VALUE '00'.
001610
001620 77  WS-AUDITLOG-EOF-SW          PIC X(01)  VALUE 'N'.
001630     88  WS-AUDITLOG-AT-END                 VALUE 'Y'.
001640
001650 77  WS-SBHIST-EOF-SW            PIC X(01)  VALUE 'N'.
001660     88  WS-SBHIST-AT-END                   VALUE 'Y'.
001670
001680 77  WS-ALERTS-EOF-SW            PIC X(01)  VALUE 'N'.
001690     88  WS-ALERTS-AT-END                   VALUE 'Y'.
001700
001710 77  WS-CHECK-MODE-SW            PIC X(01)  VALUE 'N'.
001720     88  WS-CHECK-MODE                      VALUE 'Y'.
001730
001740 77  WS-POSTED-SW                PIC X(01)  VALUE 'N'.
001750     88  WS-POSTED                          VALUE 'Y'.
001760
001770 77  WS-RUN-DATE                 PIC 9(08)  VALUE ZERO.
001780 77  WS-RUN-TIME                 PIC 9(08)  VALUE ZERO.
001790 77  WS-BUSINESS-DATE            PIC 9(08)  VALUE ZERO.
001800 77  WS-BUSINESS-DATE-X          PIC X(08)  VALUE SPACES.
001810 77  WS-PARM-TOKEN1              PIC X(08)  VALUE SPACES.
001820 77  WS-PARM-TOKEN2              PIC X(08)  VALUE SPACES.
001830
001840 77  WS-RUNCTR-COUNT             PIC 9(05)  VALUE ZERO.
001850 77  WS-PROCESSING-FLAG          PIC X(01)  VALUE 'U'.
001860 77  WS-BALANCED-FLAG            PIC X(01)  VALUE 'N'.
001870
001880 77  WS-DETAIL-ROW-COUNT         PIC 9(05)  VALUE ZERO.
001890 77  WS-EXEC-ROW-COUNT           PIC 9(05)  VALUE ZERO.
001900 77  WS-POSTED-ROW-COUNT         PIC 9(05)  VALUE ZERO.
001910 77  WS-WARNING-TOTAL            PIC 9(05)  VALUE ZERO.
001920 77  WS-SEVERE-TOTAL             PIC 9(05)  VALUE ZERO.
001930
001940******************************************************************
001950* THE DETAIL ROW BEING BUILT.
001960******************************************************************
001970 77  WS-ROW-SITE-ID              PIC X(04)  VALUE SPACES.
001980 77  WS-ROW-JOB-NAME             PIC X(08)  VALUE SPACES.
001990 77  WS-ROW-RUN-TIME             PIC 9(08)  VALUE ZERO.
002000 77  WS-ROW-SOURCE               PIC X(01)  VALUE SPACE.
002010     88  WS-ROW-EXECUTED                    VALUE 'A' 'B'.
002020     88  WS-ROW-POSTED                      VALUE 'B' 'S'.
002030 77  WS-ROW-OVERRIDE-ID          PIC X(08)  VALUE SPACES.
002040 77  WS-ROW-WARNINGS             PIC 9(05)  VALUE ZERO.
002050 77  WS-ROW-SEVERES              PIC 9(05)  VALUE ZERO.
002060
002070 01  WS-ROW-MESSAGE-TEXT.
002080     05  WS-ROW-TEXT-LINE        OCCURS 3 TIMES
002090                                 PIC X(60).
002100
002110******************************************************************
002120* ONE ENTRY PER JOB NAME SEEN FOR THE DATE ON ALERTS, AUDITLOG
002130* OR SBHIST: ITS ALERT COUNTS AND WHETHER AN EXECUTION ROW HAS
002140* ALREADY CARRIED ITS SBHIST POSTING.
002150******************************************************************
002160 77  WS-JOB-MAX                  PIC S9(4) COMP VALUE +200.
002170 77  WS-JOB-COUNT                PIC S9(4) COMP VALUE ZERO.
002180 77  WS-JOB-SUB                  PIC S9(4) COMP VALUE ZERO.
002190 77  WS-JOB-HIT                  PIC S9(4) COMP VALUE ZERO.
002200 77  WS-JOB-KEY                  PIC X(08)  VALUE SPACES.
002210
002220 01  WS-JOB-TABLE.
002230     05  WS-JOB-ENTRY            OCCURS 200 TIMES.
002240         10  WS-JOB-NAME         PIC X(08).
002250         10  WS-JOB-EXECUTED     PIC X(01).
002260         10  WS-JOB-WARNINGS     PIC 9(05).
002270         10  WS-JOB-SEVERES      PIC 9(05).
002280
002290 LINKAGE SECTION.
002300
002310 01  LS-PARM-AREA.
002320     05  LS-PARM-LEN             PIC S9(4) COMP.
002330     05  LS-PARM-DATA            PIC X(14).
002340
002350 PROCEDURE DIVISION USING LS-PARM-AREA.
002360
002370******************************************************************
002380* 0000-MAINLINE - PROGRAM CONTROL.  THE DAY'S FIGURES AND THE
002390*     ALERT COUNTS ARE GATHERED FIRST; THE EXECUTIONS AND THEN
002400*     THE UNMATCHED POSTINGS ARE WRITTEN AGAINST THEM.
002410******************************************************************
002420 0000-MAINLINE.
002430
002440     PERFORM 1000-INITIALIZE            THRU 1000-EXIT.
002450     IF RETURN-CODE < 8
002460         IF WS-CHECK-MODE
002470             PERFORM 1500-CHECK-PRIOR      THRU 1500-EXIT
002480         ELSE
002490             PERFORM 2000-LOAD-DAY-FIGURES THRU 2000-EXIT
002500             PERFORM 3000-LOAD-ALERTS      THRU 3000-EXIT
002510             PERFORM 4000-OPEN-EXTRACT     THRU 4000-EXIT
002520             IF RETURN-CODE < 8
002530                 PERFORM 5000-EXTRACT-EXECUTIONS THRU 5000-EXIT
002540                 PERFORM 6000-EXTRACT-POSTINGS   THRU 6000-EXIT
002550                 PERFORM 8000-WRITE-TRAILER      THRU 8000-EXIT
002560             END-IF
002570         END-IF
002580     END-IF.
002590
002600     STOP RUN.
002610
002620******************************************************************
002630* 1000-INITIALIZE - THE BUSINESS DATE IS TODAY UNLESS THE PARM
002640*     NAMES ONE; 'CHECK' AHEAD OF IT SELECTS THE CHECK OF THE
002650*     LATEST GENERATION.
002660******************************************************************
002670 1000-INITIALIZE.
002680
002690     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002700     ACCEPT WS-RUN-TIME FROM TIME.
002710     MOVE WS-RUN-DATE TO WS-BUSINESS-DATE.
002720
002730     IF LS-PARM-LEN > 0
002740         UNSTRING LS-PARM-DATA(1:LS-PARM-LEN) DELIMITED BY ','
002750             INTO WS-PARM-TOKEN1 WS-PARM-TOKEN2
002760         END-UNSTRING
002770     END-IF.
002780
002790     IF WS-PARM-TOKEN1 = 'CHECK'
002800         MOVE 'Y' TO WS-CHECK-MODE-SW
002810         MOVE WS-PARM-TOKEN2 TO WS-BUSINESS-DATE-X
002820     ELSE
002830         MOVE WS-PARM-TOKEN1 TO WS-BUSINESS-DATE-X
002840     END-IF.
002850
002860     IF WS-BUSINESS-DATE-X NOT = SPACES
002870         IF WS-BUSINESS-DATE-X IS NUMERIC
002880             MOVE WS-BUSINESS-DATE-X TO WS-BUSINESS-DATE
002890         ELSE
002900             MOVE 8 TO RETURN-CODE
002910             DISPLAY 'HELDWEXT: PARM MUST BE [CHECK,][YYYYMMDD]'
002920         END-IF
002930     END-IF.
002940
002950     MOVE WS-BUSINESS-DATE TO WS-BUSINESS-DATE-X.
002960
002970 1000-EXIT.
002980     EXIT.
002990
003000******************************************************************
003010* 1500-CHECK-PRIOR - CHECK MODE.  READ THE HEADER OF THE LATEST
003020*     GENERATION: THIS BUSINESS DATE'S EXTRACT, OR A GENERATION
003030*     WITH NO HEADER AT ALL (A FAILED RUN'S LEFTOVER), IS TO BE
003040*     REPLACED - RETURN-CODE 2.  ANOTHER DAY'S EXTRACT STAYS.
003050******************************************************************
003060 1500-CHECK-PRIOR.
003070
003080     OPEN INPUT DWPRIOR.
003090     IF NOT WS-DWPRIOR-OK
003100         MOVE 8 TO RETURN-CODE
003110         DISPLAY 'HELDWEXT: DWPRIOR OPEN FAILED, STATUS '
003120             WS-DWPRIOR-STATUS
003130         GO TO 1500-EXIT
003140     END-IF.
003150
003160     READ DWPRIOR
003170         AT END
003180             MOVE SPACES TO DW-EXTRACT-RECORD
003190     END-READ.
003200
003210     CLOSE DWPRIOR.
003220
003230     IF NOT DWX-HEADER
003240      OR DWX-HDR-PROGRAM-ID NOT = 'HELDWEXT'
003250         MOVE 2 TO RETURN-CODE
003260         DISPLAY 'HELDWEXT: LATEST GENERATION HAS NO HEADER - '
003270             'TO BE REPLACED'
003280         GO TO 1500-EXIT
003290     END-IF.
003300
003310     IF DWX-HDR-BUSINESS-DATE = WS-BUSINESS-DATE-X
003320         MOVE 2 TO RETURN-CODE
003330         DISPLAY 'HELDWEXT: EXTRACT FOR ' WS-BUSINESS-DATE-X
003340             ' ALREADY CUT - TO BE REPLACED'
003350     ELSE
003360         DISPLAY 'HELDWEXT: LATEST GENERATION IS FOR '
003370             DWX-HDR-BUSINESS-DATE ' - KEPT'
003380     END-IF.
003390
003400 1500-EXIT.
003410     EXIT.
003420
003430******************************************************************
003440* 2000-LOAD-DAY-FIGURES - THE DATE'S HELCAL FLAG AND RUNCTR
003450*     COUNT, CARRIED ON EVERY ROW.  A DATE NOT ON THE CALENDAR
003460*     (OR NO CALENDAR) IS FLAGGED U.  NO RUNCTR RECORD FOR THE
003470*     DATE IS A COUNT OF ZERO; NO RUNCTR CLUSTER AT ALL LEAVES
003480*     NOTHING TO BALANCE TO AND ENDS THE RUN AT LEAST 4.
003490******************************************************************
003500 2000-LOAD-DAY-FIGURES.
003510
003520     OPEN INPUT HELCAL.
003530     IF WS-HELCAL-OK
003540         MOVE WS-BUSINESS-DATE TO CAL-DATE
003550         READ HELCAL
003560             NOT INVALID KEY
003570                 MOVE CAL-PROCESS-FLAG TO WS-PROCESSING-FLAG
003580         END-READ
003590         CLOSE HELCAL
003600     END-IF.
003610
003620     OPEN INPUT RUNCTR.
003630     IF NOT WS-RUNCTR-OK
003640         DISPLAY 'HELDWEXT: RUNCTR OPEN FAILED, STATUS '
003650             WS-RUNCTR-STATUS
003660         MOVE 4 TO RETURN-CODE
003670         GO TO 2000-EXIT
003680     END-IF.
003690
003700     MOVE WS-BUSINESS-DATE TO RCT-RUN-DATE.
003710     READ RUNCTR
003720         NOT INVALID KEY
003730             MOVE RCT-RUN-COUNT TO WS-RUNCTR-COUNT
003740     END-READ.
003750
003760     CLOSE RUNCTR.
003770
003780 2000-EXIT.
003790     EXIT.
003800
003810******************************************************************
003820* 2900-FIND-JOB - LOOK UP WS-JOB-KEY IN THE JOB TABLE, ADDING IT
003830*     IF IT IS NOT THERE YET; WS-JOB-HIT COMES BACK AS ITS
003840*     ENTRY.  A FULL TABLE ENDS THE RUN 8 - AN EXTRACT SHORT OF
003850*     JOBS WOULD LOAD AS IF IT WERE COMPLETE.
003860******************************************************************
003870 2900-FIND-JOB.
003880
003890     MOVE ZERO TO WS-JOB-HIT.
003900     PERFORM 2910-MATCH-JOB THRU 2910-EXIT
003910         VARYING WS-JOB-SUB FROM 1 BY 1
003920         UNTIL WS-JOB-SUB > WS-JOB-COUNT
003930            OR WS-JOB-HIT > ZERO.
003940
003950     IF WS-JOB-HIT > ZERO
003960         GO TO 2900-EXIT
003970     END-IF.
003980
003990     IF WS-JOB-COUNT NOT < WS-JOB-MAX
004000         IF RETURN-CODE < 8
004010             DISPLAY 'HELDWEXT: MORE THAN ' WS-JOB-MAX
004020                 ' JOB NAMES FOR THE DATE - EXTRACT INCOMPLETE'
004030         END-IF
004040         MOVE 8 TO RETURN-CODE
004050         GO TO 2900-EXIT
004060     END-IF.
004070
004080     ADD 1 TO WS-JOB-COUNT.
004090     MOVE WS-JOB-COUNT TO WS-JOB-HIT.
004100     MOVE WS-JOB-KEY TO WS-JOB-NAME (WS-JOB-HIT).
004110     MOVE 'N'  TO WS-JOB-EXECUTED (WS-JOB-HIT).
004120     MOVE ZERO TO WS-JOB-WARNINGS (WS-JOB-HIT).
004130     MOVE ZERO TO WS-JOB-SEVERES (WS-JOB-HIT).
004140
004150 2900-EXIT.
004160     EXIT.
004170
004180******************************************************************
004190* 2910-MATCH-JOB - ONE PROBE OF THE JOB TABLE.
004200******************************************************************
004210 2910-MATCH-JOB.
004220
004230     IF WS-JOB-NAME (WS-JOB-SUB) = WS-JOB-KEY
004240         MOVE WS-JOB-SUB TO WS-JOB-HIT
004250     END-IF.
004260
004270 2910-EXIT.
004280     EXIT.
004290
004300******************************************************************
004310* 3000-LOAD-ALERTS - COUNT THE CYCLE'S ALERTS FOR THE DATE, IN
004320*     TOTAL AND BY JOB NAME.  A QUIET CYCLE MAY NEVER HAVE
004330*     CREATED THE FEED; A FEED THAT WILL NOT OPEN LEAVES THE
004340*     COUNTS AT ZERO AND THE RUN AT LEAST 4.
004350******************************************************************
004360 3000-LOAD-ALERTS.
004370
004380     OPEN INPUT ALERTS.
004390     IF WS-ALERTS-NOTFND
004400         GO TO 3000-EXIT
004410     END-IF.
004420     IF NOT WS-ALERTS-OK
004430         DISPLAY 'HELDWEXT: ALERTS OPEN FAILED, STATUS '
004440             WS-ALERTS-STATUS ' - ALERT COUNTS NOT EXTRACTED'
004450         IF RETURN-CODE < 4
004460             MOVE 4 TO RETURN-CODE
004470         END-IF
004480         GO TO 3000-EXIT
004490     END-IF.
004500
004510     PERFORM 3100-COUNT-ONE-ALERT THRU 3100-EXIT
004520         UNTIL WS-ALERTS-AT-END.
004530
004540     CLOSE ALERTS.
004550
004560 3000-EXIT.
004570     EXIT.
004580
004590******************************************************************
004600* 3100-COUNT-ONE-ALERT - ONE ALERT RECORD.  AN ALERT WITH NO JOB
004610*     NAME COUNTS TOWARD THE TRAILER TOTALS ONLY.
004620******************************************************************
004630 3100-COUNT-ONE-ALERT.
004640
004650     READ ALERTS
004660         AT END
004670             MOVE 'Y' TO WS-ALERTS-EOF-SW
004680             GO TO 3100-EXIT
004690     END-READ.
004700
004710     IF ALR-RUN-DATE NOT = WS-BUSINESS-DATE
004720         GO TO 3100-EXIT
004730     END-IF.
004740
004750     IF ALR-SEVERE
004760         ADD 1 TO WS-SEVERE-TOTAL
004770     ELSE
004780         ADD 1 TO WS-WARNING-TOTAL
004790     END-IF.
004800
004810     IF ALR-JOB-NAME = SPACES
004820         GO TO 3100-EXIT
004830     END-IF.
004840
004850     MOVE ALR-JOB-NAME TO WS-JOB-KEY.
004860     PERFORM 2900-FIND-JOB THRU 2900-EXIT.
004870     IF WS-JOB-HIT = ZERO
004880         GO TO 3100-EXIT
004890     END-IF.
004900
004910     IF ALR-SEVERE
004920         ADD 1 TO WS-JOB-SEVERES (WS-JOB-HIT)
004930     ELSE
004940         ADD 1 TO WS-JOB-WARNINGS (WS-JOB-HIT)
004950     END-IF.
004960
004970 3100-EXIT.
004980     EXIT.
004990
005000******************************************************************
005010* 4000-OPEN-EXTRACT - OPEN SBHIST AND THE NEW GENERATION AND
005020*     WRITE THE HEADER.  SBHIST IS OPENED FIRST SO A MISSING
005030*     CLUSTER NEVER LEAVES A HEADER-ONLY EXTRACT BEHIND.
005040******************************************************************
005050 4000-OPEN-EXTRACT.
005060
005070     OPEN INPUT SBHIST.
005080     IF NOT WS-SBHIST-OK
005090         MOVE 8 TO RETURN-CODE
005100         DISPLAY 'HELDWEXT: SBHIST OPEN FAILED, STATUS '
005110             WS-SBHIST-STATUS
005120         GO TO 4000-EXIT
005130     END-IF.
005140
005150     OPEN OUTPUT DWEXTR.
005160     IF NOT WS-DWEXTR-OK
005170         MOVE 8 TO RETURN-CODE
005180         DISPLAY 'HELDWEXT: DWEXTR OPEN FAILED, STATUS '
005190             WS-DWEXTR-STATUS
005200         CLOSE SBHIST
005210         GO TO 4000-EXIT
005220     END-IF.
005230
005240     MOVE SPACES TO DWEXTR-RECORD.
005250     STRING 'H'                         DELIMITED BY SIZE
005260            '|'                         DELIMITED BY SIZE
005270            'HELDWEXT'                  DELIMITED BY SIZE
005280            '|'                         DELIMITED BY SIZE
005290            WS-BUSINESS-DATE            DELIMITED BY SIZE
005300            '|'                         DELIMITED BY SIZE
005310            WS-RUN-DATE                 DELIMITED BY SIZE
005320            '|'                         DELIMITED BY SIZE
005330            WS-RUN-TIME                 DELIMITED BY SIZE
005340         INTO DWEXTR-RECORD
005350     END-STRING.
005360     WRITE DWEXTR-RECORD.
005370
005380 4000-EXIT.
005390     EXIT.
005400
005410******************************************************************
005420* 5000-EXTRACT-EXECUTIONS - ONE ROW PER AUDITLOG EXECUTION FOR
005430*     THE DATE.  NO AUDITLOG AT ALL MEANS NOTHING RAN - THE
005440*     TRAILER WILL SAY WHETHER RUNCTR AGREES.
005450******************************************************************
005460 5000-EXTRACT-EXECUTIONS.
005470
005480     OPEN INPUT AUDITLOG.
005490     IF WS-AUDITLOG-NOTFND
005500         GO TO 5000-EXIT
005510     END-IF.
005520     IF NOT WS-AUDITLOG-OK
005530         MOVE 8 TO RETURN-CODE
005540         DISPLAY 'HELDWEXT: AUDITLOG OPEN FAILED, STATUS '
005550             WS-AUDITLOG-STATUS
005560         GO TO 5000-EXIT
005570     END-IF.
005580
005590     PERFORM 5100-EXTRACT-ONE-EXECUTION THRU 5100-EXIT
005600         UNTIL WS-AUDITLOG-AT-END.
005610
005620     CLOSE AUDITLOG.
005630
005640 5000-EXIT.
005650     EXIT.
005660
005670******************************************************************
005680* 5100-EXTRACT-ONE-EXECUTION - ONE AUDIT RECORD.  THE RUN TIME,
005690*     OVERRIDE ID AND TEXT ARE THE EXECUTION'S OWN; THE SITE ID
005700*     COMES FROM THE JOB'S SBHIST POSTING FOR THE DATE.
005710******************************************************************
005720 5100-EXTRACT-ONE-EXECUTION.
005730
005740     READ AUDITLOG
005750         AT END
005760             MOVE 'Y' TO WS-AUDITLOG-EOF-SW
005770             GO TO 5100-EXIT
005780     END-READ.
005790
005800     IF AUD-RUN-DATE NOT = WS-BUSINESS-DATE
005810         GO TO 5100-EXIT
005820     END-IF.
005830
005840     MOVE AUD-JOB-NAME TO WS-JOB-KEY.
005850     PERFORM 2900-FIND-JOB THRU 2900-EXIT.
005860     IF WS-JOB-HIT = ZERO
005870         MOVE 'Y' TO WS-AUDITLOG-EOF-SW
005880         GO TO 5100-EXIT
005890     END-IF.
005900     MOVE 'Y' TO WS-JOB-EXECUTED (WS-JOB-HIT).
005910
005920     MOVE 'N' TO WS-POSTED-SW.
005930     MOVE WS-BUSINESS-DATE TO SBH-RUN-DATE.
005940     MOVE AUD-JOB-NAME     TO SBH-JOB-NAME.
005950     READ SBHIST
005960         NOT INVALID KEY
005970             MOVE 'Y' TO WS-POSTED-SW
005980     END-READ.
005990
006000     IF WS-POSTED
006010         MOVE 'B' TO WS-ROW-SOURCE
006020         MOVE SBH-SITE-ID TO WS-ROW-SITE-ID
006030     ELSE
006040         MOVE 'A' TO WS-ROW-SOURCE
006050         MOVE SPACES TO WS-ROW-SITE-ID
006060     END-IF.
006070
006080     MOVE AUD-JOB-NAME     TO WS-ROW-JOB-NAME.
006090     MOVE AUD-RUN-TIME     TO WS-ROW-RUN-TIME.
006100     MOVE AUD-OVERRIDE-ID  TO WS-ROW-OVERRIDE-ID.
006110     MOVE AUD-MESSAGE-TEXT TO WS-ROW-MESSAGE-TEXT.
006120
006130     PERFORM 7000-WRITE-DETAIL THRU 7000-EXIT.
006140
006150 5100-EXIT.
006160     EXIT.
006170
006180******************************************************************
006190* 6000-EXTRACT-POSTINGS - BROWSE THE DATE'S SBHIST POSTINGS FOR
006200*     ANY WHOSE JOB HAD NO EXECUTION ROW - A BOARD POSTING WITH
006210*     NO AUDIT EVIDENCE BEHIND IT STILL BELONGS IN THE WAREHOUSE.
006220******************************************************************
006230 6000-EXTRACT-POSTINGS.
006240
006250     MOVE WS-BUSINESS-DATE TO SBH-RUN-DATE.
006260     MOVE LOW-VALUES       TO SBH-JOB-NAME.
006270     START SBHIST KEY >= SBH-KEY
006280         INVALID KEY
006290             MOVE 'Y' TO WS-SBHIST-EOF-SW
006300     END-START.
006310
006320     PERFORM 6100-EXTRACT-ONE-POSTING THRU 6100-EXIT
006330         UNTIL WS-SBHIST-AT-END.
006340
006350     CLOSE SBHIST.
006360
006370 6000-EXIT.
006380     EXIT.
006390
006400******************************************************************
006410* 6100-EXTRACT-ONE-POSTING - ONE SBHIST RECORD.
006420******************************************************************
006430 6100-EXTRACT-ONE-POSTING.
006440
006450     READ SBHIST NEXT RECORD
006460         AT END
006470             MOVE 'Y' TO WS-SBHIST-EOF-SW
006480             GO TO 6100-EXIT
006490     END-READ.
006500
006510     IF SBH-RUN-DATE NOT = WS-BUSINESS-DATE
006520         MOVE 'Y' TO WS-SBHIST-EOF-SW
006530         GO TO 6100-EXIT
006540     END-IF.
006550
006560     MOVE SBH-JOB-NAME TO WS-JOB-KEY.
006570     PERFORM 2900-FIND-JOB THRU 2900-EXIT.
006580     IF WS-JOB-HIT = ZERO
006590         MOVE 'Y' TO WS-SBHIST-EOF-SW
006600         GO TO 6100-EXIT
006610     END-IF.
006620     IF WS-JOB-EXECUTED (WS-JOB-HIT) = 'Y'
006630         GO TO 6100-EXIT
006640     END-IF.
006650
006660     MOVE 'S'              TO WS-ROW-SOURCE.
006670     MOVE SBH-SITE-ID      TO WS-ROW-SITE-ID.
006680     MOVE SBH-JOB-NAME     TO WS-ROW-JOB-NAME.
006690     MOVE ZERO             TO WS-ROW-RUN-TIME.
006700     MOVE SPACES           TO WS-ROW-OVERRIDE-ID.
006710     MOVE SBH-MESSAGE-TEXT TO WS-ROW-MESSAGE-TEXT.
006720
006730     PERFORM 7000-WRITE-DETAIL THRU 7000-EXIT.
006740
006750 6100-EXIT.
006760     EXIT.
006770
006780******************************************************************
006790* 7000-WRITE-DETAIL - COUNT AND WRITE THE ROW IN HAND, WITH THE
006800*     DAY'S FIGURES AND THE JOB'S ALERT COUNTS (WS-JOB-HIT).
006810******************************************************************
006820 7000-WRITE-DETAIL.
006830
006840     ADD 1 TO WS-DETAIL-ROW-COUNT.
006850     IF WS-ROW-EXECUTED
006860         ADD 1 TO WS-EXEC-ROW-COUNT
006870     END-IF.
006880     IF WS-ROW-POSTED
006890         ADD 1 TO WS-POSTED-ROW-COUNT
006900     END-IF.
006910
006920     MOVE WS-JOB-WARNINGS (WS-JOB-HIT) TO WS-ROW-WARNINGS.
006930     MOVE WS-JOB-SEVERES (WS-JOB-HIT)  TO WS-ROW-SEVERES.
006940
006950     MOVE SPACES TO DWEXTR-RECORD.
006960     STRING 'D'                         DELIMITED BY SIZE
006970            '|'                         DELIMITED BY SIZE
006980            WS-BUSINESS-DATE            DELIMITED BY SIZE
006990            '|'                         DELIMITED BY SIZE
007000            WS-ROW-SITE-ID              DELIMITED BY SIZE
007010            '|'                         DELIMITED BY SIZE
007020            WS-ROW-JOB-NAME             DELIMITED BY SIZE
007030            '|'                         DELIMITED BY SIZE
007040            WS-ROW-RUN-TIME             DELIMITED BY SIZE
007050            '|'                         DELIMITED BY SIZE
007060            WS-ROW-SOURCE               DELIMITED BY SIZE
007070            '|'                         DELIMITED BY SIZE
007080            WS-ROW-OVERRIDE-ID          DELIMITED BY SIZE
007090            '|'                         DELIMITED BY SIZE
007100            WS-RUNCTR-COUNT             DELIMITED BY SIZE
007110            '|'                         DELIMITED BY SIZE
007120            WS-PROCESSING-FLAG          DELIMITED BY SIZE
007130            '|'                         DELIMITED BY SIZE
007140            WS-ROW-WARNINGS             DELIMITED BY SIZE
007150            '|'                         DELIMITED BY SIZE
007160            WS-ROW-SEVERES              DELIMITED BY SIZE
007170            '|'                         DELIMITED BY SIZE
007180            WS-ROW-TEXT-LINE (1)        DELIMITED BY SIZE
007190            '|'                         DELIMITED BY SIZE
007200            WS-ROW-TEXT-LINE (2)        DELIMITED BY SIZE
007210            '|'                         DELIMITED BY SIZE
007220            WS-ROW-TEXT-LINE (3)        DELIMITED BY SIZE
007230         INTO DWEXTR-RECORD
007240     END-STRING.
007250     WRITE DWEXTR-RECORD.
007260
007270 7000-EXIT.
007280     EXIT.
007290
007300******************************************************************
007310* 8000-WRITE-TRAILER - THE CONTROL RECORD, EACH TOTAL ALSO
007320*     ECHOED TO SYSOUT.  EXECUTION ROWS THAT DO NOT EQUAL THE
007330*     RUNCTR COUNT (A SUPPRESSED MESSAGE, A LOST INCREMENT) ARE
007340*     FLAGGED ON THE TRAILER AND END THE RUN AT LEAST 4 -
007350*     HELRECON HAS ALREADY RAISED THE SAME DISCREPANCY AS AN
007360*     ALERT.
007370******************************************************************
007380 8000-WRITE-TRAILER.
007390
007400     IF WS-EXEC-ROW-COUNT = WS-RUNCTR-COUNT
007410         MOVE 'Y' TO WS-BALANCED-FLAG
007420     ELSE
007430         MOVE 'N' TO WS-BALANCED-FLAG
007440         IF RETURN-CODE < 4
007450             MOVE 4 TO RETURN-CODE
007460         END-IF
007470     END-IF.
007480
007490     MOVE SPACES TO DWEXTR-RECORD.
007500     STRING 'T'                         DELIMITED BY SIZE
007510            '|'                         DELIMITED BY SIZE
007520            WS-BUSINESS-DATE            DELIMITED BY SIZE
007530            '|'                         DELIMITED BY SIZE
007540            WS-DETAIL-ROW-COUNT         DELIMITED BY SIZE
007550            '|'                         DELIMITED BY SIZE
007560            WS-EXEC-ROW-COUNT           DELIMITED BY SIZE
007570            '|'                         DELIMITED BY SIZE
007580            WS-RUNCTR-COUNT             DELIMITED BY SIZE
007590            '|'                         DELIMITED BY SIZE
007600            WS-POSTED-ROW-COUNT         DELIMITED BY SIZE
007610            '|'                         DELIMITED BY SIZE
007620            WS-WARNING-TOTAL            DELIMITED BY SIZE
007630            '|'                         DELIMITED BY SIZE
007640            WS-SEVERE-TOTAL             DELIMITED BY SIZE
007650            '|'                         DELIMITED BY SIZE
007660            WS-BALANCED-FLAG            DELIMITED BY SIZE
007670         INTO DWEXTR-RECORD
007680     END-STRING.
007690     WRITE DWEXTR-RECORD.
007700
007710     CLOSE DWEXTR.
007720
007730     DISPLAY 'HELDWEXT: BUSINESS DATE         ' WS-BUSINESS-DATE.
007740     DISPLAY 'HELDWEXT: DETAIL ROWS           '
007750         WS-DETAIL-ROW-COUNT.
007760     DISPLAY 'HELDWEXT: EXECUTION ROWS        ' WS-EXEC-ROW-COUNT.
007770     DISPLAY 'HELDWEXT: RUNCTR COUNT          ' WS-RUNCTR-COUNT.
007780     DISPLAY 'HELDWEXT: ROWS POSTED TO SBHIST '
007790         WS-POSTED-ROW-COUNT.
007800     DISPLAY 'HELDWEXT: WARNING ALERTS        ' WS-WARNING-TOTAL.
007810     DISPLAY 'HELDWEXT: SEVERE ALERTS         ' WS-SEVERE-TOTAL.
007820     DISPLAY 'HELDWEXT: BALANCED TO RUNCTR    ' WS-BALANCED-FLAG.
007830
007840 8000-EXIT.
007850     EXIT.
