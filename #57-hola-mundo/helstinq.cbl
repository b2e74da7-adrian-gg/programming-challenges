000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     HELSTINQ.
000030 AUTHOR.         J ALVAREZ.
000040 INSTALLATION.   DATA PROCESSING SERVICES.
000050 DATE-WRITTEN.   10/15/2026.
000060 DATE-COMPILED.  10/15/2026.
000070 REMARKS.
000080******************************************************************
000090* ONLINE SITE STATUS INQUIRY (TRANSID HELQ).  READ-ONLY - IT
000100* UPDATES NOTHING - SO THE HELP DESK CAN ANSWER "DID MY SITE GET
000110* ITS BANNER" WITHOUT READING THE BOARD PAGE, THE HELMONTR
000120* REPORT AND THE CHECKPOINT SEPARATELY, OR CALLING OPERATIONS.
000130*
000140* THE FIRST SCREEN (HELQMP1) LISTS THE SITEMST SITES IN SITE-ID
000150* ORDER, FIFTEEN TO A PAGE, EACH WITH TODAY'S STATUS:
000160*
000170*     POSTED      - TODAY'S GREETING IS ON SBHIST (THE BOARD).
000180*     RAN         - TODAY'S RUN TOKEN HAS BOTH THE AUDITLOG
000190*                   AND THE RUNCTR UPDATES DONE; HELSBORD HAS
000200*                   NOT POSTED IT YET.
000210*     STARTED     - A RUN TOKEN EXISTS BUT AN UPDATE IS STILL
000220*                   MARKED NOT DONE (RUNNING, OR ABENDED AND
000230*                   AWAITING ITS RESTART).
000240*     LATE        - NOTHING SEEN AND THE JOB'S SCHEDULE CUTOFF
000250*                   HAS PASSED.
000260*     PENDING     - NOTHING SEEN, CUTOFF STILL AHEAD (OR NONE
000270*                   KEYED - JUDGED ONLY AT END OF DAY).
000280*     UNSCHEDULED - NOTHING SEEN AND THE JOB IS NOT ON TODAY'S
000290*                   SCHEDULE.
000300*     INACTIVE    - FLAGGED INACTIVE, OR TODAY IS OUTSIDE THE
000310*                   SITE'S EFFECTIVE WINDOW - NO BANNER IS DUE.
000320*
000330* THE FIRST OF THESE THAT APPLIES IS SHOWN.  THE SCHEDULE CARDS
000340* ARE NOT READABLE FROM THE REGION, SO THE CUTOFFS COME FROM THE
000350* SCHDCUT COPY HELSCHLD LOADS EACH MORNING (SEE SCHCREC).
000360*
000370* KEYING A SITE ID AND PRESSING ENTER SHOWS THAT SITE (HELQMP2):
000380* ITS STATUS, THE LANGTAB ROW IN EFFECT FOR IT TODAY (CHOSEN THE
000390* WAY HELLOWORLD CHOOSES IT), THE PENDCHG CHANGES STILL WAITING
000400* ON APPROVAL FOR ITS LANGUAGE, AND ITS LAST FIVE DAYS OF SBHIST
000410* HISTORY.  ENTER RETURNS TO THE LIST, PF7 GOES TO THE TOP OF
000420* THE LIST, PF8 PAGES FORWARD AND PF3 ENDS THE TRANSACTION.
000430*
000440* MODIFICATION HISTORY.
000450*     10/15/2026  JA   ORIGINAL VERSION.
000460******************************************************************
000470 ENVIRONMENT DIVISION.
000480 CONFIGURATION SECTION.
000490 SOURCE-COMPUTER.    IBM-370.
000500 OBJECT-COMPUTER.    IBM-370.
000510 DATA DIVISION.
000520 WORKING-STORAGE SECTION.
000530*
000540     COPY HELQMAPS.
000550*
000560     COPY SITEMREC.
000570*
000580     COPY SBHREC.
000590*
000600     COPY TOKNREC.
000610*
000620     COPY SCHCREC.
000630*
000640     COPY LANGREC.
000650*
000660     COPY PENDREC.
000670*
000680 77  WS-RESP                 PIC S9(08) COMP.
000690 77  WS-ABSTIME              PIC S9(15) COMP-3.
000700 77  WS-DAY-ABSTIME          PIC S9(15) COMP-3.
000710 77  WS-TODAY-X              PIC X(08)  VALUE SPACES.
000720 77  WS-TODAY                PIC 9(08)  VALUE ZERO.
000730 77  WS-NOW-X                PIC X(08)  VALUE SPACES.
000740 77  WS-NOW-HHMMSS           PIC 9(06)  VALUE ZERO.
000750 77  WS-CUTOFF-NUM           PIC 9(06)  VALUE ZERO.
000760 77  WS-ASOF-TEXT            PIC X(22)  VALUE SPACES.
000770 77  WS-MESSAGE              PIC X(79)  VALUE SPACES.
000780 77  WS-SITE-KEY             PIC X(04)  VALUE SPACES.
000790 77  WS-START-SITE           PIC X(04)  VALUE LOW-VALUES.
000800 77  WS-LINE-IDX             PIC S9(04) COMP VALUE ZERO.
000810 77  WS-DAY-IDX              PIC S9(04) COMP VALUE ZERO.
000820 77  WS-DAY-X                PIC X(08)  VALUE SPACES.
000830 77  WS-STATUS-TEXT          PIC X(11)  VALUE SPACES.
000840 77  WS-STATUS-NOTE          PIC X(24)  VALUE SPACES.
000850 77  WS-SCAN-LANG-CODE       PIC X(02)  VALUE SPACES.
000860 77  WS-LANG-BEST-FROM       PIC 9(08)  VALUE ZERO.
000870 77  WS-LANG-BEST-TO         PIC 9(08)  VALUE ZERO.
000880 77  WS-LANG-HOLD-TEXT       PIC X(180) VALUE SPACES.
000890 77  WS-PEND-COUNT           PIC 9(03)  VALUE ZERO.
000900 77  WS-PEND-COUNT-ED        PIC ZZ9.
000910 77  WS-AID                  PIC X(01)  VALUE SPACE.
000920     88  WS-AID-ENTER                   VALUE X'7D'.
000930     88  WS-AID-CLEAR                   VALUE X'6D'.
000940     88  WS-AID-PF3                     VALUE X'F3'.
000950     88  WS-AID-PF7                     VALUE X'F7'.
000960     88  WS-AID-PF8                     VALUE X'F8'.
000970 77  WS-END-SW               PIC X(01)  VALUE 'N'.
000980     88  WS-END-SESSION                 VALUE 'Y'.
000990 77  WS-BROWSE-END-SW        PIC X(01)  VALUE 'N'.
001000     88  WS-BROWSE-END                  VALUE 'Y'.
001010 77  WS-TOKEN-END-SW         PIC X(01)  VALUE 'N'.
001020     88  WS-TOKEN-END                   VALUE 'Y'.
001030 77  WS-TOKEN-SEEN-SW        PIC X(01)  VALUE 'N'.
001040     88  WS-TOKEN-SEEN                  VALUE 'Y'.
001050 77  WS-TOKEN-DONE-SW        PIC X(01)  VALUE 'N'.
001060     88  WS-TOKEN-DONE                  VALUE 'Y'.
001070 77  WS-LANG-FOUND-SW        PIC X(01)  VALUE 'N'.
001080     88  WS-LANG-FOUND                  VALUE 'Y'.
001090*
001100* THE SCREEN POSITION HANDED BACK ON EVERY RETURN: WHICH SCREEN
001110* IS SHOWING, THE FIRST SITE ON THE LIST PAGE LAST SHOWN (WHERE
001120* ENTER AND THE RETURN FROM A DETAIL SCREEN PICK UP AGAIN), AND
001130* THE SITE THAT STARTS THE NEXT PAGE (SPACES ON THE LAST PAGE).
001140*
001150 01  WS-COMMAREA.
001160     05  WS-CA-SCREEN        PIC X(01)  VALUE 'L'.
001170         88  WS-CA-ON-LIST              VALUE 'L'.
001180         88  WS-CA-ON-DETAIL            VALUE 'D'.
001190     05  WS-CA-PAGE-FIRST    PIC X(04)  VALUE LOW-VALUES.
001200     05  WS-CA-NEXT-SITE     PIC X(04)  VALUE SPACES.
001210*
001220 01  WS-TOKEN-KEY.
001230     05  WS-TKK-RUN-DATE     PIC 9(08).
001240     05  WS-TKK-JOB-NAME     PIC X(08).
001250     05  WS-TKK-OCCURRENCE   PIC 9(03).
001260*
001270 01  WS-SBH-KEY.
001280     05  WS-SBK-RUN-DATE     PIC 9(08).
001290     05  WS-SBK-JOB-NAME     PIC X(08).
001300*
001310 01  WS-LANG-KEY.
001320     05  WS-LGK-LANG-CODE    PIC X(02).
001330     05  WS-LGK-EFF-FROM     PIC 9(08).
001340*
001350 01  WS-PEND-KEY.
001360     05  WS-PNK-LANG-CODE    PIC X(02).
001370     05  WS-PNK-REST         PIC X(24).
001380*
001390 01  WS-LIST-LINE.
001400     05  WS-LST-SITE-ID      PIC X(04).
001410     05  FILLER              PIC X(02).
001420     05  WS-LST-SITE-NAME    PIC X(20).
001430     05  FILLER              PIC X(02).
001440     05  WS-LST-LANG-CODE    PIC X(02).
001450     05  FILLER              PIC X(02).
001460     05  WS-LST-JOB-NAME     PIC X(08).
001470     05  FILLER              PIC X(02).
001480     05  WS-LST-STATUS       PIC X(11).
001490     05  FILLER              PIC X(02).
001500     05  WS-LST-NOTE         PIC X(24).
001510*
001520 01  WS-PEND-LINE.
001530     05  WS-PDL-ACTION       PIC X(01).
001540     05  FILLER              PIC X(01).
001550     05  WS-PDL-EFF-FROM     PIC 9(08).
001560     05  FILLER              PIC X(01).
001570     05  WS-PDL-ENTRY-DATE   PIC 9(08).
001580     05  FILLER              PIC X(01).
001590     05  WS-PDL-ENTRY-TIME   PIC X(06).
001600     05  FILLER              PIC X(01).
001610     05  WS-PDL-AUTHOR-ID    PIC X(08).
001620     05  FILLER              PIC X(01).
001630     05  WS-PDL-TEXT         PIC X(43).
001640*
001650 01  WS-HIST-LINE.
001660     05  WS-HSL-RUN-DATE     PIC X(08).
001670     05  FILLER              PIC X(02).
001680     05  WS-HSL-TEXT         PIC X(60).
001690     05  FILLER              PIC X(09).
001700*
001710 LINKAGE SECTION.
001720 01  DFHCOMMAREA             PIC X(09).
001730******************************************************************
001740* 0000-MAINLINE
001750*
001760* FIRST ENTRY (EIBCALEN ZERO) GOES STRAIGHT TO THE FIRST PAGE OF
001770* THE SITE LIST; EVERY LATER ENTRY PICKS UP THE SCREEN POSITION
001780* FROM THE COMMAREA AND ACTS ON THE KEY PRESSED.  THE CLOCK IS
001790* READ ONCE PER ENTRY, SO EVERY STATUS ON A SCREEN IS AS OF THE
001800* SAME MOMENT.  PF3 ENDS THE TRANSACTION; ANYTHING ELSE RETURNS
001810* WITH THE TRANSID AND THE COMMAREA FOR THE NEXT ENTRY.
001820******************************************************************
001830 PROCEDURE DIVISION.
001840*
001850 0000-MAINLINE.
001860*
001870     PERFORM 1100-GET-TIME THRU 1100-EXIT.
001880*
001890     IF EIBCALEN = 0
001900         MOVE LOW-VALUES TO WS-START-SITE
001910         PERFORM 3000-BUILD-LIST THRU 3000-EXIT
001920     ELSE
001930         MOVE DFHCOMMAREA TO WS-COMMAREA
001940         PERFORM 2000-PROCESS-INPUT THRU 2000-EXIT
001950     END-IF.
001960*
001970     IF WS-END-SESSION
001980         EXEC CICS RETURN
001990         END-EXEC
002000     END-IF.
002010*
002020     EXEC CICS RETURN
002030         TRANSID('HELQ')
002040         COMMAREA(WS-COMMAREA)
002050         LENGTH(9)
002060     END-EXEC.
002070*
002080******************************************************************
002090* 1100-GET-TIME
002100*
002110* TODAY'S DATE (THE RUN DATE EVERY FILE IS KEYED BY) AND THE
002120* TIME OF DAY A CUTOFF IS HELD AGAINST, PLUS THE "AS OF" STAMP
002130* SHOWN ON BOTH SCREENS.
002140******************************************************************
002150 1100-GET-TIME.
002160*
002170     EXEC CICS ASKTIME
002180         ABSTIME(WS-ABSTIME)
002190     END-EXEC.
002200     EXEC CICS FORMATTIME
002210         ABSTIME(WS-ABSTIME)
002220         YYYYMMDD(WS-TODAY-X)
002230         TIME(WS-NOW-X)
002240     END-EXEC.
002250*
002260     MOVE WS-TODAY-X      TO WS-TODAY.
002270     MOVE WS-NOW-X(1:6)   TO WS-NOW-HHMMSS.
002280*
002290     MOVE SPACES TO WS-ASOF-TEXT.
002300     STRING 'AS OF '            DELIMITED BY SIZE
002310            WS-TODAY-X          DELIMITED BY SIZE
002320            ' '                 DELIMITED BY SIZE
002330            WS-NOW-X(1:2)       DELIMITED BY SIZE
002340            ':'                 DELIMITED BY SIZE
002350            WS-NOW-X(3:2)       DELIMITED BY SIZE
002360         INTO WS-ASOF-TEXT
002370     END-STRING.
002380*
002390 1100-EXIT.
002400     EXIT.
002410*
002420******************************************************************
002430* 2000-PROCESS-INPUT
002440*
002450* ACTS ON THE KEY PRESSED.  PF3 ENDS; CLEAR AND PF7 GO TO THE
002460* TOP OF THE LIST; PF8 PAGES FORWARD FROM THE LIST (AND STAYS
002470* PUT ON THE LAST PAGE).  FROM A DETAIL SCREEN ANY OTHER KEY
002480* RETURNS TO THE LIST PAGE IT WAS SELECTED FROM.  ENTER ON THE
002490* LIST SELECTS THE SITE KEYED AT THE FOOT (2100).
002500******************************************************************
002510 2000-PROCESS-INPUT.
002520*
002530     MOVE EIBAID TO WS-AID.
002540*
002550     IF WS-AID-PF3
002560         PERFORM 9000-END-SESSION THRU 9000-EXIT
002570         GO TO 2000-EXIT
002580     END-IF.
002590*
002600     IF WS-AID-CLEAR
002610      OR WS-AID-PF7
002620         MOVE LOW-VALUES TO WS-START-SITE
002630         PERFORM 3000-BUILD-LIST THRU 3000-EXIT
002640         GO TO 2000-EXIT
002650     END-IF.
002660*
002670     MOVE WS-CA-PAGE-FIRST TO WS-START-SITE.
002680*
002690     IF WS-AID-PF8
002700         IF WS-CA-ON-LIST
002710          AND WS-CA-NEXT-SITE NOT = SPACES
002720             MOVE WS-CA-NEXT-SITE TO WS-START-SITE
002730         ELSE
002740             IF WS-CA-ON-LIST
002750                 MOVE 'ALREADY ON THE LAST PAGE' TO WS-MESSAGE
002760             END-IF
002770         END-IF
002780         PERFORM 3000-BUILD-LIST THRU 3000-EXIT
002790         GO TO 2000-EXIT
002800     END-IF.
002810*
002820     IF WS-CA-ON-DETAIL
002830         PERFORM 3000-BUILD-LIST THRU 3000-EXIT
002840         GO TO 2000-EXIT
002850     END-IF.
002860*
002870     IF NOT WS-AID-ENTER
002880         MOVE 'KEY NOT IN USE ON THIS SCREEN' TO WS-MESSAGE
002890         PERFORM 3000-BUILD-LIST THRU 3000-EXIT
002900         GO TO 2000-EXIT
002910     END-IF.
002920*
002930     PERFORM 2100-SELECT-SITE THRU 2100-EXIT.
002940*
002950 2000-EXIT.
002960     EXIT.
002970*
002980******************************************************************
002990* 2100-SELECT-SITE
003000*
003010* ENTER ON THE LIST.  A SITE ID KEYED AT THE FOOT THAT IS ON
003020* SITEMST BRINGS UP ITS DETAIL SCREEN; NOTHING KEYED (INCLUDING
003030* DFHRESP(MAPFAIL) WHEN NOTHING ON THE SCREEN WAS TOUCHED) JUST
003040* REFRESHES THE PAGE WITH CURRENT STATUSES, AND AN UNKNOWN ID
003050* REFRESHES IT WITH A MESSAGE.
003060******************************************************************
003070 2100-SELECT-SITE.
003080*
003090     EXEC CICS RECEIVE MAP('HELQMP1')
003100         MAPSET('HELQMAPS')
003110         INTO(HELQMP1I)
003120         RESP(WS-RESP)
003130     END-EXEC.
003140*
003150     IF WS-RESP NOT = DFHRESP(NORMAL)
003160         PERFORM 3000-BUILD-LIST THRU 3000-EXIT
003170         GO TO 2100-EXIT
003180     END-IF.
003190*
003200     IF SELSITEL <= 0
003210      OR SELSITEI = SPACES
003220         PERFORM 3000-BUILD-LIST THRU 3000-EXIT
003230         GO TO 2100-EXIT
003240     END-IF.
003250*
003260     MOVE SELSITEI TO WS-SITE-KEY.
003270     EXEC CICS READ
003280         FILE('SITEMST')
003290         INTO(SITE-MASTER-RECORD)
003300         RIDFLD(WS-SITE-KEY)
003310         RESP(WS-RESP)
003320     END-EXEC.
003330*
003340     IF WS-RESP NOT = DFHRESP(NORMAL)
003350         STRING 'SITE '             DELIMITED BY SIZE
003360                WS-SITE-KEY         DELIMITED BY SIZE
003370                ' IS NOT ON SITEMST' DELIMITED BY SIZE
003380             INTO WS-MESSAGE
003390         END-STRING
003400         PERFORM 3000-BUILD-LIST THRU 3000-EXIT
003410         GO TO 2100-EXIT
003420     END-IF.
003430*
003440     PERFORM 5000-BUILD-DETAIL THRU 5000-EXIT.
003450*
003460 2100-EXIT.
003470     EXIT.
003480*
003490******************************************************************
003500* 3000-BUILD-LIST
003510*
003520* BROWSES SITEMST FROM WS-START-SITE (LOW-VALUES FOR THE TOP)
003530* AND SENDS ONE PAGE OF THE LIST.  THE SITE AFTER THE FIFTEENTH
003540* IS ONLY READ TO LEARN WHERE THE NEXT PAGE STARTS.  A MESSAGE
003550* ALREADY IN WS-MESSAGE (SET BY THE CALLER) TAKES THE STATUS
003560* LINE; OTHERWISE IT SAYS WHETHER THERE ARE MORE PAGES.
003570******************************************************************
003580 3000-BUILD-LIST.
003590*
003600     MOVE SPACES TO HELQMP1O.
003610     MOVE SPACES TO WS-CA-NEXT-SITE.
003620     MOVE ZERO TO WS-LINE-IDX.
003630     MOVE 'N' TO WS-BROWSE-END-SW.
003640*
003650     MOVE WS-START-SITE TO WS-SITE-KEY.
003660     EXEC CICS STARTBR
003670         FILE('SITEMST')
003680         RIDFLD(WS-SITE-KEY)
003690         GTEQ
003700         RESP(WS-RESP)
003710     END-EXEC.
003720*
003730     IF WS-RESP NOT = DFHRESP(NORMAL)
003740         IF WS-MESSAGE = SPACES
003750             MOVE 'NO SITES FROM THIS POINT - PF7 FOR THE TOP'
003760                 TO WS-MESSAGE
003770         END-IF
003780         MOVE WS-START-SITE TO WS-CA-PAGE-FIRST
003790         GO TO 3000-SEND
003800     END-IF.
003810*
003820     PERFORM 3100-LIST-ONE-SITE THRU 3100-EXIT
003830         UNTIL WS-BROWSE-END.
003840*
003850     EXEC CICS ENDBR
003860         FILE('SITEMST')
003870     END-EXEC.
003880*
003890     IF WS-LINE-IDX = 0
003900         MOVE WS-START-SITE TO WS-CA-PAGE-FIRST
003910     ELSE
003920         MOVE LSTLNO(1)(1:4) TO WS-CA-PAGE-FIRST
003930     END-IF.
003940*
003950     IF WS-MESSAGE = SPACES
003960         IF WS-CA-NEXT-SITE = SPACES
003970             MOVE 'END OF LIST - KEY A SITE ID FOR DETAIL'
003980                 TO WS-MESSAGE
003990         ELSE
004000             MOVE 'PF8 FOR MORE - KEY A SITE ID FOR DETAIL'
004010                 TO WS-MESSAGE
004020         END-IF
004030     END-IF.
004040*
004050 3000-SEND.
004060*
004070     MOVE 'L' TO WS-CA-SCREEN.
004080     MOVE WS-ASOF-TEXT TO LASOFO.
004090     MOVE WS-MESSAGE TO LMSGO.
004100*
004110     EXEC CICS SEND MAP('HELQMP1')
004120         MAPSET('HELQMAPS')
004130         FROM(HELQMP1O)
004140         ERASE
004150     END-EXEC.
004160*
004170 3000-EXIT.
004180     EXIT.
004190*
004200******************************************************************
004210* 3100-LIST-ONE-SITE
004220*
004230* ONE STEP OF THE SITEMST BROWSE: A LIST LINE FOR EACH OF THE
004240* FIRST FIFTEEN SITES, THEN THE NEXT PAGE'S STARTING SITE ID.
004250******************************************************************
004260 3100-LIST-ONE-SITE.
004270*
004280     EXEC CICS READNEXT
004290         FILE('SITEMST')
004300         INTO(SITE-MASTER-RECORD)
004310         RIDFLD(WS-SITE-KEY)
004320         RESP(WS-RESP)
004330     END-EXEC.
004340*
004350     IF WS-RESP NOT = DFHRESP(NORMAL)
004360         MOVE 'Y' TO WS-BROWSE-END-SW
004370         GO TO 3100-EXIT
004380     END-IF.
004390*
004400     IF WS-LINE-IDX = 15
004410         MOVE SMS-SITE-ID TO WS-CA-NEXT-SITE
004420         MOVE 'Y' TO WS-BROWSE-END-SW
004430         GO TO 3100-EXIT
004440     END-IF.
004450*
004460     PERFORM 4000-SITE-STATUS THRU 4000-EXIT.
004470*
004480     MOVE SPACES           TO WS-LIST-LINE.
004490     MOVE SMS-SITE-ID      TO WS-LST-SITE-ID.
004500     MOVE SMS-SITE-NAME    TO WS-LST-SITE-NAME.
004510     MOVE SMS-LANG-CODE    TO WS-LST-LANG-CODE.
004520     MOVE SMS-JOB-NAME     TO WS-LST-JOB-NAME.
004530     MOVE WS-STATUS-TEXT   TO WS-LST-STATUS.
004540     MOVE WS-STATUS-NOTE   TO WS-LST-NOTE.
004550*
004560     ADD 1 TO WS-LINE-IDX.
004570     MOVE WS-LIST-LINE TO LSTLNO(WS-LINE-IDX).
004580*
004590 3100-EXIT.
004600     EXIT.
004610*
004620******************************************************************
004630* 4000-SITE-STATUS
004640*
004650* TODAY'S STATUS FOR THE SITE IN SITE-MASTER-RECORD, INTO
004660* WS-STATUS-TEXT WITH A SHORT EXPLANATION IN WS-STATUS-NOTE.
004670* THE TESTS RUN IN THE ORDER OF THE REMARKS ABOVE AND THE FIRST
004680* ONE THAT APPLIES WINS.  A FILE THE REGION CANNOT READ GIVES
004690* UNKNOWN, NAMING THE FILE, RATHER THAN A STATUS IT CANNOT BACK.
004700******************************************************************
004710 4000-SITE-STATUS.
004720*
004730     MOVE SPACES TO WS-STATUS-TEXT.
004740     MOVE SPACES TO WS-STATUS-NOTE.
004750*
004760     IF NOT SMS-ACTIVE
004770         MOVE 'INACTIVE' TO WS-STATUS-TEXT
004780         MOVE 'FLAGGED INACTIVE' TO WS-STATUS-NOTE
004790         GO TO 4000-EXIT
004800     END-IF.
004810*
004820     IF WS-TODAY < SMS-EFF-FROM
004830      OR WS-TODAY > SMS-EFF-TO
004840         MOVE 'INACTIVE' TO WS-STATUS-TEXT
004850         MOVE 'OUTSIDE EFFECTIVE WINDOW' TO WS-STATUS-NOTE
004860         GO TO 4000-EXIT
004870     END-IF.
004880*
004890     IF SMS-JOB-NAME = SPACES
004900         MOVE 'UNKNOWN' TO WS-STATUS-TEXT
004910         MOVE 'NO JOB NAME ON SITEMST' TO WS-STATUS-NOTE
004920         GO TO 4000-EXIT
004930     END-IF.
004940*
004950     MOVE WS-TODAY     TO WS-SBK-RUN-DATE.
004960     MOVE SMS-JOB-NAME TO WS-SBK-JOB-NAME.
004970     EXEC CICS READ
004980         FILE('SBHIST')
004990         INTO(SBHIST-RECORD)
005000         RIDFLD(WS-SBH-KEY)
005010         RESP(WS-RESP)
005020     END-EXEC.
005030*
005040     IF WS-RESP = DFHRESP(NORMAL)
005050         MOVE 'POSTED' TO WS-STATUS-TEXT
005060         MOVE 'ON THE STATUS BOARD' TO WS-STATUS-NOTE
005070         GO TO 4000-EXIT
005080     END-IF.
005090     IF WS-RESP NOT = DFHRESP(NOTFND)
005100         MOVE 'UNKNOWN' TO WS-STATUS-TEXT
005110         MOVE 'SBHIST NOT AVAILABLE' TO WS-STATUS-NOTE
005120         GO TO 4000-EXIT
005130     END-IF.
005140*
005150     PERFORM 4100-CHECK-TOKENS THRU 4100-EXIT.
005160     IF WS-STATUS-TEXT NOT = SPACES
005170         GO TO 4000-EXIT
005180     END-IF.
005190*
005200     PERFORM 4200-CHECK-CUTOFF THRU 4200-EXIT.
005210*
005220 4000-EXIT.
005230     EXIT.
005240*
005250******************************************************************
005260* 4100-CHECK-TOKENS
005270*
005280* BROWSES TODAY'S RUN TOKENS FOR THE SITE'S JOB NAME, EVERY
005290* OCCURRENCE.  ONE TOKEN WITH BOTH UPDATES DONE MEANS THE RUN
005300* FINISHED (RAN); TOKENS THAT ARE ALL SHORT OF THAT MEAN IT IS
005310* STILL GOING OR IS WAITING ON ITS RESTART (STARTED).  NO TOKEN
005320* LEAVES WS-STATUS-TEXT BLANK FOR THE CUTOFF TEST.
005330******************************************************************
005340 4100-CHECK-TOKENS.
005350*
005360     MOVE 'N' TO WS-TOKEN-SEEN-SW.
005370     MOVE 'N' TO WS-TOKEN-DONE-SW.
005380     MOVE 'N' TO WS-TOKEN-END-SW.
005390*
005400     MOVE WS-TODAY     TO WS-TKK-RUN-DATE.
005410     MOVE SMS-JOB-NAME TO WS-TKK-JOB-NAME.
005420     MOVE ZERO         TO WS-TKK-OCCURRENCE.
005430     EXEC CICS STARTBR
005440         FILE('RUNTOKEN')
005450         RIDFLD(WS-TOKEN-KEY)
005460         GTEQ
005470         RESP(WS-RESP)
005480     END-EXEC.
005490*
005500     IF WS-RESP = DFHRESP(NOTFND)
005510         GO TO 4100-EXIT
005520     END-IF.
005530     IF WS-RESP NOT = DFHRESP(NORMAL)
005540         MOVE 'UNKNOWN' TO WS-STATUS-TEXT
005550         MOVE 'RUNTOKEN NOT AVAILABLE' TO WS-STATUS-NOTE
005560         GO TO 4100-EXIT
005570     END-IF.
005580*
005590     PERFORM 4110-TEST-TOKEN THRU 4110-EXIT
005600         UNTIL WS-TOKEN-END.
005610*
005620     EXEC CICS ENDBR
005630         FILE('RUNTOKEN')
005640     END-EXEC.
005650*
005660     IF WS-TOKEN-DONE
005670         MOVE 'RAN' TO WS-STATUS-TEXT
005680         MOVE 'NOT YET ON THE BOARD' TO WS-STATUS-NOTE
005690         GO TO 4100-EXIT
005700     END-IF.
005710     IF WS-TOKEN-SEEN
005720         MOVE 'STARTED' TO WS-STATUS-TEXT
005730         MOVE 'RUN TOKEN NOT COMPLETE' TO WS-STATUS-NOTE
005740     END-IF.
005750*
005760 4100-EXIT.
005770     EXIT.
005780*
005790******************************************************************
005800* 4110-TEST-TOKEN
005810*
005820* ONE TOKEN OF THE BROWSE.  A TOKEN FOR ANOTHER DATE OR JOB NAME
005830* ENDS IT - THE KEY SEQUENCE HAS MOVED PAST THIS SITE'S TOKENS.
005840******************************************************************
005850 4110-TEST-TOKEN.
005860*
005870     EXEC CICS READNEXT
005880         FILE('RUNTOKEN')
005890         INTO(TOKEN-RECORD)
005900         RIDFLD(WS-TOKEN-KEY)
005910         RESP(WS-RESP)
005920     END-EXEC.
005930*
005940     IF WS-RESP NOT = DFHRESP(NORMAL)
005950         MOVE 'Y' TO WS-TOKEN-END-SW
005960         GO TO 4110-EXIT
005970     END-IF.
005980*
005990     IF TKN-RUN-DATE NOT = WS-TODAY
006000      OR TKN-JOB-NAME NOT = SMS-JOB-NAME
006010         MOVE 'Y' TO WS-TOKEN-END-SW
006020         GO TO 4110-EXIT
006030     END-IF.
006040*
006050     MOVE 'Y' TO WS-TOKEN-SEEN-SW.
006060     IF TKN-AUDIT-DONE
006070      AND TKN-COUNTER-DONE
006080         MOVE 'Y' TO WS-TOKEN-DONE-SW
006090     END-IF.
006100*
006110 4110-EXIT.
006120     EXIT.
006130*
006140******************************************************************
006150* 4200-CHECK-CUTOFF
006160*
006170* NOTHING SEEN FOR THE SITE TODAY.  ITS JOB'S SCHDCUT RECORD
006180* SAYS WHETHER IT IS SCHEDULED TODAY (THE RECORD MUST CARRY
006190* TODAY'S DATE) AND BY WHEN IT SHOULD HAVE POSTED.  THE CUTOFF
006200* IS HELD AGAINST THE TIME OF DAY JUST AS HELMONTR HOLDS IT; A
006210* BLANK OR UNREADABLE CUTOFF LEAVES THE RUN PENDING.
006220******************************************************************
006230 4200-CHECK-CUTOFF.
006240*
006250     MOVE SMS-JOB-NAME TO SCC-JOB-NAME.
006260     EXEC CICS READ
006270         FILE('SCHDCUT')
006280         INTO(SCHEDULE-CUTOFF-RECORD)
006290         RIDFLD(SCC-JOB-NAME)
006300         RESP(WS-RESP)
006310     END-EXEC.
006320*
006330     IF WS-RESP = DFHRESP(NOTFND)
006340         MOVE 'UNSCHEDULED' TO WS-STATUS-TEXT
006350         MOVE 'NOT ON TODAY''S SCHEDULE' TO WS-STATUS-NOTE
006360         GO TO 4200-EXIT
006370     END-IF.
006380     IF WS-RESP NOT = DFHRESP(NORMAL)
006390         MOVE 'UNKNOWN' TO WS-STATUS-TEXT
006400         MOVE 'SCHDCUT NOT AVAILABLE' TO WS-STATUS-NOTE
006410         GO TO 4200-EXIT
006420     END-IF.
006430     IF SCC-SCHED-DATE NOT = WS-TODAY
006440         MOVE 'UNSCHEDULED' TO WS-STATUS-TEXT
006450         MOVE 'NOT ON TODAY''S SCHEDULE' TO WS-STATUS-NOTE
006460         GO TO 4200-EXIT
006470     END-IF.
006480*
006490     MOVE 'PENDING' TO WS-STATUS-TEXT.
006500     IF SCC-CUTOFF-TIME NOT NUMERIC
006510         MOVE 'NO CUTOFF - END OF DAY' TO WS-STATUS-NOTE
006520         GO TO 4200-EXIT
006530     END-IF.
006540*
006550     MOVE SCC-CUTOFF-TIME TO WS-CUTOFF-NUM.
006560     IF WS-NOW-HHMMSS > WS-CUTOFF-NUM
006570         MOVE 'LATE' TO WS-STATUS-TEXT
006580         STRING 'CUTOFF '                DELIMITED BY SIZE
006590                SCC-CUTOFF-TIME(1:2)     DELIMITED BY SIZE
006600                ':'                      DELIMITED BY SIZE
006610                SCC-CUTOFF-TIME(3:2)     DELIMITED BY SIZE
006620                ' PASSED'                DELIMITED BY SIZE
006630             INTO WS-STATUS-NOTE
006640         END-STRING
006650     ELSE
006660         STRING 'DUE BY '                DELIMITED BY SIZE
006670                SCC-CUTOFF-TIME(1:2)     DELIMITED BY SIZE
006680                ':'                      DELIMITED BY SIZE
006690                SCC-CUTOFF-TIME(3:2)     DELIMITED BY SIZE
006700             INTO WS-STATUS-NOTE
006710         END-STRING
006720     END-IF.
006730*
006740 4200-EXIT.
006750     EXIT.
006760*
006770******************************************************************
006780* 5000-BUILD-DETAIL
006790*
006800* THE DETAIL SCREEN FOR THE SITE JUST READ INTO
006810* SITE-MASTER-RECORD: ITS STATUS, TODAY'S GREETING ROW, THE
006820* CHANGES WAITING ON ITS LANGUAGE AND ITS RECENT HISTORY.
006830******************************************************************
006840 5000-BUILD-DETAIL.
006850*
006860     MOVE SPACES TO HELQMP2O.
006870     MOVE WS-ASOF-TEXT   TO DASOFO.
006880     MOVE SMS-SITE-ID    TO DSITEO.
006890     MOVE SMS-SITE-NAME  TO DNAMEO.
006900     MOVE SMS-LANG-CODE  TO DLANGO.
006910     MOVE SMS-JOB-NAME   TO DJOBO.
006920*
006930     PERFORM 4000-SITE-STATUS THRU 4000-EXIT.
006940     STRING WS-STATUS-TEXT      DELIMITED BY SPACE
006950            ' - '               DELIMITED BY SIZE
006960            WS-STATUS-NOTE      DELIMITED BY SIZE
006970         INTO DSTATO
006980     END-STRING.
006990*
007000     PERFORM 5100-LANG-IN-EFFECT THRU 5100-EXIT.
007010     PERFORM 5200-PENDING-CHANGES THRU 5200-EXIT.
007020     PERFORM 5300-RECENT-HISTORY THRU 5300-EXIT.
007030*
007040     MOVE 'PRESS ENTER TO RETURN TO THE SITE LIST' TO DMSGO.
007050     MOVE 'D' TO WS-CA-SCREEN.
007060*
007070     EXEC CICS SEND MAP('HELQMP2')
007080         MAPSET('HELQMAPS')
007090         FROM(HELQMP2O)
007100         ERASE
007110     END-EXEC.
007120*
007130 5000-EXIT.
007140     EXIT.
007150*
007160******************************************************************
007170* 5100-LANG-IN-EFFECT
007180*
007190* THE LANGTAB ROW HELLOWORLD WOULD GREET THE SITE WITH TODAY:
007200* AMONG THE SITE LANGUAGE'S ROWS WHOSE WINDOW COVERS TODAY THE
007210* HIGHEST EFF-FROM WINS (A DATED ROW BEATS THE STANDARD ROW),
007220* AND A LANGUAGE WITH NO ROW IN EFFECT FALLS BACK TO THE '**'
007230* DEFAULT ROWS THE SAME WAY.  AN EMERGENCY BROADCAST OVERRIDE
007240* IS NOT LANGTAB AND IS NOT SHOWN HERE.
007250******************************************************************
007260 5100-LANG-IN-EFFECT.
007270*
007280     MOVE SMS-LANG-CODE TO WS-SCAN-LANG-CODE.
007290     PERFORM 5110-SCAN-LANG-ROWS THRU 5110-EXIT.
007300     IF NOT WS-LANG-FOUND
007310         MOVE '**' TO WS-SCAN-LANG-CODE
007320         PERFORM 5110-SCAN-LANG-ROWS THRU 5110-EXIT
007330     END-IF.
007340*
007350     IF NOT WS-LANG-FOUND
007360         MOVE 'NO ROW IN EFFECT - BUILT-IN DEFAULT GREETING'
007370             TO DEFFO
007380         GO TO 5100-EXIT
007390     END-IF.
007400*
007410     IF WS-LANG-BEST-FROM = ZERO
007420         STRING 'STANDARD ROW, LANG '  DELIMITED BY SIZE
007430                WS-SCAN-LANG-CODE      DELIMITED BY SIZE
007440             INTO DEFFO
007450         END-STRING
007460     ELSE
007470         STRING 'DATED ROW, LANG '     DELIMITED BY SIZE
007480                WS-SCAN-LANG-CODE      DELIMITED BY SIZE
007490                ', '                   DELIMITED BY SIZE
007500                WS-LANG-BEST-FROM      DELIMITED BY SIZE
007510                ' TO '                 DELIMITED BY SIZE
007520                WS-LANG-BEST-TO        DELIMITED BY SIZE
007530             INTO DEFFO
007540         END-STRING
007550     END-IF.
007560*
007570     MOVE WS-LANG-HOLD-TEXT(1:60)   TO DGRTO(1).
007580     MOVE WS-LANG-HOLD-TEXT(61:60)  TO DGRTO(2).
007590     MOVE WS-LANG-HOLD-TEXT(121:60) TO DGRTO(3).
007600*
007610 5100-EXIT.
007620     EXIT.
007630*
007640******************************************************************
007650* 5110-SCAN-LANG-ROWS
007660*
007670* BROWSES EVERY LANGTAB ROW FOR WS-SCAN-LANG-CODE AND HOLDS THE
007680* BEST ONE IN EFFECT TODAY.
007690******************************************************************
007700 5110-SCAN-LANG-ROWS.
007710*
007720     MOVE 'N' TO WS-LANG-FOUND-SW.
007730     MOVE 'N' TO WS-BROWSE-END-SW.
007740     MOVE ZERO TO WS-LANG-BEST-FROM.
007750*
007760     MOVE WS-SCAN-LANG-CODE TO WS-LGK-LANG-CODE.
007770     MOVE ZERO TO WS-LGK-EFF-FROM.
007780     EXEC CICS STARTBR
007790         FILE('LANGTAB')
007800         RIDFLD(WS-LANG-KEY)
007810         GTEQ
007820         RESP(WS-RESP)
007830     END-EXEC.
007840*
007850     IF WS-RESP NOT = DFHRESP(NORMAL)
007860         GO TO 5110-EXIT
007870     END-IF.
007880*
007890     PERFORM 5120-TEST-LANG-ROW THRU 5120-EXIT
007900         UNTIL WS-BROWSE-END.
007910*
007920     EXEC CICS ENDBR
007930         FILE('LANGTAB')
007940     END-EXEC.
007950*
007960 5110-EXIT.
007970     EXIT.
007980*
007990******************************************************************
008000* 5120-TEST-LANG-ROW
008010*
008020* ONE ROW OF THE BROWSE; A ROW FOR ANOTHER LANG-CODE ENDS IT.
008030******************************************************************
008040 5120-TEST-LANG-ROW.
008050*
008060     EXEC CICS READNEXT
008070         FILE('LANGTAB')
008080         INTO(LANG-RECORD)
008090         RIDFLD(WS-LANG-KEY)
008100         RESP(WS-RESP)
008110     END-EXEC.
008120*
008130     IF WS-RESP NOT = DFHRESP(NORMAL)
008140      OR LANG-CODE NOT = WS-SCAN-LANG-CODE
008150         MOVE 'Y' TO WS-BROWSE-END-SW
008160         GO TO 5120-EXIT
008170     END-IF.
008180*
008190     IF LANG-EFF-FROM <= WS-TODAY
008200      AND WS-TODAY <= LANG-EFF-TO
008210         IF NOT WS-LANG-FOUND
008220          OR LANG-EFF-FROM >= WS-LANG-BEST-FROM
008230             MOVE 'Y' TO WS-LANG-FOUND-SW
008240             MOVE LANG-EFF-FROM TO WS-LANG-BEST-FROM
008250             MOVE LANG-EFF-TO TO WS-LANG-BEST-TO
008260             MOVE LANG-MESSAGE-TEXT TO WS-LANG-HOLD-TEXT
008270         END-IF
008280     END-IF.
008290*
008300 5120-EXIT.
008310     EXIT.
008320*
008330******************************************************************
008340* 5200-PENDING-CHANGES
008350*
008360* COUNTS THE PENDCHG CHANGES STILL AWAITING APPROVAL FOR THE
008370* SITE'S LANGUAGE (REJECTED ONES WAITING ON HELPNDRP'S PURGE ARE
008380* NOT COUNTED) AND SHOWS THE FIRST THREE IN KEY ORDER: ACTION,
008390* TARGET ROW, ENTRY DATE AND TIME, AUTHOR AND THE START OF THE
008400* PROPOSED FIRST LINE.
008410******************************************************************
008420 5200-PENDING-CHANGES.
008430*
008440     MOVE ZERO TO WS-PEND-COUNT.
008450     MOVE 'N' TO WS-BROWSE-END-SW.
008460*
008470     MOVE SMS-LANG-CODE TO WS-PNK-LANG-CODE.
008480     MOVE LOW-VALUES TO WS-PNK-REST.
008490     EXEC CICS STARTBR
008500         FILE('PENDCHG')
008510         RIDFLD(WS-PEND-KEY)
008520         GTEQ
008530         RESP(WS-RESP)
008540     END-EXEC.
008550*
008560     IF WS-RESP = DFHRESP(NORMAL)
008570         PERFORM 5210-TEST-PENDING THRU 5210-EXIT
008580             UNTIL WS-BROWSE-END
008590         EXEC CICS ENDBR
008600             FILE('PENDCHG')
008610         END-EXEC
008620     ELSE
008630         IF WS-RESP NOT = DFHRESP(NOTFND)
008640             MOVE 'PENDCHG NOT AVAILABLE' TO DPCNTO
008650             GO TO 5200-EXIT
008660         END-IF
008670     END-IF.
008680*
008690     IF WS-PEND-COUNT = ZERO
008700         MOVE 'NONE' TO DPCNTO
008710     ELSE
008720         MOVE WS-PEND-COUNT TO WS-PEND-COUNT-ED
008730         STRING WS-PEND-COUNT-ED      DELIMITED BY SIZE
008740                ' - ACTION, ROW, ENTERED, AUTHOR, TEXT'
008750                                      DELIMITED BY SIZE
008760             INTO DPCNTO
008770         END-STRING
008780     END-IF.
008790*
008800 5200-EXIT.
008810     EXIT.
008820*
008830******************************************************************
008840* 5210-TEST-PENDING
008850*
008860* ONE PENDCHG RECORD; A RECORD FOR ANOTHER LANG-CODE ENDS THE
008870* BROWSE.
008880******************************************************************
008890 5210-TEST-PENDING.
008900*
008910     EXEC CICS READNEXT
008920         FILE('PENDCHG')
008930         INTO(PENDING-RECORD)
008940         RIDFLD(WS-PEND-KEY)
008950         RESP(WS-RESP)
008960     END-EXEC.
008970*
008980     IF WS-RESP NOT = DFHRESP(NORMAL)
008990      OR PND-LANG-CODE NOT = SMS-LANG-CODE
009000         MOVE 'Y' TO WS-BROWSE-END-SW
009010         GO TO 5210-EXIT
009020     END-IF.
009030*
009040     IF NOT PND-AWAITING
009050         GO TO 5210-EXIT
009060     END-IF.
009070*
009080     ADD 1 TO WS-PEND-COUNT.
009090     IF WS-PEND-COUNT > 3
009100         GO TO 5210-EXIT
009110     END-IF.
009120*
009130     MOVE SPACES                 TO WS-PEND-LINE.
009140     MOVE PND-ACTION             TO WS-PDL-ACTION.
009150     MOVE PND-EFF-FROM           TO WS-PDL-EFF-FROM.
009160     MOVE PND-ENTRY-DATE         TO WS-PDL-ENTRY-DATE.
009170     MOVE PND-ENTRY-TIME(1:6)    TO WS-PDL-ENTRY-TIME.
009180     MOVE PND-AUTHOR-ID          TO WS-PDL-AUTHOR-ID.
009190     MOVE PND-TEXT-LINE(1)       TO WS-PDL-TEXT.
009200     MOVE WS-PEND-LINE TO DPNDO(WS-PEND-COUNT).
009210*
009220 5210-EXIT.
009230     EXIT.
009240*
009250******************************************************************
009260* 5300-RECENT-HISTORY
009270*
009280* THE SITE JOB'S SBHIST POSTINGS FOR TODAY AND THE FOUR DAYS
009290* BEFORE, NEWEST FIRST - ONE LINE PER CALENDAR DAY, SO A DAY THE
009300* BOARD NEVER GOT IS SHOWN AS A GAP RATHER THAN SKIPPED.  EACH
009310* EARLIER DATE COMES FROM STEPPING THE ABSOLUTE TIME BACK ONE DAY
009320* (86,400,000 MILLISECONDS) AND FORMATTING IT AGAIN.
009330******************************************************************
009340 5300-RECENT-HISTORY.
009350*
009360     MOVE WS-ABSTIME TO WS-DAY-ABSTIME.
009370     PERFORM 5310-HISTORY-DAY THRU 5310-EXIT
009380         VARYING WS-DAY-IDX FROM 1 BY 1
009390         UNTIL WS-DAY-IDX > 5.
009400*
009410 5300-EXIT.
009420     EXIT.
009430*
009440******************************************************************
009450* 5310-HISTORY-DAY
009460*
009470* ONE DAY OF THE HISTORY.
009480******************************************************************
009490 5310-HISTORY-DAY.
009500*
009510     EXEC CICS FORMATTIME
009520         ABSTIME(WS-DAY-ABSTIME)
009530         YYYYMMDD(WS-DAY-X)
009540     END-EXEC.
009550     SUBTRACT 86400000 FROM WS-DAY-ABSTIME.
009560*
009570     MOVE SPACES TO WS-HIST-LINE.
009580     MOVE WS-DAY-X TO WS-HSL-RUN-DATE.
009590*
009600     MOVE WS-DAY-X     TO WS-SBK-RUN-DATE.
009610     MOVE SMS-JOB-NAME TO WS-SBK-JOB-NAME.
009620     EXEC CICS READ
009630         FILE('SBHIST')
009640         INTO(SBHIST-RECORD)
009650         RIDFLD(WS-SBH-KEY)
009660         RESP(WS-RESP)
009670     END-EXEC.
009680*
009690     IF WS-RESP = DFHRESP(NORMAL)
009700         MOVE SBH-TEXT-LINE(1) TO WS-HSL-TEXT
009710     ELSE
009720         IF WS-RESP = DFHRESP(NOTFND)
009730             MOVE '-- NOTHING POSTED --' TO WS-HSL-TEXT
009740         ELSE
009750             MOVE '-- SBHIST NOT AVAILABLE --' TO WS-HSL-TEXT
009760         END-IF
009770     END-IF.
009780*
009790     MOVE WS-HIST-LINE TO DHSTO(WS-DAY-IDX).
009800*
009810 5310-EXIT.
009820     EXIT.
009830*
009840******************************************************************
009850* 9000-END-SESSION
009860*
009870* PF3: CLEARS THE SCREEN AND ENDS THE CONVERSATION - MAINLINE
009880* RETURNS WITHOUT A TRANSID.
009890******************************************************************
009900 9000-END-SESSION.
009910*
009920     EXEC CICS SEND CONTROL
009930         ERASE
009940         FREEKB
009950     END-EXEC.
009960     MOVE 'Y' TO WS-END-SW.
009970*
009980 9000-EXIT.
009990     EXIT.
