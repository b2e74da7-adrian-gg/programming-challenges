000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    HELXREF.
000030 AUTHOR.        J ALVAREZ.
000040 INSTALLATION.  DATA PROCESSING SERVICES.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED. 10/15/2026.
000070******************************************************************
000080* REMARKS.
000090*     PRE-CYCLE CROSS-FILE REFERENTIAL INTEGRITY CHECK.
000100*     HELVERFY LOOKS INSIDE LANGTAB, BUT THE MISTAKES THAT BITE
000110*     ARE BETWEEN FILES, AND EACH FILE'S OWN MAINTENANCE PROGRAM
000120*     ONLY EVER SEES ITS OWN FILE.  THIS PROGRAM CHECKS SITEMST,
000130*     LANGTAB, CHARDEF, THE SCHDREC SCHEDULE CARDS AND THE
000140*     HELCAL CALENDAR AGAINST EACH OTHER FOR THE CYCLE DATE AND
000150*     REPORTS, EACH WITH A SEVERITY:
000160*
000170*         S - AN ACTIVE SITE WHOSE LANGUAGE IS NOT ON LANGTAB AT
000180*             ALL (IT SILENTLY GETS THE '**' TEXT)
000190*         S - AN ACTIVE SITE WHOSE LANGUAGE IS ON LANGTAB BUT
000200*             HAS NO ROW IN EFFECT ON THE CYCLE DATE (EFF-FROM
000210*             <= CYCLE DATE <= EFF-TO, THE TEST HELLOWORLD'S
000220*             1160-TEST-LANG-RECORD APPLIES) - IT GETS THE '**'
000230*             TEXT THAT DAY
000240*         W - AN ACTIVE SITE WHOSE LANGUAGE HAS NO STANDARD
000250*             (EFF-FROM ZERO) ROW - IT FALLS TO '**' THE DAY ITS
000260*             DATED ROWS RUN OUT
000270*         S - AN ACTIVE SITE WITH NO JOB NAME (HELLOWORLD SKIPS
000280*             IT WITH RETURN-CODE 8)
000290*         S - TWO ACTIVE SITES SHARING ONE SMS-JOB-NAME (THEIR
000300*             RUN TOKEN, AUDIT AND SBHIST POSTINGS COLLIDE ON
000310*             THE RUN-DATE-PLUS-JOB KEY)
000320*         S - A SCHEDULE CARD FOR A JOB NAME NO ACTIVE SITE
000330*             CARRIES (HELRECON AND HELMONTR WAIT ALL DAY FOR A
000340*             RUN THAT CAN NEVER HAPPEN)
000350*         W - AN ACTIVE SITE WHOSE JOB NAME HAS NO SCHEDULE CARD
000360*             (IT RUNS, BUT NOBODY IS WATCHING FOR IT)
000370*         S - A LANGUAGE USED BY AN ACTIVE SITE WITH NATIONAL
000380*             CHARACTERS IN ITS LANGTAB TEXT BUT NO CHARDEF ROW
000390*             (HELLOWORLD WILL SUPPRESS THE MESSAGE); W FOR A
000400*             LANGUAGE NO ACTIVE SITE USES YET
000410*         W - NO HELCAL RECORD FOR THE CYCLE DATE, A PROCESSING
000420*             DAY WHOSE EXPECTED COUNT DISAGREES WITH THE NUMBER
000430*             OF SCHEDULE CARDS, OR A NON-PROCESSING DAY WITH
000440*             SCHEDULE CARDS PRESENT
000450*         S - A PARTCTL PARTITION CARD (SEE PARTREC) WHOSE RANGE
000460*             RUNS BACKWARD, REPEATS A PARTITION ID, OR OVERLAPS
000470*             OR IS OUT OF ORDER WITH THE CARD BEFORE IT, AND AN
000480*             ACTIVE SITE INSIDE NO PARTITION'S RANGE (A
000490*             PARTITIONED NIGHT WOULD NEVER GREET IT).  NO PARTCTL
000500*             DATASET MEANS A SINGLE-STREAM NIGHT - NOTHING TO
000510*             CHECK
000520*
000530*     EVERY FINDING IS PRINTED, ECHOED TO SYSOUT AND WRITTEN TO
000540*     THE COMMON ALERTS FILE (SEE ALRTREC).  A SITE IS ACTIVE
000550*     WHEN IT IS FLAGGED ACTIVE WITH THE CYCLE DATE INSIDE ITS
000560*     WINDOW - THE SAME TEST HELLOWORLD'S DRIVER MODE APPLIES.
000570*
000580*     PARM='YYYYMMDD' - THE CYCLE DATE TO CHECK, FOR A RUN MADE
000590*         THE EVENING BEFORE.  NO PARM MEANS TODAY.
000600*
000610*     RETURN-CODE:
000620*         0 - NO FINDINGS, RELEASE THE CYCLE
000630*         4 - WARNINGS ONLY - THE CYCLE MAY RUN, REVIEW XREFRPT
000640*         8 - A SEVERE FINDING, OR LANGTAB/SITEMST/THE REPORT
000650*             UNUSABLE - HOLD HELLOWLD
000660*
000670* MODIFICATION HISTORY.
000680*     10/15/2026  JA   ORIGINAL VERSION.
000690*     10/15/2026  JA   ADDED THE PARTCTL PARTITION DECK CHECK -
000700*                      RANGE ORDER AND OVERLAP, AND EVERY ACTIVE
000710*                      SITE COVERED BY SOME PARTITION.
000720******************************************************************
000730
000740 ENVIRONMENT DIVISION.
000750
000760 CONFIGURATION SECTION.
000770 SOURCE-COMPUTER.   IBM-370.
000780 OBJECT-COMPUTER.   IBM-370.
000790
000800 INPUT-OUTPUT SECTION.
000810 FILE-CONTROL.
000820     SELECT LANGTAB     ASSIGN TO LANGTAB
000830                         ORGANIZATION IS INDEXED
000840                         ACCESS MODE IS SEQUENTIAL
000850                         RECORD KEY IS LANG-KEY
000860                         FILE STATUS IS WS-LANGTAB-STATUS.
000870
000880     SELECT SITEMST     ASSIGN TO SITEMST
000890                         ORGANIZATION IS INDEXED
000900                         ACCESS MODE IS SEQUENTIAL
000910                         RECORD KEY IS SMS-SITE-ID
000920                         FILE STATUS IS WS-SITEMST-STATUS.
000930
000940     SELECT CHARDEF     ASSIGN TO CHARDEF
000950                         ORGANIZATION IS INDEXED
000960                         ACCESS MODE IS RANDOM
000970                         RECORD KEY IS CHD-LANG-CODE
000980                         FILE STATUS IS WS-CHARDEF-STATUS.
000990
001000     SELECT SCHEDULE    ASSIGN TO SCHEDULE
001010                         ORGANIZATION IS SEQUENTIAL
001020                         FILE STATUS IS WS-SCHEDULE-STATUS.
001030
001040     SELECT HELCAL      ASSIGN TO HELCAL
001050                         ORGANIZATION IS INDEXED
001060                         ACCESS MODE IS RANDOM
001070                         RECORD KEY IS CAL-DATE
001080                         FILE STATUS IS WS-HELCAL-STATUS.
001090
001100     SELECT ALERTS      ASSIGN TO ALERTS
001110                         ORGANIZATION IS SEQUENTIAL
001120                         FILE STATUS IS WS-ALERTS-STATUS.
001130
001140     SELECT PARTCTL     ASSIGN TO PARTCTL
001150                         ORGANIZATION IS SEQUENTIAL
001160                         FILE STATUS IS WS-PARTCTL-STATUS.
001170
001180     SELECT XREFRPT     ASSIGN TO XREFRPT
001190                         ORGANIZATION IS SEQUENTIAL
001200                         FILE STATUS IS WS-XREFRPT-STATUS.
001210
001220 DATA DIVISION.
001230
001240 FILE SECTION.
001250
001260 FD  LANGTAB
001270     LABEL RECORDS ARE STANDARD
001280     RECORD CONTAINS 198 CHARACTERS.
001290     COPY LANGREC.
001300
001310 FD  SITEMST
001320     LABEL RECORDS ARE STANDARD
001330     RECORD CONTAINS 51 CHARACTERS.
001340     COPY SITEMREC.
001350
001360 FD  CHARDEF
001370     LABEL RECORDS ARE STANDARD
001380     RECORD CONTAINS 42 CHARACTERS.
001390     COPY CHARREC.
001400
001410 FD  SCHEDULE
001420     LABEL RECORDS ARE STANDARD
001430     RECORD CONTAINS 80 CHARACTERS.
001440     COPY SCHDREC.
001450
001460 FD  HELCAL
001470     LABEL RECORDS ARE STANDARD
001480     RECORD CONTAINS 34 CHARACTERS.
001490     COPY CALREC.
001500
001510 FD  ALERTS
001520     LABEL RECORDS ARE STANDARD
001530     RECORD CONTAINS 85 CHARACTERS.
001540     COPY ALRTREC.
001550
001560 FD  PARTCTL
001570     LABEL RECORDS ARE STANDARD
001580     RECORD CONTAINS 80 CHARACTERS.
001590     COPY PARTREC.
001600
001610 FD  XREFRPT
001620     LABEL RECORDS ARE STANDARD
001630     RECORD CONTAINS 80 CHARACTERS.
001640     COPY XREFRPT.
001650
001660 WORKING-STORAGE SECTION.
001670
001680 77  WS-LANGTAB-STATUS           PIC X(02)  VALUE SPACES.
001690     88  WS-LANGTAB-OK                      VALUE '00'.
001700
001710 77  WS-SITEMST-STATUS           PIC X(02)  VALUE SPACES.
001720     88  WS-SITEMST-OK                      VALUE '00'.
001730
001740 77  WS-CHARDEF-STATUS           PIC X(02)  VALUE SPACES.
001750     88  WS-CHARDEF-OK                      VALUE '00'.
001760
001770 77  WS-SCHEDULE-STATUS          PIC X(02)  VALUE SPACES.
001780     88  WS-SCHEDULE-OK                     VALUE '00'.
001790     88  WS-SCHEDULE-NOTFND                 VALUE '35'.
001800
001810 77  WS-HELCAL-STATUS            PIC X(02)  VALUE SPACES.
001820     88  WS-HELCAL-OK                       VALUE '00'.
001830     88  WS-HELCAL-NOTFND                   VALUE '35'.
001840
001850 77  WS-ALERTS-STATUS            PIC X(02)  VALUE SPACES.
001860     88  WS-ALERTS-OK                       VALUE '00'.
001870     88  WS-ALERTS-NOTFND                   VALUE '35'.
001880
001890 77  WS-PARTCTL-STATUS           PIC X(02)  VALUE SPACES.
001900     88  WS-PARTCTL-OK                      VALUE '00'.
001910     88  WS-PARTCTL-NOTFND                  VALUE '35'.
001920
001930 77  WS-XREFRPT-STATUS           PIC X(02)  VALUE SPACES.
001940     88  WS-XREFRPT-OK                      VALUE '00'.
001950
001960 77  WS-LANGTAB-EOF-SW           PIC X(01)  VALUE 'N'.
001970     88  WS-LANGTAB-AT-END                  VALUE 'Y'.
001980
001990 77  WS-SITEMST-EOF-SW           PIC X(01)  VALUE 'N'.
002000     88  WS-SITEMST-AT-END                  VALUE 'Y'.
002010
002020 77  WS-SCHEDULE-EOF-SW          PIC X(01)  VALUE 'N'.
002030     88  WS-SCHEDULE-AT-END                 VALUE 'Y'.
002040
002050 77  WS-PARTCTL-EOF-SW           PIC X(01)  VALUE 'N'.
002060     88  WS-PARTCTL-AT-END                  VALUE 'Y'.
002070
002080 77  WS-CHARDEF-OPEN-SW          PIC X(01)  VALUE 'N'.
002090     88  WS-CHARDEF-OPEN                    VALUE 'Y'.
002100
002110 77  WS-SCHEDULE-READ-SW         PIC X(01)  VALUE 'N'.
002120     88  WS-SCHEDULE-READ                   VALUE 'Y'.
002130
002140 77  WS-ALERTS-OPEN-SW           PIC X(01)  VALUE 'N'.
002150     88  WS-ALERTS-OPEN                     VALUE 'Y'.
002160
002170 77  WS-FOUND-SW                 PIC X(01)  VALUE 'N'.
002180     88  WS-ENTRY-FOUND                     VALUE 'Y'.
002190
002200 77  WS-RUN-DATE                 PIC 9(08)  VALUE ZERO.
002210 77  WS-CYCLE-DATE               PIC 9(08)  VALUE ZERO.
002220 77  WS-CYCLE-DATE-X             PIC X(08)  VALUE SPACES.
002230
002240 77  WS-LANG-ROW-COUNT           PIC 9(05)  VALUE ZERO.
002250 77  WS-SITE-READ-COUNT          PIC 9(05)  VALUE ZERO.
002260 77  WS-SCHEDULE-CARD-COUNT      PIC 9(05)  VALUE ZERO.
002270 77  WS-PARTITION-CARD-COUNT     PIC 9(05)  VALUE ZERO.
002280 77  WS-WARNING-COUNT            PIC 9(05)  VALUE ZERO.
002290 77  WS-SEVERE-COUNT             PIC 9(05)  VALUE ZERO.
002300
002310 77  WS-FND-SEVERITY             PIC X(01)  VALUE SPACE.
002320 77  WS-FND-FILE-NAME            PIC X(08)  VALUE SPACES.
002330 77  WS-FND-KEY                  PIC X(08)  VALUE SPACES.
002340 77  WS-FND-JOB-NAME             PIC X(08)  VALUE SPACES.
002350 77  WS-FND-TEXT                 PIC X(56)  VALUE SPACES.
002360
002370 77  WS-MSG-CHAR-IDX             PIC S9(4) COMP VALUE ZERO.
002380 77  WS-MSG-CHAR                 PIC X(01)  VALUE SPACE.
002390     88  WS-MSG-CHAR-PRINTABLE       VALUE SPACE
002400                                        '0' THRU '9'
002410                                        'A' THRU 'I'
002420                                        'J' THRU 'R'
002430                                        'S' THRU 'Z'
002440                                        'a' THRU 'i'
002450                                        'j' THRU 'r'
002460                                        's' THRU 'z'
002470                                        '!'  '"'  '#'  '$'  '%'
002480                                        '&'  ''''  '('  ')'  '*'
002490                                        '+'  ','  '-'  '.'  '/'
002500                                        ':'  ';'  '<'  '='  '>'
002510                                        '?'  '@'  '['  '\'  ']'
002520                                        '^'  '_'  '`'  '{'  '|'
002530                                        '}'  '~'.
002540
002550******************************************************************
002560* ONE ENTRY PER LANGUAGE CODE ON LANGTAB: WHETHER IT HAS A
002570* STANDARD ROW, WHETHER ANY ROW'S TEXT CARRIES A BYTE OUTSIDE
002580* THE BLANKET PRINTABLE SET (A NATIONAL CHARACTER), AND WHETHER
002590* AN ACTIVE SITE USES IT.
002600******************************************************************
002610 77  WS-LNG-MAX                  PIC S9(4) COMP VALUE +100.
002620 77  WS-LNG-COUNT                PIC S9(4) COMP VALUE ZERO.
002630 77  WS-LNG-SUB                  PIC S9(4) COMP VALUE ZERO.
002640 77  WS-LNG-HIT                  PIC S9(4) COMP VALUE ZERO.
002650
002660 01  WS-LNG-TABLE.
002670     05  WS-LNG-ENTRY            OCCURS 100 TIMES.
002680         10  WS-LNG-CODE         PIC X(02).
002690         10  WS-LNG-STD-ROW      PIC X(01).
002700         10  WS-LNG-NATIONAL     PIC X(01).
002710         10  WS-LNG-IN-USE       PIC X(01).
002720         10  WS-LNG-IN-EFFECT    PIC X(01).
002730
002740******************************************************************
002750* ONE ENTRY PER ACTIVE SITE, AND ONE PER DISTINCT SCHEDULED JOB
002760* NAME.
002770******************************************************************
002780 77  WS-SIT-MAX                  PIC S9(4) COMP VALUE +200.
002790 77  WS-SIT-COUNT                PIC S9(4) COMP VALUE ZERO.
002800 77  WS-SIT-SUB                  PIC S9(4) COMP VALUE ZERO.
002810
002820 01  WS-SIT-TABLE.
002830     05  WS-SIT-ENTRY            OCCURS 200 TIMES.
002840         10  WS-SIT-SITE-ID      PIC X(04).
002850         10  WS-SIT-JOB-NAME     PIC X(08).
002860
002870 77  WS-SCH-MAX                  PIC S9(4) COMP VALUE +200.
002880 77  WS-SCH-COUNT                PIC S9(4) COMP VALUE ZERO.
002890 77  WS-SCH-SUB                  PIC S9(4) COMP VALUE ZERO.
002900
002910 01  WS-SCH-TABLE.
002920     05  WS-SCH-JOB-NAME         PIC X(08)  OCCURS 200 TIMES.
002930
002940******************************************************************
002950* ONE ENTRY PER PARTCTL PARTITION CARD, IN DECK ORDER.
002960******************************************************************
002970 77  WS-PRT-MAX                  PIC S9(4) COMP VALUE +20.
002980 77  WS-PRT-COUNT                PIC S9(4) COMP VALUE ZERO.
002990 77  WS-PRT-SUB                  PIC S9(4) COMP VALUE ZERO.
003000
003010 01  WS-PRT-TABLE.
003020     05  WS-PRT-ENTRY            OCCURS 20 TIMES.
003030         10  WS-PRT-ID           PIC X(02).
003040         10  WS-PRT-LOW-SITE     PIC X(04).
003050         10  WS-PRT-HIGH-SITE    PIC X(04).
003060
003070 01  WS-TEXT-BUFFER              PIC X(180) VALUE SPACES.
003080
003090 LINKAGE SECTION.
003100
003110 01  LS-PARM-AREA.
003120     05  LS-PARM-LEN             PIC S9(4) COMP.
003130     05  LS-PARM-DATA            PIC X(08).
003140
003150 PROCEDURE DIVISION USING LS-PARM-AREA.
003160
003170******************************************************************
003180* 0000-MAINLINE - PROGRAM CONTROL.  LANGTAB AND SITEMST ARE
003190*     TABLED FIRST; EVERY OTHER CHECK IS MADE AGAINST THOSE
003200*     TABLES.
003210******************************************************************
003220 0000-MAINLINE.
003230
003240     PERFORM 1000-INITIALIZE        THRU 1000-EXIT.
003250     IF RETURN-CODE < 8
003260         PERFORM 1500-OPEN-REPORT   THRU 1500-EXIT
003270     END-IF.
003280     IF RETURN-CODE < 8
003290         PERFORM 2000-LOAD-LANGTAB  THRU 2000-EXIT
003300     END-IF.
003310     IF RETURN-CODE < 8
003320         PERFORM 3000-CHECK-SITES   THRU 3000-EXIT
003330     END-IF.
003340     IF WS-SITEMST-OK
003350         PERFORM 4000-CHECK-CHARDEF  THRU 4000-EXIT
003360         PERFORM 5000-CHECK-SCHEDULE THRU 5000-EXIT
003370         PERFORM 6000-CHECK-CALENDAR THRU 6000-EXIT
003380         PERFORM 6500-CHECK-PARTITIONS THRU 6500-EXIT
003390     END-IF.
003400     IF WS-XREFRPT-OK
003410         PERFORM 8000-WRITE-TOTALS  THRU 8000-EXIT
003420     END-IF.
003430     PERFORM 7100-CLOSE-ALERTS      THRU 7100-EXIT.
003440
003450     STOP RUN.
003460
003470******************************************************************
003480* 1000-INITIALIZE - THE CYCLE DATE IS TODAY UNLESS THE PARM NAMES
003490*     ONE, SO THE CHECK CAN RUN THE EVENING BEFORE THE CYCLE.
003500******************************************************************
003510 1000-INITIALIZE.
003520
003530     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003540     MOVE WS-RUN-DATE TO WS-CYCLE-DATE.
003550
003560     IF LS-PARM-LEN > 0
003570         MOVE LS-PARM-DATA(1:LS-PARM-LEN) TO WS-CYCLE-DATE-X
003580         IF WS-CYCLE-DATE-X IS NUMERIC
003590             MOVE WS-CYCLE-DATE-X TO WS-CYCLE-DATE
003600         ELSE
003610             MOVE 8 TO RETURN-CODE
003620             DISPLAY 'HELXREF: PARM MUST BE YYYYMMDD OR OMITTED'
003630         END-IF
003640     END-IF.
003650
003660 1000-EXIT.
003670     EXIT.
003680
003690******************************************************************
003700* 1500-OPEN-REPORT - START THE REPORT WITH THE CYCLE DATE.
003710******************************************************************
003720 1500-OPEN-REPORT.
003730
003740     OPEN OUTPUT XREFRPT.
003750     IF NOT WS-XREFRPT-OK
003760         MOVE 8 TO RETURN-CODE
003770         GO TO 1500-EXIT
003780     END-IF.
003790
003800     MOVE SPACES TO XREF-RPT-RECORD.
003810     MOVE 'CROSS-FILE CHECK FOR:   ' TO XRF-HDG-LABEL.
003820     MOVE WS-CYCLE-DATE TO XRF-HDG-DATE.
003830     WRITE XREF-RPT-RECORD AFTER ADVANCING PAGE.
003840
003850 1500-EXIT.
003860     EXIT.
003870
003880******************************************************************
003890* 2000-LOAD-LANGTAB - ONE PASS OF LANGTAB, TABLING EACH LANGUAGE
003900*     CODE WITH ITS STANDARD-ROW AND NATIONAL-CHARACTER FLAGS.
003910*     LANGTAB IS THE HUB OF EVERY CHECK, SO A MISSING CLUSTER OR
003920*     MORE LANGUAGES THAN THE TABLE HOLDS STOPS THE RUN.
003930******************************************************************
003940 2000-LOAD-LANGTAB.
003950
003960     OPEN INPUT LANGTAB.
003970     IF NOT WS-LANGTAB-OK
003980         MOVE 8 TO RETURN-CODE
003990         DISPLAY 'HELXREF: LANGTAB OPEN FAILED, STATUS '
004000             WS-LANGTAB-STATUS
004010         GO TO 2000-EXIT
004020     END-IF.
004030
004040     PERFORM 2100-TABLE-LANG-ROW THRU 2100-EXIT
004050         UNTIL WS-LANGTAB-AT-END.
004060
004070     CLOSE LANGTAB.
004080
004090 2000-EXIT.
004100     EXIT.
004110
004120******************************************************************
004130* 2100-TABLE-LANG-ROW - ONE LANGTAB ROW.  ROWS COME BACK IN KEY
004140*     ORDER, SO A NEW LANGUAGE IS ALWAYS A CHANGE FROM THE LAST
004150*     ENTRY TABLED.
004160******************************************************************
004170 2100-TABLE-LANG-ROW.
004180
004190     READ LANGTAB
004200         AT END
004210             MOVE 'Y' TO WS-LANGTAB-EOF-SW
004220             GO TO 2100-EXIT
004230     END-READ.
004240
004250     ADD 1 TO WS-LANG-ROW-COUNT.
004260
004270     IF WS-LNG-COUNT = ZERO
004280      OR LANG-CODE NOT = WS-LNG-CODE (WS-LNG-COUNT)
004290         IF WS-LNG-COUNT NOT < WS-LNG-MAX
004300             MOVE 8 TO RETURN-CODE
004310             MOVE 'Y' TO WS-LANGTAB-EOF-SW
004320             DISPLAY 'HELXREF: LANGTAB HAS MORE THAN ' WS-LNG-MAX
004330                 ' LANGUAGES - CHECK NOT RUN'
004340             GO TO 2100-EXIT
004350         END-IF
004360         ADD 1 TO WS-LNG-COUNT
004370         MOVE LANG-CODE TO WS-LNG-CODE (WS-LNG-COUNT)
004380         MOVE 'N' TO WS-LNG-STD-ROW (WS-LNG-COUNT)
004390         MOVE 'N' TO WS-LNG-NATIONAL (WS-LNG-COUNT)
004400         MOVE 'N' TO WS-LNG-IN-USE (WS-LNG-COUNT)
004410         MOVE 'N' TO WS-LNG-IN-EFFECT (WS-LNG-COUNT)
004420     END-IF.
004430
004440     IF LANG-EFF-FROM <= WS-CYCLE-DATE
004450      AND WS-CYCLE-DATE <= LANG-EFF-TO
004460         MOVE 'Y' TO WS-LNG-IN-EFFECT (WS-LNG-COUNT)
004470     END-IF.
004480
004490     IF LANG-EFF-FROM = ZERO
004500         MOVE 'Y' TO WS-LNG-STD-ROW (WS-LNG-COUNT)
004510     END-IF.
004520
004530     IF WS-LNG-NATIONAL (WS-LNG-COUNT) = 'N'
004540         MOVE LANG-MESSAGE-TEXT TO WS-TEXT-BUFFER
004550         PERFORM 2200-SCAN-TEXT-BYTE THRU 2200-EXIT
004560             VARYING WS-MSG-CHAR-IDX FROM 1 BY 1
004570             UNTIL WS-MSG-CHAR-IDX > 180
004580                OR WS-LNG-NATIONAL (WS-LNG-COUNT) = 'Y'
004590     END-IF.
004600
004610 2100-EXIT.
004620     EXIT.
004630
004640******************************************************************
004650* 2200-SCAN-TEXT-BYTE - ONE BYTE OF A ROW'S TEXT.  ANYTHING
004660*     OUTSIDE HELLOWORLD'S BLANKET PRINTABLE SET IS A NATIONAL
004670*     CHARACTER THAT ONLY A CHARDEF ROW CAN MAKE DISPLAYABLE.
004680******************************************************************
004690 2200-SCAN-TEXT-BYTE.
004700
004710     MOVE WS-TEXT-BUFFER(WS-MSG-CHAR-IDX:1) TO WS-MSG-CHAR.
004720     IF NOT WS-MSG-CHAR-PRINTABLE
004730         MOVE 'Y' TO WS-LNG-NATIONAL (WS-LNG-COUNT)
004740     END-IF.
004750
004760 2200-EXIT.
004770     EXIT.
004780
004790******************************************************************
004800* 3000-CHECK-SITES - BROWSE SITEMST AND CHECK EVERY ACTIVE SITE
004810*     AGAINST LANGTAB AND AGAINST THE ACTIVE SITES BEFORE IT.
004820******************************************************************
004830 3000-CHECK-SITES.
004840
004850     OPEN INPUT SITEMST.
004860     IF NOT WS-SITEMST-OK
004870         MOVE 8 TO RETURN-CODE
004880         DISPLAY 'HELXREF: SITEMST OPEN FAILED, STATUS '
004890             WS-SITEMST-STATUS
004900         GO TO 3000-EXIT
004910     END-IF.
004920
004930     PERFORM 3100-CHECK-ONE-SITE THRU 3100-EXIT
004940         UNTIL WS-SITEMST-AT-END.
004950
004960     CLOSE SITEMST.
004970     MOVE '00' TO WS-SITEMST-STATUS.
004980
004990 3000-EXIT.
005000     EXIT.
005010
005020******************************************************************
005030* 3100-CHECK-ONE-SITE - ONE SITE MASTER RECORD.  INACTIVE SITES,
005040*     AND SITES OUTSIDE THEIR WINDOW ON THE CYCLE DATE, ARE NOT
005050*     GREETED AND ARE PASSED OVER.
005060******************************************************************
005070 3100-CHECK-ONE-SITE.
005080
005090     READ SITEMST
005100         AT END
005110             MOVE 'Y' TO WS-SITEMST-EOF-SW
005120             GO TO 3100-EXIT
005130     END-READ.
005140
005150     ADD 1 TO WS-SITE-READ-COUNT.
005160
005170     IF NOT SMS-ACTIVE
005180      OR WS-CYCLE-DATE < SMS-EFF-FROM
005190      OR WS-CYCLE-DATE > SMS-EFF-TO
005200         GO TO 3100-EXIT
005210     END-IF.
005220
005230     MOVE 'SITEMST ' TO WS-FND-FILE-NAME.
005240     MOVE SMS-SITE-ID TO WS-FND-KEY.
005250     MOVE SMS-JOB-NAME TO WS-FND-JOB-NAME.
005260
005270     PERFORM 3200-CHECK-SITE-LANGUAGE THRU 3200-EXIT.
005280
005290     IF SMS-JOB-NAME = SPACES
005300         MOVE 'S' TO WS-FND-SEVERITY
005310         MOVE SPACES TO WS-FND-TEXT
005320         STRING 'SITE '            DELIMITED BY SIZE
005330                SMS-SITE-ID        DELIMITED BY SIZE
005340                ' HAS NO JOB NAME - HELLOWORLD SKIPS IT'
005350                                   DELIMITED BY SIZE
005360             INTO WS-FND-TEXT
005370         END-STRING
005380         PERFORM 2900-WRITE-FINDING THRU 2900-EXIT
005390         GO TO 3100-EXIT
005400     END-IF.
005410
005420     PERFORM 3300-TEST-SHARED-JOB THRU 3300-EXIT
005430         VARYING WS-SIT-SUB FROM 1 BY 1
005440         UNTIL WS-SIT-SUB > WS-SIT-COUNT.
005450
005460     IF WS-SIT-COUNT < WS-SIT-MAX
005470         ADD 1 TO WS-SIT-COUNT
005480         MOVE SMS-SITE-ID  TO WS-SIT-SITE-ID (WS-SIT-COUNT)
005490         MOVE SMS-JOB-NAME TO WS-SIT-JOB-NAME (WS-SIT-COUNT)
005500     ELSE
005510         MOVE 'S' TO WS-FND-SEVERITY
005520         MOVE 'MORE THAN 200 ACTIVE SITES - JOB CHECKS INCOMPLETE'
005530             TO WS-FND-TEXT
005540         PERFORM 2900-WRITE-FINDING THRU 2900-EXIT
005550     END-IF.
005560
005570 3100-EXIT.
005580     EXIT.
005590
005600******************************************************************
005610* 3200-CHECK-SITE-LANGUAGE - THE SITE'S LANG-CODE MUST BE ON
005620*     LANGTAB WITH A ROW IN EFFECT ON THE CYCLE DATE, AND SHOULD
005630*     HAVE A STANDARD ROW.  THE LANGUAGE IS MARKED IN USE FOR
005640*     THE CHARDEF CHECK.
005650******************************************************************
005660 3200-CHECK-SITE-LANGUAGE.
005670
005680     MOVE 'N' TO WS-FOUND-SW.
005690     MOVE ZERO TO WS-LNG-HIT.
005700     PERFORM 3210-MATCH-LANGUAGE THRU 3210-EXIT
005710         VARYING WS-LNG-SUB FROM 1 BY 1
005720         UNTIL WS-LNG-SUB > WS-LNG-COUNT
005730            OR WS-ENTRY-FOUND.
005740
005750     IF NOT WS-ENTRY-FOUND
005760         MOVE 'S' TO WS-FND-SEVERITY
005770         MOVE SPACES TO WS-FND-TEXT
005780         STRING 'SITE '            DELIMITED BY SIZE
005790                SMS-SITE-ID        DELIMITED BY SIZE
005800                ' LANGUAGE '       DELIMITED BY SIZE
005810                SMS-LANG-CODE      DELIMITED BY SIZE
005820                ' NOT ON LANGTAB - ''**'' TEXT SHOWN'
005830                                   DELIMITED BY SIZE
005840             INTO WS-FND-TEXT
005850         END-STRING
005860         PERFORM 2900-WRITE-FINDING THRU 2900-EXIT
005870         GO TO 3200-EXIT
005880     END-IF.
005890
005900     MOVE 'Y' TO WS-LNG-IN-USE (WS-LNG-HIT).
005910
005920     IF WS-LNG-IN-EFFECT (WS-LNG-HIT) = 'N'
005930         MOVE 'S' TO WS-FND-SEVERITY
005940         MOVE SPACES TO WS-FND-TEXT
005950         STRING 'SITE '            DELIMITED BY SIZE
005960                SMS-SITE-ID        DELIMITED BY SIZE
005970                ' LANGUAGE '       DELIMITED BY SIZE
005980                SMS-LANG-CODE      DELIMITED BY SIZE
005990                ' NO ROW IN EFFECT ' DELIMITED BY SIZE
006000                WS-CYCLE-DATE      DELIMITED BY SIZE
006010             INTO WS-FND-TEXT
006020         END-STRING
006030         PERFORM 2900-WRITE-FINDING THRU 2900-EXIT
006040         GO TO 3200-EXIT
006050     END-IF.
006060
006070     IF WS-LNG-STD-ROW (WS-LNG-HIT) = 'N'
006080         MOVE 'W' TO WS-FND-SEVERITY
006090         MOVE SPACES TO WS-FND-TEXT
006100         STRING 'SITE '            DELIMITED BY SIZE
006110                SMS-SITE-ID        DELIMITED BY SIZE
006120                ' LANGUAGE '       DELIMITED BY SIZE
006130                SMS-LANG-CODE      DELIMITED BY SIZE
006140                ' HAS NO STANDARD LANGTAB ROW'
006150                                   DELIMITED BY SIZE
006160             INTO WS-FND-TEXT
006170         END-STRING
006180         PERFORM 2900-WRITE-FINDING THRU 2900-EXIT
006190     END-IF.
006200
006210 3200-EXIT.
006220     EXIT.
006230
006240******************************************************************
006250* 3210-MATCH-LANGUAGE - ONE PROBE OF THE LANGUAGE TABLE.
006260******************************************************************
006270 3210-MATCH-LANGUAGE.
006280
006290     IF WS-LNG-CODE (WS-LNG-SUB) = SMS-LANG-CODE
006300         MOVE 'Y' TO WS-FOUND-SW
006310         MOVE WS-LNG-SUB TO WS-LNG-HIT
006320     END-IF.
006330
006340 3210-EXIT.
006350     EXIT.
006360
006370******************************************************************
006380* 3300-TEST-SHARED-JOB - ONE EARLIER ACTIVE SITE AGAINST THE SITE
006390*     IN HAND.  THE JOB NAME IS THE SITE'S IDENTITY ON THE RUN
006400*     TOKEN, AUDITLOG AND SBHIST, SO A SHARED NAME MAKES TWO
006410*     SITES INDISTINGUISHABLE TO EVERYTHING DOWNSTREAM.
006420******************************************************************
006430 3300-TEST-SHARED-JOB.
006440
006450     IF WS-SIT-JOB-NAME (WS-SIT-SUB) NOT = SMS-JOB-NAME
006460         GO TO 3300-EXIT
006470     END-IF.
006480
006490     MOVE 'S' TO WS-FND-SEVERITY.
006500     MOVE SPACES TO WS-FND-TEXT.
006510     STRING 'SITES '                     DELIMITED BY SIZE
006520            WS-SIT-SITE-ID (WS-SIT-SUB)  DELIMITED BY SIZE
006530            ' AND '                      DELIMITED BY SIZE
006540            SMS-SITE-ID                  DELIMITED BY SIZE
006550            ' SHARE JOB NAME '           DELIMITED BY SIZE
006560            SMS-JOB-NAME                 DELIMITED BY SIZE
006570         INTO WS-FND-TEXT
006580     END-STRING.
006590     PERFORM 2900-WRITE-FINDING THRU 2900-EXIT.
006600
006610 3300-EXIT.
006620     EXIT.
006630
006640******************************************************************
006650* 4000-CHECK-CHARDEF - EVERY LANGUAGE WHOSE TEXT CARRIES A
006660*     NATIONAL CHARACTER MUST HAVE A CHARDEF ROW, OR HELLOWORLD'S
006670*     MESSAGE VALIDATION REJECTS THE GREETING AND THE SITE SEES
006680*     NOTHING.  NO CHARDEF CLUSTER AT ALL MEANS NO LANGUAGE HAS
006690*     ONE.  SEVERE WHEN AN ACTIVE SITE USES THE LANGUAGE.
006700******************************************************************
006710 4000-CHECK-CHARDEF.
006720
006730     OPEN INPUT CHARDEF.
006740     IF WS-CHARDEF-OK
006750         MOVE 'Y' TO WS-CHARDEF-OPEN-SW
006760     END-IF.
006770
006780     PERFORM 4100-CHECK-ONE-LANGUAGE THRU 4100-EXIT
006790         VARYING WS-LNG-SUB FROM 1 BY 1
006800         UNTIL WS-LNG-SUB > WS-LNG-COUNT.
006810
006820     IF WS-CHARDEF-OPEN
006830         CLOSE CHARDEF
006840     END-IF.
006850
006860 4000-EXIT.
006870     EXIT.
006880
006890******************************************************************
006900* 4100-CHECK-ONE-LANGUAGE - ONE TABLED LANGUAGE.
006910******************************************************************
006920 4100-CHECK-ONE-LANGUAGE.
006930
006940     IF WS-LNG-NATIONAL (WS-LNG-SUB) = 'N'
006950         GO TO 4100-EXIT
006960     END-IF.
006970
006980     IF WS-CHARDEF-OPEN
006990         MOVE WS-LNG-CODE (WS-LNG-SUB) TO CHD-LANG-CODE
007000         READ CHARDEF
007010             INVALID KEY
007020                 CONTINUE
007030             NOT INVALID KEY
007040                 GO TO 4100-EXIT
007050         END-READ
007060     END-IF.
007070
007080     IF WS-LNG-IN-USE (WS-LNG-SUB) = 'Y'
007090         MOVE 'S' TO WS-FND-SEVERITY
007100     ELSE
007110         MOVE 'W' TO WS-FND-SEVERITY
007120     END-IF.
007130     MOVE 'CHARDEF ' TO WS-FND-FILE-NAME.
007140     MOVE WS-LNG-CODE (WS-LNG-SUB) TO WS-FND-KEY.
007150     MOVE SPACES TO WS-FND-JOB-NAME.
007160     MOVE SPACES TO WS-FND-TEXT.
007170     STRING 'LANGUAGE '                DELIMITED BY SIZE
007180            WS-LNG-CODE (WS-LNG-SUB)   DELIMITED BY SIZE
007190            ' HAS NATIONAL CHARACTERS BUT NO CHARDEF ROW'
007200                                       DELIMITED BY SIZE
007210         INTO WS-FND-TEXT
007220     END-STRING.
007230     PERFORM 2900-WRITE-FINDING THRU 2900-EXIT.
007240
007250 4100-EXIT.
007260     EXIT.
007270
007280******************************************************************
007290* 5000-CHECK-SCHEDULE - EVERY SCHEDULE CARD MUST NAME A JOB AN
007300*     ACTIVE SITE CARRIES, AND EVERY ACTIVE SITE'S JOB SHOULD BE
007310*     ON A CARD.  NO SCHEDULE DATASET MEANS THE CALENDAR AND
007320*     PARM DRIVE HELRECON TODAY; THERE IS NOTHING TO CROSS-CHECK.
007330******************************************************************
007340 5000-CHECK-SCHEDULE.
007350
007360     OPEN INPUT SCHEDULE.
007370     IF WS-SCHEDULE-NOTFND
007380         GO TO 5000-EXIT
007390     END-IF.
007400     IF NOT WS-SCHEDULE-OK
007410         MOVE 'W' TO WS-FND-SEVERITY
007420         MOVE 'SCHEDULE' TO WS-FND-FILE-NAME
007430         MOVE SPACES TO WS-FND-KEY WS-FND-JOB-NAME
007440         MOVE 'SCHEDULE FILE UNREADABLE - CARDS NOT CHECKED'
007450             TO WS-FND-TEXT
007460         PERFORM 2900-WRITE-FINDING THRU 2900-EXIT
007470         GO TO 5000-EXIT
007480     END-IF.
007490
007500     MOVE 'Y' TO WS-SCHEDULE-READ-SW.
007510     PERFORM 5100-CHECK-ONE-CARD THRU 5100-EXIT
007520         UNTIL WS-SCHEDULE-AT-END.
007530
007540     CLOSE SCHEDULE.
007550
007560     PERFORM 5300-CHECK-SITE-SCHEDULED THRU 5300-EXIT
007570         VARYING WS-SIT-SUB FROM 1 BY 1
007580         UNTIL WS-SIT-SUB > WS-SIT-COUNT.
007590
007600 5000-EXIT.
007610     EXIT.
007620
007630******************************************************************
007640* 5100-CHECK-ONE-CARD - ONE SCHEDULE CARD.  A JOB NAME SCHEDULED
007650*     TWICE IS LEGITIMATE AND IS CHECKED (AND TABLED) ONCE.
007660******************************************************************
007670 5100-CHECK-ONE-CARD.
007680
007690     READ SCHEDULE
007700         AT END
007710             MOVE 'Y' TO WS-SCHEDULE-EOF-SW
007720             GO TO 5100-EXIT
007730     END-READ.
007740
007750     IF SCH-JOB-NAME = SPACES
007760         GO TO 5100-EXIT
007770     END-IF.
007780
007790     ADD 1 TO WS-SCHEDULE-CARD-COUNT.
007800
007810     MOVE 'N' TO WS-FOUND-SW.
007820     PERFORM 5110-MATCH-SCHEDULED THRU 5110-EXIT
007830         VARYING WS-SCH-SUB FROM 1 BY 1
007840         UNTIL WS-SCH-SUB > WS-SCH-COUNT
007850            OR WS-ENTRY-FOUND.
007860     IF WS-ENTRY-FOUND
007870         GO TO 5100-EXIT
007880     END-IF.
007890     IF WS-SCH-COUNT < WS-SCH-MAX
007900         ADD 1 TO WS-SCH-COUNT
007910         MOVE SCH-JOB-NAME TO WS-SCH-JOB-NAME (WS-SCH-COUNT)
007920     END-IF.
007930
007940     MOVE 'N' TO WS-FOUND-SW.
007950     PERFORM 5120-MATCH-SITE-JOB THRU 5120-EXIT
007960         VARYING WS-SIT-SUB FROM 1 BY 1
007970         UNTIL WS-SIT-SUB > WS-SIT-COUNT
007980            OR WS-ENTRY-FOUND.
007990
008000     IF NOT WS-ENTRY-FOUND
008010         MOVE 'S' TO WS-FND-SEVERITY
008020         MOVE 'SCHEDULE' TO WS-FND-FILE-NAME
008030         MOVE SCH-JOB-NAME TO WS-FND-KEY
008040         MOVE SCH-JOB-NAME TO WS-FND-JOB-NAME
008050         MOVE SPACES TO WS-FND-TEXT
008060         STRING 'SCHEDULED JOB '       DELIMITED BY SIZE
008070                SCH-JOB-NAME           DELIMITED BY SIZE
008080                ' NOT CARRIED BY ANY ACTIVE SITE'
008090                                       DELIMITED BY SIZE
008100             INTO WS-FND-TEXT
008110         END-STRING
008120         PERFORM 2900-WRITE-FINDING THRU 2900-EXIT
008130     END-IF.
008140
008150 5100-EXIT.
008160     EXIT.
008170
008180******************************************************************
008190* 5110-MATCH-SCHEDULED - ONE PROBE OF THE SCHEDULED-JOB TABLE.
008200******************************************************************
008210 5110-MATCH-SCHEDULED.
008220
008230     IF WS-SCH-JOB-NAME (WS-SCH-SUB) = SCH-JOB-NAME
008240         MOVE 'Y' TO WS-FOUND-SW
008250     END-IF.
008260
008270 5110-EXIT.
008280     EXIT.
008290
008300******************************************************************
008310* 5120-MATCH-SITE-JOB - ONE PROBE OF THE ACTIVE-SITE TABLE.
008320******************************************************************
008330 5120-MATCH-SITE-JOB.
008340
008350     IF WS-SIT-JOB-NAME (WS-SIT-SUB) = SCH-JOB-NAME
008360         MOVE 'Y' TO WS-FOUND-SW
008370     END-IF.
008380
008390 5120-EXIT.
008400     EXIT.
008410
008420******************************************************************
008430* 5300-CHECK-SITE-SCHEDULED - ONE ACTIVE SITE'S JOB NAME MUST BE
008440*     ON SOME SCHEDULE CARD, OR HELRECON AND HELMONTR NEVER LOOK
008450*     FOR ITS RUN.
008460******************************************************************
008470 5300-CHECK-SITE-SCHEDULED.
008480
008490     MOVE 'N' TO WS-FOUND-SW.
008500     PERFORM 5310-MATCH-CARD THRU 5310-EXIT
008510         VARYING WS-SCH-SUB FROM 1 BY 1
008520         UNTIL WS-SCH-SUB > WS-SCH-COUNT
008530            OR WS-ENTRY-FOUND.
008540
008550     IF WS-ENTRY-FOUND
008560         GO TO 5300-EXIT
008570     END-IF.
008580
008590     MOVE 'W' TO WS-FND-SEVERITY.
008600     MOVE 'SITEMST ' TO WS-FND-FILE-NAME.
008610     MOVE WS-SIT-SITE-ID (WS-SIT-SUB) TO WS-FND-KEY.
008620     MOVE WS-SIT-JOB-NAME (WS-SIT-SUB) TO WS-FND-JOB-NAME.
008630     MOVE SPACES TO WS-FND-TEXT.
008640     STRING 'ACTIVE SITE '                DELIMITED BY SIZE
008650            WS-SIT-SITE-ID (WS-SIT-SUB)   DELIMITED BY SIZE
008660            ' JOB '                       DELIMITED BY SIZE
008670            WS-SIT-JOB-NAME (WS-SIT-SUB)  DELIMITED BY SIZE
008680            ' HAS NO SCHEDULE CARD'       DELIMITED BY SIZE
008690         INTO WS-FND-TEXT
008700     END-STRING.
008710     PERFORM 2900-WRITE-FINDING THRU 2900-EXIT.
008720
008730 5300-EXIT.
008740     EXIT.
008750
008760******************************************************************
008770* 5310-MATCH-CARD - ONE PROBE OF THE SCHEDULED-JOB TABLE FOR THE
008780*     SITE IN HAND.
008790******************************************************************
008800 5310-MATCH-CARD.
008810
008820     IF WS-SCH-JOB-NAME (WS-SCH-SUB)
008830             = WS-SIT-JOB-NAME (WS-SIT-SUB)
008840         MOVE 'Y' TO WS-FOUND-SW
008850     END-IF.
008860
008870 5310-EXIT.
008880     EXIT.
008890
008900******************************************************************
008910* 6000-CHECK-CALENDAR - THE CYCLE DATE'S HELCAL RECORD AGAINST
008920*     THE SCHEDULE CARDS.  HELRECON TAKES THE CALENDAR'S EXPECTED
008930*     COUNT OVER THE CARDS, SO THE TWO DISAGREEING MEANS ONE OF
008940*     THEM IS WRONG AND THE RECONCILIATION WILL SAY SO TONIGHT.
008950*     NO HELCAL CLUSTER LEAVES THE CARDS IN CHARGE - NOTHING TO
008960*     CHECK.
008970******************************************************************
008980 6000-CHECK-CALENDAR.
008990
009000     OPEN INPUT HELCAL.
009010     IF WS-HELCAL-NOTFND
009020         GO TO 6000-EXIT
009030     END-IF.
009040     IF NOT WS-HELCAL-OK
009050         MOVE 'W' TO WS-FND-SEVERITY
009060         MOVE 'HELCAL  ' TO WS-FND-FILE-NAME
009070         MOVE SPACES TO WS-FND-KEY WS-FND-JOB-NAME
009080         MOVE 'HELCAL UNREADABLE - CALENDAR NOT CHECKED'
009090             TO WS-FND-TEXT
009100         PERFORM 2900-WRITE-FINDING THRU 2900-EXIT
009110         GO TO 6000-EXIT
009120     END-IF.
009130
009140     MOVE 'HELCAL  ' TO WS-FND-FILE-NAME.
009150     MOVE WS-CYCLE-DATE TO WS-FND-KEY.
009160     MOVE SPACES TO WS-FND-JOB-NAME.
009170     MOVE 'W' TO WS-FND-SEVERITY.
009180
009190     MOVE WS-CYCLE-DATE TO CAL-DATE.
009200     READ HELCAL
009210         INVALID KEY
009220             MOVE SPACES TO WS-FND-TEXT
009230             STRING 'NO HELCAL RECORD FOR '  DELIMITED BY SIZE
009240                    WS-CYCLE-DATE            DELIMITED BY SIZE
009250                 INTO WS-FND-TEXT
009260             END-STRING
009270             PERFORM 2900-WRITE-FINDING THRU 2900-EXIT
009280             CLOSE HELCAL
009290             GO TO 6000-EXIT
009300     END-READ.
009310
009320     CLOSE HELCAL.
009330
009340     IF NOT WS-SCHEDULE-READ
009350         GO TO 6000-EXIT
009360     END-IF.
009370
009380     IF CAL-NON-PROCESSING-DAY
009390         IF WS-SCHEDULE-CARD-COUNT > ZERO
009400             MOVE SPACES TO WS-FND-TEXT
009410             STRING 'HELCAL NON-PROCESSING DAY BUT '
009420                                            DELIMITED BY SIZE
009430                    WS-SCHEDULE-CARD-COUNT  DELIMITED BY SIZE
009440                    ' SCHEDULE CARDS'       DELIMITED BY SIZE
009450                 INTO WS-FND-TEXT
009460             END-STRING
009470             PERFORM 2900-WRITE-FINDING THRU 2900-EXIT
009480         END-IF
009490         GO TO 6000-EXIT
009500     END-IF.
009510
009520     IF CAL-EXPECTED-COUNT NOT = WS-SCHEDULE-CARD-COUNT
009530         MOVE SPACES TO WS-FND-TEXT
009540         STRING 'HELCAL EXPECTS '           DELIMITED BY SIZE
009550                CAL-EXPECTED-COUNT          DELIMITED BY SIZE
009560                ' RUNS, SCHEDULE HAS '      DELIMITED BY SIZE
009570                WS-SCHEDULE-CARD-COUNT      DELIMITED BY SIZE
009580                ' CARDS'                    DELIMITED BY SIZE
009590             INTO WS-FND-TEXT
009600         END-STRING
009610         PERFORM 2900-WRITE-FINDING THRU 2900-EXIT
009620     END-IF.
009630
009640 6000-EXIT.
009650     EXIT.
009660
009670******************************************************************
009680* 6500-CHECK-PARTITIONS - THE PARTCTL DECK THAT SPLITS SITEMST
009690*     FOR HELLOWORLD'S PARTITIONED DRIVER MODE.  THE RANGES MUST
009700*     ASCEND WITHOUT OVERLAPPING, OR TWO PARTITIONS GREET THE SAME
009710*     SITES AND THE NIGHT'S COUNTS DOUBLE; AND EVERY ACTIVE SITE
009720*     MUST FALL INSIDE SOME RANGE, OR NO PARTITION GREETS IT.  NO
009730*     PARTCTL DATASET, OR AN EMPTY DECK, IS A SINGLE-STREAM NIGHT.
009740******************************************************************
009750 6500-CHECK-PARTITIONS.
009760
009770     OPEN INPUT PARTCTL.
009780     IF WS-PARTCTL-NOTFND
009790         GO TO 6500-EXIT
009800     END-IF.
009810     IF NOT WS-PARTCTL-OK
009820         MOVE 'S' TO WS-FND-SEVERITY
009830         MOVE 'PARTCTL ' TO WS-FND-FILE-NAME
009840         MOVE SPACES TO WS-FND-KEY WS-FND-JOB-NAME
009850         MOVE 'PARTCTL UNREADABLE - PARTITIONS NOT CHECKED'
009860             TO WS-FND-TEXT
009870         PERFORM 2900-WRITE-FINDING THRU 2900-EXIT
009880         GO TO 6500-EXIT
009890     END-IF.
009900
009910     PERFORM 6510-CHECK-ONE-PARTITION THRU 6510-EXIT
009920         UNTIL WS-PARTCTL-AT-END.
009930
009940     CLOSE PARTCTL.
009950
009960     IF WS-PRT-COUNT = ZERO
009970         GO TO 6500-EXIT
009980     END-IF.
009990
010000     PERFORM 6550-CHECK-SITE-COVERED THRU 6550-EXIT
010010         VARYING WS-SIT-SUB FROM 1 BY 1
010020         UNTIL WS-SIT-SUB > WS-SIT-COUNT.
010030
010040 6500-EXIT.
010050     EXIT.
010060
010070******************************************************************
010080* 6510-CHECK-ONE-PARTITION - ONE PARTCTL CARD, AGAINST ITSELF AND
010090*     AGAINST THE CARDS ALREADY TABLED.  A CARD BEYOND THE TABLE
010100*     IS A FINDING IN ITS OWN RIGHT - HELLOWORLD WOULD RUN IT, BUT
010110*     ITS SITES COULD NOT BE CHECKED HERE.
010120******************************************************************
010130 6510-CHECK-ONE-PARTITION.
010140
010150     READ PARTCTL
010160         AT END
010170             MOVE 'Y' TO WS-PARTCTL-EOF-SW
010180             GO TO 6510-EXIT
010190     END-READ.
010200
010210     IF PRT-PARTITION-ID = SPACES
010220         GO TO 6510-EXIT
010230     END-IF.
010240
010250     ADD 1 TO WS-PARTITION-CARD-COUNT.
010260
010270     MOVE 'S' TO WS-FND-SEVERITY.
010280     MOVE 'PARTCTL ' TO WS-FND-FILE-NAME.
010290     MOVE PRT-PARTITION-ID TO WS-FND-KEY.
010300     MOVE SPACES TO WS-FND-JOB-NAME.
010310
010320     IF PRT-LOW-SITE-ID > PRT-HIGH-SITE-ID
010330         MOVE SPACES TO WS-FND-TEXT
010340         STRING 'PARTITION '                DELIMITED BY SIZE
010350                PRT-PARTITION-ID            DELIMITED BY SIZE
010360                ' RANGE '                   DELIMITED BY SIZE
010370                PRT-LOW-SITE-ID             DELIMITED BY SIZE
010380                '-'                         DELIMITED BY SIZE
010390                PRT-HIGH-SITE-ID            DELIMITED BY SIZE
010400                ' RUNS BACKWARD'            DELIMITED BY SIZE
010410             INTO WS-FND-TEXT
010420         END-STRING
010430         PERFORM 2900-WRITE-FINDING THRU 2900-EXIT
010440         GO TO 6510-EXIT
010450     END-IF.
010460
010470     MOVE 'N' TO WS-FOUND-SW.
010480     PERFORM 6520-MATCH-PARTITION THRU 6520-EXIT
010490         VARYING WS-PRT-SUB FROM 1 BY 1
010500         UNTIL WS-PRT-SUB > WS-PRT-COUNT
010510            OR WS-ENTRY-FOUND.
010520     IF WS-ENTRY-FOUND
010530         MOVE SPACES TO WS-FND-TEXT
010540         STRING 'PARTITION '                DELIMITED BY SIZE
010550                PRT-PARTITION-ID            DELIMITED BY SIZE
010560                ' IS ON PARTCTL MORE THAN ONCE'
010570                                            DELIMITED BY SIZE
010580             INTO WS-FND-TEXT
010590         END-STRING
010600         PERFORM 2900-WRITE-FINDING THRU 2900-EXIT
010610         GO TO 6510-EXIT
010620     END-IF.
010630
010640     IF WS-PRT-COUNT > ZERO
010650         IF PRT-LOW-SITE-ID NOT > WS-PRT-HIGH-SITE (WS-PRT-COUNT)
010660             MOVE SPACES TO WS-FND-TEXT
010670             STRING 'PARTITION '            DELIMITED BY SIZE
010680                    PRT-PARTITION-ID        DELIMITED BY SIZE
010690                    ' OVERLAPS OR PRECEDES PARTITION '
010700                                            DELIMITED BY SIZE
010710                    WS-PRT-ID (WS-PRT-COUNT)
010720                                            DELIMITED BY SIZE
010730                 INTO WS-FND-TEXT
010740             END-STRING
010750             PERFORM 2900-WRITE-FINDING THRU 2900-EXIT
010760             GO TO 6510-EXIT
010770         END-IF
010780     END-IF.
010790
010800     IF WS-PRT-COUNT NOT < WS-PRT-MAX
010810         MOVE SPACES TO WS-FND-TEXT
010820         STRING 'PARTITION '                DELIMITED BY SIZE
010830                PRT-PARTITION-ID            DELIMITED BY SIZE
010840                ' IS BEYOND THE 20-PARTITION LIMIT'
010850                                            DELIMITED BY SIZE
010860             INTO WS-FND-TEXT
010870         END-STRING
010880         PERFORM 2900-WRITE-FINDING THRU 2900-EXIT
010890         GO TO 6510-EXIT
010900     END-IF.
010910
010920     ADD 1 TO WS-PRT-COUNT.
010930     MOVE PRT-PARTITION-ID TO WS-PRT-ID (WS-PRT-COUNT).
010940     MOVE PRT-LOW-SITE-ID  TO WS-PRT-LOW-SITE (WS-PRT-COUNT).
010950     MOVE PRT-HIGH-SITE-ID TO WS-PRT-HIGH-SITE (WS-PRT-COUNT).
010960
010970 6510-EXIT.
010980     EXIT.
010990
011000******************************************************************
011010* 6520-MATCH-PARTITION - ONE PROBE OF THE PARTITION TABLE FOR THE
011020*     CARD IN HAND.
011030******************************************************************
011040 6520-MATCH-PARTITION.
011050
011060     IF WS-PRT-ID (WS-PRT-SUB) = PRT-PARTITION-ID
011070         MOVE 'Y' TO WS-FOUND-SW
011080     END-IF.
011090
011100 6520-EXIT.
011110     EXIT.
011120
011130******************************************************************
011140* 6550-CHECK-SITE-COVERED - ONE ACTIVE SITE MUST FALL INSIDE SOME
011150*     PARTITION'S RANGE.
011160******************************************************************
011170 6550-CHECK-SITE-COVERED.
011180
011190     MOVE 'N' TO WS-FOUND-SW.
011200     PERFORM 6560-MATCH-RANGE THRU 6560-EXIT
011210         VARYING WS-PRT-SUB FROM 1 BY 1
011220         UNTIL WS-PRT-SUB > WS-PRT-COUNT
011230            OR WS-ENTRY-FOUND.
011240
011250     IF WS-ENTRY-FOUND
011260         GO TO 6550-EXIT
011270     END-IF.
011280
011290     MOVE 'S' TO WS-FND-SEVERITY.
011300     MOVE 'SITEMST ' TO WS-FND-FILE-NAME.
011310     MOVE WS-SIT-SITE-ID (WS-SIT-SUB) TO WS-FND-KEY.
011320     MOVE WS-SIT-JOB-NAME (WS-SIT-SUB) TO WS-FND-JOB-NAME.
011330     MOVE SPACES TO WS-FND-TEXT.
011340     STRING 'ACTIVE SITE '                  DELIMITED BY SIZE
011350            WS-SIT-SITE-ID (WS-SIT-SUB)     DELIMITED BY SIZE
011360            ' OUTSIDE EVERY PARTCTL RANGE'  DELIMITED BY SIZE
011370         INTO WS-FND-TEXT
011380     END-STRING.
011390     PERFORM 2900-WRITE-FINDING THRU 2900-EXIT.
011400
011410 6550-EXIT.
011420     EXIT.
011430
011440******************************************************************
011450* 6560-MATCH-RANGE - ONE PROBE OF THE PARTITION TABLE FOR THE
011460*     SITE IN HAND.
011470******************************************************************
011480 6560-MATCH-RANGE.
011490
011500     IF WS-SIT-SITE-ID (WS-SIT-SUB)
011510              NOT < WS-PRT-LOW-SITE (WS-PRT-SUB)
011520      AND WS-SIT-SITE-ID (WS-SIT-SUB)
011530              NOT > WS-PRT-HIGH-SITE (WS-PRT-SUB)
011540         MOVE 'Y' TO WS-FOUND-SW
011550     END-IF.
011560
011570 6560-EXIT.
011580     EXIT.
011590
011600******************************************************************
011610* 2900-WRITE-FINDING - ONE FINDING: COUNTED BY SEVERITY, PRINTED,
011620*     ECHOED TO SYSOUT AS HELVERFY ECHOES ITS FINDINGS, AND
011630*     RAISED ON ALERTS.  A WARNING TAKES THE STEP TO AT LEAST 4,
011640*     A SEVERE FINDING TO 8.
011650******************************************************************
011660 2900-WRITE-FINDING.
011670
011680     IF WS-FND-SEVERITY = 'S'
011690         ADD 1 TO WS-SEVERE-COUNT
011700         MOVE 8 TO RETURN-CODE
011710     ELSE
011720         ADD 1 TO WS-WARNING-COUNT
011730         IF RETURN-CODE < 4
011740             MOVE 4 TO RETURN-CODE
011750         END-IF
011760     END-IF.
011770
011780     IF WS-XREFRPT-OK
011790         MOVE SPACES TO XREF-RPT-RECORD
011800         MOVE WS-FND-SEVERITY  TO XRF-SEVERITY
011810         MOVE WS-FND-FILE-NAME TO XRF-FILE-NAME
011820         MOVE WS-FND-KEY       TO XRF-KEY
011830         MOVE WS-FND-TEXT      TO XRF-FINDING-TEXT
011840         WRITE XREF-RPT-RECORD AFTER ADVANCING 1 LINE
011850         DISPLAY XREF-RPT-RECORD
011860     END-IF.
011870
011880     PERFORM 7000-WRITE-ALERT THRU 7000-EXIT.
011890
011900 2900-EXIT.
011910     EXIT.
011920
011930******************************************************************
011940* 7000-WRITE-ALERT - APPEND ONE ALERT RECORD TO THE COMMON
011950*     ALERTS INTERFACE FILE (SEE ALRTREC), OPENED EXTEND ON THE
011960*     FIRST ALERT OF THE RUN (OUTPUT IF IT DOES NOT EXIST YET)
011970*     AND CLOSED BY 7100 AT END OF RUN.  A FILE THAT WILL NOT
011980*     OPEN COSTS THE ALERT, NOT THE CHECK - THE REPORT STILL
011990*     CARRIES EVERY FINDING.
012000******************************************************************
012010 7000-WRITE-ALERT.
012020
012030     IF NOT WS-ALERTS-OPEN
012040         OPEN EXTEND ALERTS
012050         IF WS-ALERTS-NOTFND
012060             OPEN OUTPUT ALERTS
012070         END-IF
012080         IF WS-ALERTS-OK
012090             MOVE 'Y' TO WS-ALERTS-OPEN-SW
012100         ELSE
012110             DISPLAY 'HELXREF: ALERT NOT WRITTEN - FILE ERROR'
012120             IF RETURN-CODE < 4
012130                 MOVE 4 TO RETURN-CODE
012140             END-IF
012150             GO TO 7000-EXIT
012160         END-IF
012170     END-IF.
012180
012190     MOVE WS-FND-SEVERITY   TO ALR-SEVERITY.
012200     MOVE 'HELXREF '        TO ALR-PROGRAM-ID.
012210     MOVE WS-CYCLE-DATE     TO ALR-RUN-DATE.
012220     MOVE WS-FND-JOB-NAME   TO ALR-JOB-NAME.
012230     MOVE WS-FND-TEXT       TO ALR-REASON.
012240     WRITE ALERT-RECORD.
012250
012260 7000-EXIT.
012270     EXIT.
012280
012290******************************************************************
012300* 7100-CLOSE-ALERTS - NORMAL END OF THE ALERT INTERFACE.  A
012310*     FILE THAT NEVER CAME OPEN IS LEFT ALONE.
012320******************************************************************
012330 7100-CLOSE-ALERTS.
012340
012350     IF WS-ALERTS-OPEN
012360         CLOSE ALERTS
012370     END-IF.
012380
012390 7100-EXIT.
012400     EXIT.
012410
012420******************************************************************
012430* 8000-WRITE-TOTALS - CONTROL TOTALS, EACH ECHOED TO SYSOUT.
012440******************************************************************
012450 8000-WRITE-TOTALS.
012460
012470     MOVE SPACES TO XREF-RPT-RECORD.
012480     MOVE 'LANGTAB ROWS READ:      ' TO XRF-TOTAL-LABEL.
012490     MOVE WS-LANG-ROW-COUNT TO XRF-TOTAL-COUNT.
012500     WRITE XREF-RPT-RECORD AFTER ADVANCING 3 LINES.
012510     DISPLAY XREF-RPT-RECORD.
012520
012530     MOVE SPACES TO XREF-RPT-RECORD.
012540     MOVE 'LANGUAGES ON LANGTAB:   ' TO XRF-TOTAL-LABEL.
012550     MOVE WS-LNG-COUNT TO XRF-TOTAL-COUNT.
012560     WRITE XREF-RPT-RECORD AFTER ADVANCING 1 LINE.
012570     DISPLAY XREF-RPT-RECORD.
012580
012590     MOVE SPACES TO XREF-RPT-RECORD.
012600     MOVE 'SITES READ:             ' TO XRF-TOTAL-LABEL.
012610     MOVE WS-SITE-READ-COUNT TO XRF-TOTAL-COUNT.
012620     WRITE XREF-RPT-RECORD AFTER ADVANCING 1 LINE.
012630     DISPLAY XREF-RPT-RECORD.
012640
012650     MOVE SPACES TO XREF-RPT-RECORD.
012660     MOVE 'ACTIVE SITES CHECKED:   ' TO XRF-TOTAL-LABEL.
012670     MOVE WS-SIT-COUNT TO XRF-TOTAL-COUNT.
012680     WRITE XREF-RPT-RECORD AFTER ADVANCING 1 LINE.
012690     DISPLAY XREF-RPT-RECORD.
012700
012710     MOVE SPACES TO XREF-RPT-RECORD.
012720     MOVE 'SCHEDULE CARDS READ:    ' TO XRF-TOTAL-LABEL.
012730     MOVE WS-SCHEDULE-CARD-COUNT TO XRF-TOTAL-COUNT.
012740     WRITE XREF-RPT-RECORD AFTER ADVANCING 1 LINE.
012750     DISPLAY XREF-RPT-RECORD.
012760
012770     MOVE SPACES TO XREF-RPT-RECORD.
012780     MOVE 'PARTITION CARDS READ:   ' TO XRF-TOTAL-LABEL.
012790     MOVE WS-PARTITION-CARD-COUNT TO XRF-TOTAL-COUNT.
012800     WRITE XREF-RPT-RECORD AFTER ADVANCING 1 LINE.
012810     DISPLAY XREF-RPT-RECORD.
012820
012830     MOVE SPACES TO XREF-RPT-RECORD.
012840     MOVE 'WARNING FINDINGS:       ' TO XRF-TOTAL-LABEL.
012850     MOVE WS-WARNING-COUNT TO XRF-TOTAL-COUNT.
012860     WRITE XREF-RPT-RECORD AFTER ADVANCING 1 LINE.
012870     DISPLAY XREF-RPT-RECORD.
012880
012890     MOVE SPACES TO XREF-RPT-RECORD.
012900     MOVE 'SEVERE FINDINGS:        ' TO XRF-TOTAL-LABEL.
012910     MOVE WS-SEVERE-COUNT TO XRF-TOTAL-COUNT.
012920     WRITE XREF-RPT-RECORD AFTER ADVANCING 1 LINE.
012930     DISPLAY XREF-RPT-RECORD.
012940
012950     CLOSE XREFRPT.
012960
012970 8000-EXIT.
012980     EXIT.
