000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    HELOVRMT.
000030 AUTHOR.        J ALVAREZ.
000040 INSTALLATION.  DATA PROCESSING SERVICES.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED. 10/15/2026.
000070******************************************************************
000080* REMARKS.
000090*     BATCH MAINTENANCE FOR THE OVRDTAB EMERGENCY BROADCAST
000100*     OVERRIDE KSDS (SEE OVRDREC).  READS A SEQUENTIAL FILE OF
000110*     ADD/CANCEL TRANSACTIONS (COPYBOOK OVRTRN), EDITS THEM, AND
000120*     APPLIES EVERY CLEAN ONE STRAIGHT TO OVRDTAB - AN EMERGENCY
000130*     MESSAGE CANNOT WAIT FOR THE PENDCHG FOUR-EYES QUEUE, SO THE
000140*     CONTROL IS THE EDIT/APPLY REPORT, WHICH CARRIES A
000150*     DISPOSITION FOR EVERY TRANSACTION, A REASON FOR EVERY
000160*     REJECT, AND THE WHOLE TEXT AND SITE LIST OF EVERY ADD.
000170*     AN ADD PUTS UP A NEW OVERRIDE WITH ITS WINDOW, TARGET AND
000180*     THREE-LINE TEXT; A CANCEL PULLS ONE DOWN BEFORE ITS WINDOW
000190*     CLOSES BY FLAGGING IT CANCELLED - NOTHING IS EVER DELETED,
000200*     SO OVRDTAB STAYS THE RECORD OF WHAT WAS BROADCAST.  THE
000210*     TEXT GETS THE BLANKET PRINTABLE EDIT HELLOWORLD APPLIES
000220*     TO EVERY LANGUAGE, SO NO OVERRIDE CAN BE SUPPRESSED AT
000230*     DISPLAY TIME.  HELLOWORLD PICKS UP THE OVERRIDES IN EFFECT
000240*     WHEN IT STARTS, SO A CHANGE APPLIED HERE REACHES THE
000250*     SITES ON THE NEXT HELLOWORLD RUN.
000260*
000270*     PARM='OPERATOR' - THE SUBMITTING OPERATOR'S ID (REQUIRED).
000280*         IT IS STAMPED ON EVERY ADD AS OVR-ENTERED-BY AND ON
000290*         EVERY CANCEL AS OVR-CANCELLED-BY.  THE OPERATOR MUST BE
000300*         ACTIVE ON THE OPERAUTH OPERATOR AUTHORITY KSDS (SEE
000310*         OPAREC) AND HOLD THE AUTHOR ROLE OVER EVERY LANGUAGE -
000320*         AN OVERRIDE STANDS IN FOR THE GREETING WHATEVER THE
000330*         SITE'S LANGUAGE - OR NOTHING IS APPLIED.  A REFUSAL IS
000340*         LOGGED ON REFUSLOG (SEE REFUSREC) AND RAISED ON THE
000350*         COMMON ALERTS FILE.
000360*
000370*     RETURN-CODE:
000380*         0 - EVERY TRANSACTION APPLIED
000390*         4 - ONE OR MORE TRANSACTIONS REJECTED (SEE REPORT)
000400*         8 - MISSING PARM, OPERATOR REFUSED, OR OVRDTAB/
000410*             OVRTRAN/SITEMST/OPERAUTH/REFUSLOG UNUSABLE -
000420*             NOTHING APPLIED BEYOND THE POINT OF FAILURE
000430*
000440* MODIFICATION HISTORY.
000450*     10/15/2026  JA   ORIGINAL VERSION.
000460******************************************************************
000470
000480 ENVIRONMENT DIVISION.
000490
000500 CONFIGURATION SECTION.
000510 SOURCE-COMPUTER.   IBM-370.
000520 OBJECT-COMPUTER.   IBM-370.
000530
000540 INPUT-OUTPUT SECTION.
000550 FILE-CONTROL.
000560     SELECT OVRTRAN     ASSIGN TO OVRTRAN
000570                         ORGANIZATION IS SEQUENTIAL
000580                         FILE STATUS IS WS-OVRTRAN-STATUS.
000590
000600     SELECT OVRDTAB     ASSIGN TO OVRDTAB
000610                         ORGANIZATION IS INDEXED
000620                         ACCESS MODE IS RANDOM
000630                         RECORD KEY IS OVR-ID
000640                         FILE STATUS IS WS-OVRDTAB-STATUS.
000650
000660     SELECT SITEMST     ASSIGN TO SITEMST
000670                         ORGANIZATION IS INDEXED
000680                         ACCESS MODE IS RANDOM
000690                         RECORD KEY IS SMS-SITE-ID
000700                         FILE STATUS IS WS-SITEMST-STATUS.
000710
000720     SELECT OPERAUTH    ASSIGN TO OPERAUTH
000730                         ORGANIZATION IS INDEXED
000740                         ACCESS MODE IS RANDOM
000750                         RECORD KEY IS OPA-OPERATOR-ID
000760                         FILE STATUS IS WS-OPERAUTH-STATUS.
000770
000780     SELECT REFUSLOG    ASSIGN TO REFUSLOG
000790                         ORGANIZATION IS INDEXED
000800                         ACCESS MODE IS RANDOM
000810                         RECORD KEY IS RFL-KEY
000820                         FILE STATUS IS WS-REFUSLOG-STATUS.
000830
000840     SELECT ALERTS      ASSIGN TO ALERTS
000850                         ORGANIZATION IS SEQUENTIAL
000860                         FILE STATUS IS WS-ALERTS-STATUS.
000870
000880     SELECT OVMRPT      ASSIGN TO OVMRPT
000890                         ORGANIZATION IS SEQUENTIAL
000900                         FILE STATUS IS WS-OVMRPT-STATUS.
000910
000920 DATA DIVISION.
000930
000940 FILE SECTION.
000950
000960 FD  OVRTRAN
000970     LABEL RECORDS ARE STANDARD
000980     RECORD CONTAINS 80 CHARACTERS.
000990     COPY OVRTRN.
001000
001010 FD  OVRDTAB
001020     LABEL RECORDS ARE STANDARD
001030     RECORD CONTAINS 336 CHARACTERS.
001040     COPY OVRDREC.
001050
001060 FD  SITEMST
001070     LABEL RECORDS ARE STANDARD
001080     RECORD CONTAINS 51 CHARACTERS.
001090     COPY SITEMREC.
001100
001110 FD  OPERAUTH
001120     LABEL RECORDS ARE STANDARD
001130     RECORD CONTAINS 128 CHARACTERS.
001140     COPY OPAREC.
001150
001160 FD  REFUSLOG
001170     LABEL RECORDS ARE STANDARD
001180     RECORD CONTAINS 100 CHARACTERS.
001190     COPY REFUSREC.
001200
001210 FD  ALERTS
001220     LABEL RECORDS ARE STANDARD
001230     RECORD CONTAINS 85 CHARACTERS.
001240     COPY ALRTREC.
001250
001260 FD  OVMRPT
001270     LABEL RECORDS ARE STANDARD
001280     RECORD CONTAINS 80 CHARACTERS.
001290     COPY OVMRPT.
001300
001310 WORKING-STORAGE SECTION.
001320
001330 77  WS-OVRTRAN-STATUS           PIC X(02)  VALUE SPACES.
001340     88  WS-OVRTRAN-OK                      VALUE '00'.
001350     88  WS-OVRTRAN-NOTFND                  VALUE '35'.
001360
001370 77  WS-OVRDTAB-STATUS           PIC X(02)  VALUE SPACES.
001380     88  WS-OVRDTAB-OK                      VALUE '00'.
001390     88  WS-OVRDTAB-NOTFND                  VALUE '35'.
001400
001410 77  WS-SITEMST-STATUS           PIC X(02)  VALUE SPACES.
001420     88  WS-SITEMST-OK                      VALUE '00'.
001430     88  WS-SITEMST-NOTFND                  VALUE '35'.
001440
001450 77  WS-OVMRPT-STATUS            PIC X(02)  VALUE SPACES.
001460     88  WS-OVMRPT-OK                       VALUE '00'.
001470
001480 77  WS-OPERAUTH-STATUS          PIC X(02)  VALUE SPACES.
001490     88  WS-OPERAUTH-OK                     VALUE '00'.
001500     88  WS-OPERAUTH-NOTFND                 VALUE '35'.
001510
001520 77  WS-REFUSLOG-STATUS          PIC X(02)  VALUE SPACES.
001530     88  WS-REFUSLOG-OK                     VALUE '00'.
001540     88  WS-REFUSLOG-DUPKEY                 VALUE '22'.
001550     88  WS-REFUSLOG-NOTFND                 VALUE '35'.
001560
001570 77  WS-ALERTS-STATUS            PIC X(02)  VALUE SPACES.
001580     88  WS-ALERTS-OK                       VALUE '00'.
001590     88  WS-ALERTS-NOTFND                   VALUE '35'.
001600
001610 77  WS-ALERTS-OPEN-SW           PIC X(01)  VALUE 'N'.
001620     88  WS-ALERTS-OPEN                     VALUE 'Y'.
001630
001640 77  WS-OVRTRAN-EOF-SW           PIC X(01)  VALUE 'N'.
001650     88  WS-OVRTRAN-AT-END                  VALUE 'Y'.
001660
001670 77  WS-CARD-HELD-SW             PIC X(01)  VALUE 'N'.
001680     88  WS-CARD-HELD                       VALUE 'Y'.
001690
001700 77  WS-TRAN-OK-SW               PIC X(01)  VALUE 'Y'.
001710     88  WS-TRAN-OK                         VALUE 'Y'.
001720     88  WS-TRAN-REJECTED                   VALUE 'N'.
001730
001740 77  WS-REJECT-REASON            PIC X(26)  VALUE SPACES.
001750
001760 77  WS-READ-COUNT               PIC 9(05)  VALUE ZERO.
001770 77  WS-ADDED-COUNT              PIC 9(05)  VALUE ZERO.
001780 77  WS-CANCELLED-COUNT          PIC 9(05)  VALUE ZERO.
001790 77  WS-REJECTED-COUNT           PIC 9(05)  VALUE ZERO.
001800
001810 77  WS-MSG-VALID-SW             PIC X(01)  VALUE 'Y'.
001820     88  WS-MSG-VALID                       VALUE 'Y'.
001830     88  WS-MSG-INVALID                     VALUE 'N'.
001840 77  WS-MSG-TRIM-LEN             PIC S9(4) COMP VALUE ZERO.
001850 77  WS-MSG-CHAR-IDX             PIC S9(4) COMP VALUE ZERO.
001860 77  WS-MSG-CHAR                 PIC X(01)  VALUE SPACE.
001870     88  WS-MSG-CHAR-PRINTABLE       VALUE SPACE
001880                                        '0' THRU '9'
001890                                        'A' THRU 'I'
001900                                        'J' THRU 'R'
001910                                        'S' THRU 'Z'
001920                                        'a' THRU 'i'
001930                                        'j' THRU 'r'
001940                                        's' THRU 'z'
001950                                        '!'  '"'  '#'  '$'  '%'
001960                                        '&'  ''''  '('  ')'  '*'
001970                                        '+'  ','  '-'  '.'  '/'
001980                                        ':'  ';'  '<'  '='  '>'
001990                                        '?'  '@'  '['  '\'  ']'
002000                                        '^'  '_'  '`'  '{'  '|'
002010                                        '}'  '~'.
002020
002030 77  WS-HDR-ACTION               PIC X(01)  VALUE SPACE.
002040 77  WS-HDR-OVERRIDE-ID          PIC X(08)  VALUE SPACES.
002050 77  WS-HDR-START-DATE-X         PIC X(08)  VALUE SPACES.
002060 77  WS-HDR-START-TIME-X         PIC X(04)  VALUE SPACES.
002070 77  WS-HDR-END-DATE-X           PIC X(08)  VALUE SPACES.
002080 77  WS-HDR-END-TIME-X           PIC X(04)  VALUE SPACES.
002090 77  WS-HDR-TARGET               PIC X(01)  VALUE SPACE.
002100 77  WS-LINE-NO                  PIC 9(01)  VALUE ZERO.
002110 77  WS-TEXT-LINE-IDX            PIC S9(4) COMP VALUE ZERO.
002120
002130 01  WS-TEXT-BUFFER.
002140     05  WS-TEXT-LINE            OCCURS 3 TIMES
002150                                 PIC X(60).
002160
002170 77  WS-SITE-COUNT               PIC S9(4) COMP VALUE ZERO.
002180 77  WS-SITE-IDX                 PIC S9(4) COMP VALUE ZERO.
002190 77  WS-CARD-SITE-IDX            PIC S9(4) COMP VALUE ZERO.
002200 77  WS-RPT-SITE-IDX             PIC S9(4) COMP VALUE ZERO.
002210 77  WS-SITE-PTR                 PIC S9(4) COMP VALUE ZERO.
002220
002230 01  WS-SITE-BUFFER.
002240     05  WS-SITE-ID              OCCURS 20 TIMES
002250                                 PIC X(04).
002260
002270 01  WS-START-STAMP.
002280     05  WS-START-DATE           PIC 9(08)  VALUE ZERO.
002290     05  WS-START-TIME           PIC 9(08)  VALUE ZERO.
002300
002310 01  WS-END-STAMP.
002320     05  WS-END-DATE             PIC 9(08)  VALUE ZERO.
002330     05  WS-END-TIME             PIC 9(08)  VALUE ZERO.
002340
002350 01  WS-RUN-STAMP.
002360     05  WS-RUN-DATE             PIC 9(08)  VALUE ZERO.
002370     05  WS-RUN-TIME             PIC 9(08)  VALUE ZERO.
002380
002390 01  WS-HHMM                     PIC 9(04)  VALUE ZERO.
002400 01  WS-HHMM-PARTS   REDEFINES WS-HHMM.
002410     05  WS-HHMM-HH              PIC 9(02).
002420     05  WS-HHMM-MM              PIC 9(02).
002430
002440
002450 01  WS-CHECK-DATE               PIC 9(08)  VALUE ZERO.
002460 01  WS-CHECK-DATE-PARTS REDEFINES WS-CHECK-DATE.
002470     05  WS-CHECK-YEAR           PIC 9(04).
002480     05  WS-CHECK-MONTH          PIC 9(02).
002490     05  WS-CHECK-DAY            PIC 9(02).
002500
002510 01  WS-MONTH-LENGTHS.
002520     05  FILLER                  PIC X(24)
002530                             VALUE '312831303130313130313031'.
002540 01  WS-MONTH-TABLE REDEFINES WS-MONTH-LENGTHS.
002550     05  WS-MONTH-DAYS           PIC 9(02)  OCCURS 12 TIMES.
002560
002570 77  WS-MONTH-END                PIC 9(02)  VALUE ZERO.
002580 77  WS-LEAP-QUOTIENT            PIC 9(04)  VALUE ZERO.
002590 77  WS-LEAP-REM-4               PIC 9(04)  VALUE ZERO.
002600 77  WS-LEAP-REM-100             PIC 9(04)  VALUE ZERO.
002610 77  WS-LEAP-REM-400             PIC 9(04)  VALUE ZERO.
002620 77  WS-DATE-VALID-SW            PIC X(01)  VALUE 'Y'.
002630     88  WS-DATE-VALID                      VALUE 'Y'.
002640     88  WS-DATE-INVALID                    VALUE 'N'.
002650 77  WS-OPERATOR-ID              PIC X(08)  VALUE SPACES.
002660 77  WS-RFL-SCOPE-KEY            PIC X(08)  VALUE SPACES.
002670 77  WS-ALERT-REASON             PIC X(60)  VALUE SPACES.
002680
002690 LINKAGE SECTION.
002700
002710 01  LS-PARM-AREA.
002720     05  LS-PARM-LEN             PIC S9(4) COMP.
002730     05  LS-PARM-DATA            PIC X(08).
002740
002750 PROCEDURE DIVISION USING LS-PARM-AREA.
002760
002770******************************************************************
002780* 0000-MAINLINE - PROGRAM CONTROL.
002790******************************************************************
002800 0000-MAINLINE.
002810
002820     PERFORM 1000-OPEN-FILES        THRU 1000-EXIT.
002830     IF RETURN-CODE < 8
002840         PERFORM 2000-PROCESS-TRAN THRU 2000-EXIT
002850             UNTIL WS-OVRTRAN-AT-END
002860         PERFORM 3000-WRITE-TOTALS  THRU 3000-EXIT
002870         PERFORM 4000-CLOSE-FILES   THRU 4000-EXIT
002880     END-IF.
002890     PERFORM 7100-CLOSE-ALERTS      THRU 7100-EXIT.
002900
002910     STOP RUN.
002920
002930******************************************************************
002940* 1000-OPEN-FILES - THE TRANSACTION FILE, OVRDTAB AND THE SITE
002950*     MASTER MUST ALL BE THERE; THIS UTILITY ONLY RUNS WHEN
002960*     OPERATIONS HAS AN OVERRIDE TO PUT UP OR PULL DOWN, SO A
002970*     MISSING INPUT IS A SET-UP ERROR, NOT A QUIET NO-OP.
002980*     OVRDTAB IS A VSAM KSDS DEFINED ONCE BY THE STANDARD SITE
002990*     IDCAMS PROCEDURE.  THE PARM MUST NAME THE OPERATOR - THE
003000*     RECORD OF WHO PUT A BROADCAST UP OR TOOK IT DOWN IS THE
003010*     ONLY CONTROL AN UNQUEUED CHANGE HAS, SO THAT OPERATOR IS
003020*     CHECKED AGAINST OPERAUTH BEFORE A CARD IS READ.
003030******************************************************************
003040 1000-OPEN-FILES.
003050
003060     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003070     ACCEPT WS-RUN-TIME FROM TIME.
003080
003090     IF LS-PARM-LEN > 0
003100         MOVE LS-PARM-DATA(1:LS-PARM-LEN) TO WS-OPERATOR-ID
003110     END-IF.
003120
003130     IF WS-OPERATOR-ID = SPACES
003140         MOVE 8 TO RETURN-CODE
003150         DISPLAY 'HELOVRMT: PARM MUST NAME THE OPERATOR'
003160         GO TO 1000-EXIT
003170     END-IF.
003180
003190     OPEN INPUT OVRTRAN.
003200     IF NOT WS-OVRTRAN-OK
003210         MOVE 8 TO RETURN-CODE
003220         GO TO 1000-EXIT
003230     END-IF.
003240
003250     OPEN I-O OVRDTAB.
003260     IF NOT WS-OVRDTAB-OK
003270         MOVE 8 TO RETURN-CODE
003280         CLOSE OVRTRAN
003290         GO TO 1000-EXIT
003300     END-IF.
003310
003320     OPEN INPUT SITEMST.
003330     IF NOT WS-SITEMST-OK
003340         MOVE 8 TO RETURN-CODE
003350         CLOSE OVRTRAN OVRDTAB
003360         GO TO 1000-EXIT
003370     END-IF.
003380
003390     OPEN OUTPUT OVMRPT.
003400     IF NOT WS-OVMRPT-OK
003410         MOVE 8 TO RETURN-CODE
003420         CLOSE OVRTRAN OVRDTAB SITEMST
003430         GO TO 1000-EXIT
003440     END-IF.
003450
003460     OPEN INPUT OPERAUTH.
003470     IF NOT WS-OPERAUTH-OK
003480         MOVE 8 TO RETURN-CODE
003490         DISPLAY 'HELOVRMT: OPERAUTH NOT AVAILABLE'
003500         CLOSE OVRTRAN OVRDTAB SITEMST OVMRPT
003510         GO TO 1000-EXIT
003520     END-IF.
003530
003540     OPEN I-O REFUSLOG.
003550     IF NOT WS-REFUSLOG-OK
003560         MOVE 8 TO RETURN-CODE
003570         DISPLAY 'HELOVRMT: REFUSLOG NOT AVAILABLE'
003580         CLOSE OVRTRAN OVRDTAB SITEMST OVMRPT OPERAUTH
003590         GO TO 1000-EXIT
003600     END-IF.
003610
003620     PERFORM 1700-CHECK-OVERRIDE-AUTHOR THRU 1700-EXIT.
003630     IF RETURN-CODE NOT < 8
003640         CLOSE OVRTRAN OVRDTAB SITEMST OVMRPT OPERAUTH REFUSLOG
003650         GO TO 1000-EXIT
003660     END-IF.
003670
003680 1000-EXIT.
003690     EXIT.
003700
003710******************************************************************
003720* 1700-CHECK-OVERRIDE-AUTHOR - THE OPERATOR MUST BE ON OPERAUTH,
003730*     ACTIVE, AND HOLD THE AUTHOR ROLE OVER EVERY LANGUAGE.  AN
003740*     OVERRIDE REPLACES THE GREETING AT ITS SITES IN WHATEVER
003750*     LANGUAGE THEY RUN, AND GOES UP WITHOUT THE PENDCHG APPROVAL
003760*     A LANGTAB CHANGE WAITS FOR, SO AN AUTHOR CONFINED TO LISTED
003770*     LANGUAGES MAY NOT BROADCAST ONE.  A REFUSAL IS LOGGED AND
003780*     ALERTED AND STOPS THE RUN WITH NOTHING APPLIED.
003790******************************************************************
003800 1700-CHECK-OVERRIDE-AUTHOR.
003810
003820     MOVE WS-OPERATOR-ID TO OPA-OPERATOR-ID.
003830     READ OPERAUTH
003840         INVALID KEY
003850             MOVE 'OPERATOR NOT ON OPERAUTH' TO WS-REJECT-REASON
003860             GO TO 1700-REFUSED
003870     END-READ.
003880
003890     IF NOT OPA-ACTIVE
003900         MOVE 'OPERATOR SUSPENDED' TO WS-REJECT-REASON
003910         GO TO 1700-REFUSED
003920     END-IF.
003930
003940     IF NOT OPA-CAN-AUTHOR
003950         MOVE 'NO AUTHOR ROLE' TO WS-REJECT-REASON
003960         GO TO 1700-REFUSED
003970     END-IF.
003980
003990     IF NOT OPA-ALL-LANGUAGES
004000         MOVE 'NOT ALL-LANGUAGE AUTHOR' TO WS-REJECT-REASON
004010         GO TO 1700-REFUSED
004020     END-IF.
004030
004040     GO TO 1700-EXIT.
004050
004060 1700-REFUSED.
004070
004080     MOVE SPACES TO WS-RFL-SCOPE-KEY.
004090     PERFORM 7200-LOG-REFUSAL THRU 7200-EXIT.
004100     MOVE 8 TO RETURN-CODE.
004110     DISPLAY 'HELOVRMT: ' WS-OPERATOR-ID ' REFUSED - '
004120         WS-REJECT-REASON.
004130
004140 1700-EXIT.
004150     EXIT.
004160
004170******************************************************************
004180* 1900-GET-CARD - SUPPLY THE NEXT CARD.  THE CARD GATHER (2050)
004190*     READS ONE CARD TOO FAR TO FIND THE END OF ITS TRANSACTION;
004200*     THAT CARD IS STILL SITTING IN THE RECORD AREA, FLAGGED
004210*     HELD, AND IS CONSUMED HERE INSTEAD OF A FRESH READ.
004220******************************************************************
004230 1900-GET-CARD.
004240
004250     IF WS-CARD-HELD
004260         MOVE 'N' TO WS-CARD-HELD-SW
004270         GO TO 1900-EXIT
004280     END-IF.
004290
004300     READ OVRTRAN
004310         AT END
004320             MOVE 'Y' TO WS-OVRTRAN-EOF-SW
004330     END-READ.
004340
004350 1900-EXIT.
004360     EXIT.
004370
004380******************************************************************
004390* 2000-PROCESS-TRAN - ONE TRANSACTION: THE HEADER CARD, PLUS ON
004400*     AN ADD THE 'T' TEXT AND 'S' SITE CARDS THAT FOLLOW IT.
004410*     EDIT IT, APPLY IT IF IT PASSES, AND REPORT ITS DISPOSITION
004420*     EITHER WAY.  A REJECT NEVER STOPS THE RUN.
004430******************************************************************
004440 2000-PROCESS-TRAN.
004450
004460     PERFORM 1900-GET-CARD THRU 1900-EXIT.
004470     IF WS-OVRTRAN-AT-END
004480         GO TO 2000-EXIT
004490     END-IF.
004500
004510     ADD 1 TO WS-READ-COUNT.
004520     MOVE 'Y' TO WS-TRAN-OK-SW.
004530     MOVE SPACES TO WS-REJECT-REASON.
004540
004550     MOVE OVT-ACTION      TO WS-HDR-ACTION.
004560     MOVE OVT-OVERRIDE-ID TO WS-HDR-OVERRIDE-ID.
004570     MOVE OVT-START-DATE  TO WS-HDR-START-DATE-X.
004580     MOVE OVT-START-TIME  TO WS-HDR-START-TIME-X.
004590     MOVE OVT-END-DATE    TO WS-HDR-END-DATE-X.
004600     MOVE OVT-END-TIME    TO WS-HDR-END-TIME-X.
004610     MOVE OVT-TARGET      TO WS-HDR-TARGET.
004620     MOVE SPACES          TO WS-TEXT-BUFFER.
004630     MOVE SPACES          TO WS-SITE-BUFFER.
004640     MOVE ZERO            TO WS-SITE-COUNT.
004650
004660     IF WS-HDR-ACTION = 'A'
004670         PERFORM 2050-GATHER-CARDS THRU 2050-EXIT
004680     END-IF.
004690
004700     PERFORM 2100-EDIT-TRAN THRU 2100-EXIT.
004710     IF WS-TRAN-OK
004720         PERFORM 2500-APPLY-TRAN THRU 2500-EXIT
004730     END-IF.
004740
004750     IF WS-TRAN-OK
004760         IF WS-HDR-ACTION = 'A'
004770             ADD 1 TO WS-ADDED-COUNT
004780         ELSE
004790             ADD 1 TO WS-CANCELLED-COUNT
004800         END-IF
004810     ELSE
004820         ADD 1 TO WS-REJECTED-COUNT
004830         MOVE 4 TO RETURN-CODE
004840     END-IF.
004850
004860     PERFORM 2900-WRITE-DETAIL THRU 2900-EXIT.
004870
004880 2000-EXIT.
004890     EXIT.
004900
004910******************************************************************
004920* 2050-GATHER-CARDS - COLLECT THE 'T' AND 'S' CARDS BELONGING TO
004930*     THE ADD JUST READ: EVERY IMMEDIATELY FOLLOWING 'T' OR 'S'
004940*     CARD CARRYING THE SAME OVERRIDE ID.  THE FIRST CARD THAT
004950*     IS ANYTHING ELSE ENDS THE TRANSACTION AND IS HELD FOR THE
004960*     NEXT PASS.
004970******************************************************************
004980 2050-GATHER-CARDS.
004990
005000     PERFORM 2060-GATHER-ONE-CARD THRU 2060-EXIT
005010         UNTIL WS-OVRTRAN-AT-END
005020            OR WS-CARD-HELD.
005030
005040 2050-EXIT.
005050     EXIT.
005060
005070******************************************************************
005080* 2060-GATHER-ONE-CARD - ONE LOOK-AHEAD READ.  A 'T' OR 'S' CARD
005090*     FOR A DIFFERENT OVERRIDE ID IS NOT THIS TRANSACTION'S - IT
005100*     IS HELD AND WILL BE REJECTED AS OUT OF PLACE ON ITS OWN
005110*     PASS.
005120******************************************************************
005130 2060-GATHER-ONE-CARD.
005140
005150     READ OVRTRAN
005160         AT END
005170             MOVE 'Y' TO WS-OVRTRAN-EOF-SW
005180             GO TO 2060-EXIT
005190     END-READ.
005200
005210     IF OVT-OVERRIDE-ID NOT = WS-HDR-OVERRIDE-ID
005220         MOVE 'Y' TO WS-CARD-HELD-SW
005230         GO TO 2060-EXIT
005240     END-IF.
005250
005260     IF OVT-ACTION = 'T'
005270         PERFORM 2070-STORE-TEXT-LINE THRU 2070-EXIT
005280     ELSE
005290         IF OVT-ACTION = 'S'
005300             PERFORM 2080-STORE-SITE-CARD THRU 2080-EXIT
005310         ELSE
005320             MOVE 'Y' TO WS-CARD-HELD-SW
005330         END-IF
005340     END-IF.
005350
005360 2060-EXIT.
005370     EXIT.
005380
005390******************************************************************
005400* 2070-STORE-TEXT-LINE - ONE TEXT CARD INTO THE BUFFER.  A LINE
005410*     NUMBER OUTSIDE 1-3 REJECTS THE WHOLE TRANSACTION.
005420******************************************************************
005430 2070-STORE-TEXT-LINE.
005440
005450     IF OVT-LINE-NO NOT = '1' AND '2' AND '3'
005460         MOVE 'N' TO WS-TRAN-OK-SW
005470         MOVE 'TEXT LINE NO NOT 1-3' TO WS-REJECT-REASON
005480         GO TO 2070-EXIT
005490     END-IF.
005500
005510     MOVE OVT-LINE-NO   TO WS-LINE-NO.
005520     MOVE OVT-LINE-TEXT TO WS-TEXT-LINE(WS-LINE-NO).
005530
005540 2070-EXIT.
005550     EXIT.
005560
005570******************************************************************
005580* 2080-STORE-SITE-CARD - THE SITE IDS ON ONE 'S' CARD INTO THE
005590*     SITE BUFFER, IN CARD ORDER.  BLANK SLOTS ARE SKIPPED.
005600******************************************************************
005610 2080-STORE-SITE-CARD.
005620
005630     PERFORM 2085-STORE-ONE-SITE THRU 2085-EXIT
005640         VARYING WS-CARD-SITE-IDX FROM 1 BY 1
005650         UNTIL WS-CARD-SITE-IDX > 10.
005660
005670 2080-EXIT.
005680     EXIT.
005690
005700******************************************************************
005710* 2085-STORE-ONE-SITE - ONE SITE ID.  A TWENTY-FIRST SITE
005720*     REJECTS THE WHOLE TRANSACTION - A BROADCAST MEANT FOR MORE
005730*     SITES THAN THE RECORD HOLDS IS AN ALL-SITES BROADCAST OR
005740*     TWO OVERRIDES, AND THE OPERATOR HAS TO SAY WHICH.
005750******************************************************************
005760 2085-STORE-ONE-SITE.
005770
005780     IF OVT-SITE-ID(WS-CARD-SITE-IDX) = SPACES
005790         GO TO 2085-EXIT
005800     END-IF.
005810
005820     IF WS-SITE-COUNT NOT < 20
005830         MOVE 'N' TO WS-TRAN-OK-SW
005840         MOVE 'MORE THAN 20 SITES' TO WS-REJECT-REASON
005850         GO TO 2085-EXIT
005860     END-IF.
005870
005880     ADD 1 TO WS-SITE-COUNT.
005890     MOVE OVT-SITE-ID(WS-CARD-SITE-IDX)
005900         TO WS-SITE-ID(WS-SITE-COUNT).
005910
005920 2085-EXIT.
005930     EXIT.
005940
005950******************************************************************
005960* 2100-EDIT-TRAN - FRONT-END EDITS, APPLIED BEFORE ANYTHING
005970*     TOUCHES OVRDTAB: THE ACTION CODE MUST BE A OR C (A 'T' OR
005980*     'S' CARD ARRIVING HERE LOST ITS HEADER AND IS CALLED OUT
005990*     AS SUCH); THE OVERRIDE ID MUST BE KEYED.  A CANCEL NEEDS
006000*     NOTHING MORE - 2500 SETTLES WHETHER IT NAMES A LIVE
006010*     OVERRIDE.  AN ADD ALSO NEEDS START AND END DATES THAT ARE
006020*     REAL CALENDAR DATES WITH THE END NOT BEFORE THE START,
006030*     VALID HHMM TIMES WHEN KEYED, A WINDOW THAT RUNS FORWARD
006040*     AND HAS NOT ALREADY CLOSED, A TARGET OF A (NO SITE CARDS)
006050*     OR L (AT LEAST ONE SITE, EACH ON SITEMST), AND A TEXT
006060*     WHOSE LINE 1 IS KEYED AND WHICH PASSES THE BLANKET
006070*     PRINTABLE EDIT.
006080******************************************************************
006090 2100-EDIT-TRAN.
006100
006110     IF WS-HDR-ACTION = 'T' OR 'S'
006120         MOVE 'N' TO WS-TRAN-OK-SW
006130         MOVE 'CARD OUT OF PLACE' TO WS-REJECT-REASON
006140         GO TO 2100-EXIT
006150     END-IF.
006160
006170     IF WS-HDR-ACTION NOT = 'A' AND 'C'
006180         MOVE 'N' TO WS-TRAN-OK-SW
006190         MOVE 'ACTION NOT A OR C' TO WS-REJECT-REASON
006200         GO TO 2100-EXIT
006210     END-IF.
006220
006230     IF WS-HDR-OVERRIDE-ID = SPACES
006240         MOVE 'N' TO WS-TRAN-OK-SW
006250         MOVE 'OVERRIDE ID MISSING' TO WS-REJECT-REASON
006260         GO TO 2100-EXIT
006270     END-IF.
006280
006290     IF WS-TRAN-REJECTED
006300      OR WS-HDR-ACTION = 'C'
006310         GO TO 2100-EXIT
006320     END-IF.
006330
006340     IF WS-HDR-START-DATE-X IS NUMERIC
006350         MOVE WS-HDR-START-DATE-X TO WS-START-DATE
006360     ELSE
006370         MOVE 'N' TO WS-TRAN-OK-SW
006380         MOVE 'START DATE NOT NUMERIC' TO WS-REJECT-REASON
006390         GO TO 2100-EXIT
006400     END-IF.
006410
006420     MOVE WS-START-DATE TO WS-CHECK-DATE.
006430     PERFORM 2110-CHECK-DATE THRU 2110-EXIT.
006440     IF WS-DATE-INVALID
006450         MOVE 'N' TO WS-TRAN-OK-SW
006460         MOVE 'START DATE NOT A DATE' TO WS-REJECT-REASON
006470         GO TO 2100-EXIT
006480     END-IF.
006490
006500     IF WS-HDR-END-DATE-X IS NUMERIC
006510         MOVE WS-HDR-END-DATE-X TO WS-END-DATE
006520     ELSE
006530         MOVE 'N' TO WS-TRAN-OK-SW
006540         MOVE 'END DATE NOT NUMERIC' TO WS-REJECT-REASON
006550         GO TO 2100-EXIT
006560     END-IF.
006570
006580     MOVE WS-END-DATE TO WS-CHECK-DATE.
006590     PERFORM 2110-CHECK-DATE THRU 2110-EXIT.
006600     IF WS-DATE-INVALID
006610         MOVE 'N' TO WS-TRAN-OK-SW
006620         MOVE 'END DATE NOT A DATE' TO WS-REJECT-REASON
006630         GO TO 2100-EXIT
006640     END-IF.
006650
006660     IF WS-END-DATE < WS-START-DATE
006670         MOVE 'N' TO WS-TRAN-OK-SW
006680         MOVE 'END DATE BEFORE START' TO WS-REJECT-REASON
006690         GO TO 2100-EXIT
006700     END-IF.
006710
006720     IF WS-HDR-START-TIME-X = SPACES
006730         MOVE ZERO TO WS-HHMM
006740     ELSE
006750         IF WS-HDR-START-TIME-X IS NUMERIC
006760             MOVE WS-HDR-START-TIME-X TO WS-HHMM
006770         ELSE
006780             MOVE 'N' TO WS-TRAN-OK-SW
006790             MOVE 'START TIME NOT HHMM' TO WS-REJECT-REASON
006800             GO TO 2100-EXIT
006810         END-IF
006820     END-IF.
006830     IF WS-HHMM-HH > 23
006840      OR WS-HHMM-MM > 59
006850         MOVE 'N' TO WS-TRAN-OK-SW
006860         MOVE 'START TIME NOT HHMM' TO WS-REJECT-REASON
006870         GO TO 2100-EXIT
006880     END-IF.
006890     COMPUTE WS-START-TIME = WS-HHMM * 10000.
006900
006910     IF WS-HDR-END-TIME-X = SPACES
006920         MOVE 2359 TO WS-HHMM
006930     ELSE
006940         IF WS-HDR-END-TIME-X IS NUMERIC
006950             MOVE WS-HDR-END-TIME-X TO WS-HHMM
006960         ELSE
006970             MOVE 'N' TO WS-TRAN-OK-SW
006980             MOVE 'END TIME NOT HHMM' TO WS-REJECT-REASON
006990             GO TO 2100-EXIT
007000         END-IF
007010     END-IF.
007020     IF WS-HHMM-HH > 23
007030      OR WS-HHMM-MM > 59
007040         MOVE 'N' TO WS-TRAN-OK-SW
007050         MOVE 'END TIME NOT HHMM' TO WS-REJECT-REASON
007060         GO TO 2100-EXIT
007070     END-IF.
007080     COMPUTE WS-END-TIME = WS-HHMM * 10000 + 5999.
007090
007100     IF WS-START-STAMP > WS-END-STAMP
007110         MOVE 'N' TO WS-TRAN-OK-SW
007120         MOVE 'START AFTER END' TO WS-REJECT-REASON
007130         GO TO 2100-EXIT
007140     END-IF.
007150
007160     IF WS-END-STAMP < WS-RUN-STAMP
007170         MOVE 'N' TO WS-TRAN-OK-SW
007180         MOVE 'WINDOW ALREADY CLOSED' TO WS-REJECT-REASON
007190         GO TO 2100-EXIT
007200     END-IF.
007210
007220     IF WS-HDR-TARGET NOT = 'A' AND 'L'
007230         MOVE 'N' TO WS-TRAN-OK-SW
007240         MOVE 'TARGET NOT A OR L' TO WS-REJECT-REASON
007250         GO TO 2100-EXIT
007260     END-IF.
007270
007280     IF WS-HDR-TARGET = 'A'
007290      AND WS-SITE-COUNT > 0
007300         MOVE 'N' TO WS-TRAN-OK-SW
007310         MOVE 'SITE CARDS ON ALL-SITES' TO WS-REJECT-REASON
007320         GO TO 2100-EXIT
007330     END-IF.
007340
007350     IF WS-HDR-TARGET = 'L'
007360      AND WS-SITE-COUNT = 0
007370         MOVE 'N' TO WS-TRAN-OK-SW
007380         MOVE 'NO SITES LISTED' TO WS-REJECT-REASON
007390         GO TO 2100-EXIT
007400     END-IF.
007410
007420     PERFORM 2150-CHECK-SITE THRU 2150-EXIT
007430         VARYING WS-SITE-IDX FROM 1 BY 1
007440         UNTIL WS-SITE-IDX > WS-SITE-COUNT
007450            OR WS-TRAN-REJECTED.
007460     IF WS-TRAN-REJECTED
007470         GO TO 2100-EXIT
007480     END-IF.
007490
007500     IF WS-TEXT-LINE(1) = SPACES
007510         MOVE 'N' TO WS-TRAN-OK-SW
007520         MOVE 'TEXT LINE 1 MISSING' TO WS-REJECT-REASON
007530         GO TO 2100-EXIT
007540     END-IF.
007550
007560     PERFORM 2200-VALIDATE-MESSAGE THRU 2200-EXIT.
007570     IF WS-MSG-INVALID
007580         MOVE 'N' TO WS-TRAN-OK-SW
007590         MOVE 'MESSAGE FAILS TEXT EDITS' TO WS-REJECT-REASON
007600     END-IF.
007610
007620 2100-EXIT.
007630     EXIT.
007640
007650******************************************************************
007660* 2110-CHECK-DATE - IS WS-CHECK-DATE A REAL CALENDAR DATE?  A
007670*     NUMERIC 20261331 WOULD OTHERWISE OPEN A WINDOW NO CLOCK
007680*     EVER REACHES.  FEBRUARY HAS 29 DAYS IN A LEAP YEAR
007690*     (DIVISIBLE BY 4, AND NOT BY 100 UNLESS ALSO BY 400).
007700******************************************************************
007710 2110-CHECK-DATE.
007720
007730     MOVE 'Y' TO WS-DATE-VALID-SW.
007740
007750     IF WS-CHECK-MONTH < 1
007760      OR WS-CHECK-MONTH > 12
007770         MOVE 'N' TO WS-DATE-VALID-SW
007780         GO TO 2110-EXIT
007790     END-IF.
007800
007810     MOVE WS-MONTH-DAYS (WS-CHECK-MONTH) TO WS-MONTH-END.
007820
007830     IF WS-CHECK-MONTH = 2
007840         DIVIDE WS-CHECK-YEAR BY 4   GIVING WS-LEAP-QUOTIENT
007850             REMAINDER WS-LEAP-REM-4
007860         DIVIDE WS-CHECK-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
007870             REMAINDER WS-LEAP-REM-100
007880         DIVIDE WS-CHECK-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
007890             REMAINDER WS-LEAP-REM-400
007900         IF WS-LEAP-REM-4 = ZERO
007910          AND (WS-LEAP-REM-100 NOT = ZERO
007920               OR WS-LEAP-REM-400 = ZERO)
007930             MOVE 29 TO WS-MONTH-END
007940         END-IF
007950     END-IF.
007960
007970     IF WS-CHECK-DAY < 1
007980      OR WS-CHECK-DAY > WS-MONTH-END
007990         MOVE 'N' TO WS-DATE-VALID-SW
008000     END-IF.
008010
008020 2110-EXIT.
008030     EXIT.
008040
008050******************************************************************
008060* 2150-CHECK-SITE - ONE LISTED SITE MUST BE ON THE SITEMST SITE
008070*     MASTER.  ITS ACTIVE FLAG IS NOT TESTED - A SITE STOOD DOWN
008080*     TODAY MAY BE BACK BEFORE THE WINDOW CLOSES, AND AN
008090*     INACTIVE SITE IS SIMPLY NOT GREETED.
008100******************************************************************
008110 2150-CHECK-SITE.
008120
008130     MOVE WS-SITE-ID(WS-SITE-IDX) TO SMS-SITE-ID.
008140     READ SITEMST
008150         INVALID KEY
008160             MOVE 'N' TO WS-TRAN-OK-SW
008170             MOVE 'SITE NOT ON SITEMST' TO WS-REJECT-REASON
008180     END-READ.
008190
008200 2150-EXIT.
008210     EXIT.
008220
008230******************************************************************
008240* 2200-VALIDATE-MESSAGE - THE BLANKET EDITS HELLOWORLD APPLIES
008250*     IN ITS 1300-VALIDATE-MESSAGE, RUN ACROSS ALL 180 BYTES OF
008260*     THE THREE-LINE TEXT BUFFER: THE TEXT IS REJECTED IF IT IS
008270*     BLANK AFTER TRAILING SPACES ARE TRIMMED, OR IF ANY BYTE
008280*     FALLS OUTSIDE THE PRINTABLE SET (DIGITS, THE THREE TRUE
008290*     EBCDIC LETTER BLOCKS AND ENUMERATED PUNCTUATION).  AN
008300*     OVERRIDE GOES TO SITES OF EVERY LANGUAGE AT ONCE, SO NO
008310*     LANGUAGE'S CHARDEF EXTRA CHARACTERS ARE ALLOWED - ONLY
008320*     WHAT EVERY SITE CAN DISPLAY.
008330******************************************************************
008340 2200-VALIDATE-MESSAGE.
008350
008360     MOVE 'Y' TO WS-MSG-VALID-SW.
008370     MOVE ZERO TO WS-MSG-TRIM-LEN.
008380     PERFORM 2210-FIND-TRIM-LEN THRU 2210-EXIT
008390         VARYING WS-MSG-CHAR-IDX FROM 180 BY -1
008400         UNTIL WS-MSG-CHAR-IDX < 1
008410            OR WS-MSG-TRIM-LEN > 0.
008420
008430     IF WS-MSG-TRIM-LEN = 0
008440         MOVE 'N' TO WS-MSG-VALID-SW
008450         GO TO 2200-EXIT
008460     END-IF.
008470
008480     PERFORM 2220-CHECK-CHARACTER THRU 2220-EXIT
008490         VARYING WS-MSG-CHAR-IDX FROM 1 BY 1
008500         UNTIL WS-MSG-CHAR-IDX > 180
008510            OR WS-MSG-INVALID.
008520
008530 2200-EXIT.
008540     EXIT.
008550
008560******************************************************************
008570* 2210-FIND-TRIM-LEN - WORKING BACKWARD FROM THE LAST BYTE, STOP
008580*     AT THE FIRST NON-SPACE CHARACTER.
008590******************************************************************
008600 2210-FIND-TRIM-LEN.
008610
008620     MOVE WS-TEXT-BUFFER(WS-MSG-CHAR-IDX:1) TO WS-MSG-CHAR.
008630     IF WS-MSG-CHAR NOT = SPACE
008640         MOVE WS-MSG-CHAR-IDX TO WS-MSG-TRIM-LEN
008650     END-IF.
008660
008670 2210-EXIT.
008680     EXIT.
008690
008700******************************************************************
008710* 2220-CHECK-CHARACTER - ONE BYTE MUST BE PRINTABLE OR THE WHOLE
008720*     MESSAGE IS REJECTED.
008730******************************************************************
008740 2220-CHECK-CHARACTER.
008750
008760     MOVE WS-TEXT-BUFFER(WS-MSG-CHAR-IDX:1) TO WS-MSG-CHAR.
008770     IF NOT WS-MSG-CHAR-PRINTABLE
008780         MOVE 'N' TO WS-MSG-VALID-SW
008790     END-IF.
008800
008810 2220-EXIT.
008820     EXIT.
008830
008840******************************************************************
008850* 2500-APPLY-TRAN - APPLY ONE EDITED TRANSACTION TO OVRDTAB.
008860******************************************************************
008870 2500-APPLY-TRAN.
008880
008890     IF WS-HDR-ACTION = 'A'
008900         PERFORM 2510-ADD-OVERRIDE THRU 2510-EXIT
008910     ELSE
008920         PERFORM 2520-CANCEL-OVERRIDE THRU 2520-EXIT
008930     END-IF.
008940
008950 2500-EXIT.
008960     EXIT.
008970
008980******************************************************************
008990* 2510-ADD-OVERRIDE - WRITE THE NEW OVERRIDE.  AN ID ALREADY ON
009000*     FILE, LIVE OR CANCELLED, IS REJECTED AS A DUPLICATE - IDS
009010*     ARE NEVER REUSED, SO EVERY AUDITLOG AND STATBORD RECORD
009020*     THAT CARRIES ONE POINTS AT EXACTLY ONE BROADCAST.
009030******************************************************************
009040 2510-ADD-OVERRIDE.
009050
009060     MOVE SPACES             TO OVERRIDE-RECORD.
009070     MOVE WS-HDR-OVERRIDE-ID TO OVR-ID.
009080     MOVE 'A'                TO OVR-STATUS.
009090     MOVE WS-START-DATE      TO OVR-START-DATE.
009100     MOVE WS-START-TIME      TO OVR-START-TIME.
009110     MOVE WS-END-DATE        TO OVR-END-DATE.
009120     MOVE WS-END-TIME        TO OVR-END-TIME.
009130     MOVE WS-HDR-TARGET      TO OVR-TARGET.
009140     MOVE WS-SITE-COUNT      TO OVR-SITE-COUNT.
009150     MOVE WS-SITE-BUFFER     TO OVR-SITE-LIST.
009160     MOVE WS-OPERATOR-ID     TO OVR-ENTERED-BY.
009170     MOVE WS-RUN-DATE        TO OVR-ENTRY-DATE.
009180     MOVE ZERO               TO OVR-CANCEL-DATE.
009190     MOVE WS-TEXT-BUFFER     TO OVR-MESSAGE-TEXT.
009200
009210     WRITE OVERRIDE-RECORD
009220         INVALID KEY
009230             MOVE 'N' TO WS-TRAN-OK-SW
009240             MOVE 'DUPLICATE OVERRIDE ID' TO WS-REJECT-REASON
009250     END-WRITE.
009260
009270 2510-EXIT.
009280     EXIT.
009290
009300******************************************************************
009310* 2520-CANCEL-OVERRIDE - FLAG AN OVERRIDE CANCELLED, STAMPED
009320*     WITH WHO PULLED IT AND WHEN.  THE RECORD STAYS ON FILE.
009330******************************************************************
009340 2520-CANCEL-OVERRIDE.
009350
009360     MOVE WS-HDR-OVERRIDE-ID TO OVR-ID.
009370     READ OVRDTAB
009380         INVALID KEY
009390             MOVE 'N' TO WS-TRAN-OK-SW
009400             MOVE 'OVERRIDE NOT ON FILE' TO WS-REJECT-REASON
009410             GO TO 2520-EXIT
009420     END-READ.
009430
009440     IF OVR-CANCELLED
009450         MOVE 'N' TO WS-TRAN-OK-SW
009460         MOVE 'ALREADY CANCELLED' TO WS-REJECT-REASON
009470         GO TO 2520-EXIT
009480     END-IF.
009490
009500     MOVE 'C'            TO OVR-STATUS.
009510     MOVE WS-OPERATOR-ID TO OVR-CANCELLED-BY.
009520     MOVE WS-RUN-DATE    TO OVR-CANCEL-DATE.
009530
009540     REWRITE OVERRIDE-RECORD
009550         INVALID KEY
009560             MOVE 'N' TO WS-TRAN-OK-SW
009570             MOVE 'REWRITE FAILED' TO WS-REJECT-REASON
009580     END-REWRITE.
009590
009600 2520-EXIT.
009610     EXIT.
009620
009630******************************************************************
009640* 2900-WRITE-DETAIL - ONE REPORT LINE PER TRANSACTION, APPLIED
009650*     OR REJECTED, ECHOING THE HEADER CARD, THEN ON AN ADD ONE
009660*     TEXT ECHO LINE PER NON-BLANK GREETING LINE AND THE SITE
009670*     LIST, TEN SITES TO A LINE, SO THE REPORT STANDS ALONE AS
009680*     THE RECORD OF WHAT WAS BROADCAST AND WHERE.
009690******************************************************************
009700 2900-WRITE-DETAIL.
009710
009720     MOVE SPACES TO OVM-RPT-RECORD.
009730     MOVE WS-HDR-ACTION       TO OVM-ACTION.
009740     MOVE WS-HDR-OVERRIDE-ID  TO OVM-OVERRIDE-ID.
009750     IF WS-HDR-ACTION = 'A'
009760         MOVE WS-HDR-START-DATE-X TO OVM-START-DATE
009770         MOVE WS-HDR-START-TIME-X TO OVM-START-TIME
009780         MOVE WS-HDR-END-DATE-X   TO OVM-END-DATE
009790         MOVE WS-HDR-END-TIME-X   TO OVM-END-TIME
009800         MOVE WS-HDR-TARGET       TO OVM-TARGET
009810     END-IF.
009820     IF WS-TRAN-OK
009830         IF WS-HDR-ACTION = 'A'
009840             MOVE 'ADDED   ' TO OVM-DISPOSITION
009850         ELSE
009860             MOVE 'CANCELED' TO OVM-DISPOSITION
009870         END-IF
009880     ELSE
009890         MOVE 'REJECTED'       TO OVM-DISPOSITION
009900         MOVE WS-REJECT-REASON TO OVM-REASON
009910     END-IF.
009920     WRITE OVM-RPT-RECORD.
009930
009940     IF WS-HDR-ACTION = 'A'
009950         PERFORM 2910-WRITE-TEXT-ECHO THRU 2910-EXIT
009960             VARYING WS-TEXT-LINE-IDX FROM 1 BY 1
009970             UNTIL WS-TEXT-LINE-IDX > 3
009980         PERFORM 2920-WRITE-SITE-ECHO THRU 2920-EXIT
009990             VARYING WS-SITE-IDX FROM 1 BY 10
010000             UNTIL WS-SITE-IDX > WS-SITE-COUNT
010010     END-IF.
010020
010030 2900-EXIT.
010040     EXIT.
010050
010060******************************************************************
010070* 2910-WRITE-TEXT-ECHO - ONE GREETING LINE ECHOED UNDER ITS
010080*     TRANSACTION'S DETAIL LINE.  BLANK LINES ARE NOT ECHOED.
010090******************************************************************
010100 2910-WRITE-TEXT-ECHO.
010110
010120     IF WS-TEXT-LINE(WS-TEXT-LINE-IDX) = SPACES
010130         GO TO 2910-EXIT
010140     END-IF.
010150
010160     MOVE SPACES TO OVM-RPT-RECORD.
010170     MOVE 'LINE    ' TO OVM-TEXT-LABEL.
010180     MOVE WS-TEXT-LINE-IDX TO WS-LINE-NO.
010190     MOVE WS-LINE-NO TO OVM-TEXT-LABEL(6:1).
010200     MOVE ':' TO OVM-TEXT-LABEL(7:1).
010210     MOVE WS-TEXT-LINE(WS-TEXT-LINE-IDX) TO OVM-TEXT-LINE.
010220     WRITE OVM-RPT-RECORD.
010230
010240 2910-EXIT.
010250     EXIT.
010260
010270******************************************************************
010280* 2920-WRITE-SITE-ECHO - UP TO TEN LISTED SITES, STARTING AT
010290*     WS-SITE-IDX, ON ONE ECHO LINE.
010300******************************************************************
010310 2920-WRITE-SITE-ECHO.
010320
010330     MOVE SPACES TO OVM-RPT-RECORD.
010340     MOVE 'SITES:  ' TO OVM-SITE-LABEL.
010350     MOVE WS-SITE-IDX TO WS-SITE-PTR.
010360     PERFORM 2925-MOVE-ONE-SITE THRU 2925-EXIT
010370         VARYING WS-RPT-SITE-IDX FROM 1 BY 1
010380         UNTIL WS-RPT-SITE-IDX > 10
010390            OR WS-SITE-PTR > WS-SITE-COUNT.
010400     WRITE OVM-RPT-RECORD.
010410
010420 2920-EXIT.
010430     EXIT.
010440
010450******************************************************************
010460* 2925-MOVE-ONE-SITE - ONE SITE ID ONTO THE ECHO LINE.
010470******************************************************************
010480 2925-MOVE-ONE-SITE.
010490
010500     MOVE WS-SITE-ID(WS-SITE-PTR)
010510         TO OVM-SITE-ID(WS-RPT-SITE-IDX).
010520     ADD 1 TO WS-SITE-PTR.
010530
010540 2925-EXIT.
010550     EXIT.
010560
010570******************************************************************
010580* 3000-WRITE-TOTALS - CONTROL TOTALS: TRANSACTIONS READ MUST
010590*     EQUAL ADDED PLUS CANCELLED PLUS REJECTED.  TEXT AND SITE
010600*     CARDS BELONG TO THEIR TRANSACTION AND ARE NOT COUNTED
010610*     SEPARATELY.
010620******************************************************************
010630 3000-WRITE-TOTALS.
010640
010650     MOVE SPACES TO OVM-RPT-RECORD.
010660     MOVE 'TRANSACTIONS READ:      ' TO OVM-TOTAL-LABEL.
010670     MOVE WS-READ-COUNT TO OVM-TOTAL-COUNT.
010680     WRITE OVM-RPT-RECORD.
010690     DISPLAY OVM-RPT-RECORD.
010700
010710     MOVE SPACES TO OVM-RPT-RECORD.
010720     MOVE 'OVERRIDES ADDED:        ' TO OVM-TOTAL-LABEL.
010730     MOVE WS-ADDED-COUNT TO OVM-TOTAL-COUNT.
010740     WRITE OVM-RPT-RECORD.
010750     DISPLAY OVM-RPT-RECORD.
010760
010770     MOVE SPACES TO OVM-RPT-RECORD.
010780     MOVE 'OVERRIDES CANCELLED:    ' TO OVM-TOTAL-LABEL.
010790     MOVE WS-CANCELLED-COUNT TO OVM-TOTAL-COUNT.
010800     WRITE OVM-RPT-RECORD.
010810     DISPLAY OVM-RPT-RECORD.
010820
010830     MOVE SPACES TO OVM-RPT-RECORD.
010840     MOVE 'TRANSACTIONS REJECTED:  ' TO OVM-TOTAL-LABEL.
010850     MOVE WS-REJECTED-COUNT TO OVM-TOTAL-COUNT.
010860     WRITE OVM-RPT-RECORD.
010870     DISPLAY OVM-RPT-RECORD.
010880
010890 3000-EXIT.
010900     EXIT.
010910
010920******************************************************************
010930* 4000-CLOSE-FILES - NORMAL END OF RUN.
010940******************************************************************
010950 4000-CLOSE-FILES.
010960
010970     CLOSE OVRTRAN OVRDTAB SITEMST OVMRPT OPERAUTH REFUSLOG.
010980
010990 4000-EXIT.
011000     EXIT.
011010
011020******************************************************************
011030* 7000-WRITE-ALERT - APPEND ONE ALERT RECORD TO THE COMMON
011040*     ALERTS INTERFACE FILE (SEE ALRTREC), OPENED EXTEND ON THE
011050*     FIRST ALERT OF THE RUN (OUTPUT IF IT DOES NOT EXIST YET)
011060*     AND CLOSED BY 7100 AT END OF RUN.  A FILE THAT WILL NOT
011070*     OPEN COSTS THE ALERT, NOT THE RUN - THE REFUSAL IS STILL
011080*     ON REFUSLOG AND THE JOB LOG.
011090******************************************************************
011100 7000-WRITE-ALERT.
011110
011120     IF NOT WS-ALERTS-OPEN
011130         OPEN EXTEND ALERTS
011140         IF WS-ALERTS-NOTFND
011150             OPEN OUTPUT ALERTS
011160         END-IF
011170         IF WS-ALERTS-OK
011180             MOVE 'Y' TO WS-ALERTS-OPEN-SW
011190         ELSE
011200             DISPLAY 'HELOVRMT: ALERT NOT WRITTEN - FILE ERROR'
011210             IF RETURN-CODE < 4
011220                 MOVE 4 TO RETURN-CODE
011230             END-IF
011240             GO TO 7000-EXIT
011250         END-IF
011260     END-IF.
011270
011280     MOVE 'W'               TO ALR-SEVERITY.
011290     MOVE 'HELOVRMT'        TO ALR-PROGRAM-ID.
011300     MOVE WS-RUN-DATE       TO ALR-RUN-DATE.
011310     MOVE SPACES            TO ALR-JOB-NAME.
011320     MOVE WS-ALERT-REASON   TO ALR-REASON.
011330     WRITE ALERT-RECORD.
011340
011350 7000-EXIT.
011360     EXIT.
011370
011380******************************************************************
011390* 7100-CLOSE-ALERTS - NORMAL END OF THE ALERT INTERFACE.  A
011400*     FILE THAT NEVER CAME OPEN IS LEFT ALONE.
011410******************************************************************
011420 7100-CLOSE-ALERTS.
011430
011440     IF WS-ALERTS-OPEN
011450         CLOSE ALERTS
011460     END-IF.
011470
011480 7100-EXIT.
011490     EXIT.
011500
011510******************************************************************
011520* 7200-LOG-REFUSAL - THE REFUSED RUN: LOGGED ON REFUSLOG UNDER
011530*     THIS PROGRAM WITH THE AUTHOR ROLE AND A BLANK SCOPE KEY (THE
011540*     WHOLE RUN WAS REFUSED), AND RAISED ON ALERTS AS A WARNING.
011550******************************************************************
011560 7200-LOG-REFUSAL.
011570
011580     ACCEPT WS-RUN-TIME FROM TIME.
011590
011600     MOVE WS-RUN-DATE        TO RFL-DATE.
011610     MOVE WS-RUN-TIME        TO RFL-TIME.
011620     MOVE 'HELOVRMT'         TO RFL-PROGRAM-ID.
011630     MOVE WS-OPERATOR-ID     TO RFL-OPERATOR-ID.
011640     MOVE 'BTCH'             TO RFL-TERMINAL-ID.
011650     MOVE 'A'                TO RFL-ROLE.
011660     MOVE WS-RFL-SCOPE-KEY   TO RFL-SCOPE-KEY.
011670     MOVE WS-REJECT-REASON   TO RFL-REASON.
011680     MOVE 'Y'                TO RFL-ALERT-SW.
011690     WRITE REFUSAL-RECORD
011700         INVALID KEY
011710             CONTINUE
011720     END-WRITE.
011730     PERFORM 7210-RETRY-REFUSAL THRU 7210-EXIT
011740         UNTIL NOT WS-REFUSLOG-DUPKEY.
011750     IF NOT WS-REFUSLOG-OK
011760         IF RETURN-CODE < 4
011770             MOVE 4 TO RETURN-CODE
011780         END-IF
011790         DISPLAY 'HELOVRMT: REFUSAL NOT LOGGED FOR '
011800             WS-OPERATOR-ID
011810     END-IF.
011820
011830     MOVE SPACES TO WS-ALERT-REASON.
011840     STRING 'REFUSED '           DELIMITED BY SIZE
011850            WS-OPERATOR-ID       DELIMITED BY SIZE
011860            ' ROLE A '           DELIMITED BY SIZE
011870            WS-RFL-SCOPE-KEY     DELIMITED BY SIZE
011880            ' '                  DELIMITED BY SIZE
011890            WS-REJECT-REASON     DELIMITED BY SIZE
011900         INTO WS-ALERT-REASON
011910     END-STRING.
011920     PERFORM 7000-WRITE-ALERT THRU 7000-EXIT.
011930
011940 7200-EXIT.
011950     EXIT.
011960
011970******************************************************************
011980* 7210-RETRY-REFUSAL - THE KEY IS ALREADY ON REFUSLOG: ANOTHER
011990*     REFUSAL FOR THE SAME OPERATOR IN THE SAME HUNDREDTH OF A
012000*     SECOND.  STEP THE TIME ON BY ONE AND WRITE AGAIN, SO NO
012010*     REFUSAL IS EVER DROPPED FROM THE LOG.
012020******************************************************************
012030 7210-RETRY-REFUSAL.
012040
012050     ADD 1 TO RFL-TIME.
012060     WRITE REFUSAL-RECORD
012070         INVALID KEY
012080             CONTINUE
012090     END-WRITE.
012100
012110 7210-EXIT.
012120     EXIT.
