000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    HELOPAMT.
000030 AUTHOR.        J ALVAREZ.
000040 INSTALLATION.  DATA PROCESSING SERVICES.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED. 10/15/2026.
000070******************************************************************
000080* REMARKS.
000090*     BATCH MAINTENANCE FOR THE OPERAUTH OPERATOR AUTHORITY KSDS
000100*     (SEE OPAREC) - WHO MAY AUTHOR, APPROVE AND BACK OUT
000110*     GREETING CHANGES AND MAINTAIN SITES, AND FOR WHICH
000120*     LANGUAGES AND SITES.  READS ADD/REPLACE/SUSPEND CARDS
000130*     (COPYBOOK OPATRN), EDITS THEM, APPLIES THE GOOD ONES AND
000140*     PRINTS AN EDIT/APPLY REPORT WITH A DISPOSITION PER
000150*     TRANSACTION - THE SAME SHAPE AS HELSITMT AND HELOVRMT.
000160*     NOTHING IS EVER DELETED: AN OPERATOR WHO LEAVES IS
000170*     SUSPENDED, SO THE FILE STAYS THE RECORD OF WHO HELD WHAT
000180*     FOR THE HELOPARP RECERTIFICATION REPORT.
000190*
000200*     THE ADMINISTRATOR NAMED ON THE PARM MUST HOLD THE
000210*     AUTHORITY-MAINTENANCE ROLE AND MAY NEVER CHANGE THEIR OWN
000220*     RECORD - NOBODY GRANTS THEMSELVES AUTHORITY.  EITHER
000230*     REFUSAL IS LOGGED ON REFUSLOG (SEE REFUSREC) AND RAISED
000240*     ON THE COMMON ALERTS FILE.
000250*
000260*     PARM='ADMIN' - THE ADMINISTRATOR'S OPERATOR ID (REQUIRED).
000270*         IT IS STAMPED ON EVERY RECORD AS OPA-CHANGED-BY AND ON
000280*         EVERY ADD AS OPA-GRANTED-BY.
000290*
000300*     RETURN-CODE:
000310*         0 - EVERY TRANSACTION APPLIED
000320*         4 - ONE OR MORE TRANSACTIONS REJECTED OR REFUSED (SEE
000330*             REPORT)
000340*         8 - MISSING PARM, THE ADMINISTRATOR REFUSED, OR
000350*             OPERAUTH/REFUSLOG/OPATRAN UNUSABLE - NOTHING
000360*             APPLIED BEYOND THE POINT OF FAILURE
000370*
000380* MODIFICATION HISTORY.
000390*     10/15/2026  JA   ORIGINAL VERSION.
000400******************************************************************
000410
000420 ENVIRONMENT DIVISION.
000430
000440 CONFIGURATION SECTION.
000450 SOURCE-COMPUTER.   IBM-370.
000460 OBJECT-COMPUTER.   IBM-370.
000470
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT OPATRAN     ASSIGN TO OPATRAN
000510                         ORGANIZATION IS SEQUENTIAL
000520                         FILE STATUS IS WS-OPATRAN-STATUS.
000530
000540     SELECT OPERAUTH    ASSIGN TO OPERAUTH
000550                         ORGANIZATION IS INDEXED
000560                         ACCESS MODE IS RANDOM
000570                         RECORD KEY IS OPA-OPERATOR-ID
000580                         FILE STATUS IS WS-OPERAUTH-STATUS.
000590
000600     SELECT REFUSLOG    ASSIGN TO REFUSLOG
000610                         ORGANIZATION IS INDEXED
000620                         ACCESS MODE IS RANDOM
000630                         RECORD KEY IS RFL-KEY
000640                         FILE STATUS IS WS-REFUSLOG-STATUS.
000650
000660     SELECT ALERTS      ASSIGN TO ALERTS
000670                         ORGANIZATION IS SEQUENTIAL
000680                         FILE STATUS IS WS-ALERTS-STATUS.
000690
000700     SELECT OPAMRPT     ASSIGN TO OPAMRPT
000710                         ORGANIZATION IS SEQUENTIAL
000720                         FILE STATUS IS WS-OPAMRPT-STATUS.
000730
000740 DATA DIVISION.
000750
000760 FILE SECTION.
000770
000780 FD  OPATRAN
000790     LABEL RECORDS ARE STANDARD
000800     RECORD CONTAINS 80 CHARACTERS.
000810     COPY OPATRN.
000820
000830 FD  OPERAUTH
000840     LABEL RECORDS ARE STANDARD
000850     RECORD CONTAINS 128 CHARACTERS.
000860     COPY OPAREC.
000870
000880 FD  REFUSLOG
000890     LABEL RECORDS ARE STANDARD
000900     RECORD CONTAINS 100 CHARACTERS.
000910     COPY REFUSREC.
000920
000930 FD  ALERTS
000940     LABEL RECORDS ARE STANDARD
000950     RECORD CONTAINS 85 CHARACTERS.
000960     COPY ALRTREC.
000970
000980 FD  OPAMRPT
000990     LABEL RECORDS ARE STANDARD
001000     RECORD CONTAINS 80 CHARACTERS.
001010     COPY OPAMRPT.
001020
001030 WORKING-STORAGE SECTION.
001040
001050 77  WS-OPATRAN-STATUS           PIC X(02)  VALUE SPACES.
001060     88  WS-OPATRAN-OK                      VALUE '00'.
001070     88  WS-OPATRAN-NOTFND                  VALUE '35'.
001080
001090 77  WS-OPERAUTH-STATUS          PIC X(02)  VALUE SPACES.
001100     88  WS-OPERAUTH-OK                     VALUE '00'.
001110     88  WS-OPERAUTH-NOTFND                 VALUE '35'.
001120
001130 77  WS-REFUSLOG-STATUS          PIC X(02)  VALUE SPACES.
001136     88  WS-REFUSLOG-OK                     VALUE '00'.
001143     88  WS-REFUSLOG-DUPKEY                 VALUE '22'.
001150     88  WS-REFUSLOG-NOTFND                 VALUE '35'.
001160
001170 77  WS-ALERTS-STATUS            PIC X(02)  VALUE SPACES.
001180     88  WS-ALERTS-OK                       VALUE '00'.
001190     88  WS-ALERTS-NOTFND                   VALUE '35'.
001200
001210 77  WS-OPAMRPT-STATUS           PIC X(02)  VALUE SPACES.
001220     88  WS-OPAMRPT-OK                      VALUE '00'.
001230
001240 77  WS-OPATRAN-EOF-SW           PIC X(01)  VALUE 'N'.
001250     88  WS-OPATRAN-AT-END                  VALUE 'Y'.
001260
001270 77  WS-CARD-HELD-SW             PIC X(01)  VALUE 'N'.
001280     88  WS-CARD-HELD                       VALUE 'Y'.
001290
001300 77  WS-ALERTS-OPEN-SW           PIC X(01)  VALUE 'N'.
001310     88  WS-ALERTS-OPEN                     VALUE 'Y'.
001320
001330 77  WS-TRAN-OK-SW               PIC X(01)  VALUE 'Y'.
001340     88  WS-TRAN-OK                         VALUE 'Y'.
001350     88  WS-TRAN-REJECTED                   VALUE 'N'.
001360
001370 77  WS-REJECT-REASON            PIC X(26)  VALUE SPACES.
001380
001390 77  WS-READ-COUNT               PIC 9(05)  VALUE ZERO.
001400 77  WS-ADDED-COUNT              PIC 9(05)  VALUE ZERO.
001410 77  WS-REPLACED-COUNT           PIC 9(05)  VALUE ZERO.
001420 77  WS-SUSPENDED-COUNT          PIC 9(05)  VALUE ZERO.
001430 77  WS-REJECTED-COUNT           PIC 9(05)  VALUE ZERO.
001440 77  WS-REFUSED-COUNT            PIC 9(05)  VALUE ZERO.
001450
001460 77  WS-HDR-ACTION               PIC X(01)  VALUE SPACE.
001470 77  WS-HDR-OPERATOR-ID          PIC X(08)  VALUE SPACES.
001480 77  WS-HDR-OPERATOR-NAME        PIC X(20)  VALUE SPACES.
001490 77  WS-HDR-LANG-SCOPE           PIC X(01)  VALUE SPACE.
001500 77  WS-HDR-SITE-SCOPE           PIC X(01)  VALUE SPACE.
001510
001520 01  WS-HDR-ROLES.
001530     05  WS-HDR-ROLE             OCCURS 5 TIMES
001540                                 PIC X(01).
001550 01  WS-HDR-ROLE-FLAGS  REDEFINES WS-HDR-ROLES.
001560     05  WS-HDR-AUTHOR-ROLE      PIC X(01).
001570     05  WS-HDR-APPROVER-ROLE    PIC X(01).
001580     05  WS-HDR-BACKOUT-ROLE     PIC X(01).
001590     05  WS-HDR-SITE-MAINT-ROLE  PIC X(01).
001600     05  WS-HDR-AUTH-ADMIN-ROLE  PIC X(01).
001610
001620 77  WS-ROLE-IDX                 PIC S9(4) COMP VALUE ZERO.
001630 77  WS-ROLE-COUNT               PIC S9(4) COMP VALUE ZERO.
001640 77  WS-LIST-IDX                 PIC S9(4) COMP VALUE ZERO.
001650
001660 77  WS-LANG-CARD-SW             PIC X(01)  VALUE 'N'.
001670     88  WS-LANG-CARD-SEEN                  VALUE 'Y'.
001680 77  WS-SITE-CARD-SW             PIC X(01)  VALUE 'N'.
001690     88  WS-SITE-CARD-SEEN                  VALUE 'Y'.
001700
001710 01  WS-LANG-LIST.
001720     05  WS-LANG-ITEM            OCCURS 10 TIMES
001730                                 PIC X(04).
001740 01  WS-SITE-LIST.
001750     05  WS-SITE-ITEM            OCCURS 10 TIMES
001760                                 PIC X(04).
001770
001780 77  WS-RUN-DATE                 PIC 9(08)  VALUE ZERO.
001790 77  WS-RUN-TIME                 PIC 9(08)  VALUE ZERO.
001800 77  WS-ADMIN-ID                 PIC X(08)  VALUE SPACES.
001810
001820 77  WS-RFL-OPERATOR-ID          PIC X(08)  VALUE SPACES.
001830 77  WS-RFL-ROLE                 PIC X(01)  VALUE SPACE.
001840 77  WS-RFL-SCOPE-KEY            PIC X(08)  VALUE SPACES.
001850 77  WS-ALERT-REASON             PIC X(60)  VALUE SPACES.
001860
001870 LINKAGE SECTION.
001880
001890 01  LS-PARM-AREA.
001900     05  LS-PARM-LEN             PIC S9(4) COMP.
001910     05  LS-PARM-DATA            PIC X(08).
001920
001930 PROCEDURE DIVISION USING LS-PARM-AREA.
001940
001950******************************************************************
001960* 0000-MAINLINE - PROGRAM CONTROL.
001970******************************************************************
001980 0000-MAINLINE.
001990
002000     PERFORM 1000-OPEN-FILES        THRU 1000-EXIT.
002010     IF RETURN-CODE < 8
002020         PERFORM 2000-PROCESS-TRAN THRU 2000-EXIT
002030             UNTIL WS-OPATRAN-AT-END
002040         PERFORM 3000-WRITE-TOTALS  THRU 3000-EXIT
002050         PERFORM 4000-CLOSE-FILES   THRU 4000-EXIT
002060     END-IF.
002070     PERFORM 7100-CLOSE-ALERTS      THRU 7100-EXIT.
002080
002090     STOP RUN.
002100
002110******************************************************************
002120* 1000-OPEN-FILES - THE CARDS, OPERAUTH, THE REFUSAL LOG AND THE
002130*     REPORT MUST ALL BE THERE.  OPERAUTH AND REFUSLOG ARE VSAM
002140*     KSDS CLUSTERS DEFINED ONCE BY THE STANDARD SITE IDCAMS
002150*     PROCEDURE.  THE PARM MUST NAME THE ADMINISTRATOR, AND THE
002160*     ADMINISTRATOR MUST HOLD THE AUTHORITY-MAINTENANCE ROLE
002170*     BEFORE A SINGLE CARD IS LOOKED AT.
002180******************************************************************
002190 1000-OPEN-FILES.
002200
002210     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002220     ACCEPT WS-RUN-TIME FROM TIME.
002230
002240     IF LS-PARM-LEN > 0
002250         MOVE LS-PARM-DATA(1:LS-PARM-LEN) TO WS-ADMIN-ID
002260     END-IF.
002270
002280     IF WS-ADMIN-ID = SPACES
002290         MOVE 8 TO RETURN-CODE
002300         DISPLAY 'HELOPAMT: PARM MUST NAME THE ADMINISTRATOR'
002310         GO TO 1000-EXIT
002320     END-IF.
002330
002340     OPEN INPUT OPATRAN.
002350     IF NOT WS-OPATRAN-OK
002360         MOVE 8 TO RETURN-CODE
002370         GO TO 1000-EXIT
002380     END-IF.
002390
002400     OPEN I-O OPERAUTH.
002410     IF NOT WS-OPERAUTH-OK
002420         MOVE 8 TO RETURN-CODE
002430         CLOSE OPATRAN
002440         GO TO 1000-EXIT
002450     END-IF.
002460
002470     OPEN I-O REFUSLOG.
002480     IF NOT WS-REFUSLOG-OK
002490         MOVE 8 TO RETURN-CODE
002500         CLOSE OPATRAN OPERAUTH
002510         GO TO 1000-EXIT
002520     END-IF.
002530
002540     OPEN OUTPUT OPAMRPT.
002550     IF NOT WS-OPAMRPT-OK
002560         MOVE 8 TO RETURN-CODE
002570         CLOSE OPATRAN OPERAUTH REFUSLOG
002580         GO TO 1000-EXIT
002590     END-IF.
002600
002610     PERFORM 1500-CHECK-ADMIN THRU 1500-EXIT.
002620     IF RETURN-CODE NOT < 8
002630         CLOSE OPATRAN OPERAUTH REFUSLOG OPAMRPT
002640     END-IF.
002650
002660 1000-EXIT.
002670     EXIT.
002680
002690******************************************************************
002700* 1500-CHECK-ADMIN - THE ADMINISTRATOR MUST BE ON OPERAUTH,
002710*     ACTIVE, AND HOLD THE AUTHORITY-MAINTENANCE ROLE.  A REFUSAL
002720*     IS LOGGED AND ALERTED AND STOPS THE RUN WITH NOTHING
002730*     APPLIED.  THE FIRST ADMINISTRATOR RECORD IS LOADED WITH THE
002740*     CLUSTER (SEE THE HELOPAMT JOB STREAM).
002750******************************************************************
002760 1500-CHECK-ADMIN.
002770
002780     MOVE WS-ADMIN-ID TO OPA-OPERATOR-ID.
002790     READ OPERAUTH
002800         INVALID KEY
002810             MOVE 'OPERATOR NOT ON OPERAUTH' TO WS-REJECT-REASON
002820             GO TO 1500-REFUSED
002830     END-READ.
002840
002850     IF NOT OPA-ACTIVE
002860         MOVE 'OPERATOR SUSPENDED' TO WS-REJECT-REASON
002870         GO TO 1500-REFUSED
002880     END-IF.
002890
002900     IF NOT OPA-CAN-ADMINISTER
002910         MOVE 'NO AUTHORITY-ADMIN ROLE' TO WS-REJECT-REASON
002920         GO TO 1500-REFUSED
002930     END-IF.
002940
002950     GO TO 1500-EXIT.
002960
002970 1500-REFUSED.
002980
002990     MOVE WS-ADMIN-ID TO WS-RFL-OPERATOR-ID.
003000     MOVE 'M'         TO WS-RFL-ROLE.
003010     MOVE SPACES      TO WS-RFL-SCOPE-KEY.
003020     PERFORM 7200-LOG-REFUSAL THRU 7200-EXIT.
003030     MOVE 8 TO RETURN-CODE.
003040     DISPLAY 'HELOPAMT: ' WS-ADMIN-ID ' REFUSED - '
003050         WS-REJECT-REASON.
003060
003070 1500-EXIT.
003080     EXIT.
003090
003100******************************************************************
003110* 1900-GET-CARD - SUPPLY THE NEXT CARD.  THE LIST-CARD GATHER
003120*     (2050) READS ONE CARD TOO FAR TO FIND THE END OF ITS
003130*     TRANSACTION; THAT CARD IS STILL SITTING IN THE RECORD
003140*     AREA, FLAGGED HELD, AND IS CONSUMED HERE INSTEAD OF A
003150*     FRESH READ.
003160******************************************************************
003170 1900-GET-CARD.
003180
003190     IF WS-CARD-HELD
003200         MOVE 'N' TO WS-CARD-HELD-SW
003210         GO TO 1900-EXIT
003220     END-IF.
003230
003240     READ OPATRAN
003250         AT END
003260             MOVE 'Y' TO WS-OPATRAN-EOF-SW
003270     END-READ.
003280
003290 1900-EXIT.
003300     EXIT.
003310
003320******************************************************************
003330* 2000-PROCESS-TRAN - ONE TRANSACTION: THE HEADER CARD, PLUS ON
003340*     AN ADD OR REPLACE THE 'C' LIST CARDS THAT FOLLOW IT.  EDIT
003350*     IT, APPLY IT IF IT PASSES, AND REPORT ITS DISPOSITION
003360*     EITHER WAY.  A REJECT NEVER STOPS THE RUN.
003370******************************************************************
003380 2000-PROCESS-TRAN.
003390
003400     PERFORM 1900-GET-CARD THRU 1900-EXIT.
003410     IF WS-OPATRAN-AT-END
003420         GO TO 2000-EXIT
003430     END-IF.
003440
003450     ADD 1 TO WS-READ-COUNT.
003460     MOVE 'Y' TO WS-TRAN-OK-SW.
003470     MOVE SPACES TO WS-REJECT-REASON.
003480
003490     MOVE OPT-ACTION        TO WS-HDR-ACTION.
003500     MOVE OPT-OPERATOR-ID   TO WS-HDR-OPERATOR-ID.
003510     MOVE OPT-OPERATOR-NAME TO WS-HDR-OPERATOR-NAME.
003520     MOVE OPT-ROLES         TO WS-HDR-ROLES.
003530     MOVE OPT-LANG-SCOPE    TO WS-HDR-LANG-SCOPE.
003540     MOVE OPT-SITE-SCOPE    TO WS-HDR-SITE-SCOPE.
003550     MOVE SPACES            TO WS-LANG-LIST.
003560     MOVE SPACES            TO WS-SITE-LIST.
003570     MOVE 'N'               TO WS-LANG-CARD-SW.
003580     MOVE 'N'               TO WS-SITE-CARD-SW.
003590
003600     IF WS-HDR-ACTION = 'A' OR 'R'
003610         PERFORM 2050-GATHER-CARDS THRU 2050-EXIT
003620     END-IF.
003630
003640     PERFORM 2100-EDIT-TRAN THRU 2100-EXIT.
003650     IF WS-TRAN-OK
003660         PERFORM 2500-APPLY-TRAN THRU 2500-EXIT
003670     END-IF.
003680
003690     IF WS-TRAN-OK
003700         IF WS-HDR-ACTION = 'A'
003710             ADD 1 TO WS-ADDED-COUNT
003720         ELSE
003730             IF WS-HDR-ACTION = 'R'
003740                 ADD 1 TO WS-REPLACED-COUNT
003750             ELSE
003760                 ADD 1 TO WS-SUSPENDED-COUNT
003770             END-IF
003780         END-IF
003790     ELSE
003800         ADD 1 TO WS-REJECTED-COUNT
003810         IF RETURN-CODE < 4
003820             MOVE 4 TO RETURN-CODE
003830         END-IF
003840     END-IF.
003850
003860     PERFORM 2900-WRITE-DETAIL THRU 2900-EXIT.
003870
003880 2000-EXIT.
003890     EXIT.
003900
003910******************************************************************
003920* 2050-GATHER-CARDS - COLLECT THE 'C' LIST CARDS BELONGING TO
003930*     THE HEADER JUST READ: EVERY IMMEDIATELY FOLLOWING 'C' CARD
003940*     CARRYING THE SAME OPERATOR ID.  THE FIRST CARD THAT IS
003950*     ANYTHING ELSE ENDS THE TRANSACTION AND IS HELD FOR THE
003960*     NEXT PASS.
003970******************************************************************
003980 2050-GATHER-CARDS.
003990
004000     PERFORM 2060-GATHER-ONE-CARD THRU 2060-EXIT
004010         UNTIL WS-OPATRAN-AT-END
004020            OR WS-CARD-HELD.
004030
004040 2050-EXIT.
004050     EXIT.
004060
004070******************************************************************
004080* 2060-GATHER-ONE-CARD - ONE LOOK-AHEAD READ.  A 'C' CARD FOR A
004090*     DIFFERENT OPERATOR IS NOT THIS TRANSACTION'S - IT IS HELD
004100*     AND WILL BE REJECTED AS OUT OF PLACE ON ITS OWN PASS.  A
004110*     LIST TYPE KEYED TWICE TAKES THE LAST CARD - FILE ORDER
004120*     WINS, SAME AS EVERYWHERE ELSE IN THE SUITE'S LOADERS.
004130******************************************************************
004140 2060-GATHER-ONE-CARD.
004150
004160     READ OPATRAN
004170         AT END
004180             MOVE 'Y' TO WS-OPATRAN-EOF-SW
004190             GO TO 2060-EXIT
004200     END-READ.
004210
004220     IF OPT-ACTION NOT = 'C'
004230      OR OPT-OPERATOR-ID NOT = WS-HDR-OPERATOR-ID
004240         MOVE 'Y' TO WS-CARD-HELD-SW
004250         GO TO 2060-EXIT
004260     END-IF.
004270
004280     IF OPT-LIST-TYPE = 'L'
004290         MOVE 'Y' TO WS-LANG-CARD-SW
004300         MOVE SPACES TO WS-LANG-LIST
004310         PERFORM 2070-STORE-LANG-ITEM THRU 2070-EXIT
004320             VARYING WS-LIST-IDX FROM 1 BY 1
004330             UNTIL WS-LIST-IDX > 10
004340         GO TO 2060-EXIT
004350     END-IF.
004360
004370     IF OPT-LIST-TYPE = 'S'
004380         MOVE 'Y' TO WS-SITE-CARD-SW
004390         MOVE SPACES TO WS-SITE-LIST
004400         PERFORM 2080-STORE-SITE-ITEM THRU 2080-EXIT
004410             VARYING WS-LIST-IDX FROM 1 BY 1
004420             UNTIL WS-LIST-IDX > 10
004430         GO TO 2060-EXIT
004440     END-IF.
004450
004460     MOVE 'N' TO WS-TRAN-OK-SW.
004470     MOVE 'LIST TYPE NOT L OR S' TO WS-REJECT-REASON.
004480
004490 2060-EXIT.
004500     EXIT.
004510
004520******************************************************************
004530* 2070-STORE-LANG-ITEM - ONE LANG-CODE SLOT OFF AN 'L' CARD.
004540******************************************************************
004550 2070-STORE-LANG-ITEM.
004560
004570     MOVE OPT-LIST-ITEM(WS-LIST-IDX) TO WS-LANG-ITEM(WS-LIST-IDX).
004580
004590 2070-EXIT.
004600     EXIT.
004610
004620******************************************************************
004630* 2080-STORE-SITE-ITEM - ONE SITE ID SLOT OFF AN 'S' CARD.
004640******************************************************************
004650 2080-STORE-SITE-ITEM.
004660
004670     MOVE OPT-LIST-ITEM(WS-LIST-IDX) TO WS-SITE-ITEM(WS-LIST-IDX).
004680
004690 2080-EXIT.
004700     EXIT.
004710
004720******************************************************************
004730* 2100-EDIT-TRAN - FRONT-END EDITS, APPLIED BEFORE ANYTHING
004740*     TOUCHES OPERAUTH: THE ACTION MUST BE A, R OR S (A 'C' CARD
004750*     ARRIVING HERE LOST ITS HEADER); THE OPERATOR ID MUST BE
004760*     KEYED AND MUST NOT BE THE ADMINISTRATOR'S OWN - THAT IS A
004770*     REFUSAL, LOGGED AND ALERTED, NOT JUST A REJECT.  A SUSPEND
004780*     NEEDS NOTHING MORE.  AN ADD OR REPLACE ALSO NEEDS A NAME,
004790*     ROLE FLAGS OF Y, N OR BLANK WITH AT LEAST ONE ROLE HELD,
004800*     SCOPES OF A, L OR BLANK, A LIST CARD FOR EVERY 'L' SCOPE
004810*     AND NONE FOR ANY OTHER, A LANGUAGE SCOPE FOR ANY GREETING
004820*     ROLE AND A SITE SCOPE FOR SITE MAINTENANCE.  LANG-CODES
004830*     AND SITE IDS ARE NOT HELD AGAINST LANGTAB OR SITEMST - AN
004840*     AUTHOR IS OFTEN GRANTED A LANGUAGE BEFORE ITS FIRST ROW IS
004850*     LOADED.
004860******************************************************************
004870 2100-EDIT-TRAN.
004880
004890     IF WS-HDR-ACTION = 'C'
004900         MOVE 'N' TO WS-TRAN-OK-SW
004910         MOVE 'LIST CARD OUT OF PLACE' TO WS-REJECT-REASON
004920         GO TO 2100-EXIT
004930     END-IF.
004940
004950     IF WS-HDR-ACTION NOT = 'A' AND 'R' AND 'S'
004960         MOVE 'N' TO WS-TRAN-OK-SW
004970         MOVE 'ACTION NOT A, R OR S' TO WS-REJECT-REASON
004980         GO TO 2100-EXIT
004990     END-IF.
005000
005010     IF WS-HDR-OPERATOR-ID = SPACES
005020         MOVE 'N' TO WS-TRAN-OK-SW
005030         MOVE 'OPERATOR ID MISSING' TO WS-REJECT-REASON
005040         GO TO 2100-EXIT
005050     END-IF.
005060
005070     IF WS-HDR-OPERATOR-ID = WS-ADMIN-ID
005080         MOVE 'N' TO WS-TRAN-OK-SW
005090         MOVE 'CANNOT CHANGE OWN RECORD' TO WS-REJECT-REASON
005100         MOVE WS-ADMIN-ID        TO WS-RFL-OPERATOR-ID
005110         MOVE 'M'                TO WS-RFL-ROLE
005120         MOVE WS-HDR-OPERATOR-ID TO WS-RFL-SCOPE-KEY
005130         PERFORM 7200-LOG-REFUSAL THRU 7200-EXIT
005140         GO TO 2100-EXIT
005150     END-IF.
005160
005170     IF WS-TRAN-REJECTED
005180      OR WS-HDR-ACTION = 'S'
005190         GO TO 2100-EXIT
005200     END-IF.
005210
005220     IF WS-HDR-OPERATOR-NAME = SPACES
005230         MOVE 'N' TO WS-TRAN-OK-SW
005240         MOVE 'OPERATOR NAME MISSING' TO WS-REJECT-REASON
005250         GO TO 2100-EXIT
005260     END-IF.
005270
005280     MOVE ZERO TO WS-ROLE-COUNT.
005290     PERFORM 2150-EDIT-ROLE-FLAG THRU 2150-EXIT
005300         VARYING WS-ROLE-IDX FROM 1 BY 1
005310         UNTIL WS-ROLE-IDX > 5
005320            OR WS-TRAN-REJECTED.
005330     IF WS-TRAN-REJECTED
005340         GO TO 2100-EXIT
005350     END-IF.
005360     IF WS-ROLE-COUNT = ZERO
005370         MOVE 'N' TO WS-TRAN-OK-SW
005380         MOVE 'NO ROLE - SUSPEND INSTEAD' TO WS-REJECT-REASON
005390         GO TO 2100-EXIT
005400     END-IF.
005410
005420     IF WS-HDR-LANG-SCOPE NOT = 'A' AND 'L' AND SPACE
005430      OR WS-HDR-SITE-SCOPE NOT = 'A' AND 'L' AND SPACE
005440         MOVE 'N' TO WS-TRAN-OK-SW
005450         MOVE 'SCOPE NOT A, L OR BLANK' TO WS-REJECT-REASON
005460         GO TO 2100-EXIT
005470     END-IF.
005480
005490     IF WS-HDR-LANG-SCOPE = 'L'
005500         IF WS-LANG-LIST = SPACES
005510             MOVE 'N' TO WS-TRAN-OK-SW
005520             MOVE 'LANGUAGE LIST MISSING' TO WS-REJECT-REASON
005530             GO TO 2100-EXIT
005540         END-IF
005550     ELSE
005560         IF WS-LANG-CARD-SEEN
005570             MOVE 'N' TO WS-TRAN-OK-SW
005580             MOVE 'LANGUAGE LIST NEEDS L' TO WS-REJECT-REASON
005590             GO TO 2100-EXIT
005600         END-IF
005610     END-IF.
005620
005630     IF WS-HDR-SITE-SCOPE = 'L'
005640         IF WS-SITE-LIST = SPACES
005650             MOVE 'N' TO WS-TRAN-OK-SW
005660             MOVE 'SITE LIST MISSING' TO WS-REJECT-REASON
005670             GO TO 2100-EXIT
005680         END-IF
005690     ELSE
005700         IF WS-SITE-CARD-SEEN
005710             MOVE 'N' TO WS-TRAN-OK-SW
005720             MOVE 'SITE LIST NEEDS L' TO WS-REJECT-REASON
005730             GO TO 2100-EXIT
005740         END-IF
005750     END-IF.
005760
005770     IF WS-HDR-LANG-SCOPE = SPACE
005780         IF WS-HDR-AUTHOR-ROLE = 'Y'
005790          OR WS-HDR-APPROVER-ROLE = 'Y'
005800          OR WS-HDR-BACKOUT-ROLE = 'Y'
005810             MOVE 'N' TO WS-TRAN-OK-SW
005820             MOVE 'GREETING ROLE NEEDS LANGS' TO WS-REJECT-REASON
005830             GO TO 2100-EXIT
005840         END-IF
005850     END-IF.
005860
005870     IF WS-HDR-SITE-SCOPE = SPACE
005880      AND WS-HDR-SITE-MAINT-ROLE = 'Y'
005890         MOVE 'N' TO WS-TRAN-OK-SW
005900         MOVE 'SITE ROLE NEEDS SITES' TO WS-REJECT-REASON
005910     END-IF.
005920
005930 2100-EXIT.
005940     EXIT.
005950
005960******************************************************************
005970* 2150-EDIT-ROLE-FLAG - ONE ROLE FLAG: Y OR N, BLANK TAKEN AS N.
005980******************************************************************
005990 2150-EDIT-ROLE-FLAG.
006000
006010     IF WS-HDR-ROLE(WS-ROLE-IDX) = SPACE
006020         MOVE 'N' TO WS-HDR-ROLE(WS-ROLE-IDX)
006030     END-IF.
006040
006050     IF WS-HDR-ROLE(WS-ROLE-IDX) = 'Y'
006060         ADD 1 TO WS-ROLE-COUNT
006070     ELSE
006080         IF WS-HDR-ROLE(WS-ROLE-IDX) NOT = 'N'
006090             MOVE 'N' TO WS-TRAN-OK-SW
006100             MOVE 'ROLE FLAG NOT Y OR N' TO WS-REJECT-REASON
006110         END-IF
006120     END-IF.
006130
006140 2150-EXIT.
006150     EXIT.
006160
006170******************************************************************
006180* 2500-APPLY-TRAN - APPLY ONE EDITED TRANSACTION TO OPERAUTH.
006190*     THE KSDS ARBITRATES EXISTENCE, THE SAME WAY HELSITMT'S
006200*     APPLY DOES.  A REPLACE KEEPS THE ORIGINAL GRANT STAMP AND
006210*     REINSTATES A SUSPENDED OPERATOR; A SUSPEND LEAVES ROLES
006220*     AND SCOPE ON THE RECORD, SO THE RECERTIFICATION REPORT
006230*     STILL SHOWS WHAT THE OPERATOR HELD.
006240******************************************************************
006250 2500-APPLY-TRAN.
006260
006270     MOVE WS-HDR-OPERATOR-ID TO OPA-OPERATOR-ID.
006280
006290     IF WS-HDR-ACTION = 'A'
006300         PERFORM 2550-BUILD-AUTHORITY THRU 2550-EXIT
006310         MOVE WS-ADMIN-ID TO OPA-GRANTED-BY
006320         MOVE WS-RUN-DATE TO OPA-GRANTED-DATE
006330         WRITE OPERATOR-AUTH-RECORD
006340             INVALID KEY
006350                 MOVE 'N' TO WS-TRAN-OK-SW
006360                 MOVE 'OPERATOR ALREADY ON FILE'
006370                     TO WS-REJECT-REASON
006380         END-WRITE
006390         GO TO 2500-EXIT
006400     END-IF.
006410
006420     READ OPERAUTH
006430         INVALID KEY
006440             MOVE 'N' TO WS-TRAN-OK-SW
006450             MOVE 'OPERATOR NOT ON FILE' TO WS-REJECT-REASON
006460             GO TO 2500-EXIT
006470     END-READ.
006480
006490     IF WS-HDR-ACTION = 'R'
006500         PERFORM 2550-BUILD-AUTHORITY THRU 2550-EXIT
006510     ELSE
006520         IF OPA-SUSPENDED
006530             MOVE 'N' TO WS-TRAN-OK-SW
006540             MOVE 'ALREADY SUSPENDED' TO WS-REJECT-REASON
006550             GO TO 2500-EXIT
006560         END-IF
006570         MOVE 'S'         TO OPA-STATUS
006580         MOVE WS-ADMIN-ID TO OPA-CHANGED-BY
006590         MOVE WS-RUN-DATE TO OPA-CHANGED-DATE
006600     END-IF.
006610
006620     REWRITE OPERATOR-AUTH-RECORD
006630         INVALID KEY
006640             MOVE 'N' TO WS-TRAN-OK-SW
006650             MOVE 'REWRITE FAILED' TO WS-REJECT-REASON
006660     END-REWRITE.
006670
006680 2500-EXIT.
006690     EXIT.
006700
006710******************************************************************
006720* 2550-BUILD-AUTHORITY - THE EDITED HEADER AND LISTS ONTO THE
006730*     RECORD AREA, ACTIVE, STAMPED WITH THE ADMINISTRATOR.  A
006740*     SCOPE OTHER THAN 'L' CARRIES AN EMPTY LIST.
006750******************************************************************
006760 2550-BUILD-AUTHORITY.
006770
006780     MOVE WS-HDR-OPERATOR-NAME TO OPA-OPERATOR-NAME.
006790     MOVE 'A'                  TO OPA-STATUS.
006800     MOVE WS-HDR-ROLES         TO OPA-ROLES.
006810     MOVE WS-HDR-LANG-SCOPE    TO OPA-LANG-SCOPE.
006820     MOVE WS-HDR-SITE-SCOPE    TO OPA-SITE-SCOPE.
006830     MOVE SPACES               TO OPA-LANG-LIST.
006840     MOVE WS-SITE-LIST         TO OPA-SITE-LIST.
006850     PERFORM 2560-MOVE-LANG-CODE THRU 2560-EXIT
006860         VARYING WS-LIST-IDX FROM 1 BY 1
006870         UNTIL WS-LIST-IDX > 10.
006880     MOVE WS-ADMIN-ID          TO OPA-CHANGED-BY.
006890     MOVE WS-RUN-DATE          TO OPA-CHANGED-DATE.
006900
006910 2550-EXIT.
006920     EXIT.
006930
006940******************************************************************
006950* 2560-MOVE-LANG-CODE - ONE LANG-CODE FROM ITS FOUR-BYTE CARD
006960*     SLOT INTO ITS TWO-BYTE RECORD SLOT.
006970******************************************************************
006980 2560-MOVE-LANG-CODE.
006990
007000     MOVE WS-LANG-ITEM(WS-LIST-IDX)(1:2)
007010         TO OPA-LANG-CODE(WS-LIST-IDX).
007020
007030 2560-EXIT.
007040     EXIT.
007050
007060******************************************************************
007070* 2900-WRITE-DETAIL - ONE REPORT LINE PER TRANSACTION, APPLIED
007080*     OR REJECTED, ECHOING THE HEADER CARD, THEN ONE ECHO LINE
007090*     PER LIST THE TRANSACTION CARRIED, SO THE REPORT STANDS
007100*     ALONE AS THE RECORD OF WHAT WAS GRANTED AND BY WHOM.
007110******************************************************************
007120 2900-WRITE-DETAIL.
007130
007140     MOVE SPACES TO OPAM-RPT-RECORD.
007150     MOVE WS-HDR-ACTION        TO OPM-ACTION.
007160     MOVE WS-HDR-OPERATOR-ID   TO OPM-OPERATOR-ID.
007170     MOVE WS-HDR-OPERATOR-NAME TO OPM-OPERATOR-NAME.
007180     MOVE WS-HDR-ROLES         TO OPM-ROLES.
007190     MOVE WS-HDR-LANG-SCOPE    TO OPM-LANG-SCOPE.
007200     MOVE WS-HDR-SITE-SCOPE    TO OPM-SITE-SCOPE.
007210     IF WS-TRAN-OK
007220         MOVE 'APPLIED '       TO OPM-DISPOSITION
007230     ELSE
007240         MOVE 'REJECTED'       TO OPM-DISPOSITION
007250         MOVE WS-REJECT-REASON TO OPM-REASON
007260     END-IF.
007270     WRITE OPAM-RPT-RECORD.
007280
007290     IF WS-LANG-LIST NOT = SPACES
007300         MOVE SPACES TO OPAM-RPT-RECORD
007310         MOVE 'LANGS:  ' TO OPM-LIST-LABEL
007320         PERFORM 2910-ECHO-LANG-ITEM THRU 2910-EXIT
007330             VARYING WS-LIST-IDX FROM 1 BY 1
007340             UNTIL WS-LIST-IDX > 10
007350         WRITE OPAM-RPT-RECORD
007360     END-IF.
007370
007380     IF WS-SITE-LIST NOT = SPACES
007390         MOVE SPACES TO OPAM-RPT-RECORD
007400         MOVE 'SITES:  ' TO OPM-LIST-LABEL
007410         PERFORM 2920-ECHO-SITE-ITEM THRU 2920-EXIT
007420             VARYING WS-LIST-IDX FROM 1 BY 1
007430             UNTIL WS-LIST-IDX > 10
007440         WRITE OPAM-RPT-RECORD
007450     END-IF.
007460
007470 2900-EXIT.
007480     EXIT.
007490
007500******************************************************************
007510* 2910-ECHO-LANG-ITEM - ONE LANG-CODE SLOT ONTO THE ECHO LINE.
007520******************************************************************
007530 2910-ECHO-LANG-ITEM.
007540
007550     MOVE WS-LANG-ITEM(WS-LIST-IDX) TO OPM-LIST-ITEM(WS-LIST-IDX).
007560
007570 2910-EXIT.
007580     EXIT.
007590
007600******************************************************************
007610* 2920-ECHO-SITE-ITEM - ONE SITE ID SLOT ONTO THE ECHO LINE.
007620******************************************************************
007630 2920-ECHO-SITE-ITEM.
007640
007650     MOVE WS-SITE-ITEM(WS-LIST-IDX) TO OPM-LIST-ITEM(WS-LIST-IDX).
007660
007670 2920-EXIT.
007680     EXIT.
007690
007700******************************************************************
007710* 3000-WRITE-TOTALS - CONTROL TOTALS: TRANSACTIONS READ MUST
007720*     EQUAL ADDED PLUS REPLACED PLUS SUSPENDED PLUS REJECTED.
007730*     REFUSALS ARE ALREADY AMONG THE REJECTS AND ARE COUNTED
007740*     AGAIN ON THEIR OWN LINE.
007750******************************************************************
007760 3000-WRITE-TOTALS.
007770
007780     MOVE SPACES TO OPAM-RPT-RECORD.
007790     MOVE 'TRANSACTIONS READ:      ' TO OPM-TOTAL-LABEL.
007800     MOVE WS-READ-COUNT TO OPM-TOTAL-COUNT.
007810     WRITE OPAM-RPT-RECORD.
007820     DISPLAY OPAM-RPT-RECORD.
007830
007840     MOVE SPACES TO OPAM-RPT-RECORD.
007850     MOVE 'OPERATORS ADDED:        ' TO OPM-TOTAL-LABEL.
007860     MOVE WS-ADDED-COUNT TO OPM-TOTAL-COUNT.
007870     WRITE OPAM-RPT-RECORD.
007880     DISPLAY OPAM-RPT-RECORD.
007890
007900     MOVE SPACES TO OPAM-RPT-RECORD.
007910     MOVE 'OPERATORS REPLACED:     ' TO OPM-TOTAL-LABEL.
007920     MOVE WS-REPLACED-COUNT TO OPM-TOTAL-COUNT.
007930     WRITE OPAM-RPT-RECORD.
007940     DISPLAY OPAM-RPT-RECORD.
007950
007960     MOVE SPACES TO OPAM-RPT-RECORD.
007970     MOVE 'OPERATORS SUSPENDED:    ' TO OPM-TOTAL-LABEL.
007980     MOVE WS-SUSPENDED-COUNT TO OPM-TOTAL-COUNT.
007990     WRITE OPAM-RPT-RECORD.
008000     DISPLAY OPAM-RPT-RECORD.
008010
008020     MOVE SPACES TO OPAM-RPT-RECORD.
008030     MOVE 'TRANSACTIONS REJECTED:  ' TO OPM-TOTAL-LABEL.
008040     MOVE WS-REJECTED-COUNT TO OPM-TOTAL-COUNT.
008050     WRITE OPAM-RPT-RECORD.
008060     DISPLAY OPAM-RPT-RECORD.
008070
008080     MOVE SPACES TO OPAM-RPT-RECORD.
008090     MOVE 'REFUSALS LOGGED:        ' TO OPM-TOTAL-LABEL.
008100     MOVE WS-REFUSED-COUNT TO OPM-TOTAL-COUNT.
008110     WRITE OPAM-RPT-RECORD.
008120     DISPLAY OPAM-RPT-RECORD.
008130
008140 3000-EXIT.
008150     EXIT.
008160
008170******************************************************************
008180* 4000-CLOSE-FILES - NORMAL END OF RUN.
008190******************************************************************
008200 4000-CLOSE-FILES.
008210
008220     CLOSE OPATRAN OPERAUTH REFUSLOG OPAMRPT.
008230
008240 4000-EXIT.
008250     EXIT.
008260
008270******************************************************************
008280* 7000-WRITE-ALERT - APPEND ONE ALERT RECORD TO THE COMMON
008290*     ALERTS INTERFACE FILE (SEE ALRTREC), OPENED EXTEND ON THE
008300*     FIRST ALERT OF THE RUN (OUTPUT IF IT DOES NOT EXIST YET)
008310*     AND CLOSED BY 7100 AT END OF RUN.  A FILE THAT WILL NOT
008320*     OPEN COSTS THE ALERT, NOT THE RUN - THE REFUSAL IS STILL
008330*     ON REFUSLOG AND THE REPORT.
008340******************************************************************
008350 7000-WRITE-ALERT.
008360
008370     IF NOT WS-ALERTS-OPEN
008380         OPEN EXTEND ALERTS
008390         IF WS-ALERTS-NOTFND
008400             OPEN OUTPUT ALERTS
008410         END-IF
008420         IF WS-ALERTS-OK
008430             MOVE 'Y' TO WS-ALERTS-OPEN-SW
008440         ELSE
008450             DISPLAY 'HELOPAMT: ALERT NOT WRITTEN - FILE ERROR'
008460             IF RETURN-CODE < 4
008470                 MOVE 4 TO RETURN-CODE
008480             END-IF
008490             GO TO 7000-EXIT
008500         END-IF
008510     END-IF.
008520
008530     MOVE 'W'               TO ALR-SEVERITY.
008540     MOVE 'HELOPAMT'        TO ALR-PROGRAM-ID.
008550     MOVE WS-RUN-DATE       TO ALR-RUN-DATE.
008560     MOVE SPACES            TO ALR-JOB-NAME.
008570     MOVE WS-ALERT-REASON   TO ALR-REASON.
008580     WRITE ALERT-RECORD.
008590
008600 7000-EXIT.
008610     EXIT.
008620
008630******************************************************************
008640* 7100-CLOSE-ALERTS - NORMAL END OF THE ALERT INTERFACE.  A
008650*     FILE THAT NEVER CAME OPEN IS LEFT ALONE.
008660******************************************************************
008670 7100-CLOSE-ALERTS.
008680
008690     IF WS-ALERTS-OPEN
008700         CLOSE ALERTS
008710     END-IF.
008720
008730 7100-EXIT.
008740     EXIT.
008750
008760******************************************************************
008770* 7200-LOG-REFUSAL - ONE REFUSED ATTEMPT: LOGGED ON REFUSLOG
008780*     UNDER THIS PROGRAM, THE OPERATOR, THE MISSING ROLE AND
008790*     WHAT IT WAS AGAINST, AND RAISED ON ALERTS AS A WARNING.
008800*     THE TIME IS RE-ACCEPTED PER REFUSAL SO TWO IN ONE RUN GET
008810*     DISTINCT KEYS.
008820******************************************************************
008830 7200-LOG-REFUSAL.
008840
008850     ADD 1 TO WS-REFUSED-COUNT.
008860     ACCEPT WS-RUN-TIME FROM TIME.
008870
008880     MOVE WS-RUN-DATE        TO RFL-DATE.
008890     MOVE WS-RUN-TIME        TO RFL-TIME.
008900     MOVE 'HELOPAMT'         TO RFL-PROGRAM-ID.
008910     MOVE WS-RFL-OPERATOR-ID TO RFL-OPERATOR-ID.
008920     MOVE 'BTCH'             TO RFL-TERMINAL-ID.
008930     MOVE WS-RFL-ROLE        TO RFL-ROLE.
008940     MOVE WS-RFL-SCOPE-KEY   TO RFL-SCOPE-KEY.
008950     MOVE WS-REJECT-REASON   TO RFL-REASON.
008960     MOVE 'Y'                TO RFL-ALERT-SW.
008970     WRITE REFUSAL-RECORD
008976         INVALID KEY
008982             CONTINUE
008988     END-WRITE.
008994     PERFORM 7210-RETRY-REFUSAL THRU 7210-EXIT
009000         UNTIL NOT WS-REFUSLOG-DUPKEY.
009006     IF NOT WS-REFUSLOG-OK
009013         IF RETURN-CODE < 4
009019             MOVE 4 TO RETURN-CODE
009025         END-IF
009031         DISPLAY 'HELOPAMT: REFUSAL NOT LOGGED FOR '
009037             WS-RFL-OPERATOR-ID
009043     END-IF.
009050
009060     MOVE SPACES TO WS-ALERT-REASON.
009070     STRING 'REFUSED '           DELIMITED BY SIZE
009080            WS-RFL-OPERATOR-ID   DELIMITED BY SIZE
009090            ' ROLE '             DELIMITED BY SIZE
009100            WS-RFL-ROLE          DELIMITED BY SIZE
009110            ' '                  DELIMITED BY SIZE
009120            WS-RFL-SCOPE-KEY     DELIMITED BY SIZE
009130            ' '                  DELIMITED BY SIZE
009140            WS-REJECT-REASON     DELIMITED BY SIZE
009150         INTO WS-ALERT-REASON
009160     END-STRING.
009170     PERFORM 7000-WRITE-ALERT THRU 7000-EXIT.
009180
009190 7200-EXIT.
009200     EXIT.
009211
009221******************************************************************
009232* 7210-RETRY-REFUSAL - THE KEY IS ALREADY ON REFUSLOG: A SECOND
009242*     REFUSAL FOR THE SAME OPERATOR IN THE SAME HUNDREDTH OF A
009253*     SECOND.  STEP THE TIME ON BY ONE AND WRITE AGAIN, SO NO
009263*     REFUSAL IS EVER DROPPED FROM THE LOG.
009274******************************************************************
009284 7210-RETRY-REFUSAL.
009295
009305     ADD 1 TO RFL-TIME.
009316     WRITE REFUSAL-RECORD
009326         INVALID KEY
009337             CONTINUE
009347     END-WRITE.
009358
009368 7210-EXIT.
009379     EXIT.
