000150*     STANDING A SITE UP OR DOWN IS A REPORTED FLAG FLIP, NOT A
000160*     CARD PULLED FROM A DECK AND A PRAYER ABOUT RESTARTS.
000170*
000171*     PARM='OPERATOR' - THE SUBMITTING OPERATOR'S ID (REQUIRED).
000172*     THE OPERATOR MUST HOLD THE SITE MAINTENANCE ROLE ON THE
000173*     OPERAUTH OPERATOR AUTHORITY KSDS (SEE OPAREC), OR NOTHING IS
000174*     APPLIED; A CARD FOR A SITE OUTSIDE THE OPERATOR'S SITE SCOPE
000175*     IS REJECTED.  EVERY REFUSAL IS LOGGED ON REFUSLOG (SEE
000176*     REFUSREC) AND RAISED ON THE COMMON ALERTS FILE.
000177*
000180*     RETURN-CODE:
000190*         0 - EVERY TRANSACTION APPLIED
000200*         4 - ONE OR MORE TRANSACTIONS REJECTED (SEE REPORT)
000206*         8 - MISSING PARM, OPERATOR REFUSED, OR SITEMST/
000212*             SITTRAN/OPERAUTH/REFUSLOG UNUSABLE
000220*
000230* MODIFICATION HISTORY.
000240*     09/02/2026  JA   ORIGINAL VERSION.
000241*     10/15/2026  JA   OPERATOR AUTHORITY: THE PARM OPERATOR MUST
000242*                      HOLD THE SITE MAINTENANCE ROLE ON OPERAUTH
000243*                      AND EACH CARD'S SITE MUST BE IN THE
000244*                      OPERATOR'S SITE SCOPE.  REFUSALS ARE LOGGED
000245*                      ON REFUSLOG AND WRITTEN TO ALERTS.
000250******************************************************************
000260
000270 ENVIRONMENT DIVISION.
000410                         ACCESS MODE IS RANDOM
000420                         RECORD KEY IS SMS-SITE-ID
000430                         FILE STATUS IS WS-SITEMST-STATUS.
000431
000432     SELECT OPERAUTH    ASSIGN TO OPERAUTH
000433                         ORGANIZATION IS INDEXED
000434                         ACCESS MODE IS RANDOM
000435                         RECORD KEY IS OPA-OPERATOR-ID
000436                         FILE STATUS IS WS-OPERAUTH-STATUS.
000437
000439     SELECT REFUSLOG    ASSIGN TO REFUSLOG
000440                         ORGANIZATION IS INDEXED
000441                         ACCESS MODE IS RANDOM
000442                         RECORD KEY IS RFL-KEY
000443                         FILE STATUS IS WS-REFUSLOG-STATUS.
000444
000445     SELECT ALERTS      ASSIGN TO ALERTS
000446                         ORGANIZATION IS SEQUENTIAL
000448                         FILE STATUS IS WS-ALERTS-STATUS.
000449
000450     SELECT SITRPT      ASSIGN TO SITRPT
000460                         ORGANIZATION IS SEQUENTIAL
000470                         FILE STATUS IS WS-SITRPT-STATUS.
000580 FD  SITEMST
000590     LABEL RECORDS ARE STANDARD
000600     RECORD CONTAINS 51 CHARACTERS.
000601     COPY SITEMREC.
000602
000603 FD  OPERAUTH
000604     LABEL RECORDS ARE STANDARD
000606     RECORD CONTAINS 128 CHARACTERS.
000607     COPY OPAREC.
000608
000609 FD  REFUSLOG
000610     LABEL RECORDS ARE STANDARD
000612     RECORD CONTAINS 100 CHARACTERS.
000613     COPY REFUSREC.
000614
000615 FD  ALERTS
000616     LABEL RECORDS ARE STANDARD
000618     RECORD CONTAINS 85 CHARACTERS.
000619     COPY ALRTREC.
000620
000630 FD  SITRPT
000640     LABEL RECORDS ARE STANDARD
000940
000950 77  WS-EFF-FROM                 PIC 9(08)  VALUE ZERO.
000960 77  WS-EFF-TO                   PIC 9(08)  VALUE ZERO.
000961
000962 77  WS-RUN-DATE                 PIC 9(08)  VALUE ZERO.
000963 77  WS-RUN-TIME                 PIC 9(08)  VALUE ZERO.
000964 77  WS-OPERATOR-ID              PIC X(08)  VALUE SPACES.
000965
000966 77  WS-OPERAUTH-STATUS          PIC X(02)  VALUE SPACES.
000967     88  WS-OPERAUTH-OK                     VALUE '00'.
000968     88  WS-OPERAUTH-NOTFND                 VALUE '35'.
000969
000970 77  WS-REFUSLOG-STATUS          PIC X(02)  VALUE SPACES.
000971     88  WS-REFUSLOG-OK                     VALUE '00'.
000972     88  WS-REFUSLOG-DUPKEY                 VALUE '22'.
000973     88  WS-REFUSLOG-NOTFND                 VALUE '35'.
000974
000975 77  WS-ALERTS-STATUS            PIC X(02)  VALUE SPACES.
000976     88  WS-ALERTS-OK                       VALUE '00'.
000977     88  WS-ALERTS-NOTFND                   VALUE '35'.
000979
000980 77  WS-ALERTS-OPEN-SW           PIC X(01)  VALUE 'N'.
000981     88  WS-ALERTS-OPEN                     VALUE 'Y'.
000982
000983 77  WS-IN-SCOPE-SW              PIC X(01)  VALUE 'N'.
000984     88  WS-IN-SCOPE                        VALUE 'Y'.
000985 77  WS-SCOPE-IDX                PIC S9(4) COMP VALUE ZERO.
000986 77  WS-RFL-SCOPE-KEY            PIC X(08)  VALUE SPACES.
000987 77  WS-REFUSED-COUNT            PIC 9(05)  VALUE ZERO.
000988 77  WS-ALERT-REASON             PIC X(60)  VALUE SPACES.
000989
000991 LINKAGE SECTION.
000992
000993 01  LS-PARM-AREA.
000994     05  LS-PARM-LEN             PIC S9(4) COMP.
000995     05  LS-PARM-DATA            PIC X(08).
000996
000997 PROCEDURE DIVISION USING LS-PARM-AREA.
000998
001000******************************************************************
001010* 0000-MAINLINE - PROGRAM CONTROL.
001020******************************************************************
001090         PERFORM 3000-WRITE-TOTALS  THRU 3000-EXIT
001100         PERFORM 4000-CLOSE-FILES   THRU 4000-EXIT
001110     END-IF.
001115     PERFORM 7100-CLOSE-ALERTS      THRU 7100-EXIT.
001120
001130     STOP RUN.
001140
001170*     RUNS WHEN OPERATIONS HAS SITE CHANGES TO APPLY.  SITEMST
001180*     IS A VSAM KSDS DEFINED ONCE BY THE STANDARD SITE IDCAMS
001190*     PROCEDURE, THE SAME CLUSTER HELLOWORLD'S DRIVER MODE
001196*     BROWSES.  THE PARM OPERATOR IS CHECKED AGAINST OPERAUTH
001202*     BEFORE A CARD IS READ.
001210******************************************************************
001211 1000-OPEN-FILES.
001213
001214     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001216     ACCEPT WS-RUN-TIME FROM TIME.
001217
001219     IF LS-PARM-LEN > ZERO
001220         MOVE LS-PARM-DATA(1:LS-PARM-LEN) TO WS-OPERATOR-ID
001222     END-IF.
001223     IF WS-OPERATOR-ID = SPACES
001225         MOVE 8 TO RETURN-CODE
001227         DISPLAY 'HELSITMT: PARM MUST NAME THE OPERATOR'
001228         GO TO 1000-EXIT
001229     END-IF.
001230
001240     OPEN INPUT SITTRAN.
001250     IF NOT WS-SITTRAN-OK
001400         CLOSE SITTRAN SITEMST
001410         GO TO 1000-EXIT
001420     END-IF.
001421
001422     OPEN INPUT OPERAUTH.
001423     IF NOT WS-OPERAUTH-OK
001424         MOVE 8 TO RETURN-CODE
001425         DISPLAY 'HELSITMT: OPERAUTH NOT AVAILABLE'
001426         CLOSE SITTRAN SITEMST SITRPT
001427         GO TO 1000-EXIT
001428     END-IF.
001429
001430     OPEN I-O REFUSLOG.
001431     IF NOT WS-REFUSLOG-OK
001432         MOVE 8 TO RETURN-CODE
001433         DISPLAY 'HELSITMT: REFUSLOG NOT AVAILABLE'
001435         CLOSE SITTRAN SITEMST SITRPT OPERAUTH
001436         GO TO 1000-EXIT
001437     END-IF.
001438
001439     PERFORM 1700-CHECK-SITE-MAINTAINER THRU 1700-EXIT.
001440     IF RETURN-CODE NOT < 8
001441         CLOSE SITTRAN SITEMST SITRPT OPERAUTH REFUSLOG
001442         GO TO 1000-EXIT
001443     END-IF.
001444
001445 1000-EXIT.
001446     EXIT.
001447
001448******************************************************************
001449* 1700-CHECK-SITE-MAINTAINER - THE OPERATOR MUST BE ON OPERAUTH,
001450*     ACTIVE, AND HOLD THE SITE MAINTENANCE ROLE.  A REFUSAL IS
001451*     LOGGED AND ALERTED AND STOPS THE RUN WITH NOTHING APPLIED.
001452*     THE RECORD STAYS IN THE OPERAUTH RECORD AREA FOR THE
001453*     PER-CARD SITE SCOPE CHECK (SEE 1750).
001454******************************************************************
001455 1700-CHECK-SITE-MAINTAINER.
001456
001457     MOVE WS-OPERATOR-ID TO OPA-OPERATOR-ID.
001458     READ OPERAUTH
001459         INVALID KEY
001460             MOVE 'OPERATOR NOT ON OPERAUTH' TO WS-REJECT-REASON
001461             GO TO 1700-REFUSED
001462     END-READ.
001463
001464     IF NOT OPA-ACTIVE
001465         MOVE 'OPERATOR SUSPENDED' TO WS-REJECT-REASON
001466         GO TO 1700-REFUSED
001467     END-IF.
001468
001469     IF NOT OPA-CAN-MAINTAIN-SITES
001470         MOVE 'NO SITE MAINTENANCE ROLE' TO WS-REJECT-REASON
001471         GO TO 1700-REFUSED
001472     END-IF.
001473
001474     GO TO 1700-EXIT.
001475
001476 1700-REFUSED.
001477
001478     MOVE SPACES TO WS-RFL-SCOPE-KEY.
001479     PERFORM 7200-LOG-REFUSAL THRU 7200-EXIT.
001480     MOVE 8 TO RETURN-CODE.
001481     DISPLAY 'HELSITMT: ' WS-OPERATOR-ID ' REFUSED - '
001482         WS-REJECT-REASON.
001483
001484 1700-EXIT.
001485     EXIT.
001486
001487******************************************************************
001488* 1750-CHECK-SITE-SCOPE - IS THE CARD'S SITE WITHIN THE OPERATOR'S
001489*     SITE SCOPE: EVERY SITE ('A') OR ONE OF THE SITES LISTED
001490*     ('L').  A BLANK SCOPE COVERS NOTHING.
001491******************************************************************
001492 1750-CHECK-SITE-SCOPE.
001493
001494     MOVE 'N' TO WS-IN-SCOPE-SW.
001495
001496     IF OPA-ALL-SITES
001497         MOVE 'Y' TO WS-IN-SCOPE-SW
001498         GO TO 1750-EXIT
001499     END-IF.
001500
001501     IF OPA-LISTED-SITES
001502         PERFORM 1760-SCAN-SITE-SCOPE THRU 1760-EXIT
001503             VARYING WS-SCOPE-IDX FROM 1 BY 1
001504             UNTIL WS-SCOPE-IDX > 10
001505                OR WS-IN-SCOPE
001506     END-IF.
001507
001508 1750-EXIT.
001509     EXIT.
001510
001511******************************************************************
001512* 1760-SCAN-SITE-SCOPE - ONE PROBE OF THE OPERATOR'S SITE LIST.
001513******************************************************************
001514 1760-SCAN-SITE-SCOPE.
001515
001516     IF OPA-SITE-ID(WS-SCOPE-IDX) = STT-SITE-ID
001517         MOVE 'Y' TO WS-IN-SCOPE-SW
001518     END-IF.
001519
001520 1760-EXIT.
001521     EXIT.
001522
001523******************************************************************
001524* 2000-PROCESS-TRAN - READ ONE CARD, EDIT IT, APPLY IT IF IT
001525*     PASSES, REPORT ITS DISPOSITION EITHER WAY.  A REJECT NEVER
001526*     STOPS THE RUN.
001527******************************************************************
001528 2000-PROCESS-TRAN.
001530
001540     READ SITTRAN
001550         AT END
001850*     BLANK ONE WOULD ONLY SURFACE AS A SKIPPED SITE AT NIGHT),
001860*     THE ACTIVE FLAG A OR I, AND THE EFFECTIVE DATES, WHEN
001870*     KEYED, NUMERIC AND IN ORDER (BLANK MEANS NO RESTRICTION).
001873*     A SITE OUTSIDE THE OPERATOR'S SITE SCOPE IS A REFUSAL AS
001876*     WELL AS A REJECT - LOGGED ON REFUSLOG AND ALERTED.
001880******************************************************************
001890 2100-EDIT-TRAN.
001900
001970     IF STT-SITE-ID = SPACES
001980         MOVE 'N' TO WS-TRAN-OK-SW
001990         MOVE 'SITE ID MISSING' TO WS-REJECT-REASON
001991         GO TO 2100-EXIT
001992     END-IF.
001993
001994     PERFORM 1750-CHECK-SITE-SCOPE THRU 1750-EXIT.
001995     IF NOT WS-IN-SCOPE
001996         MOVE 'N' TO WS-TRAN-OK-SW
001997         MOVE 'SITE NOT IN SCOPE' TO WS-REJECT-REASON
001998         MOVE STT-SITE-ID TO WS-RFL-SCOPE-KEY
001999         PERFORM 7200-LOG-REFUSAL THRU 7200-EXIT
002000         GO TO 2100-EXIT
002010     END-IF.
002020
003560     WRITE SIT-RPT-RECORD.
003570     DISPLAY SIT-RPT-RECORD.
003580
003581     MOVE SPACES TO SIT-RPT-RECORD.
003582     MOVE 'REFUSALS LOGGED:        ' TO SRP-TOTAL-LABEL.
003583     MOVE WS-REFUSED-COUNT TO SRP-TOTAL-COUNT.
003584     WRITE SIT-RPT-RECORD.
003585     DISPLAY SIT-RPT-RECORD.
003586
003590 3000-EXIT.
003600     EXIT.
003610
003640******************************************************************
003650 4000-CLOSE-FILES.
003660
003670     CLOSE SITTRAN SITEMST SITRPT OPERAUTH REFUSLOG.
003680
003690 4000-EXIT.
003700     EXIT.
003710
003720******************************************************************
003730* 7000-WRITE-ALERT - APPEND ONE ALERT RECORD TO THE COMMON
003740*     ALERTS INTERFACE FILE (SEE ALRTREC), OPENED EXTEND ON THE
003750*     FIRST ALERT OF THE RUN (OUTPUT IF IT DOES NOT EXIST YET)
003760*     AND CLOSED BY 7100 AT END OF RUN.  A FILE THAT WILL NOT
003770*     OPEN COSTS THE ALERT, NOT THE RUN - THE REFUSAL IS STILL
003780*     ON REFUSLOG AND THE REPORT.
003790******************************************************************
003800 7000-WRITE-ALERT.
003810
003820     IF NOT WS-ALERTS-OPEN
003830         OPEN EXTEND ALERTS
003840         IF WS-ALERTS-NOTFND
003850             OPEN OUTPUT ALERTS
003860         END-IF
003870         IF WS-ALERTS-OK
003880             MOVE 'Y' TO WS-ALERTS-OPEN-SW
003890         ELSE
003900             DISPLAY 'HELSITMT: ALERT NOT WRITTEN - FILE ERROR'
003910             IF RETURN-CODE < 4
003920                 MOVE 4 TO RETURN-CODE
003930             END-IF
003940             GO TO 7000-EXIT
003950         END-IF
003960     END-IF.
003970
003980     MOVE 'W'               TO ALR-SEVERITY.
003990     MOVE 'HELSITMT'        TO ALR-PROGRAM-ID.
004000     MOVE WS-RUN-DATE       TO ALR-RUN-DATE.
004010     MOVE SPACES            TO ALR-JOB-NAME.
004020     MOVE WS-ALERT-REASON   TO ALR-REASON.
004030     WRITE ALERT-RECORD.
004040
004050 7000-EXIT.
004060     EXIT.
004070
004080******************************************************************
004090* 7100-CLOSE-ALERTS - NORMAL END OF THE ALERT INTERFACE.  A
004100*     FILE THAT NEVER CAME OPEN IS LEFT ALONE.
004110******************************************************************
004120 7100-CLOSE-ALERTS.
004130
004140     IF WS-ALERTS-OPEN
004150         CLOSE ALERTS
004160     END-IF.
004170
004180 7100-EXIT.
004190     EXIT.
004200
004210******************************************************************
004220* 7200-LOG-REFUSAL - ONE REFUSED ATTEMPT BY THE OPERATOR: LOGGED
004230*     ON REFUSLOG UNDER THIS PROGRAM WITH THE SITE MAINTENANCE
004240*     ROLE AND THE SITE IT WAS AGAINST (SPACES FOR THE WHOLE RUN),
004250*     AND RAISED ON ALERTS AS A WARNING.  THE TIME IS RE-ACCEPTED
004260*     PER REFUSAL SO TWO IN ONE RUN GET DISTINCT KEYS.
004270******************************************************************
004280 7200-LOG-REFUSAL.
004290
004300     ADD 1 TO WS-REFUSED-COUNT.
004310     ACCEPT WS-RUN-TIME FROM TIME.
004320
004330     MOVE WS-RUN-DATE        TO RFL-DATE.
004340     MOVE WS-RUN-TIME        TO RFL-TIME.
004350     MOVE 'HELSITMT'         TO RFL-PROGRAM-ID.
004360     MOVE WS-OPERATOR-ID     TO RFL-OPERATOR-ID.
004370     MOVE 'BTCH'             TO RFL-TERMINAL-ID.
004380     MOVE 'S'                TO RFL-ROLE.
004390     MOVE WS-RFL-SCOPE-KEY   TO RFL-SCOPE-KEY.
004400     MOVE WS-REJECT-REASON   TO RFL-REASON.
004410     MOVE 'Y'                TO RFL-ALERT-SW.
004420     WRITE REFUSAL-RECORD
004430         INVALID KEY
004440             CONTINUE
004450     END-WRITE.
004460     PERFORM 7210-RETRY-REFUSAL THRU 7210-EXIT
004470         UNTIL NOT WS-REFUSLOG-DUPKEY.
004480     IF NOT WS-REFUSLOG-OK
004490         IF RETURN-CODE < 4
004500             MOVE 4 TO RETURN-CODE
004510         END-IF
004520         DISPLAY 'HELSITMT: REFUSAL NOT LOGGED FOR '
004530             WS-OPERATOR-ID
004540     END-IF.
004550
004560     MOVE SPACES TO WS-ALERT-REASON.
004570     STRING 'REFUSED '           DELIMITED BY SIZE
004580            WS-OPERATOR-ID       DELIMITED BY SIZE
004590            ' ROLE S '           DELIMITED BY SIZE
004600            WS-RFL-SCOPE-KEY     DELIMITED BY SIZE
004610            ' '                  DELIMITED BY SIZE
004620            WS-REJECT-REASON     DELIMITED BY SIZE
004630         INTO WS-ALERT-REASON
004640     END-STRING.
004650     PERFORM 7000-WRITE-ALERT THRU 7000-EXIT.
004660
004670 7200-EXIT.
004680     EXIT.
004690
004700******************************************************************
004710* 7210-RETRY-REFUSAL - THE KEY IS ALREADY ON REFUSLOG: A SECOND
004720*     REFUSAL FOR THE SAME OPERATOR IN THE SAME HUNDREDTH OF A
004730*     SECOND.  STEP THE TIME ON BY ONE AND WRITE AGAIN, SO NO
004740*     REFUSAL IS EVER DROPPED FROM THE LOG.
004750******************************************************************
004760 7210-RETRY-REFUSAL.
004770
004780     ADD 1 TO RFL-TIME.
004790     WRITE REFUSAL-RECORD
004800         INVALID KEY
004810             CONTINUE
004820     END-WRITE.
004830
004840 7210-EXIT.
004850     EXIT.
