000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    HELOPARP.
000030 AUTHOR.        J ALVAREZ.
000040 INSTALLATION.  DATA PROCESSING SERVICES.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED. 10/15/2026.
000070******************************************************************
000080* REMARKS.
000090*     OPERATOR AUTHORITY REPORT.  TWO PARTS:
000100*
000110*     1. THE REFUSAL LOG (SEE REFUSREC) - EVERY ATTEMPT THE
000120*        OPERATOR AUTHORITY FILE REFUSED IN THE PARM PERIOD,
000130*        WITH THE PROGRAM, OPERATOR, TERMINAL, THE ROLE THAT WAS
000140*        MISSING AND WHAT THE ATTEMPT WAS AGAINST.  ON THE SAME
000150*        PASS EVERY REFUSAL STILL OWED AN ALERT - THE ONES THE
000160*        HELM SCREEN LOGGED, WHICH CANNOT REACH THE BATCH
000170*        ALERTS DATASET ITSELF - IS WRITTEN TO THE COMMON
000180*        ALERTS FILE AND MARKED RAISED, WHATEVER ITS DATE.
000190*
000200*     2. THE RECERTIFICATION LISTING - EVERY OPERATOR ON
000210*        OPERAUTH (SEE OPAREC), ACTIVE OR SUSPENDED, WITH THE
000220*        ROLES HELD, THE LANGUAGES AND SITES THEY COVER, AND
000230*        WHO GRANTED AND LAST CHANGED THE RECORD AND WHEN, FOR
000240*        THE MANAGERS TO SIGN OFF EACH QUARTER.  CONTROL TOTALS
000250*        COUNT THE HOLDERS OF EACH ROLE.
000260*
000270*     RUNS NIGHTLY AHEAD OF HELALERT FOR THE DAY JUST ENDED, AND
000280*     AT QUARTER END WITH THE QUARTER'S DATES FOR THE AUDITORS.
000290*
000300*     PARM='YYYYMMDD,YYYYMMDD' - FROM DATE AND TO DATE OF THE
000310*         REFUSALS TO LIST.  NO PARM LISTS TODAY'S.
000320*
000330*     RETURN-CODE:
000340*         0 - NO REFUSALS IN THE PERIOD
000350*         4 - ONE OR MORE REFUSALS IN THE PERIOD, OR AN OWED
000360*             ALERT COULD NOT BE WRITTEN
000370*         8 - BAD PARM, OR OPERAUTH/REFUSLOG/THE REPORT UNUSABLE
000380*
000390* MODIFICATION HISTORY.
000400*     10/15/2026  JA   ORIGINAL VERSION.
000410******************************************************************
000420
000430 ENVIRONMENT DIVISION.
000440
000450 CONFIGURATION SECTION.
000460 SOURCE-COMPUTER.   IBM-370.
000470 OBJECT-COMPUTER.   IBM-370.
000480
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT OPERAUTH    ASSIGN TO OPERAUTH
000520                         ORGANIZATION IS INDEXED
000530                         ACCESS MODE IS SEQUENTIAL
000540                         RECORD KEY IS OPA-OPERATOR-ID
000550                         FILE STATUS IS WS-OPERAUTH-STATUS.
000560
000570     SELECT REFUSLOG    ASSIGN TO REFUSLOG
000580                         ORGANIZATION IS INDEXED
000590                         ACCESS MODE IS SEQUENTIAL
000600                         RECORD KEY IS RFL-KEY
000610                         FILE STATUS IS WS-REFUSLOG-STATUS.
000620
000630     SELECT ALERTS      ASSIGN TO ALERTS
000640                         ORGANIZATION IS SEQUENTIAL
000650                         FILE STATUS IS WS-ALERTS-STATUS.
000660
000670     SELECT OPARPT      ASSIGN TO OPARPT
000680                         ORGANIZATION IS SEQUENTIAL
000690                         FILE STATUS IS WS-OPARPT-STATUS.
000700
000710 DATA DIVISION.
000720
000730 FILE SECTION.
000740
000750 FD  OPERAUTH
000760     LABEL RECORDS ARE STANDARD
000770     RECORD CONTAINS 128 CHARACTERS.
000780     COPY OPAREC.
000790
000800 FD  REFUSLOG
000810     LABEL RECORDS ARE STANDARD
000820     RECORD CONTAINS 100 CHARACTERS.
000830     COPY REFUSREC.
000840
000850 FD  ALERTS
000860     LABEL RECORDS ARE STANDARD
000870     RECORD CONTAINS 85 CHARACTERS.
000880     COPY ALRTREC.
000890
000900 FD  OPARPT
000910     LABEL RECORDS ARE STANDARD
000920     RECORD CONTAINS 80 CHARACTERS.
000930     COPY OPARPT.
000940
000950 WORKING-STORAGE SECTION.
000960
000970 77  WS-OPERAUTH-STATUS          PIC X(02)  VALUE SPACES.
000980     88  WS-OPERAUTH-OK                     VALUE '00'.
000990     88  WS-OPERAUTH-NOTFND                 VALUE '35'.
001000
001010 77  WS-REFUSLOG-STATUS          PIC X(02)  VALUE SPACES.
001020     88  WS-REFUSLOG-OK                     VALUE '00'.
001030     88  WS-REFUSLOG-NOTFND                 VALUE '35'.
001040
001050 77  WS-ALERTS-STATUS            PIC X(02)  VALUE SPACES.
001060     88  WS-ALERTS-OK                       VALUE '00'.
001070     88  WS-ALERTS-NOTFND                   VALUE '35'.
001080
001090 77  WS-OPARPT-STATUS            PIC X(02)  VALUE SPACES.
001100     88  WS-OPARPT-OK                       VALUE '00'.
001110
001120 77  WS-PARM-OK-SW               PIC X(01)  VALUE 'N'.
001130     88  WS-PARM-OK                         VALUE 'Y'.
001140
001150 77  WS-REFUSLOG-EOF-SW          PIC X(01)  VALUE 'N'.
001160     88  WS-REFUSLOG-AT-END                 VALUE 'Y'.
001170
001180 77  WS-OPERAUTH-EOF-SW          PIC X(01)  VALUE 'N'.
001190     88  WS-OPERAUTH-AT-END                 VALUE 'Y'.
001200
001210 77  WS-ALERTS-OPEN-SW           PIC X(01)  VALUE 'N'.
001220     88  WS-ALERTS-OPEN                     VALUE 'Y'.
001230
001240 77  WS-RUN-DATE                 PIC 9(08)  VALUE ZERO.
001250 77  WS-FROM-DATE                PIC 9(08)  VALUE ZERO.
001260 77  WS-TO-DATE                  PIC 9(08)  VALUE ZERO.
001270 77  WS-FROM-DATE-X              PIC X(08)  VALUE SPACES.
001280 77  WS-TO-DATE-X                PIC X(08)  VALUE SPACES.
001290
001300 77  WS-LIST-IDX                 PIC S9(4) COMP VALUE ZERO.
001310
001320 77  WS-OPERATOR-COUNT           PIC 9(05)  VALUE ZERO.
001330 77  WS-ACTIVE-COUNT             PIC 9(05)  VALUE ZERO.
001340 77  WS-SUSPENDED-COUNT          PIC 9(05)  VALUE ZERO.
001350 77  WS-AUTHOR-COUNT             PIC 9(05)  VALUE ZERO.
001360 77  WS-APPROVER-COUNT           PIC 9(05)  VALUE ZERO.
001370 77  WS-BACKOUT-COUNT            PIC 9(05)  VALUE ZERO.
001380 77  WS-SITE-MAINT-COUNT         PIC 9(05)  VALUE ZERO.
001390 77  WS-AUTH-ADMIN-COUNT         PIC 9(05)  VALUE ZERO.
001400 77  WS-REFUSAL-COUNT            PIC 9(05)  VALUE ZERO.
001410 77  WS-ALERTED-COUNT            PIC 9(05)  VALUE ZERO.
001420
001430 77  WS-ALERT-REASON             PIC X(60)  VALUE SPACES.
001440
001450 LINKAGE SECTION.
001460
001470 01  LS-PARM-AREA.
001480     05  LS-PARM-LEN             PIC S9(4) COMP.
001490     05  LS-PARM-DATA            PIC X(17).
001500
001510 PROCEDURE DIVISION USING LS-PARM-AREA.
001520
001530******************************************************************
001540* 0000-MAINLINE - PROGRAM CONTROL.
001550******************************************************************
001560 0000-MAINLINE.
001570
001580     PERFORM 1000-INITIALIZE        THRU 1000-EXIT.
001590     IF WS-PARM-OK
001600         PERFORM 1500-OPEN-FILES    THRU 1500-EXIT
001610     END-IF.
001620     IF WS-PARM-OK
001630      AND RETURN-CODE < 8
001640         PERFORM 2000-LIST-REFUSALS THRU 2000-EXIT
001650         PERFORM 3000-LIST-OPERATORS THRU 3000-EXIT
001660         PERFORM 8000-WRITE-TOTALS  THRU 8000-EXIT
001670         PERFORM 9000-CLOSE-FILES   THRU 9000-EXIT
001680         PERFORM 7100-CLOSE-ALERTS  THRU 7100-EXIT
001690     END-IF.
001700
001710     STOP RUN.
001720
001730******************************************************************
001740* 1000-INITIALIZE - PICK THE REFUSAL PERIOD OFF THE PARM.  NO
001750*     PARM IS THE NIGHTLY RUN - TODAY ONLY.  A PARM MUST CARRY
001760*     BOTH DATES, NUMERIC AND IN ORDER.
001770******************************************************************
001780 1000-INITIALIZE.
001790
001800     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001810
001820     IF LS-PARM-LEN = 0
001830         MOVE WS-RUN-DATE TO WS-FROM-DATE
001840         MOVE WS-RUN-DATE TO WS-TO-DATE
001850         MOVE 'Y' TO WS-PARM-OK-SW
001860         GO TO 1000-EXIT
001870     END-IF.
001880
001890     UNSTRING LS-PARM-DATA(1:LS-PARM-LEN) DELIMITED BY ','
001900         INTO WS-FROM-DATE-X WS-TO-DATE-X
001910     END-UNSTRING.
001920
001930     IF WS-FROM-DATE-X IS NUMERIC
001940      AND WS-TO-DATE-X IS NUMERIC
001950         MOVE WS-FROM-DATE-X TO WS-FROM-DATE
001960         MOVE WS-TO-DATE-X   TO WS-TO-DATE
001970         IF WS-FROM-DATE > WS-TO-DATE
001980             MOVE 8 TO RETURN-CODE
001990             DISPLAY 'HELOPARP: PARM FROM DATE AFTER TO DATE'
002000         ELSE
002010             MOVE 'Y' TO WS-PARM-OK-SW
002020         END-IF
002030     ELSE
002040         MOVE 8 TO RETURN-CODE
002050         DISPLAY 'HELOPARP: PARM MUST BE YYYYMMDD,YYYYMMDD'
002060     END-IF.
002070
002080 1000-EXIT.
002090     EXIT.
002100
002110******************************************************************
002120* 1500-OPEN-FILES - OPERAUTH, REFUSLOG AND THE REPORT ARE ALL
002130*     REQUIRED.  REFUSLOG IS OPENED I-O TO MARK OWED ALERTS
002140*     RAISED, SO THE HELM CICS FILE MUST BE CLOSED FOR THE RUN.
002150*     THE REPORT STARTS WITH A HEADING THAT ECHOES THE PERIOD.
002160******************************************************************
002170 1500-OPEN-FILES.
002180
002190     OPEN INPUT OPERAUTH.
002200     IF NOT WS-OPERAUTH-OK
002210         MOVE 8 TO RETURN-CODE
002220         DISPLAY 'HELOPARP: OPERAUTH NOT AVAILABLE'
002230         GO TO 1500-EXIT
002240     END-IF.
002250
002260     OPEN I-O REFUSLOG.
002270     IF NOT WS-REFUSLOG-OK
002280         MOVE 8 TO RETURN-CODE
002290         DISPLAY 'HELOPARP: REFUSLOG NOT AVAILABLE'
002300         CLOSE OPERAUTH
002310         GO TO 1500-EXIT
002320     END-IF.
002330
002340     OPEN OUTPUT OPARPT.
002350     IF NOT WS-OPARPT-OK
002360         MOVE 8 TO RETURN-CODE
002370         CLOSE OPERAUTH REFUSLOG
002380         GO TO 1500-EXIT
002390     END-IF.
002400
002410     MOVE SPACES TO OPA-RPT-RECORD.
002420     MOVE 'REFUSAL PERIOD  ' TO OPR-HDG-LABEL.
002430     MOVE WS-FROM-DATE       TO OPR-HDG-FROM-DATE.
002440     MOVE ' - '              TO OPR-HDG-DASH.
002450     MOVE WS-TO-DATE         TO OPR-HDG-TO-DATE.
002460     WRITE OPA-RPT-RECORD.
002470     DISPLAY OPA-RPT-RECORD.
002480
002490 1500-EXIT.
002500     EXIT.
002510
002520******************************************************************
002530* 2000-LIST-REFUSALS - ONE PASS OF THE WHOLE REFUSAL LOG: LIST
002540*     THE PERIOD'S REFUSALS AND RAISE ANY ALERT STILL OWED.
002550******************************************************************
002560 2000-LIST-REFUSALS.
002570
002580     MOVE SPACES TO OPA-RPT-RECORD.
002590     MOVE 'REFUSALS - DATE TIME PROGRAM OPERATOR TERM ROLE ON'
002600         TO OPR-TITLE.
002610     WRITE OPA-RPT-RECORD.
002620
002630     PERFORM 2100-READ-REFUSAL THRU 2100-EXIT
002640         UNTIL WS-REFUSLOG-AT-END.
002650
002660     IF WS-REFUSAL-COUNT > 0
002670      AND RETURN-CODE < 4
002680         MOVE 4 TO RETURN-CODE
002690     END-IF.
002700
002710 2000-EXIT.
002720     EXIT.
002730
002740******************************************************************
002750* 2100-READ-REFUSAL - ONE REFUSLOG RECORD.  IN THE PERIOD IT IS
002760*     LISTED; OWED AN ALERT, IT GETS ONE (SEE 2200).
002770******************************************************************
002780 2100-READ-REFUSAL.
002790
002800     READ REFUSLOG NEXT RECORD
002810         AT END
002820             MOVE 'Y' TO WS-REFUSLOG-EOF-SW
002830             GO TO 2100-EXIT
002840     END-READ.
002850
002860     IF RFL-DATE NOT < WS-FROM-DATE
002870      AND RFL-DATE NOT > WS-TO-DATE
002880         ADD 1 TO WS-REFUSAL-COUNT
002890         MOVE SPACES TO OPA-RPT-RECORD
002900         MOVE RFL-DATE        TO OPR-RFL-DATE
002910         MOVE RFL-TIME        TO OPR-RFL-TIME
002920         MOVE RFL-PROGRAM-ID  TO OPR-RFL-PROGRAM-ID
002930         MOVE RFL-OPERATOR-ID TO OPR-RFL-OPERATOR-ID
002940         MOVE RFL-TERMINAL-ID TO OPR-RFL-TERMINAL-ID
002950         MOVE RFL-ROLE        TO OPR-RFL-ROLE
002960         MOVE RFL-SCOPE-KEY   TO OPR-RFL-SCOPE-KEY
002970         MOVE RFL-REASON      TO OPR-RFL-REASON
002980         WRITE OPA-RPT-RECORD
002990     END-IF.
003000
003010     IF RFL-ALERT-OWED
003020         PERFORM 2200-RAISE-OWED-ALERT THRU 2200-EXIT
003030     END-IF.
003040
003050 2100-EXIT.
003060     EXIT.
003070
003080******************************************************************
003090* 2200-RAISE-OWED-ALERT - THE ALERT A SCREEN REFUSAL COULD NOT
003100*     RAISE ITSELF.  IT CARRIES THE REFUSING PROGRAM AND THE
003110*     REFUSAL DATE, SO IT READS AND ROLLS UP EXACTLY AS IF THE
003120*     SCREEN HAD WRITTEN IT.  THE RECORD IS MARKED RAISED ONLY
003130*     WHEN THE ALERT WAS WRITTEN, SO A FAILED RUN TRIES AGAIN
003140*     TOMORROW.
003150******************************************************************
003160 2200-RAISE-OWED-ALERT.
003170
003180     MOVE SPACES TO WS-ALERT-REASON.
003190     STRING 'REFUSED '           DELIMITED BY SIZE
003200            RFL-OPERATOR-ID      DELIMITED BY SIZE
003210            ' ROLE '             DELIMITED BY SIZE
003220            RFL-ROLE             DELIMITED BY SIZE
003230            ' '                  DELIMITED BY SIZE
003240            RFL-SCOPE-KEY        DELIMITED BY SIZE
003250            ' '                  DELIMITED BY SIZE
003260            RFL-REASON           DELIMITED BY SIZE
003270         INTO WS-ALERT-REASON
003280     END-STRING.
003290     PERFORM 7000-WRITE-ALERT THRU 7000-EXIT.
003300     IF NOT WS-ALERTS-OPEN
003310         GO TO 2200-EXIT
003320     END-IF.
003330
003340     MOVE 'Y' TO RFL-ALERT-SW.
003350     REWRITE REFUSAL-RECORD
003360         INVALID KEY
003370             DISPLAY 'HELOPARP: REFUSAL NOT MARKED FOR '
003380                 RFL-OPERATOR-ID
003390     END-REWRITE.
003400     ADD 1 TO WS-ALERTED-COUNT.
003410
003420 2200-EXIT.
003430     EXIT.
003440
003450******************************************************************
003460* 3000-LIST-OPERATORS - THE RECERTIFICATION LISTING, ONE LINE
003470*     PER OPERATOR IN ID ORDER.  ROLES PRINT IN OPAREC ORDER -
003480*     AUTHOR, APPROVER, BACK-OUT, SITE MAINTENANCE, AUTHORITY
003490*     ADMINISTRATION.
003500******************************************************************
003510 3000-LIST-OPERATORS.
003520
003530     MOVE SPACES TO OPA-RPT-RECORD.
003540     MOVE 'OPERATORS - ID NAME STATUS ROLES SCOPE GRANTED CHANGED'
003550         TO OPR-TITLE.
003560     WRITE OPA-RPT-RECORD.
003570
003580     PERFORM 3100-READ-OPERATOR THRU 3100-EXIT
003590         UNTIL WS-OPERAUTH-AT-END.
003600
003610 3000-EXIT.
003620     EXIT.
003630
003640******************************************************************
003650* 3100-READ-OPERATOR - ONE OPERAUTH RECORD: COUNT IT, PRINT IT,
003660*     AND PRINT ITS LANGUAGE AND SITE LISTS WHERE THE SCOPE IS A
003670*     LIST.  ROLE HOLDERS ARE COUNTED AMONG ACTIVE OPERATORS
003680*     ONLY - A SUSPENDED OPERATOR HOLDS NOTHING.
003690******************************************************************
003700 3100-READ-OPERATOR.
003710
003720     READ OPERAUTH NEXT RECORD
003730         AT END
003740             MOVE 'Y' TO WS-OPERAUTH-EOF-SW
003750             GO TO 3100-EXIT
003760     END-READ.
003770
003780     ADD 1 TO WS-OPERATOR-COUNT.
003790     IF OPA-ACTIVE
003800         ADD 1 TO WS-ACTIVE-COUNT
003810         IF OPA-CAN-AUTHOR
003820             ADD 1 TO WS-AUTHOR-COUNT
003830         END-IF
003840         IF OPA-CAN-APPROVE
003850             ADD 1 TO WS-APPROVER-COUNT
003860         END-IF
003870         IF OPA-CAN-BACK-OUT
003880             ADD 1 TO WS-BACKOUT-COUNT
003890         END-IF
003900         IF OPA-CAN-MAINTAIN-SITES
003910             ADD 1 TO WS-SITE-MAINT-COUNT
003920         END-IF
003930         IF OPA-CAN-ADMINISTER
003940             ADD 1 TO WS-AUTH-ADMIN-COUNT
003950         END-IF
003960     ELSE
003970         ADD 1 TO WS-SUSPENDED-COUNT
003980     END-IF.
003990
004000     MOVE SPACES TO OPA-RPT-RECORD.
004010     MOVE OPA-OPERATOR-ID   TO OPR-OPERATOR-ID.
004020     MOVE OPA-OPERATOR-NAME TO OPR-OPERATOR-NAME.
004030     MOVE OPA-STATUS        TO OPR-STATUS.
004040     MOVE OPA-ROLES         TO OPR-ROLES.
004050     MOVE OPA-LANG-SCOPE    TO OPR-LANG-SCOPE.
004060     MOVE OPA-SITE-SCOPE    TO OPR-SITE-SCOPE.
004070     MOVE OPA-GRANTED-BY    TO OPR-GRANTED-BY.
004080     MOVE OPA-GRANTED-DATE  TO OPR-GRANTED-DATE.
004090     MOVE OPA-CHANGED-BY    TO OPR-CHANGED-BY.
004100     MOVE OPA-CHANGED-DATE  TO OPR-CHANGED-DATE.
004110     WRITE OPA-RPT-RECORD.
004120
004130     IF OPA-LISTED-LANGUAGES
004140         MOVE SPACES TO OPA-RPT-RECORD
004150         MOVE 'LANGS:  ' TO OPR-LIST-LABEL
004160         PERFORM 3200-ECHO-LANG-CODE THRU 3200-EXIT
004170             VARYING WS-LIST-IDX FROM 1 BY 1
004180             UNTIL WS-LIST-IDX > 10
004190         WRITE OPA-RPT-RECORD
004200     END-IF.
004210
004220     IF OPA-LISTED-SITES
004230         MOVE SPACES TO OPA-RPT-RECORD
004240         MOVE 'SITES:  ' TO OPR-LIST-LABEL
004250         PERFORM 3300-ECHO-SITE-ID THRU 3300-EXIT
004260             VARYING WS-LIST-IDX FROM 1 BY 1
004270             UNTIL WS-LIST-IDX > 10
004280         WRITE OPA-RPT-RECORD
004290     END-IF.
004300
004310 3100-EXIT.
004320     EXIT.
004330
004340******************************************************************
004350* 3200-ECHO-LANG-CODE - ONE LANG-CODE ONTO THE LIST LINE.
004360******************************************************************
004370 3200-ECHO-LANG-CODE.
004380
004390     MOVE OPA-LANG-CODE(WS-LIST-IDX)
004400         TO OPR-LIST-ITEM(WS-LIST-IDX).
004410
004420 3200-EXIT.
004430     EXIT.
004440
004450******************************************************************
004460* 3300-ECHO-SITE-ID - ONE SITE ID ONTO THE LIST LINE.
004470******************************************************************
004480 3300-ECHO-SITE-ID.
004490
004500     MOVE OPA-SITE-ID(WS-LIST-IDX) TO OPR-LIST-ITEM(WS-LIST-IDX).
004510
004520 3300-EXIT.
004530     EXIT.
004540
004550******************************************************************
004560* 7000-WRITE-ALERT - APPEND ONE ALERT RECORD TO THE COMMON
004570*     ALERTS INTERFACE FILE (SEE ALRTREC), OPENED EXTEND ON THE
004580*     FIRST ALERT OF THE RUN (OUTPUT IF IT DOES NOT EXIST YET)
004590*     AND CLOSED BY 7100 AT END OF RUN.  THE ALERT IS A WARNING
004600*     IN THE NAME OF THE PROGRAM THAT REFUSED THE ATTEMPT.
004610******************************************************************
004620 7000-WRITE-ALERT.
004630
004640     IF NOT WS-ALERTS-OPEN
004650         OPEN EXTEND ALERTS
004660         IF WS-ALERTS-NOTFND
004670             OPEN OUTPUT ALERTS
004680         END-IF
004690         IF WS-ALERTS-OK
004700             MOVE 'Y' TO WS-ALERTS-OPEN-SW
004710         ELSE
004720             DISPLAY 'HELOPARP: ALERT NOT WRITTEN - FILE ERROR'
004730             IF RETURN-CODE < 4
004740                 MOVE 4 TO RETURN-CODE
004750             END-IF
004760             GO TO 7000-EXIT
004770         END-IF
004780     END-IF.
004790
004800     MOVE 'W'               TO ALR-SEVERITY.
004810     MOVE RFL-PROGRAM-ID    TO ALR-PROGRAM-ID.
004820     MOVE RFL-DATE          TO ALR-RUN-DATE.
004830     MOVE SPACES            TO ALR-JOB-NAME.
004840     MOVE WS-ALERT-REASON   TO ALR-REASON.
004850     WRITE ALERT-RECORD.
004860
004870 7000-EXIT.
004880     EXIT.
004890
004900******************************************************************
004910* 7100-CLOSE-ALERTS - NORMAL END OF THE ALERT INTERFACE.  A
004920*     FILE THAT NEVER CAME OPEN IS LEFT ALONE.
004930******************************************************************
004940 7100-CLOSE-ALERTS.
004950
004960     IF WS-ALERTS-OPEN
004970         CLOSE ALERTS
004980     END-IF.
004990
005000 7100-EXIT.
005010     EXIT.
005020
005030******************************************************************
005040* 8000-WRITE-TOTALS - CONTROL TOTALS.  OPERATORS ON FILE MUST
005050*     EQUAL ACTIVE PLUS SUSPENDED.
005060******************************************************************
005070 8000-WRITE-TOTALS.
005080
005090     MOVE SPACES TO OPA-RPT-RECORD.
005100     MOVE 'OPERATORS ON FILE:      ' TO OPR-TOTAL-LABEL.
005110     MOVE WS-OPERATOR-COUNT TO OPR-TOTAL-COUNT.
005120     WRITE OPA-RPT-RECORD.
005130     DISPLAY OPA-RPT-RECORD.
005140
005150     MOVE SPACES TO OPA-RPT-RECORD.
005160     MOVE 'OPERATORS ACTIVE:       ' TO OPR-TOTAL-LABEL.
005170     MOVE WS-ACTIVE-COUNT TO OPR-TOTAL-COUNT.
005180     WRITE OPA-RPT-RECORD.
005190     DISPLAY OPA-RPT-RECORD.
005200
005210     MOVE SPACES TO OPA-RPT-RECORD.
005220     MOVE 'OPERATORS SUSPENDED:    ' TO OPR-TOTAL-LABEL.
005230     MOVE WS-SUSPENDED-COUNT TO OPR-TOTAL-COUNT.
005240     WRITE OPA-RPT-RECORD.
005250     DISPLAY OPA-RPT-RECORD.
005260
005270     MOVE SPACES TO OPA-RPT-RECORD.
005280     MOVE 'ACTIVE AUTHORS:         ' TO OPR-TOTAL-LABEL.
005290     MOVE WS-AUTHOR-COUNT TO OPR-TOTAL-COUNT.
005300     WRITE OPA-RPT-RECORD.
005310     DISPLAY OPA-RPT-RECORD.
005320
005330     MOVE SPACES TO OPA-RPT-RECORD.
005340     MOVE 'ACTIVE APPROVERS:       ' TO OPR-TOTAL-LABEL.
005350     MOVE WS-APPROVER-COUNT TO OPR-TOTAL-COUNT.
005360     WRITE OPA-RPT-RECORD.
005370     DISPLAY OPA-RPT-RECORD.
005380
005390     MOVE SPACES TO OPA-RPT-RECORD.
005400     MOVE 'ACTIVE BACK-OUT:        ' TO OPR-TOTAL-LABEL.
005410     MOVE WS-BACKOUT-COUNT TO OPR-TOTAL-COUNT.
005420     WRITE OPA-RPT-RECORD.
005430     DISPLAY OPA-RPT-RECORD.
005440
005450     MOVE SPACES TO OPA-RPT-RECORD.
005460     MOVE 'ACTIVE SITE MAINTAINERS:' TO OPR-TOTAL-LABEL.
005470     MOVE WS-SITE-MAINT-COUNT TO OPR-TOTAL-COUNT.
005480     WRITE OPA-RPT-RECORD.
005490     DISPLAY OPA-RPT-RECORD.
005500
005510     MOVE SPACES TO OPA-RPT-RECORD.
005520     MOVE 'ACTIVE ADMINISTRATORS:  ' TO OPR-TOTAL-LABEL.
005530     MOVE WS-AUTH-ADMIN-COUNT TO OPR-TOTAL-COUNT.
005540     WRITE OPA-RPT-RECORD.
005550     DISPLAY OPA-RPT-RECORD.
005560
005570     MOVE SPACES TO OPA-RPT-RECORD.
005580     MOVE 'REFUSALS IN PERIOD:     ' TO OPR-TOTAL-LABEL.
005590     MOVE WS-REFUSAL-COUNT TO OPR-TOTAL-COUNT.
005600     WRITE OPA-RPT-RECORD.
005610     DISPLAY OPA-RPT-RECORD.
005620
005630     MOVE SPACES TO OPA-RPT-RECORD.
005640     MOVE 'OWED ALERTS RAISED:     ' TO OPR-TOTAL-LABEL.
005650     MOVE WS-ALERTED-COUNT TO OPR-TOTAL-COUNT.
005660     WRITE OPA-RPT-RECORD.
005670     DISPLAY OPA-RPT-RECORD.
005680
005690 8000-EXIT.
005700     EXIT.
005710
005720******************************************************************
005730* 9000-CLOSE-FILES - NORMAL END OF RUN.
005740******************************************************************
005750 9000-CLOSE-FILES.
005760
005770     CLOSE OPERAUTH REFUSLOG OPARPT.
005780
005790 9000-EXIT.
005800     EXIT.
