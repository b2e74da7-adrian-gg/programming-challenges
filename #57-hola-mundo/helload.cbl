000194*         IT IS STAMPED ON EVERY QUEUED CHANGE AS THE AUTHOR, THE
000196*         IDENTITY HELAPPRV HOLDS THE APPROVER AGAINST.
000198*
000199*     THE AUTHOR MUST HOLD THE AUTHOR ROLE ON THE OPERAUTH
000200*     OPERATOR AUTHORITY KSDS (SEE OPAREC), OR NOTHING IS QUEUED;
000201*     A TRANSACTION FOR A LANGUAGE OUTSIDE THE AUTHOR'S SCOPE IS
000202*     REJECTED.  EVERY REFUSAL IS LOGGED ON REFUSLOG (SEE
000203*     REFUSREC) AND RAISED ON THE COMMON ALERTS FILE.
000204*
000210*     RETURN-CODE:
000220*         0 - EVERY TRANSACTION QUEUED FOR APPROVAL
000230*         4 - ONE OR MORE TRANSACTIONS REJECTED (SEE REPORT)
000237*         8 - MISSING PARM, AUTHOR REFUSED, OR PENDCHG/LOADTRAN/
000244*             OPERAUTH/REFUSLOG UNUSABLE - NOTHING QUEUED
000251*             BEYOND THE POINT OF FAILURE
000260*
000270* MODIFICATION HISTORY.
000280*     08/23/2026  JA   ORIGINAL VERSION.
000385*                      AT APPROVAL - WHILE A KEYED DATE MOVES
000386*                      THE ROW'S WINDOW END, KEEPING THE
000387*                      IN-PLACE SHORTEN/EXTEND A REPLACE HAD.
000388*     10/15/2026  JA   OPERATOR AUTHORITY: THE PARM AUTHOR MUST
000389*                      HOLD THE AUTHOR ROLE ON OPERAUTH AND EACH
000391*                      TRANSACTION'S LANG-CODE MUST BE IN THE
000392*                      AUTHOR'S LANGUAGE SCOPE.  REFUSALS ARE
000394*                      LOGGED ON REFUSLOG AND WRITTEN TO ALERTS.
000395******************************************************************
000397
000398 ENVIRONMENT DIVISION.
000400
000410 CONFIGURATION SECTION.
000420 SOURCE-COMPUTER.   IBM-370.
000556                         RECORD KEY IS CHD-LANG-CODE
000557                         FILE STATUS IS WS-CHARDEF-STATUS.
000558
000559     SELECT OPERAUTH    ASSIGN TO OPERAUTH
000560                         ORGANIZATION IS INDEXED
000561                         ACCESS MODE IS RANDOM
000562                         RECORD KEY IS OPA-OPERATOR-ID
000563                         FILE STATUS IS WS-OPERAUTH-STATUS.
000564
000566     SELECT REFUSLOG    ASSIGN TO REFUSLOG
000567                         ORGANIZATION IS INDEXED
000568                         ACCESS MODE IS RANDOM
000569                         RECORD KEY IS RFL-KEY
000570                         FILE STATUS IS WS-REFUSLOG-STATUS.
000571
000573     SELECT ALERTS      ASSIGN TO ALERTS
000574                         ORGANIZATION IS SEQUENTIAL
000575                         FILE STATUS IS WS-ALERTS-STATUS.
000576
000577     SELECT LOADRPT     ASSIGN TO LOADRPT
000578                         ORGANIZATION IS SEQUENTIAL
000580                         FILE STATUS IS WS-LOADRPT-STATUS.
000590
000600 DATA DIVISION.
000736     RECORD CONTAINS 42 CHARACTERS.
000738     COPY CHARREC.
000739
000740 FD  OPERAUTH
000741     LABEL RECORDS ARE STANDARD
000742     RECORD CONTAINS 128 CHARACTERS.
000743     COPY OPAREC.
000744
000746 FD  REFUSLOG
000747     LABEL RECORDS ARE STANDARD
000748     RECORD CONTAINS 100 CHARACTERS.
000749     COPY REFUSREC.
000750
000751 FD  ALERTS
000753     LABEL RECORDS ARE STANDARD
000754     RECORD CONTAINS 85 CHARACTERS.
000755     COPY ALRTREC.
000756
000757 FD  LOADRPT
000758     LABEL RECORDS ARE STANDARD
000760     RECORD CONTAINS 80 CHARACTERS.
000770     COPY LOADRPT.
000780
001314 77  WS-ENTRY-TIME               PIC 9(08)  VALUE ZERO.
001316 77  WS-AUTHOR-ID                PIC X(08)  VALUE SPACES.
001320
001321 77  WS-OPERAUTH-STATUS          PIC X(02)  VALUE SPACES.
001322     88  WS-OPERAUTH-OK                     VALUE '00'.
001323     88  WS-OPERAUTH-NOTFND                 VALUE '35'.
001324
001325 77  WS-REFUSLOG-STATUS          PIC X(02)  VALUE SPACES.
001327     88  WS-REFUSLOG-OK                     VALUE '00'.
001328     88  WS-REFUSLOG-DUPKEY                 VALUE '22'.
001329     88  WS-REFUSLOG-NOTFND                 VALUE '35'.
001330
001331 77  WS-ALERTS-STATUS            PIC X(02)  VALUE SPACES.
001333     88  WS-ALERTS-OK                       VALUE '00'.
001334     88  WS-ALERTS-NOTFND                   VALUE '35'.
001335
001336 77  WS-ALERTS-OPEN-SW           PIC X(01)  VALUE 'N'.
001338     88  WS-ALERTS-OPEN                     VALUE 'Y'.
001339
001340 77  WS-IN-SCOPE-SW              PIC X(01)  VALUE 'N'.
001341     88  WS-IN-SCOPE                        VALUE 'Y'.
001342 77  WS-SCOPE-IDX                PIC S9(4) COMP VALUE ZERO.
001344 77  WS-RFL-SCOPE-KEY            PIC X(08)  VALUE SPACES.
001345 77  WS-REFUSED-COUNT            PIC 9(05)  VALUE ZERO.
001346 77  WS-ALERT-REASON             PIC X(60)  VALUE SPACES.
001347
001349 LINKAGE SECTION.
001350
001351 01  LS-PARM-AREA.
001352     05  LS-PARM-LEN             PIC S9(4) COMP.
001353     05  LS-PARM-DATA            PIC X(08).
001355
001356 PROCEDURE DIVISION USING LS-PARM-AREA.
001357
001358******************************************************************
001360* 0000-MAINLINE - PROGRAM CONTROL.
001370******************************************************************
001380 0000-MAINLINE.
001440         PERFORM 3000-WRITE-TOTALS  THRU 3000-EXIT
001450         PERFORM 4000-CLOSE-FILES   THRU 4000-EXIT
001460     END-IF.
001465     PERFORM 7100-CLOSE-ALERTS      THRU 7100-EXIT.
001470
001480     STOP RUN.
001490
001566*     STAMPED ON EVERY QUEUED CHANGE - FOR THE SAME REASON
001567*     HELAPPRV DEMANDS THE APPROVER'S: THE FOUR-EYES RULE IS
001568*     ONLY AS GOOD AS KNOWING WHO BOTH PAIRS BELONG TO.
001569*     OPERAUTH AND REFUSLOG ARE REQUIRED - WITHOUT THEM NOBODY'S
001571*     AUTHORITY CAN BE PROVED, SO NOTHING IS QUEUED - AND THE
001574*     AUTHOR MUST HOLD THE AUTHOR ROLE (SEE 1700).
001577******************************************************************
001580 1000-OPEN-FILES.
001590
001592     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001740     IF NOT WS-LOADRPT-OK
001750         MOVE 8 TO RETURN-CODE
001760         CLOSE LOADTRAN PENDCHG
001761         GO TO 1000-EXIT
001762     END-IF.
001763
001764     OPEN INPUT OPERAUTH.
001766     IF NOT WS-OPERAUTH-OK
001767         MOVE 8 TO RETURN-CODE
001768         DISPLAY 'HELLOAD: OPERAUTH NOT AVAILABLE'
001769         CLOSE LOADTRAN PENDCHG LOADRPT
001770         GO TO 1000-EXIT
001772     END-IF.
001773
001774     OPEN I-O REFUSLOG.
001775     IF NOT WS-REFUSLOG-OK
001776         MOVE 8 TO RETURN-CODE
001778         DISPLAY 'HELLOAD: REFUSLOG NOT AVAILABLE'
001779         CLOSE LOADTRAN PENDCHG LOADRPT OPERAUTH
001780         GO TO 1000-EXIT
001781     END-IF.
001782
001784     PERFORM 1700-CHECK-AUTHOR THRU 1700-EXIT.
001785     IF RETURN-CODE NOT < 8
001786         CLOSE LOADTRAN PENDCHG LOADRPT OPERAUTH REFUSLOG
001787         GO TO 1000-EXIT
001788     END-IF.
001790
001791     OPEN INPUT CHARDEF.
001792     IF WS-CHARDEF-OK
001794     END-IF.
001796
001800 1000-EXIT.
001801     EXIT.
001802
001803******************************************************************
001804* 1700-CHECK-AUTHOR - THE AUTHOR MUST BE ON OPERAUTH, ACTIVE,
001805*     AND HOLD THE AUTHOR ROLE.  A REFUSAL IS LOGGED AND ALERTED
001806*     AND STOPS THE RUN WITH NOTHING QUEUED.  THE RECORD STAYS IN
001807*     THE OPERAUTH RECORD AREA FOR THE PER-TRANSACTION LANGUAGE
001808*     SCOPE CHECK (SEE 1750).
001809******************************************************************
001810 1700-CHECK-AUTHOR.
001811
001812     MOVE WS-AUTHOR-ID TO OPA-OPERATOR-ID.
001813     READ OPERAUTH
001814         INVALID KEY
001816             MOVE 'OPERATOR NOT ON OPERAUTH' TO WS-REJECT-REASON
001817             GO TO 1700-REFUSED
001818     END-READ.
001819
001820     IF NOT OPA-ACTIVE
001821         MOVE 'OPERATOR SUSPENDED' TO WS-REJECT-REASON
001822         GO TO 1700-REFUSED
001823     END-IF.
001824
001825     IF NOT OPA-CAN-AUTHOR
001826         MOVE 'NO AUTHOR ROLE' TO WS-REJECT-REASON
001827         GO TO 1700-REFUSED
001828     END-IF.
001829
001831     GO TO 1700-EXIT.
001832
001833 1700-REFUSED.
001834
001835     MOVE SPACES TO WS-RFL-SCOPE-KEY.
001836     PERFORM 7200-LOG-REFUSAL THRU 7200-EXIT.
001837     MOVE 8 TO RETURN-CODE.
001838     DISPLAY 'HELLOAD: ' WS-AUTHOR-ID ' REFUSED - '
001839         WS-REJECT-REASON.
001840
001841 1700-EXIT.
001842     EXIT.
001843
001844******************************************************************
001846* 1750-CHECK-LANG-SCOPE - IS THE TRANSACTION'S LANG-CODE WITHIN
001847*     THE AUTHOR'S LANGUAGE SCOPE: EVERY CODE ('A') OR ONE OF THE
001848*     CODES LISTED ('L').  A BLANK SCOPE COVERS NOTHING.
001849******************************************************************
001850 1750-CHECK-LANG-SCOPE.
001851
001852     MOVE 'N' TO WS-IN-SCOPE-SW.
001853
001854     IF OPA-ALL-LANGUAGES
001855         MOVE 'Y' TO WS-IN-SCOPE-SW
001856         GO TO 1750-EXIT
001857     END-IF.
001858
001859     IF OPA-LISTED-LANGUAGES
001861         PERFORM 1760-SCAN-LANG-SCOPE THRU 1760-EXIT
001862             VARYING WS-SCOPE-IDX FROM 1 BY 1
001863             UNTIL WS-SCOPE-IDX > 10
001864                OR WS-IN-SCOPE
001865     END-IF.
001866
001867 1750-EXIT.
001868     EXIT.
001869
001870******************************************************************
001871* 1760-SCAN-LANG-SCOPE - ONE PROBE OF THE AUTHOR'S LANGUAGE LIST.
001872******************************************************************
001873 1760-SCAN-LANG-SCOPE.
001874
001876     IF OPA-LANG-CODE(WS-SCOPE-IDX) = WS-HDR-LANG-CODE
001877         MOVE 'Y' TO WS-IN-SCOPE-SW
001878     END-IF.
001879
001880 1760-EXIT.
001881     EXIT.
001882
001883******************************************************************
001884* 1900-GET-CARD - SUPPLY THE NEXT CARD.  THE TEXT-CARD GATHER
001885*     (2050) READS ONE CARD TOO FAR TO FIND THE END OF ITS
001886*     TRANSACTION; THAT CARD IS STILL SITTING IN THE RECORD
001887*     AREA, FLAGGED HELD, AND IS CONSUMED HERE INSTEAD OF A
001888*     FRESH READ.
001890******************************************************************
001900 1900-GET-CARD.
001910
003440     END-IF.
003450
003460     IF WS-TRAN-REJECTED
003461         GO TO 2100-EXIT
003462     END-IF.
003463
003464     PERFORM 1750-CHECK-LANG-SCOPE THRU 1750-EXIT.
003465     IF NOT WS-IN-SCOPE
003466         MOVE 'N' TO WS-TRAN-OK-SW
003467         MOVE 'LANGUAGE NOT IN SCOPE' TO WS-REJECT-REASON
003468         MOVE WS-HDR-LANG-CODE TO WS-RFL-SCOPE-KEY
003469         PERFORM 7200-LOG-REFUSAL THRU 7200-EXIT
003470         GO TO 2100-EXIT
003480     END-IF.
003490
006490     WRITE LOAD-RPT-RECORD.
006500     DISPLAY LOAD-RPT-RECORD.
006510
006511     MOVE SPACES TO LOAD-RPT-RECORD.
006512     MOVE 'REFUSALS LOGGED:        ' TO LDR-TOTAL-LABEL.
006513     MOVE WS-REFUSED-COUNT TO LDR-TOTAL-COUNT.
006514     WRITE LOAD-RPT-RECORD.
006515     DISPLAY LOAD-RPT-RECORD.
006516
006520 3000-EXIT.
006530     EXIT.
006540
006570******************************************************************
006580 4000-CLOSE-FILES.
006590
006600     CLOSE LOADTRAN PENDCHG LOADRPT OPERAUTH REFUSLOG.
006610     IF WS-CHARDEF-OPEN
006620         CLOSE CHARDEF
006630     END-IF.
006640
006650 4000-EXIT.
006660     EXIT.
006670
006680******************************************************************
006690* 7000-WRITE-ALERT - APPEND ONE ALERT RECORD TO THE COMMON
006700*     ALERTS INTERFACE FILE (SEE ALRTREC), OPENED EXTEND ON THE
006710*     FIRST ALERT OF THE RUN (OUTPUT IF IT DOES NOT EXIST YET)
006720*     AND CLOSED BY 7100 AT END OF RUN.  A FILE THAT WILL NOT
006730*     OPEN COSTS THE ALERT, NOT THE RUN - THE REFUSAL IS STILL
006740*     ON REFUSLOG AND THE REPORT.
006750******************************************************************
006760 7000-WRITE-ALERT.
006770
006780     IF NOT WS-ALERTS-OPEN
006790         OPEN EXTEND ALERTS
006800         IF WS-ALERTS-NOTFND
006810             OPEN OUTPUT ALERTS
006820         END-IF
006830         IF WS-ALERTS-OK
006840             MOVE 'Y' TO WS-ALERTS-OPEN-SW
006850         ELSE
006860             DISPLAY 'HELLOAD: ALERT NOT WRITTEN - FILE ERROR'
006870             IF RETURN-CODE < 4
006880                 MOVE 4 TO RETURN-CODE
006890             END-IF
006900             GO TO 7000-EXIT
006910         END-IF
006920     END-IF.
006930
006940     MOVE 'W'               TO ALR-SEVERITY.
006950     MOVE 'HELLOAD '        TO ALR-PROGRAM-ID.
006960     MOVE WS-RUN-DATE       TO ALR-RUN-DATE.
006970     MOVE SPACES            TO ALR-JOB-NAME.
006980     MOVE WS-ALERT-REASON   TO ALR-REASON.
006990     WRITE ALERT-RECORD.
007000
007010 7000-EXIT.
007020     EXIT.
007030
007040******************************************************************
007050* 7100-CLOSE-ALERTS - NORMAL END OF THE ALERT INTERFACE.  A
007060*     FILE THAT NEVER CAME OPEN IS LEFT ALONE.
007070******************************************************************
007080 7100-CLOSE-ALERTS.
007090
007100     IF WS-ALERTS-OPEN
007110         CLOSE ALERTS
007120     END-IF.
007130
007140 7100-EXIT.
007150     EXIT.
007160
007170******************************************************************
007180* 7200-LOG-REFUSAL - ONE REFUSED ATTEMPT BY THE AUTHOR: LOGGED ON
007190*     REFUSLOG UNDER THIS PROGRAM WITH THE AUTHOR ROLE AND THE
007200*     LANG-CODE IT WAS AGAINST (SPACES FOR THE WHOLE RUN), AND
007210*     RAISED ON ALERTS AS A WARNING.  THE TIME IS RE-ACCEPTED PER
007220*     REFUSAL SO TWO IN ONE RUN GET DISTINCT KEYS.
007230******************************************************************
007240 7200-LOG-REFUSAL.
007250
007260     ADD 1 TO WS-REFUSED-COUNT.
007270     ACCEPT WS-ENTRY-TIME FROM TIME.
007280
007290     MOVE WS-RUN-DATE        TO RFL-DATE.
007300     MOVE WS-ENTRY-TIME      TO RFL-TIME.
007310     MOVE 'HELLOAD '         TO RFL-PROGRAM-ID.
007320     MOVE WS-AUTHOR-ID       TO RFL-OPERATOR-ID.
007330     MOVE 'BTCH'             TO RFL-TERMINAL-ID.
007340     MOVE 'A'                TO RFL-ROLE.
007350     MOVE WS-RFL-SCOPE-KEY   TO RFL-SCOPE-KEY.
007360     MOVE WS-REJECT-REASON   TO RFL-REASON.
007370     MOVE 'Y'                TO RFL-ALERT-SW.
007380     WRITE REFUSAL-RECORD
007390         INVALID KEY
007400             CONTINUE
007410     END-WRITE.
007420     PERFORM 7210-RETRY-REFUSAL THRU 7210-EXIT
007430         UNTIL NOT WS-REFUSLOG-DUPKEY.
007440     IF NOT WS-REFUSLOG-OK
007450         IF RETURN-CODE < 4
007460             MOVE 4 TO RETURN-CODE
007470         END-IF
007480         DISPLAY 'HELLOAD: REFUSAL NOT LOGGED FOR '
007490             WS-AUTHOR-ID
007500     END-IF.
007510
007520     MOVE SPACES TO WS-ALERT-REASON.
007530     STRING 'REFUSED '           DELIMITED BY SIZE
007540            WS-AUTHOR-ID         DELIMITED BY SIZE
007550            ' ROLE A '           DELIMITED BY SIZE
007560            WS-RFL-SCOPE-KEY     DELIMITED BY SIZE
007570            ' '                  DELIMITED BY SIZE
007580            WS-REJECT-REASON     DELIMITED BY SIZE
007590         INTO WS-ALERT-REASON
007600     END-STRING.
007610     PERFORM 7000-WRITE-ALERT THRU 7000-EXIT.
007620
007630 7200-EXIT.
007640     EXIT.
007650
007660******************************************************************
007670* 7210-RETRY-REFUSAL - THE KEY IS ALREADY ON REFUSLOG: A SECOND
007680*     REFUSAL FOR THE SAME OPERATOR IN THE SAME HUNDREDTH OF A
007690*     SECOND.  STEP THE TIME ON BY ONE AND WRITE AGAIN, SO NO
007700*     REFUSAL IS EVER DROPPED FROM THE LOG.
007710******************************************************************
007720 7210-RETRY-REFUSAL.
007730
007740     ADD 1 TO RFL-TIME.
007750     WRITE REFUSAL-RECORD
007760         INVALID KEY
007770             CONTINUE
007780     END-WRITE.
007790
007800 7210-EXIT.
007810     EXIT.
