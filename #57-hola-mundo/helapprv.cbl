000200*     SAME RULE AS HELLOAD.
000210*
000220*     PARM='APPROVER' - THE APPROVING OPERATOR'S ID (REQUIRED).
000221*         THE APPROVER MUST HOLD THE APPROVER ROLE ON THE
000222*         OPERAUTH OPERATOR AUTHORITY KSDS (SEE OPAREC), OR
000223*         NOTHING IS DECIDED; A CARD FOR A LANGUAGE OUTSIDE THE
000224*         APPROVER'S SCOPE IS NOT DONE.  EVERY REFUSAL IS LOGGED
000225*         ON REFUSLOG (SEE REFUSREC) AND RAISED ON THE COMMON
000226*         ALERTS FILE.
000230*
000240*     RETURN-CODE:
000250*         0 - EVERY CARD HONORED AND LOGGED
000260*         4 - ONE OR MORE CARDS NOT HONORED (SEE REPORT), OR AN
000270*             APPLIED CHANGE COULD NOT BE LOGGED TO CHGLOG
000280*         8 - MISSING PARM, APPROVER REFUSED, OR PENDCHG/LANGTAB/
000290*             CHGLOG/APPVTRAN/OPERAUTH/REFUSLOG UNUSABLE
000300*
000310* MODIFICATION HISTORY.
000320*     09/02/2026  JA   ORIGINAL VERSION.
000324*                      QUEUED WINDOW END: PND-EFF-TO NONZERO
000326*                      MOVES THE ROW'S EFF-TO, ZERO LEAVES IT
000328*                      AS IT STANDS (SEE PENDREC).
000329*     10/15/2026  JA   OPERATOR AUTHORITY: THE PARM APPROVER MUST
000330*                      HOLD THE APPROVER ROLE ON OPERAUTH AND EACH
000332*                      CARD'S LANG-CODE MUST BE IN THE APPROVER'S
000334*                      LANGUAGE SCOPE.  REFUSALS ARE LOGGED ON
000336*                      REFUSLOG AND WRITTEN TO ALERTS.
000338******************************************************************
000340
000350 ENVIRONMENT DIVISION.
000360
000610                         ACCESS MODE IS RANDOM
000620                         RECORD KEY IS CHG-KEY
000630                         FILE STATUS IS WS-CHGLOG-STATUS.
000631
000632     SELECT OPERAUTH    ASSIGN TO OPERAUTH
000633                         ORGANIZATION IS INDEXED
000634                         ACCESS MODE IS RANDOM
000635                         RECORD KEY IS OPA-OPERATOR-ID
000636                         FILE STATUS IS WS-OPERAUTH-STATUS.
000637
000639     SELECT REFUSLOG    ASSIGN TO REFUSLOG
000640                         ORGANIZATION IS INDEXED
000641                         ACCESS MODE IS RANDOM
000642                         RECORD KEY IS RFL-KEY
000643                         FILE STATUS IS WS-REFUSLOG-STATUS.
000644
000645     SELECT ALERTS      ASSIGN TO ALERTS
000646                         ORGANIZATION IS SEQUENTIAL
000648                         FILE STATUS IS WS-ALERTS-STATUS.
000649
000650     SELECT APPVRPT     ASSIGN TO APPVRPT
000660                         ORGANIZATION IS SEQUENTIAL
000670                         FILE STATUS IS WS-APPVRPT-STATUS.
000880 FD  CHGLOG
000890     LABEL RECORDS ARE STANDARD
000900     RECORD CONTAINS 406 CHARACTERS.
000901     COPY CHGREC.
000902
000903 FD  OPERAUTH
000904     LABEL RECORDS ARE STANDARD
000906     RECORD CONTAINS 128 CHARACTERS.
000907     COPY OPAREC.
000908
000909 FD  REFUSLOG
000910     LABEL RECORDS ARE STANDARD
000912     RECORD CONTAINS 100 CHARACTERS.
000913     COPY REFUSREC.
000914
000915 FD  ALERTS
000916     LABEL RECORDS ARE STANDARD
000918     RECORD CONTAINS 85 CHARACTERS.
000919     COPY ALRTREC.
000920
000930 FD  APPVRPT
000940     LABEL RECORDS ARE STANDARD
001410 77  WS-AFTER-TEXT               PIC X(180) VALUE SPACES.
001420 77  WS-LOGGED-SW                PIC X(01)  VALUE 'Y'.
001430     88  WS-CHANGE-LOGGED                   VALUE 'Y'.
001431
001432 77  WS-OPERAUTH-STATUS          PIC X(02)  VALUE SPACES.
001434     88  WS-OPERAUTH-OK                     VALUE '00'.
001435     88  WS-OPERAUTH-NOTFND                 VALUE '35'.
001437
001438 77  WS-REFUSLOG-STATUS          PIC X(02)  VALUE SPACES.
001440     88  WS-REFUSLOG-OK                     VALUE '00'.
001441     88  WS-REFUSLOG-DUPKEY                 VALUE '22'.
001443     88  WS-REFUSLOG-NOTFND                 VALUE '35'.
001444
001445 77  WS-ALERTS-STATUS            PIC X(02)  VALUE SPACES.
001446     88  WS-ALERTS-OK                       VALUE '00'.
001447     88  WS-ALERTS-NOTFND                   VALUE '35'.
001448
001449 77  WS-ALERTS-OPEN-SW           PIC X(01)  VALUE 'N'.
001450     88  WS-ALERTS-OPEN                     VALUE 'Y'.
001451
001452 77  WS-IN-SCOPE-SW              PIC X(01)  VALUE 'N'.
001453     88  WS-IN-SCOPE                        VALUE 'Y'.
001454 77  WS-SCOPE-IDX                PIC S9(4) COMP VALUE ZERO.
001455 77  WS-RFL-SCOPE-KEY            PIC X(08)  VALUE SPACES.
001456 77  WS-REFUSED-COUNT            PIC 9(05)  VALUE ZERO.
001457 77  WS-ALERT-REASON             PIC X(60)  VALUE SPACES.
001458
001459 LINKAGE SECTION.
001460
001470 01  LS-PARM-AREA.
001480     05  LS-PARM-LEN             PIC S9(4) COMP.
001660         PERFORM 3000-WRITE-TOTALS  THRU 3000-EXIT
001670         PERFORM 4000-CLOSE-FILES   THRU 4000-EXIT
001680     END-IF.
001685     PERFORM 7100-CLOSE-ALERTS      THRU 7100-EXIT.
001690
001700     STOP RUN.
001710
001990*     PENDING QUEUE, THE TABLE THE APPROVALS LAND ON, THE
002000*     HISTORY LOG THAT EVIDENCES THEM, AND THE REPORT.  ALL FOUR
002010*     KSDS CLUSTERS ARE DEFINED ONCE BY THE STANDARD SITE IDCAMS
002015*     PROCEDURE.  OPERAUTH AND REFUSLOG ARE REQUIRED TOO -
002020*     WITHOUT THEM NOBODY'S AUTHORITY CAN BE PROVED - AND THE
002025*     APPROVER MUST HOLD THE APPROVER ROLE (SEE 1700).
002030******************************************************************
002040 1500-OPEN-FILES.
002050
002360         CLOSE APPVTRAN PENDCHG LANGTAB CHGLOG
002370         GO TO 1500-EXIT
002380     END-IF.
002381
002382     OPEN INPUT OPERAUTH.
002383     IF NOT WS-OPERAUTH-OK
002384         MOVE 8 TO RETURN-CODE
002385         DISPLAY 'HELAPPRV: OPERAUTH NOT AVAILABLE'
002386         CLOSE APPVTRAN PENDCHG LANGTAB CHGLOG APPVRPT
002387         GO TO 1500-EXIT
002388     END-IF.
002389
002390     OPEN I-O REFUSLOG.
002391     IF NOT WS-REFUSLOG-OK
002392         MOVE 8 TO RETURN-CODE
002393         DISPLAY 'HELAPPRV: REFUSLOG NOT AVAILABLE'
002395         CLOSE APPVTRAN PENDCHG LANGTAB CHGLOG APPVRPT OPERAUTH
002396         GO TO 1500-EXIT
002397     END-IF.
002398
002399     PERFORM 1700-CHECK-APPROVER THRU 1700-EXIT.
002400     IF RETURN-CODE NOT < 8
002401         CLOSE APPVTRAN PENDCHG LANGTAB CHGLOG APPVRPT OPERAUTH
002402               REFUSLOG
002403     END-IF.
002404
002405 1500-EXIT.
002406     EXIT.
002407
002408******************************************************************
002409* 1700-CHECK-APPROVER - THE APPROVER MUST BE ON OPERAUTH, ACTIVE,
002410*     AND HOLD THE APPROVER ROLE.  A REFUSAL IS LOGGED AND ALERTED
002411*     AND STOPS THE RUN WITH NOTHING DECIDED.  THE RECORD STAYS IN
002412*     THE OPERAUTH RECORD AREA FOR THE PER-CARD LANGUAGE SCOPE
002413*     CHECK (SEE 1750).
002414******************************************************************
002415 1700-CHECK-APPROVER.
002416
002417     MOVE WS-APPROVER-ID TO OPA-OPERATOR-ID.
002418     READ OPERAUTH
002419         INVALID KEY
002420             MOVE 'OPERATOR NOT ON OPERAUTH' TO WS-REJECT-REASON
002421             GO TO 1700-REFUSED
002422     END-READ.
002423
002424     IF NOT OPA-ACTIVE
002425         MOVE 'OPERATOR SUSPENDED' TO WS-REJECT-REASON
002426         GO TO 1700-REFUSED
002427     END-IF.
002428
002429     IF NOT OPA-CAN-APPROVE
002430         MOVE 'NO APPROVER ROLE' TO WS-REJECT-REASON
002431         GO TO 1700-REFUSED
002432     END-IF.
002433
002434     GO TO 1700-EXIT.
002435
002436 1700-REFUSED.
002437
002438     MOVE SPACES TO WS-RFL-SCOPE-KEY.
002439     PERFORM 7200-LOG-REFUSAL THRU 7200-EXIT.
002440     MOVE 8 TO RETURN-CODE.
002441     DISPLAY 'HELAPPRV: ' WS-APPROVER-ID ' REFUSED - '
002442         WS-REJECT-REASON.
002443
002444 1700-EXIT.
002445     EXIT.
002446
002447******************************************************************
002448* 1750-CHECK-LANG-SCOPE - IS THE PENDING CHANGE'S LANG-CODE WITHIN
002449*     THE APPROVER'S LANGUAGE SCOPE: EVERY CODE ('A') OR ONE OF
002450*     THE CODES LISTED ('L').  A BLANK SCOPE COVERS NOTHING.
002451******************************************************************
002452 1750-CHECK-LANG-SCOPE.
002453
002454     MOVE 'N' TO WS-IN-SCOPE-SW.
002455
002456     IF OPA-ALL-LANGUAGES
002457         MOVE 'Y' TO WS-IN-SCOPE-SW
002458         GO TO 1750-EXIT
002459     END-IF.
002460
002461     IF OPA-LISTED-LANGUAGES
002462         PERFORM 1760-SCAN-LANG-SCOPE THRU 1760-EXIT
002463             VARYING WS-SCOPE-IDX FROM 1 BY 1
002464             UNTIL WS-SCOPE-IDX > 10
002465                OR WS-IN-SCOPE
002466     END-IF.
002467
002468 1750-EXIT.
002469     EXIT.
002470
002471******************************************************************
002472* 1760-SCAN-LANG-SCOPE - ONE PROBE OF THE APPROVER'S LANGUAGE
002473*     LIST.
002474******************************************************************
002475 1760-SCAN-LANG-SCOPE.
002476
002477     IF OPA-LANG-CODE(WS-SCOPE-IDX) = PND-LANG-CODE
002478         MOVE 'Y' TO WS-IN-SCOPE-SW
002479     END-IF.
002480
002481 1760-EXIT.
002482     EXIT.
002483
002484******************************************************************
002485* 2000-PROCESS-TRAN - ONE APPROVAL CARD: EDIT IT, CARRY OUT THE
002486*     APPROVE OR REJECT IF IT PASSES, REPORT ITS DISPOSITION
002487*     EITHER WAY.  A CARD THAT CANNOT BE HONORED NEVER STOPS THE
002488*     RUN - THE REST OF THE BATCH STILL PROCESSES.
002489******************************************************************
002490 2000-PROCESS-TRAN.
002500
002510     READ APPVTRAN
002850*     THE KEY FIELDS MUST BE KEYED AND NUMERIC; THE NAMED
002860*     PENDING RECORD MUST EXIST AND STILL BE AWAITING A
002870*     DECISION; AND THE APPROVER MUST NOT BE THE AUTHOR - THE
002875*     FOUR-EYES RULE THIS PROGRAM EXISTS TO ENFORCE.  A CHANGE
002880*     FOR A LANGUAGE OUTSIDE THE APPROVER'S SCOPE IS REFUSED,
002885*     LOGGED AND ALERTED.  THE
002890*     PENDING RECORD IS LEFT IN THE RECORD AREA FOR THE APPROVE
002900*     AND REJECT PARAGRAPHS.
002910******************************************************************
003200     IF NOT PND-AWAITING
003210         MOVE 'N' TO WS-TRAN-OK-SW
003220         MOVE 'ALREADY REJECTED' TO WS-REJECT-REASON
003221         GO TO 2100-EXIT
003222     END-IF.
003223
003224     PERFORM 1750-CHECK-LANG-SCOPE THRU 1750-EXIT.
003225     IF NOT WS-IN-SCOPE
003226         MOVE 'N' TO WS-TRAN-OK-SW
003227         MOVE 'LANGUAGE NOT IN SCOPE' TO WS-REJECT-REASON
003228         MOVE PND-LANG-CODE TO WS-RFL-SCOPE-KEY
003229         PERFORM 7200-LOG-REFUSAL THRU 7200-EXIT
003230         GO TO 2100-EXIT
003240     END-IF.
003250
005400     WRITE APPV-RPT-RECORD.
005410     DISPLAY APPV-RPT-RECORD.
005420
005421     MOVE SPACES TO APPV-RPT-RECORD.
005422     MOVE 'REFUSALS LOGGED:        ' TO APR-TOTAL-LABEL.
005423     MOVE WS-REFUSED-COUNT TO APR-TOTAL-COUNT.
005424     WRITE APPV-RPT-RECORD.
005425     DISPLAY APPV-RPT-RECORD.
005426
005430 3000-EXIT.
005440     EXIT.
005450
005480******************************************************************
005490 4000-CLOSE-FILES.
005500
005506     CLOSE APPVTRAN PENDCHG LANGTAB CHGLOG APPVRPT OPERAUTH
005512           REFUSLOG.
005520
005530 4000-EXIT.
005540     EXIT.
005550
005560******************************************************************
005570* 7000-WRITE-ALERT - APPEND ONE ALERT RECORD TO THE COMMON
005580*     ALERTS INTERFACE FILE (SEE ALRTREC), OPENED EXTEND ON THE
005590*     FIRST ALERT OF THE RUN (OUTPUT IF IT DOES NOT EXIST YET)
005600*     AND CLOSED BY 7100 AT END OF RUN.  A FILE THAT WILL NOT
005610*     OPEN COSTS THE ALERT, NOT THE RUN - THE REFUSAL IS STILL
005620*     ON REFUSLOG AND THE REPORT.
005630******************************************************************
005640 7000-WRITE-ALERT.
005650
005660     IF NOT WS-ALERTS-OPEN
005670         OPEN EXTEND ALERTS
005680         IF WS-ALERTS-NOTFND
005690             OPEN OUTPUT ALERTS
005700         END-IF
005710         IF WS-ALERTS-OK
005720             MOVE 'Y' TO WS-ALERTS-OPEN-SW
005730         ELSE
005740             DISPLAY 'HELAPPRV: ALERT NOT WRITTEN - FILE ERROR'
005750             IF RETURN-CODE < 4
005760                 MOVE 4 TO RETURN-CODE
005770             END-IF
005780             GO TO 7000-EXIT
005790         END-IF
005800     END-IF.
005810
005820     MOVE 'W'               TO ALR-SEVERITY.
005830     MOVE 'HELAPPRV'        TO ALR-PROGRAM-ID.
005840     MOVE WS-RUN-DATE       TO ALR-RUN-DATE.
005850     MOVE SPACES            TO ALR-JOB-NAME.
005860     MOVE WS-ALERT-REASON   TO ALR-REASON.
005870     WRITE ALERT-RECORD.
005880
005890 7000-EXIT.
005900     EXIT.
005910
005920******************************************************************
005930* 7100-CLOSE-ALERTS - NORMAL END OF THE ALERT INTERFACE.  A
005940*     FILE THAT NEVER CAME OPEN IS LEFT ALONE.
005950******************************************************************
005960 7100-CLOSE-ALERTS.
005970
005980     IF WS-ALERTS-OPEN
005990         CLOSE ALERTS
006000     END-IF.
006010
006020 7100-EXIT.
006030     EXIT.
006040
006050******************************************************************
006060* 7200-LOG-REFUSAL - ONE REFUSED ATTEMPT BY THE APPROVER: LOGGED
006070*     ON REFUSLOG UNDER THIS PROGRAM WITH THE APPROVER ROLE AND
006080*     THE LANG-CODE IT WAS AGAINST (SPACES FOR THE WHOLE RUN), AND
006090*     RAISED ON ALERTS AS A WARNING.  THE TIME IS RE-ACCEPTED PER
006100*     REFUSAL SO TWO IN ONE RUN GET DISTINCT KEYS.
006110******************************************************************
006120 7200-LOG-REFUSAL.
006130
006140     ADD 1 TO WS-REFUSED-COUNT.
006150     ACCEPT WS-RUN-TIME FROM TIME.
006160
006170     MOVE WS-RUN-DATE        TO RFL-DATE.
006180     MOVE WS-RUN-TIME        TO RFL-TIME.
006190     MOVE 'HELAPPRV'         TO RFL-PROGRAM-ID.
006200     MOVE WS-APPROVER-ID     TO RFL-OPERATOR-ID.
006210     MOVE 'BTCH'             TO RFL-TERMINAL-ID.
006220     MOVE 'P'                TO RFL-ROLE.
006230     MOVE WS-RFL-SCOPE-KEY   TO RFL-SCOPE-KEY.
006240     MOVE WS-REJECT-REASON   TO RFL-REASON.
006250     MOVE 'Y'                TO RFL-ALERT-SW.
006260     WRITE REFUSAL-RECORD
006270         INVALID KEY
006280             CONTINUE
006290     END-WRITE.
006300     PERFORM 7210-RETRY-REFUSAL THRU 7210-EXIT
006310         UNTIL NOT WS-REFUSLOG-DUPKEY.
006320     IF NOT WS-REFUSLOG-OK
006330         IF RETURN-CODE < 4
006340             MOVE 4 TO RETURN-CODE
006350         END-IF
006360         DISPLAY 'HELAPPRV: REFUSAL NOT LOGGED FOR '
006370             WS-APPROVER-ID
006380     END-IF.
006390
006400     MOVE SPACES TO WS-ALERT-REASON.
006410     STRING 'REFUSED '           DELIMITED BY SIZE
006420            WS-APPROVER-ID       DELIMITED BY SIZE
006430            ' ROLE P '           DELIMITED BY SIZE
006440            WS-RFL-SCOPE-KEY     DELIMITED BY SIZE
006450            ' '                  DELIMITED BY SIZE
006460            WS-REJECT-REASON     DELIMITED BY SIZE
006470         INTO WS-ALERT-REASON
006480     END-STRING.
006490     PERFORM 7000-WRITE-ALERT THRU 7000-EXIT.
006500
006510 7200-EXIT.
006520     EXIT.
006530
006540******************************************************************
006550* 7210-RETRY-REFUSAL - THE KEY IS ALREADY ON REFUSLOG: A SECOND
006560*     REFUSAL FOR THE SAME OPERATOR IN THE SAME HUNDREDTH OF A
006570*     SECOND.  STEP THE TIME ON BY ONE AND WRITE AGAIN, SO NO
006580*     REFUSAL IS EVER DROPPED FROM THE LOG.
006590******************************************************************
006600 7210-RETRY-REFUSAL.
006610
006620     ADD 1 TO RFL-TIME.
006630     WRITE REFUSAL-RECORD
006640         INVALID KEY
006650             CONTINUE
006660     END-WRITE.
006670
006680 7210-EXIT.
006690     EXIT.
