000070******************************************************************
000080* REMARKS.
000090*     LANGTAB CHANGE BACK-OUT.  GIVEN THE KEY OF A LOGGED CHANGE
000097*     (PARM='CC,YYYYMMDD,HHMMSS00,OPERATOR' - LANG-CODE, DATE AND
000104*     TIME AS PRINTED BY THE HELCHGRP REPORT, THEN THE OPERATOR
000111*     RUNNING THE BACK-OUT), RESTORES THAT CHANGE'S
000120*     BEFORE-IMAGE WORDING TO THE ROW THE CHANGE HIT, SO A BAD
000130*     GREETING IS BACKED OUT FROM THE LOGGED HISTORY INSTEAD OF
000140*     BEING RE-KEYED FROM SOMEBODY'S MEMORY OF IT.  THE BACK-OUT
000150*     IS ITSELF A CHANGE AND LOGS ITS OWN CHGLOG RECORD (UNDER
000152*     THE PARM OPERATOR), SO THE HISTORY STAYS COMPLETE.  THE
000154*     OPERATOR MUST HOLD THE BACK-OUT ROLE ON THE OPERAUTH
000156*     OPERATOR AUTHORITY KSDS (SEE OPAREC) WITH THE CHANGE'S
000158*     LANG-CODE IN SCOPE, OR NOTHING IS RESTORED; A REFUSAL IS
000160*     LOGGED ON REFUSLOG (SEE REFUSREC) AND RAISED ON THE COMMON
000162*     ALERTS FILE.
000170*
000180*     RUN IT WHILE THE HELM CICS FILES ARE CLOSED, THE SAME AS
000190*     HELLOAD.
000220*         0 - WORDING RESTORED AND LOGGED
000230*         4 - RESTORED, BUT THE BACK-OUT COULD NOT BE LOGGED
000240*         8 - CHANGE RECORD OR TARGET ROW NOT FOUND, BAD PARM,
000246*             OPERATOR REFUSED, OR HARD I/O ERROR - NOTHING
000252*             RESTORED
000260*
000270* MODIFICATION HISTORY.
000280*     08/23/2026  JA   ORIGINAL VERSION.
000295*                      LIVE, SO IT STAYS A DIRECT EMERGENCY
000296*                      ACTION; ITS OWN LOG RECORD CARRIES
000297*                      HELCHGBK AS BOTH OPERATOR AND APPROVER.
000298*     10/15/2026  JA   OPERATOR AUTHORITY: THE PARM GAINS A
000299*                      FOURTH PIECE, THE OPERATOR, WHO MUST HOLD
000300*                      THE BACK-OUT ROLE ON OPERAUTH WITH THE
000302*                      CHANGE'S LANG-CODE IN SCOPE.  REFUSALS ARE
000303*                      LOGGED ON REFUSLOG AND WRITTEN TO ALERTS.
000304*                      THE BACK-OUT'S LOG RECORD NOW CARRIES THE
000306*                      OPERATOR; THE APPROVER STAYS HELCHGBK.
000307******************************************************************
000308
000310 ENVIRONMENT DIVISION.
000320
000330 CONFIGURATION SECTION.
000470                         ACCESS MODE IS RANDOM
000480                         RECORD KEY IS LANG-KEY
000490                         FILE STATUS IS WS-LANGTAB-STATUS.
000491
000492     SELECT OPERAUTH    ASSIGN TO OPERAUTH
000493                         ORGANIZATION IS INDEXED
000494                         ACCESS MODE IS RANDOM
000495                         RECORD KEY IS OPA-OPERATOR-ID
000496                         FILE STATUS IS WS-OPERAUTH-STATUS.
000497
000499     SELECT REFUSLOG    ASSIGN TO REFUSLOG
000500                         ORGANIZATION IS INDEXED
000501                         ACCESS MODE IS RANDOM
000502                         RECORD KEY IS RFL-KEY
000503                         FILE STATUS IS WS-REFUSLOG-STATUS.
000504
000505     SELECT ALERTS      ASSIGN TO ALERTS
000506                         ORGANIZATION IS SEQUENTIAL
000508                         FILE STATUS IS WS-ALERTS-STATUS.
000509
000510 DATA DIVISION.
000520
000530 FILE SECTION.
000610     LABEL RECORDS ARE STANDARD
000620     RECORD CONTAINS 198 CHARACTERS.
000630     COPY LANGREC.
000631
000632 FD  OPERAUTH
000633     LABEL RECORDS ARE STANDARD
000634     RECORD CONTAINS 128 CHARACTERS.
000636     COPY OPAREC.
000637
000638 FD  REFUSLOG
000639     LABEL RECORDS ARE STANDARD
000640     RECORD CONTAINS 100 CHARACTERS.
000642     COPY REFUSREC.
000643
000644 FD  ALERTS
000645     LABEL RECORDS ARE STANDARD
000646     RECORD CONTAINS 85 CHARACTERS.
000648     COPY ALRTREC.
000649
000650 WORKING-STORAGE SECTION.
000660
000670 77  WS-CHGLOG-STATUS            PIC X(02)  VALUE SPACES.
000710 77  WS-LANGTAB-STATUS           PIC X(02)  VALUE SPACES.
000720     88  WS-LANGTAB-OK                      VALUE '00'.
000730     88  WS-LANGTAB-NOTFND                  VALUE '35'.
000731
000732 77  WS-OPERAUTH-STATUS          PIC X(02)  VALUE SPACES.
000733     88  WS-OPERAUTH-OK                     VALUE '00'.
000734     88  WS-OPERAUTH-NOTFND                 VALUE '35'.
000735
000736 77  WS-REFUSLOG-STATUS          PIC X(02)  VALUE SPACES.
000737     88  WS-REFUSLOG-OK                     VALUE '00'.
000739     88  WS-REFUSLOG-DUPKEY                 VALUE '22'.
000740     88  WS-REFUSLOG-NOTFND                 VALUE '35'.
000741
000742 77  WS-ALERTS-STATUS            PIC X(02)  VALUE SPACES.
000743     88  WS-ALERTS-OK                       VALUE '00'.
000744     88  WS-ALERTS-NOTFND                   VALUE '35'.
000745
000746 77  WS-ALERTS-OPEN-SW           PIC X(01)  VALUE 'N'.
000748     88  WS-ALERTS-OPEN                     VALUE 'Y'.
000749
000750 77  WS-PARM-LANG-CODE           PIC X(02)  VALUE SPACES.
000760 77  WS-PARM-DATE-X              PIC X(08)  VALUE SPACES.
000770 77  WS-PARM-TIME-X              PIC X(08)  VALUE SPACES.
000775 77  WS-OPERATOR-ID              PIC X(08)  VALUE SPACES.
000780 77  WS-PARM-OK-SW               PIC X(01)  VALUE 'N'.
000790     88  WS-PARM-OK                         VALUE 'Y'.
000800
000860 77  WS-CURRENT-TEXT             PIC X(180) VALUE SPACES.
000870 77  WS-TARGET-LANG-CODE         PIC X(02)  VALUE SPACES.
000880
000881 77  WS-AUTHORIZED-SW            PIC X(01)  VALUE 'N'.
000882     88  WS-AUTHORIZED                      VALUE 'Y'.
000883 77  WS-IN-SCOPE-SW              PIC X(01)  VALUE 'N'.
000884     88  WS-IN-SCOPE                        VALUE 'Y'.
000885 77  WS-SCOPE-IDX                PIC S9(4) COMP VALUE ZERO.
000886 77  WS-REJECT-REASON            PIC X(26)  VALUE SPACES.
000887 77  WS-ALERT-REASON             PIC X(60)  VALUE SPACES.
000888
000890 LINKAGE SECTION.
000900
000910 01  LS-PARM-AREA.
000920     05  LS-PARM-LEN             PIC S9(4) COMP.
000930     05  LS-PARM-DATA            PIC X(29).
000940
000950 PROCEDURE DIVISION USING LS-PARM-AREA.
000960
001010
001020     PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
001030     IF WS-PARM-OK
001032         PERFORM 1500-CHECK-AUTHORITY THRU 1500-EXIT
001034     END-IF.
001036     IF WS-PARM-OK
001038      AND WS-AUTHORIZED
001040         PERFORM 2000-RESTORE-WORDING THRU 2000-EXIT
001050     END-IF.
001055     PERFORM 7100-CLOSE-ALERTS     THRU 7100-EXIT.
001060
001070     STOP RUN.
001080
001090******************************************************************
001100* 1000-INITIALIZE - PICK THE CHANGE KEY AND THE OPERATOR OFF THE
001110*     PARM.  ALL FOUR PIECES ARE REQUIRED AND THE DATE AND TIME
001120*     MUST BE NUMERIC; A BAD PARM RESTORES NOTHING.
001130******************************************************************
001140 1000-INITIALIZE.
001150
001190     IF LS-PARM-LEN > 0
001200         UNSTRING LS-PARM-DATA(1:LS-PARM-LEN) DELIMITED BY ','
001210             INTO WS-PARM-LANG-CODE WS-PARM-DATE-X
001220                  WS-PARM-TIME-X WS-OPERATOR-ID
001230         END-UNSTRING
001240     END-IF.
001250
001260     IF WS-PARM-LANG-CODE NOT = SPACES
001270      AND WS-PARM-DATE-X IS NUMERIC
001280      AND WS-PARM-TIME-X IS NUMERIC
001285      AND WS-OPERATOR-ID NOT = SPACES
001290         MOVE 'Y' TO WS-PARM-OK-SW
001300     ELSE
001301         MOVE 8 TO RETURN-CODE
001302         DISPLAY 'HELCHGBK: PARM MUST BE CC,YYYYMMDD,HHMMSS00,'
001303             'OPERATOR'
001304     END-IF.
001305
001306 1000-EXIT.
001307     EXIT.
001308
001309******************************************************************
001310* 1500-CHECK-AUTHORITY - THE OPERATOR MUST BE ON OPERAUTH, ACTIVE,
001311*     HOLD THE BACK-OUT ROLE, AND COVER THE CHANGE'S LANG-CODE:
001312*     EVERY CODE ('A') OR ONE OF THE CODES LISTED ('L').  OPERAUTH
001313*     AND REFUSLOG ARE REQUIRED - WITHOUT THEM NOBODY'S AUTHORITY
001314*     CAN BE PROVED.  A REFUSAL IS LOGGED AND ALERTED AND NOTHING
001315*     IS RESTORED.  BOTH FILES ARE CLOSED AGAIN BEFORE THE
001316*     RESTORE.
001317******************************************************************
001318 1500-CHECK-AUTHORITY.
001319
001320     OPEN INPUT OPERAUTH.
001321     IF NOT WS-OPERAUTH-OK
001322         MOVE 8 TO RETURN-CODE
001323         DISPLAY 'HELCHGBK: OPERAUTH UNUSABLE'
001324         GO TO 1500-EXIT
001325     END-IF.
001326
001327     OPEN I-O REFUSLOG.
001328     IF NOT WS-REFUSLOG-OK
001329         MOVE 8 TO RETURN-CODE
001330         DISPLAY 'HELCHGBK: REFUSLOG UNUSABLE'
001331         CLOSE OPERAUTH
001332         GO TO 1500-EXIT
001333     END-IF.
001334
001335     MOVE WS-OPERATOR-ID TO OPA-OPERATOR-ID.
001336     READ OPERAUTH
001337         INVALID KEY
001338             MOVE 'OPERATOR NOT ON OPERAUTH' TO WS-REJECT-REASON
001339             GO TO 1500-REFUSED
001340     END-READ.
001341
001342     IF NOT OPA-ACTIVE
001343         MOVE 'OPERATOR SUSPENDED' TO WS-REJECT-REASON
001344         GO TO 1500-REFUSED
001345     END-IF.
001346
001347     IF NOT OPA-CAN-BACK-OUT
001348         MOVE 'NO BACK-OUT ROLE' TO WS-REJECT-REASON
001349         GO TO 1500-REFUSED
001350     END-IF.
001351
001352     MOVE 'N' TO WS-IN-SCOPE-SW.
001353     IF OPA-ALL-LANGUAGES
001354         MOVE 'Y' TO WS-IN-SCOPE-SW
001355     END-IF.
001356     IF OPA-LISTED-LANGUAGES
001357         PERFORM 1600-SCAN-LANG-SCOPE THRU 1600-EXIT
001358             VARYING WS-SCOPE-IDX FROM 1 BY 1
001359             UNTIL WS-SCOPE-IDX > 10
001360                OR WS-IN-SCOPE
001361     END-IF.
001362     IF NOT WS-IN-SCOPE
001363         MOVE 'LANGUAGE NOT IN SCOPE' TO WS-REJECT-REASON
001364         GO TO 1500-REFUSED
001365     END-IF.
001366
001367     MOVE 'Y' TO WS-AUTHORIZED-SW.
001368     GO TO 1500-CLOSE.
001369
001370 1500-REFUSED.
001371
001372     PERFORM 7200-LOG-REFUSAL THRU 7200-EXIT.
001373     MOVE 8 TO RETURN-CODE.
001374     DISPLAY 'HELCHGBK: ' WS-OPERATOR-ID ' REFUSED - '
001375         WS-REJECT-REASON.
001376
001377 1500-CLOSE.
001378
001379     CLOSE OPERAUTH REFUSLOG.
001380
001381 1500-EXIT.
001382     EXIT.
001383
001384******************************************************************
001385* 1600-SCAN-LANG-SCOPE - ONE PROBE OF THE OPERATOR'S LANGUAGE
001386*     LIST.
001387******************************************************************
001388 1600-SCAN-LANG-SCOPE.
001389
001390     IF OPA-LANG-CODE(WS-SCOPE-IDX) = WS-PARM-LANG-CODE
001391         MOVE 'Y' TO WS-IN-SCOPE-SW
001392     END-IF.
001393
001394 1600-EXIT.
001395     EXIT.
001396
001397******************************************************************
001398* 2000-RESTORE-WORDING - READ THE LOGGED CHANGE, PUT ITS
001400*     BEFORE-IMAGE BACK ON THE ROW THE CHANGE HIT, AND LOG THE
001410*     BACK-OUT AS A CHANGE OF ITS OWN.  EVERY STEP IS ECHOED TO
001420*     SYSOUT SO THE JOB LOG READS AS THE RECORD OF WHAT WAS
002060
002070******************************************************************
002080* 2100-LOG-BACKOUT - THE BACK-OUT GOES INTO CHGLOG LIKE ANY
002090*     OTHER CHANGE: KEYED BY NOW, THE PARM OPERATOR, BEFORE
002100*     IMAGE THE WORDING JUST REPLACED, AFTER IMAGE THE WORDING
002110*     JUST RESTORED.  A FAILED LOG WRITE LEAVES THE RESTORE
002120*     STANDING BUT FLAGS THE RUN DEGRADED.
002170     MOVE WS-RUN-TIME         TO CHG-TIME.
002180     MOVE WS-TARGET-LANG-CODE TO CHG-LANG-CODE.
002190     MOVE 'BTCH'              TO CHG-TERMINAL-ID.
002200     MOVE WS-OPERATOR-ID      TO CHG-OPERATOR-ID.
002202     MOVE 'HELCHGBK'          TO CHG-APPROVER-ID.
002210     MOVE WS-RESTORE-EFF-FROM TO CHG-EFF-FROM.
002220     MOVE WS-CURRENT-TEXT     TO CHG-BEFORE-TEXT.
002310
002320 2100-EXIT.
002330     EXIT.
002340
002350******************************************************************
002360* 7000-WRITE-ALERT - APPEND ONE ALERT RECORD TO THE COMMON
002370*     ALERTS INTERFACE FILE (SEE ALRTREC), OPENED EXTEND ON THE
002380*     FIRST ALERT OF THE RUN (OUTPUT IF IT DOES NOT EXIST YET)
002390*     AND CLOSED BY 7100 AT END OF RUN.  A FILE THAT WILL NOT
002400*     OPEN COSTS THE ALERT, NOT THE RUN - THE REFUSAL IS STILL
002410*     ON REFUSLOG AND THE JOB LOG.
002420******************************************************************
002430 7000-WRITE-ALERT.
002440
002450     IF NOT WS-ALERTS-OPEN
002460         OPEN EXTEND ALERTS
002470         IF WS-ALERTS-NOTFND
002480             OPEN OUTPUT ALERTS
002490         END-IF
002500         IF WS-ALERTS-OK
002510             MOVE 'Y' TO WS-ALERTS-OPEN-SW
002520         ELSE
002530             DISPLAY 'HELCHGBK: ALERT NOT WRITTEN - FILE ERROR'
002540             IF RETURN-CODE < 4
002550                 MOVE 4 TO RETURN-CODE
002560             END-IF
002570             GO TO 7000-EXIT
002580         END-IF
002590     END-IF.
002600
002610     MOVE 'W'               TO ALR-SEVERITY.
002620     MOVE 'HELCHGBK'        TO ALR-PROGRAM-ID.
002630     MOVE WS-RUN-DATE       TO ALR-RUN-DATE.
002640     MOVE SPACES            TO ALR-JOB-NAME.
002650     MOVE WS-ALERT-REASON   TO ALR-REASON.
002660     WRITE ALERT-RECORD.
002670
002680 7000-EXIT.
002690     EXIT.
002700
002710******************************************************************
002720* 7100-CLOSE-ALERTS - NORMAL END OF THE ALERT INTERFACE.  A
002730*     FILE THAT NEVER CAME OPEN IS LEFT ALONE.
002740******************************************************************
002750 7100-CLOSE-ALERTS.
002760
002770     IF WS-ALERTS-OPEN
002780         CLOSE ALERTS
002790     END-IF.
002800
002810 7100-EXIT.
002820     EXIT.
002830
002840******************************************************************
002850* 7200-LOG-REFUSAL - THE REFUSED BACK-OUT: LOGGED ON REFUSLOG
002860*     UNDER THIS PROGRAM WITH THE BACK-OUT ROLE AND THE CHANGE'S
002870*     LANG-CODE, AND RAISED ON ALERTS AS A WARNING.
002880******************************************************************
002890 7200-LOG-REFUSAL.
002900
002910     ACCEPT WS-RUN-TIME FROM TIME.
002920
002930     MOVE WS-RUN-DATE        TO RFL-DATE.
002940     MOVE WS-RUN-TIME        TO RFL-TIME.
002950     MOVE 'HELCHGBK'         TO RFL-PROGRAM-ID.
002960     MOVE WS-OPERATOR-ID     TO RFL-OPERATOR-ID.
002970     MOVE 'BTCH'             TO RFL-TERMINAL-ID.
002980     MOVE 'B'                TO RFL-ROLE.
002990     MOVE WS-PARM-LANG-CODE  TO RFL-SCOPE-KEY.
003000     MOVE WS-REJECT-REASON   TO RFL-REASON.
003010     MOVE 'Y'                TO RFL-ALERT-SW.
003020     WRITE REFUSAL-RECORD
003030         INVALID KEY
003040             CONTINUE
003050     END-WRITE.
003060     PERFORM 7210-RETRY-REFUSAL THRU 7210-EXIT
003070         UNTIL NOT WS-REFUSLOG-DUPKEY.
003080     IF NOT WS-REFUSLOG-OK
003090         IF RETURN-CODE < 4
003100             MOVE 4 TO RETURN-CODE
003110         END-IF
003120         DISPLAY 'HELCHGBK: REFUSAL NOT LOGGED FOR '
003130             WS-OPERATOR-ID
003140     END-IF.
003150
003160     MOVE SPACES TO WS-ALERT-REASON.
003170     STRING 'REFUSED '           DELIMITED BY SIZE
003180            WS-OPERATOR-ID       DELIMITED BY SIZE
003190            ' ROLE B '           DELIMITED BY SIZE
003200            WS-PARM-LANG-CODE    DELIMITED BY SIZE
003210            ' '                  DELIMITED BY SIZE
003220            WS-REJECT-REASON     DELIMITED BY SIZE
003230         INTO WS-ALERT-REASON
003240     END-STRING.
003250     PERFORM 7000-WRITE-ALERT THRU 7000-EXIT.
003260
003270 7200-EXIT.
003280     EXIT.
003290
003300******************************************************************
003310* 7210-RETRY-REFUSAL - THE KEY IS ALREADY ON REFUSLOG: A SECOND
003320*     REFUSAL FOR THE SAME OPERATOR IN THE SAME HUNDREDTH OF A
003330*     SECOND.  STEP THE TIME ON BY ONE AND WRITE AGAIN, SO NO
003340*     REFUSAL IS EVER DROPPED FROM THE LOG.
003350******************************************************************
003360 7210-RETRY-REFUSAL.
003370
003380     ADD 1 TO RFL-TIME.
003390     WRITE REFUSAL-RECORD
003400         INVALID KEY
003410             CONTINUE
003420     END-WRITE.
003430
003440 7210-EXIT.
003450     EXIT.
