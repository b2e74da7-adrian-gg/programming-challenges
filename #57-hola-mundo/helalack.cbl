000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    HELALACK.
000030 AUTHOR.        J ALVAREZ.
000040 INSTALLATION.  DATA PROCESSING SERVICES.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED. 10/15/2026.
000070******************************************************************
000080* REMARKS.
000090*     ALERT ACKNOWLEDGEMENT.  THE ON-CALL OPERATOR CLOSES OPEN
000100*     ALERTS ON THE ALRTHIST ALERT HISTORY (SEE ALHREC) BY
000110*     NUMBER - AS PRINTED ON THE HELALERT SUMMARY OR THE
000120*     HELALAGE AGING REPORT - WITH A NOTE SAYING WHAT WAS DONE.
000130*     READS ONE CARD PER ALERT (COPYBOOK ALKTRN), STAMPS THE
000140*     OPERATOR, DATE, TIME AND NOTE ON EACH OPEN ALERT NAMED
000150*     AND PRINTS AN EDIT/APPLY REPORT WITH A DISPOSITION PER
000160*     CARD - THE SAME SHAPE AS HELSITMT.  AN ACKNOWLEDGED ALERT
000170*     IS NO LONGER ROLLED UP, AGED OR ESCALATED; IF THE SAME
000180*     CONDITION COMES BACK, HELALERT OPENS A NEW ONE.
000190*
000200*     PARM='OPERATOR' - THE ON-CALL OPERATOR'S ID (REQUIRED).
000210*     THE OPERATOR MUST BE ON THE OPERAUTH OPERATOR AUTHORITY
000220*     KSDS (SEE OPAREC) AND ACTIVE - NO PARTICULAR ROLE IS
000230*     NEEDED, BUT THE NAME ON AN ACKNOWLEDGEMENT MUST BE A REAL,
000240*     CURRENT OPERATOR.  A REFUSAL IS LOGGED ON REFUSLOG (SEE
000250*     REFUSREC) AND RAISED ON THE COMMON ALERTS FILE.
000260*
000270*     RETURN-CODE:
000280*         0 - EVERY CARD APPLIED
000290*         4 - ONE OR MORE CARDS REJECTED (SEE REPORT)
000300*         8 - MISSING PARM, OPERATOR REFUSED, OR ALKTRAN/
000310*             ALRTHIST/OPERAUTH/REFUSLOG UNUSABLE
000320*
000330* MODIFICATION HISTORY.
000340*     10/15/2026  JA   ORIGINAL VERSION.
000350******************************************************************
000360
000370 ENVIRONMENT DIVISION.
000380
000390 CONFIGURATION SECTION.
000400 SOURCE-COMPUTER.   IBM-370.
000410 OBJECT-COMPUTER.   IBM-370.
000420
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT ALKTRAN     ASSIGN TO ALKTRAN
000460                         ORGANIZATION IS SEQUENTIAL
000470                         FILE STATUS IS WS-ALKTRAN-STATUS.
000480
000490     SELECT ALRTHIST    ASSIGN TO ALRTHIST
000500                         ORGANIZATION IS INDEXED
000510                         ACCESS MODE IS RANDOM
000520                         RECORD KEY IS ALH-ALERT-NO
000530                         FILE STATUS IS WS-ALRTHIST-STATUS.
000540
000550     SELECT OPERAUTH    ASSIGN TO OPERAUTH
000560                         ORGANIZATION IS INDEXED
000570                         ACCESS MODE IS RANDOM
000580                         RECORD KEY IS OPA-OPERATOR-ID
000590                         FILE STATUS IS WS-OPERAUTH-STATUS.
000600
000610     SELECT REFUSLOG    ASSIGN TO REFUSLOG
000620                         ORGANIZATION IS INDEXED
000630                         ACCESS MODE IS RANDOM
000640                         RECORD KEY IS RFL-KEY
000650                         FILE STATUS IS WS-REFUSLOG-STATUS.
000660
000670     SELECT ALERTS      ASSIGN TO ALERTS
000680                         ORGANIZATION IS SEQUENTIAL
000690                         FILE STATUS IS WS-ALERTS-STATUS.
000700
000710     SELECT ALKRPT      ASSIGN TO ALKRPT
000720                         ORGANIZATION IS SEQUENTIAL
000730                         FILE STATUS IS WS-ALKRPT-STATUS.
000740
000750 DATA DIVISION.
000760
000770 FILE SECTION.
000780
000790 FD  ALKTRAN
000800     LABEL RECORDS ARE STANDARD
000810     RECORD CONTAINS 80 CHARACTERS.
000820     COPY ALKTRN.
000830
000840 FD  ALRTHIST
000850     LABEL RECORDS ARE STANDARD
000860     RECORD CONTAINS 220 CHARACTERS.
000870     COPY ALHREC.
000880
000890 FD  OPERAUTH
000900     LABEL RECORDS ARE STANDARD
000910     RECORD CONTAINS 128 CHARACTERS.
000920     COPY OPAREC.
000930
000940 FD  REFUSLOG
000950     LABEL RECORDS ARE STANDARD
000960     RECORD CONTAINS 100 CHARACTERS.
000970     COPY REFUSREC.
000980
000990 FD  ALERTS
001000     LABEL RECORDS ARE STANDARD
001010     RECORD CONTAINS 85 CHARACTERS.
001020     COPY ALRTREC.
001030
001040 FD  ALKRPT
001050     LABEL RECORDS ARE STANDARD
001060     RECORD CONTAINS 80 CHARACTERS.
001070     COPY ALKRPT.
001080
001090 WORKING-STORAGE SECTION.
001100
001110 77  WS-ALKTRAN-STATUS           PIC X(02)  VALUE SPACES.
001120     88  WS-ALKTRAN-OK                      VALUE '00'.
001130
001140 77  WS-ALRTHIST-STATUS          PIC X(02)  VALUE SPACES.
001150     88  WS-ALRTHIST-OK                     VALUE '00'.
001160
001170 77  WS-OPERAUTH-STATUS          PIC X(02)  VALUE SPACES.
001180     88  WS-OPERAUTH-OK                     VALUE '00'.
001190     88  WS-OPERAUTH-NOTFND                 VALUE '35'.
001200
001210 77  WS-REFUSLOG-STATUS          PIC X(02)  VALUE SPACES.
001216     88  WS-REFUSLOG-OK                     VALUE '00'.
001223     88  WS-REFUSLOG-DUPKEY                 VALUE '22'.
001230     88  WS-REFUSLOG-NOTFND                 VALUE '35'.
001240
001250 77  WS-ALERTS-STATUS            PIC X(02)  VALUE SPACES.
001260     88  WS-ALERTS-OK                       VALUE '00'.
001270     88  WS-ALERTS-NOTFND                   VALUE '35'.
001280
001290 77  WS-ALERTS-OPEN-SW           PIC X(01)  VALUE 'N'.
001300     88  WS-ALERTS-OPEN                     VALUE 'Y'.
001310
001320 77  WS-ALKRPT-STATUS            PIC X(02)  VALUE SPACES.
001330     88  WS-ALKRPT-OK                       VALUE '00'.
001340
001350 77  WS-ALKTRAN-EOF-SW           PIC X(01)  VALUE 'N'.
001360     88  WS-ALKTRAN-AT-END                  VALUE 'Y'.
001370
001380 77  WS-TRAN-OK-SW               PIC X(01)  VALUE 'Y'.
001390     88  WS-TRAN-OK                         VALUE 'Y'.
001400     88  WS-TRAN-REJECTED                   VALUE 'N'.
001410
001420 77  WS-REJECT-REASON            PIC X(26)  VALUE SPACES.
001430
001440 77  WS-READ-COUNT               PIC 9(05)  VALUE ZERO.
001450 77  WS-APPLIED-COUNT            PIC 9(05)  VALUE ZERO.
001460 77  WS-REJECTED-COUNT           PIC 9(05)  VALUE ZERO.
001470
001480 77  WS-RUN-DATE                 PIC 9(08)  VALUE ZERO.
001490 77  WS-RUN-TIME                 PIC 9(08)  VALUE ZERO.
001500 77  WS-OPERATOR-ID              PIC X(08)  VALUE SPACES.
001510 77  WS-ALERT-REASON             PIC X(60)  VALUE SPACES.
001520
001530 LINKAGE SECTION.
001540
001550 01  LS-PARM-AREA.
001560     05  LS-PARM-LEN             PIC S9(4) COMP.
001570     05  LS-PARM-DATA            PIC X(08).
001580
001590 PROCEDURE DIVISION USING LS-PARM-AREA.
001600
001610******************************************************************
001620* 0000-MAINLINE - PROGRAM CONTROL.
001630******************************************************************
001640 0000-MAINLINE.
001650
001660     PERFORM 1000-OPEN-FILES        THRU 1000-EXIT.
001670     IF RETURN-CODE < 8
001680         PERFORM 2000-PROCESS-TRAN THRU 2000-EXIT
001690             UNTIL WS-ALKTRAN-AT-END
001700         PERFORM 3000-WRITE-TOTALS  THRU 3000-EXIT
001710         PERFORM 4000-CLOSE-FILES   THRU 4000-EXIT
001720     END-IF.
001730     PERFORM 7100-CLOSE-ALERTS      THRU 7100-EXIT.
001740
001750     STOP RUN.
001760
001770******************************************************************
001780* 1000-OPEN-FILES - THE PARM OPERATOR IS REQUIRED AND IS CHECKED
001790*     AGAINST OPERAUTH BEFORE A CARD IS READ.  ALRTHIST IS THE
001800*     KSDS HELALERT MAINTAINS; IT MUST BE THERE.
001810******************************************************************
001820 1000-OPEN-FILES.
001830
001840     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001850     ACCEPT WS-RUN-TIME FROM TIME.
001860
001870     IF LS-PARM-LEN > ZERO
001880         MOVE LS-PARM-DATA(1:LS-PARM-LEN) TO WS-OPERATOR-ID
001890     END-IF.
001900     IF WS-OPERATOR-ID = SPACES
001910         MOVE 8 TO RETURN-CODE
001920         DISPLAY 'HELALACK: PARM MUST NAME THE OPERATOR'
001930         GO TO 1000-EXIT
001940     END-IF.
001950
001960     OPEN INPUT ALKTRAN.
001970     IF NOT WS-ALKTRAN-OK
001980         MOVE 8 TO RETURN-CODE
001990         GO TO 1000-EXIT
002000     END-IF.
002010
002020     OPEN I-O ALRTHIST.
002030     IF NOT WS-ALRTHIST-OK
002040         MOVE 8 TO RETURN-CODE
002050         DISPLAY 'HELALACK: ALRTHIST NOT AVAILABLE'
002060         CLOSE ALKTRAN
002070         GO TO 1000-EXIT
002080     END-IF.
002090
002100     OPEN OUTPUT ALKRPT.
002110     IF NOT WS-ALKRPT-OK
002120         MOVE 8 TO RETURN-CODE
002130         CLOSE ALKTRAN ALRTHIST
002140         GO TO 1000-EXIT
002150     END-IF.
002160
002170     OPEN INPUT OPERAUTH.
002180     IF NOT WS-OPERAUTH-OK
002190         MOVE 8 TO RETURN-CODE
002200         DISPLAY 'HELALACK: OPERAUTH NOT AVAILABLE'
002210         CLOSE ALKTRAN ALRTHIST ALKRPT
002220         GO TO 1000-EXIT
002230     END-IF.
002240
002250     OPEN I-O REFUSLOG.
002260     IF NOT WS-REFUSLOG-OK
002270         MOVE 8 TO RETURN-CODE
002280         DISPLAY 'HELALACK: REFUSLOG NOT AVAILABLE'
002290         CLOSE ALKTRAN ALRTHIST ALKRPT OPERAUTH
002300         GO TO 1000-EXIT
002310     END-IF.
002320
002330     PERFORM 1700-CHECK-OPERATOR THRU 1700-EXIT.
002340     IF RETURN-CODE NOT < 8
002350         CLOSE ALKTRAN ALRTHIST ALKRPT OPERAUTH REFUSLOG
002360         GO TO 1000-EXIT
002370     END-IF.
002380
002390 1000-EXIT.
002400     EXIT.
002410
002420******************************************************************
002430* 1700-CHECK-OPERATOR - THE OPERATOR MUST BE ON OPERAUTH AND
002440*     ACTIVE.  A REFUSAL IS LOGGED AND ALERTED AND STOPS THE RUN
002450*     WITH NOTHING ACKNOWLEDGED.
002460******************************************************************
002470 1700-CHECK-OPERATOR.
002480
002490     MOVE WS-OPERATOR-ID TO OPA-OPERATOR-ID.
002500     READ OPERAUTH
002510         INVALID KEY
002520             MOVE 'OPERATOR NOT ON OPERAUTH' TO WS-REJECT-REASON
002530             GO TO 1700-REFUSED
002540     END-READ.
002550
002560     IF NOT OPA-ACTIVE
002570         MOVE 'OPERATOR SUSPENDED' TO WS-REJECT-REASON
002580         GO TO 1700-REFUSED
002590     END-IF.
002600
002610     GO TO 1700-EXIT.
002620
002630 1700-REFUSED.
002640
002650     PERFORM 7200-LOG-REFUSAL THRU 7200-EXIT.
002660     MOVE 8 TO RETURN-CODE.
002670     DISPLAY 'HELALACK: ' WS-OPERATOR-ID ' REFUSED - '
002680         WS-REJECT-REASON.
002690
002700 1700-EXIT.
002710     EXIT.
002720
002730******************************************************************
002740* 2000-PROCESS-TRAN - READ ONE CARD, EDIT IT, APPLY IT IF IT
002750*     PASSES, REPORT ITS DISPOSITION EITHER WAY.  A REJECT NEVER
002760*     STOPS THE RUN.
002770******************************************************************
002780 2000-PROCESS-TRAN.
002790
002800     READ ALKTRAN
002810         AT END
002820             MOVE 'Y' TO WS-ALKTRAN-EOF-SW
002830             GO TO 2000-EXIT
002840     END-READ.
002850
002860     ADD 1 TO WS-READ-COUNT.
002870     MOVE 'Y' TO WS-TRAN-OK-SW.
002880     MOVE SPACES TO WS-REJECT-REASON.
002890
002900     PERFORM 2100-EDIT-TRAN THRU 2100-EXIT.
002910     IF WS-TRAN-OK
002920         PERFORM 2500-APPLY-TRAN THRU 2500-EXIT
002930     END-IF.
002940
002950     IF WS-TRAN-OK
002960         ADD 1 TO WS-APPLIED-COUNT
002970     ELSE
002980         ADD 1 TO WS-REJECTED-COUNT
002990         IF RETURN-CODE < 4
003000             MOVE 4 TO RETURN-CODE
003010         END-IF
003020     END-IF.
003030
003040     PERFORM 2900-WRITE-DETAIL THRU 2900-EXIT.
003050
003060 2000-EXIT.
003070     EXIT.
003080
003090******************************************************************
003100* 2100-EDIT-TRAN - FRONT-END EDITS: ALERT NUMBER NUMERIC, A NOTE
003110*     KEYED, AND THE ALERT ON ALRTHIST AND STILL OPEN.  THE
003120*     HISTORY RECORD IS LEFT IN THE RECORD AREA FOR THE APPLY
003130*     AND THE REPORT LINE.
003140******************************************************************
003150 2100-EDIT-TRAN.
003160
003170     MOVE SPACES TO ALERT-HIST-RECORD.
003180
003190     IF ALK-ALERT-NO NOT NUMERIC
003200         MOVE 'N' TO WS-TRAN-OK-SW
003210         MOVE 'ALERT NUMBER NOT NUMERIC' TO WS-REJECT-REASON
003220         GO TO 2100-EXIT
003230     END-IF.
003240
003250     IF ALK-NOTE = SPACES
003260         MOVE 'N' TO WS-TRAN-OK-SW
003270         MOVE 'NOTE MISSING' TO WS-REJECT-REASON
003280         GO TO 2100-EXIT
003290     END-IF.
003300
003310     MOVE ALK-ALERT-NO TO ALH-ALERT-NO.
003320     READ ALRTHIST
003330         INVALID KEY
003340             MOVE 'N' TO WS-TRAN-OK-SW
003350             MOVE 'ALERT NOT ON ALRTHIST' TO WS-REJECT-REASON
003360             MOVE SPACES TO ALERT-HIST-RECORD
003370             GO TO 2100-EXIT
003380     END-READ.
003390
003400     IF NOT ALH-OPEN
003410         MOVE 'N' TO WS-TRAN-OK-SW
003420         MOVE 'ALREADY ACKNOWLEDGED' TO WS-REJECT-REASON
003430     END-IF.
003440
003450 2100-EXIT.
003460     EXIT.
003470
003480******************************************************************
003490* 2500-APPLY-TRAN - CLOSE THE ALERT: STATUS ACKNOWLEDGED, WITH
003500*     THE OPERATOR, DATE, TIME AND NOTE.  THE TIME IS RE-ACCEPTED
003510*     PER CARD SO THE STAMP SAYS WHEN EACH ONE WAS CLOSED.
003520******************************************************************
003530 2500-APPLY-TRAN.
003540
003550     ACCEPT WS-RUN-TIME FROM TIME.
003560
003570     MOVE 'A'             TO ALH-STATUS.
003580     MOVE WS-OPERATOR-ID  TO ALH-ACK-OPERATOR-ID.
003590     MOVE WS-RUN-DATE     TO ALH-ACK-DATE.
003600     MOVE WS-RUN-TIME     TO ALH-ACK-TIME.
003610     MOVE ALK-NOTE        TO ALH-ACK-NOTE.
003620     REWRITE ALERT-HIST-RECORD
003630         INVALID KEY
003640             MOVE 'N' TO WS-TRAN-OK-SW
003650             MOVE 'ALRTHIST REWRITE FAILED' TO WS-REJECT-REASON
003660     END-REWRITE.
003670
003680 2500-EXIT.
003690     EXIT.
003700
003710******************************************************************
003720* 2900-WRITE-DETAIL - ONE REPORT LINE PER CARD.
003730******************************************************************
003740 2900-WRITE-DETAIL.
003750
003760     MOVE SPACES TO ALK-RPT-RECORD.
003770     MOVE ALK-ALERT-NO    TO AKR-ALERT-NO.
003780     IF WS-TRAN-OK
003790         MOVE 'ACKNOWLEDGED'   TO AKR-DISPOSITION
003800     ELSE
003810         MOVE WS-REJECT-REASON TO AKR-DISPOSITION
003820     END-IF.
003830     MOVE ALH-PROGRAM-ID  TO AKR-PROGRAM-ID.
003840     MOVE ALH-JOB-NAME    TO AKR-JOB-NAME.
003850     MOVE ALH-REASON      TO AKR-REASON.
003860     WRITE ALK-RPT-RECORD.
003870
003880 2900-EXIT.
003890     EXIT.
003900
003910******************************************************************
003920* 3000-WRITE-TOTALS - CONTROL TOTALS: CARDS READ MUST EQUAL
003930*     ACKNOWLEDGED PLUS REJECTED.
003940******************************************************************
003950 3000-WRITE-TOTALS.
003960
003970     MOVE SPACES TO ALK-RPT-RECORD.
003980     MOVE 'TRANSACTIONS READ:      ' TO AKR-TOTAL-LABEL.
003990     MOVE WS-READ-COUNT TO AKR-TOTAL-COUNT.
004000     WRITE ALK-RPT-RECORD.
004010     DISPLAY ALK-RPT-RECORD.
004020
004030     MOVE SPACES TO ALK-RPT-RECORD.
004040     MOVE 'ALERTS ACKNOWLEDGED:    ' TO AKR-TOTAL-LABEL.
004050     MOVE WS-APPLIED-COUNT TO AKR-TOTAL-COUNT.
004060     WRITE ALK-RPT-RECORD.
004070     DISPLAY ALK-RPT-RECORD.
004080
004090     MOVE SPACES TO ALK-RPT-RECORD.
004100     MOVE 'TRANSACTIONS REJECTED:  ' TO AKR-TOTAL-LABEL.
004110     MOVE WS-REJECTED-COUNT TO AKR-TOTAL-COUNT.
004120     WRITE ALK-RPT-RECORD.
004130     DISPLAY ALK-RPT-RECORD.
004140
004150 3000-EXIT.
004160     EXIT.
004170
004180******************************************************************
004190* 4000-CLOSE-FILES - NORMAL END OF RUN.
004200******************************************************************
004210 4000-CLOSE-FILES.
004220
004230     CLOSE ALKTRAN ALRTHIST ALKRPT OPERAUTH REFUSLOG.
004240
004250 4000-EXIT.
004260     EXIT.
004270
004280******************************************************************
004290* 7000-WRITE-ALERT - APPEND ONE ALERT RECORD TO THE COMMON
004300*     ALERTS INTERFACE FILE (SEE ALRTREC), OPENED EXTEND ON THE
004310*     FIRST ALERT OF THE RUN (OUTPUT IF IT DOES NOT EXIST YET)
004320*     AND CLOSED BY 7100 AT END OF RUN.  A FILE THAT WILL NOT
004330*     OPEN COSTS THE ALERT, NOT THE RUN - THE REFUSAL IS STILL
004340*     ON REFUSLOG.
004350******************************************************************
004360 7000-WRITE-ALERT.
004370
004380     IF NOT WS-ALERTS-OPEN
004390         OPEN EXTEND ALERTS
004400         IF WS-ALERTS-NOTFND
004410             OPEN OUTPUT ALERTS
004420         END-IF
004430         IF WS-ALERTS-OK
004440             MOVE 'Y' TO WS-ALERTS-OPEN-SW
004450         ELSE
004460             DISPLAY 'HELALACK: ALERT NOT WRITTEN - FILE ERROR'
004470             IF RETURN-CODE < 4
004480                 MOVE 4 TO RETURN-CODE
004490             END-IF
004500             GO TO 7000-EXIT
004510         END-IF
004520     END-IF.
004530
004540     MOVE 'W'               TO ALR-SEVERITY.
004550     MOVE 'HELALACK'        TO ALR-PROGRAM-ID.
004560     MOVE WS-RUN-DATE       TO ALR-RUN-DATE.
004570     MOVE SPACES            TO ALR-JOB-NAME.
004580     MOVE WS-ALERT-REASON   TO ALR-REASON.
004590     WRITE ALERT-RECORD.
004600
004610 7000-EXIT.
004620     EXIT.
004630
004640******************************************************************
004650* 7100-CLOSE-ALERTS - NORMAL END OF THE ALERT INTERFACE.  A
004660*     FILE THAT NEVER CAME OPEN IS LEFT ALONE.
004670******************************************************************
004680 7100-CLOSE-ALERTS.
004690
004700     IF WS-ALERTS-OPEN
004710         CLOSE ALERTS
004720     END-IF.
004730
004740 7100-EXIT.
004750     EXIT.
004760
004770******************************************************************
004780* 7200-LOG-REFUSAL - THE REFUSED OPERATOR: LOGGED ON REFUSLOG
004790*     UNDER THIS PROGRAM WITH ROLE K (ACKNOWLEDGE ALERTS - ANY
004800*     ACTIVE OPERATOR) AND NO SCOPE KEY, AND RAISED ON ALERTS AS
004810*     A WARNING.
004820******************************************************************
004830 7200-LOG-REFUSAL.
004840
004850     MOVE WS-RUN-DATE        TO RFL-DATE.
004860     MOVE WS-RUN-TIME        TO RFL-TIME.
004870     MOVE 'HELALACK'         TO RFL-PROGRAM-ID.
004880     MOVE WS-OPERATOR-ID     TO RFL-OPERATOR-ID.
004890     MOVE 'BTCH'             TO RFL-TERMINAL-ID.
004900     MOVE 'K'                TO RFL-ROLE.
004910     MOVE SPACES             TO RFL-SCOPE-KEY.
004920     MOVE WS-REJECT-REASON   TO RFL-REASON.
004930     MOVE 'Y'                TO RFL-ALERT-SW.
004940     WRITE REFUSAL-RECORD
004945         INVALID KEY
004950             CONTINUE
004955     END-WRITE.
004960     PERFORM 7210-RETRY-REFUSAL THRU 7210-EXIT
004965         UNTIL NOT WS-REFUSLOG-DUPKEY.
004970     IF NOT WS-REFUSLOG-OK
004975         DISPLAY 'HELALACK: REFUSAL NOT LOGGED FOR '
004980             WS-OPERATOR-ID
004985     END-IF.
004990
005000     MOVE SPACES TO WS-ALERT-REASON.
005010     STRING 'REFUSED '           DELIMITED BY SIZE
005020            WS-OPERATOR-ID       DELIMITED BY SIZE
005030            ' ROLE K '           DELIMITED BY SIZE
005040            WS-REJECT-REASON     DELIMITED BY SIZE
005050         INTO WS-ALERT-REASON
005060     END-STRING.
005070     PERFORM 7000-WRITE-ALERT THRU 7000-EXIT.
005080
005090 7200-EXIT.
005100     EXIT.
005111
005121******************************************************************
005132* 7210-RETRY-REFUSAL - THE KEY IS ALREADY ON REFUSLOG: A SECOND
005142*     REFUSAL FOR THE SAME OPERATOR IN THE SAME HUNDREDTH OF A
005153*     SECOND.  STEP THE TIME ON BY ONE AND WRITE AGAIN, SO NO
005163*     REFUSAL IS EVER DROPPED FROM THE LOG.
005174******************************************************************
005184 7210-RETRY-REFUSAL.
005195
005205     ADD 1 TO RFL-TIME.
005216     WRITE REFUSAL-RECORD
005226         INVALID KEY
005237             CONTINUE
005247     END-WRITE.
005258
005268 7210-EXIT.
005279     EXIT.
