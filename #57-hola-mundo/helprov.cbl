000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    HELPROV.
000030 AUTHOR.        J ALVAREZ.
000040 INSTALLATION.  DATA PROCESSING SERVICES.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED. 10/15/2026.
000070******************************************************************
000080* REMARKS.
000090*     GREETING PROVENANCE RECONCILIATION.  PROVES, FOR A PERIOD,
000100*     THAT EVERY GREETING A SITE BANNER ACTUALLY SHOWED WENT
000110*     LIVE THROUGH THE FOUR-EYES PROCESS - THE SOX EVIDENCE THAT
000120*     USED TO BE HELAUDRQ OUTPUT HELD UP AGAINST HELCHGRP OUTPUT
000130*     AND MATCHED BY EYE.  READS THE ARCHIVE GENERATIONS ON
000140*     ARCHIN AND THEN THE LIVE AUDITLOG (THE SAME PASS HELAUDRQ
000150*     MAKES), TABLES EVERY DISTINCT AUD-MESSAGE-TEXT DISPLAYED
000160*     IN THE PARM PERIOD WITH ITS FIRST AND LAST RUN, THEN
000170*     BROWSES THE WHOLE CHGLOG CHANGE HISTORY LOOKING FOR THE
000180*     APPROVED CHANGE WHOSE AFTER-IMAGE PUT EACH WORDING LIVE.
000190*     EACH DISTINCT TEXT IS CLASSED:
000200*         APPROVED    - AN APPROVED CHANGE PUT IT LIVE ON OR
000210*                       BEFORE ITS FIRST RUN; THE CHANGE KEY,
000220*                       AUTHOR AND APPROVER ARE PRINTED
000230*         OVERRIDE    - AN EMERGENCY BROADCAST OVERRIDE SHOWED
000240*                       IT, AND OVRDTAB STILL HOLDS THAT
000250*                       OVERRIDE WITH THE SAME TEXT; WHO PUT
000260*                       THE OVERRIDE UP IS PRINTED
000270*         EARLY       - THE ONLY APPROVED CHANGE CARRYING THE
000280*                       WORDING WAS APPROVED AFTER IT FIRST RAN
000290*         FALLBACK    - THE WORDING IS THE '**' DEFAULT ROW'S:
000300*                       THE SITE'S OWN LANGUAGE HAD NO APPROVED
000310*                       ROW AND HELLOWORLD FELL BACK
000320*         BACKOUT     - THE CHANGE THAT PUT IT LIVE WAS A
000330*                       HELCHGBK BACK-OUT, WHICH LOGS ITSELF AS
000340*                       ITS OWN APPROVER - A RESTORE, NOT A
000350*                       FOUR-EYES APPROVAL; THE ORIGINAL CHANGE
000360*                       IT RESTORED SHOULD BE TRACED BY HAND
000370*         UNEXPLAINED - NO APPROVED CHANGE AT ALL: A ROW
000380*                       REPRO'D STRAIGHT INTO LANGTAB, A CHANGE
000390*                       LOGGED WITHOUT AN APPROVER, THE
000400*                       COMPILED-IN MENSAJE DEFAULT, OR AN
000410*                       OVERRIDE NO LONGER ON OVRDTAB
000420*     EVERY EXCEPTION (EARLY, FALLBACK, BACKOUT, UNEXPLAINED) IS
000430*     ALSO WRITTEN TO THE COMMON ALERTS FILE (SEE ALRTREC).
000440*     CONTROL TOTALS PROVE EVERY AUDIT RECORD IN THE PERIOD WAS
000450*     ROLLED INTO SOME DISTINCT TEXT AND EVERY DISTINCT TEXT GOT
000460*     A CLASS.
000470*
000480*     PARM='YYYYMMDD,YYYYMMDD' - FROM DATE AND TO DATE OF THE
000490*         PERIOD UNDER REVIEW.  A BAD OR MISSING PERIOD RUNS
000500*         NOTHING, AS IN HELAUDRQ.
000510*
000520*     RETURN-CODE:
000530*         0 - EVERY TEXT DISPLAYED IN THE PERIOD IS APPROVED (OR
000540*             A RECORDED OVERRIDE)
000550*         4 - ONE OR MORE EXCEPTIONS - SEE REPORT AND ALERTS
000560*         8 - BAD/MISSING PARM, HARD I/O ERROR, OR MORE DISTINCT
000570*             TEXTS THAN THE TABLE HOLDS (EVIDENCE INCOMPLETE)
000580*
000590* MODIFICATION HISTORY.
000600*     10/15/2026  JA   ORIGINAL VERSION.
000610******************************************************************
000620
000630 ENVIRONMENT DIVISION.
000640
000650 CONFIGURATION SECTION.
000660 SOURCE-COMPUTER.   IBM-370.
000670 OBJECT-COMPUTER.   IBM-370.
000680
000690 INPUT-OUTPUT SECTION.
000700 FILE-CONTROL.
000710     SELECT ARCHIN      ASSIGN TO ARCHIN
000720                         ORGANIZATION IS SEQUENTIAL
000730                         FILE STATUS IS WS-ARCHIN-STATUS.
000740
000750     SELECT AUDITLOG    ASSIGN TO AUDITLOG
000760                         ORGANIZATION IS SEQUENTIAL
000770                         FILE STATUS IS WS-AUDITLOG-STATUS.
000780
000790     SELECT CHGLOG      ASSIGN TO CHGLOG
000800                         ORGANIZATION IS INDEXED
000810                         ACCESS MODE IS DYNAMIC
000820                         RECORD KEY IS CHG-KEY
000830                         FILE STATUS IS WS-CHGLOG-STATUS.
000840
000850     SELECT OVRDTAB     ASSIGN TO OVRDTAB
000860                         ORGANIZATION IS INDEXED
000870                         ACCESS MODE IS RANDOM
000880                         RECORD KEY IS OVR-ID
000890                         FILE STATUS IS WS-OVRDTAB-STATUS.
000900
000910     SELECT ALERTS      ASSIGN TO ALERTS
000920                         ORGANIZATION IS SEQUENTIAL
000930                         FILE STATUS IS WS-ALERTS-STATUS.
000940
000950     SELECT PRVRPT      ASSIGN TO PRVRPT
000960                         ORGANIZATION IS SEQUENTIAL
000970                         FILE STATUS IS WS-PRVRPT-STATUS.
000980
000990 DATA DIVISION.
001000
001010 FILE SECTION.
001020
001030 FD  ARCHIN
001040     LABEL RECORDS ARE STANDARD
001050     RECORD CONTAINS 212 CHARACTERS.
001060 01  ARCHIN-RECORD               PIC X(212).
001070
001080 FD  AUDITLOG
001090     LABEL RECORDS ARE STANDARD
001100     RECORD CONTAINS 212 CHARACTERS.
001110 01  AUDITLOG-RECORD             PIC X(212).
001120
001130 FD  CHGLOG
001140     LABEL RECORDS ARE STANDARD
001150     RECORD CONTAINS 406 CHARACTERS.
001160     COPY CHGREC.
001170
001180 FD  OVRDTAB
001190     LABEL RECORDS ARE STANDARD
001200     RECORD CONTAINS 336 CHARACTERS.
001210     COPY OVRDREC.
001220
001230 FD  ALERTS
001240     LABEL RECORDS ARE STANDARD
001250     RECORD CONTAINS 85 CHARACTERS.
001260     COPY ALRTREC.
001270
001280 FD  PRVRPT
001290     LABEL RECORDS ARE STANDARD
001300     RECORD CONTAINS 80 CHARACTERS.
001310     COPY PRVRPT.
001320
001330 WORKING-STORAGE SECTION.
001340
001350 77  WS-ARCHIN-STATUS            PIC X(02)  VALUE SPACES.
001360     88  WS-ARCHIN-OK                       VALUE '00'.
001370     88  WS-ARCHIN-NOTFND                   VALUE '35'.
001380
001390 77  WS-AUDITLOG-STATUS          PIC X(02)  VALUE SPACES.
001400     88  WS-AUDITLOG-OK                     VALUE '00'.
001410     88  WS-AUDITLOG-NOTFND                 VALUE '35'.
001420
001430 77  WS-CHGLOG-STATUS            PIC X(02)  VALUE SPACES.
001440     88  WS-CHGLOG-OK                       VALUE '00'.
001450     88  WS-CHGLOG-NOTFND                   VALUE '35'.
001460
001470 77  WS-OVRDTAB-STATUS           PIC X(02)  VALUE SPACES.
001480     88  WS-OVRDTAB-OK                      VALUE '00'.
001490     88  WS-OVRDTAB-NOTFND                  VALUE '35'.
001500
001510 77  WS-ALERTS-STATUS            PIC X(02)  VALUE SPACES.
001520     88  WS-ALERTS-OK                       VALUE '00'.
001530     88  WS-ALERTS-NOTFND                   VALUE '35'.
001540
001550 77  WS-PRVRPT-STATUS            PIC X(02)  VALUE SPACES.
001560     88  WS-PRVRPT-OK                       VALUE '00'.
001570
001580 77  WS-ARCHIN-EOF-SW            PIC X(01)  VALUE 'N'.
001590     88  WS-ARCHIN-AT-END                   VALUE 'Y'.
001600
001610 77  WS-AUDITLOG-EOF-SW          PIC X(01)  VALUE 'N'.
001620     88  WS-AUDITLOG-AT-END                 VALUE 'Y'.
001630
001640 77  WS-CHGLOG-EOF-SW            PIC X(01)  VALUE 'N'.
001650     88  WS-CHGLOG-AT-END                   VALUE 'Y'.
001660
001670 77  WS-CHGLOG-OPEN-SW           PIC X(01)  VALUE 'N'.
001680     88  WS-CHGLOG-OPEN                     VALUE 'Y'.
001690
001700 77  WS-OVRDTAB-OPEN-SW          PIC X(01)  VALUE 'N'.
001710     88  WS-OVRDTAB-OPEN                    VALUE 'Y'.
001720
001730 77  WS-ALERTS-OPEN-SW           PIC X(01)  VALUE 'N'.
001740     88  WS-ALERTS-OPEN                     VALUE 'Y'.
001750
001760 77  WS-PARM-OK-SW               PIC X(01)  VALUE 'N'.
001770     88  WS-PARM-OK                         VALUE 'Y'.
001780
001790 77  WS-FOUND-SW                 PIC X(01)  VALUE 'N'.
001800     88  WS-ENTRY-FOUND                     VALUE 'Y'.
001810
001820 77  WS-FROM-DATE                PIC 9(08)  VALUE ZERO.
001830 77  WS-TO-DATE                  PIC 9(08)  VALUE ZERO.
001840 77  WS-FROM-DATE-X              PIC X(08)  VALUE SPACES.
001850 77  WS-TO-DATE-X                PIC X(08)  VALUE SPACES.
001860 77  WS-RUN-DATE                 PIC 9(08)  VALUE ZERO.
001870
001880 77  WS-READ-COUNT               PIC 9(09)  VALUE ZERO.
001890 77  WS-PERIOD-COUNT             PIC 9(09)  VALUE ZERO.
001900 77  WS-TABLED-RUN-COUNT         PIC 9(09)  VALUE ZERO.
001910 77  WS-OVERFLOW-COUNT           PIC 9(09)  VALUE ZERO.
001920 77  WS-CHGLOG-READ-COUNT        PIC 9(09)  VALUE ZERO.
001930 77  WS-APPROVED-COUNT           PIC 9(09)  VALUE ZERO.
001940 77  WS-OVERRIDE-COUNT           PIC 9(09)  VALUE ZERO.
001950 77  WS-EARLY-COUNT              PIC 9(09)  VALUE ZERO.
001960 77  WS-BACKOUT-COUNT            PIC 9(09)  VALUE ZERO.
001970 77  WS-FALLBACK-COUNT           PIC 9(09)  VALUE ZERO.
001980 77  WS-UNEXPLAINED-COUNT        PIC 9(09)  VALUE ZERO.
001990 77  WS-CLASSED-COUNT            PIC 9(09)  VALUE ZERO.
002000
002010 77  WS-TEXT-LINE-IDX            PIC S9(4) COMP VALUE ZERO.
002020 77  WS-LINE-NO                  PIC 9(01)  VALUE ZERO.
002030
002040 77  WS-CLASS                    PIC X(11)  VALUE SPACES.
002050 77  WS-CLASS-REASON             PIC X(25)  VALUE SPACES.
002060
002070 77  WS-ALERT-SEVERITY           PIC X(01)  VALUE SPACE.
002080 77  WS-ALERT-JOB-NAME           PIC X(08)  VALUE SPACES.
002090 77  WS-ALERT-REASON             PIC X(60)  VALUE SPACES.
002100
002110******************************************************************
002120* THE COMPILED-IN GREETING HELLOWORLD FALLS BACK TO WHEN NO
002130* LANGTAB ROW CAN BE READ AT ALL (ITS WS-DEFAULT-MESSAGE).  A
002140* DISPLAYED TEXT EQUAL TO THIS WITH NO APPROVED CHANGE BEHIND
002150* IT IS CALLED OUT BY NAME.
002160******************************************************************
002170 01  WS-DEFAULT-MESSAGE.
002180     05  FILLER                  PIC X(60)
002190                                  VALUE 'Hola, mundo!'.
002200     05  FILLER                  PIC X(60)  VALUE SPACES.
002210     05  FILLER                  PIC X(60)  VALUE SPACES.
002220
002230 01  WS-WORK-TEXT.
002240     05  WS-WORK-LINE            PIC X(60)  OCCURS 3 TIMES.
002250
002260 01  WS-CHG-STAMP.
002270     05  WS-CHG-STAMP-DATE       PIC 9(08)  VALUE ZERO.
002280     05  WS-CHG-STAMP-TIME       PIC 9(08)  VALUE ZERO.
002290
002300******************************************************************
002310* DISTINCT DISPLAYED TEXTS, ONE ENTRY PER TEXT AND OVERRIDE ID
002320* SEEN IN THE PERIOD (THE SAME WORDING SHOWN BY AN OVERRIDE AND
002330* BY LANGTAB IS TWO ENTRIES - IT WENT LIVE TWO DIFFERENT WAYS).
002340* THE MATCH FIELDS HOLD THE CHGLOG CHANGE THAT EXPLAINS THE TEXT:
002350* WS-PRV-MATCH 'B' IS AN APPROVED CHANGE ON OR BEFORE THE FIRST
002360* RUN, 'K' IS A HELCHGBK BACK-OUT ON OR BEFORE IT, 'A' IS ONLY
002370* AN APPROVED CHANGE AFTER IT, SPACE IS NONE.
002380* WS-PRV-UNAPPROVED IS 'Y' WHEN A CHANGE CARRIED THE WORDING BUT
002390* WAS LOGGED WITH NO APPROVER.  AUDITLOG IS APPENDED IN RUN
002400* ORDER, SO THE FIRST RECORD TABLED FOR A TEXT IS ITS FIRST RUN.
002410******************************************************************
002420 77  WS-PRV-MAX                  PIC S9(4) COMP VALUE +300.
002430 77  WS-PRV-COUNT                PIC S9(4) COMP VALUE ZERO.
002440 77  WS-PRV-SUB                  PIC S9(4) COMP VALUE ZERO.
002450 77  WS-PRV-HIT                  PIC S9(4) COMP VALUE ZERO.
002460
002470 01  WS-PRV-TABLE.
002480     05  WS-PRV-ENTRY            OCCURS 300 TIMES.
002490         10  WS-PRV-TEXT         PIC X(180).
002500         10  WS-PRV-OVERRIDE-ID  PIC X(08).
002510         10  WS-PRV-FIRST-STAMP.
002520             15  WS-PRV-FIRST-DATE PIC 9(08).
002530             15  WS-PRV-FIRST-TIME PIC 9(08).
002540         10  WS-PRV-LAST-DATE    PIC 9(08).
002550         10  WS-PRV-RUN-COUNT    PIC 9(05).
002560         10  WS-PRV-FIRST-JOB    PIC X(08).
002570         10  WS-PRV-MATCH        PIC X(01).
002580         10  WS-PRV-UNAPPROVED   PIC X(01).
002590         10  WS-PRV-CHG-DATE     PIC 9(08).
002600         10  WS-PRV-CHG-TIME     PIC 9(08).
002610         10  WS-PRV-CHG-LANG     PIC X(02).
002620         10  WS-PRV-CHG-OPER     PIC X(08).
002630         10  WS-PRV-CHG-APPR     PIC X(08).
002640
002650******************************************************************
002660* THE AUDIT RECORD UNDER TEST.  BOTH INPUT FILES ARE READ INTO
002670* PLAIN RECORD AREAS AND MOVED HERE, AS IN HELAUDRQ.
002680******************************************************************
002690     COPY AUDITREC.
002700
002710 LINKAGE SECTION.
002720
002730 01  LS-PARM-AREA.
002740     05  LS-PARM-LEN             PIC S9(4) COMP.
002750     05  LS-PARM-DATA            PIC X(17).
002760
002770 PROCEDURE DIVISION USING LS-PARM-AREA.
002780
002790******************************************************************
002800* 0000-MAINLINE - PROGRAM CONTROL.  TABLE THE DISPLAYED TEXTS
002810*     (ARCHIVE, THEN LIVE LOG), MATCH THEM AGAINST THE CHANGE
002820*     HISTORY, THEN CLASS AND PRINT EACH ONE.
002830******************************************************************
002840 0000-MAINLINE.
002850
002860     PERFORM 1000-INITIALIZE        THRU 1000-EXIT.
002870     IF WS-PARM-OK
002880         PERFORM 1500-OPEN-REPORT   THRU 1500-EXIT
002890     END-IF.
002900     IF WS-PARM-OK
002910      AND RETURN-CODE < 8
002920         PERFORM 2000-SCAN-ARCHIVE  THRU 2000-EXIT
002930         PERFORM 3000-SCAN-LIVE-LOG THRU 3000-EXIT
002940         PERFORM 4000-MATCH-CHANGES THRU 4000-EXIT
002950         PERFORM 5000-CLASS-TEXTS   THRU 5000-EXIT
002960         PERFORM 6000-WRITE-TOTALS  THRU 6000-EXIT
002970         PERFORM 7100-CLOSE-ALERTS  THRU 7100-EXIT
002980     END-IF.
002990
003000     STOP RUN.
003010
003020******************************************************************
003030* 1000-INITIALIZE - PICK THE PERIOD OFF THE PARM.  BOTH DATES
003040*     ARE REQUIRED, MUST BE NUMERIC AND MUST BE IN ORDER - AUDIT
003050*     EVIDENCE PULLED FOR THE WRONG PERIOD IS WORSE THAN NONE.
003060******************************************************************
003070 1000-INITIALIZE.
003080
003090     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003100
003110     IF LS-PARM-LEN > 0
003120         UNSTRING LS-PARM-DATA(1:LS-PARM-LEN) DELIMITED BY ','
003130             INTO WS-FROM-DATE-X WS-TO-DATE-X
003140         END-UNSTRING
003150     END-IF.
003160
003170     IF WS-FROM-DATE-X IS NUMERIC
003180      AND WS-TO-DATE-X IS NUMERIC
003190         MOVE WS-FROM-DATE-X TO WS-FROM-DATE
003200         MOVE WS-TO-DATE-X   TO WS-TO-DATE
003210         IF WS-FROM-DATE > WS-TO-DATE
003220             MOVE 8 TO RETURN-CODE
003230             DISPLAY 'HELPROV: PARM FROM DATE AFTER TO DATE'
003240         ELSE
003250             MOVE 'Y' TO WS-PARM-OK-SW
003260         END-IF
003270     ELSE
003280         MOVE 8 TO RETURN-CODE
003290         DISPLAY 'HELPROV: PARM MUST BE YYYYMMDD,YYYYMMDD'
003300     END-IF.
003310
003320 1000-EXIT.
003330     EXIT.
003340
003350******************************************************************
003360* 1500-OPEN-REPORT - START THE REPORT WITH A HEADING THAT ECHOES
003370*     THE PERIOD, SO THE PRINTED EVIDENCE CARRIES ITS OWN
003380*     QUESTION.
003390******************************************************************
003400 1500-OPEN-REPORT.
003410
003420     OPEN OUTPUT PRVRPT.
003430     IF NOT WS-PRVRPT-OK
003440         MOVE 8 TO RETURN-CODE
003450         GO TO 1500-EXIT
003460     END-IF.
003470
003480     MOVE SPACES TO PRV-RPT-RECORD.
003490     MOVE 'PROVENANCE:     ' TO PVR-HDG-LABEL.
003500     MOVE WS-FROM-DATE TO PVR-HDG-FROM-DATE.
003510     MOVE ' - '        TO PVR-HDG-DASH.
003520     MOVE WS-TO-DATE   TO PVR-HDG-TO-DATE.
003530     WRITE PRV-RPT-RECORD AFTER ADVANCING PAGE.
003540
003550 1500-EXIT.
003560     EXIT.
003570
003580******************************************************************
003590* 2000-SCAN-ARCHIVE - PASS THE ARCHIVE GENERATIONS ON ARCHIN.  A
003600*     MISSING ARCHIN MEANS THE PERIOD IS ANSWERED FROM THE LIVE
003610*     LOG ALONE, AS IN HELAUDRQ.
003620******************************************************************
003630 2000-SCAN-ARCHIVE.
003640
003650     OPEN INPUT ARCHIN.
003660     IF WS-ARCHIN-NOTFND
003670         GO TO 2000-EXIT
003680     END-IF.
003690     IF NOT WS-ARCHIN-OK
003700         MOVE 8 TO RETURN-CODE
003710         GO TO 2000-EXIT
003720     END-IF.
003730
003740     PERFORM 2100-PROCESS-ARCH-RECORD THRU 2100-EXIT
003750         UNTIL WS-ARCHIN-AT-END.
003760
003770     CLOSE ARCHIN.
003780
003790 2000-EXIT.
003800     EXIT.
003810
003820******************************************************************
003830* 2100-PROCESS-ARCH-RECORD - ONE ARCHIVED AUDIT RECORD.
003840******************************************************************
003850 2100-PROCESS-ARCH-RECORD.
003860
003870     READ ARCHIN
003880         AT END
003890             MOVE 'Y' TO WS-ARCHIN-EOF-SW
003900             GO TO 2100-EXIT
003910     END-READ.
003920
003930     MOVE ARCHIN-RECORD TO AUDIT-RECORD.
003940     PERFORM 2500-TALLY-TEXT THRU 2500-EXIT.
003950
003960 2100-EXIT.
003970     EXIT.
003980
003990******************************************************************
004000* 2500-TALLY-TEXT - ONE AUDIT RECORD, WHICHEVER FILE IT CAME
004010*     FROM: COUNT IT, AND IF ITS RUN DATE IS IN THE PERIOD FIND
004020*     (OR ADD) THE TABLE ENTRY FOR ITS TEXT AND OVERRIDE ID.  A
004030*     PERIOD WITH MORE DISTINCT TEXTS THAN THE TABLE HOLDS
004040*     SPILLS TO AN OVERFLOW COUNT THAT IS REPORTED WITH
004050*     RETURN-CODE 8 - THOSE RUNS CANNOT BE VOUCHED FOR.
004060******************************************************************
004070 2500-TALLY-TEXT.
004080
004090     ADD 1 TO WS-READ-COUNT.
004100
004110     IF AUD-RUN-DATE < WS-FROM-DATE
004120      OR AUD-RUN-DATE > WS-TO-DATE
004130         GO TO 2500-EXIT
004140     END-IF.
004150
004160     ADD 1 TO WS-PERIOD-COUNT.
004170
004180     MOVE 'N' TO WS-FOUND-SW.
004190     MOVE ZERO TO WS-PRV-HIT.
004200     PERFORM 2510-MATCH-TEXT THRU 2510-EXIT
004210         VARYING WS-PRV-SUB FROM 1 BY 1
004220         UNTIL WS-PRV-SUB > WS-PRV-COUNT
004230            OR WS-ENTRY-FOUND.
004240
004250     IF NOT WS-ENTRY-FOUND
004260         IF WS-PRV-COUNT < WS-PRV-MAX
004270             ADD 1 TO WS-PRV-COUNT
004280             MOVE WS-PRV-COUNT TO WS-PRV-HIT
004290             MOVE AUD-MESSAGE-TEXT TO WS-PRV-TEXT (WS-PRV-HIT)
004300             MOVE AUD-OVERRIDE-ID
004310                 TO WS-PRV-OVERRIDE-ID (WS-PRV-HIT)
004320             MOVE AUD-RUN-DATE TO WS-PRV-FIRST-DATE (WS-PRV-HIT)
004330             MOVE AUD-RUN-TIME TO WS-PRV-FIRST-TIME (WS-PRV-HIT)
004340             MOVE AUD-JOB-NAME TO WS-PRV-FIRST-JOB (WS-PRV-HIT)
004350             MOVE ZERO TO WS-PRV-RUN-COUNT (WS-PRV-HIT)
004360             MOVE SPACE TO WS-PRV-MATCH (WS-PRV-HIT)
004370             MOVE 'N' TO WS-PRV-UNAPPROVED (WS-PRV-HIT)
004380             MOVE ZERO TO WS-PRV-CHG-DATE (WS-PRV-HIT)
004390             MOVE ZERO TO WS-PRV-CHG-TIME (WS-PRV-HIT)
004400             MOVE SPACES TO WS-PRV-CHG-LANG (WS-PRV-HIT)
004410             MOVE SPACES TO WS-PRV-CHG-OPER (WS-PRV-HIT)
004420             MOVE SPACES TO WS-PRV-CHG-APPR (WS-PRV-HIT)
004430         ELSE
004440             ADD 1 TO WS-OVERFLOW-COUNT
004450             MOVE 8 TO RETURN-CODE
004460             GO TO 2500-EXIT
004470         END-IF
004480     END-IF.
004490
004500     ADD 1 TO WS-PRV-RUN-COUNT (WS-PRV-HIT).
004510     ADD 1 TO WS-TABLED-RUN-COUNT.
004520     MOVE AUD-RUN-DATE TO WS-PRV-LAST-DATE (WS-PRV-HIT).
004530
004540 2500-EXIT.
004550     EXIT.
004560
004570******************************************************************
004580* 2510-MATCH-TEXT - ONE PROBE OF THE DISTINCT-TEXT TABLE.
004590******************************************************************
004600 2510-MATCH-TEXT.
004610
004620     IF WS-PRV-TEXT (WS-PRV-SUB) = AUD-MESSAGE-TEXT
004630      AND WS-PRV-OVERRIDE-ID (WS-PRV-SUB) = AUD-OVERRIDE-ID
004640         MOVE 'Y' TO WS-FOUND-SW
004650         MOVE WS-PRV-SUB TO WS-PRV-HIT
004660     END-IF.
004670
004680 2510-EXIT.
004690     EXIT.
004700
004710******************************************************************
004720* 3000-SCAN-LIVE-LOG - PASS THE LIVE AUDITLOG THE SAME WAY.  A
004730*     MISSING LIVE LOG IS NOT AN ERROR - A PERIOD WHOLLY IN THE
004740*     ARCHIVE IS A GOOD REQUEST THE DAY AFTER A MONTH-END ROLL.
004750******************************************************************
004760 3000-SCAN-LIVE-LOG.
004770
004780     OPEN INPUT AUDITLOG.
004790     IF WS-AUDITLOG-NOTFND
004800         GO TO 3000-EXIT
004810     END-IF.
004820     IF NOT WS-AUDITLOG-OK
004830         MOVE 8 TO RETURN-CODE
004840         GO TO 3000-EXIT
004850     END-IF.
004860
004870     PERFORM 3100-PROCESS-LIVE-RECORD THRU 3100-EXIT
004880         UNTIL WS-AUDITLOG-AT-END.
004890
004900     CLOSE AUDITLOG.
004910
004920 3000-EXIT.
004930     EXIT.
004940
004950******************************************************************
004960* 3100-PROCESS-LIVE-RECORD - ONE LIVE AUDIT RECORD.
004970******************************************************************
004980 3100-PROCESS-LIVE-RECORD.
004990
005000     READ AUDITLOG
005010         AT END
005020             MOVE 'Y' TO WS-AUDITLOG-EOF-SW
005030             GO TO 3100-EXIT
005040     END-READ.
005050
005060     MOVE AUDITLOG-RECORD TO AUDIT-RECORD.
005070     PERFORM 2500-TALLY-TEXT THRU 2500-EXIT.
005080
005090 3100-EXIT.
005100     EXIT.
005110
005120******************************************************************
005130* 4000-MATCH-CHANGES - BROWSE THE WHOLE CHGLOG IN KEY (DATE,
005140*     TIME) ORDER AND OFFER EVERY CHANGE THAT LEFT A GREETING
005150*     BEHIND TO EVERY TABLED TEXT.  CHGLOG IS REQUIRED - WITHOUT
005160*     IT NOTHING CAN BE VOUCHED FOR, SO A MISSING CLUSTER IS A
005170*     HARD ERROR, NOT A REPORT FULL OF EXCEPTIONS.
005180******************************************************************
005190 4000-MATCH-CHANGES.
005200
005210     OPEN INPUT CHGLOG.
005220     IF NOT WS-CHGLOG-OK
005230         MOVE 8 TO RETURN-CODE
005240         DISPLAY 'HELPROV: CHGLOG OPEN FAILED, STATUS '
005250             WS-CHGLOG-STATUS
005260         GO TO 4000-EXIT
005270     END-IF.
005280     MOVE 'Y' TO WS-CHGLOG-OPEN-SW.
005290
005300     MOVE LOW-VALUES TO CHG-KEY.
005310     START CHGLOG KEY >= CHG-KEY
005320         INVALID KEY
005330             MOVE 'Y' TO WS-CHGLOG-EOF-SW
005340     END-START.
005350
005360     PERFORM 4100-PROCESS-ONE-CHANGE THRU 4100-EXIT
005370         UNTIL WS-CHGLOG-AT-END.
005380
005390     CLOSE CHGLOG.
005400
005410 4000-EXIT.
005420     EXIT.
005430
005440******************************************************************
005450* 4100-PROCESS-ONE-CHANGE - ONE CHANGE RECORD.  A DELETE LEAVES
005460*     NO GREETING BEHIND (ITS AFTER-IMAGE IS SPACES) AND CAN
005470*     EXPLAIN NOTHING.
005480******************************************************************
005490 4100-PROCESS-ONE-CHANGE.
005500
005510     READ CHGLOG NEXT RECORD
005520         AT END
005530             MOVE 'Y' TO WS-CHGLOG-EOF-SW
005540             GO TO 4100-EXIT
005550     END-READ.
005560
005570     ADD 1 TO WS-CHGLOG-READ-COUNT.
005580
005590     IF CHG-AFTER-TEXT = SPACES
005600         GO TO 4100-EXIT
005610     END-IF.
005620
005630     MOVE CHG-DATE TO WS-CHG-STAMP-DATE.
005640     MOVE CHG-TIME TO WS-CHG-STAMP-TIME.
005650
005660     PERFORM 4200-OFFER-CHANGE THRU 4200-EXIT
005670         VARYING WS-PRV-SUB FROM 1 BY 1
005680         UNTIL WS-PRV-SUB > WS-PRV-COUNT.
005690
005700 4100-EXIT.
005710     EXIT.
005720
005730******************************************************************
005740* 4200-OFFER-CHANGE - OFFER THE CURRENT CHANGE TO ONE TABLED
005750*     TEXT.  OVERRIDE TEXTS NEVER CAME FROM LANGTAB AND ARE NOT
005760*     MATCHED HERE.  A CHANGE WITH NO APPROVER ONLY MARKS THE
005770*     TEXT (IT IS EVIDENCE OF HOW THE WORDING GOT THERE, NOT OF
005780*     APPROVAL).  A HELCHGBK BACK-OUT NAMES ITSELF AS APPROVER;
005790*     ON OR BEFORE THE FIRST RUN IT EXPLAINS THE TEXT AS A
005800*     RESTORE ('K'), NEVER AS AN APPROVAL, AND AFTER THE FIRST
005810*     RUN IT COUNTS ONLY AS A CHANGE WITH NO APPROVER.  AN
005820*     APPROVED CHANGE ON OR BEFORE THE FIRST RUN
005830*     BECOMES THE EXPLAINING CHANGE - CHGLOG COMES BACK OLDEST
005840*     FIRST, SO THE LAST ONE OFFERED IS THE ONE THAT WAS LIVE -
005850*     EXCEPT THAT A '**' CHANGE NEVER DISPLACES ONE FOR A REAL
005860*     LANGUAGE CARRYING THE SAME WORDING.  AN APPROVED CHANGE
005870*     AFTER THE FIRST RUN IS ONLY KEPT WHILE NOTHING EARLIER
005880*     HAS BEEN FOUND, SO THE EARLIEST LATE APPROVAL IS THE ONE
005890*     REPORTED.
005900******************************************************************
005910 4200-OFFER-CHANGE.
005920
005930     IF WS-PRV-OVERRIDE-ID (WS-PRV-SUB) NOT = SPACES
005940      OR WS-PRV-TEXT (WS-PRV-SUB) NOT = CHG-AFTER-TEXT
005950         GO TO 4200-EXIT
005960     END-IF.
005970
005980     IF CHG-APPROVER-ID = SPACES
005990         MOVE 'Y' TO WS-PRV-UNAPPROVED (WS-PRV-SUB)
006000         GO TO 4200-EXIT
006010     END-IF.
006020
006030     IF CHG-APPROVER-ID = 'HELCHGBK'
006040      AND WS-CHG-STAMP > WS-PRV-FIRST-STAMP (WS-PRV-SUB)
006050         MOVE 'Y' TO WS-PRV-UNAPPROVED (WS-PRV-SUB)
006060         GO TO 4200-EXIT
006070     END-IF.
006080
006090     IF WS-CHG-STAMP > WS-PRV-FIRST-STAMP (WS-PRV-SUB)
006100         IF WS-PRV-MATCH (WS-PRV-SUB) = SPACE
006110             MOVE 'A' TO WS-PRV-MATCH (WS-PRV-SUB)
006120             PERFORM 4300-KEEP-CHANGE THRU 4300-EXIT
006130         END-IF
006140         GO TO 4200-EXIT
006150     END-IF.
006160
006170     IF (WS-PRV-MATCH (WS-PRV-SUB) = 'B' OR 'K')
006180      AND WS-PRV-CHG-LANG (WS-PRV-SUB) NOT = '**'
006190      AND CHG-LANG-CODE = '**'
006200         GO TO 4200-EXIT
006210     END-IF.
006220
006230     IF CHG-APPROVER-ID = 'HELCHGBK'
006240         MOVE 'K' TO WS-PRV-MATCH (WS-PRV-SUB)
006250     ELSE
006260         MOVE 'B' TO WS-PRV-MATCH (WS-PRV-SUB)
006270     END-IF.
006280     PERFORM 4300-KEEP-CHANGE THRU 4300-EXIT.
006290
006300 4200-EXIT.
006310     EXIT.
006320
006330******************************************************************
006340* 4300-KEEP-CHANGE - RECORD THE CURRENT CHANGE AGAINST THE TEXT.
006350******************************************************************
006360 4300-KEEP-CHANGE.
006370
006380     MOVE CHG-DATE        TO WS-PRV-CHG-DATE (WS-PRV-SUB).
006390     MOVE CHG-TIME        TO WS-PRV-CHG-TIME (WS-PRV-SUB).
006400     MOVE CHG-LANG-CODE   TO WS-PRV-CHG-LANG (WS-PRV-SUB).
006410     MOVE CHG-OPERATOR-ID TO WS-PRV-CHG-OPER (WS-PRV-SUB).
006420     MOVE CHG-APPROVER-ID TO WS-PRV-CHG-APPR (WS-PRV-SUB).
006430
006440 4300-EXIT.
006450     EXIT.
006460
006470******************************************************************
006480* 5000-CLASS-TEXTS - CLASS AND PRINT EVERY TABLED TEXT.  OVRDTAB
006490*     IS OPENED FOR THE OVERRIDE LOOK-UPS; NO CLUSTER ON FILE
006500*     LEAVES EVERY OVERRIDE TEXT UNEXPLAINED RATHER THAN FAILING
006510*     THE WHOLE RUN.
006520******************************************************************
006530 5000-CLASS-TEXTS.
006540
006550     IF NOT WS-CHGLOG-OPEN
006560         GO TO 5000-EXIT
006570     END-IF.
006580
006590     OPEN INPUT OVRDTAB.
006600     IF WS-OVRDTAB-OK
006610         MOVE 'Y' TO WS-OVRDTAB-OPEN-SW
006620     END-IF.
006630
006640     PERFORM 5100-CLASS-ONE-TEXT THRU 5100-EXIT
006650         VARYING WS-PRV-SUB FROM 1 BY 1
006660         UNTIL WS-PRV-SUB > WS-PRV-COUNT.
006670
006680     IF WS-OVRDTAB-OPEN
006690         CLOSE OVRDTAB
006700     END-IF.
006710
006720 5000-EXIT.
006730     EXIT.
006740
006750******************************************************************
006760* 5100-CLASS-ONE-TEXT - WORK OUT ONE TEXT'S CLASS, PRINT ITS
006770*     DETAIL, EVIDENCE AND TEXT LINES, AND ALERT AN EXCEPTION.
006780******************************************************************
006790 5100-CLASS-ONE-TEXT.
006800
006810     MOVE SPACES TO WS-CLASS WS-CLASS-REASON.
006820
006830     IF WS-PRV-OVERRIDE-ID (WS-PRV-SUB) NOT = SPACES
006840         PERFORM 5200-CHECK-OVERRIDE THRU 5200-EXIT
006850     ELSE
006860         IF WS-PRV-MATCH (WS-PRV-SUB) = 'B'
006870             IF WS-PRV-CHG-LANG (WS-PRV-SUB) = '**'
006880                 MOVE 'FALLBACK   '       TO WS-CLASS
006890                 MOVE '''**'' DEFAULT ROW SHOWN'
006900                     TO WS-CLASS-REASON
006910             ELSE
006920                 MOVE 'APPROVED   '       TO WS-CLASS
006930             END-IF
006940         ELSE
006950             IF WS-PRV-MATCH (WS-PRV-SUB) = 'K'
006960                 MOVE 'BACKOUT    '       TO WS-CLASS
006970                 MOVE 'RESTORED BY HELCHGBK'
006980                     TO WS-CLASS-REASON
006990             ELSE
007000                 IF WS-PRV-MATCH (WS-PRV-SUB) = 'A'
007010                     MOVE 'EARLY      '       TO WS-CLASS
007020                     MOVE 'RAN BEFORE APPROVAL'
007030                         TO WS-CLASS-REASON
007040                 ELSE
007050                     MOVE 'UNEXPLAINED'       TO WS-CLASS
007060                     IF WS-PRV-TEXT (WS-PRV-SUB)
007070                          = WS-DEFAULT-MESSAGE
007080                         MOVE 'COMPILED-IN DEFAULT TEXT'
007090                             TO WS-CLASS-REASON
007100                     ELSE
007110                         IF WS-PRV-UNAPPROVED (WS-PRV-SUB) = 'Y'
007120                             MOVE 'CHANGE HAS NO APPROVER'
007130                                 TO WS-CLASS-REASON
007140                         ELSE
007150                             MOVE 'NO CHANGE ON CHGLOG'
007160                                 TO WS-CLASS-REASON
007170                         END-IF
007180                     END-IF
007190                 END-IF
007200             END-IF
007210         END-IF
007220     END-IF.
007230
007240     ADD 1 TO WS-CLASSED-COUNT.
007250     IF WS-CLASS = 'APPROVED'
007260         ADD 1 TO WS-APPROVED-COUNT
007270     END-IF.
007280     IF WS-CLASS = 'OVERRIDE'
007290         ADD 1 TO WS-OVERRIDE-COUNT
007300     END-IF.
007310     IF WS-CLASS = 'EARLY'
007320         ADD 1 TO WS-EARLY-COUNT
007330     END-IF.
007340     IF WS-CLASS = 'BACKOUT'
007350         ADD 1 TO WS-BACKOUT-COUNT
007360     END-IF.
007370     IF WS-CLASS = 'FALLBACK'
007380         ADD 1 TO WS-FALLBACK-COUNT
007390     END-IF.
007400     IF WS-CLASS = 'UNEXPLAINED'
007410         ADD 1 TO WS-UNEXPLAINED-COUNT
007420     END-IF.
007430
007440     PERFORM 5500-PRINT-TEXT-ENTRY THRU 5500-EXIT.
007450
007460     IF WS-CLASS = 'EARLY' OR 'FALLBACK' OR 'BACKOUT'
007470                 OR 'UNEXPLAINED'
007480         IF RETURN-CODE < 4
007490             MOVE 4 TO RETURN-CODE
007500         END-IF
007510         PERFORM 5800-RAISE-ALERT THRU 5800-EXIT
007520     END-IF.
007530
007540 5100-EXIT.
007550     EXIT.
007560
007570******************************************************************
007580* 5200-CHECK-OVERRIDE - A TEXT SHOWN UNDER AN OVERRIDE IS
007590*     VOUCHED FOR BY THE OVRDTAB RECORD ITSELF: IT MUST STILL BE
007600*     ON FILE (CANCELLED IS FINE - IT RAN BEFORE IT WAS PULLED)
007610*     AND CARRY THE SAME TEXT.  THE OVERRIDE'S ENTRY DATE AND
007620*     OPERATOR ARE KEPT AS THE EVIDENCE.
007630******************************************************************
007640 5200-CHECK-OVERRIDE.
007650
007660     MOVE 'UNEXPLAINED' TO WS-CLASS.
007670     MOVE 'OVERRIDE NOT ON OVRDTAB' TO WS-CLASS-REASON.
007680
007690     IF NOT WS-OVRDTAB-OPEN
007700         GO TO 5200-EXIT
007710     END-IF.
007720
007730     MOVE WS-PRV-OVERRIDE-ID (WS-PRV-SUB) TO OVR-ID.
007740     READ OVRDTAB
007750         INVALID KEY
007760             GO TO 5200-EXIT
007770     END-READ.
007780
007790     IF OVR-MESSAGE-TEXT NOT = WS-PRV-TEXT (WS-PRV-SUB)
007800         MOVE 'OVERRIDE TEXT DIFFERS' TO WS-CLASS-REASON
007810         GO TO 5200-EXIT
007820     END-IF.
007830
007840     MOVE 'OVERRIDE   '  TO WS-CLASS.
007850     MOVE SPACES         TO WS-CLASS-REASON.
007860     MOVE OVR-ENTRY-DATE TO WS-PRV-CHG-DATE (WS-PRV-SUB).
007870     MOVE OVR-ENTERED-BY TO WS-PRV-CHG-OPER (WS-PRV-SUB).
007880
007890 5200-EXIT.
007900     EXIT.
007910
007920******************************************************************
007930* 5500-PRINT-TEXT-ENTRY - THE DETAIL LINE, THE EVIDENCE LINE
007940*     (WHEN THERE IS A CHANGE OR OVERRIDE TO NAME) AND THE TEXT.
007950******************************************************************
007960 5500-PRINT-TEXT-ENTRY.
007970
007980     MOVE SPACES TO PRV-RPT-RECORD.
007990     MOVE WS-CLASS                          TO PVR-CLASS.
008000     MOVE WS-PRV-FIRST-DATE (WS-PRV-SUB)    TO PVR-FIRST-DATE.
008010     MOVE WS-PRV-LAST-DATE (WS-PRV-SUB)     TO PVR-LAST-DATE.
008020     MOVE WS-PRV-RUN-COUNT (WS-PRV-SUB)     TO PVR-RUN-COUNT.
008030     MOVE WS-PRV-FIRST-JOB (WS-PRV-SUB)     TO PVR-JOB-NAME.
008040     MOVE WS-PRV-OVERRIDE-ID (WS-PRV-SUB)   TO PVR-OVERRIDE-ID.
008050     MOVE WS-CLASS-REASON                   TO PVR-REASON.
008060     WRITE PRV-RPT-RECORD AFTER ADVANCING 2 LINES.
008070
008080     IF WS-CLASS = 'OVERRIDE'
008090         MOVE SPACES TO PRV-RPT-RECORD
008100         MOVE 'OVERRIDE'                    TO PVR-EVD-LABEL
008110         MOVE WS-PRV-CHG-DATE (WS-PRV-SUB)  TO PVR-EVD-DATE
008120         MOVE ZERO                          TO PVR-EVD-TIME
008130         MOVE 'BY: '                        TO PVR-EVD-BY-LABEL
008140         MOVE WS-PRV-CHG-OPER (WS-PRV-SUB)
008150             TO PVR-EVD-OPERATOR-ID
008160         WRITE PRV-RPT-RECORD AFTER ADVANCING 1 LINE
008170     END-IF.
008180
008190     IF WS-PRV-MATCH (WS-PRV-SUB) = 'A' OR 'B' OR 'K'
008200         MOVE SPACES TO PRV-RPT-RECORD
008210         MOVE 'CHANGE: '                    TO PVR-EVD-LABEL
008220         MOVE WS-PRV-CHG-DATE (WS-PRV-SUB)  TO PVR-EVD-DATE
008230         MOVE WS-PRV-CHG-TIME (WS-PRV-SUB)  TO PVR-EVD-TIME
008240         MOVE WS-PRV-CHG-LANG (WS-PRV-SUB)  TO PVR-EVD-LANG-CODE
008250         MOVE 'BY: '                        TO PVR-EVD-BY-LABEL
008260         MOVE WS-PRV-CHG-OPER (WS-PRV-SUB)
008270             TO PVR-EVD-OPERATOR-ID
008280         MOVE 'APPROVER: '                  TO PVR-EVD-APPR-LABEL
008290         MOVE WS-PRV-CHG-APPR (WS-PRV-SUB)
008300             TO PVR-EVD-APPROVER-ID
008310         WRITE PRV-RPT-RECORD AFTER ADVANCING 1 LINE
008320     END-IF.
008330
008340     PERFORM 5600-PRINT-TEXT-LINE THRU 5600-EXIT
008350         VARYING WS-TEXT-LINE-IDX FROM 1 BY 1
008360         UNTIL WS-TEXT-LINE-IDX > 3.
008370
008380 5500-EXIT.
008390     EXIT.
008400
008410******************************************************************
008420* 5600-PRINT-TEXT-LINE - ONE LINE OF THE DISPLAYED TEXT.  BLANK
008430*     LINES ARE NOT PRINTED.
008440******************************************************************
008450 5600-PRINT-TEXT-LINE.
008460
008470     MOVE WS-PRV-TEXT (WS-PRV-SUB) TO WS-WORK-TEXT.
008480     IF WS-WORK-LINE (WS-TEXT-LINE-IDX) = SPACES
008490         GO TO 5600-EXIT
008500     END-IF.
008510
008520     MOVE SPACES TO PRV-RPT-RECORD.
008530     MOVE 'LINE    ' TO PVR-TEXT-LABEL.
008540     MOVE WS-TEXT-LINE-IDX TO WS-LINE-NO.
008550     MOVE WS-LINE-NO TO PVR-TEXT-LABEL(6:1).
008560     MOVE ':' TO PVR-TEXT-LABEL(7:1).
008570     MOVE WS-WORK-LINE (WS-TEXT-LINE-IDX) TO PVR-TEXT-LINE.
008580     WRITE PRV-RPT-RECORD AFTER ADVANCING 1 LINE.
008590
008600 5600-EXIT.
008610     EXIT.
008620
008630******************************************************************
008640* 5800-RAISE-ALERT - ONE ALERT PER EXCEPTION TEXT, NAMED BY THE
008650*     FIRST JOB THAT SHOWED IT: THE CLASS, THE FIRST RUN DATE
008660*     AND THE START OF THE WORDING, SO THE OPERATOR CAN FIND THE
008670*     ENTRY ON THE REPORT.  AN EARLY, FALLBACK OR BACKOUT TEXT
008680*     IS A WARNING; A TEXT WITH NO APPROVED CHANGE AT ALL IS
008690*     SEVERE.
008700******************************************************************
008710 5800-RAISE-ALERT.
008720
008730     IF WS-CLASS = 'UNEXPLAINED'
008740         MOVE 'S' TO WS-ALERT-SEVERITY
008750     ELSE
008760         MOVE 'W' TO WS-ALERT-SEVERITY
008770     END-IF.
008780     MOVE WS-PRV-FIRST-JOB (WS-PRV-SUB) TO WS-ALERT-JOB-NAME.
008790     MOVE SPACES TO WS-ALERT-REASON.
008800     STRING WS-CLASS DELIMITED BY SPACE
008810            ' TEXT FIRST RUN '         DELIMITED BY SIZE
008820            WS-PRV-FIRST-DATE (WS-PRV-SUB) DELIMITED BY SIZE
008830            ': '                       DELIMITED BY SIZE
008840            WS-PRV-TEXT (WS-PRV-SUB)   DELIMITED BY SIZE
008850         INTO WS-ALERT-REASON
008860     END-STRING.
008870
008880     PERFORM 7000-WRITE-ALERT THRU 7000-EXIT.
008890
008900 5800-EXIT.
008910     EXIT.
008920
008930******************************************************************
008940* 6000-WRITE-TOTALS - CONTROL TOTALS.  RUNS TABLED PLUS RUNS NOT
008950*     TABLED MUST EQUAL THE AUDIT RECORDS IN THE PERIOD, AND THE
008960*     CLASS COUNTS MUST ADD UP TO THE DISTINCT TEXTS - THE
008970*     BALANCE LINE SAYS WHETHER BOTH HELD.  EACH LINE IS ECHOED
008980*     TO SYSOUT AS HELAUDRQ DOES.
008990******************************************************************
009000 6000-WRITE-TOTALS.
009010
009020     MOVE SPACES TO PRV-RPT-RECORD.
009030     MOVE 'AUDIT RECORDS READ:     ' TO PVR-TOTAL-LABEL.
009040     MOVE WS-READ-COUNT TO PVR-TOTAL-COUNT.
009050     WRITE PRV-RPT-RECORD AFTER ADVANCING 3 LINES.
009060     DISPLAY PRV-RPT-RECORD.
009070
009080     MOVE SPACES TO PRV-RPT-RECORD.
009090     MOVE 'AUDIT RECORDS IN PERIOD:' TO PVR-TOTAL-LABEL.
009100     MOVE WS-PERIOD-COUNT TO PVR-TOTAL-COUNT.
009110     WRITE PRV-RPT-RECORD AFTER ADVANCING 1 LINE.
009120     DISPLAY PRV-RPT-RECORD.
009130
009140     MOVE SPACES TO PRV-RPT-RECORD.
009150     MOVE 'RUNS TABLED:            ' TO PVR-TOTAL-LABEL.
009160     MOVE WS-TABLED-RUN-COUNT TO PVR-TOTAL-COUNT.
009170     WRITE PRV-RPT-RECORD AFTER ADVANCING 1 LINE.
009180     DISPLAY PRV-RPT-RECORD.
009190
009200     MOVE SPACES TO PRV-RPT-RECORD.
009210     MOVE 'RUNS NOT TABLED:        ' TO PVR-TOTAL-LABEL.
009220     MOVE WS-OVERFLOW-COUNT TO PVR-TOTAL-COUNT.
009230     IF WS-OVERFLOW-COUNT > ZERO
009240         MOVE 'TABLE FULL    ' TO PVR-STATUS-TEXT
009250     END-IF.
009260     WRITE PRV-RPT-RECORD AFTER ADVANCING 1 LINE.
009270     DISPLAY PRV-RPT-RECORD.
009280
009290     MOVE SPACES TO PRV-RPT-RECORD.
009300     MOVE 'CHGLOG RECORDS READ:    ' TO PVR-TOTAL-LABEL.
009310     MOVE WS-CHGLOG-READ-COUNT TO PVR-TOTAL-COUNT.
009320     WRITE PRV-RPT-RECORD AFTER ADVANCING 1 LINE.
009330     DISPLAY PRV-RPT-RECORD.
009340
009350     MOVE SPACES TO PRV-RPT-RECORD.
009360     MOVE 'DISTINCT TEXTS:         ' TO PVR-TOTAL-LABEL.
009370     MOVE WS-CLASSED-COUNT TO PVR-TOTAL-COUNT.
009380     WRITE PRV-RPT-RECORD AFTER ADVANCING 2 LINES.
009390     DISPLAY PRV-RPT-RECORD.
009400
009410     MOVE SPACES TO PRV-RPT-RECORD.
009420     MOVE '  APPROVED:             ' TO PVR-TOTAL-LABEL.
009430     MOVE WS-APPROVED-COUNT TO PVR-TOTAL-COUNT.
009440     WRITE PRV-RPT-RECORD AFTER ADVANCING 1 LINE.
009450     DISPLAY PRV-RPT-RECORD.
009460
009470     MOVE SPACES TO PRV-RPT-RECORD.
009480     MOVE '  OVERRIDE:             ' TO PVR-TOTAL-LABEL.
009490     MOVE WS-OVERRIDE-COUNT TO PVR-TOTAL-COUNT.
009500     WRITE PRV-RPT-RECORD AFTER ADVANCING 1 LINE.
009510     DISPLAY PRV-RPT-RECORD.
009520
009530     MOVE SPACES TO PRV-RPT-RECORD.
009540     MOVE '  RAN BEFORE APPROVAL:  ' TO PVR-TOTAL-LABEL.
009550     MOVE WS-EARLY-COUNT TO PVR-TOTAL-COUNT.
009560     WRITE PRV-RPT-RECORD AFTER ADVANCING 1 LINE.
009570     DISPLAY PRV-RPT-RECORD.
009580
009590     MOVE SPACES TO PRV-RPT-RECORD.
009600     MOVE '  RESTORED BY BACK-OUT: ' TO PVR-TOTAL-LABEL.
009610     MOVE WS-BACKOUT-COUNT TO PVR-TOTAL-COUNT.
009620     WRITE PRV-RPT-RECORD AFTER ADVANCING 1 LINE.
009630     DISPLAY PRV-RPT-RECORD.
009640
009650     MOVE SPACES TO PRV-RPT-RECORD.
009660     MOVE '  ''**'' FALLBACK:      ' TO PVR-TOTAL-LABEL.
009670     MOVE WS-FALLBACK-COUNT TO PVR-TOTAL-COUNT.
009680     WRITE PRV-RPT-RECORD AFTER ADVANCING 1 LINE.
009690     DISPLAY PRV-RPT-RECORD.
009700
009710     MOVE SPACES TO PRV-RPT-RECORD.
009720     MOVE '  UNEXPLAINED:          ' TO PVR-TOTAL-LABEL.
009730     MOVE WS-UNEXPLAINED-COUNT TO PVR-TOTAL-COUNT.
009740     WRITE PRV-RPT-RECORD AFTER ADVANCING 1 LINE.
009750     DISPLAY PRV-RPT-RECORD.
009760
009770     MOVE SPACES TO PRV-RPT-RECORD.
009780     MOVE 'BALANCE CHECK:          ' TO PVR-TOTAL-LABEL.
009790     MOVE WS-PERIOD-COUNT TO PVR-TOTAL-COUNT.
009800     IF WS-TABLED-RUN-COUNT + WS-OVERFLOW-COUNT = WS-PERIOD-COUNT
009810      AND WS-APPROVED-COUNT + WS-OVERRIDE-COUNT + WS-EARLY-COUNT
009820          + WS-BACKOUT-COUNT + WS-FALLBACK-COUNT
009830          + WS-UNEXPLAINED-COUNT
009840          = WS-CLASSED-COUNT
009850      AND WS-CLASSED-COUNT = WS-PRV-COUNT
009860         MOVE 'IN BALANCE    ' TO PVR-STATUS-TEXT
009870     ELSE
009880         MOVE 'OUT OF BALANCE' TO PVR-STATUS-TEXT
009890         MOVE 8 TO RETURN-CODE
009900     END-IF.
009910     WRITE PRV-RPT-RECORD AFTER ADVANCING 2 LINES.
009920     DISPLAY PRV-RPT-RECORD.
009930
009940     CLOSE PRVRPT.
009950
009960 6000-EXIT.
009970     EXIT.
009980
009990******************************************************************
010000* 7000-WRITE-ALERT - APPEND ONE ALERT RECORD TO THE COMMON
010010*     ALERTS INTERFACE FILE (SEE ALRTREC), OPENED EXTEND ON THE
010020*     FIRST ALERT OF THE RUN (OUTPUT IF IT DOES NOT EXIST YET)
010030*     AND CLOSED BY 7100 AT END OF RUN.  A FILE THAT WILL NOT
010040*     OPEN COSTS THE ALERT, NOT THE EVIDENCE - THE PRINTED
010050*     REPORT STILL CARRIES EVERY EXCEPTION.
010060******************************************************************
010070 7000-WRITE-ALERT.
010080
010090     IF NOT WS-ALERTS-OPEN
010100         OPEN EXTEND ALERTS
010110         IF WS-ALERTS-NOTFND
010120             OPEN OUTPUT ALERTS
010130         END-IF
010140         IF WS-ALERTS-OK
010150             MOVE 'Y' TO WS-ALERTS-OPEN-SW
010160         ELSE
010170             DISPLAY 'HELPROV: ALERT NOT WRITTEN - FILE ERROR'
010180             IF RETURN-CODE < 4
010190                 MOVE 4 TO RETURN-CODE
010200             END-IF
010210             GO TO 7000-EXIT
010220         END-IF
010230     END-IF.
010240
010250     MOVE WS-ALERT-SEVERITY TO ALR-SEVERITY.
010260     MOVE 'HELPROV '        TO ALR-PROGRAM-ID.
010270     MOVE WS-RUN-DATE       TO ALR-RUN-DATE.
010280     MOVE WS-ALERT-JOB-NAME TO ALR-JOB-NAME.
010290     MOVE WS-ALERT-REASON   TO ALR-REASON.
010300     WRITE ALERT-RECORD.
010310
010320 7000-EXIT.
010330     EXIT.
010340
010350******************************************************************
010360* 7100-CLOSE-ALERTS - NORMAL END OF THE ALERT INTERFACE.  A
010370*     FILE THAT NEVER CAME OPEN IS LEFT ALONE.
010380******************************************************************
010390 7100-CLOSE-ALERTS.
010400
010410     IF WS-ALERTS-OPEN
010420         CLOSE ALERTS
010430     END-IF.
010440
010450 7100-EXIT.
010460     EXIT.
