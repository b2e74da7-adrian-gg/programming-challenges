001178*                      UNOPENABLE RUNTOKEN NOW FLAGS THE RUN AT
001179*                      OPEN TIME INSTEAD OF AT THE FIRST SITE
001180*                      THAT NEEDED IT.
001181*     10/15/2026  JA   ADDED EMERGENCY BROADCAST OVERRIDES: THE
001182*                      NEW OVRDTAB KSDS (SEE OVRDREC) CARRIES
001183*                      OPERATOR-POSTED NOTICES WITH A START AND
001184*                      END DATE/TIME AND A TARGET OF EVERY SITE OR
001186*                      A LIST OF SITE IDS.  WHILE ONE IS IN ITS
001187*                      WINDOW IT OUTRANKS LANGTAB FOR THE SITES IT
001188*                      TARGETS, IN SINGLE-SITE AND DRIVER MODE
001189*                      ALIKE, AND THE OVERRIDE ID IS CARRIED ON
001190*                      THE AUDITLOG AND STATBORD RECORDS AND
001192*                      PRINTED ON THE BANNRPT SHEET.  THE NORMAL
001193*                      GREETING COMES BACK BY ITSELF WHEN THE
001194*                      WINDOW CLOSES - NOTHING TO BACK OUT.
001195*     10/15/2026  JA   ADDED THE PARTITIONED DRIVER MODE
001196*                      (PARM='PART,NN'): THE PARTCTL CONTROL FILE
001198*                      (SEE PARTREC) SPLITS SITEMST INTO KEY
001199*                      RANGES AND EACH PARTITION RUNS AS ITS OWN
001200*                      CONCURRENT STEP OVER ITS OWN RANGE, WITH
001201*                      ITS OWN CHECKPOINT.  A DUPLICATE-KEY WRITE
001203*                      ON RUNCTR OR RUNTOKEN - ANOTHER PARTITION
001204*                      GOT THERE FIRST - NOW RE-READS AND UPDATES
001205*                      THE RECORD THE OTHER STEP WROTE INSTEAD OF
001206*                      LOSING THE UPDATE, AND A RUNCTR INCREMENT
001207*                      THAT DOES NOT LAND IS FLAGGED HARD AND LEFT
001209*                      NOT-DONE ON THE TOKEN FOR THE RERUN.
001210******************************************************************
001211
001212 ENVIRONMENT DIVISION.
001213
001215 CONFIGURATION SECTION.
001216 SOURCE-COMPUTER.   IBM-370.
001217 OBJECT-COMPUTER.   IBM-370.
001218
001220 INPUT-OUTPUT SECTION.
001230 FILE-CONTROL.
001240     SELECT LANGTAB     ASSIGN TO LANGTAB
001580                         ACCESS MODE IS RANDOM
001590                         RECORD KEY IS TKN-KEY
001600                         FILE STATUS IS WS-RUNTOKEN-STATUS.
001603
001607     SELECT OVRDTAB     ASSIGN TO OVRDTAB
001611                         ORGANIZATION IS INDEXED
001612                         ACCESS MODE IS SEQUENTIAL
001613                         RECORD KEY IS OVR-ID
001614                         FILE STATUS IS WS-OVRDTAB-STATUS.
001615
001616     SELECT PARTCTL     ASSIGN TO PARTCTL
001617                         ORGANIZATION IS SEQUENTIAL
001618                         FILE STATUS IS WS-PARTCTL-STATUS.
001619
001620 DATA DIVISION.
001630
001640 FILE SECTION.
001700
001710 FD  AUDITLOG
001720     LABEL RECORDS ARE STANDARD
001730     RECORD CONTAINS 212 CHARACTERS.
001740     COPY AUDITREC.
001750
001760 FD  BANNRPT
001850
001860 FD  STATBORD
001870     LABEL RECORDS ARE STANDARD
001880     RECORD CONTAINS 216 CHARACTERS.
001890     COPY STATREC.
001900
001910 FD  SITEMST
002011 FD  RUNTOKEN
002020     LABEL RECORDS ARE STANDARD
002030     RECORD CONTAINS 21 CHARACTERS.
002033     COPY TOKNREC.
002037
002041 FD  OVRDTAB
002042     LABEL RECORDS ARE STANDARD
002043     RECORD CONTAINS 336 CHARACTERS.
002044     COPY OVRDREC.
002045
002046 FD  PARTCTL
002047     LABEL RECORDS ARE STANDARD
002048     RECORD CONTAINS 80 CHARACTERS.
002049     COPY PARTREC.
002050
002060 WORKING-STORAGE SECTION.
002070
002370
002380 77  WS-RUN-MODE-SW              PIC X(01)  VALUE 'S'.
002390     88  WS-SINGLE-MODE                     VALUE 'S'.
002391     88  WS-LIST-MODE                       VALUE 'L'.
002392     88  WS-PART-MODE                       VALUE 'P'.
002393     88  WS-DRIVER-MODE                     VALUE 'L' 'P'.
002394
002396 77  WS-PARTCTL-STATUS           PIC X(02)  VALUE SPACES.
002397     88  WS-PARTCTL-OK                      VALUE '00'.
002398
002399 77  WS-PARTCTL-EOF-SW           PIC X(01)  VALUE 'N'.
002400     88  WS-PARTCTL-AT-END                  VALUE 'Y'.
002402
002403 77  WS-PART-FOUND-SW            PIC X(01)  VALUE 'N'.
002404     88  WS-PART-FOUND                      VALUE 'Y'.
002405
002406 77  WS-PARTITION-ID             PIC X(02)  VALUE SPACES.
002408 77  WS-PART-LOW-SITE            PIC X(04)  VALUE SPACES.
002409 77  WS-PART-HIGH-SITE           PIC X(04)  VALUE SPACES.
002410
002420 77  WS-SITEMST-STATUS           PIC X(02)  VALUE SPACES.
002430     88  WS-SITEMST-OK                      VALUE '00'.
002690
002700 77  WS-RUNCTR-STATUS            PIC X(02)  VALUE SPACES.
002710     88  WS-RUNCTR-OK                       VALUE '00'.
002715     88  WS-RUNCTR-DUPKEY                   VALUE '22'.
002720     88  WS-RUNCTR-NOTFND                   VALUE '35'.
002722
002724 77  WS-RUNCTR-OPEN-SW           PIC X(01)  VALUE 'N'.
002991 01  WS-RUN-DATE-TIME.
003000     05  WS-RUN-DATE             PIC 9(08).
003010     05  WS-RUN-TIME             PIC 9(08).
003011
003012 77  WS-OVRDTAB-STATUS           PIC X(02)  VALUE SPACES.
003013     88  WS-OVRDTAB-OK                      VALUE '00'.
003014     88  WS-OVRDTAB-NOTFND                  VALUE '35'.
003015
003016 77  WS-OVRDTAB-EOF-SW           PIC X(01)  VALUE 'N'.
003017     88  WS-OVRDTAB-AT-END                  VALUE 'Y'.
003018
003019 77  WS-OVERRIDE-ID              PIC X(08)  VALUE SPACES.
003020 77  WS-OVR-COUNT                PIC S9(4) COMP VALUE ZERO.
003021 77  WS-OVR-IDX                  PIC S9(4) COMP VALUE ZERO.
003022 77  WS-OVR-SITE-IDX             PIC S9(4) COMP VALUE ZERO.
003024 77  WS-OVR-BEST-IDX             PIC S9(4) COMP VALUE ZERO.
003025 77  WS-OVR-SITE-HIT-SW          PIC X(01)  VALUE 'N'.
003026     88  WS-OVR-SITE-HIT                    VALUE 'Y'.
003027
003028 01  WS-OVERRIDE-TABLE.
003029     05  WS-OVR-ENTRY            OCCURS 20 TIMES.
003030         10  WS-OVR-ID           PIC X(08).
003031         10  WS-OVR-START-STAMP  PIC X(16).
003032         10  WS-OVR-TARGET       PIC X(01).
003033             88  WS-OVR-ALL-SITES           VALUE 'A'.
003034         10  WS-OVR-SITE-COUNT   PIC 9(02).
003035         10  WS-OVR-SITE-LIST.
003036             15  WS-OVR-SITE-ID  OCCURS 20 TIMES PIC X(04).
003037         10  WS-OVR-TEXT         PIC X(180).
003038
003039 LINKAGE SECTION.
003040
003050 01  LS-PARM-AREA.
003060     05  LS-PARM-LEN             PIC S9(4) COMP.
003120* 0000-MAINLINE - PROGRAM CONTROL.  ONE EXECUTION GREETS EITHER
003130*     THE SINGLE SITE NAMED ON THE PARM OR, IN DRIVER MODE
003140*     (PARM='LIST'), EVERY ACTIVE SITE ON THE SITEMST SITE
003144*     MASTER IN ONE KEY-ORDER PASS - OR, PARTITIONED
003148*     (PARM='PART,NN'), EVERY ACTIVE SITE IN ONE PARTCTL KEY
003152*     RANGE, ALONGSIDE THE OTHER PARTITIONS' STEPS.  EVERY
003156*     RUN-WIDE FILE -
003160*     BANNRPT AND STATBORD, AND THE LANGTAB/CHARDEF/RUNTOKEN/
003162*     AUDITLOG/RUNCTR SET 1450-OPEN-RUN-INPUTS HANDLES - IS
003164*     OPENED ONCE HERE AND HELD ACROSS THE SITE LOOP, SO A
003166*     TWENTY-SITE PASS COSTS ONE SET OF VSAM OPENS, NOT TWENTY.
003170*     THE EMERGENCY BROADCAST OVERRIDES IN EFFECT ARE LOADED
003174*     ONCE HERE TOO, FOR EVERY SITE THE RUN GREETS.
003180******************************************************************
003190 0000-MAINLINE.
003200
003210     PERFORM 1000-INITIALIZE        THRU 1000-EXIT.
003220     PERFORM 1400-OPEN-RUN-OUTPUTS  THRU 1400-EXIT.
003222     PERFORM 1450-OPEN-RUN-INPUTS   THRU 1450-EXIT.
003226     PERFORM 1470-LOAD-OVERRIDES    THRU 1470-EXIT.
003230
003240     IF WS-DRIVER-MODE
003250         PERFORM 0100-PROCESS-SITE-LIST THRU 0100-EXIT
003260     ELSE
003270         PERFORM 0200-GREET-ONE-SITE    THRU 0200-EXIT
003392*     ACROSS A RESTART BY CONSTRUCTION, WHICH IS WHAT THE OLD
003394*     CARD DECK COULD NEVER PROMISE.  A SITE MASTER THAT WON'T
003400*     OPEN IS A HARD ERROR - NOTHING SENSIBLE TO GREET WITHOUT
003402*     IT.  A PARTITIONED STEP BROWSES ONLY ITS OWN KEY RANGE
003404*     (1520-READ-PARTITION POSITIONS IT), AND ITS CHECKPOINT IS A
003406*     POSITION WITHIN THAT RANGE, SO AN ABEND IN ONE PARTITION
003408*     RESTARTS ONLY THAT PARTITION'S REMAINING SITES.
003410******************************************************************
003420 0100-PROCESS-SITE-LIST.
003430
003450     IF NOT WS-SITEMST-OK
003460         MOVE 8 TO RETURN-CODE
003470         GO TO 0100-EXIT
003472     END-IF.
003474
003476     IF WS-PART-MODE
003478         PERFORM 1520-READ-PARTITION THRU 1520-EXIT
003480     END-IF.
003490
003500     PERFORM 1500-READ-CHECKPOINT THRU 1500-EXIT.
003710*     RESTART'S BOARD PAGE WOULD PRINT CURRENT WHILE MISSING
003712*     THEM.  MENSAJE IS RESET TO THE COMPILED-IN DEFAULT FOR
003730*     EACH SITE SO ONE SITE'S GREETING CAN NEVER BLEED INTO THE
003736*     NEXT WHEN A LOOKUP COMES UP EMPTY.  A PARTITIONED STEP'S
003742*     PASS ENDS AT THE FIRST SITE ID PAST THE TOP OF ITS RANGE.
003750******************************************************************
003760 0110-PROCESS-SITE.
003770
003800             MOVE 'Y' TO WS-SITEMST-EOF-SW
003810             GO TO 0110-EXIT
003820     END-READ.
003821
003822     IF WS-PART-MODE
003823      AND SMS-SITE-ID > WS-PART-HIGH-SITE
003824         MOVE 'Y' TO WS-SITEMST-EOF-SW
003825         GO TO 0110-EXIT
003826     END-IF.
003830
003840     ADD 1 TO WS-SITE-SEQ.
003850
004780*     PARM='LIST,NNN' - IS THE SCHEDULER-SUPPLIED OCCURRENCE
004790*     NUMBER FOR THE RUN TOKEN; OMITTED OR NON-NUMERIC, IT
004800*     DEFAULTS TO 001, SO EVERY OLDER PARM FORM STILL WORKS.
004803*     PARM='PART,NN' OR PARM='PART,NN,NNN' SELECTS THE
004806*     PARTITIONED DRIVER MODE FOR PARTCTL PARTITION NN.
004810*     NO PARM MEANS "USE THE SITE DEFAULT", CODED AS LANGUAGE
004820*     EN RUNNING UNDER JOB HELLOWLD, OCCURRENCE 001.
004830******************************************************************
004930             MOVE 'L' TO WS-RUN-MODE-SW
004940             MOVE WS-PARM-TOKEN2 TO WS-PARM-TOKEN3
004950         ELSE
004954             IF WS-PARM-TOKEN1 = 'PART'
004958                 MOVE 'P' TO WS-RUN-MODE-SW
004962                 MOVE WS-PARM-TOKEN2(1:2) TO WS-PARTITION-ID
004966             ELSE
004970                 MOVE WS-PARM-TOKEN1(1:2) TO WS-LANG-CODE-PARM
004974                 IF WS-PARM-TOKEN2 NOT = SPACES
004978                     MOVE WS-PARM-TOKEN2 TO WS-JOB-NAME-PARM
004982                 END-IF
004990             END-IF
005000         END-IF
005010         IF WS-PARM-TOKEN3(1:3) IS NUMERIC
005370     EXIT.
005371
005372******************************************************************
005373* 1470-LOAD-OVERRIDES - PICK UP EVERY EMERGENCY BROADCAST
005374*     OVERRIDE (SEE OVRDREC) WHOSE WINDOW COVERS THIS EXECUTION'S
005375*     RUN DATE/TIME INTO WS-OVERRIDE-TABLE, SO THE SITE LOOP
005376*     TESTS A SMALL TABLE INSTEAD OF BROWSING THE KSDS PER SITE.
005377*     THE RUN DATE/TIME IS TAKEN ONCE AT START-UP, SO ONE
005378*     EXECUTION NEVER CHANGES WORDING PARTWAY DOWN THE SITE
005379*     LIST.  A CANCELLED OVERRIDE, OR ONE WHOSE WINDOW HAS NOT
005380*     YET OPENED OR HAS ALREADY CLOSED, IS PASSED OVER - WHICH
005381*     IS ALL IT TAKES FOR THE NORMAL GREETING TO COME BACK.  NO
005382*     OVRDTAB DATASET (STATUS 35) MEANS NO OVERRIDES, QUIETLY;
005383*     ONE THAT EXISTS BUT WILL NOT OPEN FLAGS THE RUN HARD, SINCE
005384*     A NOTICE OPERATIONS POSTED MAY BE MISSING FROM TONIGHT'S
005385*     BANNERS.
005386******************************************************************
005388 1470-LOAD-OVERRIDES.
005389
005390     MOVE ZERO TO WS-OVR-COUNT.
005391     MOVE 'N' TO WS-OVRDTAB-EOF-SW.
005392
005393     OPEN INPUT OVRDTAB.
005394     IF WS-OVRDTAB-NOTFND
005395         GO TO 1470-EXIT
005396     END-IF.
005397     IF NOT WS-OVRDTAB-OK
005398         DISPLAY 'HELLOWORLD: OVRDTAB OPEN FAILED, STATUS '
005399             WS-OVRDTAB-STATUS
005400         MOVE 8 TO RETURN-CODE
005401         GO TO 1470-EXIT
005403     END-IF.
005404
005405     PERFORM 1480-LOAD-ONE-OVERRIDE THRU 1480-EXIT
005406         UNTIL WS-OVRDTAB-AT-END.
005407
005408     CLOSE OVRDTAB.
005409
005410 1470-EXIT.
005411     EXIT.
005412
005413******************************************************************
005414* 1480-LOAD-ONE-OVERRIDE - ONE OVRDTAB RECORD.  THE START AND END
005415*     DATE/TIME PAIRS COMPARE AS 16-DIGIT STAMPS AGAINST
005416*     WS-RUN-DATE-TIME, BOTH ENDS INCLUSIVE.  MORE OVERRIDES IN
005417*     EFFECT AT ONCE THAN THE TABLE HOLDS FLAGS THE RUN DEGRADED
005419*     AND THE EXCESS IS NAMED ON THE CONSOLE AND IGNORED - TWENTY
005420*     SIMULTANEOUS NOTICES IS AN OPERATIONS PROBLEM, NOT A TABLE
005421*     SIZE PROBLEM.
005422******************************************************************
005423 1480-LOAD-ONE-OVERRIDE.
005424
005425     READ OVRDTAB NEXT RECORD
005426         AT END
005427             MOVE 'Y' TO WS-OVRDTAB-EOF-SW
005428             GO TO 1480-EXIT
005429     END-READ.
005430
005431     IF NOT OVR-ON-FILE
005432      OR OVR-START > WS-RUN-DATE-TIME
005434      OR OVR-END < WS-RUN-DATE-TIME
005435         GO TO 1480-EXIT
005436     END-IF.
005437
005438     IF WS-OVR-COUNT NOT < 20
005439         DISPLAY 'HELLOWORLD: OVERRIDE ' OVR-ID
005440             ' IGNORED - MORE THAN 20 IN EFFECT'
005441         IF RETURN-CODE < 4
005442             MOVE 4 TO RETURN-CODE
005443         END-IF
005444         GO TO 1480-EXIT
005445     END-IF.
005446
005447     ADD 1 TO WS-OVR-COUNT.
005448     MOVE OVR-ID           TO WS-OVR-ID(WS-OVR-COUNT).
005450     MOVE OVR-START        TO WS-OVR-START-STAMP(WS-OVR-COUNT).
005451     MOVE OVR-TARGET       TO WS-OVR-TARGET(WS-OVR-COUNT).
005452     MOVE OVR-SITE-COUNT   TO WS-OVR-SITE-COUNT(WS-OVR-COUNT).
005453     MOVE OVR-SITE-LIST    TO WS-OVR-SITE-LIST(WS-OVR-COUNT).
005454     MOVE OVR-MESSAGE-TEXT TO WS-OVR-TEXT(WS-OVR-COUNT).
005455
005456 1480-EXIT.
005457     EXIT.
005458
005459******************************************************************
005460* 1500-READ-CHECKPOINT - PICK UP WHERE AN ABENDED RUN LEFT OFF.
005461*     NO CHKPOINT DATASET, AN EMPTY ONE, OR ONE STAMPED WITH AN
005462*     EARLIER RUN DATE MEANS A FRESH PASS FROM THE TOP OF THE
005463*     LIST.  A CHECKPOINT THAT EXISTS BUT CANNOT BE READ STOPS
005465*     THE LIST COLD - GUESSING AND RE-GREETING TWENTY SITES IS
005466*     WORSE THAN MAKING THE OPERATOR LOOK AT THE DATASET.  SO DOES
005467*     A PARTITIONED STEP HANDED A CURRENT CHECKPOINT FOR A SITE
005468*     OUTSIDE ITS OWN RANGE - ANOTHER PARTITION'S CHECKPOINT
005469*     DATASET ON THE CHKPOINT DD, WHOSE POSITION MEANS NOTHING
005470*     HERE.
005471******************************************************************
005472 1500-READ-CHECKPOINT.
005473
005474     MOVE ZERO TO WS-RESTART-SEQ.
005475
005476     OPEN INPUT CHKPOINT.
005477     IF WS-CHKPOINT-NOTFND
005478         GO TO 1500-EXIT
005480     END-IF.
005490     IF NOT WS-CHKPOINT-OK
005500         MOVE 8 TO RETURN-CODE
005600
005610     IF CHK-RUN-DATE = WS-RUN-DATE
005620         MOVE CHK-SITE-SEQ TO WS-RESTART-SEQ
005621         IF WS-PART-MODE
005622          AND (CHK-SITE-ID < WS-PART-LOW-SITE
005623           OR  CHK-SITE-ID > WS-PART-HIGH-SITE)
005624             DISPLAY 'HELLOWORLD: CHECKPOINT SITE ' CHK-SITE-ID
005625                 ' IS NOT IN PARTITION ' WS-PARTITION-ID
005626             MOVE 8 TO RETURN-CODE
005627             MOVE 'Y' TO WS-SITEMST-EOF-SW
005628         END-IF
005630     END-IF.
005640
005650     CLOSE CHKPOINT.
005660
005661 1500-EXIT.
005662     EXIT.
005663
005664******************************************************************
005665* 1520-READ-PARTITION - PARTITIONED DRIVER MODE.  FIND THIS
005666*     STEP'S CARD ON THE PARTCTL CONTROL FILE (SEE PARTREC) AND
005667*     POSITION THE SITEMST BROWSE AT THE LOW END OF ITS KEY
005668*     RANGE; 0110-PROCESS-SITE ENDS THE PASS AT THE HIGH END.
005669*     NO PARTCTL, NO CARD FOR THE PARTITION, OR A RANGE THAT RUNS
005671*     BACKWARD STOPS THE STEP COLD BEFORE ANY SITE IS GREETED -
005672*     GUESSING AT A RANGE WOULD GREET ANOTHER PARTITION'S SITES
005673*     TWICE, OR NOBODY'S AT ALL.  A RANGE WITH NO SITES IN IT IS
005674*     AN EMPTY PASS, NOT AN ERROR.
005675******************************************************************
005676 1520-READ-PARTITION.
005677
005678     MOVE 'N' TO WS-PART-FOUND-SW.
005679     MOVE 'N' TO WS-PARTCTL-EOF-SW.
005680
005681     OPEN INPUT PARTCTL.
005682     IF NOT WS-PARTCTL-OK
005683         DISPLAY 'HELLOWORLD: PARTCTL OPEN FAILED, STATUS '
005684             WS-PARTCTL-STATUS
005685         GO TO 1520-FAILED
005686     END-IF.
005687
005688     PERFORM 1530-FIND-PARTITION THRU 1530-EXIT
005689         UNTIL WS-PARTCTL-AT-END
005690            OR WS-PART-FOUND.
005691
005692     CLOSE PARTCTL.
005693
005694     IF NOT WS-PART-FOUND
005695         DISPLAY 'HELLOWORLD: PARTITION ' WS-PARTITION-ID
005696             ' NOT ON PARTCTL'
005697         GO TO 1520-FAILED
005698     END-IF.
005699
005700     IF WS-PART-LOW-SITE > WS-PART-HIGH-SITE
005701         DISPLAY 'HELLOWORLD: PARTITION ' WS-PARTITION-ID
005702             ' RANGE ' WS-PART-LOW-SITE '-' WS-PART-HIGH-SITE
005703             ' RUNS BACKWARD'
005704         GO TO 1520-FAILED
005705     END-IF.
005706
005707     MOVE WS-PART-LOW-SITE TO SMS-SITE-ID.
005708     START SITEMST KEY >= SMS-SITE-ID
005709         INVALID KEY
005711             MOVE 'Y' TO WS-SITEMST-EOF-SW
005712     END-START.
005713
005714     GO TO 1520-EXIT.
005715
005716 1520-FAILED.
005717
005718     MOVE 8 TO RETURN-CODE.
005719     MOVE 'Y' TO WS-SITEMST-EOF-SW.
005720
005721 1520-EXIT.
005722     EXIT.
005723
005724******************************************************************
005725* 1530-FIND-PARTITION - ONE PARTCTL CARD.
005726******************************************************************
005727 1530-FIND-PARTITION.
005728
005729     READ PARTCTL
005730         AT END
005731             MOVE 'Y' TO WS-PARTCTL-EOF-SW
005732             GO TO 1530-EXIT
005733     END-READ.
005734
005735     IF PRT-PARTITION-ID = WS-PARTITION-ID
005736         MOVE 'Y' TO WS-PART-FOUND-SW
005737         MOVE PRT-LOW-SITE-ID  TO WS-PART-LOW-SITE
005738         MOVE PRT-HIGH-SITE-ID TO WS-PART-HIGH-SITE
005739     END-IF.
005740
005741 1530-EXIT.
005742     EXIT.
005743
005744******************************************************************
005745* 1600-WRITE-CHECKPOINT - RECORD THE SITE JUST COMPLETED.  THE
005746*     FILE IS REWRITTEN FROM THE TOP EVERY TIME - IT ONLY EVER
005747*     HOLDS THE ONE CURRENT RECORD.  IF THE CHECKPOINT CANNOT BE
005748*     WRITTEN THE LIST STOPS THERE: CARRYING ON UNPROTECTED
005750*     WOULD TURN THE NEXT ABEND INTO A FULL RE-GREET.
005760******************************************************************
005770 1600-WRITE-CHECKPOINT.
006030*     EXECUTION BY 1450-OPEN-RUN-INPUTS AND HELD ACROSS THE
006040*     SITE LOOP; A FILE THAT NEVER CAME OPEN MEANS EVERY SITE
006050*     RUNS UNPROTECTED (THE BANNER MUST STILL POST) WITH THE
006054*     GAP ALREADY FLAGGED HARD AT OPEN TIME.  A NEW TOKEN THAT
006058*     COMES BACK DUPLICATE KEY ON THE WRITE WAS PUT ON FILE BY A
006062*     CONCURRENT STEP BETWEEN THE READ AND THE WRITE; 1750 PICKS
006066*     UP THAT STEP'S RECORD RATHER THAN RUNNING UNPROTECTED.
006070******************************************************************
006080 1700-READ-RUN-TOKEN.
006090
006270             MOVE 'N' TO TKN-AUDIT-SW
006280             MOVE 'N' TO TKN-COUNTER-SW
006290             WRITE TOKEN-RECORD
006292                 INVALID KEY
006294                     PERFORM 1750-REREAD-RUN-TOKEN THRU 1750-EXIT
006296             END-WRITE
006300     END-READ.
006310
006311 1700-EXIT.
006312     EXIT.
006313
006314******************************************************************
006315* 1750-REREAD-RUN-TOKEN - THE TOKEN IS ALREADY ON FILE AFTER ALL.
006316*     READ IT BACK SO ITS DONE-SWITCHES GOVERN THIS SITE; IF EVEN
006317*     THAT FAILS THE SITE RUNS UNPROTECTED AND THE RUN IS FLAGGED
006318*     HARD.
006319******************************************************************
006320 1750-REREAD-RUN-TOKEN.
006321
006322     READ RUNTOKEN
006323         INVALID KEY
006324             MOVE 'N' TO WS-TOKEN-ACTIVE-SW
006325             MOVE 8 TO RETURN-CODE
006326     END-READ.
006328
006329 1750-EXIT.
006330     EXIT.
006340
006350******************************************************************
006950*     VIA 1200-SELECT-DEFAULT.  THE FILE IS OPENED ONCE PER
006952*     EXECUTION BY 1450-OPEN-RUN-INPUTS; A LANGTAB THAT NEVER
006954*     CAME OPEN LEAVES THE COMPILED-IN DEFAULT STANDING, WITH
006955*     THE RUN ALREADY FLAGGED AT OPEN TIME.  AN EMERGENCY
006956*     BROADCAST OVERRIDE IN EFFECT FOR THE SITE
006957*     (1120-CHECK-OVERRIDE) OUTRANKS EVERY LANGTAB ROW AND SKIPS
006958*     THE LOOKUP ENTIRELY - EVEN WITH LANGTAB UNAVAILABLE.
006960******************************************************************
006970 1100-READ-LANG-RECORD.
006971
006972     PERFORM 1120-CHECK-OVERRIDE THRU 1120-EXIT.
006973     IF WS-OVERRIDE-ID NOT = SPACES
006974         GO TO 1100-EXIT
006975     END-IF.
006980
006990     IF NOT WS-LANGTAB-AVAIL
007010         IF RETURN-CODE < 4
007150         PERFORM 1200-SELECT-DEFAULT THRU 1200-EXIT
007160     END-IF.
007170
007171 1100-EXIT.
007172     EXIT.
007173
007174******************************************************************
007176* 1120-CHECK-OVERRIDE - IS AN EMERGENCY BROADCAST OVERRIDE IN
007177*     EFFECT FOR THIS SITE?  AN ALL-SITES OVERRIDE APPLIES TO
007178*     EVERY SITE, INCLUDING A SINGLE-SITE RUN; A SITE-LIST
007179*     OVERRIDE APPLIES ONLY IN DRIVER MODE, TO THE SITE IDS IT
007181*     NAMES.  WHEN SEVERAL APPLY THE ONE THAT STARTED LATEST WINS
007182*     (ON A TIE, THE LATER OVERRIDE ID), SO A FOLLOW-UP NOTICE
007183*     REPLACES THE ONE BEFORE IT WITHOUT THE FIRST HAVING TO BE
007184*     CANCELLED.  THE WINNING TEXT GOES STRAIGHT INTO MENSAJE AND
007185*     ITS ID INTO WS-OVERRIDE-ID FOR THE AUDIT, BOARD AND PRINTED
007187*     BANNER; NO OVERRIDE LEAVES WS-OVERRIDE-ID SPACES.
007188******************************************************************
007189 1120-CHECK-OVERRIDE.
007190
007192     MOVE SPACES TO WS-OVERRIDE-ID.
007193     MOVE ZERO TO WS-OVR-BEST-IDX.
007194
007195     PERFORM 1130-TEST-OVERRIDE THRU 1130-EXIT
007196         VARYING WS-OVR-IDX FROM 1 BY 1
007198         UNTIL WS-OVR-IDX > WS-OVR-COUNT.
007199
007200     IF WS-OVR-BEST-IDX > ZERO
007201         MOVE WS-OVR-TEXT(WS-OVR-BEST-IDX) TO MENSAJE
007203         MOVE WS-OVR-ID(WS-OVR-BEST-IDX)   TO WS-OVERRIDE-ID
007204     END-IF.
007205
007206 1120-EXIT.
007207     EXIT.
007208
007209******************************************************************
007210* 1130-TEST-OVERRIDE - ONE OVERRIDE IN THE TABLE.  DOES IT TARGET
007211*     THIS SITE, AND DOES IT OUTRANK THE BEST ONE FOUND SO FAR?
007212******************************************************************
007213 1130-TEST-OVERRIDE.
007214
007215     MOVE 'N' TO WS-OVR-SITE-HIT-SW.
007216     IF WS-OVR-ALL-SITES(WS-OVR-IDX)
007217         MOVE 'Y' TO WS-OVR-SITE-HIT-SW
007218     END-IF.
007219
007220     IF NOT WS-OVR-SITE-HIT
007221      AND WS-SITE-ID NOT = SPACES
007222         PERFORM 1140-TEST-OVERRIDE-SITE THRU 1140-EXIT
007223             VARYING WS-OVR-SITE-IDX FROM 1 BY 1
007224             UNTIL WS-OVR-SITE-IDX > WS-OVR-SITE-COUNT(WS-OVR-IDX)
007225                OR WS-OVR-SITE-HIT
007226     END-IF.
007227
007228     IF NOT WS-OVR-SITE-HIT
007229         GO TO 1130-EXIT
007230     END-IF.
007231
007232     IF WS-OVR-BEST-IDX = ZERO
007233         MOVE WS-OVR-IDX TO WS-OVR-BEST-IDX
007234         GO TO 1130-EXIT
007235     END-IF.
007236
007237     IF WS-OVR-START-STAMP(WS-OVR-IDX)
007238             NOT < WS-OVR-START-STAMP(WS-OVR-BEST-IDX)
007239         MOVE WS-OVR-IDX TO WS-OVR-BEST-IDX
007240     END-IF.
007241
007242 1130-EXIT.
007243     EXIT.
007244
007245******************************************************************
007246* 1140-TEST-OVERRIDE-SITE - ONE SITE ID ON A SITE-LIST OVERRIDE.
007247******************************************************************
007248 1140-TEST-OVERRIDE-SITE.
007249
007250     IF WS-OVR-SITE-ID(WS-OVR-IDX WS-OVR-SITE-IDX) = WS-SITE-ID
007251         MOVE 'Y' TO WS-OVR-SITE-HIT-SW
007252     END-IF.
007253
007254 1140-EXIT.
007255     EXIT.
007256
007257******************************************************************
007258* 1150-SCAN-LANG-RECORDS - BROWSE EVERY LANGTAB ROW FOR THE
007259*     LANG-CODE IN WS-SCAN-LANG-CODE AND HOLD THE TEXT OF THE
007260*     BEST ROW IN EFFECT FOR WS-RUN-DATE.  A ROW IS IN EFFECT
007270*     WHEN EFF-FROM <= RUN DATE <= EFF-TO; AMONG ROWS IN EFFECT
007280*     THE HIGHEST EFF-FROM WINS, SO AN OPEN SEASONAL WINDOW
008930*     MESSAGE THAT FAILED 1300-VALIDATE-MESSAGE IS SUPPRESSED HERE
008940*     TOO, THE SAME AS ON THE CONSOLE.  BANNRPT IS OPENED ONCE PER
008950*     EXECUTION BY 1400-OPEN-RUN-OUTPUTS; A FILE THAT NEVER CAME
008955*     OPEN IS LEFT ALONE HERE.  A BANNER SUPPLIED BY AN
008960*     EMERGENCY BROADCAST OVERRIDE CARRIES AN EXTRA LINE UNDER
008965*     THE RUN DATE NAMING THE OVERRIDE.
008970******************************************************************
008980 3000-PRINT-BANNER-RPT.
008990
009110     MOVE WS-RUN-DATE TO BND-RUN-DATE.
009120     WRITE BANNER-RECORD FROM BANNER-REC-DATE
009130         AFTER ADVANCING 1 LINE.
009131
009132     IF WS-OVERRIDE-ID NOT = SPACES
009133         MOVE SPACES TO BANNER-RECORD
009134         MOVE 'BROADCAST OVERRIDE: ' TO BNO-LABEL
009135         MOVE WS-OVERRIDE-ID TO BNO-OVERRIDE-ID
009136         WRITE BANNER-RECORD FROM BANNER-REC-OVRD
009137             AFTER ADVANCING 1 LINE
009138     END-IF.
009140
009150     IF WS-MSG-VALID
009160         MOVE ZERO TO WS-MSG-LINES-OUT
009350*     AND THE FLAG IS RENEWED HERE SINCE THIS SITE'S EXECUTION
009360*     CANNOT BE EVIDENCED.  A RERUN WHOSE TOKEN SAYS THIS APPEND
009370*     ALREADY LANDED SKIPS IT - ONE SCHEDULED RUN, ONE AUDIT
009375*     RECORD, HOWEVER MANY RESTARTS IT TOOK.  THE RECORD
009380*     CARRIES THE OVERRIDE ID WHEN AN EMERGENCY BROADCAST
009385*     OVERRIDE SUPPLIED THE TEXT, SPACES OTHERWISE.
009390******************************************************************
009400 4000-WRITE-AUDIT-LOG.
009410
009570     MOVE WS-RUN-TIME      TO AUD-RUN-TIME.
009580     MOVE WS-JOB-NAME-PARM TO AUD-JOB-NAME.
009590     MOVE MENSAJE          TO AUD-MESSAGE-TEXT.
009595     MOVE WS-OVERRIDE-ID   TO AUD-OVERRIDE-ID.
009600
009610     WRITE AUDIT-RECORD.
009620
009790*     OF 1; EVERY LATER RUN THAT DAY REWRITES THE SAME RECORD
009800*     WITH THE COUNT INCREMENTED.  A RERUN WHOSE TOKEN SAYS
009810*     THIS INCREMENT ALREADY LANDED SKIPS IT, SO A RESTART
009812*     NEVER INFLATES THE COUNT HELRECON RECONCILES.  ON A
009814*     PARTITIONED NIGHT EVERY PARTITION UPDATES THE SAME RECORD:
009816*     THE READ HOLDS THE RECORD AGAINST THE OTHER STEPS UNTIL THE
009818*     REWRITE, AND A FIRST-OF-DAY WRITE THAT LOSES THE RACE TO
009820*     ANOTHER PARTITION (DUPLICATE KEY) IS ADDED ONTO THE RECORD
009822*     THAT PARTITION WROTE (5100).  AN INCREMENT THAT STILL DOES
009824*     NOT LAND IS FLAGGED HARD AND THE TOKEN LEFT NOT-DONE, SO
009826*     THE RERUN COUNTS IT.
009830******************************************************************
009840 5000-UPDATE-RUN-COUNTER.
009850
010120             REWRITE RUNCTR-RECORD
010130     END-READ.
010140
010141     IF WS-RUNCTR-DUPKEY
010142         PERFORM 5100-ADD-TO-EXISTING THRU 5100-EXIT
010143     END-IF.
010144
010145     IF NOT WS-RUNCTR-OK
010146         DISPLAY 'HELLOWORLD: RUNCTR NOT ADVANCED FOR '
010147             WS-JOB-NAME-PARM ', STATUS ' WS-RUNCTR-STATUS
010148         MOVE 8 TO RETURN-CODE
010149         GO TO 5000-EXIT
010150     END-IF.
010151
010160     PERFORM 1850-MARK-COUNTER-DONE THRU 1850-EXIT.
010170
010172 5000-EXIT.
010174     EXIT.
010176
010178******************************************************************
010180* 5100-ADD-TO-EXISTING - ANOTHER PARTITION WROTE TODAY'S RUNCTR
010182*     RECORD BETWEEN THIS STEP'S READ AND ITS WRITE.  READ THE
010183*     RECORD IT WROTE AND ADD THIS SITE'S RUN TO IT, SO NEITHER
010184*     STEP'S INCREMENT IS LOST.  THE FILE STATUS LEFT BEHIND TELLS
010185*     5000 WHETHER IT LANDED.
010186******************************************************************
010187 5100-ADD-TO-EXISTING.
010188
010189     MOVE WS-RUN-DATE TO RCT-RUN-DATE.
010190     READ RUNCTR
010191         INVALID KEY
010192             GO TO 5100-EXIT
010193     END-READ.
010194
010195     ADD 1 TO RCT-RUN-COUNT.
010196     REWRITE RUNCTR-RECORD.
010197
010198 5100-EXIT.
010199     EXIT.
010200
010210******************************************************************
010220* 6000-WRITE-STATUS-BOARD - WRITE THE TEXT THAT WAS DISPLAYED (OR,
010280*     1400-OPEN-RUN-OUTPUTS AND COLLECTS ONE RECORD PER SITE
010290*     GREETED, SO IT CARRIES ONLY THE CURRENT RUN'S STATUS, NOT
010300*     AN ACCUMULATING LOG.  A FILE THAT NEVER CAME OPEN IS LEFT
010306*     ALONE HERE.  THE OVERRIDE ID RIDES ALONG SO THE BOARD PAGE
010312*     CAN SHOW WHICH SITES CARRIED A BROADCAST.
010320******************************************************************
010330 6000-WRITE-STATUS-BOARD.
010340
010460     MOVE WS-RUN-DATE      TO STB-RUN-DATE.
010470     MOVE WS-SITE-ID       TO STB-SITE-ID.
010480     MOVE WS-JOB-NAME-PARM TO STB-JOB-NAME.
010485     MOVE WS-OVERRIDE-ID   TO STB-OVERRIDE-ID.
010490
010500     WRITE STATBOARD-RECORD.
010510
