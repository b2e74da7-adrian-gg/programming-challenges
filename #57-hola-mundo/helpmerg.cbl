000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    HELPMERG.
000030 AUTHOR.        J ALVAREZ.
000040 INSTALLATION.  DATA PROCESSING SERVICES.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED. 10/15/2026.
000070******************************************************************
000080* REMARKS.
000090*     PARTITIONED NIGHT MERGE CONTROL-CARD WRITER.  READS THE
000100*     PARTCTL PARTITION DECK (SEE PARTREC) AND WRITES THE IDCAMS
000110*     CONTROL CARDS HELLOWMG RUNS TO FOLD ONE OF HELLOWORLD'S
000120*     PER-PARTITION SEQUENTIAL FEEDS INTO ITS LIVE DATASET - ONE
000130*     REPRO PER PARTITION, IN PARTCTL (SITE-ID) ORDER, INTO THE
000140*     OUTFILE NAMED AFTER THE FEED - OR THE DELETES THAT CLEAR
000150*     AWAY EVERY PARTITION'S FEEDS ONCE BOTH HAVE LANDED.  THE
000160*     AUDITLOG FEED IS NOT MERGED HERE: EACH PARTITION JOB
000170*     APPENDS ITS OWN TO THE LIVE AUDITLOG AS IT ENDS (SEE
000180*     HELWPART), SO HELMONTR SEES A PARTITION'S RUNS WITHOUT
000190*     WAITING FOR THE WHOLE NIGHT.
000200*     THE MERGE THEREFORE ALWAYS COVERS EXACTLY THE PARTITIONS
000210*     ON PARTCTL: ADDING OR DROPPING ONE IS A PARTCTL CHANGE
000220*     ONLY, AS IT IS FOR THE PARTITION JOBS THEMSELVES.
000230*
000240*     PARM='FEED,PREFIX' - FEED IS STATBORD OR ALERTS FOR THE
000250*         REPRO CARDS OF THAT FEED, OR DELETE FOR THE DELETE
000260*         CARDS OF BOTH.  PREFIX IS THE HIGH-LEVEL
000270*         QUALIFIERS THE FEEDS SIT UNDER (E.G. PROD.BATCH.
000280*         HELLOWLD) - PARTITION NN'S FEED IS PREFIX.FEED.PNN.
000290*
000300*     RETURN-CODE:
000310*         0 - CARDS WRITTEN FOR EVERY PARTITION ON PARTCTL
000320*         8 - BAD PARM, PARTCTL MISSING OR EMPTY OR CARRYING A
000330*             BLANK PARTITION ID, OR MRGCTL UNUSABLE - THE DECK
000340*             IS INCOMPLETE AND MUST NOT BE RUN
000350*
000360* MODIFICATION HISTORY.
000370*     10/15/2026  JA   ORIGINAL VERSION.
000380******************************************************************
000390
000400 ENVIRONMENT DIVISION.
000410
000420 CONFIGURATION SECTION.
000430 SOURCE-COMPUTER.   IBM-370.
000440 OBJECT-COMPUTER.   IBM-370.
000450
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT PARTCTL     ASSIGN TO PARTCTL
000490                         ORGANIZATION IS SEQUENTIAL
000500                         FILE STATUS IS WS-PARTCTL-STATUS.
000510
000520     SELECT MRGCTL      ASSIGN TO MRGCTL
000530                         ORGANIZATION IS SEQUENTIAL
000540                         FILE STATUS IS WS-MRGCTL-STATUS.
000550
000560 DATA DIVISION.
000570
000580 FILE SECTION.
000590
000600 FD  PARTCTL
000610     LABEL RECORDS ARE STANDARD
000620     RECORD CONTAINS 80 CHARACTERS.
000630     COPY PARTREC.
000640
000650 FD  MRGCTL
000660     LABEL RECORDS ARE STANDARD
000670     RECORD CONTAINS 80 CHARACTERS.
000680 01  MERGE-CARD                  PIC X(80).
000690
000700 WORKING-STORAGE SECTION.
000710
000720 77  WS-PARTCTL-STATUS           PIC X(02)  VALUE SPACES.
000730     88  WS-PARTCTL-OK                      VALUE '00'.
000740
000750 77  WS-MRGCTL-STATUS            PIC X(02)  VALUE SPACES.
000760     88  WS-MRGCTL-OK                       VALUE '00'.
000770
000780 77  WS-PARTCTL-EOF-SW           PIC X(01)  VALUE 'N'.
000790     88  WS-PARTCTL-AT-END                  VALUE 'Y'.
000800
000810 77  WS-FEED-NAME                PIC X(08)  VALUE SPACES.
000820     88  WS-FEED-VALID                      VALUE 'STATBORD'
000830                                                  'ALERTS'
000840                                                  'DELETE'.
000850     88  WS-FEED-DELETE                     VALUE 'DELETE'.
000860 77  WS-FEED-LEN                 PIC S9(4) COMP VALUE ZERO.
000870
000880 77  WS-DSN-PREFIX               PIC X(30)  VALUE SPACES.
000890 77  WS-DSN-PREFIX-LEN           PIC S9(4) COMP VALUE ZERO.
000900 77  WS-DSN-FEED                 PIC X(08)  VALUE SPACES.
000910 77  WS-DSN-NAME                 PIC X(44)  VALUE SPACES.
000920
000930 77  WS-PART-COUNT               PIC 9(05)  VALUE ZERO.
000940 77  WS-CARD-COUNT               PIC 9(05)  VALUE ZERO.
000950
000960 LINKAGE SECTION.
000970
000980 01  LS-PARM-AREA.
000990     05  LS-PARM-LEN             PIC S9(4) COMP.
001000     05  LS-PARM-DATA            PIC X(40).
001010
001020 PROCEDURE DIVISION USING LS-PARM-AREA.
001030
001040******************************************************************
001050* 0000-MAINLINE - PROGRAM CONTROL.
001060******************************************************************
001070 0000-MAINLINE.
001080
001090     PERFORM 1000-INITIALIZE        THRU 1000-EXIT.
001100     IF RETURN-CODE < 8
001110         PERFORM 2000-WRITE-CARDS   THRU 2000-EXIT
001120         PERFORM 3000-CLOSE-FILES   THRU 3000-EXIT
001130     END-IF.
001140
001150     STOP RUN.
001160
001170******************************************************************
001180* 1000-INITIALIZE - PICK THE FEED AND PREFIX OFF THE PARM, THEN
001190*     OPEN PARTCTL AND THE CARD FILE.  A FEED OR PREFIX TOO LONG
001200*     FOR ITS FIELD IS REFUSED RATHER THAN CUT SHORT - A CUT
001210*     NAME WOULD REPRO OR DELETE THE WRONG DATASET.
001220******************************************************************
001230 1000-INITIALIZE.
001240
001250     IF LS-PARM-LEN > 0
001260         UNSTRING LS-PARM-DATA(1:LS-PARM-LEN) DELIMITED BY ','
001270             INTO WS-FEED-NAME  COUNT IN WS-FEED-LEN
001280                  WS-DSN-PREFIX COUNT IN WS-DSN-PREFIX-LEN
001290         END-UNSTRING
001300     END-IF.
001310
001320     IF NOT WS-FEED-VALID
001330      OR WS-FEED-LEN > 8
001340      OR WS-DSN-PREFIX = SPACES
001350      OR WS-DSN-PREFIX-LEN > 30
001360         MOVE 8 TO RETURN-CODE
001370         DISPLAY 'HELPMERG: PARM MUST BE FEED,PREFIX - FEED '
001380             'STATBORD, ALERTS OR DELETE'
001390         GO TO 1000-EXIT
001400     END-IF.
001410
001420     OPEN INPUT PARTCTL.
001430     IF NOT WS-PARTCTL-OK
001440         MOVE 8 TO RETURN-CODE
001450         DISPLAY 'HELPMERG: PARTCTL OPEN FAILED, STATUS '
001460             WS-PARTCTL-STATUS
001470         GO TO 1000-EXIT
001480     END-IF.
001490
001500     OPEN OUTPUT MRGCTL.
001510     IF NOT WS-MRGCTL-OK
001520         MOVE 8 TO RETURN-CODE
001530         DISPLAY 'HELPMERG: MRGCTL OPEN FAILED, STATUS '
001540             WS-MRGCTL-STATUS
001550         CLOSE PARTCTL
001560         GO TO 1000-EXIT
001570     END-IF.
001580
001590 1000-EXIT.
001600     EXIT.
001610
001620******************************************************************
001630* 2000-WRITE-CARDS - ONE PASS OF PARTCTL.  A DECK WITH NO CARDS
001640*     ON IT WOULD MERGE NOTHING AND LET THE NIGHT LOOK CLEAN, SO
001650*     IT IS AN ERROR, NOT AN EMPTY RUN.
001660******************************************************************
001670 2000-WRITE-CARDS.
001680
001690     PERFORM 2100-PROCESS-PARTITION THRU 2100-EXIT
001700         UNTIL WS-PARTCTL-AT-END.
001710
001720     IF WS-PART-COUNT = ZERO
001730      AND RETURN-CODE < 8
001740         MOVE 8 TO RETURN-CODE
001750         DISPLAY 'HELPMERG: PARTCTL HAS NO PARTITION CARDS'
001760     END-IF.
001770
001780 2000-EXIT.
001790     EXIT.
001800
001810******************************************************************
001820* 2100-PROCESS-PARTITION - ONE PARTCTL CARD: THE REPRO FOR THE
001830*     PARM FEED, OR A DELETE FOR EACH OF THE TWO FEEDS.
001840******************************************************************
001850 2100-PROCESS-PARTITION.
001860
001870     READ PARTCTL
001880         AT END
001890             MOVE 'Y' TO WS-PARTCTL-EOF-SW
001900             GO TO 2100-EXIT
001910     END-READ.
001920
001930     IF PRT-PARTITION-ID(1:1) = SPACE
001940      OR PRT-PARTITION-ID(2:1) = SPACE
001950         MOVE 8 TO RETURN-CODE
001960         MOVE 'Y' TO WS-PARTCTL-EOF-SW
001970         DISPLAY 'HELPMERG: PARTCTL CARD WITH A BLANK PARTITION '
001980             'ID - DECK NOT USABLE'
001990         GO TO 2100-EXIT
002000     END-IF.
002010
002020     ADD 1 TO WS-PART-COUNT.
002030
002040     IF WS-FEED-DELETE
002050         MOVE 'STATBORD' TO WS-DSN-FEED
002060         PERFORM 2300-WRITE-DELETE THRU 2300-EXIT
002070         MOVE 'ALERTS'   TO WS-DSN-FEED
002080         PERFORM 2300-WRITE-DELETE THRU 2300-EXIT
002090     ELSE
002100         MOVE WS-FEED-NAME TO WS-DSN-FEED
002110         PERFORM 2200-WRITE-REPRO THRU 2200-EXIT
002120     END-IF.
002130
002140 2100-EXIT.
002150     EXIT.
002160
002170******************************************************************
002180* 2150-BUILD-DSN - PREFIX.FEED.PNN FOR THE CURRENT CARD.
002190******************************************************************
002200 2150-BUILD-DSN.
002210
002220     MOVE SPACES TO WS-DSN-NAME.
002230     STRING WS-DSN-PREFIX        DELIMITED BY SPACE
002240            '.'                  DELIMITED BY SIZE
002250            WS-DSN-FEED          DELIMITED BY SPACE
002260            '.P'                 DELIMITED BY SIZE
002270            PRT-PARTITION-ID     DELIMITED BY SIZE
002280         INTO WS-DSN-NAME
002290     END-STRING.
002300
002310 2150-EXIT.
002320     EXIT.
002330
002340******************************************************************
002350* 2200-WRITE-REPRO - COPY ONE PARTITION'S FEED ONTO THE OUTFILE
002360*     DD NAMED AFTER THE FEED.  HELLOWMG ALLOCATES THAT DD MOD,
002370*     SO EACH REPRO LANDS AFTER THE ONE BEFORE IT.
002380******************************************************************
002390 2200-WRITE-REPRO.
002400
002410     PERFORM 2150-BUILD-DSN THRU 2150-EXIT.
002420
002430     MOVE SPACES TO MERGE-CARD.
002440     STRING '  REPRO INDATASET('  DELIMITED BY SIZE
002450            WS-DSN-NAME          DELIMITED BY SPACE
002460            ') -'                DELIMITED BY SIZE
002470         INTO MERGE-CARD
002480     END-STRING.
002490     PERFORM 2400-WRITE-CARD THRU 2400-EXIT.
002500
002510     MOVE SPACES TO MERGE-CARD.
002520     STRING '        OUTFILE('   DELIMITED BY SIZE
002530            WS-FEED-NAME         DELIMITED BY SPACE
002540            ')'                  DELIMITED BY SIZE
002550         INTO MERGE-CARD
002560     END-STRING.
002570     PERFORM 2400-WRITE-CARD THRU 2400-EXIT.
002580
002590 2200-EXIT.
002600     EXIT.
002610
002620******************************************************************
002630* 2300-WRITE-DELETE - DELETE ONE PARTITION'S FEED.
002640******************************************************************
002650 2300-WRITE-DELETE.
002660
002670     PERFORM 2150-BUILD-DSN THRU 2150-EXIT.
002680
002690     MOVE SPACES TO MERGE-CARD.
002700     STRING '  DELETE '          DELIMITED BY SIZE
002710            WS-DSN-NAME          DELIMITED BY SPACE
002720            ' NONVSAM'           DELIMITED BY SIZE
002730         INTO MERGE-CARD
002740     END-STRING.
002750     PERFORM 2400-WRITE-CARD THRU 2400-EXIT.
002760
002770 2300-EXIT.
002780     EXIT.
002790
002800******************************************************************
002810* 2400-WRITE-CARD - ONE CARD ONTO MRGCTL.  A CARD THAT DID NOT
002820*     LAND LEAVES A SHORT DECK, WHICH MUST NOT BE RUN.
002830******************************************************************
002840 2400-WRITE-CARD.
002850
002860     WRITE MERGE-CARD.
002870     IF NOT WS-MRGCTL-OK
002880         MOVE 8 TO RETURN-CODE
002890         MOVE 'Y' TO WS-PARTCTL-EOF-SW
002900         DISPLAY 'HELPMERG: MRGCTL WRITE FAILED, STATUS '
002910             WS-MRGCTL-STATUS
002920         GO TO 2400-EXIT
002930     END-IF.
002940
002950     ADD 1 TO WS-CARD-COUNT.
002960
002970 2400-EXIT.
002980     EXIT.
002990
003000******************************************************************
003010* 3000-CLOSE-FILES - NORMAL END OF RUN, WITH THE COUNTS ECHOED
003020*     TO SYSOUT.
003030******************************************************************
003040 3000-CLOSE-FILES.
003050
003060     CLOSE PARTCTL MRGCTL.
003070
003080     DISPLAY 'HELPMERG: ' WS-FEED-NAME ' - ' WS-PART-COUNT
003090         ' PARTITIONS, ' WS-CARD-COUNT ' CARDS WRITTEN'.
003100
003110 3000-EXIT.
003120     EXIT.
