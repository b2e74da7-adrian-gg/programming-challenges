000320*             TABLE OVERFLOWED
000330*         8 - SBHIST OR THE REPORT UNUSABLE
000340*
000343*     RETURN-CODE 4 ALSO COVERS A MISSING CNFHIST (SEE BELOW).
000346*
000350* MODIFICATION HISTORY.
000360*     09/02/2026  JA   ORIGINAL VERSION.
000361*     10/15/2026  JA   EACH SITE LINE NOW ALSO CARRIES THE DAYS
000362*                      RECEIVED - POSTED DAYS THE SITE CONFIRMED
000363*                      THE TEXT IT WAS SENT, FROM THE HELCONFM
000364*                      CNFHIST HISTORY (SEE CNHREC) - AND THE
000365*                      PERIOD AVAILABILITY ON THAT BASIS.  NO
000366*                      CNFHIST LEAVES THE RECEIVED COLUMNS BLANK
000367*                      WITH A NOTE AND RETURN-CODE 4; THE POSTED
000368*                      FIGURES AND WORST-OFFENDERS ORDER ARE
000369*                      UNCHANGED.
000370******************************************************************
000380
000390 ENVIRONMENT DIVISION.
000560                         RECORD KEY IS CAL-DATE
000570                         FILE STATUS IS WS-HELCAL-STATUS.
000580
000581     SELECT CNFHIST     ASSIGN TO CNFHIST
000582                         ORGANIZATION IS INDEXED
000583                         ACCESS MODE IS RANDOM
000584                         RECORD KEY IS CNH-KEY
000585                         FILE STATUS IS WS-CNFHIST-STATUS.
000586
000590     SELECT AVLRPT      ASSIGN TO AVLRPT
000600                         ORGANIZATION IS SEQUENTIAL
000610                         FILE STATUS IS WS-AVLRPT-STATUS.
000740     RECORD CONTAINS 34 CHARACTERS.
000750     COPY CALREC.
000760
000761 FD  CNFHIST
000762     LABEL RECORDS ARE STANDARD
000763     RECORD CONTAINS 40 CHARACTERS.
000764     COPY CNHREC.
000765
000770 FD  AVLRPT
000780     LABEL RECORDS ARE STANDARD
000790     RECORD CONTAINS 80 CHARACTERS.
000880 77  WS-HELCAL-STATUS            PIC X(02)  VALUE SPACES.
000890     88  WS-HELCAL-OK                       VALUE '00'.
000900     88  WS-HELCAL-NOTFND                   VALUE '35'.
000901
000902 77  WS-CNFHIST-STATUS           PIC X(02)  VALUE SPACES.
000903     88  WS-CNFHIST-OK                      VALUE '00'.
000904
000905 77  WS-CNFHIST-OPEN-SW          PIC X(01)  VALUE 'N'.
000906     88  WS-CNFHIST-OPEN                    VALUE 'Y'.
000910
000920 77  WS-AVLRPT-STATUS            PIC X(02)  VALUE SPACES.
000930     88  WS-AVLRPT-OK                       VALUE '00'.
001350         10  WS-ST-SITE-ID       PIC X(04).
001360         10  WS-ST-POSTED-COUNT  PIC 9(05).
001370         10  WS-ST-PCT           PIC 9(03).
001373         10  WS-ST-RECVD-COUNT   PIC 9(05).
001376         10  WS-ST-RECVD-PCT     PIC 9(03).
001380         10  WS-ST-PRINTED-SW    PIC X(01).
001390         10  WS-ST-POSTED-FLAG   OCCURS 100 TIMES
001400                                 PIC X(01).
003810*     POSTED ON.  A POSTING ON A DATE OUTSIDE THE BASIS (A
003820*     NON-PROCESSING DAY) IS NOT COUNTED EITHER WAY.  A MISSING
003830*     SBHIST CLUSTER IS A HARD ERROR - IT IS DEFINED ONCE BY
003835*     THE STANDARD SITE IDCAMS PROCEDURE.  CNFHIST IS OPENED
003840*     BESIDE IT FOR THE DAYS-RECEIVED COUNT; WITHOUT IT THE
003845*     REPORT STILL PRINTS, ON THE POSTED BASIS ONLY.
003850******************************************************************
003860 3000-TALLY-SBHIST.
003870
003890     IF NOT WS-SBHIST-OK
003900         MOVE 8 TO RETURN-CODE
003910         GO TO 3000-EXIT
003911     END-IF.
003912
003913     OPEN INPUT CNFHIST.
003914     IF WS-CNFHIST-OK
003915         MOVE 'Y' TO WS-CNFHIST-OPEN-SW
003916     ELSE
003917         IF RETURN-CODE < 4
003918             MOVE 4 TO RETURN-CODE
003919         END-IF
003920     END-IF.
003930
003940     MOVE WS-FROM-DATE TO SBH-RUN-DATE.
004020         UNTIL WS-SBHIST-AT-END.
004030
004040     CLOSE SBHIST.
004042     IF WS-CNFHIST-OPEN
004044         CLOSE CNFHIST
004046     END-IF.
004050
004060 3000-EXIT.
004070     EXIT.
004080
004090******************************************************************
004100* 3100-TALLY-ONE-RECORD - ONE HISTORY RECORD: FIND ITS BASIS
004106*     DATE AND ITS SITE/JOB ENTRY, SET THE POSTED FLAG, AND COUNT
004112*     THE DAY RECEIVED IF THE SITE CONFIRMED IT.
004120******************************************************************
004130 3100-TALLY-ONE-RECORD.
004140
004360     IF WS-ST-POSTED-FLAG(WS-ST-HIT, WS-PD-HIT) NOT = 'Y'
004370         MOVE 'Y' TO WS-ST-POSTED-FLAG(WS-ST-HIT, WS-PD-HIT)
004380         ADD 1 TO WS-ST-POSTED-COUNT(WS-ST-HIT)
004385         PERFORM 3400-CHECK-RECEIPT THRU 3400-EXIT
004390     END-IF.
004400
004410 3100-EXIT.
004920             MOVE SBH-SITE-ID  TO WS-ST-SITE-ID(WS-ST-HIT)
004930             MOVE ZERO TO WS-ST-POSTED-COUNT(WS-ST-HIT)
004940             MOVE ZERO TO WS-ST-PCT(WS-ST-HIT)
004943             MOVE ZERO TO WS-ST-RECVD-COUNT(WS-ST-HIT)
004946             MOVE ZERO TO WS-ST-RECVD-PCT(WS-ST-HIT)
004950             MOVE 'N'  TO WS-ST-PRINTED-SW(WS-ST-HIT)
004960             PERFORM 3320-CLEAR-ONE-FLAG THRU 3320-EXIT
004970                 VARYING WS-PD-SUB FROM 1 BY 1
005320     EXIT.
005330
005340******************************************************************
005341* 3400-CHECK-RECEIPT - THE POSTING'S CNFHIST VERDICT.  ONLY A
005342*     SITE THAT CONFIRMED THE TEXT IT WAS SENT COUNTS THE DAY AS
005343*     RECEIVED; DIFFERENT TEXT, NO CONFIRMATION, OR NO CNFHIST
005344*     RECORD AT ALL (A DAY HELCONFM NEVER MATCHED) DOES NOT.
005345******************************************************************
005346 3400-CHECK-RECEIPT.
005347
005348     IF NOT WS-CNFHIST-OPEN
005349         GO TO 3400-EXIT
005350     END-IF.
005351
005352     MOVE SBH-RUN-DATE TO CNH-RUN-DATE.
005353     MOVE SBH-SITE-ID  TO CNH-SITE-ID.
005354     READ CNFHIST
005355         INVALID KEY
005356             GO TO 3400-EXIT
005357     END-READ.
005358
005359     IF WS-CNFHIST-OK
005360      AND CNH-CONFIRMED
005361         ADD 1 TO WS-ST-RECVD-COUNT(WS-ST-HIT)
005362     END-IF.
005363
005364 3400-EXIT.
005365     EXIT.
005366
005367******************************************************************
005368* 4000-PRINT-REPORT - THE DETAIL SECTION (ONE LINE PER SITE/JOB
005369*     WITH ITS MISSED DATES BENEATH), THE WORST-OFFENDERS
005370*     SUMMARY (EVERY SITE BELOW 100 PERCENT, WORST FIRST), AND
005380*     THE CONTROL TOTALS AND BASIS NOTES.
005390******************************************************************
005400 4000-PRINT-REPORT.
005410
005420     MOVE SPACES TO AVL-RPT-RECORD.
005430     MOVE 'JOB NAME  SITE  POSTED   DAYS   AVAIL  RECVD  RCVD%'
005440         TO AVL-SECT-TEXT.
005450     WRITE AVL-RPT-RECORD AFTER ADVANCING 2 LINES.
005460
005580
005590******************************************************************
005600* 4100-PRINT-SITE-LINE - ONE SITE/JOB NAME: DAYS POSTED VERSUS
005607*     THE BASIS, THE PERIOD AVAILABILITY PERCENTAGE, THE SAME FOR
005614*     DAYS RECEIVED WHEN CNFHIST IS THERE, AND THE MISSED DATES
005621*     LISTED SEVEN TO A LINE BENEATH IT.
005630******************************************************************
005640 4100-PRINT-SITE-LINE.
005650
005670         COMPUTE WS-ST-PCT(WS-ST-SUB) =
005680             (WS-ST-POSTED-COUNT(WS-ST-SUB) * 100)
005690              / WS-PD-COUNT
005692         COMPUTE WS-ST-RECVD-PCT(WS-ST-SUB) =
005694             (WS-ST-RECVD-COUNT(WS-ST-SUB) * 100)
005696              / WS-PD-COUNT
005700     ELSE
005710         MOVE ZERO TO WS-ST-PCT(WS-ST-SUB)
005715         MOVE ZERO TO WS-ST-RECVD-PCT(WS-ST-SUB)
005720     END-IF.
005730
005740     MOVE SPACES TO AVL-RPT-RECORD.
005780     MOVE WS-PD-COUNT                   TO AVL-PROC-DAYS.
005790     MOVE WS-ST-PCT(WS-ST-SUB)          TO AVL-PCT.
005800     MOVE '%'                           TO AVL-PCT-SIGN.
005801     IF WS-CNFHIST-OPEN
005802         MOVE WS-ST-RECVD-COUNT(WS-ST-SUB) TO AVL-RECVD-COUNT
005803         MOVE WS-ST-RECVD-PCT(WS-ST-SUB)   TO AVL-RECVD-PCT
005804         MOVE '%'                          TO AVL-RECVD-PCT-SIGN
005805     END-IF.
005810     WRITE AVL-RPT-RECORD AFTER ADVANCING 2 LINES.
005820
005830     PERFORM 4200-PRINT-MISSED-DATES THRU 4200-EXIT.
006850     MOVE WS-PD-COUNT                      TO AVL-PROC-DAYS.
006860     MOVE WS-ST-PCT(WS-WORST-SUB)          TO AVL-PCT.
006870     MOVE '%'                              TO AVL-PCT-SIGN.
006871     IF WS-CNFHIST-OPEN
006872         MOVE WS-ST-RECVD-COUNT(WS-WORST-SUB)
006873             TO AVL-RECVD-COUNT
006874         MOVE WS-ST-RECVD-PCT(WS-WORST-SUB)
006875             TO AVL-RECVD-PCT
006876         MOVE '%' TO AVL-RECVD-PCT-SIGN
006877     END-IF.
006880     WRITE AVL-RPT-RECORD AFTER ADVANCING 1 LINE.
006890     DISPLAY AVL-RPT-RECORD.
006900
007370         DISPLAY AVL-RPT-RECORD
007380     END-IF.
007390
007391     IF NOT WS-CNFHIST-OPEN
007392         MOVE SPACES TO AVL-RPT-RECORD
007393         MOVE '** NO CNFHIST - DAYS RECEIVED NOT REPORTED'
007394             TO AVL-SECT-TEXT
007395         WRITE AVL-RPT-RECORD AFTER ADVANCING 1 LINE
007396         DISPLAY AVL-RPT-RECORD
007397     END-IF.
007398
007400     IF WS-PD-OVERFLOWED
007410         MOVE SPACES TO AVL-RPT-RECORD
007420         MOVE '** DATE TABLE OVERFLOW - RANGE TOO LONG TO COVER'
