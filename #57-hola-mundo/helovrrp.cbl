000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    HELOVRRP.
000030 AUTHOR.        J ALVAREZ.
000040 INSTALLATION.  DATA PROCESSING SERVICES.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED. 10/15/2026.
000070******************************************************************
000080* REMARKS.
000090*     EMERGENCY BROADCAST OVERRIDE STATUS REPORT.  BROWSES THE
000100*     WHOLE OVRDTAB KSDS (SEE OVRDREC) AND PRINTS EVERY OVERRIDE
000110*     ON FILE, CLASSED AGAINST THE DATE AND TIME THIS REPORT
000120*     RUNS: ACTIVE (ITS WINDOW IS OPEN NOW - HELLOWORLD IS
000130*     GREETING ITS SITES WITH IT), UPCOMING (ITS WINDOW HAS NOT
000140*     OPENED YET), EXPIRED (ITS WINDOW HAS CLOSED AND THE NORMAL
000150*     GREETING IS BACK) OR CANCELLED (PULLED THROUGH HELOVRMT).
000160*     EACH OVERRIDE PRINTS ITS WINDOW, TARGET, WHO PUT IT UP AND
000170*     WHO PULLED IT, ITS TEXT AND ITS SITE LIST.  NOTHING IS
000180*     UPDATED.
000190*
000200*     RETURN-CODE:
000210*         0 - NO OVERRIDE ACTIVE
000220*         4 - ONE OR MORE OVERRIDES ACTIVE - SITES ARE NOT
000230*             SEEING THEIR NORMAL GREETING
000240*         8 - OVRDTAB OR THE REPORT UNUSABLE
000250*
000260* MODIFICATION HISTORY.
000270*     10/15/2026  JA   ORIGINAL VERSION.
000280******************************************************************
000290
000300 ENVIRONMENT DIVISION.
000310
000320 CONFIGURATION SECTION.
000330 SOURCE-COMPUTER.   IBM-370.
000340 OBJECT-COMPUTER.   IBM-370.
000350
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT OVRDTAB     ASSIGN TO OVRDTAB
000390                         ORGANIZATION IS INDEXED
000400                         ACCESS MODE IS DYNAMIC
000410                         RECORD KEY IS OVR-ID
000420                         FILE STATUS IS WS-OVRDTAB-STATUS.
000430
000440     SELECT OVRRPT      ASSIGN TO OVRRPT
000450                         ORGANIZATION IS SEQUENTIAL
000460                         FILE STATUS IS WS-OVRRPT-STATUS.
000470
000480 DATA DIVISION.
000490
000500 FILE SECTION.
000510
000520 FD  OVRDTAB
000530     LABEL RECORDS ARE STANDARD
000540     RECORD CONTAINS 336 CHARACTERS.
000550     COPY OVRDREC.
000560
000570 FD  OVRRPT
000580     LABEL RECORDS ARE STANDARD
000590     RECORD CONTAINS 80 CHARACTERS.
000600     COPY OVRRPT.
000610
000620 WORKING-STORAGE SECTION.
000630
000640 77  WS-OVRDTAB-STATUS           PIC X(02)  VALUE SPACES.
000650     88  WS-OVRDTAB-OK                      VALUE '00'.
000660     88  WS-OVRDTAB-NOTFND                  VALUE '35'.
000670
000680 77  WS-OVRRPT-STATUS            PIC X(02)  VALUE SPACES.
000690     88  WS-OVRRPT-OK                       VALUE '00'.
000700
000710 77  WS-OVRDTAB-EOF-SW           PIC X(01)  VALUE 'N'.
000720     88  WS-OVRDTAB-AT-END                  VALUE 'Y'.
000730
000740 77  WS-OVRDTAB-OPEN-SW          PIC X(01)  VALUE 'N'.
000750     88  WS-OVRDTAB-OPEN                    VALUE 'Y'.
000760
000770 77  WS-ACTIVE-COUNT             PIC 9(05)  VALUE ZERO.
000780 77  WS-UPCOMING-COUNT           PIC 9(05)  VALUE ZERO.
000790 77  WS-EXPIRED-COUNT            PIC 9(05)  VALUE ZERO.
000800 77  WS-CANCELLED-COUNT          PIC 9(05)  VALUE ZERO.
000810
000820 77  WS-TEXT-LINE-IDX            PIC S9(4) COMP VALUE ZERO.
000830 77  WS-LINE-NO                  PIC 9(01)  VALUE ZERO.
000840 77  WS-SITE-IDX                 PIC S9(4) COMP VALUE ZERO.
000850 77  WS-SITE-PTR                 PIC S9(4) COMP VALUE ZERO.
000860 77  WS-RPT-SITE-IDX             PIC S9(4) COMP VALUE ZERO.
000870
000880 01  WS-RUN-STAMP.
000890     05  WS-RUN-DATE             PIC 9(08)  VALUE ZERO.
000900     05  WS-RUN-TIME             PIC 9(08)  VALUE ZERO.
000910
000920 PROCEDURE DIVISION.
000930
000940******************************************************************
000950* 0000-MAINLINE - PROGRAM CONTROL.
000960******************************************************************
000970 0000-MAINLINE.
000980
000990     PERFORM 1000-OPEN-FILES        THRU 1000-EXIT.
001000     IF RETURN-CODE < 8
001010         PERFORM 2000-REPORT-OVERRIDES THRU 2000-EXIT
001020         PERFORM 3000-WRITE-TOTALS  THRU 3000-EXIT
001030         PERFORM 4000-CLOSE-FILES   THRU 4000-EXIT
001040     END-IF.
001050
001060     STOP RUN.
001070
001080******************************************************************
001090* 1000-OPEN-FILES - OVRDTAB IS ONLY READ.  A MISSING CLUSTER
001100*     MEANS NO OVERRIDE HAS EVER BEEN PUT UP - HELLOWORLD'S
001110*     1470-LOAD-OVERRIDES TREATS IT THE SAME WAY - SO THE REPORT
001120*     STILL PRINTS, WITH EVERY COUNT ZERO, AND THE STEP ENDS 0.
001130******************************************************************
001140 1000-OPEN-FILES.
001150
001160     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001170     ACCEPT WS-RUN-TIME FROM TIME.
001180
001190     OPEN INPUT OVRDTAB.
001200     IF WS-OVRDTAB-NOTFND
001210         MOVE 'Y' TO WS-OVRDTAB-EOF-SW
001220     ELSE
001230         IF NOT WS-OVRDTAB-OK
001240             MOVE 8 TO RETURN-CODE
001250             GO TO 1000-EXIT
001260         END-IF
001270         MOVE 'Y' TO WS-OVRDTAB-OPEN-SW
001280     END-IF.
001290
001300     OPEN OUTPUT OVRRPT.
001310     IF NOT WS-OVRRPT-OK
001320         MOVE 8 TO RETURN-CODE
001330         IF WS-OVRDTAB-OPEN
001340             CLOSE OVRDTAB
001350         END-IF
001360         GO TO 1000-EXIT
001370     END-IF.
001380
001390 1000-EXIT.
001400     EXIT.
001410
001420******************************************************************
001430* 2000-REPORT-OVERRIDES - BROWSE THE WHOLE FILE FROM THE TOP.
001440******************************************************************
001450 2000-REPORT-OVERRIDES.
001460
001470     IF NOT WS-OVRDTAB-OPEN
001480         GO TO 2000-EXIT
001490     END-IF.
001500
001510     MOVE LOW-VALUES TO OVR-ID.
001520     START OVRDTAB KEY >= OVR-ID
001530         INVALID KEY
001540             MOVE 'Y' TO WS-OVRDTAB-EOF-SW
001550     END-START.
001560
001570     PERFORM 2100-PROCESS-ONE-OVERRIDE THRU 2100-EXIT
001580         UNTIL WS-OVRDTAB-AT-END.
001590
001600 2000-EXIT.
001610     EXIT.
001620
001630******************************************************************
001640* 2100-PROCESS-ONE-OVERRIDE - ONE OVERRIDE: CLASS IT, COUNT IT,
001650*     AND PRINT ITS DETAIL LINE, TEXT AND SITE LIST.  THE CLASS
001660*     TESTS ARE THE SAME ONES HELLOWORLD'S 1480-LOAD-ONE-OVERRIDE
001670*     APPLIES, SO ACTIVE HERE MEANS A HELLOWORLD RUN STARTED NOW
001680*     WOULD BROADCAST IT.
001690******************************************************************
001700 2100-PROCESS-ONE-OVERRIDE.
001710
001720     READ OVRDTAB NEXT RECORD
001730         AT END
001740             MOVE 'Y' TO WS-OVRDTAB-EOF-SW
001750             GO TO 2100-EXIT
001760     END-READ.
001770
001780     MOVE SPACES TO OVR-RPT-RECORD.
001790     IF OVR-CANCELLED
001800         MOVE 'CANCELLED' TO OVP-CLASS
001810         ADD 1 TO WS-CANCELLED-COUNT
001820     ELSE
001830         IF OVR-END < WS-RUN-STAMP
001840             MOVE 'EXPIRED  ' TO OVP-CLASS
001850             ADD 1 TO WS-EXPIRED-COUNT
001860         ELSE
001870             IF OVR-START > WS-RUN-STAMP
001880                 MOVE 'UPCOMING ' TO OVP-CLASS
001890                 ADD 1 TO WS-UPCOMING-COUNT
001900             ELSE
001910                 MOVE 'ACTIVE   ' TO OVP-CLASS
001920                 ADD 1 TO WS-ACTIVE-COUNT
001930             END-IF
001940         END-IF
001950     END-IF.
001960     MOVE OVR-ID                 TO OVP-OVERRIDE-ID.
001970     MOVE OVR-START-DATE         TO OVP-START-DATE.
001980     MOVE OVR-START-TIME(1:4)    TO OVP-START-TIME.
001990     MOVE OVR-END-DATE           TO OVP-END-DATE.
002000     MOVE OVR-END-TIME(1:4)      TO OVP-END-TIME.
002010     IF OVR-ALL-SITES
002020         MOVE 'ALL  '            TO OVP-TARGET
002030     ELSE
002040         MOVE 'LIST '            TO OVP-TARGET
002050     END-IF.
002060     MOVE OVR-ENTERED-BY         TO OVP-ENTERED-BY.
002070     MOVE OVR-CANCELLED-BY       TO OVP-CANCELLED-BY.
002080     WRITE OVR-RPT-RECORD AFTER ADVANCING 2 LINES.
002090
002100     PERFORM 2200-PRINT-TEXT-LINE THRU 2200-EXIT
002110         VARYING WS-TEXT-LINE-IDX FROM 1 BY 1
002120         UNTIL WS-TEXT-LINE-IDX > 3.
002130
002140     IF OVR-LISTED-SITES
002150         PERFORM 2300-PRINT-SITE-LINE THRU 2300-EXIT
002160             VARYING WS-SITE-IDX FROM 1 BY 10
002170             UNTIL WS-SITE-IDX > OVR-SITE-COUNT
002180     END-IF.
002190
002200 2100-EXIT.
002210     EXIT.
002220
002230******************************************************************
002240* 2200-PRINT-TEXT-LINE - ONE TEXT LINE OF THE OVERRIDE.  BLANK
002250*     LINES ARE NOT PRINTED.
002260******************************************************************
002270 2200-PRINT-TEXT-LINE.
002280
002290     IF OVR-TEXT-LINE(WS-TEXT-LINE-IDX) = SPACES
002300         GO TO 2200-EXIT
002310     END-IF.
002320
002330     MOVE SPACES TO OVR-RPT-RECORD.
002340     MOVE 'LINE    ' TO OVP-TEXT-LABEL.
002350     MOVE WS-TEXT-LINE-IDX TO WS-LINE-NO.
002360     MOVE WS-LINE-NO TO OVP-TEXT-LABEL(6:1).
002370     MOVE ':' TO OVP-TEXT-LABEL(7:1).
002380     MOVE OVR-TEXT-LINE(WS-TEXT-LINE-IDX) TO OVP-TEXT-LINE.
002390     WRITE OVR-RPT-RECORD AFTER ADVANCING 1 LINE.
002400
002410 2200-EXIT.
002420     EXIT.
002430
002440******************************************************************
002450* 2300-PRINT-SITE-LINE - UP TO TEN TARGET SITES, STARTING AT
002460*     WS-SITE-IDX, ON ONE LINE.
002470******************************************************************
002480 2300-PRINT-SITE-LINE.
002490
002500     MOVE SPACES TO OVR-RPT-RECORD.
002510     MOVE 'SITES:  ' TO OVP-SITE-LABEL.
002520     MOVE WS-SITE-IDX TO WS-SITE-PTR.
002530     PERFORM 2310-MOVE-ONE-SITE THRU 2310-EXIT
002540         VARYING WS-RPT-SITE-IDX FROM 1 BY 1
002550         UNTIL WS-RPT-SITE-IDX > 10
002560            OR WS-SITE-PTR > OVR-SITE-COUNT.
002570     WRITE OVR-RPT-RECORD AFTER ADVANCING 1 LINE.
002580
002590 2300-EXIT.
002600     EXIT.
002610
002620******************************************************************
002630* 2310-MOVE-ONE-SITE - ONE SITE ID ONTO THE SITE LINE.
002640******************************************************************
002650 2310-MOVE-ONE-SITE.
002660
002670     MOVE OVR-SITE-ID(WS-SITE-PTR)
002680         TO OVP-SITE-ID(WS-RPT-SITE-IDX).
002690     ADD 1 TO WS-SITE-PTR.
002700
002710 2310-EXIT.
002720     EXIT.
002730
002740******************************************************************
002750* 3000-WRITE-TOTALS - THE COUNTS PER CLASS, AND THE VERDICT: AN
002760*     ACTIVE OVERRIDE ENDS THE STEP 4 SO THE SCHEDULER (AND
002770*     WHOEVER READS ITS OUTPUT) KNOWS SITES ARE ON A BROADCAST
002780*     MESSAGE, NOT THEIR NORMAL GREETING.
002790******************************************************************
002800 3000-WRITE-TOTALS.
002810
002820     MOVE SPACES TO OVR-RPT-RECORD.
002830     MOVE 'OVERRIDES ACTIVE:       ' TO OVP-TOTAL-LABEL.
002840     MOVE WS-ACTIVE-COUNT TO OVP-TOTAL-COUNT.
002850     WRITE OVR-RPT-RECORD AFTER ADVANCING 2 LINES.
002860     DISPLAY OVR-RPT-RECORD.
002870
002880     MOVE SPACES TO OVR-RPT-RECORD.
002890     MOVE 'OVERRIDES UPCOMING:     ' TO OVP-TOTAL-LABEL.
002900     MOVE WS-UPCOMING-COUNT TO OVP-TOTAL-COUNT.
002910     WRITE OVR-RPT-RECORD AFTER ADVANCING 1 LINE.
002920     DISPLAY OVR-RPT-RECORD.
002930
002940     MOVE SPACES TO OVR-RPT-RECORD.
002950     MOVE 'OVERRIDES EXPIRED:      ' TO OVP-TOTAL-LABEL.
002960     MOVE WS-EXPIRED-COUNT TO OVP-TOTAL-COUNT.
002970     WRITE OVR-RPT-RECORD AFTER ADVANCING 1 LINE.
002980     DISPLAY OVR-RPT-RECORD.
002990
003000     MOVE SPACES TO OVR-RPT-RECORD.
003010     MOVE 'OVERRIDES CANCELLED:    ' TO OVP-TOTAL-LABEL.
003020     MOVE WS-CANCELLED-COUNT TO OVP-TOTAL-COUNT.
003030     WRITE OVR-RPT-RECORD AFTER ADVANCING 1 LINE.
003040     DISPLAY OVR-RPT-RECORD.
003050
003060     IF WS-ACTIVE-COUNT > 0
003070      AND RETURN-CODE < 4
003080         MOVE 4 TO RETURN-CODE
003090     END-IF.
003100
003110 3000-EXIT.
003120     EXIT.
003130
003140******************************************************************
003150* 4000-CLOSE-FILES - NORMAL END OF RUN.
003160******************************************************************
003170 4000-CLOSE-FILES.
003180
003190     CLOSE OVRRPT.
003200     IF WS-OVRDTAB-OPEN
003210         CLOSE OVRDTAB
003220     END-IF.
003230
003240 4000-EXIT.
003250     EXIT.
