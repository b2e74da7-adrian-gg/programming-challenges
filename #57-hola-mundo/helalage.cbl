000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    HELALAGE.
000030 AUTHOR.        J ALVAREZ.
000040 INSTALLATION.  DATA PROCESSING SERVICES.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED. 10/15/2026.
000070******************************************************************
000080* REMARKS.
000090*     OPEN-ALERT AGING REPORT - THE MORNING HANDOVER.  BROWSES
000100*     THE WHOLE ALRTHIST ALERT HISTORY (SEE ALHREC) AND PRINTS
000110*     EVERY ALERT STILL OPEN - NUMBER, SEVERITY NOW AND AS
000120*     RAISED, WHO RAISED IT, FIRST AND LAST SEEN, HOW MANY TIMES
000130*     IT HAS COME BACK AND HOW MANY NIGHTLY CYCLES IT HAS BEEN
000140*     OPEN - WITH ITS REASON UNDERNEATH.  ACKNOWLEDGED ALERTS
000150*     ARE NOT PRINTED; THEY STAY ON FILE AS THE RECORD OF WHO
000160*     CLOSED WHAT.  TOTALS GIVE THE OPEN COUNT BY SEVERITY, HOW
000170*     MANY WERE ESCALATED BY HELALERT, AND THE AGE PROFILE IN
000180*     CYCLES OPEN (1, 2-3, 4-7, 8 OR MORE).  READ-ONLY.
000190*
000200*     RETURN-CODE:
000210*         0 - NO ALERT OPEN
000220*         4 - ONE OR MORE ALERTS OPEN - THE REPORT NEEDS A
000230*             READER
000240*         8 - ALRTHIST OR THE REPORT UNUSABLE
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
000380     SELECT ALRTHIST    ASSIGN TO ALRTHIST
000390                         ORGANIZATION IS INDEXED
000400                         ACCESS MODE IS SEQUENTIAL
000410                         RECORD KEY IS ALH-ALERT-NO
000420                         FILE STATUS IS WS-ALRTHIST-STATUS.
000430
000440     SELECT ALGRPT      ASSIGN TO ALGRPT
000450                         ORGANIZATION IS SEQUENTIAL
000460                         FILE STATUS IS WS-ALGRPT-STATUS.
000470
000480 DATA DIVISION.
000490
000500 FILE SECTION.
000510
000520 FD  ALRTHIST
000530     LABEL RECORDS ARE STANDARD
000540     RECORD CONTAINS 220 CHARACTERS.
000550     COPY ALHREC.
000560
000570 FD  ALGRPT
000580     LABEL RECORDS ARE STANDARD
000590     RECORD CONTAINS 80 CHARACTERS.
000600     COPY ALGRPT.
000610
000620 WORKING-STORAGE SECTION.
000630
000640 77  WS-ALRTHIST-STATUS          PIC X(02)  VALUE SPACES.
000650     88  WS-ALRTHIST-OK                     VALUE '00'.
000660
000670 77  WS-ALGRPT-STATUS            PIC X(02)  VALUE SPACES.
000680     88  WS-ALGRPT-OK                       VALUE '00'.
000690
000700 77  WS-ALRTHIST-EOF-SW          PIC X(01)  VALUE 'N'.
000710     88  WS-ALRTHIST-AT-END                 VALUE 'Y'.
000720
000730 77  WS-RUN-DATE                 PIC 9(08)  VALUE ZERO.
000740
000750 77  WS-OPEN-COUNT               PIC 9(05)  VALUE ZERO.
000760 77  WS-SEVERE-COUNT             PIC 9(05)  VALUE ZERO.
000770 77  WS-WARNING-COUNT            PIC 9(05)  VALUE ZERO.
000780 77  WS-ESCALATED-COUNT          PIC 9(05)  VALUE ZERO.
000790 77  WS-AGE-1-COUNT              PIC 9(05)  VALUE ZERO.
000800 77  WS-AGE-2-3-COUNT            PIC 9(05)  VALUE ZERO.
000810 77  WS-AGE-4-7-COUNT            PIC 9(05)  VALUE ZERO.
000820 77  WS-AGE-8-UP-COUNT           PIC 9(05)  VALUE ZERO.
000830
000840 PROCEDURE DIVISION.
000850
000860******************************************************************
000870* 0000-MAINLINE - PROGRAM CONTROL.
000880******************************************************************
000890 0000-MAINLINE.
000900
000910     PERFORM 1000-OPEN-FILES       THRU 1000-EXIT.
000920     IF RETURN-CODE < 8
000930         PERFORM 2000-REPORT-OPEN  THRU 2000-EXIT
000940             UNTIL WS-ALRTHIST-AT-END
000950         PERFORM 3000-WRITE-TOTALS THRU 3000-EXIT
000960         PERFORM 4000-CLOSE-FILES  THRU 4000-EXIT
000970     END-IF.
000980
000990     STOP RUN.
001000
001010******************************************************************
001020* 1000-OPEN-FILES - ALRTHIST IS DEFINED ONCE BY THE STANDARD
001030*     SITE IDCAMS PROCEDURE; A MISSING CLUSTER IS A HARD ERROR,
001040*     NOT AN EMPTY HISTORY.  THE HEADING CARRIES THE RUN DATE.
001050******************************************************************
001060 1000-OPEN-FILES.
001070
001080     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001090
001100     OPEN INPUT ALRTHIST.
001110     IF NOT WS-ALRTHIST-OK
001120         MOVE 8 TO RETURN-CODE
001130         DISPLAY 'HELALAGE: ALRTHIST NOT AVAILABLE'
001140         GO TO 1000-EXIT
001150     END-IF.
001160
001170     OPEN OUTPUT ALGRPT.
001180     IF NOT WS-ALGRPT-OK
001190         MOVE 8 TO RETURN-CODE
001200         CLOSE ALRTHIST
001210         GO TO 1000-EXIT
001220     END-IF.
001230
001240     MOVE SPACES TO ALG-RPT-RECORD.
001250     MOVE 'OPEN ALERTS AGING AS OF      ' TO AGR-HDG-LABEL.
001260     MOVE WS-RUN-DATE TO AGR-HDG-DATE.
001270     WRITE ALG-RPT-RECORD AFTER ADVANCING PAGE.
001280
001290 1000-EXIT.
001300     EXIT.
001310
001320******************************************************************
001330* 2000-REPORT-OPEN - ONE HISTORY RECORD.  AN ACKNOWLEDGED ALERT
001340*     IS SKIPPED; AN OPEN ONE PRINTS ITS DETAIL AND REASON LINES
001350*     AND IS COUNTED BY SEVERITY AND AGE.
001360******************************************************************
001370 2000-REPORT-OPEN.
001380
001390     READ ALRTHIST NEXT RECORD
001400         AT END
001410             MOVE 'Y' TO WS-ALRTHIST-EOF-SW
001420             GO TO 2000-EXIT
001430     END-READ.
001440
001450     IF NOT ALH-OPEN
001460         GO TO 2000-EXIT
001470     END-IF.
001480
001490     ADD 1 TO WS-OPEN-COUNT.
001500     IF ALH-SEVERE
001510         ADD 1 TO WS-SEVERE-COUNT
001520     ELSE
001530         ADD 1 TO WS-WARNING-COUNT
001540     END-IF.
001550     IF ALH-ESCALATED-DATE > ZERO
001560         ADD 1 TO WS-ESCALATED-COUNT
001570     END-IF.
001580
001590     IF ALH-CYCLES-OPEN < 2
001600         ADD 1 TO WS-AGE-1-COUNT
001610     ELSE
001620         IF ALH-CYCLES-OPEN < 4
001630             ADD 1 TO WS-AGE-2-3-COUNT
001640         ELSE
001650             IF ALH-CYCLES-OPEN < 8
001660                 ADD 1 TO WS-AGE-4-7-COUNT
001670             ELSE
001680                 ADD 1 TO WS-AGE-8-UP-COUNT
001690             END-IF
001700         END-IF
001710     END-IF.
001720
001730     MOVE SPACES TO ALG-RPT-RECORD.
001740     MOVE ALH-ALERT-NO        TO AGR-ALERT-NO.
001750     MOVE ALH-SEVERITY        TO AGR-SEVERITY.
001760     MOVE ALH-RAISED-SEVERITY TO AGR-RAISED-SEVERITY.
001770     MOVE ALH-PROGRAM-ID      TO AGR-PROGRAM-ID.
001780     MOVE ALH-JOB-NAME        TO AGR-JOB-NAME.
001790     MOVE ALH-FIRST-SEEN      TO AGR-FIRST-SEEN.
001800     MOVE ALH-LAST-SEEN       TO AGR-LAST-SEEN.
001810     MOVE ALH-OCCURRENCES     TO AGR-OCCURRENCES.
001820     MOVE ALH-CYCLES-OPEN     TO AGR-CYCLES-OPEN.
001830     WRITE ALG-RPT-RECORD AFTER ADVANCING 2 LINES.
001840
001850     MOVE SPACES TO ALG-RPT-RECORD.
001860     MOVE ALH-REASON          TO AGR-REASON.
001870     WRITE ALG-RPT-RECORD AFTER ADVANCING 1 LINE.
001880
001890 2000-EXIT.
001900     EXIT.
001910
001920******************************************************************
001930* 3000-WRITE-TOTALS - THE COUNTS, AND THE VERDICT: ANYTHING
001940*     STILL OPEN ENDS THE STEP 4 SO THE HANDOVER IS NOT SIGNED
001950*     OFF WITH ALERTS NOBODY HAS CLOSED.
001960******************************************************************
001970 3000-WRITE-TOTALS.
001980
001990     MOVE SPACES TO ALG-RPT-RECORD.
002000     MOVE 'OPEN ALERTS:            ' TO AGR-TOTAL-LABEL.
002010     MOVE WS-OPEN-COUNT TO AGR-TOTAL-COUNT.
002020     WRITE ALG-RPT-RECORD AFTER ADVANCING 2 LINES.
002030     DISPLAY ALG-RPT-RECORD.
002040
002050     MOVE SPACES TO ALG-RPT-RECORD.
002060     MOVE '  SEVERE:               ' TO AGR-TOTAL-LABEL.
002070     MOVE WS-SEVERE-COUNT TO AGR-TOTAL-COUNT.
002080     WRITE ALG-RPT-RECORD AFTER ADVANCING 1 LINE.
002090     DISPLAY ALG-RPT-RECORD.
002100
002110     MOVE SPACES TO ALG-RPT-RECORD.
002120     MOVE '  WARNING:              ' TO AGR-TOTAL-LABEL.
002130     MOVE WS-WARNING-COUNT TO AGR-TOTAL-COUNT.
002140     WRITE ALG-RPT-RECORD AFTER ADVANCING 1 LINE.
002150     DISPLAY ALG-RPT-RECORD.
002160
002170     MOVE SPACES TO ALG-RPT-RECORD.
002180     MOVE '  ESCALATED:            ' TO AGR-TOTAL-LABEL.
002190     MOVE WS-ESCALATED-COUNT TO AGR-TOTAL-COUNT.
002200     WRITE ALG-RPT-RECORD AFTER ADVANCING 1 LINE.
002210     DISPLAY ALG-RPT-RECORD.
002220
002230     MOVE SPACES TO ALG-RPT-RECORD.
002240     MOVE 'OPEN 1 CYCLE:           ' TO AGR-TOTAL-LABEL.
002250     MOVE WS-AGE-1-COUNT TO AGR-TOTAL-COUNT.
002260     WRITE ALG-RPT-RECORD AFTER ADVANCING 2 LINES.
002270     DISPLAY ALG-RPT-RECORD.
002280
002290     MOVE SPACES TO ALG-RPT-RECORD.
002300     MOVE 'OPEN 2-3 CYCLES:        ' TO AGR-TOTAL-LABEL.
002310     MOVE WS-AGE-2-3-COUNT TO AGR-TOTAL-COUNT.
002320     WRITE ALG-RPT-RECORD AFTER ADVANCING 1 LINE.
002330     DISPLAY ALG-RPT-RECORD.
002340
002350     MOVE SPACES TO ALG-RPT-RECORD.
002360     MOVE 'OPEN 4-7 CYCLES:        ' TO AGR-TOTAL-LABEL.
002370     MOVE WS-AGE-4-7-COUNT TO AGR-TOTAL-COUNT.
002380     WRITE ALG-RPT-RECORD AFTER ADVANCING 1 LINE.
002390     DISPLAY ALG-RPT-RECORD.
002400
002410     MOVE SPACES TO ALG-RPT-RECORD.
002420     MOVE 'OPEN 8 OR MORE CYCLES:  ' TO AGR-TOTAL-LABEL.
002430     MOVE WS-AGE-8-UP-COUNT TO AGR-TOTAL-COUNT.
002440     WRITE ALG-RPT-RECORD AFTER ADVANCING 1 LINE.
002450     DISPLAY ALG-RPT-RECORD.
002460
002470     IF WS-OPEN-COUNT > 0
002480      AND RETURN-CODE < 4
002490         MOVE 4 TO RETURN-CODE
002500     END-IF.
002510
002520 3000-EXIT.
002530     EXIT.
002540
002550******************************************************************
002560* 4000-CLOSE-FILES - NORMAL END OF RUN.
002570******************************************************************
002580 4000-CLOSE-FILES.
002590
002600     CLOSE ALRTHIST ALGRPT.
002610
002620 4000-EXIT.
002630     EXIT.
