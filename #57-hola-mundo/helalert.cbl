000150*     LINE PER ALERT PLUS COUNTS BY SEVERITY - AND SETS THE
000160*     CONDITION CODE THE SCHEDULER USES TO DRIVE THE PAGING
000170*     SYSTEM.  ONE PLACE TO LOOK, ONE HOOK FOR NOTIFICATION.
000171*
000172*     EVERY ALERT IS ALSO ROLLED INTO THE ALRTHIST ALERT HISTORY
000173*     KSDS (SEE ALHREC), SO THE SUITE REMEMBERS WHAT IT RAISED
000175*     LAST NIGHT: AN ALERT FOR THE SAME PROGRAM, JOB NAME AND
000176*     REASON AS ONE STILL OPEN UPDATES THAT ALERT'S LAST-SEEN
000177*     DATE AND OCCURRENCES RATHER THAN OPENING ANOTHER.  THE OPEN
000179*     ALERTS ARE TABLED AT START OF RUN.  EACH CYCLE AN ALERT
000180*     STAYS OPEN IS COUNTED, AND A WARNING OPEN MORE CYCLES THAN
000181*     THE PARM LIMIT IS ESCALATED TO SEVERE.  AN ALERT STAYS OPEN
000182*     UNTIL THE ON-CALL OPERATOR ACKNOWLEDGES IT THROUGH HELALACK;
000184*     HELALAGE PRINTS WHAT IS STILL OPEN.
000185*
000186*     PARM='NNN' - CYCLES A WARNING MAY STAY OPEN BEFORE IT IS
000188*         ESCALATED TO SEVERE, 1-999.  NO PARM MEANS 3.
000189*
000190*     RETURN-CODE:
000200*         0 - NO ALERTS - QUIET CYCLE
000203*         4 - WARNINGS ONLY ON THE SUMMARY - PAGE WHOEVER IS ON
000206*             CALL
000209*         6 - A SEVERE ALERT, A REPEAT OF AN ALERT ALREADY
000212*             SEVERE, OR AN ESCALATION THIS CYCLE - PAGE AT THE
000215*             SEVERE LEVEL
000218*         8 - BAD PARM, ALERTS FILE, ALRTHIST OR THE REPORT
000221*             UNUSABLE, OR MORE OPEN ALERTS THAN THE TABLE HOLDS
000230*
000240* MODIFICATION HISTORY.
000250*     09/02/2026  JA   ORIGINAL VERSION.
000251*     10/15/2026  JA   ALERT HISTORY: EVERY ALERT IS ROLLED INTO
000252*                      ALRTHIST BY PROGRAM, JOB AND REASON WITH
000253*                      FIRST/LAST-SEEN DATES, A WARNING OPEN PAST
000254*                      THE PARM CYCLE LIMIT ESCALATES TO SEVERE,
000255*                      AND ANY SEVERE ALERT ENDS THE STEP 6 SO IT
000256*                      PAGES AT A HIGHER LEVEL THAN A WARNING.
000260******************************************************************
000270
000280 ENVIRONMENT DIVISION.
000410                         ORGANIZATION IS SEQUENTIAL
000420                         FILE STATUS IS WS-ALRTRPT-STATUS.
000430
000431     SELECT ALRTHIST    ASSIGN TO ALRTHIST
000432                         ORGANIZATION IS INDEXED
000433                         ACCESS MODE IS DYNAMIC
000434                         RECORD KEY IS ALH-ALERT-NO
000435                         FILE STATUS IS WS-ALRTHIST-STATUS.
000436
000440 DATA DIVISION.
000450
000460 FILE SECTION.
000540     LABEL RECORDS ARE STANDARD
000550     RECORD CONTAINS 80 CHARACTERS.
000560     COPY ALRTRPT.
000561
000562 FD  ALRTHIST
000563     LABEL RECORDS ARE STANDARD
000564     RECORD CONTAINS 220 CHARACTERS.
000565     COPY ALHREC.
000570
000580 WORKING-STORAGE SECTION.
000590
000700 77  WS-ALERT-COUNT              PIC 9(05)  VALUE ZERO.
000710 77  WS-WARNING-COUNT            PIC 9(05)  VALUE ZERO.
000720 77  WS-SEVERE-COUNT             PIC 9(05)  VALUE ZERO.
000721
000722 77  WS-ALRTHIST-STATUS          PIC X(02)  VALUE SPACES.
000723     88  WS-ALRTHIST-OK                     VALUE '00'.
000724
000725 77  WS-ALRTHIST-EOF-SW          PIC X(01)  VALUE 'N'.
000726     88  WS-ALRTHIST-AT-END                 VALUE 'Y'.
000727
000728 77  WS-PAGE-SEVERE-SW           PIC X(01)  VALUE 'N'.
000729     88  WS-PAGE-SEVERE                     VALUE 'Y'.
000730
000731 77  WS-FOUND-SW                 PIC X(01)  VALUE 'N'.
000732     88  WS-ENTRY-FOUND                     VALUE 'Y'.
000733
000734 77  WS-RUN-DATE                 PIC 9(08)  VALUE ZERO.
000735 77  WS-ESCALATE-CYCLES          PIC 9(03)  VALUE 3.
000736 77  WS-LAST-ALERT-NO            PIC 9(06)  VALUE ZERO.
000737 77  WS-DISPOSITION              PIC X(01)  VALUE SPACE.
000738
000739 77  WS-NEW-COUNT                PIC 9(05)  VALUE ZERO.
000740 77  WS-ROLLED-COUNT             PIC 9(05)  VALUE ZERO.
000741 77  WS-ESCALATED-COUNT          PIC 9(05)  VALUE ZERO.
000742 77  WS-OPEN-SEVERE-COUNT        PIC 9(05)  VALUE ZERO.
000743
000744******************************************************************
000745* THE OPEN ALERTS ON ALRTHIST, TABLED AT START OF RUN AND ADDED TO
000746* AS NEW ALERTS OPEN, SO EACH INCOMING ALERT CAN BE MATCHED ON
000747* PROGRAM, JOB AND REASON WITHOUT A BROWSE PER ALERT.
000748******************************************************************
000749 77  WS-OPN-MAX                  PIC S9(4) COMP VALUE +500.
000750 77  WS-OPN-COUNT                PIC S9(4) COMP VALUE ZERO.
000751 77  WS-OPN-SUB                  PIC S9(4) COMP VALUE ZERO.
000752 77  WS-OPN-HIT                  PIC S9(4) COMP VALUE ZERO.
000753
000754 01  WS-OPN-TABLE.
000755     05  WS-OPN-ENTRY            OCCURS 500 TIMES.
000756         10  WS-OPN-ALERT-NO     PIC 9(06).
000757         10  WS-OPN-PROGRAM-ID   PIC X(08).
000758         10  WS-OPN-JOB-NAME     PIC X(08).
000759         10  WS-OPN-REASON       PIC X(60).
000760
000761 LINKAGE SECTION.
000762
000763 01  LS-PARM-AREA.
000764     05  LS-PARM-LEN             PIC S9(4) COMP.
000765     05  LS-PARM-DATA            PIC X(03).
000766
000767 PROCEDURE DIVISION USING LS-PARM-AREA.
000768
000769******************************************************************
000770* 0000-MAINLINE - PROGRAM CONTROL.
000780******************************************************************
000790 0000-MAINLINE.
000800
000810     PERFORM 1000-OPEN-FILES       THRU 1000-EXIT.
000820     IF RETURN-CODE < 8
000823         PERFORM 1500-LOAD-OPEN-ALERT THRU 1500-EXIT
000826             UNTIL WS-ALRTHIST-AT-END
000829         IF RETURN-CODE < 8
000832             PERFORM 2000-PROCESS-ALERT THRU 2000-EXIT
000835                 UNTIL WS-ALERTS-AT-END
000838             PERFORM 2600-AGE-OPEN-ALERT THRU 2600-EXIT
000841                 VARYING WS-OPN-SUB FROM 1 BY 1
000844                 UNTIL WS-OPN-SUB > WS-OPN-COUNT
000847             PERFORM 3000-WRITE-TOTALS  THRU 3000-EXIT
000850         END-IF
000860         PERFORM 4000-CLOSE-FILES   THRU 4000-EXIT
000870     END-IF.
000880
000920* 1000-OPEN-FILES - NO ALERTS DATASET AT ALL MEANS NO WRITER
000930*     HAD ANYTHING TO SAY - A QUIET CYCLE, NOT AN ERROR.  THE
000940*     SUMMARY STILL PRINTS, SHOWING ZERO, SO THE MORNING READER
000945*     SEES THE DISPATCHER RAN.  THE ALRTHIST KSDS IS DEFINED
000950*     ONCE BY THE STANDARD SITE IDCAMS PROCEDURE AND MUST BE
000955*     THERE - WITHOUT IT NOTHING IS ROLLED UP OR AGED.
000960******************************************************************
000961 1000-OPEN-FILES.
000962
000963     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
000964
000965     IF LS-PARM-LEN > ZERO
000966         IF LS-PARM-DATA(1:LS-PARM-LEN) IS NUMERIC
000967             MOVE LS-PARM-DATA(1:LS-PARM-LEN)
000969                 TO WS-ESCALATE-CYCLES
000970         ELSE
000971             MOVE ZERO TO WS-ESCALATE-CYCLES
000972         END-IF
000973     END-IF.
000974     IF WS-ESCALATE-CYCLES = ZERO
000975         MOVE 8 TO RETURN-CODE
000976         DISPLAY 'HELALERT: PARM MUST BE 1-999 CYCLES'
000978         GO TO 1000-EXIT
000979     END-IF.
000980
000990     OPEN INPUT ALERTS.
001000     IF WS-ALERTS-NOTFND
001110         MOVE 8 TO RETURN-CODE
001120         IF NOT WS-ALERTS-AT-END
001130             CLOSE ALERTS
001131         END-IF
001133         GO TO 1000-EXIT
001135     END-IF.
001137
001139     OPEN I-O ALRTHIST.
001141     IF NOT WS-ALRTHIST-OK
001143         MOVE 8 TO RETURN-CODE
001145         DISPLAY 'HELALERT: ALRTHIST NOT AVAILABLE'
001146         IF NOT WS-ALERTS-NOTFND
001147             CLOSE ALERTS
001148         END-IF
001149         CLOSE ALRTRPT
001150     END-IF.
001160
001170 1000-EXIT.
001180     EXIT.
001190
001192******************************************************************
001194* 1500-LOAD-OPEN-ALERT - ONE ALRTHIST RECORD IN KEY ORDER.  THE
001197*     HIGHEST ALERT NUMBER ON FILE IS KEPT FOR NUMBERING NEW ONES;
001199*     THE OPEN ALERTS ARE TABLED FOR MATCHING.  MORE OPEN ALERTS
001202*     THAN THE TABLE HOLDS STOPS THE RUN WITH RETURN-CODE 8 BEFORE
001203*     ANYTHING IS ROLLED UP, SO NO REPEAT IS MISSED AND OPENED
001204*     TWICE.
001205******************************************************************
001206 1500-LOAD-OPEN-ALERT.
001207
001208     READ ALRTHIST NEXT RECORD
001209         AT END
001210             MOVE 'Y' TO WS-ALRTHIST-EOF-SW
001211             GO TO 1500-EXIT
001212     END-READ.
001213
001214     IF NOT WS-ALRTHIST-OK
001215         MOVE 8 TO RETURN-CODE
001216         DISPLAY 'HELALERT: ALRTHIST READ ERROR '
001217             WS-ALRTHIST-STATUS
001218         MOVE 'Y' TO WS-ALRTHIST-EOF-SW
001219         GO TO 1500-EXIT
001220     END-IF.
001221
001222     MOVE ALH-ALERT-NO TO WS-LAST-ALERT-NO.
001223
001224     IF NOT ALH-OPEN
001225         GO TO 1500-EXIT
001226     END-IF.
001227
001228     IF WS-OPN-COUNT NOT < WS-OPN-MAX
001229         MOVE 8 TO RETURN-CODE
001230         DISPLAY 'HELALERT: MORE OPEN ALERTS THAN THE TABLE HOLDS'
001231         MOVE 'Y' TO WS-ALRTHIST-EOF-SW
001232         GO TO 1500-EXIT
001233     END-IF.
001234
001235     ADD 1 TO WS-OPN-COUNT.
001236     MOVE ALH-ALERT-NO   TO WS-OPN-ALERT-NO (WS-OPN-COUNT).
001237     MOVE ALH-PROGRAM-ID TO WS-OPN-PROGRAM-ID (WS-OPN-COUNT).
001238     MOVE ALH-JOB-NAME   TO WS-OPN-JOB-NAME (WS-OPN-COUNT).
001239     MOVE ALH-REASON     TO WS-OPN-REASON (WS-OPN-COUNT).
001240
001241 1500-EXIT.
001242     EXIT.
001243
001244******************************************************************
001245* 2000-PROCESS-ALERT - ONE ALERT: ROLL IT INTO THE HISTORY,
001246*     PRINT IT, ECHO IT TO SYSOUT, COUNT IT BY SEVERITY.
001247******************************************************************
001248 2000-PROCESS-ALERT.
001250
001260     READ ALERTS
001270         AT END
001360         ADD 1 TO WS-WARNING-COUNT
001370     END-IF.
001380
001383     PERFORM 2100-ROLL-UP-ALERT THRU 2100-EXIT.
001386
001390     MOVE SPACES TO ALRT-RPT-RECORD.
001400     MOVE ALR-SEVERITY   TO ALP-SEVERITY.
001403     MOVE ALH-ALERT-NO   TO ALP-ALERT-NO.
001406     MOVE WS-DISPOSITION TO ALP-DISPOSITION.
001410     MOVE ALR-PROGRAM-ID TO ALP-PROGRAM-ID.
001420     MOVE ALR-RUN-DATE   TO ALP-RUN-DATE.
001430     MOVE ALR-JOB-NAME   TO ALP-JOB-NAME.
001480 2000-EXIT.
001490     EXIT.
001500
001501******************************************************************
001502* 2100-ROLL-UP-ALERT - MATCH THE ALERT TO AN OPEN ONE ON PROGRAM,
001503*     JOB NAME AND REASON.  A MATCH MOVES THAT ALERT'S LAST-SEEN
001504*     DATE ON AND COUNTS THE OCCURRENCE (A SEVERE REPEAT MAKES THE
001505*     WHOLE ALERT SEVERE); NO MATCH OPENS A NEW ALERT UNDER THE
001506*     NEXT NUMBER AND TABLES IT, SO A SECOND REPEAT IN THE SAME
001507*     CYCLE ROLLS INTO IT.  EITHER WAY THE HISTORY RECORD IS LEFT
001508*     IN THE RECORD AREA FOR THE DETAIL LINE.
001509******************************************************************
001510 2100-ROLL-UP-ALERT.
001512
001513     MOVE SPACE TO WS-DISPOSITION.
001514     MOVE 'N' TO WS-FOUND-SW.
001515     MOVE ZERO TO WS-OPN-HIT.
001516     PERFORM 2110-MATCH-ALERT THRU 2110-EXIT
001517         VARYING WS-OPN-SUB FROM 1 BY 1
001518         UNTIL WS-OPN-SUB > WS-OPN-COUNT
001519            OR WS-ENTRY-FOUND.
001520
001521     IF WS-ENTRY-FOUND
001522         MOVE WS-OPN-ALERT-NO (WS-OPN-HIT) TO ALH-ALERT-NO
001523         READ ALRTHIST
001524             INVALID KEY
001525                 MOVE 8 TO RETURN-CODE
001526                 DISPLAY 'HELALERT: ALRTHIST RECORD MISSING '
001527                     ALH-ALERT-NO
001528                 GO TO 2100-EXIT
001529         END-READ
001530         IF ALR-RUN-DATE > ALH-LAST-SEEN
001531             MOVE ALR-RUN-DATE TO ALH-LAST-SEEN
001532         END-IF
001533         ADD 1 TO ALH-OCCURRENCES
001534         IF ALR-SEVERE
001535             MOVE 'S' TO ALH-SEVERITY
001536         END-IF
001537         REWRITE ALERT-HIST-RECORD
001538             INVALID KEY
001539                 MOVE 8 TO RETURN-CODE
001540                 DISPLAY 'HELALERT: ALRTHIST REWRITE FAILED '
001541                     ALH-ALERT-NO
001542                 GO TO 2100-EXIT
001543         END-REWRITE
001544         ADD 1 TO WS-ROLLED-COUNT
001545         MOVE 'R' TO WS-DISPOSITION
001546     ELSE
001547         IF WS-OPN-COUNT NOT < WS-OPN-MAX
001548             MOVE 8 TO RETURN-CODE
001549             DISPLAY 'HELALERT: MORE OPEN ALERTS THAN THE TABLE '
001550                 'HOLDS'
001551             GO TO 2100-EXIT
001552         END-IF
001553         ADD 1 TO WS-LAST-ALERT-NO
001554         MOVE SPACES              TO ALERT-HIST-RECORD
001555         MOVE WS-LAST-ALERT-NO    TO ALH-ALERT-NO
001556         MOVE 'O'                 TO ALH-STATUS
001557         MOVE ALR-SEVERITY        TO ALH-SEVERITY
001558         MOVE ALR-SEVERITY        TO ALH-RAISED-SEVERITY
001559         MOVE ALR-PROGRAM-ID      TO ALH-PROGRAM-ID
001560         MOVE ALR-JOB-NAME        TO ALH-JOB-NAME
001561         MOVE ALR-REASON          TO ALH-REASON
001562         MOVE ALR-RUN-DATE        TO ALH-FIRST-SEEN
001563         MOVE ALR-RUN-DATE        TO ALH-LAST-SEEN
001564         MOVE 1                   TO ALH-OCCURRENCES
001565         MOVE ZERO                TO ALH-CYCLES-OPEN
001566         MOVE ZERO                TO ALH-LAST-CYCLE
001567         MOVE ZERO                TO ALH-ESCALATED-DATE
001568         MOVE ZERO                TO ALH-ACK-DATE
001569         MOVE ZERO                TO ALH-ACK-TIME
001570         WRITE ALERT-HIST-RECORD
001571             INVALID KEY
001572                 MOVE 8 TO RETURN-CODE
001573                 DISPLAY 'HELALERT: ALRTHIST WRITE FAILED '
001574                     ALH-ALERT-NO
001575                 GO TO 2100-EXIT
001576         END-WRITE
001577         ADD 1 TO WS-OPN-COUNT
001578         MOVE ALH-ALERT-NO   TO WS-OPN-ALERT-NO (WS-OPN-COUNT)
001579         MOVE ALH-PROGRAM-ID TO WS-OPN-PROGRAM-ID (WS-OPN-COUNT)
001580         MOVE ALH-JOB-NAME   TO WS-OPN-JOB-NAME (WS-OPN-COUNT)
001581         MOVE ALH-REASON     TO WS-OPN-REASON (WS-OPN-COUNT)
001582         ADD 1 TO WS-NEW-COUNT
001583         MOVE 'N' TO WS-DISPOSITION
001584     END-IF.
001585
001586     IF ALH-SEVERE
001587         MOVE 'Y' TO WS-PAGE-SEVERE-SW
001588     END-IF.
001589
001590 2100-EXIT.
001591     EXIT.
001592
001593******************************************************************
001594* 2110-MATCH-ALERT - ONE PROBE OF THE OPEN-ALERT TABLE.
001595******************************************************************
001596 2110-MATCH-ALERT.
001597
001598     IF WS-OPN-PROGRAM-ID (WS-OPN-SUB) = ALR-PROGRAM-ID
001599      AND WS-OPN-JOB-NAME (WS-OPN-SUB) = ALR-JOB-NAME
001600      AND WS-OPN-REASON (WS-OPN-SUB) = ALR-REASON
001601         MOVE 'Y' TO WS-FOUND-SW
001602         MOVE WS-OPN-SUB TO WS-OPN-HIT
001603     END-IF.
001604
001605 2110-EXIT.
001606     EXIT.
001607
001608******************************************************************
001609* 2600-AGE-OPEN-ALERT - ONE OPEN ALERT AT END OF CYCLE: COUNT THE
001610*     CYCLE, AND ESCALATE A WARNING OPEN MORE CYCLES THAN THE PARM
001611*     LIMIT TO SEVERE, PRINTING IT AGAIN MARKED E.  AN ALERT
001612*     ALREADY AGED TODAY (A RERUN OF THE DISPATCHER) IS NOT
001613*     COUNTED TWICE.
001614******************************************************************
001615 2600-AGE-OPEN-ALERT.
001616
001617     MOVE WS-OPN-ALERT-NO (WS-OPN-SUB) TO ALH-ALERT-NO.
001618     READ ALRTHIST
001619         INVALID KEY
001620             MOVE 8 TO RETURN-CODE
001621             DISPLAY 'HELALERT: ALRTHIST RECORD MISSING '
001622                 ALH-ALERT-NO
001623             GO TO 2600-EXIT
001624     END-READ.
001625
001626     IF ALH-LAST-CYCLE = WS-RUN-DATE
001627         GO TO 2600-COUNT
001628     END-IF.
001629
001630     ADD 1 TO ALH-CYCLES-OPEN.
001631     MOVE WS-RUN-DATE TO ALH-LAST-CYCLE.
001632
001633     IF ALH-WARNING
001634      AND ALH-CYCLES-OPEN > WS-ESCALATE-CYCLES
001635         MOVE 'S' TO ALH-SEVERITY
001636         MOVE WS-RUN-DATE TO ALH-ESCALATED-DATE
001637         ADD 1 TO WS-ESCALATED-COUNT
001638         MOVE 'Y' TO WS-PAGE-SEVERE-SW
001639         PERFORM 2700-WRITE-ESCALATION THRU 2700-EXIT
001640     END-IF.
001641
001642     REWRITE ALERT-HIST-RECORD
001643         INVALID KEY
001644             MOVE 8 TO RETURN-CODE
001645             DISPLAY 'HELALERT: ALRTHIST REWRITE FAILED '
001646                 ALH-ALERT-NO
001647             GO TO 2600-EXIT
001648     END-REWRITE.
001649
001650 2600-COUNT.
001651
001652     IF ALH-SEVERE
001653         ADD 1 TO WS-OPEN-SEVERE-COUNT
001654     END-IF.
001655
001656 2600-EXIT.
001657     EXIT.
001658
001659******************************************************************
001660* 2700-WRITE-ESCALATION - THE DETAIL LINE FOR AN ALERT ESCALATED
001661*     THIS CYCLE, DATED ITS LAST SIGHTING.
001662******************************************************************
001663 2700-WRITE-ESCALATION.
001664
001665     MOVE SPACES TO ALRT-RPT-RECORD.
001666     MOVE ALH-SEVERITY   TO ALP-SEVERITY.
001667     MOVE ALH-ALERT-NO   TO ALP-ALERT-NO.
001668     MOVE 'E'            TO ALP-DISPOSITION.
001669     MOVE ALH-PROGRAM-ID TO ALP-PROGRAM-ID.
001670     MOVE ALH-LAST-SEEN  TO ALP-RUN-DATE.
001671     MOVE ALH-JOB-NAME   TO ALP-JOB-NAME.
001672     MOVE ALH-REASON     TO ALP-REASON.
001673     WRITE ALRT-RPT-RECORD.
001674     DISPLAY ALRT-RPT-RECORD.
001675
001676 2700-EXIT.
001677     EXIT.
001678
001679******************************************************************
001680* 3000-WRITE-TOTALS - THE COUNTS BY SEVERITY, THE HISTORY COUNTS
001681*     (READ MUST EQUAL NEW PLUS ROLLED) AND THE VERDICT: ANY ALERT
001682*     AT ALL ENDS THE STEP 4, ANYTHING SEVERE THIS CYCLE 6 - THE
001683*     HOOK THE SCHEDULER'S PAGING STEP KEYS OFF, AT TWO LEVELS.
001684******************************************************************
001685 3000-WRITE-TOTALS.
001686
001687     MOVE SPACES TO ALRT-RPT-RECORD.
001688     MOVE 'ALERTS READ:            ' TO ALP-TOTAL-LABEL.
001689     MOVE WS-ALERT-COUNT TO ALP-TOTAL-COUNT.
001690     WRITE ALRT-RPT-RECORD.
001691     DISPLAY ALRT-RPT-RECORD.
001692
001693     MOVE SPACES TO ALRT-RPT-RECORD.
001694     MOVE 'WARNINGS:               ' TO ALP-TOTAL-LABEL.
001695     MOVE WS-WARNING-COUNT TO ALP-TOTAL-COUNT.
001696     WRITE ALRT-RPT-RECORD.
001697     DISPLAY ALRT-RPT-RECORD.
001698
001700     MOVE SPACES TO ALRT-RPT-RECORD.
001710     MOVE 'SEVERE:                 ' TO ALP-TOTAL-LABEL.
001720     MOVE WS-SEVERE-COUNT TO ALP-TOTAL-COUNT.
001730     WRITE ALRT-RPT-RECORD.
001740     DISPLAY ALRT-RPT-RECORD.
001742
001744     MOVE SPACES TO ALRT-RPT-RECORD.
001746     MOVE 'NEW ALERTS OPENED:      ' TO ALP-TOTAL-LABEL.
001748     MOVE WS-NEW-COUNT TO ALP-TOTAL-COUNT.
001751     WRITE ALRT-RPT-RECORD.
001752     DISPLAY ALRT-RPT-RECORD.
001753
001754     MOVE SPACES TO ALRT-RPT-RECORD.
001755     MOVE 'ROLLED INTO OPEN ALERTS:' TO ALP-TOTAL-LABEL.
001756     MOVE WS-ROLLED-COUNT TO ALP-TOTAL-COUNT.
001757     WRITE ALRT-RPT-RECORD.
001758     DISPLAY ALRT-RPT-RECORD.
001759
001760     MOVE SPACES TO ALRT-RPT-RECORD.
001761     MOVE 'ESCALATED TO SEVERE:    ' TO ALP-TOTAL-LABEL.
001762     MOVE WS-ESCALATED-COUNT TO ALP-TOTAL-COUNT.
001763     WRITE ALRT-RPT-RECORD.
001764     DISPLAY ALRT-RPT-RECORD.
001765
001766     MOVE SPACES TO ALRT-RPT-RECORD.
001767     MOVE 'OPEN ALERTS:            ' TO ALP-TOTAL-LABEL.
001768     MOVE WS-OPN-COUNT TO ALP-TOTAL-COUNT.
001769     WRITE ALRT-RPT-RECORD.
001770     DISPLAY ALRT-RPT-RECORD.
001771
001772     MOVE SPACES TO ALRT-RPT-RECORD.
001773     MOVE 'OPEN AND SEVERE:        ' TO ALP-TOTAL-LABEL.
001774     MOVE WS-OPEN-SEVERE-COUNT TO ALP-TOTAL-COUNT.
001775     WRITE ALRT-RPT-RECORD.
001776     DISPLAY ALRT-RPT-RECORD.
001777
001778     IF WS-ALERT-COUNT > 0
001779      AND RETURN-CODE < 4
001780         MOVE 4 TO RETURN-CODE
001781     END-IF.
001782
001783     IF WS-PAGE-SEVERE
001784      AND RETURN-CODE < 6
001785         MOVE 6 TO RETURN-CODE
001790     END-IF.
001800
001810 3000-EXIT.
001910     IF NOT WS-ALERTS-NOTFND
001920         CLOSE ALERTS
001930     END-IF.
001940     CLOSE ALRTRPT ALRTHIST.
001950
001960 4000-EXIT.
001970     EXIT.
