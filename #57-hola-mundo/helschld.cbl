000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    HELSCHLD.
000030 AUTHOR.        J ALVAREZ.
000040 INSTALLATION.  DATA PROCESSING SERVICES.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED. 10/15/2026.
000070******************************************************************
000080* REMARKS.
000090*     SCHEDULE CUTOFF LOAD.  COPIES TODAY'S SCHEDULE CARDS (SEE
000100*     SCHDREC) INTO THE SCHDCUT KSDS (SEE SCHCREC), ONE RECORD
000110*     PER JOB NAME STAMPED WITH TODAY'S DATE, SO THE HELQ STATUS
000120*     INQUIRY CAN HOLD A SITE THAT HAS SHOWN NOTHING YET AGAINST
000130*     ITS JOB'S CUTOFF - THE CICS REGION CANNOT READ THE CARD
000140*     DATASET ITSELF.  THE CARDS ARE JUDGED THE WAY HELMONTR
000150*     JUDGES THEM: A BLANK JOB NAME IS A SPACER CARD AND THE
000160*     LAST NON-BLANK CUTOFF FOR A NAME SCHEDULED TWICE WINS.
000170*
000180*     A JOB'S RECORD IS REPLACED ON ITS FIRST CARD OF THE DAY,
000190*     AND A RERUN OF THE LOAD THE SAME DAY ENDS WITH THE SAME
000200*     CUTOFFS, SO IT IS SAFE TO RESUBMIT.  A JOB NO LONGER
000210*     SCHEDULED KEEPS ITS OLD RECORD, WHOSE OLD DATE READS AS NOT
000220*     SCHEDULED TODAY; NOTHING IS EVER DELETED.
000240*
000250*     RETURN-CODE:
000260*         0 - CUTOFFS LOADED
000270*         8 - SCHEDULE OR SCHDCUT UNUSABLE, OR A SCHDCUT WRITE
000280*             FAILED - RERUN AFTER THE FIX
000290*
000300* MODIFICATION HISTORY.
000310*     10/15/2026  JA   ORIGINAL VERSION.
000320******************************************************************
000330
000340 ENVIRONMENT DIVISION.
000350
000360 CONFIGURATION SECTION.
000370 SOURCE-COMPUTER.   IBM-370.
000380 OBJECT-COMPUTER.   IBM-370.
000390
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT SCHEDULE    ASSIGN TO SCHEDULE
000430                         ORGANIZATION IS SEQUENTIAL
000440                         FILE STATUS IS WS-SCHEDULE-STATUS.
000450
000460     SELECT SCHDCUT     ASSIGN TO SCHDCUT
000470                         ORGANIZATION IS INDEXED
000480                         ACCESS MODE IS RANDOM
000490                         RECORD KEY IS SCC-JOB-NAME
000500                         FILE STATUS IS WS-SCHDCUT-STATUS.
000510
000520 DATA DIVISION.
000530
000540 FILE SECTION.
000550
000560 FD  SCHEDULE
000570     LABEL RECORDS ARE STANDARD
000580     RECORD CONTAINS 80 CHARACTERS.
000590     COPY SCHDREC.
000600
000610 FD  SCHDCUT
000620     LABEL RECORDS ARE STANDARD
000630     RECORD CONTAINS 40 CHARACTERS.
000640     COPY SCHCREC.
000650
000660 WORKING-STORAGE SECTION.
000670
000680 77  WS-SCHEDULE-STATUS          PIC X(02)  VALUE SPACES.
000690     88  WS-SCHEDULE-OK                     VALUE '00'.
000700     88  WS-SCHEDULE-NOTFND                 VALUE '35'.
000710
000720 77  WS-SCHDCUT-STATUS           PIC X(02)  VALUE SPACES.
000730     88  WS-SCHDCUT-OK                      VALUE '00'.
000740     88  WS-SCHDCUT-NOTFND                  VALUE '23'.
000750
000760 77  WS-SCHEDULE-EOF-SW          PIC X(01)  VALUE 'N'.
000770     88  WS-SCHEDULE-AT-END                 VALUE 'Y'.
000780
000790 77  WS-RUN-DATE                 PIC 9(08)  VALUE ZERO.
000800
000810 77  WS-CARD-COUNT               PIC 9(05)  VALUE ZERO.
000820 77  WS-JOB-COUNT                PIC 9(05)  VALUE ZERO.
000830
000840 PROCEDURE DIVISION.
000850
000860******************************************************************
000870* 0000-MAINLINE - PROGRAM CONTROL.
000880******************************************************************
000890 0000-MAINLINE.
000900
000910     PERFORM 1000-INITIALIZE        THRU 1000-EXIT.
000920     IF RETURN-CODE < 8
000930         PERFORM 2000-LOAD-CARD     THRU 2000-EXIT
000940             UNTIL WS-SCHEDULE-AT-END
000950                OR RETURN-CODE > 7
000960         CLOSE SCHEDULE
000970         CLOSE SCHDCUT
000980     END-IF.
000990
001000     DISPLAY 'HELSCHLD: SCHEDULE CARDS READ:  ' WS-CARD-COUNT.
001010     DISPLAY 'HELSCHLD: JOB NAMES NEW TODAY:  ' WS-JOB-COUNT.
001020
001030     STOP RUN.
001040
001050******************************************************************
001060* 1000-INITIALIZE - ESTABLISH TODAY'S DATE AND OPEN BOTH FILES.
001070*     NO SCHEDULE IS A SET-UP ERROR, AS IT IS FOR HELMONTR.
001080******************************************************************
001090 1000-INITIALIZE.
001100
001110     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001120
001130     OPEN INPUT SCHEDULE.
001140     IF NOT WS-SCHEDULE-OK
001150         MOVE 8 TO RETURN-CODE
001160         DISPLAY 'HELSCHLD: SCHEDULE UNUSABLE'
001170         GO TO 1000-EXIT
001180     END-IF.
001190
001200     OPEN I-O SCHDCUT.
001210     IF NOT WS-SCHDCUT-OK
001220         MOVE 8 TO RETURN-CODE
001230         DISPLAY 'HELSCHLD: SCHDCUT UNUSABLE'
001240         CLOSE SCHEDULE
001250         GO TO 1000-EXIT
001260     END-IF.
001270
001280 1000-EXIT.
001290     EXIT.
001300
001310******************************************************************
001320* 2000-LOAD-CARD - ONE CARD.  THE JOB'S FIRST CARD TODAY STARTS
001330*     A FRESH RECORD (NEW, OR REPLACING AN EARLIER DAY'S); A
001340*     LATER CARD FOR THE SAME NAME REPLACES ITS CUTOFF WHEN IT
001350*     CARRIES ONE.
001360******************************************************************
001370 2000-LOAD-CARD.
001380
001390     READ SCHEDULE
001400         AT END
001410             MOVE 'Y' TO WS-SCHEDULE-EOF-SW
001420             GO TO 2000-EXIT
001430     END-READ.
001440
001450     IF SCH-JOB-NAME = SPACES
001460         GO TO 2000-EXIT
001470     END-IF.
001480     ADD 1 TO WS-CARD-COUNT.
001490
001500     MOVE SCH-JOB-NAME TO SCC-JOB-NAME.
001510     READ SCHDCUT
001520         INVALID KEY
001530             CONTINUE
001540     END-READ.
001550
001560     IF WS-SCHDCUT-NOTFND
001570         PERFORM 2100-NEW-DAY-RECORD THRU 2100-EXIT
001580         WRITE SCHEDULE-CUTOFF-RECORD
001590             INVALID KEY
001600                 CONTINUE
001610         END-WRITE
001620         GO TO 2000-CHECK-UPDATE
001630     END-IF.
001640
001650     IF NOT WS-SCHDCUT-OK
001660         GO TO 2000-CHECK-UPDATE
001670     END-IF.
001680
001690     IF SCC-SCHED-DATE NOT = WS-RUN-DATE
001700         PERFORM 2100-NEW-DAY-RECORD THRU 2100-EXIT
001710     ELSE
001720         IF SCH-CUTOFF-TIME NOT = SPACES
001730             MOVE SCH-CUTOFF-TIME TO SCC-CUTOFF-TIME
001740         END-IF
001750     END-IF.
001770     REWRITE SCHEDULE-CUTOFF-RECORD
001780         INVALID KEY
001790             CONTINUE
001800     END-REWRITE.
001810
001820 2000-CHECK-UPDATE.
001830
001840     IF NOT WS-SCHDCUT-OK
001850         MOVE 8 TO RETURN-CODE
001860         DISPLAY 'HELSCHLD: SCHDCUT UPDATE FAILED FOR '
001870                 SCH-JOB-NAME ' STATUS ' WS-SCHDCUT-STATUS
001880     END-IF.
001890
001900 2000-EXIT.
001910     EXIT.
001920
001930******************************************************************
001940* 2100-NEW-DAY-RECORD - THE JOB'S FIRST CARD TODAY: TODAY'S
001950*     DATE AND THE CARD'S CUTOFF, BLANK OR NOT.
001960******************************************************************
001970 2100-NEW-DAY-RECORD.
001980
001990     MOVE SPACES          TO SCHEDULE-CUTOFF-RECORD.
002000     MOVE SCH-JOB-NAME    TO SCC-JOB-NAME.
002010     MOVE WS-RUN-DATE     TO SCC-SCHED-DATE.
002020     MOVE SCH-CUTOFF-TIME TO SCC-CUTOFF-TIME.
002040     ADD 1 TO WS-JOB-COUNT.
002050
002060 2100-EXIT.
002070     EXIT.
