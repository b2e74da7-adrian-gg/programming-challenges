000010******************************************************************
000020* SCHCREC.CPY
000030*
000040* SCHEDULE CUTOFF RECORD - SCHDCUT
000050*
000060* ONE RECORD PER SCHEDULED JOB NAME, KEYED BY JOB NAME IN A VSAM
000070* KSDS, CARRYING THE DAY'S LATEST-START CUTOFF FROM THE SCHEDULE
000080* CARDS (SEE SCHDREC).  THE CARDS ARE A PLAIN SEQUENTIAL DATASET
000090* THE CICS REGION CANNOT READ, SO HELSCHLD COPIES THEM HERE EACH
000100* MORNING FOR THE HELQ STATUS INQUIRY (HELSTINQ), WHICH HOLDS A
000110* SITE WITH NOTHING SEEN YET AGAINST ITS JOB'S CUTOFF.
000120*
000130* A RECORD IS ONLY TODAY'S WHEN SCC-SCHED-DATE IS TODAY - A JOB
000140* DROPPED FROM THE SCHEDULE KEEPS ITS OLD RECORD, WITH ITS OLD
000150* DATE, AND IS READ AS NOT SCHEDULED.  AS IN HELMONTR, THE LAST
000160* CARD'S CUTOFF WINS WHEN A NAME IS SCHEDULED TWICE, AND A BLANK
000170* CUTOFF MEANS THE RUN IS ONLY JUDGED AT END OF DAY.
000180******************************************************************
000190 01  SCHEDULE-CUTOFF-RECORD.
000200     05  SCC-JOB-NAME            PIC X(08).
000210     05  SCC-SCHED-DATE          PIC 9(08).
000220     05  SCC-CUTOFF-TIME         PIC X(06).
000230     05  FILLER                  PIC X(18).
