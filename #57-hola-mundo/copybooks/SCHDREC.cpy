000112* INTRADAY HELMONTR MONITOR, WHICH HOLDS EACH RUN'S FIRST
000114* AUD-RUN-TIME AGAINST THE CUTOFF AND CALLS THE RUN POSTED,
000116* LATE OR NOT YET SEEN MID-SHIFT.  A BLANK CUTOFF MEANS THE
000117* RUN IS ONLY JUDGED AT END OF DAY BY HELRECON.  HELSCHLD COPIES
000118* EACH NAME'S CUTOFF ONTO THE SCHDCUT KSDS (SEE SCHCREC) EVERY
000119* MORNING FOR THE HELQ ONLINE STATUS INQUIRY.
000120******************************************************************
000130 01  SCHEDULE-RECORD.
000140     05  SCH-JOB-NAME            PIC X(08).
