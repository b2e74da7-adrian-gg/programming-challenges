000110* TO THE COMMON ALERTS DATASET (DISP=MOD) OVER THE COURSE OF
000120* THE CYCLE; THE HELALERT DISPATCHER READS IT AT END OF CYCLE,
000130* PRINTS THE EXCEPTION SUMMARY AND SETS THE CONDITION CODE THE
000136* SCHEDULER USES TO DRIVE THE PAGING SYSTEM.  THE DISPATCHER
000142* ALSO ROLLS EACH RECORD UP INTO THE ALRTHIST ALERT HISTORY (SEE
000148* ALHREC), SO THE DATASET ITSELF IS ONLY THE CYCLE'S FEED; THE
000154* SCHEDULER CLEARS IT ONCE THE DISPATCHER HAS ENDED CLEAN.
000160******************************************************************
000170 01  ALERT-RECORD.
000180     05  ALR-SEVERITY            PIC X(01).
