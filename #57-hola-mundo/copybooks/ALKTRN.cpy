000010******************************************************************
000020* ALKTRN.CPY
000030*
000040* ALERT ACKNOWLEDGEMENT TRANSACTION RECORD - ALKTRAN
000050*
000060* ONE 80-BYTE CARD PER ALERT THE ON-CALL OPERATOR IS CLOSING,
000070* PROCESSED IN FILE ORDER BY THE HELALACK BATCH UTILITY: THE
000080* ALERT NUMBER AS PRINTED ON THE HELALERT SUMMARY OR THE
000090* HELALAGE AGING REPORT, AND A NOTE SAYING WHAT WAS DONE ABOUT
000100* IT.  THE OPERATOR IS THE ONE NAMED ON THE JOB PARM.
000110******************************************************************
000120 01  ALK-TRAN-RECORD.
000130     05  ALK-ALERT-NO            PIC X(06).
000140     05  FILLER                  PIC X(01).
000150     05  ALK-NOTE                PIC X(60).
000160     05  FILLER                  PIC X(13).
