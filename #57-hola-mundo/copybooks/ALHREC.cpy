000010******************************************************************
000020* ALHREC.CPY
000030*
000040* ALERT HISTORY RECORD - ALRTHIST
000050*
000060* ONE RECORD PER DISTINCT ALERT, KEYED BY A RUN-ASSIGNED ALERT
000070* NUMBER IN A VSAM KSDS.  THE HELALERT DISPATCHER ROLLS EVERY
000080* ALERT-RECORD (SEE ALRTREC) OF THE CYCLE INTO IT: AN ALERT FOR
000090* THE SAME ORIGINATING PROGRAM, JOB NAME AND REASON AS ONE STILL
000100* OPEN UPDATES THAT RECORD - LAST-SEEN DATE AND OCCURRENCES -
000110* INSTEAD OF STARTING A NEW ONE.  EVERY CYCLE AN ALERT STAYS
000120* OPEN ADDS ONE TO ALH-CYCLES-OPEN; A WARNING OPEN PAST THE
000130* DISPATCHER'S ESCALATION LIMIT IS RAISED TO SEVERE
000140* (ALH-RAISED-SEVERITY KEEPS WHAT IT CAME IN AS).  THE ON-CALL
000150* OPERATOR CLOSES AN ALERT THROUGH HELALACK WITH THEIR ID AND
000160* A NOTE; THE SAME ALERT RECURRING AFTER THAT OPENS A NEW
000170* NUMBER, SO THE ACKNOWLEDGED RECORD STAYS AS IT WAS LEFT.
000180* HELALAGE PRINTS THE OPEN ONES, OLDEST FIRST, FOR THE MORNING
000190* HANDOVER.
000200******************************************************************
000210 01  ALERT-HIST-RECORD.
000220     05  ALH-ALERT-NO            PIC 9(06).
000230     05  ALH-STATUS              PIC X(01).
000240         88  ALH-OPEN                       VALUE 'O'.
000250         88  ALH-ACKNOWLEDGED               VALUE 'A'.
000260     05  ALH-SEVERITY            PIC X(01).
000270         88  ALH-WARNING                    VALUE 'W'.
000280         88  ALH-SEVERE                     VALUE 'S'.
000290     05  ALH-RAISED-SEVERITY     PIC X(01).
000300     05  ALH-PROGRAM-ID          PIC X(08).
000310     05  ALH-JOB-NAME            PIC X(08).
000320     05  ALH-REASON              PIC X(60).
000330     05  ALH-FIRST-SEEN          PIC 9(08).
000340     05  ALH-LAST-SEEN           PIC 9(08).
000350     05  ALH-OCCURRENCES         PIC 9(05).
000360     05  ALH-CYCLES-OPEN         PIC 9(05).
000370     05  ALH-LAST-CYCLE          PIC 9(08).
000380     05  ALH-ESCALATED-DATE      PIC 9(08).
000390     05  ALH-ACK-OPERATOR-ID     PIC X(08).
000400     05  ALH-ACK-DATE            PIC 9(08).
000410     05  ALH-ACK-TIME            PIC 9(08).
000420     05  ALH-ACK-NOTE            PIC X(60).
000430     05  FILLER                  PIC X(09).
