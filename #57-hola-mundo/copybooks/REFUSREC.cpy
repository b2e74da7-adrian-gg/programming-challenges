000010******************************************************************
000020* REFUSREC.CPY
000030*
000040* AUTHORITY REFUSAL LOG RECORD - REFUSLOG
000050*
000060* ONE RECORD PER ATTEMPT THE OPERATOR AUTHORITY FILE (SEE
000070* OPAREC) REFUSED, KEYED BY DATE, TIME, THE PROGRAM THAT
000080* REFUSED IT AND THE OPERATOR, IN A VSAM KSDS.  RFL-ROLE IS THE
000090* AUTHORITY THAT WAS MISSING - A (AUTHOR), P (APPROVER),
000100* B (BACK-OUT), S (SITE MAINTENANCE), M (AUTHORITY
000106* MAINTENANCE) OR K (ACKNOWLEDGE ALERTS - ANY ACTIVE OPERATOR)
000113* - AND RFL-SCOPE-KEY THE LANG-CODE, SITE ID OR
000120* OPERATOR ID THE ATTEMPT WAS AGAINST (SPACES WHEN THE WHOLE RUN
000130* WAS REFUSED).  EVERY REFUSAL ALSO REACHES THE COMMON ALERTS
000140* FILE: THE BATCH UTILITIES APPEND THE ALERT THEMSELVES AND
000150* WRITE RFL-ALERT-SW 'Y'; THE HELM SCREEN CANNOT REACH THE
000160* BATCH ALERTS DATASET, SO IT WRITES 'N' AND THE NIGHTLY
000170* HELOPARP RUN RAISES THE ALERT AND FLIPS THE SWITCH.
000180******************************************************************
000190 01  REFUSAL-RECORD.
000200     05  RFL-KEY.
000210         10  RFL-DATE            PIC 9(08).
000220         10  RFL-TIME            PIC 9(08).
000230         10  RFL-PROGRAM-ID      PIC X(08).
000240         10  RFL-OPERATOR-ID     PIC X(08).
000250     05  RFL-TERMINAL-ID         PIC X(04).
000260     05  RFL-ROLE                PIC X(01).
000270     05  RFL-SCOPE-KEY           PIC X(08).
000280     05  RFL-REASON              PIC X(26).
000290     05  RFL-ALERT-SW            PIC X(01).
000300         88  RFL-ALERT-RAISED               VALUE 'Y'.
000310         88  RFL-ALERT-OWED                 VALUE 'N'.
000320     05  FILLER                  PIC X(28).
