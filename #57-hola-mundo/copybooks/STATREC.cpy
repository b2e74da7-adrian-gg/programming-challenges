000110* JOB TO PICK UP ONCE THIS STEP COMPLETES.  SITE ID IS SPACES
000120* ON A SINGLE-SITE (NON-DRIVER) RUN.  THE TEXT CARRIES THE SAME
000122* THREE 60-BYTE LINES AS LANGREC; UNUSED LINES ARE SPACES.
000124* STB-OVERRIDE-ID NAMES THE EMERGENCY BROADCAST OVERRIDE (SEE
000126* OVRDREC) THAT SUPPLIED THE TEXT, OR IS SPACES WHEN THE NORMAL
000128* LANGTAB GREETING RAN.
000130******************************************************************
000140 01  STATBOARD-RECORD.
000150     05  STB-MESSAGE-TEXT.
000190     05  STB-SITE-ID             PIC X(04).
000200     05  FILLER                  PIC X(02)  VALUE SPACES.
000210     05  STB-JOB-NAME            PIC X(08).
000220     05  FILLER                  PIC X(02)  VALUE SPACES.
000230     05  STB-OVERRIDE-ID         PIC X(08).
