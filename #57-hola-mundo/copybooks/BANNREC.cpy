000030*
000040* PRINTED BANNER REPORT RECORD - BANNRPT
000050*
000060* ONE 80-BYTE PRINT RECORD, VIEWED FOUR WAYS DEPENDING ON WHICH
000070* LINE OF THE BANNER IS BEING WRITTEN.  THE REPORT IS ROUTED TO
000080* THE SHIFT PRINTER FOR POSTING AT SHIFT-START; EACH RUN'S BANNER
000090* STARTS ON A NEW PAGE SO ONE RUN'S OUTPUT NEVER SHARES A SHEET
000100* WITH ANOTHER.  THE GREETING PRINTS AS ONE MESSAGE LINE PER
000102* NON-BLANK 60-BYTE TEXT LINE (UP TO THREE - SEE LANGREC).
000104* WHEN AN EMERGENCY BROADCAST OVERRIDE (SEE OVRDREC) SUPPLIED
000106* THE TEXT, AN OVERRIDE LINE NAMING IT PRINTS UNDER THE RUN
000108* DATE SO THE POSTED SHEET SAYS IT IS NOT THE NORMAL GREETING.
000110*
000120* THE VALUE CLAUSES BELOW ONLY ESTABLISH THE INITIAL CONTENTS OF
000130* BANNER-RECORD - SINCE THE FOUR VIEWS REDEFINE THE SAME BYTES,
000140* THE PROCEDURE DIVISION MUST MOVE SPACES TO BANNER-RECORD AND
000150* RE-MOVE EVERY LITERAL BEFORE EACH WRITE, OR TEXT LEFT OVER FROM
000160* THE PRIOR VIEW BLEEDS THROUGH.
000320     05  FILLER                  PIC X(10).
000330     05  BNM-MESSAGE-TEXT        PIC X(60).
000340     05  FILLER                  PIC X(10).
000350
000360 01  BANNER-REC-OVRD   REDEFINES BANNER-RECORD.
000370     05  FILLER                  PIC X(24).
000380     05  BNO-LABEL               PIC X(20).
000390     05  BNO-OVERRIDE-ID         PIC X(08).
000400     05  FILLER                  PIC X(28).
