000010******************************************************************
000020* CNFREC.CPY
000030*
000040* SITE RECEIPT CONFIRMATION RECORD - SITECONF
000050*
000060* ONE 80-BYTE RECORD PER CONFIRMATION IN THE DAILY FEED THE
000070* SITES SEND BACK ONCE THEIR BANNER HAS ARRIVED, LANDED BY THE
000080* FILE TRANSFER AND MATCHED BY HELCONFM AGAINST THE DAY'S SBHIST
000090* POSTINGS.  EACH CARRIES THE SITE ID, THE RUN DATE OF THE
000100* BANNER BEING CONFIRMED, THE SITE'S TIME RECEIVED (HHMMSS), AND
000110* PROOF OF WHAT ARRIVED - EITHER A COPY OF THE FIRST TEXT LINE
000120* (PROOF TYPE 'T') OR A CHECKSUM OF IT (PROOF TYPE 'C').
000130*
000140* THE CHECKSUM IS THE SUM, OVER ALL 60 BYTES OF THE FIRST TEXT
000150* LINE AS SENT (TRAILING SPACES INCLUDED), OF EACH BYTE'S
000160* POSITION (1-60) TIMES ITS EBCDIC CODE POINT, RIGHT-JUSTIFIED
000170* WITH LEADING ZEROS IN THE FIRST SEVEN PROOF BYTES.  A SITE
000180* THAT CANNOT KEEP THE TEXT SENDS THE CHECKSUM INSTEAD.
000190******************************************************************
000200 01  CONFIRMATION-RECORD.
000210     05  CNF-SITE-ID             PIC X(04).
000220     05  CNF-RUN-DATE            PIC 9(08).
000230     05  CNF-TIME-RECEIVED       PIC 9(06).
000240     05  CNF-PROOF-TYPE          PIC X(01).
000250         88  CNF-PROOF-TEXT                 VALUE 'T'.
000260         88  CNF-PROOF-CHECKSUM             VALUE 'C'.
000270     05  CNF-PROOF-DATA          PIC X(60).
000280     05  CNF-PROOF-SUM     REDEFINES CNF-PROOF-DATA.
000290         10  CNF-CHECKSUM        PIC 9(07).
000300         10  FILLER              PIC X(53).
000310     05  FILLER                  PIC X(01).
