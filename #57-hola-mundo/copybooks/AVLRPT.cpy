000060* ONE 80-BYTE PRINT RECORD, VIEWED FIVE WAYS: THE PAGE HEADING
000070* (REQUESTED DATE RANGE), A SECTION OR COLUMN HEADING, A DETAIL
000080* LINE PER SITE/JOB NAME (DAYS POSTED VERSUS PROCESSING DAYS
000086* AND THE PERIOD AVAILABILITY PERCENTAGE, THEN THE SAME FOR DAYS
000092* THE SITE CONFIRMED RECEIVING - SEE CNHREC), A MISSED-DATES LINE
000100* LISTING UP TO SEVEN DATES THE SITE DID NOT POST, OR A
000110* CONTROL-TOTAL LINE.  SAME MOVE-SPACES-BEFORE-EVERY-WRITE RULE
000120* AS BANNREC.
000390     05  FILLER                  PIC X(02).
000400     05  AVL-PCT                 PIC 9(03).
000410     05  AVL-PCT-SIGN            PIC X(01).
000412     05  FILLER                  PIC X(02).
000414     05  AVL-RECVD-COUNT         PIC 9(05).
000416     05  FILLER                  PIC X(02).
000418     05  AVL-RECVD-PCT           PIC 9(03).
000420     05  AVL-RECVD-PCT-SIGN      PIC X(01).
000422     05  FILLER                  PIC X(32).
000430
000440 01  AVL-RPT-MISSED    REDEFINES AVL-RPT-RECORD.
000450     05  FILLER                  PIC X(03).
