      *> Operator message catalog: the standard text and usual severity
      *> of every message number a batch program may write to
      *> BATCH.OPRMSG.DAT.  Severity S means the program abended,
      *> E that a step failed or was held back, W that a step finished
      *> with exceptions to review, I information only.  Add new
      *> numbers in order and raise MSGCAT-MAX to match.
       01  MSGCAT-VALUES.
           05 FILLER PIC X(45) VALUE
               '0001SFILE OPEN FAILED                        '.
           05 FILLER PIC X(45) VALUE
               '0002SFILE READ FAILED                        '.
           05 FILLER PIC X(45) VALUE
               '0003SFILE WRITE FAILED                       '.
           05 FILLER PIC X(45) VALUE
               '0004SFILE UPDATE FAILED                      '.
           05 FILLER PIC X(45) VALUE
               '0005SWORK TABLE FULL                         '.
           05 FILLER PIC X(45) VALUE
               '0006SCONTROL CARD INVALID                    '.
           05 FILLER PIC X(45) VALUE
               '0007SINPUT RECORD INVALID                    '.
           05 FILLER PIC X(45) VALUE
               '0008SCALLED PROGRAM NOT AVAILABLE            '.
           05 FILLER PIC X(45) VALUE
               '0009SEXTRACT FAILED BALANCING                '.
           05 FILLER PIC X(45) VALUE
               '0010WNOTHING TO PROCESS                      '.
           05 FILLER PIC X(45) VALUE
               '0011WCONTROL CARD INVALID, DEFAULT USED      '.
           05 FILLER PIC X(45) VALUE
               '0012WOLD GENERATION NOT SCRATCHED            '.
           05 FILLER PIC X(45) VALUE
               '0013IBUSINESS DATE OVERRIDE IN EFFECT        '.
           05 FILLER PIC X(45) VALUE
               '0020WTRANSACTIONS REJECTED                   '.
           05 FILLER PIC X(45) VALUE
               '0021WRECONCILIATION DISCREPANCIES FOUND      '.
           05 FILLER PIC X(45) VALUE
               '0022WCONTROL CARD ERRORS FOUND               '.
           05 FILLER PIC X(45) VALUE
               '0023WTRIPLES AUDIT FAILED                    '.
           05 FILLER PIC X(45) VALUE
               '0024WNIGHT NOT RATED GREEN                   '.
           05 FILLER PIC X(45) VALUE
               '0025IOVERLAP CHANGES FROM PRIOR GENERATION   '.
           05 FILLER PIC X(45) VALUE
               '0030ESTEP FAILED                             '.
           05 FILLER PIC X(45) VALUE
               '0031ESTEP SKIPPED, PREDECESSOR NOT COMPLETE  '.
           05 FILLER PIC X(45) VALUE
               '0032EPREDECESSOR NOT IN STEP TABLE           '.
           05 FILLER PIC X(45) VALUE
               '0033IJOB COMPLETED NORMALLY                  '.
           05 FILLER PIC X(45) VALUE
               '0034EJOB INCOMPLETE, RERUN TO RESUME         '.
           05 FILLER PIC X(45) VALUE
               '0040EINPUT NOT CURRENT, STEP REFUSED         '.
           05 FILLER PIC X(45) VALUE
               '0041ETRANSMISSION SEQUENCE REFUSED           '.
           05 FILLER PIC X(45) VALUE
               '0042WTRANSMISSION SEQUENCE CHECK OVERRIDDEN  '.
           05 FILLER PIC X(45) VALUE
               '0043ESTEP REFUSED                            '.
       01  MSGCAT-TABLE REDEFINES MSGCAT-VALUES.
           05 MSGCAT-ENTRY OCCURS 28 TIMES.
               10 MC-MSG-NO PIC 9(4).
               10 MC-SEVERITY PIC X.
               10 MC-TEXT PIC X(40).
       01  MSGCAT-MAX PIC 9(4) VALUE 28.
