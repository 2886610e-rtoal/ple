      *> Operator message, appended to BATCH.OPRMSG.DAT by every batch
      *> program whenever it has something to tell the morning shift.
      *> Programs build it in WORKING-STORAGE and write it from there.
       01  OPR-MSG-RECORD VALUE SPACES.
           05 OM-TIMESTAMP PIC X(21).
           05 OM-PROGRAM-NAME PIC X(10).
      *> Number of the message in the operator message catalog
      *> (MSGCAT), which carries its standard text.
           05 OM-MSG-NO PIC 9(4).
           05 OM-SEVERITY PIC X.
               88 OM-SEVERE VALUE 'S'.
               88 OM-ERROR VALUE 'E'.
               88 OM-WARNING VALUE 'W'.
               88 OM-INFORMATION VALUE 'I'.
      *> Dataset the message is about and its last file status, when
      *> the message concerns a file; spaces otherwise.
           05 OM-FILE-NAME PIC X(30).
           05 OM-FILE-STATUS PIC XX.
      *> Detail particular to this occurrence, beyond the catalog text.
           05 OM-TEXT PIC X(60).
