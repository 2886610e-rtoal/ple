       IDENTIFICATION DIVISION.
       PROGRAM-ID. TripleXrf.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRIPLES-FILE ASSIGN TO 'TRIPLES.MASTER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TRP-KEY
               ALTERNATE RECORD KEY IS TRP-HYP WITH DUPLICATES
               FILE STATUS IS WS-TRP-STATUS.
           SELECT XREF-FILE ASSIGN TO 'TRIPLES.LEGXREF.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS XRF-KEY
               FILE STATUS IS WS-XRF-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO 'BATCH.RUNLOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.
           SELECT OPR-MSG-FILE ASSIGN TO 'BATCH.OPRMSG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPRMSG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRIPLES-FILE.
       01  TRIPLES-RECORD.
           05 TRP-KEY.
               10 TRP-HYP PIC 9(3).
               10 TRP-SEQ-NO PIC 9(4).
           05 TRP-LEG1 PIC 9(3).
           05 TRP-LEG2 PIC 9(3).

      *> One record per leg of every master triple, keyed by that leg
      *> and then by the master key, so a START on the leg reaches
      *> every triple the leg belongs to.
       FD  XREF-FILE.
       01  XREF-RECORD.
           05 XRF-KEY.
               10 XRF-LEG PIC 9(3).
               10 XRF-HYP PIC 9(3).
               10 XRF-SEQ-NO PIC 9(4).
           05 XRF-OTHER-LEG PIC 9(3).
           05 XRF-LEG-POSITION PIC X.

       FD  RUN-LOG-FILE.
           COPY RUNLOG.

       FD  OPR-MSG-FILE.
       01  OPR-MSG-LINE PIC X(128).

       WORKING-STORAGE SECTION.
       01 WS-TRP-STATUS PIC XX.
       01 WS-XRF-STATUS PIC XX.
       01 WS-RUNLOG-STATUS PIC XX.
       01 WS-OPRMSG-STATUS PIC XX.
       01 WS-START-TIMESTAMP PIC X(21).
       01 WS-END-TIMESTAMP PIC X(21).
       01 WS-TRIPLES-EOF PIC X VALUE 'N'.
           88 WS-AT-TRIPLES-EOF VALUE 'Y'.
       01 WS-RECORD-COUNT PIC 9(7) VALUE 0.
       01 WS-XREF-COUNT PIC 9(7) VALUE 0.
       01 WS-LOG-RECORD-COUNT PIC 9(7) VALUE 0.

           COPY OPRMSG.
           COPY BUSDATE.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE TO WS-START-TIMESTAMP
           PERFORM GET-BUSINESS-DATE
           MOVE 'N' TO WS-TRIPLES-EOF
           MOVE 0 TO WS-RECORD-COUNT
           MOVE 0 TO WS-XREF-COUNT
           OPEN INPUT TRIPLES-FILE
           IF WS-TRP-STATUS NOT = '00'
               DISPLAY 'TripleXrf: TRIPLES-FILE OPEN ERROR, STATUS '
                   WS-TRP-STATUS
               MOVE 0001 TO OM-MSG-NO
               MOVE 'S' TO OM-SEVERITY
               MOVE 'TRIPLES.MASTER.DAT' TO OM-FILE-NAME
               MOVE WS-TRP-STATUS TO OM-FILE-STATUS
               PERFORM WRITE-OPR-MSG
               MOVE 0 TO WS-LOG-RECORD-COUNT
               PERFORM WRITE-RUN-LOG
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT XREF-FILE
           IF WS-XRF-STATUS NOT = '00'
               DISPLAY 'TripleXrf: XREF-FILE OPEN ERROR, STATUS '
                   WS-XRF-STATUS
               MOVE 0001 TO OM-MSG-NO
               MOVE 'S' TO OM-SEVERITY
               MOVE 'TRIPLES.LEGXREF.DAT' TO OM-FILE-NAME
               MOVE WS-XRF-STATUS TO OM-FILE-STATUS
               PERFORM WRITE-OPR-MSG
               CLOSE TRIPLES-FILE
               MOVE 0 TO WS-LOG-RECORD-COUNT
               PERFORM WRITE-RUN-LOG
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM READ-TRIPLES
           PERFORM UNTIL WS-AT-TRIPLES-EOF
               PERFORM BUILD-XREF-RECORDS
               PERFORM READ-TRIPLES
           END-PERFORM
           CLOSE TRIPLES-FILE
           CLOSE XREF-FILE
           DISPLAY 'TripleXrf: TRIPLES INDEXED: ' WS-RECORD-COUNT
               ', XREF RECORDS: ' WS-XREF-COUNT
           MOVE WS-XREF-COUNT TO WS-LOG-RECORD-COUNT
           PERFORM WRITE-RUN-LOG
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       READ-TRIPLES.
           READ TRIPLES-FILE
               AT END
                   SET WS-AT-TRIPLES-EOF TO TRUE
           END-READ
           IF NOT WS-AT-TRIPLES-EOF AND WS-TRP-STATUS NOT = '00'
                   AND WS-TRP-STATUS NOT = '02'
               DISPLAY 'TripleXrf: TRIPLES-FILE READ ERROR, STATUS '
                   WS-TRP-STATUS
               MOVE 0002 TO OM-MSG-NO
               MOVE 'S' TO OM-SEVERITY
               MOVE 'TRIPLES.MASTER.DAT' TO OM-FILE-NAME
               MOVE WS-TRP-STATUS TO OM-FILE-STATUS
               PERFORM WRITE-OPR-MSG
               CLOSE TRIPLES-FILE
               CLOSE XREF-FILE
               MOVE WS-XREF-COUNT TO WS-LOG-RECORD-COUNT
               PERFORM WRITE-RUN-LOG
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       BUILD-XREF-RECORDS.
           ADD 1 TO WS-RECORD-COUNT
           MOVE TRP-LEG1 TO XRF-LEG
           MOVE TRP-HYP TO XRF-HYP
           MOVE TRP-SEQ-NO TO XRF-SEQ-NO
           MOVE TRP-LEG2 TO XRF-OTHER-LEG
           MOVE '1' TO XRF-LEG-POSITION
           PERFORM WRITE-XREF-RECORD
           MOVE TRP-LEG2 TO XRF-LEG
           MOVE TRP-HYP TO XRF-HYP
           MOVE TRP-SEQ-NO TO XRF-SEQ-NO
           MOVE TRP-LEG1 TO XRF-OTHER-LEG
           MOVE '2' TO XRF-LEG-POSITION
           PERFORM WRITE-XREF-RECORD.

       WRITE-XREF-RECORD.
           WRITE XREF-RECORD
           IF WS-XRF-STATUS NOT = '00'
               DISPLAY 'TripleXrf: XREF-FILE WRITE ERROR, STATUS '
                   WS-XRF-STATUS
               MOVE 0003 TO OM-MSG-NO
               MOVE 'S' TO OM-SEVERITY
               MOVE 'TRIPLES.LEGXREF.DAT' TO OM-FILE-NAME
               MOVE WS-XRF-STATUS TO OM-FILE-STATUS
               PERFORM WRITE-OPR-MSG
               CLOSE TRIPLES-FILE
               CLOSE XREF-FILE
               MOVE WS-XREF-COUNT TO WS-LOG-RECORD-COUNT
               PERFORM WRITE-RUN-LOG
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO WS-XREF-COUNT.

       GET-BUSINESS-DATE.
           CALL 'BusDate' USING BUSINESS-DATE-PARMS
               ON EXCEPTION
                   DISPLAY 'TripleXrf: cannot call BusDate'
                   MOVE 0008 TO OM-MSG-NO
                   MOVE 'S' TO OM-SEVERITY
                   MOVE 'BusDate' TO OM-TEXT
                   PERFORM WRITE-OPR-MSG
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-CALL.

       WRITE-RUN-LOG.
           MOVE FUNCTION CURRENT-DATE TO WS-END-TIMESTAMP
           MOVE 'TripleXrf' TO RL-PROGRAM-NAME
           MOVE WS-START-TIMESTAMP TO RL-START-TIMESTAMP
           MOVE WS-END-TIMESTAMP TO RL-END-TIMESTAMP
           MOVE WS-LOG-RECORD-COUNT TO RL-RECORD-COUNT
           MOVE 0 TO RL-CONTROL-TOTAL
           MOVE BD-BUSINESS-DATE TO RL-BUSINESS-DATE
           OPEN EXTEND RUN-LOG-FILE
           IF WS-RUNLOG-STATUS = '35'
               OPEN OUTPUT RUN-LOG-FILE
           END-IF
           IF WS-RUNLOG-STATUS = '00'
               WRITE RUN-LOG-RECORD
               CLOSE RUN-LOG-FILE
           END-IF.

       WRITE-OPR-MSG.
           MOVE FUNCTION CURRENT-DATE TO OM-TIMESTAMP
           MOVE 'TripleXrf' TO OM-PROGRAM-NAME
           OPEN EXTEND OPR-MSG-FILE
           IF WS-OPRMSG-STATUS = '35'
               OPEN OUTPUT OPR-MSG-FILE
           END-IF
           IF WS-OPRMSG-STATUS = '00'
               WRITE OPR-MSG-LINE FROM OPR-MSG-RECORD
               CLOSE OPR-MSG-FILE
           END-IF
           MOVE SPACES TO OPR-MSG-RECORD.

       END PROGRAM TripleXrf.
