           SELECT RUN-LOG-FILE ASSIGN TO 'BATCH.RUNLOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.
           SELECT OPR-MSG-FILE ASSIGN TO 'BATCH.OPRMSG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPRMSG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-LOG-FILE.
           COPY RUNLOG.

       FD  OPR-MSG-FILE.
       01  OPR-MSG-LINE PIC X(128).

       WORKING-STORAGE SECTION.
       01 WS-TRP-STATUS PIC XX.
           88 WS-TRP-READ-OK VALUES '00' '02'.
       01 WS-ERROR-STATUS PIC XX.
       01 WS-AUDIT-STATUS PIC XX.
       01 WS-RUNLOG-STATUS PIC XX.
       01 WS-OPRMSG-STATUS PIC XX.
       01 WS-START-TIMESTAMP PIC X(21).
       01 WS-END-TIMESTAMP PIC X(21).
       01 WS-TRANS-EOF PIC X VALUE 'N'.
       01 WS-SQUARE-SUM PIC 9(7).
       01 WS-HYP-SQUARE PIC 9(7).
       01 WS-LOG-RECORD-COUNT PIC 9(7) VALUE 0.
       01 WS-XRF-RC PIC 9(4) VALUE 0.

       01 WS-TRANS-CARD.
           05 WS-TRN-ACTION PIC X(1).
           05 FILLER PIC X(1).
           05 WS-IMG-HYP PIC 9(3).

           COPY OPRMSG.
           COPY BUSDATE.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE TO WS-START-TIMESTAMP
           PERFORM GET-BUSINESS-DATE
           MOVE BD-BUSINESS-DATE TO WS-RUN-DATE
           STRING WS-RUN-MM '/' WS-RUN-DD '/' WS-RUN-YYYY
               DELIMITED BY SIZE INTO WS-RUN-DATE-DISPLAY
           OPEN I-O TRIPLES-FILE
           IF WS-TRP-STATUS NOT = '00'
               DISPLAY 'TripleMnt: TRIPLES-FILE OPEN ERROR, STATUS '
                   WS-TRP-STATUS
               MOVE 0001 TO OM-MSG-NO
               MOVE 'S' TO OM-SEVERITY
               MOVE 'TRIPLES.MASTER.DAT' TO OM-FILE-NAME
               MOVE WS-TRP-STATUS TO OM-FILE-STATUS
               PERFORM WRITE-OPR-MSG
               MOVE 0 TO WS-LOG-RECORD-COUNT
               PERFORM WRITE-RUN-LOG
               MOVE 16 TO RETURN-CODE
           IF WS-TRANS-STATUS NOT = '00'
               DISPLAY 'TripleMnt: TRANS-FILE OPEN ERROR, STATUS '
                   WS-TRANS-STATUS
               MOVE 0001 TO OM-MSG-NO
               MOVE 'S' TO OM-SEVERITY
               MOVE 'TRIPLEMNT.TRANS.DAT' TO OM-FILE-NAME
               MOVE WS-TRANS-STATUS TO OM-FILE-STATUS
               PERFORM WRITE-OPR-MSG
               CLOSE TRIPLES-FILE
               MOVE 0 TO WS-LOG-RECORD-COUNT
               PERFORM WRITE-RUN-LOG
           IF WS-ERROR-STATUS NOT = '00'
               DISPLAY 'TripleMnt: ERROR-FILE OPEN ERROR, STATUS '
                   WS-ERROR-STATUS
               MOVE 0001 TO OM-MSG-NO
               MOVE 'S' TO OM-SEVERITY
               MOVE 'TRIPLEMNT.ERROR.DAT' TO OM-FILE-NAME
               MOVE WS-ERROR-STATUS TO OM-FILE-STATUS
               PERFORM WRITE-OPR-MSG
               CLOSE TRIPLES-FILE
               CLOSE TRANS-FILE
               MOVE 0 TO WS-LOG-RECORD-COUNT
           IF WS-AUDIT-STATUS NOT = '00'
               DISPLAY 'TripleMnt: AUDIT-FILE OPEN ERROR, STATUS '
                   WS-AUDIT-STATUS
               MOVE 0001 TO OM-MSG-NO
               MOVE 'S' TO OM-SEVERITY
               MOVE 'TRIPLEMNT.AUDIT.DAT' TO OM-FILE-NAME
               MOVE WS-AUDIT-STATUS TO OM-FILE-STATUS
               PERFORM WRITE-OPR-MSG
               CLOSE TRIPLES-FILE
               CLOSE TRANS-FILE
               CLOSE ERROR-FILE
           DISPLAY 'TripleMnt: APPLIED ' WS-APPLIED-COUNT
               ', REJECTED ' WS-REJECT-COUNT
           MOVE WS-APPLIED-COUNT TO WS-LOG-RECORD-COUNT
           IF WS-REJECT-COUNT > 0
               MOVE 0020 TO OM-MSG-NO
               MOVE 'W' TO OM-SEVERITY
               MOVE 'TRIPLEMNT.ERROR.DAT' TO OM-FILE-NAME
               STRING 'REJECTED: ' WS-REJECT-COUNT
                   DELIMITED BY SIZE INTO OM-TEXT
               PERFORM WRITE-OPR-MSG
           END-IF
           PERFORM WRITE-RUN-LOG
           IF WS-APPLIED-COUNT > 0
               PERFORM REBUILD-LEG-XREF
           END-IF
           IF WS-REJECT-COUNT = 0
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-XRF-RC NOT = 0
               MOVE WS-XRF-RC TO RETURN-CODE
           END-IF
           GOBACK.

       WRITE-FILE-HEADINGS.
       ABEND-TRIPLES-IO-FAILURE.
           DISPLAY 'TripleMnt: TRIPLES-FILE I-O ERROR, STATUS '
               WS-TRP-STATUS
           MOVE 0004 TO OM-MSG-NO
           MOVE 'S' TO OM-SEVERITY
           MOVE 'TRIPLES.MASTER.DAT' TO OM-FILE-NAME
           MOVE WS-TRP-STATUS TO OM-FILE-STATUS
           PERFORM WRITE-OPR-MSG
           CLOSE TRIPLES-FILE
           CLOSE TRANS-FILE
           CLOSE ERROR-FILE
           CLOSE AUDIT-FILE
           MOVE WS-APPLIED-COUNT TO WS-LOG-RECORD-COUNT
           PERFORM WRITE-RUN-LOG
           IF WS-APPLIED-COUNT > 0
               PERFORM REBUILD-LEG-XREF
           END-IF
           MOVE 16 TO RETURN-CODE
           GOBACK.

       ABEND-ERROR-WRITE-FAILURE.
           DISPLAY 'TripleMnt: ERROR-FILE WRITE ERROR, STATUS '
               WS-ERROR-STATUS
           MOVE 0003 TO OM-MSG-NO
           MOVE 'S' TO OM-SEVERITY
           MOVE 'TRIPLEMNT.ERROR.DAT' TO OM-FILE-NAME
           MOVE WS-ERROR-STATUS TO OM-FILE-STATUS
           PERFORM WRITE-OPR-MSG
           CLOSE TRIPLES-FILE
           CLOSE TRANS-FILE
           CLOSE ERROR-FILE
           CLOSE AUDIT-FILE
           MOVE WS-APPLIED-COUNT TO WS-LOG-RECORD-COUNT
           PERFORM WRITE-RUN-LOG
           IF WS-APPLIED-COUNT > 0
               PERFORM REBUILD-LEG-XREF
           END-IF
           MOVE 16 TO RETURN-CODE
           GOBACK.

       ABEND-AUDIT-WRITE-FAILURE.
           DISPLAY 'TripleMnt: AUDIT-FILE WRITE ERROR, STATUS '
               WS-AUDIT-STATUS
           MOVE 0003 TO OM-MSG-NO
           MOVE 'S' TO OM-SEVERITY
           MOVE 'TRIPLEMNT.AUDIT.DAT' TO OM-FILE-NAME
           MOVE WS-AUDIT-STATUS TO OM-FILE-STATUS
           PERFORM WRITE-OPR-MSG
           CLOSE TRIPLES-FILE
           CLOSE TRANS-FILE
           CLOSE ERROR-FILE
           CLOSE AUDIT-FILE
           MOVE WS-APPLIED-COUNT TO WS-LOG-RECORD-COUNT
           PERFORM WRITE-RUN-LOG
           IF WS-APPLIED-COUNT > 0
               PERFORM REBUILD-LEG-XREF
           END-IF
           MOVE 16 TO RETURN-CODE
           GOBACK.

      *> The leg cross-reference is rebuilt from the master whenever
      *> the master changes, so a leg lookup never disagrees with it.
       REBUILD-LEG-XREF.
           MOVE 0 TO RETURN-CODE
           CALL 'TripleXrf'
               ON EXCEPTION
                   DISPLAY 'TripleMnt: cannot call TripleXrf'
                   MOVE 0008 TO OM-MSG-NO
                   MOVE 'S' TO OM-SEVERITY
                   MOVE 'TripleXrf' TO OM-TEXT
                   PERFORM WRITE-OPR-MSG
                   MOVE 16 TO RETURN-CODE
           END-CALL
           MOVE RETURN-CODE TO WS-XRF-RC.

       GET-BUSINESS-DATE.
           CALL 'BusDate' USING BUSINESS-DATE-PARMS
               ON EXCEPTION
                   DISPLAY 'TripleMnt: cannot call BusDate'
                   MOVE 0008 TO OM-MSG-NO
                   MOVE 'S' TO OM-SEVERITY
                   MOVE 'BusDate' TO OM-TEXT
                   PERFORM WRITE-OPR-MSG
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-CALL.

       WRITE-RUN-LOG.
           MOVE FUNCTION CURRENT-DATE TO WS-END-TIMESTAMP
           MOVE 'TripleMnt' TO RL-PROGRAM-NAME
           MOVE WS-END-TIMESTAMP TO RL-END-TIMESTAMP
           MOVE WS-LOG-RECORD-COUNT TO RL-RECORD-COUNT
           MOVE 0 TO RL-CONTROL-TOTAL
           MOVE BD-BUSINESS-DATE TO RL-BUSINESS-DATE
           OPEN EXTEND RUN-LOG-FILE
           IF WS-RUNLOG-STATUS = '35'
               OPEN OUTPUT RUN-LOG-FILE
               CLOSE RUN-LOG-FILE
           END-IF.

       WRITE-OPR-MSG.
           MOVE FUNCTION CURRENT-DATE TO OM-TIMESTAMP
           MOVE 'TripleMnt' TO OM-PROGRAM-NAME
           OPEN EXTEND OPR-MSG-FILE
           IF WS-OPRMSG-STATUS = '35'
               OPEN OUTPUT OPR-MSG-FILE
           END-IF
           IF WS-OPRMSG-STATUS = '00'
               WRITE OPR-MSG-LINE FROM OPR-MSG-RECORD
               CLOSE OPR-MSG-FILE
           END-IF
           MOVE SPACES TO OPR-MSG-RECORD.

       END PROGRAM TripleMnt.
