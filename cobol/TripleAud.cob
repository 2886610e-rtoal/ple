           SELECT AUDIT-FILE ASSIGN TO 'TRIPLES.AUDIT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT OPR-MSG-FILE ASSIGN TO 'BATCH.OPRMSG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPRMSG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
       01  AUDIT-LINE PIC X(81).

       FD  OPR-MSG-FILE.
       01  OPR-MSG-LINE PIC X(128).

       WORKING-STORAGE SECTION.
       01 WS-TRP-STATUS PIC XX.
       01 WS-RUNLOG-STATUS PIC XX.
       01 WS-AUDIT-STATUS PIC XX.
       01 WS-OPRMSG-STATUS PIC XX.
       01 WS-START-TIMESTAMP PIC X(21).
       01 WS-END-TIMESTAMP PIC X(21).
       01 WS-TRIPLES-EOF PIC X VALUE 'N'.
           05 FILLER PIC X(14) VALUE 'AUDIT RESULT: '.
           05 VL-VERDICT PIC X(4).

           COPY OPRMSG.
           COPY BUSDATE.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE TO WS-START-TIMESTAMP
           PERFORM GET-BUSINESS-DATE
           MOVE BD-BUSINESS-DATE TO WS-RUN-DATE
           STRING WS-RUN-MM '/' WS-RUN-DD '/' WS-RUN-YYYY
               DELIMITED BY SIZE INTO WS-RUN-DATE-DISPLAY
           OPEN OUTPUT AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = '00'
               DISPLAY 'TripleAud: AUDIT-FILE OPEN ERROR, STATUS '
                   WS-AUDIT-STATUS
               MOVE 0001 TO OM-MSG-NO
               MOVE 'S' TO OM-SEVERITY
               MOVE 'TRIPLES.AUDIT.DAT' TO OM-FILE-NAME
               MOVE WS-AUDIT-STATUS TO OM-FILE-STATUS
               PERFORM WRITE-OPR-MSG
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
                   AND WS-TRP-STATUS NOT = '02'
               DISPLAY 'TripleAud: TRIPLES-FILE READ ERROR, STATUS '
                   WS-TRP-STATUS
               MOVE 0002 TO OM-MSG-NO
               MOVE 'S' TO OM-SEVERITY
               MOVE 'TRIPLES.MASTER.DAT' TO OM-FILE-NAME
               MOVE WS-TRP-STATUS TO OM-FILE-STATUS
               PERFORM WRITE-OPR-MSG
               CLOSE TRIPLES-FILE
               CLOSE AUDIT-FILE
               MOVE 16 TO RETURN-CODE
           END-IF
           CLOSE AUDIT-FILE
           MOVE WS-RECORD-COUNT TO WS-LOG-RECORD-COUNT
           IF WS-ERROR-COUNT > 0
               MOVE 0023 TO OM-MSG-NO
               MOVE 'W' TO OM-SEVERITY
               MOVE 'TRIPLES.AUDIT.DAT' TO OM-FILE-NAME
               STRING 'ERRORS FOUND: ' WS-ERROR-COUNT
                   DELIMITED BY SIZE INTO OM-TEXT
               PERFORM WRITE-OPR-MSG
           END-IF
           PERFORM WRITE-RUN-LOG
           IF WS-ERROR-COUNT = 0
               MOVE 0 TO RETURN-CODE
       ABEND-AUDIT-WRITE-FAILURE.
           DISPLAY 'TripleAud: AUDIT-FILE WRITE ERROR, STATUS '
               WS-AUDIT-STATUS
           MOVE 0003 TO OM-MSG-NO
           MOVE 'S' TO OM-SEVERITY
           MOVE 'TRIPLES.AUDIT.DAT' TO OM-FILE-NAME
           MOVE WS-AUDIT-STATUS TO OM-FILE-STATUS
           PERFORM WRITE-OPR-MSG
           CLOSE TRIPLES-FILE
           CLOSE AUDIT-FILE
           MOVE WS-RECORD-COUNT TO WS-LOG-RECORD-COUNT
           MOVE 16 TO RETURN-CODE
           GOBACK.

       GET-BUSINESS-DATE.
           CALL 'BusDate' USING BUSINESS-DATE-PARMS
               ON EXCEPTION
                   DISPLAY 'TripleAud: cannot call BusDate'
                   MOVE 0008 TO OM-MSG-NO
                   MOVE 'S' TO OM-SEVERITY
                   MOVE 'BusDate' TO OM-TEXT
                   PERFORM WRITE-OPR-MSG
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-CALL.

       WRITE-RUN-LOG.
           MOVE FUNCTION CURRENT-DATE TO WS-END-TIMESTAMP
           MOVE 'TripleAud' TO RL-PROGRAM-NAME
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
           MOVE 'TripleAud' TO OM-PROGRAM-NAME
           OPEN EXTEND OPR-MSG-FILE
           IF WS-OPRMSG-STATUS = '35'
               OPEN OUTPUT OPR-MSG-FILE
           END-IF
           IF WS-OPRMSG-STATUS = '00'
               WRITE OPR-MSG-LINE FROM OPR-MSG-RECORD
               CLOSE OPR-MSG-FILE
           END-IF
           MOVE SPACES TO OPR-MSG-RECORD.

       END PROGRAM TripleAud.
