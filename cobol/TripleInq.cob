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
       01 WS-REQUEST-STATUS PIC XX.
       01 WS-RESPONSE-STATUS PIC XX.
       01 WS-RUNLOG-STATUS PIC XX.
       01 WS-OPRMSG-STATUS PIC XX.
       01 WS-START-TIMESTAMP PIC X(21).
       01 WS-END-TIMESTAMP PIC X(21).
       01 WS-GUARD-RC PIC 9(4) VALUE 0.
       01 WS-REQUEST-EOF PIC X VALUE 'N'.
           88 WS-AT-REQUEST-EOF VALUE 'Y'.
       01 WS-REQ-HYP PIC 9(3).
       01 WS-RESPONSE-COUNT PIC 9(7) VALUE 0.
       01 WS-LOG-RECORD-COUNT PIC 9(7) VALUE 0.

           COPY OPRMSG.
           COPY BUSDATE.
           COPY INGUARD.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE TO WS-START-TIMESTAMP
           PERFORM GET-BUSINESS-DATE
           MOVE 'Triples' TO IG-PRODUCER
           PERFORM CHECK-INPUT-CURRENT
           IF NOT IG-CURRENT
               MOVE 0 TO WS-LOG-RECORD-COUNT
               PERFORM WRITE-RUN-LOG
               MOVE WS-GUARD-RC TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT TRIPLES-FILE
           IF WS-TRP-STATUS NOT = '00'
               DISPLAY 'TripleInq: TRIPLES-FILE OPEN ERROR, STATUS '
                   WS-TRP-STATUS
               MOVE 0001 TO OM-MSG-NO
               MOVE 'S' TO OM-SEVERITY
               MOVE 'TRIPLES.MASTER.DAT' TO OM-FILE-NAME
               MOVE WS-TRP-STATUS TO OM-FILE-STATUS
               PERFORM WRITE-OPR-MSG
               MOVE 0 TO WS-LOG-RECORD-COUNT
               PERFORM WRITE-RUN-LOG
               MOVE 16 TO RETURN-CODE
           IF WS-REQUEST-STATUS NOT = '00'
               DISPLAY 'TripleInq: REQUEST-FILE OPEN ERROR, STATUS '
                   WS-REQUEST-STATUS
               MOVE 0001 TO OM-MSG-NO
               MOVE 'S' TO OM-SEVERITY
               MOVE 'TRIPLEINQ.REQUEST.DAT' TO OM-FILE-NAME
               MOVE WS-REQUEST-STATUS TO OM-FILE-STATUS
               PERFORM WRITE-OPR-MSG
               CLOSE TRIPLES-FILE
               MOVE 0 TO WS-LOG-RECORD-COUNT
               PERFORM WRITE-RUN-LOG
           IF WS-RESPONSE-STATUS NOT = '00'
               DISPLAY 'TripleInq: RESPONSE-FILE OPEN ERROR, STATUS '
                   WS-RESPONSE-STATUS
               MOVE 0001 TO OM-MSG-NO
               MOVE 'S' TO OM-SEVERITY
               MOVE 'TRIPLEINQ.RESPONSE.DAT' TO OM-FILE-NAME
               MOVE WS-RESPONSE-STATUS TO OM-FILE-STATUS
               PERFORM WRITE-OPR-MSG
               CLOSE TRIPLES-FILE
               CLOSE REQUEST-FILE
               MOVE 0 TO WS-LOG-RECORD-COUNT
       ABEND-TRIPLES-READ-FAILURE.
           DISPLAY 'TripleInq: TRIPLES-FILE READ ERROR, STATUS '
               WS-TRP-STATUS
           MOVE 0002 TO OM-MSG-NO
           MOVE 'S' TO OM-SEVERITY
           MOVE 'TRIPLES.MASTER.DAT' TO OM-FILE-NAME
           MOVE WS-TRP-STATUS TO OM-FILE-STATUS
           PERFORM WRITE-OPR-MSG
           CLOSE TRIPLES-FILE
           CLOSE REQUEST-FILE
           CLOSE RESPONSE-FILE
       ABEND-RESPONSE-WRITE-FAILURE.
           DISPLAY 'TripleInq: RESPONSE-FILE WRITE ERROR, STATUS '
               WS-RESPONSE-STATUS
           MOVE 0003 TO OM-MSG-NO
           MOVE 'S' TO OM-SEVERITY
           MOVE 'TRIPLEINQ.RESPONSE.DAT' TO OM-FILE-NAME
           MOVE WS-RESPONSE-STATUS TO OM-FILE-STATUS
           PERFORM WRITE-OPR-MSG
           CLOSE TRIPLES-FILE
           CLOSE REQUEST-FILE
           CLOSE RESPONSE-FILE
           MOVE 16 TO RETURN-CODE
           GOBACK.

       CHECK-INPUT-CURRENT.
           MOVE 'TripleInq' TO IG-CONSUMER
           SET IG-AGE-CHECKED TO TRUE
           CALL 'InputGuard' USING INPUT-GUARD-PARMS
               ON EXCEPTION
                   DISPLAY 'TripleInq: cannot call InputGuard'
                   MOVE 0008 TO OM-MSG-NO
                   MOVE 'S' TO OM-SEVERITY
                   MOVE 'InputGuard' TO OM-TEXT
                   PERFORM WRITE-OPR-MSG
                   MOVE 'X' TO IG-RESULT
                   MOVE 16 TO WS-GUARD-RC
           END-CALL
           IF IG-NOT-CURRENT
               DISPLAY 'TripleInq: INPUT NOT CURRENT, ' IG-REASON
               MOVE 0040 TO OM-MSG-NO
               MOVE 'E' TO OM-SEVERITY
               MOVE IG-FILE-NAME TO OM-FILE-NAME
               MOVE IG-REASON TO OM-TEXT
               PERFORM WRITE-OPR-MSG
               MOVE 12 TO WS-GUARD-RC
           END-IF.

       GET-BUSINESS-DATE.
           CALL 'BusDate' USING BUSINESS-DATE-PARMS
               ON EXCEPTION
                   DISPLAY 'TripleInq: cannot call BusDate'
                   MOVE 0008 TO OM-MSG-NO
                   MOVE 'S' TO OM-SEVERITY
                   MOVE 'BusDate' TO OM-TEXT
                   PERFORM WRITE-OPR-MSG
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-CALL.

       WRITE-RUN-LOG.
           MOVE FUNCTION CURRENT-DATE TO WS-END-TIMESTAMP
           MOVE 'TripleInq' TO RL-PROGRAM-NAME
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
           MOVE 'TripleInq' TO OM-PROGRAM-NAME
           OPEN EXTEND OPR-MSG-FILE
           IF WS-OPRMSG-STATUS = '35'
               OPEN OUTPUT OPR-MSG-FILE
           END-IF
           IF WS-OPRMSG-STATUS = '00'
               WRITE OPR-MSG-LINE FROM OPR-MSG-RECORD
               CLOSE OPR-MSG-FILE
           END-IF
           MOVE SPACES TO OPR-MSG-RECORD.

       END PROGRAM TripleInq.
