           SELECT EXCEPTION-FILE ASSIGN TO 'CLKEVT.EXCEPT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-STATUS.
           SELECT OPR-MSG-FILE ASSIGN TO 'BATCH.OPRMSG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPRMSG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXCEPTION-FILE.
       01  EXCEPTION-LINE PIC X(90).

       FD  OPR-MSG-FILE.
       01  OPR-MSG-LINE PIC X(128).

       WORKING-STORAGE SECTION.
       01 WS-EVENT-STATUS PIC XX.
       01 WS-CONTROL-STATUS PIC XX.
       01 WS-RUNLOG-STATUS PIC XX.
       01 WS-EXCEPTION-STATUS PIC XX.
       01 WS-OPRMSG-STATUS PIC XX.
       01 WS-START-TIMESTAMP PIC X(21).
       01 WS-END-TIMESTAMP PIC X(21).
       01 WS-PERIOD-SECONDS PIC 9(5) VALUE 43200.
               'EXCEPTIONS FOUND: '.
           05 ES-COUNT PIC ZZ9.

           COPY OPRMSG.
           COPY BUSDATE.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE TO WS-START-TIMESTAMP
           PERFORM GET-BUSINESS-DATE
           PERFORM READ-CONTROL-CARD
           IF WS-PERIOD-SECONDS = 0 OR WS-OVERLAP-COUNT = 0
               MOVE 0006 TO OM-MSG-NO
               MOVE 'S' TO OM-SEVERITY
               MOVE 'CLKHANDS.CONTROL.DAT' TO OM-FILE-NAME
               MOVE 'ZERO PERIOD OR OVERLAP COUNT' TO OM-TEXT
               PERFORM WRITE-OPR-MSG
               MOVE 0 TO WS-LOG-RECORD-COUNT
               PERFORM WRITE-RUN-LOG
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE BD-BUSINESS-DATE TO WS-RUN-DATE
           STRING WS-RUN-MM '/' WS-RUN-DD '/' WS-RUN-YYYY
               DELIMITED BY SIZE INTO WS-RUN-DATE-DISPLAY
           OPEN OUTPUT EVENT-FILE
           IF WS-EVENT-STATUS NOT = '00'
               MOVE 0001 TO OM-MSG-NO
               MOVE 'S' TO OM-SEVERITY
               MOVE 'CLKHANDS.EVENTS.DAT' TO OM-FILE-NAME
               MOVE WS-EVENT-STATUS TO OM-FILE-STATUS
               PERFORM WRITE-OPR-MSG
               MOVE 0 TO WS-LOG-RECORD-COUNT
               PERFORM WRITE-RUN-LOG
               MOVE 16 TO RETURN-CODE
           END-IF
           OPEN OUTPUT EXCEPTION-FILE
           IF WS-EXCEPTION-STATUS NOT = '00'
               MOVE 0001 TO OM-MSG-NO
               MOVE 'S' TO OM-SEVERITY
               MOVE 'CLKEVT.EXCEPT.DAT' TO OM-FILE-NAME
               MOVE WS-EXCEPTION-STATUS TO OM-FILE-STATUS
               PERFORM WRITE-OPR-MSG
               CLOSE EVENT-FILE
               MOVE 0 TO WS-LOG-RECORD-COUNT
               PERFORM WRITE-RUN-LOG
           IF WS-EVENT-COUNT >= WS-EVENT-MAX
               DISPLAY 'ClockEvt: EVENT TABLE FULL AT '
                   WS-EVENT-MAX ' ENTRIES'
               MOVE 0005 TO OM-MSG-NO
               MOVE 'S' TO OM-SEVERITY
               MOVE 'CLKHANDS.EVENTS.DAT' TO OM-FILE-NAME
               MOVE 'EVENT TABLE' TO OM-TEXT
               PERFORM WRITE-OPR-MSG
               CLOSE EVENT-FILE
               CLOSE EXCEPTION-FILE
               MOVE 0 TO WS-LOG-RECORD-COUNT
       ABEND-EVENT-WRITE-FAILURE.
           DISPLAY 'ClockEvt: EVENT-FILE WRITE ERROR, STATUS '
               WS-EVENT-STATUS
           MOVE 0003 TO OM-MSG-NO
           MOVE 'S' TO OM-SEVERITY
           MOVE 'CLKHANDS.EVENTS.DAT' TO OM-FILE-NAME
           MOVE WS-EVENT-STATUS TO OM-FILE-STATUS
           PERFORM WRITE-OPR-MSG
           CLOSE EVENT-FILE
           CLOSE EXCEPTION-FILE
           MOVE 0 TO WS-LOG-RECORD-COUNT
       ABEND-EXCEPTION-WRITE-FAILURE.
           DISPLAY 'ClockEvt: EXCEPTION-FILE WRITE ERROR, STATUS '
               WS-EXCEPTION-STATUS
           MOVE 0003 TO OM-MSG-NO
           MOVE 'S' TO OM-SEVERITY
           MOVE 'CLKEVT.EXCEPT.DAT' TO OM-FILE-NAME
           MOVE WS-EXCEPTION-STATUS TO OM-FILE-STATUS
           PERFORM WRITE-OPR-MSG
           CLOSE EVENT-FILE
           CLOSE EXCEPTION-FILE
           MOVE 0 TO WS-LOG-RECORD-COUNT
           MOVE 16 TO RETURN-CODE
           GOBACK.

       GET-BUSINESS-DATE.
           CALL 'BusDate' USING BUSINESS-DATE-PARMS
               ON EXCEPTION
                   DISPLAY 'ClockEvt: cannot call BusDate'
                   MOVE 0008 TO OM-MSG-NO
                   MOVE 'S' TO OM-SEVERITY
                   MOVE 'BusDate' TO OM-TEXT
                   PERFORM WRITE-OPR-MSG
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-CALL.

       WRITE-RUN-LOG.
           MOVE FUNCTION CURRENT-DATE TO WS-END-TIMESTAMP
           MOVE 'ClockEvt' TO RL-PROGRAM-NAME
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
           MOVE 'ClockEvt' TO OM-PROGRAM-NAME
           OPEN EXTEND OPR-MSG-FILE
           IF WS-OPRMSG-STATUS = '35'
               OPEN OUTPUT OPR-MSG-FILE
           END-IF
           IF WS-OPRMSG-STATUS = '00'
               WRITE OPR-MSG-LINE FROM OPR-MSG-RECORD
               CLOSE OPR-MSG-FILE
           END-IF
           MOVE SPACES TO OPR-MSG-RECORD.

       END PROGRAM ClockEvt.
