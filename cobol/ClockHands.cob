           SELECT EXCEPTION-FILE ASSIGN TO 'CLKHANDS.EXCEPT.DAT'
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
       01 WS-CONTROL-STATUS PIC XX.
       01 WS-OVERLAP-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-EXCEPTION-STATUS PIC XX.
       01 WS-RUNLOG-STATUS PIC XX.
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
           MOVE BD-BUSINESS-DATE TO WS-RUN-DATE
           STRING WS-RUN-MM '/' WS-RUN-DD '/' WS-RUN-YYYY
               DELIMITED BY SIZE INTO WS-RUN-DATE-DISPLAY
           PERFORM LOAD-CONTROL-CARDS
           OPEN OUTPUT OVERLAP-FILE
           IF WS-OVERLAP-STATUS NOT = '00'
               MOVE 0001 TO OM-MSG-NO
               MOVE 'S' TO OM-SEVERITY
               MOVE 'CLKHANDS.OVERLAP.DAT' TO OM-FILE-NAME
               MOVE WS-OVERLAP-STATUS TO OM-FILE-STATUS
               PERFORM WRITE-OPR-MSG
               MOVE 0 TO WS-LOG-RECORD-COUNT
               PERFORM WRITE-RUN-LOG
               MOVE 16 TO RETURN-CODE
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               CLOSE OVERLAP-FILE
               MOVE 0001 TO OM-MSG-NO
               MOVE 'S' TO OM-SEVERITY
               MOVE 'CLKHANDS.REPORT.DAT' TO OM-FILE-NAME
               MOVE WS-REPORT-STATUS TO OM-FILE-STATUS
               PERFORM WRITE-OPR-MSG
               MOVE 0 TO WS-LOG-RECORD-COUNT
               PERFORM WRITE-RUN-LOG
               MOVE 16 TO RETURN-CODE
           IF WS-EXCEPTION-STATUS NOT = '00'
               CLOSE OVERLAP-FILE
               CLOSE REPORT-FILE
               MOVE 0001 TO OM-MSG-NO
               MOVE 'S' TO OM-SEVERITY
               MOVE 'CLKHANDS.EXCEPT.DAT' TO OM-FILE-NAME
               MOVE WS-EXCEPTION-STATUS TO OM-FILE-STATUS
               PERFORM WRITE-OPR-MSG
               MOVE 0 TO WS-LOG-RECORD-COUNT
               PERFORM WRITE-RUN-LOG
               MOVE 16 TO RETURN-CODE
                   IF WS-SCEN-COUNT >= WS-SCEN-MAX
                       DISPLAY 'ClockHands: MORE THAN ' WS-SCEN-MAX
                           ' CONTROL CARDS'
                       MOVE 'TOO MANY SCENARIO CARDS' TO OM-TEXT
                       PERFORM ABEND-BAD-CONTROL-CARD
                   END-IF
                   IF CTL-PERIOD-SECONDS = 0 OR
                           CTL-OVERLAP-COUNT = 0
                       DISPLAY 'ClockHands: INVALID CONTROL CARD '
                           'AFTER SCENARIO ' WS-SCEN-COUNT
                       MOVE 'ZERO PERIOD OR OVERLAP COUNT' TO OM-TEXT
                       PERFORM ABEND-BAD-CONTROL-CARD
                   END-IF
                   ADD 1 TO WS-SCEN-COUNT
           MOVE 0 TO WS-LINE-COUNT.

       ABEND-BAD-CONTROL-CARD.
           MOVE 0006 TO OM-MSG-NO
           MOVE 'S' TO OM-SEVERITY
           MOVE 'CLKHANDS.CONTROL.DAT' TO OM-FILE-NAME
           PERFORM WRITE-OPR-MSG
           CLOSE CONTROL-FILE
           MOVE 0 TO WS-LOG-RECORD-COUNT
           PERFORM WRITE-RUN-LOG
       ABEND-OVERLAP-WRITE-FAILURE.
           DISPLAY 'ClockHands: OVERLAP-FILE WRITE ERROR, STATUS '
               WS-OVERLAP-STATUS
           MOVE 0003 TO OM-MSG-NO
           MOVE 'S' TO OM-SEVERITY
           MOVE 'CLKHANDS.OVERLAP.DAT' TO OM-FILE-NAME
           MOVE WS-OVERLAP-STATUS TO OM-FILE-STATUS
           PERFORM WRITE-OPR-MSG
           CLOSE OVERLAP-FILE
           CLOSE REPORT-FILE
           CLOSE EXCEPTION-FILE
       ABEND-REPORT-WRITE-FAILURE.
           DISPLAY 'ClockHands: REPORT-FILE WRITE ERROR, STATUS '
               WS-REPORT-STATUS
           MOVE 0003 TO OM-MSG-NO
           MOVE 'S' TO OM-SEVERITY
           MOVE 'CLKHANDS.REPORT.DAT' TO OM-FILE-NAME
           MOVE WS-REPORT-STATUS TO OM-FILE-STATUS
           PERFORM WRITE-OPR-MSG
           CLOSE OVERLAP-FILE
           CLOSE REPORT-FILE
           CLOSE EXCEPTION-FILE
       ABEND-EXCEPTION-WRITE-FAILURE.
           DISPLAY 'ClockHands: EXCEPTION-FILE WRITE ERROR, STATUS '
               WS-EXCEPTION-STATUS
           MOVE 0003 TO OM-MSG-NO
           MOVE 'S' TO OM-SEVERITY
           MOVE 'CLKHANDS.EXCEPT.DAT' TO OM-FILE-NAME
           MOVE WS-EXCEPTION-STATUS TO OM-FILE-STATUS
           PERFORM WRITE-OPR-MSG
           CLOSE OVERLAP-FILE
           CLOSE REPORT-FILE
           CLOSE EXCEPTION-FILE
           MOVE 16 TO RETURN-CODE
           GOBACK.

       GET-BUSINESS-DATE.
           CALL 'BusDate' USING BUSINESS-DATE-PARMS
               ON EXCEPTION
                   DISPLAY 'ClockHands: cannot call BusDate'
                   MOVE 0008 TO OM-MSG-NO
                   MOVE 'S' TO OM-SEVERITY
                   MOVE 'BusDate' TO OM-TEXT
                   PERFORM WRITE-OPR-MSG
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-CALL.

       WRITE-RUN-LOG.
           MOVE FUNCTION CURRENT-DATE TO WS-END-TIMESTAMP
           MOVE 'ClockHands' TO RL-PROGRAM-NAME
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
           MOVE 'ClockHands' TO OM-PROGRAM-NAME
           OPEN EXTEND OPR-MSG-FILE
           IF WS-OPRMSG-STATUS = '35'
               OPEN OUTPUT OPR-MSG-FILE
           END-IF
           IF WS-OPRMSG-STATUS = '00'
               WRITE OPR-MSG-LINE FROM OPR-MSG-RECORD
               CLOSE OPR-MSG-FILE
           END-IF
           MOVE SPACES TO OPR-MSG-RECORD.

       END PROGRAM ClockHands.
