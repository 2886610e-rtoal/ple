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
       01 WS-EVENT-STATUS PIC XX.
       01 WS-CONTROL-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-RUNLOG-STATUS PIC XX.
       01 WS-OPRMSG-STATUS PIC XX.
       01 WS-START-TIMESTAMP PIC X(21).
       01 WS-END-TIMESTAMP PIC X(21).
       01 WS-HOUR-BASE PIC 9(2) VALUE 12.
           05 FILLER PIC X(26) VALUE
               'GAP N/A - SINGLE EVENT'.

           COPY OPRMSG.
           COPY BUSDATE.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE TO WS-START-TIMESTAMP
           PERFORM GET-BUSINESS-DATE
           MOVE BD-BUSINESS-DATE TO WS-RUN-DATE
           STRING WS-RUN-MM '/' WS-RUN-DD '/' WS-RUN-YYYY
               DELIMITED BY SIZE INTO WS-RUN-DATE-DISPLAY
           PERFORM READ-CONTROL-CARD
           IF WS-EVENT-STATUS NOT = '00'
               DISPLAY 'ClkAlmRpt: EVENT-FILE OPEN ERROR, STATUS '
                   WS-EVENT-STATUS
               MOVE 0001 TO OM-MSG-NO
               MOVE 'S' TO OM-SEVERITY
               MOVE 'CLKHANDS.EVENTS.DAT' TO OM-FILE-NAME
               MOVE WS-EVENT-STATUS TO OM-FILE-STATUS
               PERFORM WRITE-OPR-MSG
               MOVE 0 TO WS-LOG-RECORD-COUNT
               PERFORM WRITE-RUN-LOG
               MOVE 16 TO RETURN-CODE
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'ClkAlmRpt: REPORT-FILE OPEN ERROR, STATUS '
                   WS-REPORT-STATUS
               MOVE 0001 TO OM-MSG-NO
               MOVE 'S' TO OM-SEVERITY
               MOVE 'CLKALM.REPORT.DAT' TO OM-FILE-NAME
               MOVE WS-REPORT-STATUS TO OM-FILE-STATUS
               PERFORM WRITE-OPR-MSG
               CLOSE EVENT-FILE
               MOVE 0 TO WS-LOG-RECORD-COUNT
               PERFORM WRITE-RUN-LOG
                   AND WS-EVENT-STATUS NOT = '02'
               DISPLAY 'ClkAlmRpt: EVENT-FILE READ ERROR, STATUS '
                   WS-EVENT-STATUS
               MOVE 0002 TO OM-MSG-NO
               MOVE 'S' TO OM-SEVERITY
               MOVE 'CLKHANDS.EVENTS.DAT' TO OM-FILE-NAME
               MOVE WS-EVENT-STATUS TO OM-FILE-STATUS
               PERFORM WRITE-OPR-MSG
               CLOSE EVENT-FILE
               CLOSE REPORT-FILE
               MOVE WS-EVENT-COUNT TO WS-LOG-RECORD-COUNT
               IF WS-TYPE-COUNT >= WS-TYPE-MAX
                   DISPLAY 'ClkAlmRpt: TYPE TABLE FULL AT '
                       WS-TYPE-MAX ' ENTRIES'
                   MOVE 0005 TO OM-MSG-NO
                   MOVE 'S' TO OM-SEVERITY
                   MOVE 'CLKHANDS.EVENTS.DAT' TO OM-FILE-NAME
                   MOVE 'EVENT TYPE TABLE' TO OM-TEXT
                   PERFORM WRITE-OPR-MSG
                   CLOSE EVENT-FILE
                   CLOSE REPORT-FILE
                   MOVE WS-EVENT-COUNT TO WS-LOG-RECORD-COUNT
       ABEND-REPORT-WRITE-FAILURE.
           DISPLAY 'ClkAlmRpt: REPORT-FILE WRITE ERROR, STATUS '
               WS-REPORT-STATUS
           MOVE 0003 TO OM-MSG-NO
           MOVE 'S' TO OM-SEVERITY
           MOVE 'CLKALM.REPORT.DAT' TO OM-FILE-NAME
           MOVE WS-REPORT-STATUS TO OM-FILE-STATUS
           PERFORM WRITE-OPR-MSG
           CLOSE EVENT-FILE
           CLOSE REPORT-FILE
           MOVE WS-EVENT-COUNT TO WS-LOG-RECORD-COUNT
           MOVE 16 TO RETURN-CODE
           GOBACK.

       GET-BUSINESS-DATE.
           CALL 'BusDate' USING BUSINESS-DATE-PARMS
               ON EXCEPTION
                   DISPLAY 'ClkAlmRpt: cannot call BusDate'
                   MOVE 0008 TO OM-MSG-NO
                   MOVE 'S' TO OM-SEVERITY
                   MOVE 'BusDate' TO OM-TEXT
                   PERFORM WRITE-OPR-MSG
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-CALL.

       WRITE-RUN-LOG.
           MOVE FUNCTION CURRENT-DATE TO WS-END-TIMESTAMP
           MOVE 'ClkAlmRpt' TO RL-PROGRAM-NAME
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
           MOVE 'ClkAlmRpt' TO OM-PROGRAM-NAME
           OPEN EXTEND OPR-MSG-FILE
           IF WS-OPRMSG-STATUS = '35'
               OPEN OUTPUT OPR-MSG-FILE
           END-IF
           IF WS-OPRMSG-STATUS = '00'
               WRITE OPR-MSG-LINE FROM OPR-MSG-RECORD
               CLOSE OPR-MSG-FILE
           END-IF
           MOVE SPACES TO OPR-MSG-RECORD.

       END PROGRAM ClkAlmRpt.
