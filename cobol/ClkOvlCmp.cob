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
       01 WS-OVERLAP-STATUS PIC XX.
       01 WS-PRIOR-STATUS PIC XX.
       01 WS-CATALOG-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-RUNLOG-STATUS PIC XX.
       01 WS-OPRMSG-STATUS PIC XX.
       01 WS-START-TIMESTAMP PIC X(21).
       01 WS-END-TIMESTAMP PIC X(21).
       01 WS-GUARD-RC PIC 9(4) VALUE 0.
       01 WS-PRIOR-NAME PIC X(29) VALUE SPACES.
       01 WS-PRIOR-DATE PIC 9(8) VALUE 0.
       01 WS-OVERLAP-EOF PIC X VALUE 'N'.
       01 NO-CHANGES-LINE PIC X(34) VALUE
           'NO CHANGES - SCHEDULES IDENTICAL'.

           COPY OPRMSG.
           COPY BUSDATE.
           COPY INGUARD.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE TO WS-START-TIMESTAMP
           PERFORM GET-BUSINESS-DATE
           MOVE BD-BUSINESS-DATE TO WS-RUN-DATE
           STRING WS-RUN-MM '/' WS-RUN-DD '/' WS-RUN-YYYY
               DELIMITED BY SIZE INTO WS-RUN-DATE-DISPLAY
           MOVE 'ClockHands' TO IG-PRODUCER
           PERFORM CHECK-INPUT-CURRENT
           IF NOT IG-CURRENT
               MOVE 0 TO WS-LOG-RECORD-COUNT
               PERFORM WRITE-RUN-LOG
               MOVE WS-GUARD-RC TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > 99
               MOVE 'N' TO WS-OLD-SCEN-PRESENT(SX)
               MOVE 'N' TO WS-NEW-SCEN-PRESENT(SX)
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'ClkOvlCmp: REPORT-FILE OPEN ERROR, STATUS '
                   WS-REPORT-STATUS
               MOVE 0001 TO OM-MSG-NO
               MOVE 'S' TO OM-SEVERITY
               MOVE 'CLKCMP.REPORT.DAT' TO OM-FILE-NAME
               MOVE WS-REPORT-STATUS TO OM-FILE-STATUS
               PERFORM WRITE-OPR-MSG
               MOVE 0 TO WS-LOG-RECORD-COUNT
               PERFORM WRITE-RUN-LOG
               MOVE 16 TO RETURN-CODE
               END-IF
               CLOSE REPORT-FILE
               DISPLAY 'ClkOvlCmp: NO PRIOR GENERATION TO COMPARE'
               MOVE 0010 TO OM-MSG-NO
               MOVE 'I' TO OM-SEVERITY
               MOVE 'CLKHANDS.GENCAT.DAT' TO OM-FILE-NAME
               MOVE 'NO PRIOR GENERATION TO COMPARE' TO OM-TEXT
               PERFORM WRITE-OPR-MSG
               MOVE 0 TO WS-LOG-RECORD-COUNT
               PERFORM WRITE-RUN-LOG
               MOVE 0 TO RETURN-CODE
           END-IF
           CLOSE REPORT-FILE
           DISPLAY 'ClkOvlCmp: CHANGES FOUND: ' WS-CHANGE-COUNT
           IF WS-CHANGE-COUNT > 0
               MOVE 0025 TO OM-MSG-NO
               MOVE 'I' TO OM-SEVERITY
               MOVE 'CLKHANDS.OVERLAP.DAT' TO OM-FILE-NAME
               PERFORM WRITE-OPR-MSG
           END-IF
           MOVE WS-CURRENT-COUNT TO WS-LOG-RECORD-COUNT
           PERFORM WRITE-RUN-LOG
           MOVE 0 TO RETURN-CODE.
           IF WS-PRIOR-STATUS NOT = '00'
               DISPLAY 'ClkOvlCmp: PRIOR-FILE OPEN ERROR, STATUS '
                   WS-PRIOR-STATUS
               MOVE 0001 TO OM-MSG-NO
               MOVE 'S' TO OM-SEVERITY
               MOVE WS-PRIOR-NAME TO OM-FILE-NAME
               MOVE WS-PRIOR-STATUS TO OM-FILE-STATUS
               PERFORM WRITE-OPR-MSG
               CLOSE REPORT-FILE
               MOVE 0 TO WS-LOG-RECORD-COUNT
               PERFORM WRITE-RUN-LOG
           IF WS-PRIOR-COUNT >= WS-PRIOR-MAX
               DISPLAY 'ClkOvlCmp: PRIOR TABLE FULL AT '
                   WS-PRIOR-MAX ' ENTRIES'
               MOVE 0005 TO OM-MSG-NO
               MOVE 'S' TO OM-SEVERITY
               MOVE WS-PRIOR-NAME TO OM-FILE-NAME
               MOVE 'PRIOR GENERATION TABLE' TO OM-TEXT
               PERFORM WRITE-OPR-MSG
               CLOSE PRIOR-FILE
               CLOSE REPORT-FILE
               MOVE 0 TO WS-LOG-RECORD-COUNT
           IF WS-OVERLAP-STATUS NOT = '00'
               DISPLAY 'ClkOvlCmp: OVERLAP-FILE OPEN ERROR, STATUS '
                   WS-OVERLAP-STATUS
               MOVE 0001 TO OM-MSG-NO
               MOVE 'S' TO OM-SEVERITY
               MOVE 'CLKHANDS.OVERLAP.DAT' TO OM-FILE-NAME
               MOVE WS-OVERLAP-STATUS TO OM-FILE-STATUS
               PERFORM WRITE-OPR-MSG
               CLOSE REPORT-FILE
               MOVE 0 TO WS-LOG-RECORD-COUNT
               PERFORM WRITE-RUN-LOG
       ABEND-REPORT-WRITE-FAILURE.
           DISPLAY 'ClkOvlCmp: REPORT-FILE WRITE ERROR, STATUS '
               WS-REPORT-STATUS
           MOVE 0003 TO OM-MSG-NO
           MOVE 'S' TO OM-SEVERITY
           MOVE 'CLKCMP.REPORT.DAT' TO OM-FILE-NAME
           MOVE WS-REPORT-STATUS TO OM-FILE-STATUS
           PERFORM WRITE-OPR-MSG
           CLOSE REPORT-FILE
           MOVE WS-CURRENT-COUNT TO WS-LOG-RECORD-COUNT
           PERFORM WRITE-RUN-LOG
           MOVE 16 TO RETURN-CODE
           GOBACK.

       CHECK-INPUT-CURRENT.
           MOVE 'ClkOvlCmp' TO IG-CONSUMER
           SET IG-AGE-CHECKED TO TRUE
           CALL 'InputGuard' USING INPUT-GUARD-PARMS
               ON EXCEPTION
                   DISPLAY 'ClkOvlCmp: cannot call InputGuard'
                   MOVE 0008 TO OM-MSG-NO
                   MOVE 'S' TO OM-SEVERITY
                   MOVE 'InputGuard' TO OM-TEXT
                   PERFORM WRITE-OPR-MSG
                   MOVE 'X' TO IG-RESULT
                   MOVE 16 TO WS-GUARD-RC
           END-CALL
           IF IG-NOT-CURRENT
               DISPLAY 'ClkOvlCmp: INPUT NOT CURRENT, ' IG-REASON
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
                   DISPLAY 'ClkOvlCmp: cannot call BusDate'
                   MOVE 0008 TO OM-MSG-NO
                   MOVE 'S' TO OM-SEVERITY
                   MOVE 'BusDate' TO OM-TEXT
                   PERFORM WRITE-OPR-MSG
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-CALL.

       WRITE-RUN-LOG.
           MOVE FUNCTION CURRENT-DATE TO WS-END-TIMESTAMP
           MOVE 'ClkOvlCmp' TO RL-PROGRAM-NAME
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
           MOVE 'ClkOvlCmp' TO OM-PROGRAM-NAME
           OPEN EXTEND OPR-MSG-FILE
           IF WS-OPRMSG-STATUS = '35'
               OPEN OUTPUT OPR-MSG-FILE
           END-IF
           IF WS-OPRMSG-STATUS = '00'
               WRITE OPR-MSG-LINE FROM OPR-MSG-RECORD
               CLOSE OPR-MSG-FILE
           END-IF
           MOVE SPACES TO OPR-MSG-RECORD.

       END PROGRAM ClkOvlCmp.
