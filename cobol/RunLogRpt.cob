           SELECT REPORT-FILE ASSIGN TO 'RUNLOG.REPORT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT OPR-MSG-FILE ASSIGN TO 'BATCH.OPRMSG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPRMSG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(95).

       FD  OPR-MSG-FILE.
       01  OPR-MSG-LINE PIC X(128).

       WORKING-STORAGE SECTION.
       01 WS-RUNLOG-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-OPRMSG-STATUS PIC XX.
       01 WS-START-TIMESTAMP PIC X(21).
       01 WS-END-TIMESTAMP PIC X(21).
       01 WS-RUNLOG-EOF PIC X VALUE 'N'.
               10 WS-LT-PROGRAM PIC X(10).
               10 WS-LT-START PIC X(21).
               10 WS-LT-END PIC X(21).
               10 WS-LT-BUS-DATE PIC X(8).
               10 WS-LT-COUNT PIC 9(7).
               10 WS-LT-ELAPSED PIC 9(9).
               10 WS-LT-REPORTED PIC X.
           05 GH-PROGRAM PIC X(10).
       01 COLUMN-HEADING-LINE.
           05 FILLER PIC X(6) VALUE 'RUN'.
           05 FILLER PIC X(10) VALUE 'BUS DATE'.
           05 FILLER PIC X(16) VALUE 'START'.
           05 FILLER PIC X(16) VALUE 'END'.
           05 FILLER PIC X(10) VALUE 'RECORDS'.
       01 DETAIL-LINE.
           05 DL-RUN-NO PIC ZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DL-BUS-DATE PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DL-START PIC X(14).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DL-END PIC X(14).
               'ANOMALOUS RUNS FLAGGED: '.
           05 SL-ANOMALY-COUNT PIC ZZZ9.

           COPY OPRMSG.
           COPY BUSDATE.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE TO WS-START-TIMESTAMP
           PERFORM GET-BUSINESS-DATE
           MOVE BD-BUSINESS-DATE TO WS-RUN-DATE
           STRING WS-RUN-MM '/' WS-RUN-DD '/' WS-RUN-YYYY
               DELIMITED BY SIZE INTO WS-RUN-DATE-DISPLAY
           OPEN INPUT RUN-LOG-FILE
           IF WS-RUNLOG-STATUS NOT = '00'
               DISPLAY 'RunLogRpt: RUN-LOG-FILE OPEN ERROR, STATUS '
                   WS-RUNLOG-STATUS
               MOVE 0001 TO OM-MSG-NO
               MOVE 'S' TO OM-SEVERITY
               MOVE 'BATCH.RUNLOG.DAT' TO OM-FILE-NAME
               MOVE WS-RUNLOG-STATUS TO OM-FILE-STATUS
               PERFORM WRITE-OPR-MSG
               PERFORM WRITE-RUN-LOG
               MOVE 16 TO RETURN-CODE
               GOBACK
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'RunLogRpt: REPORT-FILE OPEN ERROR, STATUS '
                   WS-REPORT-STATUS
               MOVE 0001 TO OM-MSG-NO
               MOVE 'S' TO OM-SEVERITY
               MOVE 'RUNLOG.REPORT.DAT' TO OM-FILE-NAME
               MOVE WS-REPORT-STATUS TO OM-FILE-STATUS
               PERFORM WRITE-OPR-MSG
               CLOSE RUN-LOG-FILE
               PERFORM WRITE-RUN-LOG
               MOVE 16 TO RETURN-CODE
           IF WS-LOG-COUNT >= WS-LOG-MAX
               DISPLAY 'RunLogRpt: RUN LOG TABLE FULL AT '
                   WS-LOG-MAX ' ENTRIES'
               MOVE 0005 TO OM-MSG-NO
               MOVE 'S' TO OM-SEVERITY
               MOVE 'BATCH.RUNLOG.DAT' TO OM-FILE-NAME
               MOVE 'RUN LOG TABLE' TO OM-TEXT
               PERFORM WRITE-OPR-MSG
               CLOSE RUN-LOG-FILE
               CLOSE REPORT-FILE
               PERFORM WRITE-RUN-LOG
           MOVE RL-START-TIMESTAMP TO WS-LT-START(WS-LOG-COUNT)
           MOVE RL-END-TIMESTAMP TO WS-LT-END(WS-LOG-COUNT)
           MOVE RL-RECORD-COUNT TO WS-LT-COUNT(WS-LOG-COUNT)
           MOVE RL-BUSINESS-DATE TO WS-LT-BUS-DATE(WS-LOG-COUNT)
           PERFORM COMPUTE-ELAPSED
           MOVE 'N' TO WS-LT-REPORTED(WS-LOG-COUNT).

               PERFORM WRITE-HEADING
           END-IF
           MOVE WS-GROUP-RUN-NO TO DL-RUN-NO
           MOVE WS-LT-BUS-DATE(JX) TO DL-BUS-DATE
           MOVE WS-LT-START(JX) TO DL-START
           MOVE WS-LT-END(JX) TO DL-END
           MOVE WS-LT-COUNT(JX) TO DL-COUNT
       ABEND-REPORT-WRITE-FAILURE.
           DISPLAY 'RunLogRpt: REPORT-FILE WRITE ERROR, STATUS '
               WS-REPORT-STATUS
           MOVE 0003 TO OM-MSG-NO
           MOVE 'S' TO OM-SEVERITY
           MOVE 'RUNLOG.REPORT.DAT' TO OM-FILE-NAME
           MOVE WS-REPORT-STATUS TO OM-FILE-STATUS
           PERFORM WRITE-OPR-MSG
           CLOSE REPORT-FILE
           PERFORM WRITE-RUN-LOG
           MOVE 16 TO RETURN-CODE
           GOBACK.

       GET-BUSINESS-DATE.
           CALL 'BusDate' USING BUSINESS-DATE-PARMS
               ON EXCEPTION
                   DISPLAY 'RunLogRpt: cannot call BusDate'
                   MOVE 0008 TO OM-MSG-NO
                   MOVE 'S' TO OM-SEVERITY
                   MOVE 'BusDate' TO OM-TEXT
                   PERFORM WRITE-OPR-MSG
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-CALL.

       WRITE-RUN-LOG.
           MOVE FUNCTION CURRENT-DATE TO WS-END-TIMESTAMP
           MOVE 'RunLogRpt' TO RL-PROGRAM-NAME
           MOVE WS-END-TIMESTAMP TO RL-END-TIMESTAMP
           MOVE WS-LOG-COUNT TO RL-RECORD-COUNT
           MOVE 0 TO RL-CONTROL-TOTAL
           MOVE BD-BUSINESS-DATE TO RL-BUSINESS-DATE
           OPEN EXTEND RUN-LOG-FILE
           IF WS-RUNLOG-STATUS = '35'
               OPEN OUTPUT RUN-LOG-FILE
               CLOSE RUN-LOG-FILE
           END-IF.

       WRITE-OPR-MSG.
           MOVE FUNCTION CURRENT-DATE TO OM-TIMESTAMP
           MOVE 'RunLogRpt' TO OM-PROGRAM-NAME
           OPEN EXTEND OPR-MSG-FILE
           IF WS-OPRMSG-STATUS = '35'
               OPEN OUTPUT OPR-MSG-FILE
           END-IF
           IF WS-OPRMSG-STATUS = '00'
               WRITE OPR-MSG-LINE FROM OPR-MSG-RECORD
               CLOSE OPR-MSG-FILE
           END-IF
           MOVE SPACES TO OPR-MSG-RECORD.

       END PROGRAM RunLogRpt.
