           SELECT REPORT-FILE ASSIGN TO 'RUNLOGPRG.REPORT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT OPR-MSG-FILE ASSIGN TO 'BATCH.OPRMSG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPRMSG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  CONTROL-RECORD PIC X(8).

       FD  ARCHIVE-FILE.
       01  ARCHIVE-LINE PIC X(76).

       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(81).

       FD  OPR-MSG-FILE.
       01  OPR-MSG-LINE PIC X(128).

       WORKING-STORAGE SECTION.
       01 WS-RUNLOG-STATUS PIC XX.
       01 WS-CONTROL-STATUS PIC XX.
       01 WS-ARCHIVE-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-OPRMSG-STATUS PIC XX.
       01 WS-START-TIMESTAMP PIC X(21).
       01 WS-END-TIMESTAMP PIC X(21).
       01 WS-ARCHIVE-NAME PIC X(27).
                   15 WS-LT-END PIC X(21).
                   15 WS-LT-COUNT PIC 9(7).
                   15 WS-LT-CTL-TOTAL PIC 9(9).
                   15 WS-LT-BUS-DATE PIC X(8).
               10 WS-LT-DISPOSITION PIC X.

       01 WS-CONTROL-CARD PIC X(8).
           05 FILLER PIC X(6) VALUE SPACES.
           05 TL-KEPT PIC ZZZ9.

           COPY OPRMSG.
           COPY BUSDATE.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE TO WS-START-TIMESTAMP
           PERFORM GET-BUSINESS-DATE
           MOVE BD-BUSINESS-DATE TO WS-RUN-DATE
           STRING WS-RUN-MM '/' WS-RUN-DD '/' WS-RUN-YYYY
               DELIMITED BY SIZE INTO WS-RUN-DATE-DISPLAY
           PERFORM READ-CONTROL-CARD
                           ELSE
                               DISPLAY 'RunLogPrg: BAD RETENTION '
                                   'CARD, USING 30 DAYS'
                               MOVE 0011 TO OM-MSG-NO
                               MOVE 'W' TO OM-SEVERITY
                               MOVE 'RUNLOGPRG.CONTROL.DAT'
                                   TO OM-FILE-NAME
                               MOVE 'RETENTION CARD, 30 DAYS USED'
                                   TO OM-TEXT
                               PERFORM WRITE-OPR-MSG
                           END-IF
                       END-IF
               END-READ
           IF WS-RUNLOG-STATUS NOT = '00'
               DISPLAY 'RunLogPrg: RUN-LOG-FILE OPEN ERROR, STATUS '
                   WS-RUNLOG-STATUS
               MOVE 0001 TO OM-MSG-NO
               MOVE 'S' TO OM-SEVERITY
               MOVE 'BATCH.RUNLOG.DAT' TO OM-FILE-NAME
               MOVE WS-RUNLOG-STATUS TO OM-FILE-STATUS
               PERFORM WRITE-OPR-MSG
               MOVE 0 TO WS-LOG-RECORD-COUNT
               PERFORM WRITE-RUN-LOG
               MOVE 16 TO RETURN-CODE
           IF WS-LOG-COUNT >= WS-LOG-MAX
               DISPLAY 'RunLogPrg: RUN LOG TABLE FULL AT '
                   WS-LOG-MAX ' ENTRIES'
               MOVE 0005 TO OM-MSG-NO
               MOVE 'S' TO OM-SEVERITY
               MOVE 'BATCH.RUNLOG.DAT' TO OM-FILE-NAME
               MOVE 'RUN LOG TABLE' TO OM-TEXT
               PERFORM WRITE-OPR-MSG
               CLOSE RUN-LOG-FILE
               MOVE 0 TO WS-LOG-RECORD-COUNT
               PERFORM WRITE-RUN-LOG
           MOVE RL-END-TIMESTAMP TO WS-LT-END(WS-LOG-COUNT)
           MOVE RL-RECORD-COUNT TO WS-LT-COUNT(WS-LOG-COUNT)
           MOVE RL-CONTROL-TOTAL TO WS-LT-CTL-TOTAL(WS-LOG-COUNT)
           MOVE RL-BUSINESS-DATE TO WS-LT-BUS-DATE(WS-LOG-COUNT)
           MOVE 'K' TO WS-LT-DISPOSITION(WS-LOG-COUNT).

      *> An entry is archived only when its start date is before the
               IF WS-PROGRAM-COUNT >= WS-PROGRAM-MAX
                   DISPLAY 'RunLogPrg: PROGRAM TABLE FULL AT '
                       WS-PROGRAM-MAX ' ENTRIES'
                   MOVE 0005 TO OM-MSG-NO
                   MOVE 'S' TO OM-SEVERITY
                   MOVE 'BATCH.RUNLOG.DAT' TO OM-FILE-NAME
                   MOVE 'PROGRAM TABLE' TO OM-TEXT
                   PERFORM WRITE-OPR-MSG
                   MOVE 0 TO WS-LOG-RECORD-COUNT
                   PERFORM WRITE-RUN-LOG
                   MOVE 16 TO RETURN-CODE
       WRITE-ARCHIVE-FILE.
           IF WS-ARCHIVED-COUNT = 0
               DISPLAY 'RunLogPrg: NOTHING TO ARCHIVE'
               MOVE 0010 TO OM-MSG-NO
               MOVE 'I' TO OM-SEVERITY
               MOVE 'BATCH.RUNLOG.DAT' TO OM-FILE-NAME
               MOVE 'NOTHING TO ARCHIVE' TO OM-TEXT
               PERFORM WRITE-OPR-MSG
           ELSE
               OPEN OUTPUT ARCHIVE-FILE
               IF WS-ARCHIVE-STATUS NOT = '00'
                   DISPLAY 'RunLogPrg: ARCHIVE-FILE OPEN ERROR, '
                       'STATUS ' WS-ARCHIVE-STATUS
                   MOVE 0001 TO OM-MSG-NO
                   MOVE 'S' TO OM-SEVERITY
                   MOVE WS-ARCHIVE-NAME TO OM-FILE-NAME
                   MOVE WS-ARCHIVE-STATUS TO OM-FILE-STATUS
                   PERFORM WRITE-OPR-MSG
                   MOVE 0 TO WS-LOG-RECORD-COUNT
                   PERFORM WRITE-RUN-LOG
                   MOVE 16 TO RETURN-CODE
                       IF WS-ARCHIVE-STATUS NOT = '00'
                           DISPLAY 'RunLogPrg: ARCHIVE-FILE WRITE '
                               'ERROR, STATUS ' WS-ARCHIVE-STATUS
                           MOVE 0003 TO OM-MSG-NO
                           MOVE 'S' TO OM-SEVERITY
                           MOVE WS-ARCHIVE-NAME TO OM-FILE-NAME
                           MOVE WS-ARCHIVE-STATUS TO OM-FILE-STATUS
                           PERFORM WRITE-OPR-MSG
                           CLOSE ARCHIVE-FILE
                           MOVE 0 TO WS-LOG-RECORD-COUNT
                           PERFORM WRITE-RUN-LOG
               IF WS-RUNLOG-STATUS NOT = '00'
                   DISPLAY 'RunLogPrg: RUN-LOG-FILE REWRITE OPEN '
                       'ERROR, STATUS ' WS-RUNLOG-STATUS
                   MOVE 0001 TO OM-MSG-NO
                   MOVE 'S' TO OM-SEVERITY
                   MOVE 'BATCH.RUNLOG.DAT' TO OM-FILE-NAME
                   MOVE WS-RUNLOG-STATUS TO OM-FILE-STATUS
                   PERFORM WRITE-OPR-MSG
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
                       IF WS-RUNLOG-STATUS NOT = '00'
                           DISPLAY 'RunLogPrg: RUN-LOG-FILE WRITE '
                               'ERROR, STATUS ' WS-RUNLOG-STATUS
                           MOVE 0003 TO OM-MSG-NO
                           MOVE 'S' TO OM-SEVERITY
                           MOVE 'BATCH.RUNLOG.DAT' TO OM-FILE-NAME
                           MOVE WS-RUNLOG-STATUS TO OM-FILE-STATUS
                           PERFORM WRITE-OPR-MSG
                           CLOSE RUN-LOG-FILE
                           MOVE 16 TO RETURN-CODE
                           GOBACK
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'RunLogPrg: REPORT-FILE OPEN ERROR, STATUS '
                   WS-REPORT-STATUS
               MOVE 0001 TO OM-MSG-NO
               MOVE 'S' TO OM-SEVERITY
               MOVE 'RUNLOGPRG.REPORT.DAT' TO OM-FILE-NAME
               MOVE WS-REPORT-STATUS TO OM-FILE-STATUS
               PERFORM WRITE-OPR-MSG
               MOVE WS-ARCHIVED-COUNT TO WS-LOG-RECORD-COUNT
               PERFORM WRITE-RUN-LOG
               MOVE 16 TO RETURN-CODE
       ABEND-REPORT-WRITE-FAILURE.
           DISPLAY 'RunLogPrg: REPORT-FILE WRITE ERROR, STATUS '
               WS-REPORT-STATUS
           MOVE 0003 TO OM-MSG-NO
           MOVE 'S' TO OM-SEVERITY
           MOVE 'RUNLOGPRG.REPORT.DAT' TO OM-FILE-NAME
           MOVE WS-REPORT-STATUS TO OM-FILE-STATUS
           PERFORM WRITE-OPR-MSG
           CLOSE REPORT-FILE
           MOVE WS-ARCHIVED-COUNT TO WS-LOG-RECORD-COUNT
           PERFORM WRITE-RUN-LOG
           MOVE 16 TO RETURN-CODE
           GOBACK.

       GET-BUSINESS-DATE.
           CALL 'BusDate' USING BUSINESS-DATE-PARMS
               ON EXCEPTION
                   DISPLAY 'RunLogPrg: cannot call BusDate'
                   MOVE 0008 TO OM-MSG-NO
                   MOVE 'S' TO OM-SEVERITY
                   MOVE 'BusDate' TO OM-TEXT
                   PERFORM WRITE-OPR-MSG
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-CALL.

       WRITE-RUN-LOG.
           MOVE FUNCTION CURRENT-DATE TO WS-END-TIMESTAMP
           MOVE 'RunLogPrg' TO RL-PROGRAM-NAME
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
           MOVE 'RunLogPrg' TO OM-PROGRAM-NAME
           OPEN EXTEND OPR-MSG-FILE
           IF WS-OPRMSG-STATUS = '35'
               OPEN OUTPUT OPR-MSG-FILE
           END-IF
           IF WS-OPRMSG-STATUS = '00'
               WRITE OPR-MSG-LINE FROM OPR-MSG-RECORD
               CLOSE OPR-MSG-FILE
           END-IF
           MOVE SPACES TO OPR-MSG-RECORD.

       END PROGRAM RunLogPrg.
