           SELECT REPORT-FILE ASSIGN TO 'NIGHTSTAT.REPORT.DAT'
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
       01 WS-STATUS-STATUS PIC XX.
       01 WS-RUNLOG-STATUS PIC XX.
       01 WS-AUDIT-STATUS PIC XX.
       01 WS-EDIT-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-OPRMSG-STATUS PIC XX.
       01 WS-STATUS-EOF PIC X VALUE 'N'.
           88 WS-AT-STATUS-EOF VALUE 'Y'.
       01 WS-RUNLOG-EOF PIC X VALUE 'N'.
           88 WS-AT-AUDIT-EOF VALUE 'Y'.
       01 WS-EDIT-EOF PIC X VALUE 'N'.
           88 WS-AT-EDIT-EOF VALUE 'Y'.
       01 WS-OPRMSG-EOF PIC X VALUE 'N'.
           88 WS-AT-OPRMSG-EOF VALUE 'Y'.
       01 WS-MSG-RANK PIC 9.
       01 WS-MSG-FROM PIC X.
       01 CX PIC 9(4).
       01 WS-HAVE-STATUS-FILE PIC X VALUE 'N'.
           88 WS-STATUS-FILE-FOUND VALUE 'Y'.
       01 WS-HAVE-VERDICT PIC X VALUE 'N'.
               10 WS-ST-NAME PIC X(10).
               10 WS-ST-STATE PIC X(8).
               10 WS-ST-RC PIC 9(4).
               10 WS-ST-STARTED PIC X(21).
               10 WS-ST-MSG-RANK PIC 9.
               10 WS-ST-MSG-FROM PIC X.
               10 WS-ST-MSG-NO PIC 9(4).
               10 WS-ST-MSG-SEVERITY PIC X.
               10 WS-ST-MSG-FILE PIC X(30).
               10 WS-ST-MSG-STATUS PIC XX.
               10 WS-ST-MSG-TEXT PIC X(60).

       01 WS-LOG-COUNT PIC 9(2) VALUE 0.
       01 WS-LOG-MAX PIC 9(2) VALUE 50.
       01 EDIT-COUNT-LINE.
           05 FILLER PIC X(22) VALUE 'CONTROL EDIT ERRORS   '.
           05 EC-TEXT PIC X(12).
       01 STEP-REASON-LINE.
           05 FILLER PIC X(12) VALUE '  REASON:   '.
           05 SR-MSG-NO PIC 9(4).
           05 FILLER PIC X(1) VALUE SPACE.
           05 SR-SEVERITY PIC X.
           05 FILLER PIC X(1) VALUE SPACE.
           05 SR-TEXT PIC X(40).
           05 FILLER PIC X(1) VALUE SPACE.
           05 SR-FILE-NAME PIC X(24).
           05 FILLER PIC X(1) VALUE SPACE.
           05 SR-FILE-STATUS PIC XX.
       01 STEP-REASON-DETAIL-LINE.
           05 FILLER PIC X(24) VALUE SPACES.
           05 RD-TEXT PIC X(60).
       01 NO-REASON-LINE PIC X(40) VALUE
           '  REASON:   NO OPERATOR MESSAGE LOGGED'.
       01 RATING-LINE.
           05 FILLER PIC X(16) VALUE 'NIGHT RATING:   '.
           05 RL-RATING PIC X(5).

           COPY OPRMSG.
           COPY BUSDATE.
           COPY MSGCAT.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE TO WS-START-TIMESTAMP
           PERFORM GET-BUSINESS-DATE
           MOVE BD-BUSINESS-DATE TO WS-RUN-DATE
           STRING WS-RUN-MM '/' WS-RUN-DD '/' WS-RUN-YYYY
               DELIMITED BY SIZE INTO WS-RUN-DATE-DISPLAY
           PERFORM LOAD-STEP-STATUS
           PERFORM LOAD-LATEST-RUN-LOG
           PERFORM LOAD-STEP-MESSAGES
           PERFORM FIND-AUDIT-VERDICT
           PERFORM FIND-EDIT-ERROR-COUNT
           PERFORM RATE-THE-NIGHT
           MOVE WS-STEP-COUNT TO WS-LOG-RECORD-COUNT
           PERFORM WRITE-RUN-LOG
           DISPLAY 'NightStat: NIGHT RATING ' WS-RATING
           IF NOT WS-RATING-GREEN
               MOVE 0024 TO OM-MSG-NO
               MOVE 'W' TO OM-SEVERITY
               MOVE 'NIGHTSTAT.REPORT.DAT' TO OM-FILE-NAME
               STRING 'NIGHT RATING ' WS-RATING
                   DELIMITED BY SIZE INTO OM-TEXT
               PERFORM WRITE-OPR-MSG
           END-IF
           EVALUATE TRUE
               WHEN WS-RATING-GREEN
                   MOVE 0 TO RETURN-CODE
               IF WS-STEP-COUNT >= WS-STEP-MAX
                   DISPLAY 'NightStat: STEP TABLE FULL AT '
                       WS-STEP-MAX ' ENTRIES'
                   MOVE 0005 TO OM-MSG-NO
                   MOVE 'S' TO OM-SEVERITY
                   MOVE 'RUNBATCH.STATUS.DAT' TO OM-FILE-NAME
                   MOVE 'STEP TABLE' TO OM-TEXT
                   PERFORM WRITE-OPR-MSG
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO WS-STEP-COUNT
               MOVE WS-STEP-COUNT TO WS-STEP-IX
               MOVE ST-STEP-NAME TO WS-ST-NAME(WS-STEP-IX)
               MOVE SPACES TO WS-ST-STARTED(WS-STEP-IX)
               MOVE 0 TO WS-ST-MSG-RANK(WS-STEP-IX)
           END-IF
           MOVE ST-STATUS TO WS-ST-STATE(WS-STEP-IX)
           MOVE ST-RC TO WS-ST-RC(WS-STEP-IX)
           IF ST-STATUS = 'STARTED'
               MOVE ST-TIMESTAMP TO WS-ST-STARTED(WS-STEP-IX)
               MOVE 0 TO WS-ST-MSG-RANK(WS-STEP-IX)
           END-IF.

       LOAD-LATEST-RUN-LOG.
           OPEN INPUT RUN-LOG-FILE
               IF WS-LOG-COUNT >= WS-LOG-MAX
                   DISPLAY 'NightStat: RUN-LOG TABLE FULL AT '
                       WS-LOG-MAX ' ENTRIES'
                   MOVE 0005 TO OM-MSG-NO
                   MOVE 'S' TO OM-SEVERITY
                   MOVE 'BATCH.RUNLOG.DAT' TO OM-FILE-NAME
                   MOVE 'RUN-LOG TABLE' TO OM-TEXT
                   PERFORM WRITE-OPR-MSG
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           MOVE RL-END-TIMESTAMP TO WS-LL-END(WS-LOG-IX)
           MOVE RL-RECORD-COUNT TO WS-LL-COUNT(WS-LOG-IX).

      *> The operator messages explain a failed step: the most serious
      *> message the step wrote after it was last started, or failing
      *> that the driver's own message about it (the driver's text
      *> begins with the step name).  Messages from earlier nights are
      *> older than the step's STARTED record and are passed over.
       LOAD-STEP-MESSAGES.
           OPEN INPUT OPR-MSG-FILE
           IF WS-OPRMSG-STATUS = '00'
               PERFORM UNTIL WS-AT-OPRMSG-EOF
                   READ OPR-MSG-FILE INTO OPR-MSG-RECORD
                       AT END
                           SET WS-AT-OPRMSG-EOF TO TRUE
                       NOT AT END
                           PERFORM POST-STEP-MESSAGE
                   END-READ
               END-PERFORM
               CLOSE OPR-MSG-FILE
           END-IF
           MOVE SPACES TO OPR-MSG-RECORD.

       POST-STEP-MESSAGE.
           EVALUATE TRUE
               WHEN OM-SEVERE
                   MOVE 4 TO WS-MSG-RANK
               WHEN OM-ERROR
                   MOVE 3 TO WS-MSG-RANK
               WHEN OM-WARNING
                   MOVE 2 TO WS-MSG-RANK
               WHEN OTHER
                   MOVE 1 TO WS-MSG-RANK
           END-EVALUATE
           PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > WS-STEP-COUNT
               MOVE SPACE TO WS-MSG-FROM
               IF OM-PROGRAM-NAME = WS-ST-NAME(SX)
                   MOVE 'S' TO WS-MSG-FROM
               END-IF
               IF OM-PROGRAM-NAME = 'RunBatch'
                       AND OM-TEXT(1:10) = WS-ST-NAME(SX)
                   MOVE 'D' TO WS-MSG-FROM
               END-IF
               IF WS-MSG-FROM NOT = SPACE
                       AND OM-TIMESTAMP >= WS-ST-STARTED(SX)
                   IF WS-ST-MSG-RANK(SX) = 0
                           OR (WS-MSG-FROM = 'S'
                               AND WS-ST-MSG-FROM(SX) = 'D')
                           OR (WS-MSG-FROM = WS-ST-MSG-FROM(SX)
                               AND WS-MSG-RANK >= WS-ST-MSG-RANK(SX))
                       MOVE WS-MSG-RANK TO WS-ST-MSG-RANK(SX)
                       MOVE WS-MSG-FROM TO WS-ST-MSG-FROM(SX)
                       MOVE OM-MSG-NO TO WS-ST-MSG-NO(SX)
                       MOVE OM-SEVERITY TO WS-ST-MSG-SEVERITY(SX)
                       MOVE OM-FILE-NAME TO WS-ST-MSG-FILE(SX)
                       MOVE OM-FILE-STATUS TO WS-ST-MSG-STATUS(SX)
                       MOVE OM-TEXT TO WS-ST-MSG-TEXT(SX)
                   END-IF
               END-IF
           END-PERFORM.

       FIND-AUDIT-VERDICT.
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS = '00'
           PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > WS-STEP-COUNT
               IF WS-ST-STATE(SX) = 'FAILED'
                       OR WS-ST-STATE(SX) = 'STARTED'
                       OR WS-ST-STATE(SX) = 'REFUSED'
                   MOVE 'RED  ' TO WS-RATING
               END-IF
           END-PERFORM
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'NightStat: REPORT-FILE OPEN ERROR, STATUS '
                   WS-REPORT-STATUS
               MOVE 0001 TO OM-MSG-NO
               MOVE 'S' TO OM-SEVERITY
               MOVE 'NIGHTSTAT.REPORT.DAT' TO OM-FILE-NAME
               MOVE WS-REPORT-STATUS TO OM-FILE-STATUS
               PERFORM WRITE-OPR-MSG
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           WRITE REPORT-LINE FROM STEP-DETAIL-LINE
           IF WS-REPORT-STATUS NOT = '00'
               PERFORM ABEND-REPORT-WRITE-FAILURE
           END-IF
           IF WS-ST-STATE(SX) = 'FAILED' OR 'REFUSED'
               PERFORM WRITE-STEP-REASON
           END-IF.

       WRITE-STEP-REASON.
           IF WS-ST-MSG-RANK(SX) = 0
               WRITE REPORT-LINE FROM NO-REASON-LINE
               IF WS-REPORT-STATUS NOT = '00'
                   PERFORM ABEND-REPORT-WRITE-FAILURE
               END-IF
           ELSE
               MOVE WS-ST-MSG-NO(SX) TO SR-MSG-NO
               MOVE WS-ST-MSG-SEVERITY(SX) TO SR-SEVERITY
               MOVE 'UNKNOWN MESSAGE NUMBER' TO SR-TEXT
               PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > MSGCAT-MAX
                   IF MC-MSG-NO(CX) = WS-ST-MSG-NO(SX)
                       MOVE MC-TEXT(CX) TO SR-TEXT
                   END-IF
               END-PERFORM
               MOVE WS-ST-MSG-FILE(SX) TO SR-FILE-NAME
               MOVE WS-ST-MSG-STATUS(SX) TO SR-FILE-STATUS
               WRITE REPORT-LINE FROM STEP-REASON-LINE
               IF WS-REPORT-STATUS NOT = '00'
                   PERFORM ABEND-REPORT-WRITE-FAILURE
               END-IF
               IF WS-ST-MSG-TEXT(SX) NOT = SPACES
                   MOVE WS-ST-MSG-TEXT(SX) TO RD-TEXT
                   WRITE REPORT-LINE FROM STEP-REASON-DETAIL-LINE
                   IF WS-REPORT-STATUS NOT = '00'
                       PERFORM ABEND-REPORT-WRITE-FAILURE
                   END-IF
               END-IF
           END-IF.

       ABEND-REPORT-WRITE-FAILURE.
           DISPLAY 'NightStat: REPORT-FILE WRITE ERROR, STATUS '
               WS-REPORT-STATUS
           MOVE 0003 TO OM-MSG-NO
           MOVE 'S' TO OM-SEVERITY
           MOVE 'NIGHTSTAT.REPORT.DAT' TO OM-FILE-NAME
           MOVE WS-REPORT-STATUS TO OM-FILE-STATUS
           PERFORM WRITE-OPR-MSG
           CLOSE REPORT-FILE
           MOVE WS-STEP-COUNT TO WS-LOG-RECORD-COUNT
           PERFORM WRITE-RUN-LOG
           MOVE 16 TO RETURN-CODE
           GOBACK.

       GET-BUSINESS-DATE.
           CALL 'BusDate' USING BUSINESS-DATE-PARMS
               ON EXCEPTION
                   DISPLAY 'NightStat: cannot call BusDate'
                   MOVE 0008 TO OM-MSG-NO
                   MOVE 'S' TO OM-SEVERITY
                   MOVE 'BusDate' TO OM-TEXT
                   PERFORM WRITE-OPR-MSG
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-CALL.

       WRITE-RUN-LOG.
           MOVE FUNCTION CURRENT-DATE TO WS-END-TIMESTAMP
           MOVE 'NightStat' TO RL-PROGRAM-NAME
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
           MOVE 'NightStat' TO OM-PROGRAM-NAME
           OPEN EXTEND OPR-MSG-FILE
           IF WS-OPRMSG-STATUS = '35'
               OPEN OUTPUT OPR-MSG-FILE
           END-IF
           IF WS-OPRMSG-STATUS = '00'
               WRITE OPR-MSG-LINE FROM OPR-MSG-RECORD
               CLOSE OPR-MSG-FILE
           END-IF
           MOVE SPACES TO OPR-MSG-RECORD.

       END PROGRAM NightStat.
