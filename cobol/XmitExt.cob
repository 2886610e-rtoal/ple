           SELECT XMIT-FILE ASSIGN TO 'XMIT.EXTRACT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XMIT-STATUS.
           SELECT SEND-REG-FILE ASSIGN TO 'XMIT.SENDREG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SENDREG-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO 'BATCH.RUNLOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.
           SELECT OPR-MSG-FILE ASSIGN TO 'BATCH.OPRMSG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPRMSG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  XMIT-FILE.
       01  XMIT-LINE PIC X(80).

      *> Sending-side registry: one entry per extract written, in
      *> sequence order.  The last entry holds the last number used.
       FD  SEND-REG-FILE.
       01  SEND-REG-RECORD.
           05 SR-SEQ-NO PIC 9(6).
           05 SR-EXTRACT-DATE PIC 9(8).
           05 SR-SENT-TIMESTAMP PIC X(21).
           05 SR-TRIPLES-COUNT PIC 9(7).
           05 SR-OVERLAP-COUNT PIC 9(7).

       FD  RUN-LOG-FILE.
           COPY RUNLOG.

       FD  OPR-MSG-FILE.
       01  OPR-MSG-LINE PIC X(128).

       WORKING-STORAGE SECTION.
       01 WS-TRP-STATUS PIC XX.
       01 WS-OVERLAP-STATUS PIC XX.
       01 WS-XMIT-STATUS PIC XX.
       01 WS-SENDREG-STATUS PIC XX.
       01 WS-RUNLOG-STATUS PIC XX.
       01 WS-OPRMSG-STATUS PIC XX.
       01 WS-START-TIMESTAMP PIC X(21).
       01 WS-END-TIMESTAMP PIC X(21).
       01 WS-GUARD-RC PIC 9(4) VALUE 0.
       01 WS-TRIPLES-EOF PIC X VALUE 'N'.
           88 WS-AT-TRIPLES-EOF VALUE 'Y'.
       01 WS-OVERLAP-EOF PIC X VALUE 'N'.
           88 WS-AT-OVERLAP-EOF VALUE 'Y'.
       01 WS-RUNLOG-EOF PIC X VALUE 'N'.
           88 WS-AT-RUNLOG-EOF VALUE 'Y'.
       01 WS-SENDREG-EOF PIC X VALUE 'N'.
           88 WS-AT-SENDREG-EOF VALUE 'Y'.
       01 WS-LAST-SEQ-NO PIC 9(6) VALUE 0.
       01 WS-XMIT-SEQ-NO PIC 9(6) VALUE 0.
       01 WS-TRIPLES-COUNT PIC 9(7) VALUE 0.
       01 WS-OVERLAP-COUNT PIC 9(7) VALUE 0.
       01 WS-TRIPLES-HASH PIC 9(9) VALUE 0.
           05 XH-CLK-RUN-ID PIC X(21).
           05 FILLER PIC X(9) VALUE '|TRIPLES|'.
           05 XH-TRP-RUN-ID PIC X(21).
           05 FILLER PIC X(1) VALUE '|'.
           05 XH-SEQ-NO PIC 9(6).

       01 XMIT-TRIPLE-REC.
           05 FILLER PIC X(2) VALUE 'T|'.
           05 FILLER PIC X(1) VALUE '|'.
           05 XZ-OVERLAP-HASH PIC 9(9).

           COPY OPRMSG.
           COPY BUSDATE.
           COPY INGUARD.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE TO WS-START-TIMESTAMP
           PERFORM GET-BUSINESS-DATE
           MOVE BD-BUSINESS-DATE TO WS-EXTRACT-DATE
           MOVE 'ClockHands' TO IG-PRODUCER
           PERFORM CHECK-INPUT-CURRENT
           IF IG-CURRENT
               MOVE 'Triples' TO IG-PRODUCER
               PERFORM CHECK-INPUT-CURRENT
           END-IF
           IF NOT IG-CURRENT
               MOVE 0 TO WS-LOG-RECORD-COUNT
               PERFORM WRITE-RUN-LOG
               MOVE WS-GUARD-RC TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM READ-SOURCE-RUN-IDS
           PERFORM GET-NEXT-SEQUENCE
           OPEN INPUT TRIPLES-FILE
           IF WS-TRP-STATUS NOT = '00'
               DISPLAY 'XmitExt: TRIPLES-FILE OPEN ERROR, STATUS '
                   WS-TRP-STATUS
               MOVE 0001 TO OM-MSG-NO
               MOVE 'S' TO OM-SEVERITY
               MOVE 'TRIPLES.MASTER.DAT' TO OM-FILE-NAME
               MOVE WS-TRP-STATUS TO OM-FILE-STATUS
               PERFORM WRITE-OPR-MSG
               MOVE 0 TO WS-LOG-RECORD-COUNT
               PERFORM WRITE-RUN-LOG
               MOVE 16 TO RETURN-CODE
           IF WS-OVERLAP-STATUS NOT = '00'
               DISPLAY 'XmitExt: OVERLAP-FILE OPEN ERROR, STATUS '
                   WS-OVERLAP-STATUS
               MOVE 0001 TO OM-MSG-NO
               MOVE 'S' TO OM-SEVERITY
               MOVE 'CLKHANDS.OVERLAP.DAT' TO OM-FILE-NAME
               MOVE WS-OVERLAP-STATUS TO OM-FILE-STATUS
               PERFORM WRITE-OPR-MSG
               CLOSE TRIPLES-FILE
               MOVE 0 TO WS-LOG-RECORD-COUNT
               PERFORM WRITE-RUN-LOG
           IF WS-XMIT-STATUS NOT = '00'
               DISPLAY 'XmitExt: XMIT-FILE OPEN ERROR, STATUS '
                   WS-XMIT-STATUS
               MOVE 0001 TO OM-MSG-NO
               MOVE 'S' TO OM-SEVERITY
               MOVE 'XMIT.EXTRACT.DAT' TO OM-FILE-NAME
               MOVE WS-XMIT-STATUS TO OM-FILE-STATUS
               PERFORM WRITE-OPR-MSG
               CLOSE TRIPLES-FILE
               CLOSE OVERLAP-FILE
               MOVE 0 TO WS-LOG-RECORD-COUNT
           MOVE WS-EXTRACT-DATE TO XH-DATE
           MOVE WS-CLK-RUN-ID TO XH-CLK-RUN-ID
           MOVE WS-TRP-RUN-ID TO XH-TRP-RUN-ID
           MOVE WS-XMIT-SEQ-NO TO XH-SEQ-NO
           WRITE XMIT-LINE FROM XMIT-HEADER-REC
           IF WS-XMIT-STATUS NOT = '00'
               PERFORM ABEND-XMIT-WRITE-FAILURE
           CLOSE XMIT-FILE
           COMPUTE WS-LOG-RECORD-COUNT =
               WS-TRIPLES-COUNT + WS-OVERLAP-COUNT
           PERFORM REGISTER-EXTRACT
           DISPLAY 'XmitExt: EXTRACT SEQUENCE ' WS-XMIT-SEQ-NO
           PERFORM WRITE-RUN-LOG
           MOVE 0 TO RETURN-CODE.
           GOBACK.
               CLOSE RUN-LOG-FILE
           END-IF.

      *> Each extract takes the next number after the last one in
      *> the sending registry; an empty or missing registry starts at
      *> one.  The number is only registered once the extract is
      *> complete, so a failed run leaves it free for the rerun.
       GET-NEXT-SEQUENCE.
           OPEN INPUT SEND-REG-FILE
           IF WS-SENDREG-STATUS = '00'
               PERFORM UNTIL WS-AT-SENDREG-EOF
                   READ SEND-REG-FILE
                       AT END
                           SET WS-AT-SENDREG-EOF TO TRUE
                       NOT AT END
                           IF SR-SEQ-NO > WS-LAST-SEQ-NO
                               MOVE SR-SEQ-NO TO WS-LAST-SEQ-NO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SEND-REG-FILE
           ELSE
               IF WS-SENDREG-STATUS NOT = '35'
                   DISPLAY 'XmitExt: SEND-REG-FILE OPEN ERROR, STATUS '
                       WS-SENDREG-STATUS
                   MOVE 0001 TO OM-MSG-NO
                   MOVE 'S' TO OM-SEVERITY
                   MOVE 'XMIT.SENDREG.DAT' TO OM-FILE-NAME
                   MOVE WS-SENDREG-STATUS TO OM-FILE-STATUS
                   PERFORM WRITE-OPR-MSG
                   MOVE 0 TO WS-LOG-RECORD-COUNT
                   PERFORM WRITE-RUN-LOG
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           COMPUTE WS-XMIT-SEQ-NO = WS-LAST-SEQ-NO + 1.

      *> An extract that cannot be registered must not be sent: the
      *> next run would reuse its number and the receiver would take
      *> that one for a duplicate.
       REGISTER-EXTRACT.
           MOVE WS-XMIT-SEQ-NO TO SR-SEQ-NO
           MOVE WS-EXTRACT-DATE TO SR-EXTRACT-DATE
           MOVE FUNCTION CURRENT-DATE TO SR-SENT-TIMESTAMP
           MOVE WS-TRIPLES-COUNT TO SR-TRIPLES-COUNT
           MOVE WS-OVERLAP-COUNT TO SR-OVERLAP-COUNT
           OPEN EXTEND SEND-REG-FILE
           IF WS-SENDREG-STATUS = '35'
               OPEN OUTPUT SEND-REG-FILE
           END-IF
           IF WS-SENDREG-STATUS = '00'
               WRITE SEND-REG-RECORD
           END-IF
           IF WS-SENDREG-STATUS NOT = '00'
               DISPLAY 'XmitExt: SEND-REG-FILE WRITE ERROR, STATUS '
                   WS-SENDREG-STATUS
               MOVE 0003 TO OM-MSG-NO
               MOVE 'S' TO OM-SEVERITY
               MOVE 'XMIT.SENDREG.DAT' TO OM-FILE-NAME
               MOVE WS-SENDREG-STATUS TO OM-FILE-STATUS
               MOVE 'EXTRACT NOT REGISTERED, DO NOT SEND' TO OM-TEXT
               PERFORM WRITE-OPR-MSG
               CLOSE SEND-REG-FILE
               PERFORM WRITE-RUN-LOG
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           CLOSE SEND-REG-FILE.

       READ-TRIPLES.
           READ TRIPLES-FILE
               AT END
                   AND WS-TRP-STATUS NOT = '02'
               DISPLAY 'XmitExt: TRIPLES-FILE READ ERROR, STATUS '
                   WS-TRP-STATUS
               MOVE 0002 TO OM-MSG-NO
               MOVE 'S' TO OM-SEVERITY
               MOVE 'TRIPLES.MASTER.DAT' TO OM-FILE-NAME
               MOVE WS-TRP-STATUS TO OM-FILE-STATUS
               PERFORM WRITE-OPR-MSG
               CLOSE TRIPLES-FILE
               CLOSE OVERLAP-FILE
               CLOSE XMIT-FILE
           IF NOT WS-AT-OVERLAP-EOF AND WS-OVERLAP-STATUS NOT = '00'
               DISPLAY 'XmitExt: OVERLAP-FILE READ ERROR, STATUS '
                   WS-OVERLAP-STATUS
               MOVE 0002 TO OM-MSG-NO
               MOVE 'S' TO OM-SEVERITY
               MOVE 'CLKHANDS.OVERLAP.DAT' TO OM-FILE-NAME
               MOVE WS-OVERLAP-STATUS TO OM-FILE-STATUS
               PERFORM WRITE-OPR-MSG
               CLOSE OVERLAP-FILE
               CLOSE XMIT-FILE
               PERFORM WRITE-RUN-LOG
       ABEND-XMIT-WRITE-FAILURE.
           DISPLAY 'XmitExt: XMIT-FILE WRITE ERROR, STATUS '
               WS-XMIT-STATUS
           MOVE 0003 TO OM-MSG-NO
           MOVE 'S' TO OM-SEVERITY
           MOVE 'XMIT.EXTRACT.DAT' TO OM-FILE-NAME
           MOVE WS-XMIT-STATUS TO OM-FILE-STATUS
           PERFORM WRITE-OPR-MSG
           CLOSE TRIPLES-FILE
           CLOSE OVERLAP-FILE
           CLOSE XMIT-FILE
           MOVE 16 TO RETURN-CODE
           GOBACK.

       CHECK-INPUT-CURRENT.
           MOVE 'XmitExt' TO IG-CONSUMER
           SET IG-AGE-CHECKED TO TRUE
           CALL 'InputGuard' USING INPUT-GUARD-PARMS
               ON EXCEPTION
                   DISPLAY 'XmitExt: cannot call InputGuard'
                   MOVE 0008 TO OM-MSG-NO
                   MOVE 'S' TO OM-SEVERITY
                   MOVE 'InputGuard' TO OM-TEXT
                   PERFORM WRITE-OPR-MSG
                   MOVE 'X' TO IG-RESULT
                   MOVE 16 TO WS-GUARD-RC
           END-CALL
           IF IG-NOT-CURRENT
               DISPLAY 'XmitExt: INPUT NOT CURRENT, ' IG-REASON
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
                   DISPLAY 'XmitExt: cannot call BusDate'
                   MOVE 0008 TO OM-MSG-NO
                   MOVE 'S' TO OM-SEVERITY
                   MOVE 'BusDate' TO OM-TEXT
                   PERFORM WRITE-OPR-MSG
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-CALL.

       WRITE-RUN-LOG.
           MOVE FUNCTION CURRENT-DATE TO WS-END-TIMESTAMP
           MOVE 'XmitExt' TO RL-PROGRAM-NAME
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
           MOVE 'XmitExt' TO OM-PROGRAM-NAME
           OPEN EXTEND OPR-MSG-FILE
           IF WS-OPRMSG-STATUS = '35'
               OPEN OUTPUT OPR-MSG-FILE
           END-IF
           IF WS-OPRMSG-STATUS = '00'
               WRITE OPR-MSG-LINE FROM OPR-MSG-RECORD
               CLOSE OPR-MSG-FILE
           END-IF
           MOVE SPACES TO OPR-MSG-RECORD.

       END PROGRAM XmitExt.
