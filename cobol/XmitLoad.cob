           SELECT OVERLAP-FILE ASSIGN TO 'CLKHANDS.OVERLAP.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OVERLAP-STATUS.
           SELECT RECV-REG-FILE ASSIGN TO 'XMIT.RECVREG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECVREG-STATUS.
           SELECT ACK-FILE ASSIGN TO 'XMIT.ACK.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.
           SELECT CONTROL-FILE ASSIGN TO 'XMITLOAD.CONTROL.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO 'BATCH.RUNLOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.
           SELECT OPR-MSG-FILE ASSIGN TO 'BATCH.OPRMSG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPRMSG-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 OVL-S PIC 9(2).
           05 OVL-HS PIC 9(2).

      *> Receiving-side registry: one entry per extract loaded.  The
      *> highest sequence in it is the last one accepted.
       FD  RECV-REG-FILE.
       01  RECV-REG-RECORD.
           05 RR-SEQ-NO PIC 9(6).
           05 RR-EXTRACT-DATE PIC 9(8).
           05 RR-LOADED-TIMESTAMP PIC X(21).
           05 RR-TRIPLES-LOADED PIC 9(7).
           05 RR-OVERLAPS-LOADED PIC 9(7).
           05 RR-OVERRIDE PIC X.

      *> Acknowledgment returned to the sending side, one per load
      *> attempt whether the extract was accepted or not.
       FD  ACK-FILE.
       01  ACK-RECORD.
           05 ACK-SEQ-NO PIC 9(6).
           05 ACK-EXTRACT-DATE PIC 9(8).
           05 ACK-TIMESTAMP PIC X(21).
           05 ACK-STATUS PIC X(8).
           05 ACK-TRIPLES-LOADED PIC 9(7).
           05 ACK-OVERLAPS-LOADED PIC 9(7).
           05 ACK-REASON PIC X(40).

      *> Optional override card: the one sequence number that may be
      *> loaded out of order or again.
       FD  CONTROL-FILE.
       01  CONTROL-RECORD.
           05 CTL-SEQ-NO PIC X(6).

       FD  RUN-LOG-FILE.
           COPY RUNLOG.

       FD  OPR-MSG-FILE.
       01  OPR-MSG-LINE PIC X(128).

       WORKING-STORAGE SECTION.
       01 WS-XMIT-STATUS PIC XX.
       01 WS-TRP-STATUS PIC XX.
       01 WS-OVERLAP-STATUS PIC XX.
       01 WS-RECVREG-STATUS PIC XX.
       01 WS-ACK-STATUS PIC XX.
       01 WS-CONTROL-STATUS PIC XX.
       01 WS-RUNLOG-STATUS PIC XX.
       01 WS-OPRMSG-STATUS PIC XX.
       01 WS-START-TIMESTAMP PIC X(21).
       01 WS-END-TIMESTAMP PIC X(21).
       01 WS-XMIT-EOF PIC X VALUE 'N'.
       01 WS-LOADED-TRIPLES PIC 9(7) VALUE 0.
       01 WS-LOADED-OVERLAPS PIC 9(7) VALUE 0.
       01 WS-LOG-RECORD-COUNT PIC 9(7) VALUE 0.
       01 WS-XRF-RC PIC 9(4) VALUE 0.
       01 WS-LOAD-RC PIC 9(4) VALUE 0.
       01 WS-RECVREG-EOF PIC X VALUE 'N'.
           88 WS-AT-RECVREG-EOF VALUE 'Y'.
       01 WS-XMIT-SEQ-NO PIC 9(6) VALUE 0.
       01 WS-XMIT-DATE PIC 9(8) VALUE 0.
       01 WS-LAST-SEQ-NO PIC 9(6) VALUE 0.
       01 WS-EXPECTED-SEQ-NO PIC 9(6) VALUE 0.
       01 WS-OVERRIDE-SEQ-NO PIC 9(6) VALUE 0.
       01 WS-OVERRIDE-SWITCH PIC X VALUE 'N'.
           88 WS-OVERRIDE-USED VALUE 'Y'.
       01 WS-MASTER-REPLACED PIC X VALUE 'N'.
           88 WS-MASTER-WAS-REPLACED VALUE 'Y'.
       01 WS-ACK-WRITTEN PIC X VALUE 'Y'.
           88 WS-ACK-NOT-WRITTEN VALUE 'N'.
       01 WS-ACK-RESULT PIC X(8) VALUE SPACES.
       01 WS-ACK-REASON PIC X(40) VALUE SPACES.

       01 WS-HEADER-CARD.
           05 FILLER PIC X(2).
           05 WS-XH-CLK-RUN-ID PIC X(21).
           05 FILLER PIC X(9).
           05 WS-XH-TRP-RUN-ID PIC X(21).
           05 FILLER PIC X(1).
           05 WS-XH-SEQ-NO PIC X(6).

       01 WS-TRIPLE-CARD.
           05 FILLER PIC X(2).
           05 FILLER PIC X(1).
           05 WS-XZ-OVERLAP-HASH-NUM PIC 9(9).

           COPY OPRMSG.
           COPY BUSDATE.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE TO WS-START-TIMESTAMP
           PERFORM GET-BUSINESS-DATE
           PERFORM VERIFY-EXTRACT
           IF WS-EDIT-ERRORS > 0
               DISPLAY 'XmitLoad: EXTRACT FAILED BALANCING, '
                   WS-EDIT-ERRORS ' ERRORS, NOTHING LOADED'
               MOVE 0009 TO OM-MSG-NO
               MOVE 'S' TO OM-SEVERITY
               MOVE 'XMIT.EXTRACT.DAT' TO OM-FILE-NAME
               STRING 'EDIT ERRORS: ' WS-EDIT-ERRORS ', NOTHING LOADED'
                   DELIMITED BY SIZE INTO OM-TEXT
               PERFORM WRITE-OPR-MSG
               MOVE SPACES TO WS-ACK-REASON
               STRING 'EDIT ERRORS: ' WS-EDIT-ERRORS ', NOTHING LOADED'
                   DELIMITED BY SIZE INTO WS-ACK-REASON
               MOVE 'REJECTED' TO WS-ACK-RESULT
               PERFORM WRITE-ACK
               MOVE 0 TO WS-LOG-RECORD-COUNT
               PERFORM WRITE-RUN-LOG
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM CHECK-SEQUENCE
           PERFORM LOAD-MASTER-FILES
           DISPLAY 'XmitLoad: SEQUENCE LOADED: ' WS-XMIT-SEQ-NO
           DISPLAY 'XmitLoad: TRIPLES LOADED:  ' WS-LOADED-TRIPLES
           DISPLAY 'XmitLoad: OVERLAPS LOADED: ' WS-LOADED-OVERLAPS
           IF WS-OVERRIDE-USED
               MOVE 'LOADED UNDER OVERRIDE CARD' TO WS-ACK-REASON
           ELSE
               MOVE 'LOADED' TO WS-ACK-REASON
           END-IF
           PERFORM REGISTER-LOAD
           COMPUTE WS-LOG-RECORD-COUNT =
               WS-LOADED-TRIPLES + WS-LOADED-OVERLAPS
           PERFORM WRITE-RUN-LOG
           PERFORM REBUILD-LEG-XREF
           IF WS-XRF-RC > WS-LOAD-RC
               MOVE WS-XRF-RC TO WS-LOAD-RC
               MOVE 'LOADED, LEG XREF REBUILD FAILED' TO WS-ACK-REASON
           END-IF
           MOVE 'ACCEPTED' TO WS-ACK-RESULT
           PERFORM WRITE-ACK
           IF WS-ACK-NOT-WRITTEN
               MOVE 16 TO WS-LOAD-RC
           END-IF
           MOVE WS-LOAD-RC TO RETURN-CODE.
           GOBACK.

      *> First pass reads the whole extract without opening either
           IF WS-XMIT-STATUS NOT = '00'
               DISPLAY 'XmitLoad: XMIT-FILE OPEN ERROR, STATUS '
                   WS-XMIT-STATUS
               MOVE 0001 TO OM-MSG-NO
               MOVE 'S' TO OM-SEVERITY
               MOVE 'XMIT.EXTRACT.DAT' TO OM-FILE-NAME
               MOVE WS-XMIT-STATUS TO OM-FILE-STATUS
               PERFORM WRITE-OPR-MSG
               MOVE SPACES TO WS-ACK-REASON
               STRING 'EXTRACT OPEN ERROR, STATUS ' WS-XMIT-STATUS
                   DELIMITED BY SIZE INTO WS-ACK-REASON
               MOVE 'REJECTED' TO WS-ACK-RESULT
               PERFORM WRITE-ACK
               MOVE 0 TO WS-LOG-RECORD-COUNT
               PERFORM WRITE-RUN-LOG
               MOVE 16 TO RETURN-CODE
               IF WS-XH-DATE NOT NUMERIC
                   DISPLAY 'XmitLoad: HEADER EXTRACT DATE NOT NUMERIC'
                   ADD 1 TO WS-EDIT-ERRORS
               ELSE
                   MOVE WS-XH-DATE TO WS-XMIT-DATE
               END-IF
               IF WS-XH-SEQ-NO NOT NUMERIC
                   DISPLAY 'XmitLoad: HEADER SEQUENCE NOT NUMERIC'
                   ADD 1 TO WS-EDIT-ERRORS
               ELSE
                   MOVE WS-XH-SEQ-NO TO WS-XMIT-SEQ-NO
               END-IF
               IF WS-XH-CLK-RUN-ID = SPACES
                   DISPLAY 'XmitLoad: HEADER CLOCKHANDS RUN-ID MISSING'
               ADD 1 TO WS-EDIT-ERRORS
           END-IF.

      *> Extracts are numbered by the sending side and must arrive one
      *> after another.  A number already loaded, or one that skips
      *> ahead, is refused unless the override card names exactly
      *> that number.
       CHECK-SEQUENCE.
           OPEN INPUT RECV-REG-FILE
           IF WS-RECVREG-STATUS = '00'
               PERFORM UNTIL WS-AT-RECVREG-EOF
                   READ RECV-REG-FILE
                       AT END
                           SET WS-AT-RECVREG-EOF TO TRUE
                       NOT AT END
                           IF RR-SEQ-NO > WS-LAST-SEQ-NO
                               MOVE RR-SEQ-NO TO WS-LAST-SEQ-NO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RECV-REG-FILE
           ELSE
               IF WS-RECVREG-STATUS NOT = '35'
                   DISPLAY 'XmitLoad: RECV-REG-FILE OPEN ERROR, STATUS '
                       WS-RECVREG-STATUS
                   MOVE 0001 TO OM-MSG-NO
                   MOVE 'S' TO OM-SEVERITY
                   MOVE 'XMIT.RECVREG.DAT' TO OM-FILE-NAME
                   MOVE WS-RECVREG-STATUS TO OM-FILE-STATUS
                   PERFORM WRITE-OPR-MSG
                   MOVE SPACES TO WS-ACK-REASON
                   STRING 'RECEIVE REGISTRY OPEN ERROR, STATUS '
                       WS-RECVREG-STATUS
                       DELIMITED BY SIZE INTO WS-ACK-REASON
                   MOVE 'REJECTED' TO WS-ACK-RESULT
                   PERFORM WRITE-ACK
                   MOVE 0 TO WS-LOG-RECORD-COUNT
                   PERFORM WRITE-RUN-LOG
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           COMPUTE WS-EXPECTED-SEQ-NO = WS-LAST-SEQ-NO + 1
           IF WS-XMIT-SEQ-NO NOT = WS-EXPECTED-SEQ-NO
               MOVE SPACES TO WS-ACK-REASON
               IF WS-XMIT-SEQ-NO NOT > WS-LAST-SEQ-NO
                   STRING 'DUPLICATE ' WS-XMIT-SEQ-NO
                       ', LAST LOADED ' WS-LAST-SEQ-NO
                       DELIMITED BY SIZE INTO WS-ACK-REASON
               ELSE
                   STRING 'OUT OF SEQUENCE ' WS-XMIT-SEQ-NO
                       ', EXPECTED ' WS-EXPECTED-SEQ-NO
                       DELIMITED BY SIZE INTO WS-ACK-REASON
               END-IF
               PERFORM READ-OVERRIDE-CARD
               IF WS-OVERRIDE-USED
                   DISPLAY 'XmitLoad: SEQUENCE CHECK OVERRIDDEN, '
                       WS-ACK-REASON
                   MOVE 0042 TO OM-MSG-NO
                   MOVE 'W' TO OM-SEVERITY
                   MOVE 'XMITLOAD.CONTROL.DAT' TO OM-FILE-NAME
                   MOVE WS-ACK-REASON TO OM-TEXT
                   PERFORM WRITE-OPR-MSG
               ELSE
                   DISPLAY 'XmitLoad: EXTRACT REFUSED, ' WS-ACK-REASON
                   MOVE 0041 TO OM-MSG-NO
                   MOVE 'E' TO OM-SEVERITY
                   MOVE 'XMIT.EXTRACT.DAT' TO OM-FILE-NAME
                   MOVE WS-ACK-REASON TO OM-TEXT
                   PERFORM WRITE-OPR-MSG
                   MOVE 'REJECTED' TO WS-ACK-RESULT
                   PERFORM WRITE-ACK
                   MOVE 0 TO WS-LOG-RECORD-COUNT
                   PERFORM WRITE-RUN-LOG
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

       READ-OVERRIDE-CARD.
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-STATUS = '00'
               READ CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CTL-SEQ-NO NUMERIC
                           MOVE CTL-SEQ-NO TO WS-OVERRIDE-SEQ-NO
                           IF WS-OVERRIDE-SEQ-NO = WS-XMIT-SEQ-NO
                               SET WS-OVERRIDE-USED TO TRUE
                           ELSE
                               DISPLAY 'XmitLoad: OVERRIDE CARD IS FOR '
                                   'SEQUENCE ' WS-OVERRIDE-SEQ-NO
                                   ', NOT USED'
                           END-IF
                       ELSE
                           DISPLAY 'XmitLoad: BAD OVERRIDE CARD, '
                               'NOT USED'
                           MOVE 0011 TO OM-MSG-NO
                           MOVE 'W' TO OM-SEVERITY
                           MOVE 'XMITLOAD.CONTROL.DAT' TO OM-FILE-NAME
                           STRING 'SEQUENCE ' CTL-SEQ-NO
                               ', OVERRIDE NOT USED'
                               DELIMITED BY SIZE INTO OM-TEXT
                           PERFORM WRITE-OPR-MSG
                       END-IF
               END-READ
               CLOSE CONTROL-FILE
           END-IF.

      *> Second pass re-reads the balanced extract and rebuilds both
      *> masters.  The extract carries triples in primary-key order,
      *> so the indexed load runs in sequential access mode.
           IF WS-XMIT-STATUS NOT = '00'
               DISPLAY 'XmitLoad: XMIT-FILE REOPEN ERROR, STATUS '
                   WS-XMIT-STATUS
               MOVE 0001 TO OM-MSG-NO
               MOVE 'S' TO OM-SEVERITY
               MOVE 'XMIT.EXTRACT.DAT' TO OM-FILE-NAME
               MOVE WS-XMIT-STATUS TO OM-FILE-STATUS
               PERFORM WRITE-OPR-MSG
               MOVE SPACES TO WS-ACK-REASON
               STRING 'EXTRACT REOPEN ERROR, STATUS ' WS-XMIT-STATUS
                   DELIMITED BY SIZE INTO WS-ACK-REASON
               MOVE 'REJECTED' TO WS-ACK-RESULT
               PERFORM WRITE-ACK
               MOVE 0 TO WS-LOG-RECORD-COUNT
               PERFORM WRITE-RUN-LOG
               MOVE 16 TO RETURN-CODE
           IF WS-TRP-STATUS NOT = '00'
               DISPLAY 'XmitLoad: TRIPLES-FILE OPEN ERROR, STATUS '
                   WS-TRP-STATUS
               MOVE 0001 TO OM-MSG-NO
               MOVE 'S' TO OM-SEVERITY
               MOVE 'TRIPLES.MASTER.DAT' TO OM-FILE-NAME
               MOVE WS-TRP-STATUS TO OM-FILE-STATUS
               PERFORM WRITE-OPR-MSG
               MOVE SPACES TO WS-ACK-REASON
               STRING 'TRIPLES MASTER OPEN ERROR, STATUS '
                   WS-TRP-STATUS
                   DELIMITED BY SIZE INTO WS-ACK-REASON
               MOVE 'REJECTED' TO WS-ACK-RESULT
               PERFORM WRITE-ACK
               CLOSE XMIT-FILE
               MOVE 0 TO WS-LOG-RECORD-COUNT
               PERFORM WRITE-RUN-LOG
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           SET WS-MASTER-WAS-REPLACED TO TRUE
           OPEN OUTPUT OVERLAP-FILE
           IF WS-OVERLAP-STATUS NOT = '00'
               DISPLAY 'XmitLoad: OVERLAP-FILE OPEN ERROR, STATUS '
                   WS-OVERLAP-STATUS
               MOVE 0001 TO OM-MSG-NO
               MOVE 'S' TO OM-SEVERITY
               MOVE 'CLKHANDS.OVERLAP.DAT' TO OM-FILE-NAME
               MOVE WS-OVERLAP-STATUS TO OM-FILE-STATUS
               PERFORM WRITE-OPR-MSG
               MOVE SPACES TO WS-ACK-REASON
               STRING 'OVERLAP FILE OPEN ERROR, STATUS '
                   WS-OVERLAP-STATUS
                   DELIMITED BY SIZE INTO WS-ACK-REASON
               MOVE 'REJECTED' TO WS-ACK-RESULT
               PERFORM WRITE-ACK
               CLOSE XMIT-FILE
               CLOSE TRIPLES-FILE
               MOVE 0 TO WS-LOG-RECORD-COUNT
               PERFORM WRITE-RUN-LOG
               PERFORM REBUILD-LEG-XREF
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-TRP-STATUS NOT = '00' AND WS-TRP-STATUS NOT = '02'
               DISPLAY 'XmitLoad: TRIPLES-FILE WRITE ERROR, STATUS '
                   WS-TRP-STATUS
               MOVE 0003 TO OM-MSG-NO
               MOVE 'S' TO OM-SEVERITY
               MOVE 'TRIPLES.MASTER.DAT' TO OM-FILE-NAME
               MOVE WS-TRP-STATUS TO OM-FILE-STATUS
               PERFORM WRITE-OPR-MSG
               MOVE SPACES TO WS-ACK-REASON
               STRING 'TRIPLES MASTER WRITE ERROR, STATUS '
                   WS-TRP-STATUS
                   DELIMITED BY SIZE INTO WS-ACK-REASON
               PERFORM ABEND-LOAD-FAILURE
           END-IF
           ADD 1 TO WS-LOADED-TRIPLES.
           IF WS-OVERLAP-STATUS NOT = '00'
               DISPLAY 'XmitLoad: OVERLAP-FILE WRITE ERROR, STATUS '
                   WS-OVERLAP-STATUS
               MOVE 0003 TO OM-MSG-NO
               MOVE 'S' TO OM-SEVERITY
               MOVE 'CLKHANDS.OVERLAP.DAT' TO OM-FILE-NAME
               MOVE WS-OVERLAP-STATUS TO OM-FILE-STATUS
               PERFORM WRITE-OPR-MSG
               MOVE SPACES TO WS-ACK-REASON
               STRING 'OVERLAP FILE WRITE ERROR, STATUS '
                   WS-OVERLAP-STATUS
                   DELIMITED BY SIZE INTO WS-ACK-REASON
               PERFORM ABEND-LOAD-FAILURE
           END-IF
           ADD 1 TO WS-LOADED-OVERLAPS.
           IF NOT WS-AT-XMIT-EOF AND WS-XMIT-STATUS NOT = '00'
               DISPLAY 'XmitLoad: XMIT-FILE READ ERROR, STATUS '
                   WS-XMIT-STATUS
               MOVE 0002 TO OM-MSG-NO
               MOVE 'S' TO OM-SEVERITY
               MOVE 'XMIT.EXTRACT.DAT' TO OM-FILE-NAME
               MOVE WS-XMIT-STATUS TO OM-FILE-STATUS
               PERFORM WRITE-OPR-MSG
               MOVE SPACES TO WS-ACK-REASON
               STRING 'EXTRACT READ ERROR, STATUS ' WS-XMIT-STATUS
                   DELIMITED BY SIZE INTO WS-ACK-REASON
               MOVE 'REJECTED' TO WS-ACK-RESULT
               PERFORM WRITE-ACK
               CLOSE XMIT-FILE
               IF WS-MASTER-WAS-REPLACED
                   CLOSE TRIPLES-FILE
                   CLOSE OVERLAP-FILE
               END-IF
               COMPUTE WS-LOG-RECORD-COUNT =
                   WS-LOADED-TRIPLES + WS-LOADED-OVERLAPS
               PERFORM WRITE-RUN-LOG
               IF WS-MASTER-WAS-REPLACED
                   PERFORM REBUILD-LEG-XREF
               END-IF
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      *> The master was opened for output, so whatever part of it was
      *> written is what the cross-reference must now describe.
       ABEND-LOAD-FAILURE.
           CLOSE XMIT-FILE
           CLOSE TRIPLES-FILE
           CLOSE OVERLAP-FILE
           MOVE 'REJECTED' TO WS-ACK-RESULT
           PERFORM WRITE-ACK
           COMPUTE WS-LOG-RECORD-COUNT =
               WS-LOADED-TRIPLES + WS-LOADED-OVERLAPS
           PERFORM WRITE-RUN-LOG
           PERFORM REBUILD-LEG-XREF
           MOVE 16 TO RETURN-CODE
           GOBACK.

      *> Only a completed load is registered, so an extract that was
      *> refused or failed part way can be sent again under its own
      *> number.
       REGISTER-LOAD.
           MOVE WS-XMIT-SEQ-NO TO RR-SEQ-NO
           MOVE WS-XMIT-DATE TO RR-EXTRACT-DATE
           MOVE FUNCTION CURRENT-DATE TO RR-LOADED-TIMESTAMP
           MOVE WS-LOADED-TRIPLES TO RR-TRIPLES-LOADED
           MOVE WS-LOADED-OVERLAPS TO RR-OVERLAPS-LOADED
           MOVE WS-OVERRIDE-SWITCH TO RR-OVERRIDE
           OPEN EXTEND RECV-REG-FILE
           IF WS-RECVREG-STATUS = '35'
               OPEN OUTPUT RECV-REG-FILE
           END-IF
           IF WS-RECVREG-STATUS = '00'
               WRITE RECV-REG-RECORD
           END-IF
           IF WS-RECVREG-STATUS NOT = '00'
               DISPLAY 'XmitLoad: RECV-REG-FILE WRITE ERROR, STATUS '
                   WS-RECVREG-STATUS
               MOVE 0003 TO OM-MSG-NO
               MOVE 'S' TO OM-SEVERITY
               MOVE 'XMIT.RECVREG.DAT' TO OM-FILE-NAME
               MOVE WS-RECVREG-STATUS TO OM-FILE-STATUS
               MOVE 'LOAD NOT REGISTERED, NEXT SEQUENCE WILL BE REFUSED'
                   TO OM-TEXT
               PERFORM WRITE-OPR-MSG
               MOVE 'LOADED, RECEIVE REGISTRY NOT UPDATED'
                   TO WS-ACK-REASON
               MOVE 16 TO WS-LOAD-RC
           END-IF
           CLOSE RECV-REG-FILE.

      *> Every attempt is acknowledged to the sending side with the
      *> counts actually loaded, which are zero unless the masters
      *> were replaced in whole or in part.
       WRITE-ACK.
           MOVE WS-XMIT-SEQ-NO TO ACK-SEQ-NO
           MOVE WS-XMIT-DATE TO ACK-EXTRACT-DATE
           MOVE FUNCTION CURRENT-DATE TO ACK-TIMESTAMP
           MOVE WS-ACK-RESULT TO ACK-STATUS
           MOVE WS-LOADED-TRIPLES TO ACK-TRIPLES-LOADED
           MOVE WS-LOADED-OVERLAPS TO ACK-OVERLAPS-LOADED
           MOVE WS-ACK-REASON TO ACK-REASON
           OPEN EXTEND ACK-FILE
           IF WS-ACK-STATUS = '35'
               OPEN OUTPUT ACK-FILE
           END-IF
           IF WS-ACK-STATUS = '00'
               WRITE ACK-RECORD
           END-IF
           IF WS-ACK-STATUS NOT = '00'
               DISPLAY 'XmitLoad: ACK-FILE WRITE ERROR, STATUS '
                   WS-ACK-STATUS
               MOVE 0003 TO OM-MSG-NO
               MOVE 'S' TO OM-SEVERITY
               MOVE 'XMIT.ACK.DAT' TO OM-FILE-NAME
               MOVE WS-ACK-STATUS TO OM-FILE-STATUS
               MOVE WS-ACK-RESULT TO OM-TEXT
               PERFORM WRITE-OPR-MSG
               SET WS-ACK-NOT-WRITTEN TO TRUE
           END-IF
           CLOSE ACK-FILE.

      *> The leg cross-reference is rebuilt from the master whenever
      *> the master changes, so a leg lookup never disagrees with it.
       REBUILD-LEG-XREF.
           MOVE 0 TO RETURN-CODE
           CALL 'TripleXrf'
               ON EXCEPTION
                   DISPLAY 'XmitLoad: cannot call TripleXrf'
                   MOVE 0008 TO OM-MSG-NO
                   MOVE 'S' TO OM-SEVERITY
                   MOVE 'TripleXrf' TO OM-TEXT
                   PERFORM WRITE-OPR-MSG
                   MOVE 16 TO RETURN-CODE
           END-CALL
           MOVE RETURN-CODE TO WS-XRF-RC.

       GET-BUSINESS-DATE.
           CALL 'BusDate' USING BUSINESS-DATE-PARMS
               ON EXCEPTION
                   DISPLAY 'XmitLoad: cannot call BusDate'
                   MOVE 0008 TO OM-MSG-NO
                   MOVE 'S' TO OM-SEVERITY
                   MOVE 'BusDate' TO OM-TEXT
                   PERFORM WRITE-OPR-MSG
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-CALL.

       WRITE-RUN-LOG.
           MOVE FUNCTION CURRENT-DATE TO WS-END-TIMESTAMP
           MOVE 'XmitLoad' TO RL-PROGRAM-NAME
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
           MOVE 'XmitLoad' TO OM-PROGRAM-NAME
           OPEN EXTEND OPR-MSG-FILE
           IF WS-OPRMSG-STATUS = '35'
               OPEN OUTPUT OPR-MSG-FILE
           END-IF
           IF WS-OPRMSG-STATUS = '00'
               WRITE OPR-MSG-LINE FROM OPR-MSG-RECORD
               CLOSE OPR-MSG-FILE
           END-IF
           MOVE SPACES TO OPR-MSG-RECORD.

       END PROGRAM XmitLoad.
