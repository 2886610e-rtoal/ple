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
       01 WS-GEN-STATUS PIC XX.
       01 WS-CATALOG-STATUS PIC XX.
       01 WS-CONTROL-STATUS PIC XX.
       01 WS-RUNLOG-STATUS PIC XX.
       01 WS-OPRMSG-STATUS PIC XX.
       01 WS-START-TIMESTAMP PIC X(21).
       01 WS-END-TIMESTAMP PIC X(21).
       01 WS-GUARD-RC PIC 9(4) VALUE 0.
       01 WS-GEN-NAME PIC X(29).
       01 WS-SCRATCH-NAME PIC X(29).
       01 WS-OVERLAP-EOF PIC X VALUE 'N'.
       01 WS-LOG-RECORD-COUNT PIC 9(7) VALUE 0.
       01 WS-RUN-DATE PIC 9(8).

           COPY OPRMSG.
           COPY BUSDATE.
           COPY INGUARD.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE TO WS-START-TIMESTAMP
           PERFORM GET-BUSINESS-DATE
           MOVE BD-BUSINESS-DATE TO WS-RUN-DATE
           MOVE 'ClockHands' TO IG-PRODUCER
           PERFORM CHECK-INPUT-CURRENT
           IF NOT IG-CURRENT
               MOVE 0 TO WS-LOG-RECORD-COUNT
               PERFORM WRITE-RUN-LOG
               MOVE WS-GUARD-RC TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM READ-CONTROL-CARD
           PERFORM LOAD-GEN-CATALOG
           STRING 'CLKHANDS.OVERLAP.' WS-RUN-DATE '.DAT'
           OPEN INPUT OVERLAP-FILE
           IF WS-OVERLAP-STATUS = '35'
               DISPLAY 'ClkGenSav: NO OVERLAP FILE TO RETAIN'
               MOVE 0010 TO OM-MSG-NO
               MOVE 'W' TO OM-SEVERITY
               MOVE 'CLKHANDS.OVERLAP.DAT' TO OM-FILE-NAME
               MOVE WS-OVERLAP-STATUS TO OM-FILE-STATUS
               PERFORM WRITE-OPR-MSG
               MOVE 0 TO WS-LOG-RECORD-COUNT
               PERFORM WRITE-RUN-LOG
               MOVE 0 TO RETURN-CODE
           IF WS-OVERLAP-STATUS NOT = '00'
               DISPLAY 'ClkGenSav: OVERLAP-FILE OPEN ERROR, STATUS '
                   WS-OVERLAP-STATUS
               MOVE 0001 TO OM-MSG-NO
               MOVE 'S' TO OM-SEVERITY
               MOVE 'CLKHANDS.OVERLAP.DAT' TO OM-FILE-NAME
               MOVE WS-OVERLAP-STATUS TO OM-FILE-STATUS
               PERFORM WRITE-OPR-MSG
               MOVE 0 TO WS-LOG-RECORD-COUNT
               PERFORM WRITE-RUN-LOG
               MOVE 16 TO RETURN-CODE
           IF WS-GEN-STATUS NOT = '00'
               DISPLAY 'ClkGenSav: GENERATION OPEN ERROR, STATUS '
                   WS-GEN-STATUS
               MOVE 0001 TO OM-MSG-NO
               MOVE 'S' TO OM-SEVERITY
               MOVE WS-GEN-NAME TO OM-FILE-NAME
               MOVE WS-GEN-STATUS TO OM-FILE-STATUS
               PERFORM WRITE-OPR-MSG
               CLOSE OVERLAP-FILE
               MOVE 0 TO WS-LOG-RECORD-COUNT
               PERFORM WRITE-RUN-LOG
               IF WS-GEN-STATUS NOT = '00'
                   DISPLAY 'ClkGenSav: GENERATION WRITE ERROR, '
                       'STATUS ' WS-GEN-STATUS
                   MOVE 0003 TO OM-MSG-NO
                   MOVE 'S' TO OM-SEVERITY
                   MOVE WS-GEN-NAME TO OM-FILE-NAME
                   MOVE WS-GEN-STATUS TO OM-FILE-STATUS
                   PERFORM WRITE-OPR-MSG
                   CLOSE OVERLAP-FILE
                   CLOSE GEN-FILE
                   MOVE 0 TO WS-LOG-RECORD-COUNT
                           DISPLAY 'ClkGenSav: BAD RETENTION CARD, '
                               'USING ' WS-RETAIN-COUNT
                               ' GENERATIONS'
                           MOVE 0011 TO OM-MSG-NO
                           MOVE 'W' TO OM-SEVERITY
                           MOVE 'CLKGEN.CONTROL.DAT' TO OM-FILE-NAME
                           MOVE 'RETENTION COUNT NOT 1-99' TO OM-TEXT
                           PERFORM WRITE-OPR-MSG
                       END-IF
               END-READ
               CLOSE CONTROL-FILE
               IF WS-SCRATCH-STATUS NOT = '00'
                   DISPLAY 'ClkGenSav: SCRATCH OF ' WS-SCRATCH-NAME
                       ' FAILED, STATUS ' WS-SCRATCH-STATUS
                   MOVE 0012 TO OM-MSG-NO
                   MOVE 'W' TO OM-SEVERITY
                   MOVE WS-SCRATCH-NAME TO OM-FILE-NAME
                   MOVE WS-SCRATCH-STATUS TO OM-FILE-STATUS
                   PERFORM WRITE-OPR-MSG
               ELSE
                   DISPLAY 'ClkGenSav: SCRATCHED ' WS-SCRATCH-NAME
               END-IF
           IF WS-CATALOG-STATUS NOT = '00'
               DISPLAY 'ClkGenSav: CATALOG-FILE OPEN ERROR, STATUS '
                   WS-CATALOG-STATUS
               MOVE 0001 TO OM-MSG-NO
               MOVE 'S' TO OM-SEVERITY
               MOVE 'CLKHANDS.GENCAT.DAT' TO OM-FILE-NAME
               MOVE WS-CATALOG-STATUS TO OM-FILE-STATUS
               PERFORM WRITE-OPR-MSG
               MOVE WS-COPIED-COUNT TO WS-LOG-RECORD-COUNT
               PERFORM WRITE-RUN-LOG
               MOVE 16 TO RETURN-CODE
               IF WS-CATALOG-STATUS NOT = '00'
                   DISPLAY 'ClkGenSav: CATALOG-FILE WRITE ERROR, '
                       'STATUS ' WS-CATALOG-STATUS
                   MOVE 0003 TO OM-MSG-NO
                   MOVE 'S' TO OM-SEVERITY
                   MOVE 'CLKHANDS.GENCAT.DAT' TO OM-FILE-NAME
                   MOVE WS-CATALOG-STATUS TO OM-FILE-STATUS
                   PERFORM WRITE-OPR-MSG
                   CLOSE CATALOG-FILE
                   MOVE WS-COPIED-COUNT TO WS-LOG-RECORD-COUNT
                   PERFORM WRITE-RUN-LOG
           IF NOT WS-AT-OVERLAP-EOF AND WS-OVERLAP-STATUS NOT = '00'
               DISPLAY 'ClkGenSav: OVERLAP-FILE READ ERROR, STATUS '
                   WS-OVERLAP-STATUS
               MOVE 0002 TO OM-MSG-NO
               MOVE 'S' TO OM-SEVERITY
               MOVE 'CLKHANDS.OVERLAP.DAT' TO OM-FILE-NAME
               MOVE WS-OVERLAP-STATUS TO OM-FILE-STATUS
               PERFORM WRITE-OPR-MSG
               CLOSE OVERLAP-FILE
               CLOSE GEN-FILE
               MOVE 0 TO WS-LOG-RECORD-COUNT
               GOBACK
           END-IF.

       CHECK-INPUT-CURRENT.
           MOVE 'ClkGenSav' TO IG-CONSUMER
           SET IG-AGE-CHECKED TO TRUE
           CALL 'InputGuard' USING INPUT-GUARD-PARMS
               ON EXCEPTION
                   DISPLAY 'ClkGenSav: cannot call InputGuard'
                   MOVE 0008 TO OM-MSG-NO
                   MOVE 'S' TO OM-SEVERITY
                   MOVE 'InputGuard' TO OM-TEXT
                   PERFORM WRITE-OPR-MSG
                   MOVE 'X' TO IG-RESULT
                   MOVE 16 TO WS-GUARD-RC
           END-CALL
           IF IG-NOT-CURRENT
               DISPLAY 'ClkGenSav: INPUT NOT CURRENT, ' IG-REASON
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
                   DISPLAY 'ClkGenSav: cannot call BusDate'
                   MOVE 0008 TO OM-MSG-NO
                   MOVE 'S' TO OM-SEVERITY
                   MOVE 'BusDate' TO OM-TEXT
                   PERFORM WRITE-OPR-MSG
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-CALL.

       WRITE-RUN-LOG.
           MOVE FUNCTION CURRENT-DATE TO WS-END-TIMESTAMP
           MOVE 'ClkGenSav' TO RL-PROGRAM-NAME
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
           MOVE 'ClkGenSav' TO OM-PROGRAM-NAME
           OPEN EXTEND OPR-MSG-FILE
           IF WS-OPRMSG-STATUS = '35'
               OPEN OUTPUT OPR-MSG-FILE
           END-IF
           IF WS-OPRMSG-STATUS = '00'
               WRITE OPR-MSG-LINE FROM OPR-MSG-RECORD
               CLOSE OPR-MSG-FILE
           END-IF
           MOVE SPACES TO OPR-MSG-RECORD.

       END PROGRAM ClkGenSav.
