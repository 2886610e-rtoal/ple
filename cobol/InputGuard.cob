       IDENTIFICATION DIVISION.
       PROGRAM-ID. InputGuard.

      *> Called by every program that reads a file another step
      *> produces, before it opens that file.  The producing step's
      *> latest run must not be FAILED, STARTED or REFUSED in the
      *> RunBatch status file, must not have left a restart checkpoint
      *> (Triples), and must be on the run log with a non-zero count,
      *> ending no earlier than the consumer's own last run started.
      *> Otherwise the file is not current and the caller refuses it.
      *> Only a consumer run that read its input counts as its last
      *> run: a refusal logs zero records, and a run that failed has
      *> not finished with the input, so the rerun may read it again.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STEP-STATUS-FILE ASSIGN TO 'RUNBATCH.STATUS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-STATUS.
           SELECT CHECKPOINT-FILE ASSIGN TO 'TRIPLES.CHECKPOINT.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CKPT-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO 'BATCH.RUNLOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STEP-STATUS-FILE.
       01  STEP-STATUS-RECORD.
           05 ST-STEP-NAME PIC X(10).
           05 ST-STATUS PIC X(8).
           05 ST-TIMESTAMP PIC X(21).
           05 ST-RC PIC 9(4).

      *> Only the presence of a record matters here; Triples owns the
      *> layout and empties the file when a run finishes.
       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-RECORD PIC X(24).

       FD  RUN-LOG-FILE.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
       01 WS-STATUS-STATUS PIC XX.
       01 WS-CKPT-STATUS PIC XX.
       01 WS-RUNLOG-STATUS PIC XX.
       01 WS-STATUS-EOF PIC X VALUE 'N'.
           88 WS-AT-STATUS-EOF VALUE 'Y'.
       01 WS-RUNLOG-EOF PIC X VALUE 'N'.
           88 WS-AT-RUNLOG-EOF VALUE 'Y'.
       01 WS-PRODUCER-STATUS PIC X(8).
       01 WS-PRODUCER-STATUS-TIME PIC X(21).
       01 WS-PRODUCER-LOGGED PIC X VALUE 'N'.
           88 WS-PRODUCER-ON-LOG VALUE 'Y'.
       01 WS-PRODUCER-END PIC X(21).
       01 WS-PRODUCER-COUNT PIC 9(7).
       01 WS-CONSUMER-START PIC X(21).
       01 WS-CONSUMER-STATUS PIC X(8).
       01 WS-CONSUMER-OUTCOME PIC X(8).

       LINKAGE SECTION.
           COPY INGUARD.

       PROCEDURE DIVISION USING INPUT-GUARD-PARMS.
           MOVE 'Y' TO IG-RESULT
           MOVE SPACES TO IG-FILE-NAME
           MOVE SPACES TO IG-REASON
           PERFORM CHECK-STEP-STATUS
           IF IG-CURRENT AND IG-PRODUCER = 'Triples'
               PERFORM CHECK-CHECKPOINT
           END-IF
           IF IG-CURRENT
               PERFORM CHECK-RUN-LOG
           END-IF
           MOVE 0 TO RETURN-CODE.
           GOBACK.

      *> RunBatch empties its status file when a whole job completes,
      *> so any record left for the producer belongs to a job still
      *> being rerun; the last one written is the step's latest state.
       CHECK-STEP-STATUS.
           MOVE SPACES TO WS-PRODUCER-STATUS
           MOVE SPACES TO WS-PRODUCER-STATUS-TIME
           MOVE SPACES TO WS-CONSUMER-STATUS
           MOVE SPACES TO WS-CONSUMER-OUTCOME
           MOVE 'N' TO WS-STATUS-EOF
           OPEN INPUT STEP-STATUS-FILE
           IF WS-STATUS-STATUS = '00'
               PERFORM UNTIL WS-AT-STATUS-EOF
                   READ STEP-STATUS-FILE
                       AT END
                           SET WS-AT-STATUS-EOF TO TRUE
                       NOT AT END
                           IF ST-STEP-NAME = IG-PRODUCER
                               MOVE ST-STATUS TO WS-PRODUCER-STATUS
                               MOVE ST-TIMESTAMP
                                   TO WS-PRODUCER-STATUS-TIME
                           END-IF
                           IF ST-STEP-NAME = IG-CONSUMER
                               PERFORM NOTE-CONSUMER-STATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STEP-STATUS-FILE
           END-IF
           IF WS-PRODUCER-STATUS = 'FAILED' OR 'STARTED' OR 'REFUSED'
               MOVE 'N' TO IG-RESULT
               MOVE 'RUNBATCH.STATUS.DAT' TO IG-FILE-NAME
               STRING IG-PRODUCER DELIMITED BY SPACE
                   ' STEP ' DELIMITED BY SIZE
                   WS-PRODUCER-STATUS DELIMITED BY SPACE
                   ' AT ' DELIMITED BY SIZE
                   WS-PRODUCER-STATUS-TIME(1:14) DELIMITED BY SIZE
                   INTO IG-REASON
           END-IF.

      *> RunBatch marks a step STARTED before calling it, so the
      *> consumer's own latest record is normally this run's STARTED;
      *> the outcome of its previous run is the last record before
      *> that.  A STARTED with no outcome after it ended abnormally.
       NOTE-CONSUMER-STATUS.
           IF ST-STATUS = 'STARTED'
               IF WS-CONSUMER-STATUS = 'STARTED'
                   MOVE 'FAILED' TO WS-CONSUMER-OUTCOME
               END-IF
           ELSE
               MOVE ST-STATUS TO WS-CONSUMER-OUTCOME
           END-IF
           MOVE ST-STATUS TO WS-CONSUMER-STATUS.

       CHECK-CHECKPOINT.
           OPEN INPUT CHECKPOINT-FILE
           IF WS-CKPT-STATUS = '00'
               READ CHECKPOINT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE 'N' TO IG-RESULT
                       MOVE 'TRIPLES.CHECKPOINT.DAT' TO IG-FILE-NAME
                       MOVE 'Triples STOPPED PARTWAY, RESTART PENDING'
                           TO IG-REASON
               END-READ
               CLOSE CHECKPOINT-FILE
           END-IF.

      *> The log is appended in run order, so the last entry for each
      *> program is its latest run.  The consumer's entry for the run
      *> now in progress is not written yet; its last entry is the run
      *> before, whose input the producer must have replaced since.
       CHECK-RUN-LOG.
           MOVE 'N' TO WS-PRODUCER-LOGGED
           MOVE SPACES TO WS-PRODUCER-END
           MOVE 0 TO WS-PRODUCER-COUNT
           MOVE SPACES TO WS-CONSUMER-START
           MOVE 'N' TO WS-RUNLOG-EOF
           OPEN INPUT RUN-LOG-FILE
           IF WS-RUNLOG-STATUS = '00'
               PERFORM UNTIL WS-AT-RUNLOG-EOF
                   READ RUN-LOG-FILE
                       AT END
                           SET WS-AT-RUNLOG-EOF TO TRUE
                       NOT AT END
                           PERFORM NOTE-RUN-LOG-ENTRY
                   END-READ
               END-PERFORM
               CLOSE RUN-LOG-FILE
           END-IF
           MOVE 'BATCH.RUNLOG.DAT' TO IG-FILE-NAME
           EVALUATE TRUE
               WHEN NOT WS-PRODUCER-ON-LOG
                   MOVE 'N' TO IG-RESULT
                   STRING IG-PRODUCER DELIMITED BY SPACE
                       ' HAS NO RUN LOG ENTRY' DELIMITED BY SIZE
                       INTO IG-REASON
               WHEN WS-PRODUCER-COUNT = 0
                   MOVE 'N' TO IG-RESULT
                   STRING IG-PRODUCER DELIMITED BY SPACE
                       ' LATEST RUN LOGGED ZERO RECORDS'
                       DELIMITED BY SIZE
                       INTO IG-REASON
               WHEN IG-AGE-NOT-CHECKED
                   MOVE SPACES TO IG-FILE-NAME
               WHEN WS-CONSUMER-OUTCOME = 'FAILED'
                   MOVE SPACES TO IG-FILE-NAME
               WHEN WS-CONSUMER-START NOT = SPACES
                       AND WS-PRODUCER-END(1:16)
                           < WS-CONSUMER-START(1:16)
                   MOVE 'N' TO IG-RESULT
                   STRING IG-PRODUCER DELIMITED BY SPACE
                       ' LAST ENDED ' DELIMITED BY SIZE
                       WS-PRODUCER-END(1:14) DELIMITED BY SIZE
                       ', BEFORE LAST ' DELIMITED BY SIZE
                       IG-CONSUMER DELIMITED BY SPACE
                       ' RUN' DELIMITED BY SIZE
                       INTO IG-REASON
               WHEN OTHER
                   MOVE SPACES TO IG-FILE-NAME
           END-EVALUATE.

       NOTE-RUN-LOG-ENTRY.
           IF RL-PROGRAM-NAME = IG-PRODUCER
               MOVE 'Y' TO WS-PRODUCER-LOGGED
               MOVE RL-END-TIMESTAMP TO WS-PRODUCER-END
               MOVE RL-RECORD-COUNT TO WS-PRODUCER-COUNT
           END-IF
           IF RL-PROGRAM-NAME = IG-CONSUMER AND RL-RECORD-COUNT > 0
               MOVE RL-START-TIMESTAMP TO WS-CONSUMER-START
           END-IF.

       END PROGRAM InputGuard.
