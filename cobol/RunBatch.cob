           SELECT STEP-STATUS-FILE ASSIGN TO 'RUNBATCH.STATUS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-STATUS.
           SELECT BUSDATE-FILE ASSIGN TO 'BATCH.BUSDATE.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
           SELECT OPR-MSG-FILE ASSIGN TO 'BATCH.OPRMSG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPRMSG-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 ST-TIMESTAMP PIC X(21).
           05 ST-RC PIC 9(4).

       FD  BUSDATE-FILE.
       01  BUSDATE-RECORD PIC X(8).

       FD  OPR-MSG-FILE.
       01  OPR-MSG-LINE PIC X(128).

       WORKING-STORAGE SECTION.
       01 WS-STEP-STATUS PIC XX.
       01 WS-STATUS-STATUS PIC XX.
       01 WS-BUSDATE-STATUS PIC XX.
       01 WS-OPRMSG-STATUS PIC XX.
       01 WS-RC PIC 9(4) VALUE 0.
       01 WS-MAX-RC PIC 9(4) VALUE 0.
       01 WS-STEP-EOF PIC X VALUE 'N'.
       01 WS-RUN-DAY-OF-WEEK PIC 9(1).
       01 WS-STEP-DUE PIC X.

           COPY OPRMSG.
           COPY BUSDATE.

       PROCEDURE DIVISION.
           DISPLAY 'RunBatch: starting nightly reference tables job'
           PERFORM GET-BUSINESS-DATE
           IF BD-OVERRIDE-INVALID
               DISPLAY 'RunBatch: BUSINESS DATE RECORD INVALID, '
                   'JOB NOT STARTED'
               MOVE 0006 TO OM-MSG-NO
               MOVE 'S' TO OM-SEVERITY
               MOVE 'BATCH.BUSDATE.DAT' TO OM-FILE-NAME
               MOVE 'BUSINESS DATE NOT A VALID YYYYMMDD DATE' TO OM-TEXT
               PERFORM WRITE-OPR-MSG
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE BD-BUSINESS-DATE TO WS-RUN-DATE
           IF BD-FROM-OVERRIDE
               DISPLAY 'RunBatch: running as business date '
                   WS-RUN-DATE
               MOVE 0013 TO OM-MSG-NO
               MOVE 'I' TO OM-SEVERITY
               MOVE 'BATCH.BUSDATE.DAT' TO OM-FILE-NAME
               STRING 'BUSINESS DATE ' WS-RUN-DATE
                   DELIMITED BY SIZE INTO OM-TEXT
               PERFORM WRITE-OPR-MSG
           END-IF
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           COMPUTE WS-RUN-DAY-OF-WEEK =
           END-PERFORM
           IF WS-ALL-COMPLETE = 'Y'
               DISPLAY 'RunBatch: all steps completed normally'
               MOVE 0033 TO OM-MSG-NO
               MOVE 'I' TO OM-SEVERITY
               PERFORM WRITE-OPR-MSG
               PERFORM CLEAR-STEP-STATUS
               IF BD-FROM-OVERRIDE
                   PERFORM CLEAR-BUSINESS-DATE
               END-IF
           ELSE
               DISPLAY 'RunBatch: job incomplete, rerun to resume'
               MOVE 0034 TO OM-MSG-NO
               MOVE 'E' TO OM-SEVERITY
               MOVE 'RUNBATCH.STATUS.DAT' TO OM-FILE-NAME
               PERFORM WRITE-OPR-MSG
           END-IF
           MOVE WS-MAX-RC TO RETURN-CODE.
           STOP RUN.
                   IF WS-STEP-COUNT >= WS-STEP-MAX
                       DISPLAY 'RunBatch: MORE THAN ' WS-STEP-MAX
                           ' STEPS IN STEP FILE'
                       MOVE 0005 TO OM-MSG-NO
                       MOVE 'S' TO OM-SEVERITY
                       MOVE 'RUNBATCH.STEPS.DAT' TO OM-FILE-NAME
                       MOVE 'STEP TABLE' TO OM-TEXT
                       PERFORM WRITE-OPR-MSG
                       CLOSE STEP-FILE
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   DISPLAY 'RunBatch: predecessor '
                       WS-ST-PRED(SX) ' of ' WS-ST-NAME(SX)
                       ' not in step table'
                   MOVE 0032 TO OM-MSG-NO
                   MOVE 'E' TO OM-SEVERITY
                   MOVE 'RUNBATCH.STEPS.DAT' TO OM-FILE-NAME
                   STRING WS-ST-NAME(SX) ' PREDECESSOR ' WS-ST-PRED(SX)
                       DELIMITED BY SIZE INTO OM-TEXT
                   PERFORM WRITE-OPR-MSG
                   MOVE 'N' TO WS-PRED-OK
               END-IF
           END-IF
               DISPLAY 'RunBatch: skipping ' WS-ST-NAME(SX)
                   ', predecessor ' WS-ST-PRED(SX)
                   ' not complete'
               MOVE 0031 TO OM-MSG-NO
               MOVE 'E' TO OM-SEVERITY
               STRING WS-ST-NAME(SX) ' PREDECESSOR ' WS-ST-PRED(SX)
                   DELIMITED BY SIZE INTO OM-TEXT
               PERFORM WRITE-OPR-MSG
               MOVE 'S' TO WS-ST-STATE(SX)
               IF WS-MAX-RC < 8
                   MOVE 8 TO WS-MAX-RC
               PERFORM EXECUTE-STEP
           END-IF.

      *> Return code 12 means the step refused to run - its input was
      *> not current, or an extract arrived out of sequence - and has
      *> already logged its own message giving the reason.  It is
      *> recorded REFUSED rather than FAILED, but either way the job is
      *> incomplete and the step runs again on the rerun.
       EXECUTE-STEP.
           MOVE WS-ST-NAME(SX) TO WS-CALL-NAME
           MOVE WS-ST-NAME(SX) TO ST-STEP-NAME
           CALL WS-CALL-NAME
               ON EXCEPTION
                   DISPLAY 'RunBatch: cannot call ' WS-CALL-NAME
                   MOVE 0008 TO OM-MSG-NO
                   MOVE 'S' TO OM-SEVERITY
                   MOVE WS-CALL-NAME TO OM-TEXT
                   PERFORM WRITE-OPR-MSG
                   MOVE 16 TO RETURN-CODE
           END-CALL
           MOVE RETURN-CODE TO WS-RC
               MOVE 'C' TO WS-ST-STATE(SX)
               MOVE 'COMPLETE' TO ST-STATUS
           ELSE
               IF WS-RC = 12
                   DISPLAY 'RunBatch: ' WS-ST-NAME(SX)
                       ' refused, return code ' WS-RC
                   MOVE 0043 TO OM-MSG-NO
                   MOVE 'REFUSED' TO ST-STATUS
               ELSE
                   DISPLAY 'RunBatch: ' WS-ST-NAME(SX)
                       ' failed, return code ' WS-RC
                   MOVE 0030 TO OM-MSG-NO
                   MOVE 'FAILED' TO ST-STATUS
               END-IF
               MOVE 'E' TO OM-SEVERITY
               STRING WS-ST-NAME(SX) ' RETURN CODE ' WS-RC
                   DELIMITED BY SIZE INTO OM-TEXT
               PERFORM WRITE-OPR-MSG
               MOVE 'F' TO WS-ST-STATE(SX)
               IF WS-MAX-RC < WS-RC
                   MOVE WS-RC TO WS-MAX-RC
               END-IF
               CLOSE STEP-STATUS-FILE
           END-IF.

       GET-BUSINESS-DATE.
           CALL 'BusDate' USING BUSINESS-DATE-PARMS
               ON EXCEPTION
                   DISPLAY 'RunBatch: cannot call BusDate'
                   MOVE 0008 TO OM-MSG-NO
                   MOVE 'S' TO OM-SEVERITY
                   MOVE 'BusDate' TO OM-TEXT
                   PERFORM WRITE-OPR-MSG
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-CALL.

      *> The override is for one missed night only: once that night's
      *> job has completed, the next run goes back to the system date.
       CLEAR-BUSINESS-DATE.
           OPEN OUTPUT BUSDATE-FILE
           IF WS-BUSDATE-STATUS = '00'
               CLOSE BUSDATE-FILE
           END-IF.

       WRITE-OPR-MSG.
           MOVE FUNCTION CURRENT-DATE TO OM-TIMESTAMP
           MOVE 'RunBatch' TO OM-PROGRAM-NAME
           OPEN EXTEND OPR-MSG-FILE
           IF WS-OPRMSG-STATUS = '35'
               OPEN OUTPUT OPR-MSG-FILE
           END-IF
           IF WS-OPRMSG-STATUS = '00'
               WRITE OPR-MSG-LINE FROM OPR-MSG-RECORD
               CLOSE OPR-MSG-FILE
           END-IF
           MOVE SPACES TO OPR-MSG-RECORD.

       END PROGRAM RunBatch.
