       IDENTIFICATION DIVISION.
       PROGRAM-ID. TripleLeg.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT XREF-FILE ASSIGN TO 'TRIPLES.LEGXREF.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XRF-KEY
               FILE STATUS IS WS-XRF-STATUS.
           SELECT DIMENS-FILE ASSIGN TO 'TRIPLES.DIMENS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DIM-KEY
               FILE STATUS IS WS-DIM-STATUS.
           SELECT REQUEST-FILE ASSIGN TO 'TRIPLELEG.REQUEST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQUEST-STATUS.
           SELECT RESPONSE-FILE ASSIGN TO 'TRIPLELEG.RESPONSE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESPONSE-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO 'BATCH.RUNLOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.
           SELECT OPR-MSG-FILE ASSIGN TO 'BATCH.OPRMSG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPRMSG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  XREF-FILE.
       01  XREF-RECORD.
           05 XRF-KEY.
               10 XRF-LEG PIC 9(3).
               10 XRF-HYP PIC 9(3).
               10 XRF-SEQ-NO PIC 9(4).
           05 XRF-OTHER-LEG PIC 9(3).
           05 XRF-LEG-POSITION PIC X.

       FD  DIMENS-FILE.
       01  DIMENS-RECORD.
           05 DIM-KEY.
               10 DIM-HYP PIC 9(3).
               10 DIM-SEQ-NO PIC 9(4).
           05 DIM-PERIMETER PIC 9(4).
           05 DIM-AREA PIC 9(6).
           05 DIM-INRADIUS PIC 9(3).
           05 DIM-GCD PIC 9(3).
           05 DIM-PRIM-FLAG PIC X.

      *> "Leg = N", optionally narrowed to triples whose perimeter
      *> (range type P) or area (range type A) lies in LOW-HIGH.
       FD  REQUEST-FILE.
       01  REQUEST-RECORD.
           05 REQ-LEG PIC X(3).
           05 REQ-RANGE-TYPE PIC X.
           05 REQ-RANGE-LOW PIC X(6).
           05 REQ-RANGE-HIGH PIC X(6).

      *> Found flag: Y triple found, N no triple for the leg (or none
      *> in range), D triple found but it has no dimensions record,
      *> E request could not be read.  With no dimensions file every
      *> triple is answered D and every range request N.
       FD  RESPONSE-FILE.
       01  RESPONSE-RECORD.
           05 RSP-LEG PIC 9(3).
           05 RSP-FOUND-FLAG PIC X.
           05 RSP-OTHER-LEG PIC 9(3).
           05 RSP-HYP PIC 9(3).
           05 RSP-SEQ-NO PIC 9(4).
           05 RSP-PERIMETER PIC 9(4).
           05 RSP-AREA PIC 9(6).

       FD  RUN-LOG-FILE.
           COPY RUNLOG.

       FD  OPR-MSG-FILE.
       01  OPR-MSG-LINE PIC X(128).

       WORKING-STORAGE SECTION.
       01 WS-XRF-STATUS PIC XX.
           88 WS-XRF-READ-OK VALUES '00' '02'.
       01 WS-DIM-STATUS PIC XX.
       01 WS-DIMENS-SWITCH PIC X VALUE 'Y'.
           88 WS-DIMENS-PRESENT VALUE 'Y'.
           88 WS-DIMENS-ABSENT VALUE 'N'.
       01 WS-REQUEST-STATUS PIC XX.
       01 WS-RESPONSE-STATUS PIC XX.
       01 WS-RUNLOG-STATUS PIC XX.
       01 WS-OPRMSG-STATUS PIC XX.
       01 WS-START-TIMESTAMP PIC X(21).
       01 WS-END-TIMESTAMP PIC X(21).
       01 WS-REQUEST-EOF PIC X VALUE 'N'.
           88 WS-AT-REQUEST-EOF VALUE 'Y'.
       01 WS-REQ-LEG PIC 9(3).
       01 WS-RANGE-LOW PIC 9(6).
       01 WS-RANGE-HIGH PIC 9(6).
       01 WS-RANGE-VALUE PIC 9(6).
       01 WS-MATCH-COUNT PIC 9(5).
       01 WS-IN-RANGE PIC X.
       01 WS-RESPONSE-COUNT PIC 9(7) VALUE 0.
       01 WS-LOG-RECORD-COUNT PIC 9(7) VALUE 0.

           COPY OPRMSG.
           COPY BUSDATE.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE TO WS-START-TIMESTAMP
           PERFORM GET-BUSINESS-DATE
           OPEN INPUT XREF-FILE
           IF WS-XRF-STATUS NOT = '00'
               DISPLAY 'TripleLeg: XREF-FILE OPEN ERROR, STATUS '
                   WS-XRF-STATUS
               MOVE 0001 TO OM-MSG-NO
               MOVE 'S' TO OM-SEVERITY
               MOVE 'TRIPLES.LEGXREF.DAT' TO OM-FILE-NAME
               MOVE WS-XRF-STATUS TO OM-FILE-STATUS
               PERFORM WRITE-OPR-MSG
               MOVE 0 TO WS-LOG-RECORD-COUNT
               PERFORM WRITE-RUN-LOG
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT DIMENS-FILE
           IF WS-DIM-STATUS = '35'
               DISPLAY 'TripleLeg: NO DIMENSIONS FILE, LEGS ONLY'
               MOVE 0010 TO OM-MSG-NO
               MOVE 'W' TO OM-SEVERITY
               MOVE 'TRIPLES.DIMENS.DAT' TO OM-FILE-NAME
               MOVE WS-DIM-STATUS TO OM-FILE-STATUS
               MOVE 'RANGE REQUESTS ANSWERED NOT FOUND' TO OM-TEXT
               PERFORM WRITE-OPR-MSG
               SET WS-DIMENS-ABSENT TO TRUE
           ELSE
               IF WS-DIM-STATUS NOT = '00'
                   DISPLAY 'TripleLeg: DIMENS-FILE OPEN ERROR, STATUS '
                       WS-DIM-STATUS
                   MOVE 0001 TO OM-MSG-NO
                   MOVE 'S' TO OM-SEVERITY
                   MOVE 'TRIPLES.DIMENS.DAT' TO OM-FILE-NAME
                   MOVE WS-DIM-STATUS TO OM-FILE-STATUS
                   PERFORM WRITE-OPR-MSG
                   CLOSE XREF-FILE
                   MOVE 0 TO WS-LOG-RECORD-COUNT
                   PERFORM WRITE-RUN-LOG
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           OPEN INPUT REQUEST-FILE
           IF WS-REQUEST-STATUS NOT = '00'
               DISPLAY 'TripleLeg: REQUEST-FILE OPEN ERROR, STATUS '
                   WS-REQUEST-STATUS
               MOVE 0001 TO OM-MSG-NO
               MOVE 'S' TO OM-SEVERITY
               MOVE 'TRIPLELEG.REQUEST.DAT' TO OM-FILE-NAME
               MOVE WS-REQUEST-STATUS TO OM-FILE-STATUS
               PERFORM WRITE-OPR-MSG
               CLOSE XREF-FILE
               IF WS-DIMENS-PRESENT
                   CLOSE DIMENS-FILE
               END-IF
               MOVE 0 TO WS-LOG-RECORD-COUNT
               PERFORM WRITE-RUN-LOG
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT RESPONSE-FILE
           IF WS-RESPONSE-STATUS NOT = '00'
               DISPLAY 'TripleLeg: RESPONSE-FILE OPEN ERROR, STATUS '
                   WS-RESPONSE-STATUS
               MOVE 0001 TO OM-MSG-NO
               MOVE 'S' TO OM-SEVERITY
               MOVE 'TRIPLELEG.RESPONSE.DAT' TO OM-FILE-NAME
               MOVE WS-RESPONSE-STATUS TO OM-FILE-STATUS
               PERFORM WRITE-OPR-MSG
               CLOSE XREF-FILE
               IF WS-DIMENS-PRESENT
                   CLOSE DIMENS-FILE
               END-IF
               CLOSE REQUEST-FILE
               MOVE 0 TO WS-LOG-RECORD-COUNT
               PERFORM WRITE-RUN-LOG
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM READ-REQUEST
           PERFORM UNTIL WS-AT-REQUEST-EOF
               PERFORM ANSWER-ONE-REQUEST
               PERFORM READ-REQUEST
           END-PERFORM
           CLOSE XREF-FILE
           IF WS-DIMENS-PRESENT
               CLOSE DIMENS-FILE
           END-IF
           CLOSE REQUEST-FILE
           CLOSE RESPONSE-FILE
           MOVE WS-RESPONSE-COUNT TO WS-LOG-RECORD-COUNT
           PERFORM WRITE-RUN-LOG
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       READ-REQUEST.
           READ REQUEST-FILE
               AT END
                   SET WS-AT-REQUEST-EOF TO TRUE
           END-READ.

       ANSWER-ONE-REQUEST.
           MOVE 0 TO WS-MATCH-COUNT
           IF REQ-LEG NOT NUMERIC
                   OR (REQ-RANGE-TYPE NOT = SPACE
                       AND REQ-RANGE-TYPE NOT = 'P'
                       AND REQ-RANGE-TYPE NOT = 'A')
                   OR (REQ-RANGE-TYPE NOT = SPACE
                       AND (REQ-RANGE-LOW NOT NUMERIC
                           OR REQ-RANGE-HIGH NOT NUMERIC))
               MOVE 0 TO RSP-LEG
               MOVE 'E' TO RSP-FOUND-FLAG
               PERFORM CLEAR-RESPONSE-DETAIL
               PERFORM WRITE-RESPONSE
           ELSE
               MOVE REQ-LEG TO WS-REQ-LEG
               IF REQ-RANGE-TYPE NOT = SPACE
                   MOVE REQ-RANGE-LOW TO WS-RANGE-LOW
                   MOVE REQ-RANGE-HIGH TO WS-RANGE-HIGH
               END-IF
               IF REQ-RANGE-TYPE = SPACE OR WS-DIMENS-PRESENT
                   PERFORM LOOKUP-LEG
               END-IF
               IF WS-MATCH-COUNT = 0
                   MOVE WS-REQ-LEG TO RSP-LEG
                   MOVE 'N' TO RSP-FOUND-FLAG
                   PERFORM CLEAR-RESPONSE-DETAIL
                   PERFORM WRITE-RESPONSE
               END-IF
           END-IF.

       LOOKUP-LEG.
           MOVE WS-REQ-LEG TO XRF-LEG
           MOVE 0 TO XRF-HYP
           MOVE 0 TO XRF-SEQ-NO
           START XREF-FILE KEY IS NOT LESS THAN XRF-KEY
           IF WS-XRF-STATUS = '23'
               CONTINUE
           ELSE
               IF WS-XRF-STATUS NOT = '00'
                   PERFORM ABEND-XREF-READ-FAILURE
               END-IF
               READ XREF-FILE NEXT
               PERFORM UNTIL NOT WS-XRF-READ-OK
                       OR XRF-LEG NOT = WS-REQ-LEG
                   PERFORM ANSWER-ONE-TRIPLE
                   READ XREF-FILE NEXT
               END-PERFORM
               IF NOT WS-XRF-READ-OK AND WS-XRF-STATUS NOT = '10'
                   PERFORM ABEND-XREF-READ-FAILURE
               END-IF
           END-IF.

      *> The figures for the range come from the same dimensions
      *> record TripleDim keeps for the triple's master key.
       ANSWER-ONE-TRIPLE.
           IF WS-DIMENS-PRESENT
               MOVE XRF-HYP TO DIM-HYP
               MOVE XRF-SEQ-NO TO DIM-SEQ-NO
               READ DIMENS-FILE
           END-IF
           EVALUATE TRUE
               WHEN WS-DIMENS-ABSENT OR WS-DIM-STATUS = '23'
                   MOVE 'D' TO RSP-FOUND-FLAG
                   MOVE 0 TO RSP-PERIMETER
                   MOVE 0 TO RSP-AREA
                   PERFORM WRITE-TRIPLE-RESPONSE
               WHEN WS-DIM-STATUS = '00'
                   MOVE 'Y' TO WS-IN-RANGE
                   IF REQ-RANGE-TYPE = 'P'
                       MOVE DIM-PERIMETER TO WS-RANGE-VALUE
                   ELSE
                       MOVE DIM-AREA TO WS-RANGE-VALUE
                   END-IF
                   IF REQ-RANGE-TYPE NOT = SPACE
                           AND (WS-RANGE-VALUE < WS-RANGE-LOW
                               OR WS-RANGE-VALUE > WS-RANGE-HIGH)
                       MOVE 'N' TO WS-IN-RANGE
                   END-IF
                   IF WS-IN-RANGE = 'Y'
                       MOVE 'Y' TO RSP-FOUND-FLAG
                       MOVE DIM-PERIMETER TO RSP-PERIMETER
                       MOVE DIM-AREA TO RSP-AREA
                       PERFORM WRITE-TRIPLE-RESPONSE
                   END-IF
               WHEN OTHER
                   DISPLAY 'TripleLeg: DIMENS-FILE READ ERROR, STATUS '
                       WS-DIM-STATUS
                   MOVE 0002 TO OM-MSG-NO
                   MOVE 'S' TO OM-SEVERITY
                   MOVE 'TRIPLES.DIMENS.DAT' TO OM-FILE-NAME
                   MOVE WS-DIM-STATUS TO OM-FILE-STATUS
                   PERFORM WRITE-OPR-MSG
                   CLOSE XREF-FILE
                   CLOSE DIMENS-FILE
                   CLOSE REQUEST-FILE
                   CLOSE RESPONSE-FILE
                   MOVE WS-RESPONSE-COUNT TO WS-LOG-RECORD-COUNT
                   PERFORM WRITE-RUN-LOG
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.

       WRITE-TRIPLE-RESPONSE.
           ADD 1 TO WS-MATCH-COUNT
           MOVE WS-REQ-LEG TO RSP-LEG
           MOVE XRF-OTHER-LEG TO RSP-OTHER-LEG
           MOVE XRF-HYP TO RSP-HYP
           MOVE XRF-SEQ-NO TO RSP-SEQ-NO
           PERFORM WRITE-RESPONSE.

       CLEAR-RESPONSE-DETAIL.
           MOVE 0 TO RSP-OTHER-LEG
           MOVE 0 TO RSP-HYP
           MOVE 0 TO RSP-SEQ-NO
           MOVE 0 TO RSP-PERIMETER
           MOVE 0 TO RSP-AREA.

       WRITE-RESPONSE.
           WRITE RESPONSE-RECORD
           IF WS-RESPONSE-STATUS NOT = '00'
               PERFORM ABEND-RESPONSE-WRITE-FAILURE
           END-IF
           ADD 1 TO WS-RESPONSE-COUNT.

       ABEND-XREF-READ-FAILURE.
           DISPLAY 'TripleLeg: XREF-FILE READ ERROR, STATUS '
               WS-XRF-STATUS
           MOVE 0002 TO OM-MSG-NO
           MOVE 'S' TO OM-SEVERITY
           MOVE 'TRIPLES.LEGXREF.DAT' TO OM-FILE-NAME
           MOVE WS-XRF-STATUS TO OM-FILE-STATUS
           PERFORM WRITE-OPR-MSG
           CLOSE XREF-FILE
           IF WS-DIMENS-PRESENT
               CLOSE DIMENS-FILE
           END-IF
           CLOSE REQUEST-FILE
           CLOSE RESPONSE-FILE
           MOVE WS-RESPONSE-COUNT TO WS-LOG-RECORD-COUNT
           PERFORM WRITE-RUN-LOG
           MOVE 16 TO RETURN-CODE
           GOBACK.

       ABEND-RESPONSE-WRITE-FAILURE.
           DISPLAY 'TripleLeg: RESPONSE-FILE WRITE ERROR, STATUS '
               WS-RESPONSE-STATUS
           MOVE 0003 TO OM-MSG-NO
           MOVE 'S' TO OM-SEVERITY
           MOVE 'TRIPLELEG.RESPONSE.DAT' TO OM-FILE-NAME
           MOVE WS-RESPONSE-STATUS TO OM-FILE-STATUS
           PERFORM WRITE-OPR-MSG
           CLOSE XREF-FILE
           IF WS-DIMENS-PRESENT
               CLOSE DIMENS-FILE
           END-IF
           CLOSE REQUEST-FILE
           CLOSE RESPONSE-FILE
           MOVE WS-RESPONSE-COUNT TO WS-LOG-RECORD-COUNT
           PERFORM WRITE-RUN-LOG
           MOVE 16 TO RETURN-CODE
           GOBACK.

       GET-BUSINESS-DATE.
           CALL 'BusDate' USING BUSINESS-DATE-PARMS
               ON EXCEPTION
                   DISPLAY 'TripleLeg: cannot call BusDate'
                   MOVE 0008 TO OM-MSG-NO
                   MOVE 'S' TO OM-SEVERITY
                   MOVE 'BusDate' TO OM-TEXT
                   PERFORM WRITE-OPR-MSG
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-CALL.

       WRITE-RUN-LOG.
           MOVE FUNCTION CURRENT-DATE TO WS-END-TIMESTAMP
           MOVE 'TripleLeg' TO RL-PROGRAM-NAME
           MOVE WS-START-TIMESTAMP TO RL-START-TIMESTAMP
           MOVE WS-END-TIMESTAMP TO RL-END-TIMESTAMP
           MOVE WS-LOG-RECORD-COUNT TO RL-RECORD-COUNT
           MOVE 0 TO RL-CONTROL-TOTAL
           MOVE BD-BUSINESS-DATE TO RL-BUSINESS-DATE
           OPEN EXTEND RUN-LOG-FILE
           IF WS-RUNLOG-STATUS = '35'
               OPEN OUTPUT RUN-LOG-FILE
           END-IF
           IF WS-RUNLOG-STATUS = '00'
               WRITE RUN-LOG-RECORD
               CLOSE RUN-LOG-FILE
           END-IF.

       WRITE-OPR-MSG.
           MOVE FUNCTION CURRENT-DATE TO OM-TIMESTAMP
           MOVE 'TripleLeg' TO OM-PROGRAM-NAME
           OPEN EXTEND OPR-MSG-FILE
           IF WS-OPRMSG-STATUS = '35'
               OPEN OUTPUT OPR-MSG-FILE
           END-IF
           IF WS-OPRMSG-STATUS = '00'
               WRITE OPR-MSG-LINE FROM OPR-MSG-RECORD
               CLOSE OPR-MSG-FILE
           END-IF
           MOVE SPACES TO OPR-MSG-RECORD.

       END PROGRAM TripleLeg.
