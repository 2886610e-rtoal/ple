       IDENTIFICATION DIVISION.
       PROGRAM-ID. TripleBko.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRIPLES-FILE ASSIGN TO 'TRIPLES.MASTER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRP-KEY
               ALTERNATE RECORD KEY IS TRP-HYP WITH DUPLICATES
               FILE STATUS IS WS-TRP-STATUS.
           SELECT CONTROL-FILE ASSIGN TO 'TRIPLEBKO.CONTROL.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT TRAIL-FILE ASSIGN TO WS-TRAIL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAIL-STATUS.
           SELECT ERROR-FILE ASSIGN TO 'TRIPLEBKO.ERROR.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERROR-STATUS.
           SELECT AUDIT-FILE ASSIGN TO 'TRIPLEBKO.AUDIT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO 'BATCH.RUNLOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.
           SELECT OPR-MSG-FILE ASSIGN TO 'BATCH.OPRMSG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPRMSG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRIPLES-FILE.
       01  TRIPLES-RECORD.
           05 TRP-KEY.
               10 TRP-HYP PIC 9(3).
               10 TRP-SEQ-NO PIC 9(4).
           05 TRP-LEG1 PIC 9(3).
           05 TRP-LEG2 PIC 9(3).

      *> Optional card: the run date the trail must carry in its
      *> heading, and the trail to back out when it is not the one
      *> TripleMnt left from its latest run.
       FD  CONTROL-FILE.
       01  CONTROL-RECORD.
           05 CTL-RUN-DATE PIC X(8).
           05 CTL-TRAIL-NAME PIC X(40).

       FD  TRAIL-FILE.
       01  TRAIL-LINE PIC X(81).

       FD  ERROR-FILE.
       01  ERROR-LINE PIC X(81).

       FD  AUDIT-FILE.
       01  AUDIT-LINE PIC X(81).

       FD  RUN-LOG-FILE.
           COPY RUNLOG.

       FD  OPR-MSG-FILE.
       01  OPR-MSG-LINE PIC X(128).

       WORKING-STORAGE SECTION.
       01 WS-TRP-STATUS PIC XX.
           88 WS-TRP-READ-OK VALUES '00' '02'.
       01 WS-CTL-STATUS PIC XX.
       01 WS-TRAIL-STATUS PIC XX.
       01 WS-ERROR-STATUS PIC XX.
       01 WS-AUDIT-STATUS PIC XX.
       01 WS-RUNLOG-STATUS PIC XX.
       01 WS-OPRMSG-STATUS PIC XX.
       01 WS-START-TIMESTAMP PIC X(21).
       01 WS-END-TIMESTAMP PIC X(21).
       01 WS-TRAIL-NAME PIC X(40) VALUE 'TRIPLEMNT.AUDIT.DAT'.
       01 WS-TRAIL-EOF PIC X VALUE 'N'.
           88 WS-AT-TRAIL-EOF VALUE 'Y'.
       01 WS-REQUIRED-DATE PIC X(10) VALUE SPACES.
       01 WS-TRAIL-DATE PIC X(10) VALUE SPACES.
       01 WS-REVERSED-COUNT PIC 9(5) VALUE 0.
       01 WS-REJECT-COUNT PIC 9(5) VALUE 0.
       01 WS-LOG-RECORD-COUNT PIC 9(7) VALUE 0.
       01 WS-XRF-RC PIC 9(4) VALUE 0.

      *> The trail's detail lines, held so they can be undone last
      *> change first.
       01 WS-CHANGE-COUNT PIC 9(4) VALUE 0.
       01 WS-CHANGE-MAX PIC 9(4) VALUE 2000.
       01 CX PIC 9(4).
       01 WS-CHANGE-TABLE.
           05 WS-CHANGE-ENTRY OCCURS 2000 TIMES.
               10 CT-ACTION PIC X(7).
               10 CT-HYP PIC 9(3).
               10 CT-SEQ PIC 9(4).
               10 CT-BEFORE PIC X(11).
               10 CT-AFTER PIC X(11).

       01 WS-CTL-DATE-WORK PIC X(8).
       01 WS-CTL-DATE-PARTS REDEFINES WS-CTL-DATE-WORK.
           05 WS-CTL-YYYY PIC X(4).
           05 WS-CTL-MM PIC X(2).
           05 WS-CTL-DD PIC X(2).

       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
           05 WS-RUN-YYYY PIC 9(4).
           05 WS-RUN-MM PIC 9(2).
           05 WS-RUN-DD PIC 9(2).
       01 WS-RUN-DATE-DISPLAY PIC X(10).

       01 ERROR-HEADING-1.
           05 FILLER PIC X(10) VALUE 'TripleBko '.
           05 FILLER PIC X(30) VALUE
               'REFUSED REVERSALS             '.
       01 ERROR-HEADING-2.
           05 FILLER PIC X(10) VALUE 'RUN DATE: '.
           05 EH2-RUN-DATE PIC X(10).
       01 ERROR-HEADING-3.
           05 FILLER PIC X(14) VALUE 'AUDIT TRAIL:  '.
           05 EH3-TRAIL-NAME PIC X(40).
           05 FILLER PIC X(10) VALUE ' RUN DATE '.
           05 EH3-TRAIL-DATE PIC X(10).
       01 ERROR-DETAIL-LINE.
           05 ED-ACTION PIC X(7).
           05 FILLER PIC X(5) VALUE ' KEY '.
           05 ED-HYP PIC 9(3).
           05 FILLER PIC X(1) VALUE '/'.
           05 ED-SEQ PIC 9(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 ED-TEXT PIC X(40).

      *> Same detail layout as the TripleMnt trail, so a backout can
      *> itself be backed out.
       01 AUDIT-HEADING-1.
           05 FILLER PIC X(10) VALUE 'TripleBko '.
           05 FILLER PIC X(30) VALUE
               'MASTER CHANGE AUDIT TRAIL     '.
       01 AUDIT-HEADING-2.
           05 FILLER PIC X(10) VALUE 'RUN DATE: '.
           05 AH2-RUN-DATE PIC X(10).
       01 AUDIT-DETAIL-LINE.
           05 AD-ACTION PIC X(7).
           05 FILLER PIC X(5) VALUE ' KEY '.
           05 AD-HYP PIC 9(3).
           05 FILLER PIC X(1) VALUE '/'.
           05 AD-SEQ PIC 9(4).
           05 FILLER PIC X(9) VALUE '  BEFORE '.
           05 AD-BEFORE PIC X(11).
           05 FILLER PIC X(8) VALUE '  AFTER '.
           05 AD-AFTER PIC X(11).
       01 AUDIT-SUMMARY-LINE.
           05 FILLER PIC X(22) VALUE 'CHANGES REVERSED:     '.
           05 AS-COUNT PIC ZZZZ9.
       01 REJECT-SUMMARY-LINE.
           05 FILLER PIC X(22) VALUE 'REVERSALS REFUSED:    '.
           05 RS-COUNT PIC ZZZZ9.

      *> A trail detail line, read back field for field.
       01 WS-TRAIL-DETAIL.
           05 TD-ACTION PIC X(7).
           05 FILLER PIC X(5).
           05 TD-HYP PIC X(3).
           05 FILLER PIC X(1).
           05 TD-SEQ PIC X(4).
           05 FILLER PIC X(9).
           05 TD-BEFORE PIC X(11).
           05 FILLER PIC X(8).
           05 TD-AFTER PIC X(11).
           05 FILLER PIC X(22).

       01 WS-IMAGE-WORK PIC X(11).
       01 WS-IMAGE-PARTS REDEFINES WS-IMAGE-WORK.
           05 WS-IMG-LEG1 PIC 9(3).
           05 FILLER PIC X(1).
           05 WS-IMG-LEG2 PIC 9(3).
           05 FILLER PIC X(1).
           05 WS-IMG-HYP PIC 9(3).
       01 WS-CURRENT-IMAGE PIC X(11).

           COPY OPRMSG.
           COPY BUSDATE.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE TO WS-START-TIMESTAMP
           PERFORM GET-BUSINESS-DATE
           MOVE BD-BUSINESS-DATE TO WS-RUN-DATE
           STRING WS-RUN-MM '/' WS-RUN-DD '/' WS-RUN-YYYY
               DELIMITED BY SIZE INTO WS-RUN-DATE-DISPLAY
           PERFORM READ-CONTROL-CARD
           PERFORM LOAD-AUDIT-TRAIL
           IF WS-REQUIRED-DATE NOT = SPACES
                   AND WS-REQUIRED-DATE NOT = WS-TRAIL-DATE
               DISPLAY 'TripleBko: TRAIL ' FUNCTION TRIM(WS-TRAIL-NAME)
                   ' IS FOR RUN DATE ' WS-TRAIL-DATE
                   ', NOT ' WS-REQUIRED-DATE
               MOVE 0006 TO OM-MSG-NO
               MOVE 'S' TO OM-SEVERITY
               MOVE 'TRIPLEBKO.CONTROL.DAT' TO OM-FILE-NAME
               STRING 'TRAIL RUN DATE ' WS-TRAIL-DATE
                   ' NOT ' WS-REQUIRED-DATE
                   DELIMITED BY SIZE INTO OM-TEXT
               PERFORM WRITE-OPR-MSG
               MOVE 0 TO WS-LOG-RECORD-COUNT
               PERFORM WRITE-RUN-LOG
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O TRIPLES-FILE
           IF WS-TRP-STATUS NOT = '00'
               DISPLAY 'TripleBko: TRIPLES-FILE OPEN ERROR, STATUS '
                   WS-TRP-STATUS
               MOVE 0001 TO OM-MSG-NO
               MOVE 'S' TO OM-SEVERITY
               MOVE 'TRIPLES.MASTER.DAT' TO OM-FILE-NAME
               MOVE WS-TRP-STATUS TO OM-FILE-STATUS
               PERFORM WRITE-OPR-MSG
               MOVE 0 TO WS-LOG-RECORD-COUNT
               PERFORM WRITE-RUN-LOG
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT ERROR-FILE
           IF WS-ERROR-STATUS NOT = '00'
               DISPLAY 'TripleBko: ERROR-FILE OPEN ERROR, STATUS '
                   WS-ERROR-STATUS
               MOVE 0001 TO OM-MSG-NO
               MOVE 'S' TO OM-SEVERITY
               MOVE 'TRIPLEBKO.ERROR.DAT' TO OM-FILE-NAME
               MOVE WS-ERROR-STATUS TO OM-FILE-STATUS
               PERFORM WRITE-OPR-MSG
               CLOSE TRIPLES-FILE
               MOVE 0 TO WS-LOG-RECORD-COUNT
               PERFORM WRITE-RUN-LOG
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = '00'
               DISPLAY 'TripleBko: AUDIT-FILE OPEN ERROR, STATUS '
                   WS-AUDIT-STATUS
               MOVE 0001 TO OM-MSG-NO
               MOVE 'S' TO OM-SEVERITY
               MOVE 'TRIPLEBKO.AUDIT.DAT' TO OM-FILE-NAME
               MOVE WS-AUDIT-STATUS TO OM-FILE-STATUS
               PERFORM WRITE-OPR-MSG
               CLOSE TRIPLES-FILE
               CLOSE ERROR-FILE
               MOVE 0 TO WS-LOG-RECORD-COUNT
               PERFORM WRITE-RUN-LOG
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM WRITE-FILE-HEADINGS
           PERFORM VARYING CX FROM WS-CHANGE-COUNT BY -1
                   UNTIL CX < 1
               PERFORM REVERSE-ONE-CHANGE
           END-PERFORM
           MOVE WS-REVERSED-COUNT TO AS-COUNT
           WRITE AUDIT-LINE FROM AUDIT-SUMMARY-LINE
           IF WS-AUDIT-STATUS NOT = '00'
               PERFORM ABEND-AUDIT-WRITE-FAILURE
           END-IF
           MOVE WS-REJECT-COUNT TO RS-COUNT
           WRITE ERROR-LINE FROM REJECT-SUMMARY-LINE
           IF WS-ERROR-STATUS NOT = '00'
               PERFORM ABEND-ERROR-WRITE-FAILURE
           END-IF
           CLOSE TRIPLES-FILE
           CLOSE ERROR-FILE
           CLOSE AUDIT-FILE
           DISPLAY 'TripleBko: REVERSED ' WS-REVERSED-COUNT
               ', REFUSED ' WS-REJECT-COUNT
           MOVE WS-REVERSED-COUNT TO WS-LOG-RECORD-COUNT
           IF WS-REJECT-COUNT > 0
               MOVE 0020 TO OM-MSG-NO
               MOVE 'W' TO OM-SEVERITY
               MOVE 'TRIPLEBKO.ERROR.DAT' TO OM-FILE-NAME
               STRING 'REFUSED: ' WS-REJECT-COUNT
                   DELIMITED BY SIZE INTO OM-TEXT
               PERFORM WRITE-OPR-MSG
           END-IF
           PERFORM WRITE-RUN-LOG
           IF WS-REVERSED-COUNT > 0
               PERFORM REBUILD-LEG-XREF
           END-IF
           IF WS-REJECT-COUNT = 0
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-XRF-RC NOT = 0
               MOVE WS-XRF-RC TO RETURN-CODE
           END-IF
           GOBACK.

       READ-CONTROL-CARD.
           OPEN INPUT CONTROL-FILE
           IF WS-CTL-STATUS = '00'
               READ CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CTL-RUN-DATE NUMERIC
                           MOVE CTL-RUN-DATE TO WS-CTL-DATE-WORK
                           STRING WS-CTL-MM '/' WS-CTL-DD '/'
                               WS-CTL-YYYY
                               DELIMITED BY SIZE INTO WS-REQUIRED-DATE
                       END-IF
                       IF CTL-TRAIL-NAME NOT = SPACES
                           MOVE CTL-TRAIL-NAME TO WS-TRAIL-NAME
                       END-IF
               END-READ
               CLOSE CONTROL-FILE
           END-IF.

      *> Headings and summary lines are skipped; only lines whose
      *> action is ADD, DELETE or REPLACE are changes to undo.
       LOAD-AUDIT-TRAIL.
           OPEN INPUT TRAIL-FILE
           IF WS-TRAIL-STATUS NOT = '00'
               DISPLAY 'TripleBko: TRAIL-FILE OPEN ERROR, STATUS '
                   WS-TRAIL-STATUS ' ' FUNCTION TRIM(WS-TRAIL-NAME)
               MOVE 0001 TO OM-MSG-NO
               MOVE 'S' TO OM-SEVERITY
               MOVE WS-TRAIL-NAME TO OM-FILE-NAME
               MOVE WS-TRAIL-STATUS TO OM-FILE-STATUS
               PERFORM WRITE-OPR-MSG
               MOVE 0 TO WS-LOG-RECORD-COUNT
               PERFORM WRITE-RUN-LOG
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL WS-AT-TRAIL-EOF
               READ TRAIL-FILE
                   AT END
                       SET WS-AT-TRAIL-EOF TO TRUE
                   NOT AT END
                       PERFORM LOAD-TRAIL-LINE
               END-READ
           END-PERFORM
           CLOSE TRAIL-FILE.

       LOAD-TRAIL-LINE.
           IF TRAIL-LINE(1:10) = 'RUN DATE: '
                   AND WS-TRAIL-DATE = SPACES
               MOVE TRAIL-LINE(11:10) TO WS-TRAIL-DATE
           END-IF
           MOVE TRAIL-LINE TO WS-TRAIL-DETAIL
           IF (TD-ACTION = 'ADD    ' OR TD-ACTION = 'DELETE '
                   OR TD-ACTION = 'REPLACE')
                   AND TD-HYP NUMERIC AND TD-SEQ NUMERIC
               IF WS-CHANGE-COUNT >= WS-CHANGE-MAX
                   DISPLAY 'TripleBko: CHANGE TABLE FULL AT '
                       WS-CHANGE-MAX ' ENTRIES'
                   MOVE 0005 TO OM-MSG-NO
                   MOVE 'S' TO OM-SEVERITY
                   MOVE WS-TRAIL-NAME TO OM-FILE-NAME
                   MOVE 'CHANGE TABLE' TO OM-TEXT
                   PERFORM WRITE-OPR-MSG
                   CLOSE TRAIL-FILE
                   MOVE 0 TO WS-LOG-RECORD-COUNT
                   PERFORM WRITE-RUN-LOG
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO WS-CHANGE-COUNT
               MOVE TD-ACTION TO CT-ACTION(WS-CHANGE-COUNT)
               MOVE TD-HYP TO CT-HYP(WS-CHANGE-COUNT)
               MOVE TD-SEQ TO CT-SEQ(WS-CHANGE-COUNT)
               MOVE TD-BEFORE TO CT-BEFORE(WS-CHANGE-COUNT)
               MOVE TD-AFTER TO CT-AFTER(WS-CHANGE-COUNT)
           END-IF.

       WRITE-FILE-HEADINGS.
           WRITE ERROR-LINE FROM ERROR-HEADING-1
           IF WS-ERROR-STATUS NOT = '00'
               PERFORM ABEND-ERROR-WRITE-FAILURE
           END-IF
           MOVE WS-RUN-DATE-DISPLAY TO EH2-RUN-DATE
           WRITE ERROR-LINE FROM ERROR-HEADING-2
           IF WS-ERROR-STATUS NOT = '00'
               PERFORM ABEND-ERROR-WRITE-FAILURE
           END-IF
           MOVE WS-TRAIL-NAME TO EH3-TRAIL-NAME
           MOVE WS-TRAIL-DATE TO EH3-TRAIL-DATE
           WRITE ERROR-LINE FROM ERROR-HEADING-3
           IF WS-ERROR-STATUS NOT = '00'
               PERFORM ABEND-ERROR-WRITE-FAILURE
           END-IF
           MOVE SPACES TO ERROR-LINE
           WRITE ERROR-LINE
           IF WS-ERROR-STATUS NOT = '00'
               PERFORM ABEND-ERROR-WRITE-FAILURE
           END-IF
           WRITE AUDIT-LINE FROM AUDIT-HEADING-1
           IF WS-AUDIT-STATUS NOT = '00'
               PERFORM ABEND-AUDIT-WRITE-FAILURE
           END-IF
           MOVE WS-RUN-DATE-DISPLAY TO AH2-RUN-DATE
           WRITE AUDIT-LINE FROM AUDIT-HEADING-2
           IF WS-AUDIT-STATUS NOT = '00'
               PERFORM ABEND-AUDIT-WRITE-FAILURE
           END-IF
           MOVE SPACES TO AUDIT-LINE
           WRITE AUDIT-LINE
           IF WS-AUDIT-STATUS NOT = '00'
               PERFORM ABEND-AUDIT-WRITE-FAILURE
           END-IF.

      *> A change is only undone while the master still holds exactly
      *> what the run left there; anything touched since is refused.
       REVERSE-ONE-CHANGE.
           MOVE CT-ACTION(CX) TO ED-ACTION
           MOVE CT-HYP(CX) TO ED-HYP
           MOVE CT-SEQ(CX) TO ED-SEQ
           MOVE CT-HYP(CX) TO TRP-HYP
           MOVE CT-SEQ(CX) TO TRP-SEQ-NO
           READ TRIPLES-FILE
           IF NOT WS-TRP-READ-OK AND WS-TRP-STATUS NOT = '23'
               PERFORM ABEND-TRIPLES-IO-FAILURE
           END-IF
           IF WS-TRP-READ-OK
               PERFORM BUILD-CURRENT-IMAGE
           END-IF
           EVALUATE CT-ACTION(CX)
               WHEN 'ADD    '
                   PERFORM REVERSE-ADD
               WHEN 'DELETE '
                   PERFORM REVERSE-DELETE
               WHEN 'REPLACE'
                   PERFORM REVERSE-REPLACE
           END-EVALUATE.

       REVERSE-ADD.
           EVALUATE TRUE
               WHEN WS-TRP-STATUS = '23'
                   MOVE 'RECORD NO LONGER ON FILE' TO ED-TEXT
                   PERFORM WRITE-REJECT
               WHEN WS-CURRENT-IMAGE NOT = CT-AFTER(CX)
                   MOVE 'RECORD CHANGED SINCE THE RUN' TO ED-TEXT
                   PERFORM WRITE-REJECT
               WHEN OTHER
                   DELETE TRIPLES-FILE
                   IF WS-TRP-STATUS NOT = '00'
                       PERFORM ABEND-TRIPLES-IO-FAILURE
                   END-IF
                   MOVE 'DELETE ' TO AD-ACTION
                   MOVE WS-CURRENT-IMAGE TO AD-BEFORE
                   MOVE 'NONE       ' TO AD-AFTER
                   PERFORM WRITE-AUDIT-DETAIL
           END-EVALUATE.

       REVERSE-DELETE.
           MOVE CT-BEFORE(CX) TO WS-IMAGE-WORK
           EVALUATE TRUE
               WHEN WS-TRP-STATUS NOT = '23'
                   MOVE 'RECORD ADDED AGAIN SINCE THE RUN' TO ED-TEXT
                   PERFORM WRITE-REJECT
               WHEN WS-IMG-LEG1 NOT NUMERIC
                       OR WS-IMG-LEG2 NOT NUMERIC
                   MOVE 'BEFORE IMAGE NOT USABLE' TO ED-TEXT
                   PERFORM WRITE-REJECT
               WHEN OTHER
                   MOVE CT-HYP(CX) TO TRP-HYP
                   MOVE CT-SEQ(CX) TO TRP-SEQ-NO
                   MOVE WS-IMG-LEG1 TO TRP-LEG1
                   MOVE WS-IMG-LEG2 TO TRP-LEG2
                   WRITE TRIPLES-RECORD
                   IF WS-TRP-STATUS NOT = '00'
                           AND WS-TRP-STATUS NOT = '02'
                       PERFORM ABEND-TRIPLES-IO-FAILURE
                   END-IF
                   MOVE 'ADD    ' TO AD-ACTION
                   MOVE 'NONE       ' TO AD-BEFORE
                   MOVE CT-BEFORE(CX) TO AD-AFTER
                   PERFORM WRITE-AUDIT-DETAIL
           END-EVALUATE.

       REVERSE-REPLACE.
           MOVE CT-BEFORE(CX) TO WS-IMAGE-WORK
           EVALUATE TRUE
               WHEN WS-TRP-STATUS = '23'
                   MOVE 'RECORD NO LONGER ON FILE' TO ED-TEXT
                   PERFORM WRITE-REJECT
               WHEN WS-CURRENT-IMAGE NOT = CT-AFTER(CX)
                   MOVE 'RECORD CHANGED SINCE THE RUN' TO ED-TEXT
                   PERFORM WRITE-REJECT
               WHEN WS-IMG-LEG1 NOT NUMERIC
                       OR WS-IMG-LEG2 NOT NUMERIC
                   MOVE 'BEFORE IMAGE NOT USABLE' TO ED-TEXT
                   PERFORM WRITE-REJECT
               WHEN OTHER
                   MOVE WS-IMG-LEG1 TO TRP-LEG1
                   MOVE WS-IMG-LEG2 TO TRP-LEG2
                   REWRITE TRIPLES-RECORD
                   IF WS-TRP-STATUS NOT = '00'
                           AND WS-TRP-STATUS NOT = '02'
                       PERFORM ABEND-TRIPLES-IO-FAILURE
                   END-IF
                   MOVE 'REPLACE' TO AD-ACTION
                   MOVE WS-CURRENT-IMAGE TO AD-BEFORE
                   MOVE CT-BEFORE(CX) TO AD-AFTER
                   PERFORM WRITE-AUDIT-DETAIL
           END-EVALUATE.

       BUILD-CURRENT-IMAGE.
           MOVE ALL '-' TO WS-IMAGE-WORK
           MOVE TRP-LEG1 TO WS-IMG-LEG1
           MOVE TRP-LEG2 TO WS-IMG-LEG2
           MOVE TRP-HYP TO WS-IMG-HYP
           MOVE WS-IMAGE-WORK TO WS-CURRENT-IMAGE.

       WRITE-AUDIT-DETAIL.
           ADD 1 TO WS-REVERSED-COUNT
           MOVE CT-HYP(CX) TO AD-HYP
           MOVE CT-SEQ(CX) TO AD-SEQ
           WRITE AUDIT-LINE FROM AUDIT-DETAIL-LINE
           IF WS-AUDIT-STATUS NOT = '00'
               PERFORM ABEND-AUDIT-WRITE-FAILURE
           END-IF.

       WRITE-REJECT.
           ADD 1 TO WS-REJECT-COUNT
           WRITE ERROR-LINE FROM ERROR-DETAIL-LINE
           IF WS-ERROR-STATUS NOT = '00'
               PERFORM ABEND-ERROR-WRITE-FAILURE
           END-IF.

       ABEND-TRIPLES-IO-FAILURE.
           DISPLAY 'TripleBko: TRIPLES-FILE I-O ERROR, STATUS '
               WS-TRP-STATUS
           MOVE 0004 TO OM-MSG-NO
           MOVE 'S' TO OM-SEVERITY
           MOVE 'TRIPLES.MASTER.DAT' TO OM-FILE-NAME
           MOVE WS-TRP-STATUS TO OM-FILE-STATUS
           PERFORM WRITE-OPR-MSG
           CLOSE TRIPLES-FILE
           CLOSE ERROR-FILE
           CLOSE AUDIT-FILE
           MOVE WS-REVERSED-COUNT TO WS-LOG-RECORD-COUNT
           PERFORM WRITE-RUN-LOG
           IF WS-REVERSED-COUNT > 0
               PERFORM REBUILD-LEG-XREF
           END-IF
           MOVE 16 TO RETURN-CODE
           GOBACK.

       ABEND-ERROR-WRITE-FAILURE.
           DISPLAY 'TripleBko: ERROR-FILE WRITE ERROR, STATUS '
               WS-ERROR-STATUS
           MOVE 0003 TO OM-MSG-NO
           MOVE 'S' TO OM-SEVERITY
           MOVE 'TRIPLEBKO.ERROR.DAT' TO OM-FILE-NAME
           MOVE WS-ERROR-STATUS TO OM-FILE-STATUS
           PERFORM WRITE-OPR-MSG
           CLOSE TRIPLES-FILE
           CLOSE ERROR-FILE
           CLOSE AUDIT-FILE
           MOVE WS-REVERSED-COUNT TO WS-LOG-RECORD-COUNT
           PERFORM WRITE-RUN-LOG
           IF WS-REVERSED-COUNT > 0
               PERFORM REBUILD-LEG-XREF
           END-IF
           MOVE 16 TO RETURN-CODE
           GOBACK.

       ABEND-AUDIT-WRITE-FAILURE.
           DISPLAY 'TripleBko: AUDIT-FILE WRITE ERROR, STATUS '
               WS-AUDIT-STATUS
           MOVE 0003 TO OM-MSG-NO
           MOVE 'S' TO OM-SEVERITY
           MOVE 'TRIPLEBKO.AUDIT.DAT' TO OM-FILE-NAME
           MOVE WS-AUDIT-STATUS TO OM-FILE-STATUS
           PERFORM WRITE-OPR-MSG
           CLOSE TRIPLES-FILE
           CLOSE ERROR-FILE
           CLOSE AUDIT-FILE
           MOVE WS-REVERSED-COUNT TO WS-LOG-RECORD-COUNT
           PERFORM WRITE-RUN-LOG
           IF WS-REVERSED-COUNT > 0
               PERFORM REBUILD-LEG-XREF
           END-IF
           MOVE 16 TO RETURN-CODE
           GOBACK.

      *> The leg cross-reference is rebuilt from the master whenever
      *> the master changes, so a leg lookup never disagrees with it.
       REBUILD-LEG-XREF.
           MOVE 0 TO RETURN-CODE
           CALL 'TripleXrf'
               ON EXCEPTION
                   DISPLAY 'TripleBko: cannot call TripleXrf'
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
                   DISPLAY 'TripleBko: cannot call BusDate'
                   MOVE 0008 TO OM-MSG-NO
                   MOVE 'S' TO OM-SEVERITY
                   MOVE 'BusDate' TO OM-TEXT
                   PERFORM WRITE-OPR-MSG
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-CALL.

       WRITE-RUN-LOG.
           MOVE FUNCTION CURRENT-DATE TO WS-END-TIMESTAMP
           MOVE 'TripleBko' TO RL-PROGRAM-NAME
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
           MOVE 'TripleBko' TO OM-PROGRAM-NAME
           OPEN EXTEND OPR-MSG-FILE
           IF WS-OPRMSG-STATUS = '35'
               OPEN OUTPUT OPR-MSG-FILE
           END-IF
           IF WS-OPRMSG-STATUS = '00'
               WRITE OPR-MSG-LINE FROM OPR-MSG-RECORD
               CLOSE OPR-MSG-FILE
           END-IF
           MOVE SPACES TO OPR-MSG-RECORD.

       END PROGRAM TripleBko.
