       IDENTIFICATION DIVISION.
       PROGRAM-ID. ClkCoinRpt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OVERLAP-FILE ASSIGN TO 'CLKHANDS.OVERLAP.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OVERLAP-STATUS.
           SELECT EVENT-FILE ASSIGN TO 'CLKHANDS.EVENTS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EVT-KEY
               FILE STATUS IS WS-EVENT-STATUS.
           SELECT HANDS-CONTROL-FILE ASSIGN TO 'CLKHANDS.CONTROL.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HANDS-CONTROL-STATUS.
           SELECT CONTROL-FILE ASSIGN TO 'CLKCOIN.CONTROL.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT REPORT-FILE ASSIGN TO 'CLKCOIN.REPORT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO 'BATCH.RUNLOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.
           SELECT OPR-MSG-FILE ASSIGN TO 'BATCH.OPRMSG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPRMSG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OVERLAP-FILE.
       01  OVERLAP-RECORD.
           05 OVL-SCEN-ID PIC 9(2).
           05 OVL-I PIC 9(2).
           05 OVL-H PIC 9(2).
           05 OVL-M PIC 9(2).
           05 OVL-S PIC 9(2).
           05 OVL-HS PIC 9(2).

       FD  EVENT-FILE.
       01  EVENT-RECORD.
           05 EVT-KEY.
               10 EVT-SEQ-NO PIC 9(4).
           05 EVT-TYPE-CODE PIC X(11).
           05 EVT-TYPE-SEQ PIC 9(3).
           05 EVT-H PIC 9(2).
           05 EVT-M PIC 9(2).
           05 EVT-S PIC 9(2).
           05 EVT-HS PIC 9(2).

      *> ClockHands' scenario cards, one per scenario in OVL-SCEN-ID
      *> order, for each scenario's period and hour base.
       FD  HANDS-CONTROL-FILE.
       01  HANDS-CONTROL-RECORD.
           05 HCTL-PERIOD-SECONDS PIC 9(5).
           05 HCTL-OVERLAP-COUNT PIC 9(2).
           05 HCTL-HOUR-BASE PIC 9(2).

      *> Optional card: matching tolerance in hundredths of a second,
      *> and N to leave the oppositions and right angles out.
       FD  CONTROL-FILE.
       01  CONTROL-RECORD.
           05 CTL-TOLERANCE PIC X(5).
           05 CTL-INCLUDE-EVENTS PIC X.

       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(81).

       FD  RUN-LOG-FILE.
           COPY RUNLOG.

       FD  OPR-MSG-FILE.
       01  OPR-MSG-LINE PIC X(128).

       WORKING-STORAGE SECTION.
       01 WS-OVERLAP-STATUS PIC XX.
       01 WS-EVENT-STATUS PIC XX.
       01 WS-HANDS-CONTROL-STATUS PIC XX.
       01 WS-CONTROL-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-RUNLOG-STATUS PIC XX.
       01 WS-OPRMSG-STATUS PIC XX.
       01 WS-START-TIMESTAMP PIC X(21).
       01 WS-END-TIMESTAMP PIC X(21).
       01 WS-GUARD-RC PIC 9(4) VALUE 0.
       01 WS-OVERLAP-EOF PIC X VALUE 'N'.
           88 WS-AT-OVERLAP-EOF VALUE 'Y'.
       01 WS-EVENT-EOF PIC X VALUE 'N'.
           88 WS-AT-EVENT-EOF VALUE 'Y'.
       01 WS-HANDS-CONTROL-EOF PIC X VALUE 'N'.
           88 WS-AT-HANDS-CONTROL-EOF VALUE 'Y'.
       01 WS-LOG-RECORD-COUNT PIC 9(7) VALUE 0.

       01 WS-TOLERANCE PIC 9(5) VALUE 100.
       01 WS-INCLUDE-EVENTS PIC X VALUE 'Y'.
           88 WS-EVENTS-WANTED VALUE 'Y'.
       01 WS-EVENTS-LOADED PIC X VALUE 'N'.
           88 WS-EVENTS-WERE-LOADED VALUE 'Y'.

       01 WS-SCEN-MAX PIC 9(2) VALUE 20.
       01 WS-SCEN-TABLE.
           05 WS-SCEN-ENTRY OCCURS 20 TIMES.
               10 WS-SC-PERIOD PIC 9(5).
               10 WS-SC-BASE PIC 9(2).
               10 WS-SC-PRESENT PIC X.
               10 WS-SC-EVENTS PIC 9(5).
       01 WS-PAIR-TABLE.
           05 WS-PAIR-ROW OCCURS 20 TIMES.
               10 WS-PAIR-COUNT OCCURS 20 TIMES PIC 9(5).
       01 WS-SEEN-TABLE.
           05 WS-SCEN-SEEN OCCURS 20 TIMES PIC X.
       01 SX PIC 9(2).
       01 PX PIC 9(2).
       01 WS-CARD-COUNT PIC 9(2) VALUE 0.
       01 WS-SCEN-PRESENT-COUNT PIC 9(2) VALUE 0.

      *> Positions are hundredths of a second from the top of the
      *> cycle.  The cycle is the longest scenario period; a shorter
      *> scenario's events are repeated across it, so a 12-hour
      *> scenario is matched against both halves of a 24-hour one.
       01 WS-HORIZON PIC 9(7) VALUE 0.
       01 WS-EVENT-COUNT PIC 9(4) VALUE 0.
       01 WS-EVENT-MAX PIC 9(4) VALUE 3000.
       01 IX PIC 9(4).
       01 JX PIC 9(4).
       01 KX PIC 9(4).
       01 WS-EVENT-TABLE.
           05 WS-EVENT-ENTRY OCCURS 3000 TIMES.
               10 ET-T PIC 9(7).
               10 ET-SCEN PIC 9(2).
               10 ET-TYPE PIC X(11).
       01 WS-SWAP-ENTRY.
           05 SW-T PIC 9(7).
           05 SW-SCEN PIC 9(2).
           05 SW-TYPE PIC X(11).
       01 WS-NEW-T PIC 9(8).
       01 WS-NEW-SCEN PIC 9(2).
       01 WS-NEW-TYPE PIC X(11).
       01 WS-TRUE-H PIC 9(2).
       01 WS-STEP-T PIC 9(7).

       01 WS-CLUSTER-SCENS PIC 9(2).
       01 WS-MOMENT-COUNT PIC 9(5) VALUE 0.
       01 WS-GAP PIC 9(7).
       01 WS-LONGEST-GAP PIC 9(7) VALUE 0.
       01 WS-GAP-FROM PIC 9(7) VALUE 0.
       01 WS-GAP-TO PIC 9(7) VALUE 0.

       01 WS-DISP-T PIC 9(7).
       01 WS-DISP-SECONDS PIC 9(5).
       01 WS-DISP-H PIC 9(2).
       01 WS-DISP-M PIC 9(2).
       01 WS-DISP-S PIC 9(2).
       01 WS-DISP-HS PIC 9(2).
       01 WS-TIME-EDIT.
           05 WS-TE-H PIC Z9.
           05 FILLER PIC X(1) VALUE ':'.
           05 WS-TE-M PIC 99.
           05 FILLER PIC X(1) VALUE ':'.
           05 WS-TE-S PIC 99.
           05 FILLER PIC X(1) VALUE '.'.
           05 WS-TE-HS PIC 99.

       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
           05 WS-RUN-YYYY PIC 9(4).
           05 WS-RUN-MM PIC 9(2).
           05 WS-RUN-DD PIC 9(2).
       01 WS-RUN-DATE-DISPLAY PIC X(10).
       01 WS-PAGE-NO PIC 9(3) VALUE 0.
       01 WS-LINE-COUNT PIC 9(3) VALUE 0.
       01 WS-LINES-PER-PAGE PIC 9(3) VALUE 40.
       01 WS-LINE-COUNT-NEEDED PIC 9(4).

       01 HEADING-LINE-1.
           05 FILLER PIC X(10) VALUE 'ClkCoinRpt'.
           05 FILLER PIC X(30) VALUE
               ' CROSS-SCENARIO COINCIDENCES  '.
           05 FILLER PIC X(10) VALUE 'PAGE '.
           05 HL1-PAGE-NO PIC ZZ9.
       01 HEADING-LINE-2.
           05 FILLER PIC X(10) VALUE 'RUN DATE: '.
           05 HL2-RUN-DATE PIC X(10).
       01 HEADING-LINE-3.
           05 FILLER PIC X(22) VALUE 'TOLERANCE HUNDREDTHS: '.
           05 HL3-TOLERANCE PIC ZZZZ9.
           05 FILLER PIC X(19) VALUE '   CYCLE SECONDS: '.
           05 HL3-CYCLE PIC ZZZZ9.
           05 FILLER PIC X(11) VALUE '   EVENTS: '.
           05 HL3-EVENTS PIC X(14).
       01 PAGE-BREAK-LINE PIC X(20) VALUE '-- PAGE BREAK --'.

       01 MOMENT-LINE.
           05 FILLER PIC X(7) VALUE 'MOMENT '.
           05 ML-MOMENT PIC ZZZZ9.
           05 FILLER PIC X(5) VALUE '  AT '.
           05 ML-TIME PIC X(11).
           05 FILLER PIC X(8) VALUE '  SPAN  '.
           05 ML-SPAN PIC ZZZZ9.
           05 FILLER PIC X(15) VALUE ' HND  SCENARIOS'.
           05 ML-SCENS PIC ZZ9.
       01 MEMBER-LINE.
           05 FILLER PIC X(6) VALUE SPACES.
           05 FILLER PIC X(9) VALUE 'SCENARIO '.
           05 MB-SCEN PIC Z9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 MB-TYPE PIC X(11).
           05 FILLER PIC X(2) VALUE SPACES.
           05 MB-TIME PIC X(11).
       01 NO-MOMENT-LINE PIC X(40) VALUE
           'NO COINCIDENT MOMENTS WITHIN TOLERANCE'.

       01 GAP-HEADING-LINE PIC X(40) VALUE
           'LONGEST STRETCH WITH NO EVENT'.
       01 GAP-LINE.
           05 FILLER PIC X(6) VALUE 'FROM '.
           05 GL-FROM PIC X(11).
           05 FILLER PIC X(6) VALUE '  TO  '.
           05 GL-TO PIC X(11).
           05 FILLER PIC X(4) VALUE SPACES.
           05 GL-LENGTH PIC X(11).
       01 NO-GAP-LINE PIC X(40) VALUE
           'FEWER THAN TWO EVENTS, NO GAP MEASURED'.

       01 PAIR-HEADING-LINE PIC X(40) VALUE
           'COINCIDENCES BY SCENARIO PAIR'.
       01 PAIR-LINE.
           05 FILLER PIC X(9) VALUE 'SCENARIO '.
           05 PL-SCEN-1 PIC Z9.
           05 FILLER PIC X(6) VALUE ' WITH '.
           05 PL-SCEN-2 PIC Z9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 PL-COUNT PIC ZZZZ9.
           05 FILLER PIC X(8) VALUE ' MOMENTS'.
       01 NO-PAIR-LINE PIC X(40) VALUE
           'FEWER THAN TWO SCENARIOS ON FILE'.

       01 SUMMARY-LINE.
           05 FILLER PIC X(14) VALUE 'EVENTS USED:  '.
           05 SL-EVENTS PIC ZZZ9.
           05 FILLER PIC X(17) VALUE '   MOMENTS FOUND:'.
           05 SL-MOMENTS PIC ZZZZ9.

           COPY OPRMSG.
           COPY BUSDATE.
           COPY INGUARD.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE TO WS-START-TIMESTAMP
           PERFORM GET-BUSINESS-DATE
           MOVE BD-BUSINESS-DATE TO WS-RUN-DATE
           STRING WS-RUN-MM '/' WS-RUN-DD '/' WS-RUN-YYYY
               DELIMITED BY SIZE INTO WS-RUN-DATE-DISPLAY
           MOVE 'ClockHands' TO IG-PRODUCER
           PERFORM CHECK-INPUT-CURRENT
           IF NOT IG-CURRENT
               MOVE 0 TO WS-LOG-RECORD-COUNT
               PERFORM WRITE-RUN-LOG
               MOVE WS-GUARD-RC TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM READ-CONTROL-CARD
      *> Oppositions and right angles come from ClockEvt's file, which
      *> must be as current as the overlaps it is matched against.
           IF WS-EVENTS-WANTED
               MOVE 'ClockEvt' TO IG-PRODUCER
               PERFORM CHECK-INPUT-CURRENT
               IF NOT IG-CURRENT
                   MOVE 0 TO WS-LOG-RECORD-COUNT
                   PERFORM WRITE-RUN-LOG
                   MOVE WS-GUARD-RC TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           PERFORM LOAD-SCENARIO-CARDS
           PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > WS-SCEN-MAX
               MOVE 'N' TO WS-SC-PRESENT(SX)
               MOVE 0 TO WS-SC-EVENTS(SX)
               PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > WS-SCEN-MAX
                   MOVE 0 TO WS-PAIR-COUNT(SX, PX)
               END-PERFORM
           END-PERFORM
           OPEN INPUT OVERLAP-FILE
           IF WS-OVERLAP-STATUS NOT = '00'
               DISPLAY 'ClkCoinRpt: OVERLAP-FILE OPEN ERROR, STATUS '
                   WS-OVERLAP-STATUS
               MOVE 0001 TO OM-MSG-NO
               MOVE 'S' TO OM-SEVERITY
               MOVE 'CLKHANDS.OVERLAP.DAT' TO OM-FILE-NAME
               MOVE WS-OVERLAP-STATUS TO OM-FILE-STATUS
               PERFORM WRITE-OPR-MSG
               MOVE 0 TO WS-LOG-RECORD-COUNT
               PERFORM WRITE-RUN-LOG
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM READ-OVERLAP
           PERFORM UNTIL WS-AT-OVERLAP-EOF
               PERFORM LOAD-OVERLAP-EVENT
               PERFORM READ-OVERLAP
           END-PERFORM
           CLOSE OVERLAP-FILE
           IF WS-EVENTS-WANTED
               PERFORM LOAD-EVENT-FILE
           END-IF
           PERFORM SORT-EVENT-TABLE
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'ClkCoinRpt: REPORT-FILE OPEN ERROR, STATUS '
                   WS-REPORT-STATUS
               MOVE 0001 TO OM-MSG-NO
               MOVE 'S' TO OM-SEVERITY
               MOVE 'CLKCOIN.REPORT.DAT' TO OM-FILE-NAME
               MOVE WS-REPORT-STATUS TO OM-FILE-STATUS
               PERFORM WRITE-OPR-MSG
               MOVE 0 TO WS-LOG-RECORD-COUNT
               PERFORM WRITE-RUN-LOG
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM WRITE-HEADING
           PERFORM FIND-COINCIDENCES
           PERFORM FIND-LONGEST-GAP
           PERFORM WRITE-PAIR-COUNTS
           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-EVENT-COUNT TO SL-EVENTS
           MOVE WS-MOMENT-COUNT TO SL-MOMENTS
           MOVE SUMMARY-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           CLOSE REPORT-FILE
           DISPLAY 'ClkCoinRpt: MOMENTS FOUND: ' WS-MOMENT-COUNT
           MOVE WS-EVENT-COUNT TO WS-LOG-RECORD-COUNT
           PERFORM WRITE-RUN-LOG
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       READ-CONTROL-CARD.
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-STATUS = '00'
               READ CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CTL-TOLERANCE NUMERIC
                           MOVE CTL-TOLERANCE TO WS-TOLERANCE
                       ELSE
                           DISPLAY 'ClkCoinRpt: BAD TOLERANCE CARD, '
                               'USING ' WS-TOLERANCE
                           MOVE 0011 TO OM-MSG-NO
                           MOVE 'W' TO OM-SEVERITY
                           MOVE 'CLKCOIN.CONTROL.DAT' TO OM-FILE-NAME
                           STRING 'TOLERANCE ' CTL-TOLERANCE
                               ', USING ' WS-TOLERANCE
                               DELIMITED BY SIZE INTO OM-TEXT
                           PERFORM WRITE-OPR-MSG
                       END-IF
                       IF CTL-INCLUDE-EVENTS = 'N'
                           MOVE 'N' TO WS-INCLUDE-EVENTS
                       END-IF
               END-READ
               CLOSE CONTROL-FILE
           END-IF
           MOVE WS-TOLERANCE TO HL3-TOLERANCE.

      *> Scenarios without a card of their own, and the classic run
      *> with no control file at all, are 12-hour clocks.
       LOAD-SCENARIO-CARDS.
           PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > WS-SCEN-MAX
               MOVE 43200 TO WS-SC-PERIOD(SX)
               MOVE 12 TO WS-SC-BASE(SX)
           END-PERFORM
           OPEN INPUT HANDS-CONTROL-FILE
           IF WS-HANDS-CONTROL-STATUS = '00'
               PERFORM UNTIL WS-AT-HANDS-CONTROL-EOF
                   READ HANDS-CONTROL-FILE
                       AT END
                           SET WS-AT-HANDS-CONTROL-EOF TO TRUE
                       NOT AT END
                           IF WS-CARD-COUNT < WS-SCEN-MAX
                               ADD 1 TO WS-CARD-COUNT
                               PERFORM POST-SCENARIO-CARD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HANDS-CONTROL-FILE
           END-IF
           MOVE 0 TO WS-HORIZON
           PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > WS-SCEN-MAX
               IF WS-SC-PERIOD(SX) * 100 > WS-HORIZON
                   COMPUTE WS-HORIZON = WS-SC-PERIOD(SX) * 100
               END-IF
           END-PERFORM
           COMPUTE HL3-CYCLE = WS-HORIZON / 100.

       POST-SCENARIO-CARD.
           IF HCTL-PERIOD-SECONDS NUMERIC AND HCTL-PERIOD-SECONDS > 0
               MOVE HCTL-PERIOD-SECONDS TO WS-SC-PERIOD(WS-CARD-COUNT)
           END-IF
           IF HCTL-HOUR-BASE NUMERIC AND HCTL-HOUR-BASE > 0
               MOVE HCTL-HOUR-BASE TO WS-SC-BASE(WS-CARD-COUNT)
           END-IF.

       READ-OVERLAP.
           READ OVERLAP-FILE
               AT END
                   SET WS-AT-OVERLAP-EOF TO TRUE
           END-READ
           IF NOT WS-AT-OVERLAP-EOF AND WS-OVERLAP-STATUS NOT = '00'
               DISPLAY 'ClkCoinRpt: OVERLAP-FILE READ ERROR, STATUS '
                   WS-OVERLAP-STATUS
               MOVE 0002 TO OM-MSG-NO
               MOVE 'S' TO OM-SEVERITY
               MOVE 'CLKHANDS.OVERLAP.DAT' TO OM-FILE-NAME
               MOVE WS-OVERLAP-STATUS TO OM-FILE-STATUS
               PERFORM WRITE-OPR-MSG
               CLOSE OVERLAP-FILE
               MOVE WS-EVENT-COUNT TO WS-LOG-RECORD-COUNT
               PERFORM WRITE-RUN-LOG
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      *> A 12-hour-base file shows hour 0 as 12; that display hour is
      *> folded back before the position is worked out.
       LOAD-OVERLAP-EVENT.
           IF OVL-SCEN-ID = 0 OR OVL-SCEN-ID > WS-SCEN-MAX
               DISPLAY 'ClkCoinRpt: SCENARIO ' OVL-SCEN-ID
                   ' OUTSIDE SCENARIO TABLE'
               MOVE 0005 TO OM-MSG-NO
               MOVE 'S' TO OM-SEVERITY
               MOVE 'CLKHANDS.OVERLAP.DAT' TO OM-FILE-NAME
               MOVE 'SCENARIO TABLE' TO OM-TEXT
               PERFORM WRITE-OPR-MSG
               CLOSE OVERLAP-FILE
               MOVE WS-EVENT-COUNT TO WS-LOG-RECORD-COUNT
               PERFORM WRITE-RUN-LOG
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE OVL-SCEN-ID TO WS-NEW-SCEN
           MOVE OVL-H TO WS-TRUE-H
           IF WS-SC-BASE(WS-NEW-SCEN) = 12 AND WS-TRUE-H = 12
               MOVE 0 TO WS-TRUE-H
           END-IF
           COMPUTE WS-NEW-T =
               (WS-TRUE-H * 3600 + OVL-M * 60 + OVL-S) * 100
               + OVL-HS
           MOVE 'OVERLAP' TO WS-NEW-TYPE
           PERFORM ADD-EVENT-OCCURRENCES.

      *> ClockEvt builds the event file from the first scenario card,
      *> so its oppositions and right angles belong to scenario 1.
      *> Its overlaps are already on the overlap file and are skipped.
       LOAD-EVENT-FILE.
           OPEN INPUT EVENT-FILE
           IF WS-EVENT-STATUS = '35'
               DISPLAY 'ClkCoinRpt: NO EVENT FILE, OVERLAPS ONLY'
               MOVE 0010 TO OM-MSG-NO
               MOVE 'W' TO OM-SEVERITY
               MOVE 'CLKHANDS.EVENTS.DAT' TO OM-FILE-NAME
               MOVE WS-EVENT-STATUS TO OM-FILE-STATUS
               MOVE 'OVERLAPS ONLY MATCHED' TO OM-TEXT
               PERFORM WRITE-OPR-MSG
               MOVE 'OVERLAPS ONLY' TO HL3-EVENTS
           ELSE
               IF WS-EVENT-STATUS NOT = '00'
                   DISPLAY 'ClkCoinRpt: EVENT-FILE OPEN ERROR, STATUS '
                       WS-EVENT-STATUS
                   MOVE 0001 TO OM-MSG-NO
                   MOVE 'S' TO OM-SEVERITY
                   MOVE 'CLKHANDS.EVENTS.DAT' TO OM-FILE-NAME
                   MOVE WS-EVENT-STATUS TO OM-FILE-STATUS
                   PERFORM WRITE-OPR-MSG
                   MOVE WS-EVENT-COUNT TO WS-LOG-RECORD-COUNT
                   PERFORM WRITE-RUN-LOG
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               SET WS-EVENTS-WERE-LOADED TO TRUE
               PERFORM READ-EVENT
               PERFORM UNTIL WS-AT-EVENT-EOF
                   IF EVT-TYPE-CODE NOT = 'OVERLAP'
                       MOVE 1 TO WS-NEW-SCEN
                       MOVE EVT-H TO WS-TRUE-H
                       IF WS-SC-BASE(1) = 12 AND WS-TRUE-H = 12
                           MOVE 0 TO WS-TRUE-H
                       END-IF
                       COMPUTE WS-NEW-T =
                           (WS-TRUE-H * 3600 + EVT-M * 60 + EVT-S)
                           * 100 + EVT-HS
                       MOVE EVT-TYPE-CODE TO WS-NEW-TYPE
                       PERFORM ADD-EVENT-OCCURRENCES
                   END-IF
                   PERFORM READ-EVENT
               END-PERFORM
               CLOSE EVENT-FILE
               MOVE 'ALL TYPES' TO HL3-EVENTS
           END-IF.

       READ-EVENT.
           READ EVENT-FILE
               AT END
                   SET WS-AT-EVENT-EOF TO TRUE
           END-READ
           IF NOT WS-AT-EVENT-EOF AND WS-EVENT-STATUS NOT = '00'
                   AND WS-EVENT-STATUS NOT = '02'
               DISPLAY 'ClkCoinRpt: EVENT-FILE READ ERROR, STATUS '
                   WS-EVENT-STATUS
               MOVE 0002 TO OM-MSG-NO
               MOVE 'S' TO OM-SEVERITY
               MOVE 'CLKHANDS.EVENTS.DAT' TO OM-FILE-NAME
               MOVE WS-EVENT-STATUS TO OM-FILE-STATUS
               PERFORM WRITE-OPR-MSG
               CLOSE EVENT-FILE
               MOVE WS-EVENT-COUNT TO WS-LOG-RECORD-COUNT
               PERFORM WRITE-RUN-LOG
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       ADD-EVENT-OCCURRENCES.
           COMPUTE WS-STEP-T = WS-SC-PERIOD(WS-NEW-SCEN) * 100
           MOVE 'Y' TO WS-SC-PRESENT(WS-NEW-SCEN)
           PERFORM UNTIL WS-NEW-T >= WS-HORIZON
               IF WS-EVENT-COUNT >= WS-EVENT-MAX
                   DISPLAY 'ClkCoinRpt: EVENT TABLE FULL AT '
                       WS-EVENT-MAX ' ENTRIES'
                   MOVE 0005 TO OM-MSG-NO
                   MOVE 'S' TO OM-SEVERITY
                   MOVE 'CLKHANDS.OVERLAP.DAT' TO OM-FILE-NAME
                   MOVE 'EVENT TABLE' TO OM-TEXT
                   PERFORM WRITE-OPR-MSG
                   CLOSE OVERLAP-FILE
                   IF WS-EVENTS-WERE-LOADED
                       CLOSE EVENT-FILE
                   END-IF
                   MOVE WS-EVENT-COUNT TO WS-LOG-RECORD-COUNT
                   PERFORM WRITE-RUN-LOG
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO WS-EVENT-COUNT
               MOVE WS-NEW-T TO ET-T(WS-EVENT-COUNT)
               MOVE WS-NEW-SCEN TO ET-SCEN(WS-EVENT-COUNT)
               MOVE WS-NEW-TYPE TO ET-TYPE(WS-EVENT-COUNT)
               ADD 1 TO WS-SC-EVENTS(WS-NEW-SCEN)
               ADD WS-STEP-T TO WS-NEW-T
           END-PERFORM.

       SORT-EVENT-TABLE.
           PERFORM VARYING IX FROM 1 BY 1
                   UNTIL IX >= WS-EVENT-COUNT
               PERFORM VARYING JX FROM 1 BY 1
                       UNTIL JX > WS-EVENT-COUNT - IX
                   IF ET-T(JX) > ET-T(JX + 1)
                       MOVE WS-EVENT-ENTRY(JX) TO WS-SWAP-ENTRY
                       MOVE WS-EVENT-ENTRY(JX + 1)
                           TO WS-EVENT-ENTRY(JX)
                       MOVE WS-SWAP-ENTRY TO WS-EVENT-ENTRY(JX + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

      *> A moment opens at the earliest event not yet placed and takes
      *> in every later event within the tolerance of that first one.
      *> It is reported when the events in it come from two or more
      *> scenarios; events of one scenario alone are not a match.
       FIND-COINCIDENCES.
           MOVE 1 TO IX
           PERFORM UNTIL IX > WS-EVENT-COUNT
               MOVE IX TO KX
               PERFORM UNTIL KX >= WS-EVENT-COUNT
                       OR ET-T(KX + 1) - ET-T(IX) > WS-TOLERANCE
                   ADD 1 TO KX
               END-PERFORM
               PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > WS-SCEN-MAX
                   MOVE 'N' TO WS-SCEN-SEEN(SX)
               END-PERFORM
               MOVE 0 TO WS-CLUSTER-SCENS
               PERFORM VARYING JX FROM IX BY 1 UNTIL JX > KX
                   IF WS-SCEN-SEEN(ET-SCEN(JX)) = 'N'
                       MOVE 'Y' TO WS-SCEN-SEEN(ET-SCEN(JX))
                       ADD 1 TO WS-CLUSTER-SCENS
                   END-IF
               END-PERFORM
               IF WS-CLUSTER-SCENS >= 2
                   PERFORM REPORT-MOMENT
                   PERFORM TALLY-SCENARIO-PAIRS
               END-IF
               COMPUTE IX = KX + 1
           END-PERFORM
           IF WS-MOMENT-COUNT = 0
               MOVE NO-MOMENT-LINE TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

       REPORT-MOMENT.
           ADD 1 TO WS-MOMENT-COUNT
           COMPUTE WS-LINE-COUNT-NEEDED = KX - IX + 2
           IF WS-LINE-COUNT + WS-LINE-COUNT-NEEDED > WS-LINES-PER-PAGE
               PERFORM WRITE-HEADING
           END-IF
           MOVE WS-MOMENT-COUNT TO ML-MOMENT
           MOVE ET-T(IX) TO WS-DISP-T
           PERFORM EDIT-TIME
           MOVE WS-TIME-EDIT TO ML-TIME
           COMPUTE ML-SPAN = ET-T(KX) - ET-T(IX)
           MOVE WS-CLUSTER-SCENS TO ML-SCENS
           MOVE MOMENT-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING JX FROM IX BY 1 UNTIL JX > KX
               MOVE ET-SCEN(JX) TO MB-SCEN
               MOVE ET-TYPE(JX) TO MB-TYPE
               MOVE ET-T(JX) TO WS-DISP-T
               PERFORM EDIT-TIME
               MOVE WS-TIME-EDIT TO MB-TIME
               MOVE MEMBER-LINE TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-PERFORM.

      *> Each pair of scenarios meeting in a moment is counted once
      *> for that moment, under the lower-numbered scenario's row.
       TALLY-SCENARIO-PAIRS.
           PERFORM VARYING SX FROM 1 BY 1 UNTIL SX >= WS-SCEN-MAX
               IF WS-SCEN-SEEN(SX) = 'Y'
                   PERFORM VARYING PX FROM SX BY 1
                           UNTIL PX > WS-SCEN-MAX
                       IF PX > SX AND WS-SCEN-SEEN(PX) = 'Y'
                           ADD 1 TO WS-PAIR-COUNT(SX, PX)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

      *> The clock is a cycle, so the stretch from the last event back
      *> round to the first is measured as well.
       FIND-LONGEST-GAP.
           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE GAP-HEADING-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           IF WS-EVENT-COUNT < 2
               MOVE NO-GAP-LINE TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           ELSE
               PERFORM VARYING IX FROM 1 BY 1
                       UNTIL IX >= WS-EVENT-COUNT
                   COMPUTE WS-GAP = ET-T(IX + 1) - ET-T(IX)
                   IF WS-GAP > WS-LONGEST-GAP
                       MOVE WS-GAP TO WS-LONGEST-GAP
                       MOVE ET-T(IX) TO WS-GAP-FROM
                       MOVE ET-T(IX + 1) TO WS-GAP-TO
                   END-IF
               END-PERFORM
               COMPUTE WS-GAP =
                   WS-HORIZON - ET-T(WS-EVENT-COUNT) + ET-T(1)
               IF WS-GAP > WS-LONGEST-GAP
                   MOVE WS-GAP TO WS-LONGEST-GAP
                   MOVE ET-T(WS-EVENT-COUNT) TO WS-GAP-FROM
                   MOVE ET-T(1) TO WS-GAP-TO
               END-IF
               MOVE WS-GAP-FROM TO WS-DISP-T
               PERFORM EDIT-TIME
               MOVE WS-TIME-EDIT TO GL-FROM
               MOVE WS-GAP-TO TO WS-DISP-T
               PERFORM EDIT-TIME
               MOVE WS-TIME-EDIT TO GL-TO
               MOVE WS-LONGEST-GAP TO WS-DISP-T
               PERFORM EDIT-TIME
               MOVE WS-TIME-EDIT TO GL-LENGTH
               MOVE GAP-LINE TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

       WRITE-PAIR-COUNTS.
           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE PAIR-HEADING-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE 0 TO WS-SCEN-PRESENT-COUNT
           PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > WS-SCEN-MAX
               IF WS-SC-PRESENT(SX) = 'Y'
                   ADD 1 TO WS-SCEN-PRESENT-COUNT
               END-IF
           END-PERFORM
           IF WS-SCEN-PRESENT-COUNT < 2
               MOVE NO-PAIR-LINE TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           ELSE
               PERFORM VARYING SX FROM 1 BY 1 UNTIL SX >= WS-SCEN-MAX
                   IF WS-SC-PRESENT(SX) = 'Y'
                       PERFORM WRITE-PAIR-ROW
                   END-IF
               END-PERFORM
           END-IF.

       WRITE-PAIR-ROW.
           PERFORM VARYING PX FROM SX BY 1 UNTIL PX > WS-SCEN-MAX
               IF PX > SX AND WS-SC-PRESENT(PX) = 'Y'
                   IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                       PERFORM WRITE-HEADING
                   END-IF
                   MOVE SX TO PL-SCEN-1
                   MOVE PX TO PL-SCEN-2
                   MOVE WS-PAIR-COUNT(SX, PX) TO PL-COUNT
                   MOVE PAIR-LINE TO REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF
           END-PERFORM.

      *> Positions and lengths are shown as elapsed H:MM:SS.HS from
      *> the top of the cycle.
       EDIT-TIME.
           DIVIDE WS-DISP-T BY 100 GIVING WS-DISP-SECONDS
               REMAINDER WS-DISP-HS
           DIVIDE WS-DISP-SECONDS BY 3600 GIVING WS-DISP-H
               REMAINDER WS-DISP-SECONDS
           DIVIDE WS-DISP-SECONDS BY 60 GIVING WS-DISP-M
               REMAINDER WS-DISP-S
           MOVE WS-DISP-H TO WS-TE-H
           MOVE WS-DISP-M TO WS-TE-M
           MOVE WS-DISP-S TO WS-TE-S
           MOVE WS-DISP-HS TO WS-TE-HS.

       WRITE-HEADING.
           ADD 1 TO WS-PAGE-NO
           MOVE WS-PAGE-NO TO HL1-PAGE-NO
           MOVE WS-RUN-DATE-DISPLAY TO HL2-RUN-DATE
           IF WS-PAGE-NO > 1
               MOVE PAGE-BREAK-LINE TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE HEADING-LINE-1 TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE HEADING-LINE-2 TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           IF WS-EVENTS-WANTED
               IF HL3-EVENTS = SPACES
                   MOVE 'ALL TYPES' TO HL3-EVENTS
               END-IF
           ELSE
               MOVE 'OVERLAPS ONLY' TO HL3-EVENTS
           END-IF
           MOVE HEADING-LINE-3 TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE 0 TO WS-LINE-COUNT.

       WRITE-REPORT-LINE.
           WRITE REPORT-LINE
           IF WS-REPORT-STATUS NOT = '00'
               PERFORM ABEND-REPORT-WRITE-FAILURE
           END-IF
           ADD 1 TO WS-LINE-COUNT.

       ABEND-REPORT-WRITE-FAILURE.
           DISPLAY 'ClkCoinRpt: REPORT-FILE WRITE ERROR, STATUS '
               WS-REPORT-STATUS
           MOVE 0003 TO OM-MSG-NO
           MOVE 'S' TO OM-SEVERITY
           MOVE 'CLKCOIN.REPORT.DAT' TO OM-FILE-NAME
           MOVE WS-REPORT-STATUS TO OM-FILE-STATUS
           PERFORM WRITE-OPR-MSG
           CLOSE REPORT-FILE
           MOVE WS-EVENT-COUNT TO WS-LOG-RECORD-COUNT
           PERFORM WRITE-RUN-LOG
           MOVE 16 TO RETURN-CODE
           GOBACK.

       CHECK-INPUT-CURRENT.
           MOVE 'ClkCoinRpt' TO IG-CONSUMER
           SET IG-AGE-CHECKED TO TRUE
           CALL 'InputGuard' USING INPUT-GUARD-PARMS
               ON EXCEPTION
                   DISPLAY 'ClkCoinRpt: cannot call InputGuard'
                   MOVE 0008 TO OM-MSG-NO
                   MOVE 'S' TO OM-SEVERITY
                   MOVE 'InputGuard' TO OM-TEXT
                   PERFORM WRITE-OPR-MSG
                   MOVE 'X' TO IG-RESULT
                   MOVE 16 TO WS-GUARD-RC
           END-CALL
           IF IG-NOT-CURRENT
               DISPLAY 'ClkCoinRpt: INPUT NOT CURRENT, ' IG-REASON
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
                   DISPLAY 'ClkCoinRpt: cannot call BusDate'
                   MOVE 0008 TO OM-MSG-NO
                   MOVE 'S' TO OM-SEVERITY
                   MOVE 'BusDate' TO OM-TEXT
                   PERFORM WRITE-OPR-MSG
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-CALL.

       WRITE-RUN-LOG.
           MOVE FUNCTION CURRENT-DATE TO WS-END-TIMESTAMP
           MOVE 'ClkCoinRpt' TO RL-PROGRAM-NAME
           MOVE WS-START-TIMESTAMP TO RL-START-TIMESTAMP
           MOVE WS-END-TIMESTAMP TO RL-END-TIMESTAMP
           MOVE WS-LOG-RECORD-COUNT TO RL-RECORD-COUNT
           MOVE WS-MOMENT-COUNT TO RL-CONTROL-TOTAL
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
           MOVE 'ClkCoinRpt' TO OM-PROGRAM-NAME
           OPEN EXTEND OPR-MSG-FILE
           IF WS-OPRMSG-STATUS = '35'
               OPEN OUTPUT OPR-MSG-FILE
           END-IF
           IF WS-OPRMSG-STATUS = '00'
               WRITE OPR-MSG-LINE FROM OPR-MSG-RECORD
               CLOSE OPR-MSG-FILE
           END-IF
           MOVE SPACES TO OPR-MSG-RECORD.

       END PROGRAM ClkCoinRpt.
