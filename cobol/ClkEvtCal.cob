       IDENTIFICATION DIVISION.
       PROGRAM-ID. ClkEvtCal.

      *> Lays one scenario's event table out over a range of calendar
      *> dates.  The clock is taken to read the top of its period at
      *> midnight on the start date; the table is repeated period after
      *> period to the end of the end date and every event is written
      *> with its date and 24-hour time of day to CLKEVTCAL.EVENTS.DAT,
      *> with a day-by-day count report beside it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EVENT-FILE ASSIGN TO 'CLKHANDS.EVENTS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EVT-KEY
               FILE STATUS IS WS-EVENT-STATUS.
           SELECT HANDS-CONTROL-FILE ASSIGN TO 'CLKHANDS.CONTROL.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HANDS-CONTROL-STATUS.
           SELECT CONTROL-FILE ASSIGN TO 'CLKEVTCAL.CONTROL.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO 'CLKEVTCAL.EVENTS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CAL-KEY
               FILE STATUS IS WS-CALENDAR-STATUS.
           SELECT REPORT-FILE ASSIGN TO 'CLKEVTCAL.REPORT.DAT'
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

       FD  HANDS-CONTROL-FILE.
       01  HANDS-CONTROL-RECORD.
           05 HCTL-PERIOD-SECONDS PIC 9(5).
           05 HCTL-OVERLAP-COUNT PIC 9(2).
           05 HCTL-HOUR-BASE PIC 9(2).

      *> Start and end dates YYYYMMDD and the ClockHands scenario
      *> number.  With no card the calendar covers the business date
      *> for scenario 1; a blank end date means the start date alone.
       FD  CONTROL-FILE.
       01  CONTROL-RECORD.
           05 CTL-START-DATE PIC X(8).
           05 CTL-END-DATE PIC X(8).
           05 CTL-SCEN-ID PIC X(2).

      *> Keyed by date and 24-hour time of day, so a reader can START
      *> at any date and time and read forward.
       FD  CALENDAR-FILE.
       01  CALENDAR-RECORD.
           05 CAL-KEY.
               10 CAL-DATE PIC 9(8).
               10 CAL-H PIC 9(2).
               10 CAL-M PIC 9(2).
               10 CAL-S PIC 9(2).
               10 CAL-HS PIC 9(2).
               10 CAL-TYPE-CODE PIC X(11).
           05 CAL-TYPE-SEQ PIC 9(3).
           05 CAL-SCEN-ID PIC 9(2).

       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(81).

       FD  RUN-LOG-FILE.
           COPY RUNLOG.

       FD  OPR-MSG-FILE.
       01  OPR-MSG-LINE PIC X(128).

       WORKING-STORAGE SECTION.
       01 WS-EVENT-STATUS PIC XX.
       01 WS-HANDS-CONTROL-STATUS PIC XX.
       01 WS-CONTROL-STATUS PIC XX.
       01 WS-CALENDAR-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-RUNLOG-STATUS PIC XX.
       01 WS-OPRMSG-STATUS PIC XX.
       01 WS-START-TIMESTAMP PIC X(21).
       01 WS-END-TIMESTAMP PIC X(21).
       01 WS-GUARD-RC PIC 9(4) VALUE 0.
       01 WS-EVENT-EOF PIC X VALUE 'N'.
           88 WS-AT-EVENT-EOF VALUE 'Y'.
       01 WS-HANDS-CONTROL-EOF PIC X VALUE 'N'.
           88 WS-AT-HANDS-CONTROL-EOF VALUE 'Y'.
       01 WS-LOG-RECORD-COUNT PIC 9(7) VALUE 0.

       01 WS-CAL-START-DATE PIC 9(8).
       01 WS-CAL-END-DATE PIC 9(8).
       01 WS-CAL-SCEN-ID PIC 9(2) VALUE 1.
       01 WS-CAL-START-INT PIC 9(7).
       01 WS-CAL-END-INT PIC 9(7).
       01 WS-CAL-DAYS PIC 9(5).
       01 WS-CAL-MAX-DAYS PIC 9(5) VALUE 366.
       01 WS-CARD-ERROR PIC X(40) VALUE SPACES.

       01 WS-PERIOD-SECONDS PIC 9(5) VALUE 43200.
       01 WS-OVERLAP-COUNT PIC 9(2) VALUE 11.
       01 WS-HOUR-BASE PIC 9(2) VALUE 12.
       01 WS-CARD-COUNT PIC 9(2) VALUE 0.
       01 WS-SCEN-FOUND PIC X VALUE 'N'.
           88 WS-SCEN-WAS-FOUND VALUE 'Y'.

       01 I PIC 9(2).
       01 WS-EVENT-COUNT PIC 9(3) VALUE 0.
       01 WS-EVENT-MAX PIC 9(3) VALUE 400.
       01 IX PIC 9(3).
       01 JX PIC 9(3).
       01 WS-EVENT-TABLE.
           05 WS-EVENT-ENTRY OCCURS 400 TIMES.
               10 ET-T PIC 9(7).
               10 ET-TYPE PIC X(11).
               10 ET-TYPE-SEQ PIC 9(3).
       01 WS-SWAP-ENTRY.
           05 SW-T PIC 9(7).
           05 SW-TYPE PIC X(11).
           05 SW-TYPE-SEQ PIC 9(3).
       01 WS-NEW-T PIC 9(7).
       01 WS-NEW-TYPE PIC X(11).
       01 WS-NEW-TYPE-SEQ PIC 9(3).
       01 WS-TRUE-H PIC 9(2).
       01 WS-OVERLAP-SEQ PIC 9(3) VALUE 0.
       01 WS-OPPOSITION-SEQ PIC 9(3) VALUE 0.
       01 WS-RIGHT-ANGLE-SEQ PIC 9(3) VALUE 0.

      *> Calendar positions are hundredths of a second from midnight
      *> at the start of the start date.
       01 WS-DAY-HUNDREDTHS PIC 9(7) VALUE 8640000.
       01 WS-PERIOD-HUNDREDTHS PIC 9(7).
       01 WS-RANGE-END PIC 9(11).
       01 WS-PERIOD-START PIC 9(11).
       01 WS-ABS-T PIC 9(11).
       01 WS-EVENT-DAY PIC 9(5).
       01 WS-DAY-T PIC 9(7).
       01 WS-DAY-SECONDS PIC 9(5).
       01 WS-DAY-NO PIC 9(5) VALUE 0.
       01 WS-DAY-DATE PIC 9(8).
       01 WS-DAY-DATE-R REDEFINES WS-DAY-DATE.
           05 WS-DAY-YYYY PIC 9(4).
           05 WS-DAY-MM PIC 9(2).
           05 WS-DAY-DD PIC 9(2).
       01 WS-DAY-OVERLAPS PIC 9(5) VALUE 0.
       01 WS-DAY-OPPOSITIONS PIC 9(5) VALUE 0.
       01 WS-DAY-RIGHT-ANGLES PIC 9(5) VALUE 0.
       01 WS-DAY-TOTAL PIC 9(5) VALUE 0.
       01 WS-TOT-OVERLAPS PIC 9(7) VALUE 0.
       01 WS-TOT-OPPOSITIONS PIC 9(7) VALUE 0.
       01 WS-TOT-RIGHT-ANGLES PIC 9(7) VALUE 0.
       01 WS-CALENDAR-COUNT PIC 9(7) VALUE 0.

       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
           05 WS-RUN-YYYY PIC 9(4).
           05 WS-RUN-MM PIC 9(2).
           05 WS-RUN-DD PIC 9(2).
       01 WS-RUN-DATE-DISPLAY PIC X(10).
       01 WS-EDIT-DATE PIC 9(8).
       01 WS-EDIT-DATE-R REDEFINES WS-EDIT-DATE.
           05 WS-EDIT-YYYY PIC 9(4).
           05 WS-EDIT-MM PIC 9(2).
           05 WS-EDIT-DD PIC 9(2).
       01 WS-EDIT-DATE-DISPLAY PIC X(10).
       01 WS-PAGE-NO PIC 9(3) VALUE 0.
       01 WS-LINE-COUNT PIC 9(3) VALUE 0.
       01 WS-LINES-PER-PAGE PIC 9(3) VALUE 40.

       01 HEADING-LINE-1.
           05 FILLER PIC X(10) VALUE 'ClkEvtCal '.
           05 FILLER PIC X(30) VALUE
               'DATED EVENT CALENDAR          '.
           05 FILLER PIC X(10) VALUE 'PAGE '.
           05 HL1-PAGE-NO PIC ZZ9.
       01 HEADING-LINE-2.
           05 FILLER PIC X(10) VALUE 'RUN DATE: '.
           05 HL2-RUN-DATE PIC X(10).
       01 HEADING-LINE-3.
           05 FILLER PIC X(10) VALUE 'SCENARIO: '.
           05 HL3-SCEN-ID PIC Z9.
           05 FILLER PIC X(7) VALUE '  FROM '.
           05 HL3-FROM PIC X(10).
           05 FILLER PIC X(4) VALUE ' TO '.
           05 HL3-TO PIC X(10).
           05 FILLER PIC X(9) VALUE '  PERIOD '.
           05 HL3-PERIOD PIC ZZZZ9.
           05 FILLER PIC X(7) VALUE '  BASE '.
           05 HL3-BASE PIC Z9.
       01 HEADING-LINE-4.
           05 FILLER PIC X(14) VALUE 'DATE'.
           05 FILLER PIC X(10) VALUE '   OVERLAP'.
           05 FILLER PIC X(12) VALUE '  OPPOSITION'.
           05 FILLER PIC X(13) VALUE '  RIGHT-ANGLE'.
           05 FILLER PIC X(9) VALUE '    TOTAL'.
       01 PAGE-BREAK-LINE PIC X(20) VALUE '-- PAGE BREAK --'.

       01 DAY-LINE.
           05 DY-DATE PIC X(10).
           05 FILLER PIC X(4) VALUE SPACES.
           05 DY-OVERLAPS PIC Z(9)9.
           05 DY-OPPOSITIONS PIC Z(11)9.
           05 DY-RIGHT-ANGLES PIC Z(12)9.
           05 DY-TOTAL PIC Z(8)9.
       01 TOTAL-LINE.
           05 FILLER PIC X(14) VALUE 'RANGE TOTAL'.
           05 TL-OVERLAPS PIC Z(9)9.
           05 TL-OPPOSITIONS PIC Z(11)9.
           05 TL-RIGHT-ANGLES PIC Z(12)9.
           05 TL-TOTAL PIC Z(8)9.

           COPY OPRMSG.
           COPY BUSDATE.
           COPY INGUARD.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE TO WS-START-TIMESTAMP
           PERFORM GET-BUSINESS-DATE
           MOVE BD-BUSINESS-DATE TO WS-RUN-DATE
           STRING WS-RUN-MM '/' WS-RUN-DD '/' WS-RUN-YYYY
               DELIMITED BY SIZE INTO WS-RUN-DATE-DISPLAY
           PERFORM READ-CONTROL-CARD
           IF WS-CARD-ERROR NOT = SPACES
               DISPLAY 'ClkEvtCal: INVALID CONTROL CARD, '
                   WS-CARD-ERROR
               MOVE 0006 TO OM-MSG-NO
               MOVE 'S' TO OM-SEVERITY
               MOVE 'CLKEVTCAL.CONTROL.DAT' TO OM-FILE-NAME
               MOVE WS-CARD-ERROR TO OM-TEXT
               PERFORM WRITE-OPR-MSG
               MOVE 0 TO WS-LOG-RECORD-COUNT
               PERFORM WRITE-RUN-LOG
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-SCENARIO-CARD
           IF NOT WS-SCEN-WAS-FOUND
               DISPLAY 'ClkEvtCal: NO CLKHANDS CARD FOR SCENARIO '
                   WS-CAL-SCEN-ID
               MOVE 0006 TO OM-MSG-NO
               MOVE 'S' TO OM-SEVERITY
               MOVE 'CLKHANDS.CONTROL.DAT' TO OM-FILE-NAME
               STRING 'NO CARD FOR SCENARIO ' WS-CAL-SCEN-ID
                   DELIMITED BY SIZE INTO OM-TEXT
               PERFORM WRITE-OPR-MSG
               MOVE 0 TO WS-LOG-RECORD-COUNT
               PERFORM WRITE-RUN-LOG
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
      *> Scenario 1 is the one ClockEvt publishes, so its table is
      *> read from the event file; any other scenario's table is built
      *> from its own card by the same hand geometry.
           IF WS-CAL-SCEN-ID = 1
               MOVE 'ClockEvt' TO IG-PRODUCER
               PERFORM CHECK-INPUT-CURRENT
               IF NOT IG-CURRENT
                   MOVE 0 TO WS-LOG-RECORD-COUNT
                   PERFORM WRITE-RUN-LOG
                   MOVE WS-GUARD-RC TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM LOAD-EVENT-FILE
           ELSE
               PERFORM BUILD-EVENT-TABLE
           END-IF
           PERFORM SORT-EVENT-TABLE
           OPEN OUTPUT CALENDAR-FILE
           IF WS-CALENDAR-STATUS NOT = '00'
               DISPLAY 'ClkEvtCal: CALENDAR-FILE OPEN ERROR, STATUS '
                   WS-CALENDAR-STATUS
               MOVE 0001 TO OM-MSG-NO
               MOVE 'S' TO OM-SEVERITY
               MOVE 'CLKEVTCAL.EVENTS.DAT' TO OM-FILE-NAME
               MOVE WS-CALENDAR-STATUS TO OM-FILE-STATUS
               PERFORM WRITE-OPR-MSG
               MOVE 0 TO WS-LOG-RECORD-COUNT
               PERFORM WRITE-RUN-LOG
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'ClkEvtCal: REPORT-FILE OPEN ERROR, STATUS '
                   WS-REPORT-STATUS
               MOVE 0001 TO OM-MSG-NO
               MOVE 'S' TO OM-SEVERITY
               MOVE 'CLKEVTCAL.REPORT.DAT' TO OM-FILE-NAME
               MOVE WS-REPORT-STATUS TO OM-FILE-STATUS
               PERFORM WRITE-OPR-MSG
               CLOSE CALENDAR-FILE
               MOVE 0 TO WS-LOG-RECORD-COUNT
               PERFORM WRITE-RUN-LOG
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM WRITE-HEADING
           IF WS-EVENT-COUNT = 0
               DISPLAY 'ClkEvtCal: EVENT TABLE IS EMPTY'
               MOVE 0010 TO OM-MSG-NO
               MOVE 'W' TO OM-SEVERITY
               MOVE 'CLKHANDS.EVENTS.DAT' TO OM-FILE-NAME
               PERFORM WRITE-OPR-MSG
           ELSE
               PERFORM EXPAND-CALENDAR
           END-IF
           PERFORM UNTIL WS-DAY-NO >= WS-CAL-DAYS
               PERFORM WRITE-DAY-LINE
           END-PERFORM
           PERFORM WRITE-TOTAL-LINE
           CLOSE CALENDAR-FILE
           CLOSE REPORT-FILE
           DISPLAY 'ClkEvtCal: DATED EVENTS WRITTEN: '
               WS-CALENDAR-COUNT
           MOVE WS-CALENDAR-COUNT TO WS-LOG-RECORD-COUNT
           PERFORM WRITE-RUN-LOG
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       READ-CONTROL-CARD.
           MOVE BD-BUSINESS-DATE TO WS-CAL-START-DATE
           MOVE BD-BUSINESS-DATE TO WS-CAL-END-DATE
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-STATUS = '00'
               READ CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM EDIT-CONTROL-CARD
               END-READ
               CLOSE CONTROL-FILE
           END-IF
           IF WS-CARD-ERROR = SPACES
               COMPUTE WS-CAL-START-INT =
                   FUNCTION INTEGER-OF-DATE(WS-CAL-START-DATE)
               COMPUTE WS-CAL-END-INT =
                   FUNCTION INTEGER-OF-DATE(WS-CAL-END-DATE)
               IF WS-CAL-END-INT < WS-CAL-START-INT
                   MOVE 'END DATE BEFORE START DATE' TO WS-CARD-ERROR
               ELSE
                   COMPUTE WS-CAL-DAYS =
                       WS-CAL-END-INT - WS-CAL-START-INT + 1
                   IF WS-CAL-DAYS > WS-CAL-MAX-DAYS
                       MOVE 'RANGE OVER 366 DAYS' TO WS-CARD-ERROR
                   END-IF
               END-IF
           END-IF.

       EDIT-CONTROL-CARD.
           IF CTL-START-DATE NOT = SPACES
               IF CTL-START-DATE NUMERIC
                   MOVE CTL-START-DATE TO WS-CAL-START-DATE
                   MOVE CTL-START-DATE TO WS-CAL-END-DATE
               ELSE
                   MOVE 'START DATE NOT NUMERIC' TO WS-CARD-ERROR
               END-IF
           END-IF
           IF CTL-END-DATE NOT = SPACES
               IF CTL-END-DATE NUMERIC
                   MOVE CTL-END-DATE TO WS-CAL-END-DATE
               ELSE
                   MOVE 'END DATE NOT NUMERIC' TO WS-CARD-ERROR
               END-IF
           END-IF
           IF CTL-SCEN-ID NOT = SPACES
               IF CTL-SCEN-ID NUMERIC AND CTL-SCEN-ID NOT = '00'
                   MOVE CTL-SCEN-ID TO WS-CAL-SCEN-ID
               ELSE
                   MOVE 'SCENARIO NOT 01-99' TO WS-CARD-ERROR
               END-IF
           END-IF
           IF WS-CARD-ERROR = SPACES
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-CAL-START-DATE)
                       NOT = 0
                   MOVE 'START DATE INVALID' TO WS-CARD-ERROR
               END-IF
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-CAL-END-DATE)
                       NOT = 0
                   MOVE 'END DATE INVALID' TO WS-CARD-ERROR
               END-IF
           END-IF.

      *> The classic run with no ClockHands cards is scenario 1 on the
      *> 12-hour clock; any other scenario must have its own card.
       LOAD-SCENARIO-CARD.
           IF WS-CAL-SCEN-ID = 1
               SET WS-SCEN-WAS-FOUND TO TRUE
           END-IF
           OPEN INPUT HANDS-CONTROL-FILE
           IF WS-HANDS-CONTROL-STATUS = '00'
               PERFORM UNTIL WS-AT-HANDS-CONTROL-EOF
                       OR WS-CARD-COUNT >= WS-CAL-SCEN-ID
                   READ HANDS-CONTROL-FILE
                       AT END
                           SET WS-AT-HANDS-CONTROL-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-CARD-COUNT
                   END-READ
               END-PERFORM
               IF WS-CARD-COUNT = WS-CAL-SCEN-ID
                       AND NOT WS-AT-HANDS-CONTROL-EOF
                   SET WS-SCEN-WAS-FOUND TO TRUE
                   MOVE HCTL-PERIOD-SECONDS TO WS-PERIOD-SECONDS
                   MOVE HCTL-OVERLAP-COUNT TO WS-OVERLAP-COUNT
                   MOVE HCTL-HOUR-BASE TO WS-HOUR-BASE
                   IF WS-HOUR-BASE = 0
                       MOVE 12 TO WS-HOUR-BASE
                   END-IF
               END-IF
               CLOSE HANDS-CONTROL-FILE
           END-IF
           IF WS-PERIOD-SECONDS = 0 OR WS-OVERLAP-COUNT = 0
               MOVE 'N' TO WS-SCEN-FOUND
           END-IF
           COMPUTE WS-PERIOD-HUNDREDTHS = WS-PERIOD-SECONDS * 100.

       LOAD-EVENT-FILE.
           OPEN INPUT EVENT-FILE
           IF WS-EVENT-STATUS NOT = '00'
               DISPLAY 'ClkEvtCal: EVENT-FILE OPEN ERROR, STATUS '
                   WS-EVENT-STATUS
               MOVE 0001 TO OM-MSG-NO
               MOVE 'S' TO OM-SEVERITY
               MOVE 'CLKHANDS.EVENTS.DAT' TO OM-FILE-NAME
               MOVE WS-EVENT-STATUS TO OM-FILE-STATUS
               PERFORM WRITE-OPR-MSG
               MOVE 0 TO WS-LOG-RECORD-COUNT
               PERFORM WRITE-RUN-LOG
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM READ-EVENT
           PERFORM UNTIL WS-AT-EVENT-EOF
      *> A 12-hour-base file shows hour 0 as 12; that display hour is
      *> folded back before the position is worked out.
               MOVE EVT-H TO WS-TRUE-H
               IF WS-HOUR-BASE = 12 AND WS-TRUE-H = 12
                   MOVE 0 TO WS-TRUE-H
               END-IF
               COMPUTE WS-NEW-T =
                   (WS-TRUE-H * 3600 + EVT-M * 60 + EVT-S) * 100
                   + EVT-HS
               MOVE EVT-TYPE-CODE TO WS-NEW-TYPE
               MOVE EVT-TYPE-SEQ TO WS-NEW-TYPE-SEQ
               PERFORM ADD-EVENT-ENTRY
               PERFORM READ-EVENT
           END-PERFORM
           CLOSE EVENT-FILE.

       READ-EVENT.
           READ EVENT-FILE
               AT END
                   SET WS-AT-EVENT-EOF TO TRUE
           END-READ
           IF NOT WS-AT-EVENT-EOF AND WS-EVENT-STATUS NOT = '00'
                   AND WS-EVENT-STATUS NOT = '02'
               DISPLAY 'ClkEvtCal: EVENT-FILE READ ERROR, STATUS '
                   WS-EVENT-STATUS
               MOVE 0002 TO OM-MSG-NO
               MOVE 'S' TO OM-SEVERITY
               MOVE 'CLKHANDS.EVENTS.DAT' TO OM-FILE-NAME
               MOVE WS-EVENT-STATUS TO OM-FILE-STATUS
               PERFORM WRITE-OPR-MSG
               CLOSE EVENT-FILE
               MOVE 0 TO WS-LOG-RECORD-COUNT
               PERFORM WRITE-RUN-LOG
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      *> Same geometry as ClockEvt: per relative revolution an
      *> opposition at the start, right angles at the quarter and
      *> three-quarter points and the overlap at the half point.
       BUILD-EVENT-TABLE.
           PERFORM VARYING I FROM 0 BY 1 UNTIL I >= WS-OVERLAP-COUNT
               COMPUTE WS-NEW-T ROUNDED = I * WS-PERIOD-SECONDS
                   * 100 / WS-OVERLAP-COUNT
               MOVE 'OPPOSITION' TO WS-NEW-TYPE
               ADD 1 TO WS-OPPOSITION-SEQ
               MOVE WS-OPPOSITION-SEQ TO WS-NEW-TYPE-SEQ
               PERFORM ADD-EVENT-ENTRY
               COMPUTE WS-NEW-T ROUNDED = (I + 0.25)
                   * WS-PERIOD-SECONDS * 100 / WS-OVERLAP-COUNT
               MOVE 'RIGHT-ANGLE' TO WS-NEW-TYPE
               ADD 1 TO WS-RIGHT-ANGLE-SEQ
               MOVE WS-RIGHT-ANGLE-SEQ TO WS-NEW-TYPE-SEQ
               PERFORM ADD-EVENT-ENTRY
               COMPUTE WS-NEW-T ROUNDED = (I + 0.5)
                   * WS-PERIOD-SECONDS * 100 / WS-OVERLAP-COUNT
               MOVE 'OVERLAP' TO WS-NEW-TYPE
               ADD 1 TO WS-OVERLAP-SEQ
               MOVE WS-OVERLAP-SEQ TO WS-NEW-TYPE-SEQ
               PERFORM ADD-EVENT-ENTRY
               COMPUTE WS-NEW-T ROUNDED = (I + 0.75)
                   * WS-PERIOD-SECONDS * 100 / WS-OVERLAP-COUNT
               MOVE 'RIGHT-ANGLE' TO WS-NEW-TYPE
               ADD 1 TO WS-RIGHT-ANGLE-SEQ
               MOVE WS-RIGHT-ANGLE-SEQ TO WS-NEW-TYPE-SEQ
               PERFORM ADD-EVENT-ENTRY
           END-PERFORM.

       ADD-EVENT-ENTRY.
           IF WS-EVENT-COUNT >= WS-EVENT-MAX
               DISPLAY 'ClkEvtCal: EVENT TABLE FULL AT '
                   WS-EVENT-MAX ' ENTRIES'
               MOVE 0005 TO OM-MSG-NO
               MOVE 'S' TO OM-SEVERITY
               MOVE 'CLKHANDS.EVENTS.DAT' TO OM-FILE-NAME
               MOVE 'EVENT TABLE' TO OM-TEXT
               PERFORM WRITE-OPR-MSG
               IF WS-CAL-SCEN-ID = 1
                   CLOSE EVENT-FILE
               END-IF
               MOVE 0 TO WS-LOG-RECORD-COUNT
               PERFORM WRITE-RUN-LOG
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO WS-EVENT-COUNT
           MOVE WS-NEW-T TO ET-T(WS-EVENT-COUNT)
           MOVE WS-NEW-TYPE TO ET-TYPE(WS-EVENT-COUNT)
           MOVE WS-NEW-TYPE-SEQ TO ET-TYPE-SEQ(WS-EVENT-COUNT).

      *> Ordered on time and then type, the calendar key order, so
      *> the keyed file is written in ascending sequence.
       SORT-EVENT-TABLE.
           PERFORM VARYING IX FROM 1 BY 1
                   UNTIL IX >= WS-EVENT-COUNT
               PERFORM VARYING JX FROM 1 BY 1
                       UNTIL JX > WS-EVENT-COUNT - IX
                   IF ET-T(JX) > ET-T(JX + 1)
                           OR (ET-T(JX) = ET-T(JX + 1)
                           AND ET-TYPE(JX) > ET-TYPE(JX + 1))
                       MOVE WS-EVENT-ENTRY(JX) TO WS-SWAP-ENTRY
                       MOVE WS-EVENT-ENTRY(JX + 1)
                           TO WS-EVENT-ENTRY(JX)
                       MOVE WS-SWAP-ENTRY TO WS-EVENT-ENTRY(JX + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

      *> Period after period from midnight on the start date until
      *> the end of the end date; events past that point in the last
      *> period are dropped.
       EXPAND-CALENDAR.
           COMPUTE WS-RANGE-END = WS-CAL-DAYS * WS-DAY-HUNDREDTHS
           MOVE 0 TO WS-PERIOD-START
           PERFORM UNTIL WS-PERIOD-START >= WS-RANGE-END
               PERFORM VARYING IX FROM 1 BY 1
                       UNTIL IX > WS-EVENT-COUNT
                   COMPUTE WS-ABS-T = WS-PERIOD-START + ET-T(IX)
                   IF WS-ABS-T < WS-RANGE-END
                       PERFORM WRITE-DATED-EVENT
                   END-IF
               END-PERFORM
               ADD WS-PERIOD-HUNDREDTHS TO WS-PERIOD-START
           END-PERFORM.

       WRITE-DATED-EVENT.
           DIVIDE WS-ABS-T BY WS-DAY-HUNDREDTHS GIVING WS-EVENT-DAY
               REMAINDER WS-DAY-T
           PERFORM UNTIL WS-DAY-NO >= WS-EVENT-DAY
               PERFORM WRITE-DAY-LINE
           END-PERFORM
           COMPUTE WS-DAY-DATE = FUNCTION DATE-OF-INTEGER(
               WS-CAL-START-INT + WS-EVENT-DAY)
           MOVE WS-DAY-DATE TO CAL-DATE
           DIVIDE WS-DAY-T BY 100 GIVING WS-DAY-SECONDS
               REMAINDER CAL-HS
           DIVIDE WS-DAY-SECONDS BY 3600 GIVING CAL-H
               REMAINDER WS-DAY-SECONDS
           DIVIDE WS-DAY-SECONDS BY 60 GIVING CAL-M
               REMAINDER CAL-S
           MOVE ET-TYPE(IX) TO CAL-TYPE-CODE
           MOVE ET-TYPE-SEQ(IX) TO CAL-TYPE-SEQ
           MOVE WS-CAL-SCEN-ID TO CAL-SCEN-ID
           WRITE CALENDAR-RECORD
           IF WS-CALENDAR-STATUS NOT = '00'
               PERFORM ABEND-CALENDAR-WRITE-FAILURE
           END-IF
           ADD 1 TO WS-CALENDAR-COUNT
           ADD 1 TO WS-DAY-TOTAL
           EVALUATE ET-TYPE(IX)
               WHEN 'OVERLAP'
                   ADD 1 TO WS-DAY-OVERLAPS
               WHEN 'OPPOSITION'
                   ADD 1 TO WS-DAY-OPPOSITIONS
               WHEN 'RIGHT-ANGLE'
                   ADD 1 TO WS-DAY-RIGHT-ANGLES
           END-EVALUATE.

      *> Writes the counts for the day in hand and moves on to the
      *> next; a day with no event still gets its line of zeros.
       WRITE-DAY-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-HEADING
           END-IF
           COMPUTE WS-EDIT-DATE = FUNCTION DATE-OF-INTEGER(
               WS-CAL-START-INT + WS-DAY-NO)
           PERFORM EDIT-DATE
           MOVE WS-EDIT-DATE-DISPLAY TO DY-DATE
           MOVE WS-DAY-OVERLAPS TO DY-OVERLAPS
           MOVE WS-DAY-OPPOSITIONS TO DY-OPPOSITIONS
           MOVE WS-DAY-RIGHT-ANGLES TO DY-RIGHT-ANGLES
           MOVE WS-DAY-TOTAL TO DY-TOTAL
           MOVE DAY-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           ADD WS-DAY-OVERLAPS TO WS-TOT-OVERLAPS
           ADD WS-DAY-OPPOSITIONS TO WS-TOT-OPPOSITIONS
           ADD WS-DAY-RIGHT-ANGLES TO WS-TOT-RIGHT-ANGLES
           MOVE 0 TO WS-DAY-OVERLAPS
           MOVE 0 TO WS-DAY-OPPOSITIONS
           MOVE 0 TO WS-DAY-RIGHT-ANGLES
           MOVE 0 TO WS-DAY-TOTAL
           ADD 1 TO WS-DAY-NO.

       WRITE-TOTAL-LINE.
           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-TOT-OVERLAPS TO TL-OVERLAPS
           MOVE WS-TOT-OPPOSITIONS TO TL-OPPOSITIONS
           MOVE WS-TOT-RIGHT-ANGLES TO TL-RIGHT-ANGLES
           MOVE WS-CALENDAR-COUNT TO TL-TOTAL
           MOVE TOTAL-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       EDIT-DATE.
           MOVE SPACES TO WS-EDIT-DATE-DISPLAY
           STRING WS-EDIT-MM '/' WS-EDIT-DD '/' WS-EDIT-YYYY
               DELIMITED BY SIZE INTO WS-EDIT-DATE-DISPLAY.

       WRITE-HEADING.
           ADD 1 TO WS-PAGE-NO
           MOVE WS-PAGE-NO TO HL1-PAGE-NO
           MOVE WS-RUN-DATE-DISPLAY TO HL2-RUN-DATE
           MOVE WS-CAL-SCEN-ID TO HL3-SCEN-ID
           MOVE WS-CAL-START-DATE TO WS-EDIT-DATE
           PERFORM EDIT-DATE
           MOVE WS-EDIT-DATE-DISPLAY TO HL3-FROM
           MOVE WS-CAL-END-DATE TO WS-EDIT-DATE
           PERFORM EDIT-DATE
           MOVE WS-EDIT-DATE-DISPLAY TO HL3-TO
           MOVE WS-PERIOD-SECONDS TO HL3-PERIOD
           MOVE WS-HOUR-BASE TO HL3-BASE
           IF WS-PAGE-NO > 1
               MOVE PAGE-BREAK-LINE TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE HEADING-LINE-1 TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE HEADING-LINE-2 TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE HEADING-LINE-3 TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE HEADING-LINE-4 TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE 0 TO WS-LINE-COUNT.

       WRITE-REPORT-LINE.
           WRITE REPORT-LINE
           IF WS-REPORT-STATUS NOT = '00'
               PERFORM ABEND-REPORT-WRITE-FAILURE
           END-IF
           ADD 1 TO WS-LINE-COUNT.

       ABEND-CALENDAR-WRITE-FAILURE.
           DISPLAY 'ClkEvtCal: CALENDAR-FILE WRITE ERROR, STATUS '
               WS-CALENDAR-STATUS
           MOVE 0003 TO OM-MSG-NO
           MOVE 'S' TO OM-SEVERITY
           MOVE 'CLKEVTCAL.EVENTS.DAT' TO OM-FILE-NAME
           MOVE WS-CALENDAR-STATUS TO OM-FILE-STATUS
           PERFORM WRITE-OPR-MSG
           CLOSE CALENDAR-FILE
           CLOSE REPORT-FILE
           MOVE WS-CALENDAR-COUNT TO WS-LOG-RECORD-COUNT
           PERFORM WRITE-RUN-LOG
           MOVE 16 TO RETURN-CODE
           GOBACK.

       ABEND-REPORT-WRITE-FAILURE.
           DISPLAY 'ClkEvtCal: REPORT-FILE WRITE ERROR, STATUS '
               WS-REPORT-STATUS
           MOVE 0003 TO OM-MSG-NO
           MOVE 'S' TO OM-SEVERITY
           MOVE 'CLKEVTCAL.REPORT.DAT' TO OM-FILE-NAME
           MOVE WS-REPORT-STATUS TO OM-FILE-STATUS
           PERFORM WRITE-OPR-MSG
           CLOSE CALENDAR-FILE
           CLOSE REPORT-FILE
           MOVE WS-CALENDAR-COUNT TO WS-LOG-RECORD-COUNT
           PERFORM WRITE-RUN-LOG
           MOVE 16 TO RETURN-CODE
           GOBACK.

      *> Planning asks for as many date ranges as it needs from one
      *> ClockEvt run, so the event file is not refused for age.
       CHECK-INPUT-CURRENT.
           MOVE 'ClkEvtCal' TO IG-CONSUMER
           SET IG-AGE-NOT-CHECKED TO TRUE
           CALL 'InputGuard' USING INPUT-GUARD-PARMS
               ON EXCEPTION
                   DISPLAY 'ClkEvtCal: cannot call InputGuard'
                   MOVE 0008 TO OM-MSG-NO
                   MOVE 'S' TO OM-SEVERITY
                   MOVE 'InputGuard' TO OM-TEXT
                   PERFORM WRITE-OPR-MSG
                   MOVE 'X' TO IG-RESULT
                   MOVE 16 TO WS-GUARD-RC
           END-CALL
           IF IG-NOT-CURRENT
               DISPLAY 'ClkEvtCal: INPUT NOT CURRENT, ' IG-REASON
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
                   DISPLAY 'ClkEvtCal: cannot call BusDate'
                   MOVE 0008 TO OM-MSG-NO
                   MOVE 'S' TO OM-SEVERITY
                   MOVE 'BusDate' TO OM-TEXT
                   PERFORM WRITE-OPR-MSG
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-CALL.

       WRITE-RUN-LOG.
           MOVE FUNCTION CURRENT-DATE TO WS-END-TIMESTAMP
           MOVE 'ClkEvtCal' TO RL-PROGRAM-NAME
           MOVE WS-START-TIMESTAMP TO RL-START-TIMESTAMP
           MOVE WS-END-TIMESTAMP TO RL-END-TIMESTAMP
           MOVE WS-LOG-RECORD-COUNT TO RL-RECORD-COUNT
           MOVE WS-DAY-NO TO RL-CONTROL-TOTAL
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
           MOVE 'ClkEvtCal' TO OM-PROGRAM-NAME
           OPEN EXTEND OPR-MSG-FILE
           IF WS-OPRMSG-STATUS = '35'
               OPEN OUTPUT OPR-MSG-FILE
           END-IF
           IF WS-OPRMSG-STATUS = '00'
               WRITE OPR-MSG-LINE FROM OPR-MSG-RECORD
               CLOSE OPR-MSG-FILE
           END-IF
           MOVE SPACES TO OPR-MSG-RECORD.

       END PROGRAM ClkEvtCal.
