           SELECT CONTROL-FILE ASSIGN TO 'CLKHANDS.CONTROL.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO 'CLKEVTCAL.EVENTS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-KEY
               FILE STATUS IS WS-CALENDAR-STATUS.
           SELECT REQUEST-FILE ASSIGN TO 'CLKEVTINQ.REQUEST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQUEST-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO 'BATCH.RUNLOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.
           SELECT OPR-MSG-FILE ASSIGN TO 'BATCH.OPRMSG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPRMSG-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 CTL-OVERLAP-COUNT PIC 9(2).
           05 CTL-HOUR-BASE PIC 9(2).

      *> ClkEvtCal's dated calendar, keyed by date and 24-hour time.
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

      *> A request with REQ-DATE blank asks for the next event after a
      *> time of day in the clock period; with a YYYYMMDD date it asks
      *> for the next event after that date and 24-hour time on the
      *> dated calendar.
       FD  REQUEST-FILE.
       01  REQUEST-RECORD.
           05 REQ-H PIC X(2).
           05 FILLER PIC X(1).
           05 REQ-S PIC X(2).
           05 REQ-TYPE-CODE PIC X(11).
           05 REQ-DATE PIC X(8).

       FD  RESPONSE-FILE.
       01  RESPONSE-RECORD PIC X(55).

       FD  RUN-LOG-FILE.
           COPY RUNLOG.

       FD  OPR-MSG-FILE.
       01  OPR-MSG-LINE PIC X(128).

       WORKING-STORAGE SECTION.
       01 WS-EVENT-STATUS PIC XX.
       01 WS-CONTROL-STATUS PIC XX.
       01 WS-CALENDAR-STATUS PIC XX.
       01 WS-REQUEST-STATUS PIC XX.
       01 WS-RESPONSE-STATUS PIC XX.
       01 WS-RUNLOG-STATUS PIC XX.
       01 WS-OPRMSG-STATUS PIC XX.
       01 WS-START-TIMESTAMP PIC X(21).
       01 WS-END-TIMESTAMP PIC X(21).
       01 WS-PERIOD-SECONDS PIC 9(5) VALUE 43200.
           88 WS-AT-EVENT-EOF VALUE 'Y'.
       01 WS-REQUEST-EOF PIC X VALUE 'N'.
           88 WS-AT-REQUEST-EOF VALUE 'Y'.
       01 WS-CALENDAR-OPEN PIC X VALUE 'N'.
           88 WS-CALENDAR-IS-OPEN VALUE 'Y'.
       01 WS-CALENDAR-WARNED PIC X VALUE 'N'.
           88 WS-CALENDAR-WAS-WARNED VALUE 'Y'.
       01 WS-CALENDAR-EOF PIC X VALUE 'N'.
           88 WS-AT-CALENDAR-EOF VALUE 'Y'.
       01 WS-EVENT-COUNT PIC 9(3) VALUE 0.
       01 WS-EVENT-MAX PIC 9(3) VALUE 400.
       01 IX PIC 9(3).
           05 RSP-TYPE-CODE PIC X(11).
           05 RSP-TYPE-SEQ PIC 9(3).
           05 RSP-WAIT-SECONDS PIC 9(5).
           05 RSP-REQ-DATE PIC X(8).
           05 RSP-EVT-DATE PIC X(8).

       01 WS-REQ-H PIC 9(2).
       01 WS-REQ-M PIC 9(2).
       01 WS-PERIOD-HUNDREDTHS PIC 9(7).
       01 WS-TRUE-H PIC 9(2).
       01 WS-MATCH-IX PIC 9(3).
       01 WS-REQ-DATE PIC 9(8).
       01 WS-DATE-VALID PIC X.
           88 WS-DATE-IS-VALID VALUE 'Y'.
       01 WS-WAIT-DAYS PIC 9(5).
       01 WS-WAIT-HUNDREDTHS PIC S9(11).
       01 WS-RESPONSE-COUNT PIC 9(7) VALUE 0.
       01 WS-LOG-RECORD-COUNT PIC 9(7) VALUE 0.

           COPY OPRMSG.
           COPY BUSDATE.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE TO WS-START-TIMESTAMP
           PERFORM GET-BUSINESS-DATE
           PERFORM READ-CONTROL-CARD
           OPEN INPUT EVENT-FILE
           IF WS-EVENT-STATUS NOT = '00'
               DISPLAY 'ClkEvtInq: EVENT-FILE OPEN ERROR, STATUS '
                   WS-EVENT-STATUS
               MOVE 0001 TO OM-MSG-NO
               MOVE 'S' TO OM-SEVERITY
               MOVE 'CLKHANDS.EVENTS.DAT' TO OM-FILE-NAME
               MOVE WS-EVENT-STATUS TO OM-FILE-STATUS
               PERFORM WRITE-OPR-MSG
               MOVE 0 TO WS-LOG-RECORD-COUNT
               PERFORM WRITE-RUN-LOG
               MOVE 16 TO RETURN-CODE
               PERFORM READ-EVENT
           END-PERFORM
           CLOSE EVENT-FILE
      *> The dated calendar is optional; without it, requests that
      *> carry a date are answered not found.
           OPEN INPUT CALENDAR-FILE
           IF WS-CALENDAR-STATUS = '00'
               SET WS-CALENDAR-IS-OPEN TO TRUE
           ELSE
               IF WS-CALENDAR-STATUS NOT = '35'
                   DISPLAY 'ClkEvtInq: CALENDAR-FILE OPEN ERROR, '
                       'STATUS ' WS-CALENDAR-STATUS
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
           END-IF
           OPEN INPUT REQUEST-FILE
           IF WS-REQUEST-STATUS NOT = '00'
               DISPLAY 'ClkEvtInq: REQUEST-FILE OPEN ERROR, STATUS '
                   WS-REQUEST-STATUS
               MOVE 0001 TO OM-MSG-NO
               MOVE 'S' TO OM-SEVERITY
               MOVE 'CLKEVTINQ.REQUEST.DAT' TO OM-FILE-NAME
               MOVE WS-REQUEST-STATUS TO OM-FILE-STATUS
               PERFORM WRITE-OPR-MSG
               PERFORM CLOSE-CALENDAR
               MOVE 0 TO WS-LOG-RECORD-COUNT
               PERFORM WRITE-RUN-LOG
               MOVE 16 TO RETURN-CODE
           IF WS-RESPONSE-STATUS NOT = '00'
               DISPLAY 'ClkEvtInq: RESPONSE-FILE OPEN ERROR, STATUS '
                   WS-RESPONSE-STATUS
               MOVE 0001 TO OM-MSG-NO
               MOVE 'S' TO OM-SEVERITY
               MOVE 'CLKEVTINQ.RESPONSE.DAT' TO OM-FILE-NAME
               MOVE WS-RESPONSE-STATUS TO OM-FILE-STATUS
               PERFORM WRITE-OPR-MSG
               CLOSE REQUEST-FILE
               PERFORM CLOSE-CALENDAR
               MOVE 0 TO WS-LOG-RECORD-COUNT
               PERFORM WRITE-RUN-LOG
               MOVE 16 TO RETURN-CODE
           END-PERFORM
           CLOSE REQUEST-FILE
           CLOSE RESPONSE-FILE
           PERFORM CLOSE-CALENDAR
           MOVE WS-RESPONSE-COUNT TO WS-LOG-RECORD-COUNT
           PERFORM WRITE-RUN-LOG
           MOVE 0 TO RETURN-CODE.
                   AND WS-EVENT-STATUS NOT = '02'
               DISPLAY 'ClkEvtInq: EVENT-FILE READ ERROR, STATUS '
                   WS-EVENT-STATUS
               MOVE 0002 TO OM-MSG-NO
               MOVE 'S' TO OM-SEVERITY
               MOVE 'CLKHANDS.EVENTS.DAT' TO OM-FILE-NAME
               MOVE WS-EVENT-STATUS TO OM-FILE-STATUS
               PERFORM WRITE-OPR-MSG
               CLOSE EVENT-FILE
               MOVE 0 TO WS-LOG-RECORD-COUNT
               PERFORM WRITE-RUN-LOG
           IF WS-EVENT-COUNT >= WS-EVENT-MAX
               DISPLAY 'ClkEvtInq: EVENT TABLE FULL AT '
                   WS-EVENT-MAX ' ENTRIES'
               MOVE 0005 TO OM-MSG-NO
               MOVE 'S' TO OM-SEVERITY
               MOVE 'CLKHANDS.EVENTS.DAT' TO OM-FILE-NAME
               MOVE 'EVENT TABLE' TO OM-TEXT
               PERFORM WRITE-OPR-MSG
               CLOSE EVENT-FILE
               MOVE 0 TO WS-LOG-RECORD-COUNT
               PERFORM WRITE-RUN-LOG
                   SET WS-AT-REQUEST-EOF TO TRUE
           END-READ.

       ANSWER-REQUEST.
           MOVE REQ-DATE TO RSP-REQ-DATE
           MOVE SPACES TO RSP-EVT-DATE
           IF REQ-H NOT NUMERIC OR REQ-M NOT NUMERIC
                   OR REQ-S NOT NUMERIC
               DISPLAY 'ClkEvtInq: NON-NUMERIC REQUEST TIME '
                   REQ-H ':' REQ-M ':' REQ-S
               MOVE 0007 TO OM-MSG-NO
               MOVE 'W' TO OM-SEVERITY
               MOVE 'CLKEVTINQ.REQUEST.DAT' TO OM-FILE-NAME
               MOVE 'NON-NUMERIC REQUEST TIME' TO OM-TEXT
               PERFORM WRITE-OPR-MSG
               MOVE 0 TO WS-REQ-H
               MOVE 0 TO WS-REQ-M
               MOVE 0 TO WS-REQ-S
               MOVE REQ-M TO WS-REQ-M
               MOVE REQ-S TO WS-REQ-S
               MOVE REQ-TYPE-CODE TO WS-REQ-TYPE
               IF REQ-DATE NOT = SPACES
                   PERFORM ANSWER-DATED-REQUEST
               ELSE
                   PERFORM ANSWER-PERIOD-REQUEST
               END-IF
           END-IF.

      *> The next event is the first table entry strictly after the
      *> requested time whose type passes the filter (a blank filter
      *> accepts every type).  When the request falls past the last
      *> matching event, the answer wraps to the first one in the
      *> period and the wait spans the period boundary.
       ANSWER-PERIOD-REQUEST.
           MOVE WS-REQ-H TO WS-TRUE-H
           IF WS-HOUR-BASE = 12 AND WS-TRUE-H = 12
               MOVE 0 TO WS-TRUE-H
           END-IF
           COMPUTE WS-PERIOD-HUNDREDTHS =
               WS-PERIOD-SECONDS * 100
           COMPUTE WS-REQ-T = FUNCTION MOD(
               (WS-TRUE-H * 3600 + WS-REQ-M * 60 + WS-REQ-S)
               * 100, WS-PERIOD-HUNDREDTHS)
           PERFORM FIND-NEXT-EVENT
           IF WS-MATCH-IX = 0
               PERFORM WRITE-NOT-FOUND
           ELSE
               PERFORM WRITE-FOUND
           END-IF.

       FIND-NEXT-EVENT.
           MOVE 0 TO WS-MATCH-IX
           PERFORM VARYING IX FROM 1 BY 1
           END-IF
           PERFORM WRITE-RESPONSE.

      *> A dated request reads the calendar forward from the first
      *> key after the requested second; the time is taken on the
      *> 24-hour clock, as the calendar is.  There is no wrap: past
      *> the end of the calendar the answer is not found.
       ANSWER-DATED-REQUEST.
           MOVE 'N' TO WS-DATE-VALID
           IF REQ-DATE NUMERIC AND WS-REQ-H < 24 AND WS-REQ-M < 60
                   AND WS-REQ-S < 60
               MOVE REQ-DATE TO WS-REQ-DATE
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-REQ-DATE) = 0
                   SET WS-DATE-IS-VALID TO TRUE
               END-IF
           END-IF
           IF NOT WS-DATE-IS-VALID
               DISPLAY 'ClkEvtInq: INVALID REQUEST DATE/TIME '
                   REQ-DATE ' ' REQ-H ':' REQ-M ':' REQ-S
               MOVE 0007 TO OM-MSG-NO
               MOVE 'W' TO OM-SEVERITY
               MOVE 'CLKEVTINQ.REQUEST.DAT' TO OM-FILE-NAME
               MOVE 'INVALID REQUEST DATE/TIME' TO OM-TEXT
               PERFORM WRITE-OPR-MSG
               PERFORM WRITE-NOT-FOUND
           ELSE
               IF NOT WS-CALENDAR-IS-OPEN
                   IF NOT WS-CALENDAR-WAS-WARNED
                       DISPLAY 'ClkEvtInq: NO DATED CALENDAR, DATED '
                           'REQUESTS NOT FOUND'
                       MOVE 0010 TO OM-MSG-NO
                       MOVE 'W' TO OM-SEVERITY
                       MOVE 'CLKEVTCAL.EVENTS.DAT' TO OM-FILE-NAME
                       MOVE 'DATED REQUESTS ANSWERED NOT FOUND'
                           TO OM-TEXT
                       PERFORM WRITE-OPR-MSG
                       SET WS-CALENDAR-WAS-WARNED TO TRUE
                   END-IF
                   PERFORM WRITE-NOT-FOUND
               ELSE
                   PERFORM FIND-NEXT-DATED-EVENT
                   IF WS-AT-CALENDAR-EOF
                       PERFORM WRITE-NOT-FOUND
                   ELSE
                       PERFORM WRITE-DATED-FOUND
                   END-IF
               END-IF
           END-IF.

      *> HIGH-VALUES in the type makes the START land after every
      *> event at exactly the requested second, so the answer is
      *> strictly later than the request.
       FIND-NEXT-DATED-EVENT.
           MOVE 'N' TO WS-CALENDAR-EOF
           MOVE WS-REQ-DATE TO CAL-DATE
           MOVE WS-REQ-H TO CAL-H
           MOVE WS-REQ-M TO CAL-M
           MOVE WS-REQ-S TO CAL-S
           MOVE 0 TO CAL-HS
           MOVE HIGH-VALUES TO CAL-TYPE-CODE
           START CALENDAR-FILE KEY IS GREATER THAN CAL-KEY
           IF WS-CALENDAR-STATUS = '23'
               SET WS-AT-CALENDAR-EOF TO TRUE
           ELSE
               IF WS-CALENDAR-STATUS NOT = '00'
                   PERFORM ABEND-CALENDAR-READ-FAILURE
               END-IF
               PERFORM READ-CALENDAR-NEXT
               PERFORM UNTIL WS-AT-CALENDAR-EOF
                       OR WS-REQ-TYPE = SPACES
                       OR CAL-TYPE-CODE = WS-REQ-TYPE
                   PERFORM READ-CALENDAR-NEXT
               END-PERFORM
           END-IF.

       READ-CALENDAR-NEXT.
           READ CALENDAR-FILE NEXT
               AT END
                   SET WS-AT-CALENDAR-EOF TO TRUE
           END-READ
           IF NOT WS-AT-CALENDAR-EOF
                   AND WS-CALENDAR-STATUS NOT = '00'
               PERFORM ABEND-CALENDAR-READ-FAILURE
           END-IF.

       WRITE-DATED-FOUND.
           MOVE WS-REQ-H TO RSP-REQ-H
           MOVE WS-REQ-M TO RSP-REQ-M
           MOVE WS-REQ-S TO RSP-REQ-S
           MOVE 'Y' TO RSP-FOUND-FLAG
           MOVE CAL-H TO RSP-EVT-H
           MOVE CAL-M TO RSP-EVT-M
           MOVE CAL-S TO RSP-EVT-S
           MOVE CAL-HS TO RSP-EVT-HS
           MOVE CAL-TYPE-CODE TO RSP-TYPE-CODE
           MOVE CAL-TYPE-SEQ TO RSP-TYPE-SEQ
           MOVE CAL-DATE TO RSP-EVT-DATE
      *> A wait longer than the response card can hold is shown as
      *> 99999; the event date and time give the exact answer.
           COMPUTE WS-WAIT-DAYS =
               FUNCTION INTEGER-OF-DATE(CAL-DATE)
               - FUNCTION INTEGER-OF-DATE(WS-REQ-DATE)
           COMPUTE WS-WAIT-HUNDREDTHS =
               WS-WAIT-DAYS * 8640000
               + (CAL-H * 3600 + CAL-M * 60 + CAL-S) * 100 + CAL-HS
               - (WS-REQ-H * 3600 + WS-REQ-M * 60 + WS-REQ-S) * 100
           COMPUTE RSP-WAIT-SECONDS ROUNDED = WS-WAIT-HUNDREDTHS / 100
               ON SIZE ERROR
                   MOVE 99999 TO RSP-WAIT-SECONDS
           END-COMPUTE
           PERFORM WRITE-RESPONSE.

       WRITE-NOT-FOUND.
           MOVE WS-REQ-H TO RSP-REQ-H
           MOVE WS-REQ-M TO RSP-REQ-M
       ABEND-RESPONSE-WRITE-FAILURE.
           DISPLAY 'ClkEvtInq: RESPONSE-FILE WRITE ERROR, STATUS '
               WS-RESPONSE-STATUS
           MOVE 0003 TO OM-MSG-NO
           MOVE 'S' TO OM-SEVERITY
           MOVE 'CLKEVTINQ.RESPONSE.DAT' TO OM-FILE-NAME
           MOVE WS-RESPONSE-STATUS TO OM-FILE-STATUS
           PERFORM WRITE-OPR-MSG
           CLOSE REQUEST-FILE
           CLOSE RESPONSE-FILE
           PERFORM CLOSE-CALENDAR
           MOVE WS-RESPONSE-COUNT TO WS-LOG-RECORD-COUNT
           PERFORM WRITE-RUN-LOG
           MOVE 16 TO RETURN-CODE
           GOBACK.

       ABEND-CALENDAR-READ-FAILURE.
           DISPLAY 'ClkEvtInq: CALENDAR-FILE READ ERROR, STATUS '
               WS-CALENDAR-STATUS
           MOVE 0002 TO OM-MSG-NO
           MOVE 'S' TO OM-SEVERITY
           MOVE 'CLKEVTCAL.EVENTS.DAT' TO OM-FILE-NAME
           MOVE WS-CALENDAR-STATUS TO OM-FILE-STATUS
           PERFORM WRITE-OPR-MSG
           CLOSE REQUEST-FILE
           CLOSE RESPONSE-FILE
           PERFORM CLOSE-CALENDAR
           MOVE WS-RESPONSE-COUNT TO WS-LOG-RECORD-COUNT
           PERFORM WRITE-RUN-LOG
           MOVE 16 TO RETURN-CODE
           GOBACK.

       CLOSE-CALENDAR.
           IF WS-CALENDAR-IS-OPEN
               CLOSE CALENDAR-FILE
               MOVE 'N' TO WS-CALENDAR-OPEN
           END-IF.

       GET-BUSINESS-DATE.
           CALL 'BusDate' USING BUSINESS-DATE-PARMS
               ON EXCEPTION
                   DISPLAY 'ClkEvtInq: cannot call BusDate'
                   MOVE 0008 TO OM-MSG-NO
                   MOVE 'S' TO OM-SEVERITY
                   MOVE 'BusDate' TO OM-TEXT
                   PERFORM WRITE-OPR-MSG
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-CALL.

       WRITE-RUN-LOG.
           MOVE FUNCTION CURRENT-DATE TO WS-END-TIMESTAMP
           MOVE 'ClkEvtInq' TO RL-PROGRAM-NAME
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
           MOVE 'ClkEvtInq' TO OM-PROGRAM-NAME
           OPEN EXTEND OPR-MSG-FILE
           IF WS-OPRMSG-STATUS = '35'
               OPEN OUTPUT OPR-MSG-FILE
           END-IF
           IF WS-OPRMSG-STATUS = '00'
               WRITE OPR-MSG-LINE FROM OPR-MSG-RECORD
               CLOSE OPR-MSG-FILE
           END-IF
           MOVE SPACES TO OPR-MSG-RECORD.

       END PROGRAM ClkEvtInq.
