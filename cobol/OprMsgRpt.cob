       IDENTIFICATION DIVISION.
       PROGRAM-ID. OprMsgRpt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPR-MSG-FILE ASSIGN TO 'BATCH.OPRMSG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPRMSG-STATUS.
           SELECT CONTROL-FILE ASSIGN TO 'OPRMSGRPT.CONTROL.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT REPORT-FILE ASSIGN TO 'OPRMSG.REPORT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO 'BATCH.RUNLOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPR-MSG-FILE.
       01  OPR-MSG-LINE PIC X(128).

      *> Optional card: list messages written at or after this date
      *> and time (YYYYMMDD HHMM) instead of the last 24 hours.
       FD  CONTROL-FILE.
       01  CONTROL-RECORD.
           05 CTL-FROM-DATE PIC X(8).
           05 CTL-FROM-TIME PIC X(4).

       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(110).

       FD  RUN-LOG-FILE.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
       01 WS-OPRMSG-STATUS PIC XX.
       01 WS-CONTROL-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-RUNLOG-STATUS PIC XX.
       01 WS-START-TIMESTAMP PIC X(21).
       01 WS-END-TIMESTAMP PIC X(21).
       01 WS-OPRMSG-EOF PIC X VALUE 'N'.
           88 WS-AT-OPRMSG-EOF VALUE 'Y'.
       01 WS-HAVE-MSG-FILE PIC X VALUE 'N'.
           88 WS-MSG-FILE-FOUND VALUE 'Y'.
       01 WS-LISTED-COUNT PIC 9(7) VALUE 0.
       01 WS-SEVERITY-COUNT PIC 9(7) VALUE 0.
       01 WS-LOG-RECORD-COUNT PIC 9(7) VALUE 0.
       01 CX PIC 9(4).
       01 VX PIC 9(1).

      *> Window start, compared with the first twelve characters
      *> (YYYYMMDDHHMM) of each message's timestamp.
       01 WS-FROM-STAMP.
           05 WS-FROM-DATE PIC 9(8).
           05 WS-FROM-TIME PIC 9(4).
       01 WS-FROM-DATE-INT PIC 9(7).

       01 WS-MSG-STAMP.
           05 WS-MS-YYYY PIC X(4).
           05 WS-MS-MM PIC X(2).
           05 WS-MS-DD PIC X(2).
           05 WS-MS-HH PIC X(2).
           05 WS-MS-MI PIC X(2).
           05 WS-MS-SS PIC X(2).
           05 FILLER PIC X(7).

      *> The report is listed most serious first.
       01 WS-SEVERITY-VALUES.
           05 FILLER PIC X(33) VALUE
               'SSEVERE - PROGRAM ABENDED        '.
           05 FILLER PIC X(33) VALUE
               'EERROR - STEP FAILED OR HELD BACK'.
           05 FILLER PIC X(33) VALUE
               'WWARNING - REVIEW EXCEPTIONS     '.
           05 FILLER PIC X(33) VALUE
               'IINFORMATION                     '.
       01 WS-SEVERITY-TABLE REDEFINES WS-SEVERITY-VALUES.
           05 WS-SEVERITY-ENTRY OCCURS 4 TIMES.
               10 WS-SV-CODE PIC X.
               10 WS-SV-TITLE PIC X(32).

       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
           05 WS-RUN-YYYY PIC 9(4).
           05 WS-RUN-MM PIC 9(2).
           05 WS-RUN-DD PIC 9(2).
       01 WS-RUN-DATE-DISPLAY PIC X(10).

       01 HEADING-LINE-1.
           05 FILLER PIC X(10) VALUE 'OprMsgRpt '.
           05 FILLER PIC X(30) VALUE
               'OPERATOR MESSAGES BY SEVERITY '.
       01 HEADING-LINE-2.
           05 FILLER PIC X(10) VALUE 'RUN DATE: '.
           05 HL2-RUN-DATE PIC X(10).
       01 HEADING-LINE-3.
           05 FILLER PIC X(15) VALUE 'MESSAGES FROM: '.
           05 HL3-FROM-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 HL3-FROM-TIME PIC 9(4).
       01 NO-MSG-FILE-LINE PIC X(40) VALUE
           'NO OPERATOR MESSAGE FILE'.
       01 SEVERITY-HEADING-LINE.
           05 SH-TITLE PIC X(32).
       01 COLUMN-HEADING-LINE.
           05 FILLER PIC X(16) VALUE 'DATE  TIME'.
           05 FILLER PIC X(12) VALUE 'PROGRAM'.
           05 FILLER PIC X(6) VALUE 'MSG'.
           05 FILLER PIC X(42) VALUE 'TEXT'.
           05 FILLER PIC X(26) VALUE 'FILE'.
           05 FILLER PIC X(2) VALUE 'ST'.
       01 DETAIL-LINE.
           05 DL-MM PIC X(2).
           05 FILLER PIC X(1) VALUE '/'.
           05 DL-DD PIC X(2).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DL-HH PIC X(2).
           05 FILLER PIC X(1) VALUE ':'.
           05 DL-MI PIC X(2).
           05 FILLER PIC X(1) VALUE ':'.
           05 DL-SS PIC X(2).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DL-PROGRAM PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DL-MSG-NO PIC 9(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DL-TEXT PIC X(40).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DL-FILE-NAME PIC X(24).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DL-FILE-STATUS PIC X(2).
       01 DETAIL-TEXT-LINE.
           05 FILLER PIC X(34) VALUE SPACES.
           05 DT-TEXT PIC X(60).
       01 NONE-LINE PIC X(20) VALUE '  NONE'.
       01 SEVERITY-COUNT-LINE.
           05 FILLER PIC X(22) VALUE '  MESSAGES LISTED:    '.
           05 SC-COUNT PIC ZZZZZZ9.
       01 TOTAL-LINE.
           05 FILLER PIC X(22) VALUE 'TOTAL MESSAGES:       '.
           05 TL-COUNT PIC ZZZZZZ9.

           COPY OPRMSG.
           COPY BUSDATE.
           COPY MSGCAT.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE TO WS-START-TIMESTAMP
           PERFORM GET-BUSINESS-DATE
           MOVE BD-BUSINESS-DATE TO WS-RUN-DATE
           STRING WS-RUN-MM '/' WS-RUN-DD '/' WS-RUN-YYYY
               DELIMITED BY SIZE INTO WS-RUN-DATE-DISPLAY
           PERFORM SET-REPORT-WINDOW
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'OprMsgRpt: REPORT-FILE OPEN ERROR, STATUS '
                   WS-REPORT-STATUS
               MOVE 0001 TO OM-MSG-NO
               MOVE 'S' TO OM-SEVERITY
               MOVE 'OPRMSG.REPORT.DAT' TO OM-FILE-NAME
               MOVE WS-REPORT-STATUS TO OM-FILE-STATUS
               PERFORM WRITE-OPR-MSG
               MOVE 0 TO WS-LOG-RECORD-COUNT
               PERFORM WRITE-RUN-LOG
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM WRITE-HEADINGS
           OPEN INPUT OPR-MSG-FILE
           IF WS-OPRMSG-STATUS = '00'
               SET WS-MSG-FILE-FOUND TO TRUE
               CLOSE OPR-MSG-FILE
           END-IF
           IF WS-MSG-FILE-FOUND
               PERFORM VARYING VX FROM 1 BY 1 UNTIL VX > 4
                   PERFORM LIST-ONE-SEVERITY
               END-PERFORM
           ELSE
               WRITE REPORT-LINE FROM NO-MSG-FILE-LINE
               IF WS-REPORT-STATUS NOT = '00'
                   PERFORM ABEND-REPORT-WRITE-FAILURE
               END-IF
           END-IF
           MOVE WS-LISTED-COUNT TO TL-COUNT
           WRITE REPORT-LINE FROM TOTAL-LINE
           IF WS-REPORT-STATUS NOT = '00'
               PERFORM ABEND-REPORT-WRITE-FAILURE
           END-IF
           CLOSE REPORT-FILE
           DISPLAY 'OprMsgRpt: MESSAGES LISTED: ' WS-LISTED-COUNT
           MOVE WS-LISTED-COUNT TO WS-LOG-RECORD-COUNT
           PERFORM WRITE-RUN-LOG
           MOVE 0 TO RETURN-CODE.
           GOBACK.

      *> The morning shift wants the night just gone, so by default
      *> the window opens 24 hours before this run.
       SET-REPORT-WINDOW.
           MOVE WS-START-TIMESTAMP(1:8) TO WS-FROM-DATE
           MOVE WS-START-TIMESTAMP(9:4) TO WS-FROM-TIME
           COMPUTE WS-FROM-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-FROM-DATE) - 1
           COMPUTE WS-FROM-DATE =
               FUNCTION DATE-OF-INTEGER(WS-FROM-DATE-INT)
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-STATUS = '00'
               READ CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CTL-FROM-DATE NUMERIC
                           MOVE CTL-FROM-DATE TO WS-FROM-DATE
                           IF CTL-FROM-TIME NUMERIC
                               MOVE CTL-FROM-TIME TO WS-FROM-TIME
                           ELSE
                               MOVE 0 TO WS-FROM-TIME
                           END-IF
                       ELSE
                           DISPLAY 'OprMsgRpt: BAD CONTROL CARD, '
                               'USING LAST 24 HOURS'
                           MOVE 0011 TO OM-MSG-NO
                           MOVE 'W' TO OM-SEVERITY
                           MOVE 'OPRMSGRPT.CONTROL.DAT'
                               TO OM-FILE-NAME
                           MOVE 'FROM DATE, LAST 24 HOURS USED'
                               TO OM-TEXT
                           PERFORM WRITE-OPR-MSG
                       END-IF
               END-READ
               CLOSE CONTROL-FILE
           END-IF.

       WRITE-HEADINGS.
           WRITE REPORT-LINE FROM HEADING-LINE-1
           IF WS-REPORT-STATUS NOT = '00'
               PERFORM ABEND-REPORT-WRITE-FAILURE
           END-IF
           MOVE WS-RUN-DATE-DISPLAY TO HL2-RUN-DATE
           WRITE REPORT-LINE FROM HEADING-LINE-2
           IF WS-REPORT-STATUS NOT = '00'
               PERFORM ABEND-REPORT-WRITE-FAILURE
           END-IF
           MOVE WS-FROM-DATE TO HL3-FROM-DATE
           MOVE WS-FROM-TIME TO HL3-FROM-TIME
           WRITE REPORT-LINE FROM HEADING-LINE-3
           IF WS-REPORT-STATUS NOT = '00'
               PERFORM ABEND-REPORT-WRITE-FAILURE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-REPORT-STATUS NOT = '00'
               PERFORM ABEND-REPORT-WRITE-FAILURE
           END-IF.

      *> One pass of the message file per severity keeps each section
      *> in the order the messages were written.
       LIST-ONE-SEVERITY.
           MOVE WS-SV-TITLE(VX) TO SH-TITLE
           WRITE REPORT-LINE FROM SEVERITY-HEADING-LINE
           IF WS-REPORT-STATUS NOT = '00'
               PERFORM ABEND-REPORT-WRITE-FAILURE
           END-IF
           WRITE REPORT-LINE FROM COLUMN-HEADING-LINE
           IF WS-REPORT-STATUS NOT = '00'
               PERFORM ABEND-REPORT-WRITE-FAILURE
           END-IF
           MOVE 0 TO WS-SEVERITY-COUNT
           MOVE 'N' TO WS-OPRMSG-EOF
           OPEN INPUT OPR-MSG-FILE
           IF WS-OPRMSG-STATUS NOT = '00'
               DISPLAY 'OprMsgRpt: OPR-MSG-FILE OPEN ERROR, STATUS '
                   WS-OPRMSG-STATUS
               CLOSE REPORT-FILE
               MOVE 0001 TO OM-MSG-NO
               MOVE 'S' TO OM-SEVERITY
               MOVE 'BATCH.OPRMSG.DAT' TO OM-FILE-NAME
               MOVE WS-OPRMSG-STATUS TO OM-FILE-STATUS
               PERFORM WRITE-OPR-MSG
               MOVE WS-LISTED-COUNT TO WS-LOG-RECORD-COUNT
               PERFORM WRITE-RUN-LOG
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL WS-AT-OPRMSG-EOF
               READ OPR-MSG-FILE INTO OPR-MSG-RECORD
                   AT END
                       SET WS-AT-OPRMSG-EOF TO TRUE
                   NOT AT END
                       IF OM-SEVERITY = WS-SV-CODE(VX)
                               AND OM-TIMESTAMP(1:12) >= WS-FROM-STAMP
                           PERFORM WRITE-MESSAGE-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPR-MSG-FILE
           MOVE SPACES TO OPR-MSG-RECORD
           IF WS-SEVERITY-COUNT = 0
               WRITE REPORT-LINE FROM NONE-LINE
               IF WS-REPORT-STATUS NOT = '00'
                   PERFORM ABEND-REPORT-WRITE-FAILURE
               END-IF
           END-IF
           MOVE WS-SEVERITY-COUNT TO SC-COUNT
           WRITE REPORT-LINE FROM SEVERITY-COUNT-LINE
           IF WS-REPORT-STATUS NOT = '00'
               PERFORM ABEND-REPORT-WRITE-FAILURE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-REPORT-STATUS NOT = '00'
               PERFORM ABEND-REPORT-WRITE-FAILURE
           END-IF.

       WRITE-MESSAGE-LINE.
           MOVE OM-TIMESTAMP TO WS-MSG-STAMP
           MOVE WS-MS-MM TO DL-MM
           MOVE WS-MS-DD TO DL-DD
           MOVE WS-MS-HH TO DL-HH
           MOVE WS-MS-MI TO DL-MI
           MOVE WS-MS-SS TO DL-SS
           MOVE OM-PROGRAM-NAME TO DL-PROGRAM
           MOVE OM-MSG-NO TO DL-MSG-NO
           MOVE 'UNKNOWN MESSAGE NUMBER' TO DL-TEXT
           PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > MSGCAT-MAX
               IF MC-MSG-NO(CX) = OM-MSG-NO
                   MOVE MC-TEXT(CX) TO DL-TEXT
               END-IF
           END-PERFORM
           MOVE OM-FILE-NAME TO DL-FILE-NAME
           MOVE OM-FILE-STATUS TO DL-FILE-STATUS
           WRITE REPORT-LINE FROM DETAIL-LINE
           IF WS-REPORT-STATUS NOT = '00'
               PERFORM ABEND-REPORT-WRITE-FAILURE
           END-IF
           IF OM-TEXT NOT = SPACES
               MOVE OM-TEXT TO DT-TEXT
               WRITE REPORT-LINE FROM DETAIL-TEXT-LINE
               IF WS-REPORT-STATUS NOT = '00'
                   PERFORM ABEND-REPORT-WRITE-FAILURE
               END-IF
           END-IF
           ADD 1 TO WS-SEVERITY-COUNT
           ADD 1 TO WS-LISTED-COUNT.

       ABEND-REPORT-WRITE-FAILURE.
           DISPLAY 'OprMsgRpt: REPORT-FILE WRITE ERROR, STATUS '
               WS-REPORT-STATUS
           CLOSE OPR-MSG-FILE
           CLOSE REPORT-FILE
           MOVE 0003 TO OM-MSG-NO
           MOVE 'S' TO OM-SEVERITY
           MOVE 'OPRMSG.REPORT.DAT' TO OM-FILE-NAME
           MOVE WS-REPORT-STATUS TO OM-FILE-STATUS
           PERFORM WRITE-OPR-MSG
           MOVE WS-LISTED-COUNT TO WS-LOG-RECORD-COUNT
           PERFORM WRITE-RUN-LOG
           MOVE 16 TO RETURN-CODE
           GOBACK.

       GET-BUSINESS-DATE.
           CALL 'BusDate' USING BUSINESS-DATE-PARMS
               ON EXCEPTION
                   DISPLAY 'OprMsgRpt: cannot call BusDate'
                   MOVE 0008 TO OM-MSG-NO
                   MOVE 'S' TO OM-SEVERITY
                   MOVE 'BusDate' TO OM-TEXT
                   PERFORM WRITE-OPR-MSG
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-CALL.

       WRITE-RUN-LOG.
           MOVE FUNCTION CURRENT-DATE TO WS-END-TIMESTAMP
           MOVE 'OprMsgRpt' TO RL-PROGRAM-NAME
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
           MOVE 'OprMsgRpt' TO OM-PROGRAM-NAME
           OPEN EXTEND OPR-MSG-FILE
           IF WS-OPRMSG-STATUS = '35'
               OPEN OUTPUT OPR-MSG-FILE
           END-IF
           IF WS-OPRMSG-STATUS = '00'
               WRITE OPR-MSG-LINE FROM OPR-MSG-RECORD
               CLOSE OPR-MSG-FILE
           END-IF
           MOVE SPACES TO OPR-MSG-RECORD.

       END PROGRAM OprMsgRpt.
