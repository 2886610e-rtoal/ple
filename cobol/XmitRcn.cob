       IDENTIFICATION DIVISION.
       PROGRAM-ID. XmitRcn.

      *> Pairs every extract in the sending registry with the
      *> acknowledgments XmitLoad returned for it.  An extract never
      *> acknowledged, one whose last acknowledgment is a rejection,
      *> one loaded with counts other than those sent, and an
      *> acknowledgment for a sequence never sent are discrepancies.
      *> A rejection of an extract whose header could not be read
      *> carries no sequence; it is listed on its own for information,
      *> since the extract it belonged to is resent under its number.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SEND-REG-FILE ASSIGN TO 'XMIT.SENDREG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SENDREG-STATUS.
           SELECT ACK-FILE ASSIGN TO 'XMIT.ACK.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.
           SELECT REPORT-FILE ASSIGN TO 'XMITRCN.REPORT.DAT'
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
       FD  SEND-REG-FILE.
       01  SEND-REG-RECORD.
           05 SR-SEQ-NO PIC 9(6).
           05 SR-EXTRACT-DATE PIC 9(8).
           05 SR-SENT-TIMESTAMP PIC X(21).
           05 SR-TRIPLES-COUNT PIC 9(7).
           05 SR-OVERLAP-COUNT PIC 9(7).

       FD  ACK-FILE.
       01  ACK-RECORD.
           05 ACK-SEQ-NO PIC 9(6).
           05 ACK-EXTRACT-DATE PIC 9(8).
           05 ACK-TIMESTAMP PIC X(21).
           05 ACK-STATUS PIC X(8).
           05 ACK-TRIPLES-LOADED PIC 9(7).
           05 ACK-OVERLAPS-LOADED PIC 9(7).
           05 ACK-REASON PIC X(40).

       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(81).

       FD  RUN-LOG-FILE.
           COPY RUNLOG.

       FD  OPR-MSG-FILE.
       01  OPR-MSG-LINE PIC X(128).

       WORKING-STORAGE SECTION.
       01 WS-SENDREG-STATUS PIC XX.
       01 WS-ACK-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-RUNLOG-STATUS PIC XX.
       01 WS-OPRMSG-STATUS PIC XX.
       01 WS-START-TIMESTAMP PIC X(21).
       01 WS-END-TIMESTAMP PIC X(21).
       01 WS-SENDREG-EOF PIC X VALUE 'N'.
           88 WS-AT-SENDREG-EOF VALUE 'Y'.
       01 WS-ACK-EOF PIC X VALUE 'N'.
           88 WS-AT-ACK-EOF VALUE 'Y'.
       01 WS-SEQ-FOUND PIC X VALUE 'N'.
           88 WS-SEQ-WAS-FOUND VALUE 'Y'.
       01 WS-LOG-RECORD-COUNT PIC 9(7) VALUE 0.

      *> One entry per extract sent, with the latest acknowledgment
      *> received for it.
       01 WS-SENT-COUNT PIC 9(4) VALUE 0.
       01 WS-SENT-MAX PIC 9(4) VALUE 2000.
       01 SX PIC 9(4).
       01 WS-SENT-TABLE.
           05 WS-SENT-ENTRY OCCURS 2000 TIMES.
               10 SE-SEQ-NO PIC 9(6).
               10 SE-EXTRACT-DATE PIC 9(8).
               10 SE-SENT-TIMESTAMP PIC X(21).
               10 SE-TRIPLES-COUNT PIC 9(7).
               10 SE-OVERLAP-COUNT PIC 9(7).
               10 SE-ACK-COUNT PIC 9(3).
               10 SE-ACK-STATUS PIC X(8).
               10 SE-ACK-TRIPLES PIC 9(7).
               10 SE-ACK-OVERLAPS PIC 9(7).
               10 SE-ACK-REASON PIC X(40).

       01 WS-ACK-COUNT PIC 9(7) VALUE 0.
       01 WS-ACCEPTED-COUNT PIC 9(7) VALUE 0.
       01 WS-REJECTED-COUNT PIC 9(7) VALUE 0.
       01 WS-NEVER-ACKED-COUNT PIC 9(7) VALUE 0.
       01 WS-COUNTS-DIFFER-COUNT PIC 9(7) VALUE 0.
       01 WS-UNMATCHED-ACK-COUNT PIC 9(7) VALUE 0.
       01 WS-UNKNOWN-SEQ-COUNT PIC 9(7) VALUE 0.
       01 WS-ACK-LIST PIC X VALUE SPACE.
           88 WS-LISTING-UNMATCHED VALUE 'U'.
           88 WS-LISTING-UNKNOWN VALUE 'Z'.
       01 WS-ERROR-COUNT PIC 9(7) VALUE 0.

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
           05 FILLER PIC X(10) VALUE 'XmitRcn   '.
           05 FILLER PIC X(30) VALUE
               'TRANSMISSION RECONCILIATION   '.
           05 FILLER PIC X(10) VALUE 'PAGE '.
           05 HL1-PAGE-NO PIC ZZ9.
       01 HEADING-LINE-2.
           05 FILLER PIC X(10) VALUE 'RUN DATE: '.
           05 HL2-RUN-DATE PIC X(10).
       01 HEADING-LINE-3.
           05 FILLER PIC X(20) VALUE 'SEQ NO  EXTRACTED'.
           05 FILLER PIC X(17) VALUE '---- SENT -----'.
           05 FILLER PIC X(10) VALUE 'ACK'.
           05 FILLER PIC X(17) VALUE '--- LOADED ----'.
           05 FILLER PIC X(4) VALUE 'NOTE'.
       01 HEADING-LINE-4.
           05 FILLER PIC X(20) VALUE SPACES.
           05 FILLER PIC X(27) VALUE '   TRPS    OVLS'.
           05 FILLER PIC X(15) VALUE '   TRPS    OVLS'.
       01 PAGE-BREAK-LINE PIC X(20) VALUE '-- PAGE BREAK --'.

       01 DETAIL-LINE.
           05 DT-SEQ-NO PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DT-EXTRACT-DATE PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DT-SENT-TRIPLES PIC Z(6)9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 DT-SENT-OVERLAPS PIC Z(6)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DT-ACK-STATUS PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DT-LOADED-TRIPLES PIC Z(6)9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 DT-LOADED-OVERLAPS PIC Z(6)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DT-NOTE PIC X(17).
       01 REASON-LINE.
           05 FILLER PIC X(8) VALUE SPACES.
           05 FILLER PIC X(8) VALUE 'REASON: '.
           05 RS-REASON PIC X(40).
       01 SECTION-LINE.
           05 SC-TITLE PIC X(40).
       01 NEVER-ACKED-LINE.
           05 NA-SEQ-NO PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 NA-EXTRACT-DATE PIC X(10).
           05 FILLER PIC X(8) VALUE '  SENT '.
           05 NA-SENT-TIMESTAMP PIC X(14).
       01 UNMATCHED-LINE.
           05 UM-SEQ-NO PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 UM-ACK-STATUS PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 UM-ACK-TIMESTAMP PIC X(14).
           05 FILLER PIC X(2) VALUE SPACES.
           05 UM-REASON PIC X(40).
       01 SUMMARY-LINE.
           05 SM-LABEL PIC X(24).
           05 SM-COUNT PIC ZZZZZZ9.

           COPY OPRMSG.
           COPY BUSDATE.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE TO WS-START-TIMESTAMP
           PERFORM GET-BUSINESS-DATE
           MOVE BD-BUSINESS-DATE TO WS-RUN-DATE
           STRING WS-RUN-MM '/' WS-RUN-DD '/' WS-RUN-YYYY
               DELIMITED BY SIZE INTO WS-RUN-DATE-DISPLAY
           PERFORM LOAD-SENT-TABLE
           PERFORM MATCH-ACKNOWLEDGMENTS
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'XmitRcn: REPORT-FILE OPEN ERROR, STATUS '
                   WS-REPORT-STATUS
               MOVE 0001 TO OM-MSG-NO
               MOVE 'S' TO OM-SEVERITY
               MOVE 'XMITRCN.REPORT.DAT' TO OM-FILE-NAME
               MOVE WS-REPORT-STATUS TO OM-FILE-STATUS
               PERFORM WRITE-OPR-MSG
               MOVE 0 TO WS-LOG-RECORD-COUNT
               PERFORM WRITE-RUN-LOG
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM WRITE-HEADING
           PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > WS-SENT-COUNT
               PERFORM WRITE-SENT-LINE
           END-PERFORM
           PERFORM WRITE-NEVER-ACKED-SECTION
           PERFORM WRITE-UNMATCHED-SECTION
           PERFORM WRITE-UNKNOWN-SEQ-SECTION
           PERFORM WRITE-SUMMARY
           CLOSE REPORT-FILE
           COMPUTE WS-ERROR-COUNT = WS-NEVER-ACKED-COUNT
               + WS-REJECTED-COUNT + WS-COUNTS-DIFFER-COUNT
               + WS-UNMATCHED-ACK-COUNT
           DISPLAY 'XmitRcn: EXTRACTS SENT:     ' WS-SENT-COUNT
           DISPLAY 'XmitRcn: DISCREPANCIES:     ' WS-ERROR-COUNT
           MOVE WS-SENT-COUNT TO WS-LOG-RECORD-COUNT
           IF WS-ERROR-COUNT > 0
               MOVE 0021 TO OM-MSG-NO
               MOVE 'W' TO OM-SEVERITY
               MOVE 'XMITRCN.REPORT.DAT' TO OM-FILE-NAME
               STRING 'DISCREPANCIES: ' WS-ERROR-COUNT
                   ', NEVER ACKNOWLEDGED: ' WS-NEVER-ACKED-COUNT
                   DELIMITED BY SIZE INTO OM-TEXT
               PERFORM WRITE-OPR-MSG
           END-IF
           PERFORM WRITE-RUN-LOG
           IF WS-ERROR-COUNT = 0
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

      *> The sending registry is written in sequence order, one entry
      *> per extract.  With no registry nothing has been sent yet.
       LOAD-SENT-TABLE.
           OPEN INPUT SEND-REG-FILE
           IF WS-SENDREG-STATUS = '35'
               DISPLAY 'XmitRcn: NO SENDING REGISTRY'
               MOVE 0010 TO OM-MSG-NO
               MOVE 'W' TO OM-SEVERITY
               MOVE 'XMIT.SENDREG.DAT' TO OM-FILE-NAME
               MOVE WS-SENDREG-STATUS TO OM-FILE-STATUS
               PERFORM WRITE-OPR-MSG
           ELSE
               IF WS-SENDREG-STATUS NOT = '00'
                   DISPLAY 'XmitRcn: SEND-REG-FILE OPEN ERROR, STATUS '
                       WS-SENDREG-STATUS
                   MOVE 0001 TO OM-MSG-NO
                   MOVE 'S' TO OM-SEVERITY
                   MOVE 'XMIT.SENDREG.DAT' TO OM-FILE-NAME
                   MOVE WS-SENDREG-STATUS TO OM-FILE-STATUS
                   PERFORM WRITE-OPR-MSG
                   MOVE 0 TO WS-LOG-RECORD-COUNT
                   PERFORM WRITE-RUN-LOG
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM READ-SEND-REG
               PERFORM UNTIL WS-AT-SENDREG-EOF
                   PERFORM ADD-SENT-ENTRY
                   PERFORM READ-SEND-REG
               END-PERFORM
               CLOSE SEND-REG-FILE
           END-IF.

       READ-SEND-REG.
           READ SEND-REG-FILE
               AT END
                   SET WS-AT-SENDREG-EOF TO TRUE
           END-READ
           IF NOT WS-AT-SENDREG-EOF AND WS-SENDREG-STATUS NOT = '00'
               DISPLAY 'XmitRcn: SEND-REG-FILE READ ERROR, STATUS '
                   WS-SENDREG-STATUS
               MOVE 0002 TO OM-MSG-NO
               MOVE 'S' TO OM-SEVERITY
               MOVE 'XMIT.SENDREG.DAT' TO OM-FILE-NAME
               MOVE WS-SENDREG-STATUS TO OM-FILE-STATUS
               PERFORM WRITE-OPR-MSG
               CLOSE SEND-REG-FILE
               MOVE WS-SENT-COUNT TO WS-LOG-RECORD-COUNT
               PERFORM WRITE-RUN-LOG
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       ADD-SENT-ENTRY.
           IF WS-SENT-COUNT >= WS-SENT-MAX
               DISPLAY 'XmitRcn: SENT EXTRACT TABLE FULL AT '
                   WS-SENT-MAX
               MOVE 0005 TO OM-MSG-NO
               MOVE 'S' TO OM-SEVERITY
               MOVE 'XMIT.SENDREG.DAT' TO OM-FILE-NAME
               MOVE 'SENT EXTRACT TABLE' TO OM-TEXT
               PERFORM WRITE-OPR-MSG
               CLOSE SEND-REG-FILE
               MOVE WS-SENT-COUNT TO WS-LOG-RECORD-COUNT
               PERFORM WRITE-RUN-LOG
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO WS-SENT-COUNT
           MOVE SR-SEQ-NO TO SE-SEQ-NO(WS-SENT-COUNT)
           MOVE SR-EXTRACT-DATE TO SE-EXTRACT-DATE(WS-SENT-COUNT)
           MOVE SR-SENT-TIMESTAMP TO SE-SENT-TIMESTAMP(WS-SENT-COUNT)
           MOVE SR-TRIPLES-COUNT TO SE-TRIPLES-COUNT(WS-SENT-COUNT)
           MOVE SR-OVERLAP-COUNT TO SE-OVERLAP-COUNT(WS-SENT-COUNT)
           MOVE 0 TO SE-ACK-COUNT(WS-SENT-COUNT)
           MOVE SPACES TO SE-ACK-STATUS(WS-SENT-COUNT)
           MOVE 0 TO SE-ACK-TRIPLES(WS-SENT-COUNT)
           MOVE 0 TO SE-ACK-OVERLAPS(WS-SENT-COUNT)
           MOVE SPACES TO SE-ACK-REASON(WS-SENT-COUNT).

      *> Acknowledgments are appended as each load attempt ends, so
      *> the last one read for a sequence is its current standing,
      *> except that a refused resend of an extract already loaded
      *> does not undo its acceptance.
      *> Those for a sequence never sent are counted here and listed
      *> from a second pass once the main section is written.
       MATCH-ACKNOWLEDGMENTS.
           OPEN INPUT ACK-FILE
           IF WS-ACK-STATUS = '35'
               DISPLAY 'XmitRcn: NO ACKNOWLEDGMENTS RECEIVED'
           ELSE
               IF WS-ACK-STATUS NOT = '00'
                   DISPLAY 'XmitRcn: ACK-FILE OPEN ERROR, STATUS '
                       WS-ACK-STATUS
                   MOVE 0001 TO OM-MSG-NO
                   MOVE 'S' TO OM-SEVERITY
                   MOVE 'XMIT.ACK.DAT' TO OM-FILE-NAME
                   MOVE WS-ACK-STATUS TO OM-FILE-STATUS
                   PERFORM WRITE-OPR-MSG
                   MOVE WS-SENT-COUNT TO WS-LOG-RECORD-COUNT
                   PERFORM WRITE-RUN-LOG
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM READ-ACK
               PERFORM UNTIL WS-AT-ACK-EOF
                   ADD 1 TO WS-ACK-COUNT
                   PERFORM FIND-SENT-ENTRY
                   EVALUATE TRUE
                       WHEN ACK-SEQ-NO = 0
                           ADD 1 TO WS-UNKNOWN-SEQ-COUNT
                       WHEN WS-SEQ-WAS-FOUND
                           PERFORM NOTE-SENT-ACK
                       WHEN OTHER
                           ADD 1 TO WS-UNMATCHED-ACK-COUNT
                   END-EVALUATE
                   PERFORM READ-ACK
               END-PERFORM
               CLOSE ACK-FILE
           END-IF.

       NOTE-SENT-ACK.
           ADD 1 TO SE-ACK-COUNT(SX)
           IF SE-ACK-STATUS(SX) NOT = 'ACCEPTED'
                   OR ACK-STATUS = 'ACCEPTED'
               MOVE ACK-STATUS TO SE-ACK-STATUS(SX)
               MOVE ACK-TRIPLES-LOADED TO SE-ACK-TRIPLES(SX)
               MOVE ACK-OVERLAPS-LOADED TO SE-ACK-OVERLAPS(SX)
               MOVE ACK-REASON TO SE-ACK-REASON(SX)
           END-IF.

       READ-ACK.
           READ ACK-FILE
               AT END
                   SET WS-AT-ACK-EOF TO TRUE
           END-READ
           IF NOT WS-AT-ACK-EOF AND WS-ACK-STATUS NOT = '00'
               DISPLAY 'XmitRcn: ACK-FILE READ ERROR, STATUS '
                   WS-ACK-STATUS
               MOVE 0002 TO OM-MSG-NO
               MOVE 'S' TO OM-SEVERITY
               MOVE 'XMIT.ACK.DAT' TO OM-FILE-NAME
               MOVE WS-ACK-STATUS TO OM-FILE-STATUS
               PERFORM WRITE-OPR-MSG
               CLOSE ACK-FILE
               CLOSE REPORT-FILE
               MOVE WS-SENT-COUNT TO WS-LOG-RECORD-COUNT
               PERFORM WRITE-RUN-LOG
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       FIND-SENT-ENTRY.
           MOVE 'N' TO WS-SEQ-FOUND
           PERFORM VARYING SX FROM 1 BY 1
                   UNTIL SX > WS-SENT-COUNT OR WS-SEQ-WAS-FOUND
               IF SE-SEQ-NO(SX) = ACK-SEQ-NO
                   SET WS-SEQ-WAS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-SEQ-WAS-FOUND
               SUBTRACT 1 FROM SX
           END-IF.

       WRITE-SENT-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE - 1
               PERFORM WRITE-HEADING
           END-IF
           MOVE SE-SEQ-NO(SX) TO DT-SEQ-NO
           MOVE SE-EXTRACT-DATE(SX) TO WS-EDIT-DATE
           PERFORM EDIT-DATE
           MOVE WS-EDIT-DATE-DISPLAY TO DT-EXTRACT-DATE
           MOVE SE-TRIPLES-COUNT(SX) TO DT-SENT-TRIPLES
           MOVE SE-OVERLAP-COUNT(SX) TO DT-SENT-OVERLAPS
           MOVE SE-ACK-TRIPLES(SX) TO DT-LOADED-TRIPLES
           MOVE SE-ACK-OVERLAPS(SX) TO DT-LOADED-OVERLAPS
           MOVE SPACES TO DT-NOTE
           EVALUATE TRUE
               WHEN SE-ACK-COUNT(SX) = 0
                   MOVE 'NONE' TO DT-ACK-STATUS
                   MOVE 'NOT ACKNOWLEDGED' TO DT-NOTE
                   ADD 1 TO WS-NEVER-ACKED-COUNT
               WHEN SE-ACK-STATUS(SX) = 'ACCEPTED'
                   MOVE SE-ACK-STATUS(SX) TO DT-ACK-STATUS
                   ADD 1 TO WS-ACCEPTED-COUNT
                   IF SE-ACK-TRIPLES(SX) NOT = SE-TRIPLES-COUNT(SX)
                       OR SE-ACK-OVERLAPS(SX) NOT = SE-OVERLAP-COUNT(SX)
                       MOVE 'COUNTS DIFFER' TO DT-NOTE
                       ADD 1 TO WS-COUNTS-DIFFER-COUNT
                   END-IF
               WHEN OTHER
                   MOVE SE-ACK-STATUS(SX) TO DT-ACK-STATUS
                   MOVE 'NOT LOADED' TO DT-NOTE
                   ADD 1 TO WS-REJECTED-COUNT
           END-EVALUATE
           IF DT-NOTE = SPACES AND SE-ACK-COUNT(SX) > 1
               STRING 'ATTEMPTS: ' SE-ACK-COUNT(SX)
                   DELIMITED BY SIZE INTO DT-NOTE
           END-IF
           MOVE DETAIL-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           IF SE-ACK-COUNT(SX) > 0
                   AND SE-ACK-STATUS(SX) NOT = 'ACCEPTED'
               MOVE SE-ACK-REASON(SX) TO RS-REASON
               MOVE REASON-LINE TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

      *> The extracts the receiving side has no record of at all,
      *> listed together so they can be chased or sent again.
       WRITE-NEVER-ACKED-SECTION.
           MOVE 'NEVER ACKNOWLEDGED' TO SC-TITLE
           PERFORM WRITE-SECTION-TITLE
           PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > WS-SENT-COUNT
               IF SE-ACK-COUNT(SX) = 0
                   IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                       PERFORM WRITE-HEADING
                   END-IF
                   MOVE SE-SEQ-NO(SX) TO NA-SEQ-NO
                   MOVE SE-EXTRACT-DATE(SX) TO WS-EDIT-DATE
                   PERFORM EDIT-DATE
                   MOVE WS-EDIT-DATE-DISPLAY TO NA-EXTRACT-DATE
                   MOVE SE-SENT-TIMESTAMP(SX) TO NA-SENT-TIMESTAMP
                   MOVE NEVER-ACKED-LINE TO REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF
           END-PERFORM
           IF WS-NEVER-ACKED-COUNT = 0
               MOVE '  NONE' TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

       WRITE-UNMATCHED-SECTION.
           MOVE 'ACKNOWLEDGED BUT NEVER SENT' TO SC-TITLE
           PERFORM WRITE-SECTION-TITLE
           IF WS-UNMATCHED-ACK-COUNT = 0
               MOVE '  NONE' TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           ELSE
               SET WS-LISTING-UNMATCHED TO TRUE
               PERFORM LIST-ACKNOWLEDGMENTS
           END-IF.

       WRITE-UNKNOWN-SEQ-SECTION.
           MOVE 'REJECTED, SEQUENCE UNKNOWN' TO SC-TITLE
           PERFORM WRITE-SECTION-TITLE
           IF WS-UNKNOWN-SEQ-COUNT = 0
               MOVE '  NONE' TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           ELSE
               SET WS-LISTING-UNKNOWN TO TRUE
               PERFORM LIST-ACKNOWLEDGMENTS
           END-IF.

      *> Re-reads the acknowledgments and lists those of the kind the
      *> section in hand is for.
       LIST-ACKNOWLEDGMENTS.
           OPEN INPUT ACK-FILE
           IF WS-ACK-STATUS NOT = '00'
               DISPLAY 'XmitRcn: ACK-FILE REOPEN ERROR, STATUS '
                   WS-ACK-STATUS
               MOVE 0001 TO OM-MSG-NO
               MOVE 'S' TO OM-SEVERITY
               MOVE 'XMIT.ACK.DAT' TO OM-FILE-NAME
               MOVE WS-ACK-STATUS TO OM-FILE-STATUS
               PERFORM WRITE-OPR-MSG
               CLOSE REPORT-FILE
               MOVE WS-SENT-COUNT TO WS-LOG-RECORD-COUNT
               PERFORM WRITE-RUN-LOG
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'N' TO WS-ACK-EOF
           PERFORM READ-ACK
           PERFORM UNTIL WS-AT-ACK-EOF
               IF ACK-SEQ-NO = 0
                   IF WS-LISTING-UNKNOWN
                       PERFORM WRITE-UNMATCHED-LINE
                   END-IF
               ELSE
                   IF WS-LISTING-UNMATCHED
                       PERFORM FIND-SENT-ENTRY
                       IF NOT WS-SEQ-WAS-FOUND
                           PERFORM WRITE-UNMATCHED-LINE
                       END-IF
                   END-IF
               END-IF
               PERFORM READ-ACK
           END-PERFORM
           CLOSE ACK-FILE.

       WRITE-UNMATCHED-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-HEADING
           END-IF
           MOVE ACK-SEQ-NO TO UM-SEQ-NO
           MOVE ACK-STATUS TO UM-ACK-STATUS
           MOVE ACK-TIMESTAMP TO UM-ACK-TIMESTAMP
           MOVE ACK-REASON TO UM-REASON
           MOVE UNMATCHED-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       WRITE-SECTION-TITLE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE - 3
               PERFORM WRITE-HEADING
           ELSE
               MOVE SPACES TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE SECTION-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       WRITE-SUMMARY.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE - 10
               PERFORM WRITE-HEADING
           ELSE
               MOVE SPACES TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE 'EXTRACTS SENT:          ' TO SM-LABEL
           MOVE WS-SENT-COUNT TO SM-COUNT
           MOVE SUMMARY-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE 'ACKNOWLEDGMENTS READ:   ' TO SM-LABEL
           MOVE WS-ACK-COUNT TO SM-COUNT
           MOVE SUMMARY-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE 'ACCEPTED:               ' TO SM-LABEL
           MOVE WS-ACCEPTED-COUNT TO SM-COUNT
           MOVE SUMMARY-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE 'REJECTED, NOT LOADED:   ' TO SM-LABEL
           MOVE WS-REJECTED-COUNT TO SM-COUNT
           MOVE SUMMARY-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE 'NEVER ACKNOWLEDGED:     ' TO SM-LABEL
           MOVE WS-NEVER-ACKED-COUNT TO SM-COUNT
           MOVE SUMMARY-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE 'LOADED COUNTS DIFFER:   ' TO SM-LABEL
           MOVE WS-COUNTS-DIFFER-COUNT TO SM-COUNT
           MOVE SUMMARY-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE 'ACKS WITH NO EXTRACT:   ' TO SM-LABEL
           MOVE WS-UNMATCHED-ACK-COUNT TO SM-COUNT
           MOVE SUMMARY-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE 'REJECTED, SEQ UNKNOWN:  ' TO SM-LABEL
           MOVE WS-UNKNOWN-SEQ-COUNT TO SM-COUNT
           MOVE SUMMARY-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE 'DISCREPANCIES FOUND:    ' TO SM-LABEL
           COMPUTE SM-COUNT = WS-NEVER-ACKED-COUNT + WS-REJECTED-COUNT
               + WS-COUNTS-DIFFER-COUNT + WS-UNMATCHED-ACK-COUNT
           MOVE SUMMARY-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       EDIT-DATE.
           MOVE SPACES TO WS-EDIT-DATE-DISPLAY
           STRING WS-EDIT-MM '/' WS-EDIT-DD '/' WS-EDIT-YYYY
               DELIMITED BY SIZE INTO WS-EDIT-DATE-DISPLAY.

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
           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE HEADING-LINE-3 TO REPORT-LINE
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

       ABEND-REPORT-WRITE-FAILURE.
           DISPLAY 'XmitRcn: REPORT-FILE WRITE ERROR, STATUS '
               WS-REPORT-STATUS
           MOVE 0003 TO OM-MSG-NO
           MOVE 'S' TO OM-SEVERITY
           MOVE 'XMITRCN.REPORT.DAT' TO OM-FILE-NAME
           MOVE WS-REPORT-STATUS TO OM-FILE-STATUS
           PERFORM WRITE-OPR-MSG
           CLOSE ACK-FILE
           CLOSE REPORT-FILE
           MOVE WS-SENT-COUNT TO WS-LOG-RECORD-COUNT
           PERFORM WRITE-RUN-LOG
           MOVE 16 TO RETURN-CODE
           GOBACK.

       GET-BUSINESS-DATE.
           CALL 'BusDate' USING BUSINESS-DATE-PARMS
               ON EXCEPTION
                   DISPLAY 'XmitRcn: cannot call BusDate'
                   MOVE 0008 TO OM-MSG-NO
                   MOVE 'S' TO OM-SEVERITY
                   MOVE 'BusDate' TO OM-TEXT
                   PERFORM WRITE-OPR-MSG
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-CALL.

       WRITE-RUN-LOG.
           MOVE FUNCTION CURRENT-DATE TO WS-END-TIMESTAMP
           MOVE 'XmitRcn' TO RL-PROGRAM-NAME
           MOVE WS-START-TIMESTAMP TO RL-START-TIMESTAMP
           MOVE WS-END-TIMESTAMP TO RL-END-TIMESTAMP
           MOVE WS-LOG-RECORD-COUNT TO RL-RECORD-COUNT
           MOVE WS-ERROR-COUNT TO RL-CONTROL-TOTAL
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
           MOVE 'XmitRcn' TO OM-PROGRAM-NAME
           OPEN EXTEND OPR-MSG-FILE
           IF WS-OPRMSG-STATUS = '35'
               OPEN OUTPUT OPR-MSG-FILE
           END-IF
           IF WS-OPRMSG-STATUS = '00'
               WRITE OPR-MSG-LINE FROM OPR-MSG-RECORD
               CLOSE OPR-MSG-FILE
           END-IF
           MOVE SPACES TO OPR-MSG-RECORD.

       END PROGRAM XmitRcn.
