       IDENTIFICATION DIVISION.
       PROGRAM-ID. TripleRec.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRIPLES-FILE ASSIGN TO 'TRIPLES.MASTER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TRP-KEY
               ALTERNATE RECORD KEY IS TRP-HYP WITH DUPLICATES
               FILE STATUS IS WS-TRP-STATUS.
           SELECT DIMENS-FILE ASSIGN TO 'TRIPLES.DIMENS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DIM-KEY
               FILE STATUS IS WS-DIM-STATUS.
           SELECT CATALOG-FILE ASSIGN TO 'TRIPLES.CATALOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.
           SELECT RECON-FILE ASSIGN TO 'TRIPLES.RECON.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECON-STATUS.
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

       FD  CATALOG-FILE.
       01  CATALOG-LINE PIC X(81).

       FD  RECON-FILE.
       01  RECON-LINE PIC X(81).

       FD  RUN-LOG-FILE.
           COPY RUNLOG.

       FD  OPR-MSG-FILE.
       01  OPR-MSG-LINE PIC X(128).

       WORKING-STORAGE SECTION.
       01 WS-TRP-STATUS PIC XX.
       01 WS-DIM-STATUS PIC XX.
       01 WS-CATALOG-STATUS PIC XX.
       01 WS-RECON-STATUS PIC XX.
       01 WS-RUNLOG-STATUS PIC XX.
       01 WS-OPRMSG-STATUS PIC XX.
       01 WS-START-TIMESTAMP PIC X(21).
       01 WS-END-TIMESTAMP PIC X(21).
       01 WS-TRIPLES-EOF PIC X VALUE 'N'.
           88 WS-AT-TRIPLES-EOF VALUE 'Y'.
       01 WS-DIMENS-EOF PIC X VALUE 'N'.
           88 WS-AT-DIMENS-EOF VALUE 'Y'.
       01 WS-CATALOG-EOF PIC X VALUE 'N'.
           88 WS-AT-CATALOG-EOF VALUE 'Y'.
       01 WS-DIMENS-OPEN PIC X VALUE 'N'.
           88 WS-DIMENS-AVAILABLE VALUE 'Y'.
       01 WS-MASTER-KEY PIC X(7).
       01 WS-DIMENS-KEY PIC X(7).
       01 WS-RECORD-COUNT PIC 9(7) VALUE 0.
       01 WS-DIMENS-COUNT PIC 9(7) VALUE 0.
       01 WS-MISSING-COUNT PIC 9(5) VALUE 0.
       01 WS-ORPHAN-DIM-COUNT PIC 9(5) VALUE 0.
       01 WS-MISMATCH-COUNT PIC 9(5) VALUE 0.
       01 WS-CATALOG-ERRORS PIC 9(5) VALUE 0.
       01 WS-ERROR-COUNT PIC 9(5) VALUE 0.
       01 WS-LOG-RECORD-COUNT PIC 9(7) VALUE 0.

       01 WS-EXPECT-PERIMETER PIC 9(4).
       01 WS-EXPECT-AREA PIC 9(6).
       01 WS-EXPECT-INRADIUS PIC 9(3).
       01 WS-EXPECT-FLAG PIC X.
       01 WS-EDIT-VALUE PIC ZZZZZ9.

       01 WS-GCD-X PIC 9(3).
       01 WS-GCD-Y PIC 9(3).
       01 WS-GCD-TEMP PIC 9(3).
       01 WS-GCD-QUOT PIC 9(3).
       01 WS-GCD-RESULT PIC 9(3).

      *> Family figures rebuilt from the master the way TripleCat
      *> groups them: each primitive heads a family, each multiple
      *> joins the family of its reduced triple, or is an orphan.
       01 WS-FAMILY-MAX PIC 9(4) VALUE 3000.
       01 WS-FAMILY-COUNT PIC 9(4) VALUE 0.
       01 WS-MEMBER-COUNT PIC 9(4) VALUE 0.
       01 WS-ORPHAN-COUNT PIC 9(4) VALUE 0.
       01 WS-PARENT-LEG1 PIC 9(3).
       01 WS-PARENT-LEG2 PIC 9(3).
       01 WS-PARENT-HYP PIC 9(3).
       01 WS-PARENT-FOUND PIC X.
       01 FX PIC 9(4).
       01 WS-FAMILY-TABLE.
           05 WS-FAMILY-ENTRY OCCURS 3000 TIMES.
               10 FT-LEG1 PIC 9(3).
               10 FT-LEG2 PIC 9(3).
               10 FT-HYP PIC 9(3).
               10 FT-SIZE PIC 9(4).
       01 WS-SIZE-SLOT PIC 9(3).
       01 WS-SIZE-MAX PIC 9(3) VALUE 200.
       01 WS-SIZE-COUNT-TABLE.
           05 WS-SIZE-COUNT OCCURS 200 TIMES PIC 9(4).
       01 SX PIC 9(3).

      *> The same figures as printed in TRIPLES.CATALOG.DAT.
       01 WS-CAT-FAMILY-COUNT PIC 9(4) VALUE 0.
       01 WS-CAT-MEMBER-COUNT PIC 9(4) VALUE 0.
       01 WS-CAT-ORPHAN-COUNT PIC 9(4) VALUE 0.
       01 WS-CAT-TOTAL-FAMILIES PIC 9(4) VALUE 0.
       01 WS-CAT-TOTAL-FOUND PIC X VALUE 'N'.
           88 WS-CAT-HAS-TOTAL VALUE 'Y'.
       01 WS-CAT-SIZE-TABLE.
           05 WS-CAT-SIZE-COUNT OCCURS 200 TIMES PIC 9(4).

       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
           05 WS-RUN-YYYY PIC 9(4).
           05 WS-RUN-MM PIC 9(2).
           05 WS-RUN-DD PIC 9(2).
       01 WS-RUN-DATE-DISPLAY PIC X(10).

       01 HEADING-LINE-1.
           05 FILLER PIC X(10) VALUE 'TripleRec '.
           05 FILLER PIC X(30) VALUE
               'COMPANION FILE RECONCILIATION '.
       01 HEADING-LINE-2.
           05 FILLER PIC X(10) VALUE 'RUN DATE: '.
           05 HL2-RUN-DATE PIC X(10).

       01 KEY-DETAIL-LINE.
           05 FILLER PIC X(4) VALUE 'KEY '.
           05 KD-HYP PIC 9(3).
           05 FILLER PIC X(1) VALUE '/'.
           05 KD-SEQ PIC 9(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 KD-TEXT PIC X(30).
           05 FILLER PIC X(8) VALUE ' DIMENS '.
           05 KD-FILE-VALUE PIC X(6).
           05 FILLER PIC X(8) VALUE ' MASTER '.
           05 KD-MASTER-VALUE PIC X(6).
       01 CATALOG-DETAIL-LINE.
           05 FILLER PIC X(14) VALUE 'CATALOG'.
           05 CD-TEXT PIC X(30).
           05 FILLER PIC X(8) VALUE ' CATLG  '.
           05 CD-FILE-VALUE PIC X(6).
           05 FILLER PIC X(8) VALUE ' MASTER '.
           05 CD-MASTER-VALUE PIC X(6).

       01 MASTER-SUMMARY-LINE.
           05 FILLER PIC X(24) VALUE 'MASTER RECORDS READ:    '.
           05 MS-COUNT PIC ZZZZZZ9.
       01 DIMENS-SUMMARY-LINE.
           05 FILLER PIC X(24) VALUE 'DIMENS RECORDS READ:    '.
           05 DS-COUNT PIC ZZZZZZ9.
       01 MISSING-SUMMARY-LINE.
           05 FILLER PIC X(24) VALUE 'MISSING DIMENS RECORDS: '.
           05 MI-COUNT PIC ZZZZ9.
       01 ORPHAN-SUMMARY-LINE.
           05 FILLER PIC X(24) VALUE 'ORPHAN DIMENS RECORDS:  '.
           05 OS-COUNT PIC ZZZZ9.
       01 MISMATCH-SUMMARY-LINE.
           05 FILLER PIC X(24) VALUE 'STALE DIMENS FIGURES:   '.
           05 SS-COUNT PIC ZZZZ9.
       01 CATALOG-SUMMARY-LINE.
           05 FILLER PIC X(24) VALUE 'CATALOG DISCREPANCIES:  '.
           05 CS-COUNT PIC ZZZZ9.
       01 ERROR-SUMMARY-LINE.
           05 FILLER PIC X(24) VALUE 'DISCREPANCIES FOUND:    '.
           05 ES-COUNT PIC ZZZZ9.
       01 VERDICT-LINE.
           05 FILLER PIC X(14) VALUE 'RECON RESULT: '.
           05 VL-VERDICT PIC X(4).

           COPY OPRMSG.
           COPY BUSDATE.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE TO WS-START-TIMESTAMP
           PERFORM GET-BUSINESS-DATE
           MOVE BD-BUSINESS-DATE TO WS-RUN-DATE
           STRING WS-RUN-MM '/' WS-RUN-DD '/' WS-RUN-YYYY
               DELIMITED BY SIZE INTO WS-RUN-DATE-DISPLAY
           PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > WS-SIZE-MAX
               MOVE 0 TO WS-SIZE-COUNT(SX)
               MOVE 0 TO WS-CAT-SIZE-COUNT(SX)
           END-PERFORM
           OPEN OUTPUT RECON-FILE
           IF WS-RECON-STATUS NOT = '00'
               DISPLAY 'TripleRec: RECON-FILE OPEN ERROR, STATUS '
                   WS-RECON-STATUS
               MOVE 0001 TO OM-MSG-NO
               MOVE 'S' TO OM-SEVERITY
               MOVE 'TRIPLES.RECON.DAT' TO OM-FILE-NAME
               MOVE WS-RECON-STATUS TO OM-FILE-STATUS
               PERFORM WRITE-OPR-MSG
               MOVE 0 TO WS-LOG-RECORD-COUNT
               PERFORM WRITE-RUN-LOG
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           WRITE RECON-LINE FROM HEADING-LINE-1
           IF WS-RECON-STATUS NOT = '00'
               PERFORM ABEND-RECON-WRITE-FAILURE
           END-IF
           MOVE WS-RUN-DATE-DISPLAY TO HL2-RUN-DATE
           WRITE RECON-LINE FROM HEADING-LINE-2
           IF WS-RECON-STATUS NOT = '00'
               PERFORM ABEND-RECON-WRITE-FAILURE
           END-IF
           MOVE SPACES TO RECON-LINE
           WRITE RECON-LINE
           IF WS-RECON-STATUS NOT = '00'
               PERFORM ABEND-RECON-WRITE-FAILURE
           END-IF
           OPEN INPUT TRIPLES-FILE
           IF WS-TRP-STATUS NOT = '00'
               DISPLAY 'TripleRec: TRIPLES-FILE OPEN ERROR, STATUS '
                   WS-TRP-STATUS
               MOVE 0001 TO OM-MSG-NO
               MOVE 'S' TO OM-SEVERITY
               MOVE 'TRIPLES.MASTER.DAT' TO OM-FILE-NAME
               MOVE WS-TRP-STATUS TO OM-FILE-STATUS
               PERFORM WRITE-OPR-MSG
               MOVE 'CANNOT OPEN TRIPLES MASTER' TO KD-TEXT
               PERFORM WRITE-KEYLESS-DETAIL
               PERFORM FINISH-RECON
           END-IF
           OPEN INPUT DIMENS-FILE
           IF WS-DIM-STATUS = '00'
               SET WS-DIMENS-AVAILABLE TO TRUE
               PERFORM READ-DIMENS
           ELSE
               MOVE 'CANNOT OPEN DIMENSIONS FILE' TO KD-TEXT
               PERFORM WRITE-KEYLESS-DETAIL
               SET WS-AT-DIMENS-EOF TO TRUE
               MOVE HIGH-VALUES TO WS-DIMENS-KEY
           END-IF
           PERFORM READ-TRIPLES
           PERFORM UNTIL WS-AT-TRIPLES-EOF AND WS-AT-DIMENS-EOF
               EVALUATE TRUE
                   WHEN WS-MASTER-KEY < WS-DIMENS-KEY
                       PERFORM ACCUMULATE-FAMILY
                       IF WS-DIMENS-AVAILABLE
                           PERFORM REPORT-MISSING-DIMENS
                       END-IF
                       PERFORM READ-TRIPLES
                   WHEN WS-MASTER-KEY > WS-DIMENS-KEY
                       PERFORM REPORT-ORPHAN-DIMENS
                       PERFORM READ-DIMENS
                   WHEN OTHER
                       PERFORM ACCUMULATE-FAMILY
                       PERFORM COMPARE-DIMENS
                       PERFORM READ-TRIPLES
                       PERFORM READ-DIMENS
               END-EVALUATE
           END-PERFORM
           CLOSE TRIPLES-FILE
           IF WS-DIMENS-AVAILABLE
               CLOSE DIMENS-FILE
           END-IF
           PERFORM RECONCILE-CATALOG
           PERFORM FINISH-RECON.

       READ-TRIPLES.
           READ TRIPLES-FILE
               AT END
                   SET WS-AT-TRIPLES-EOF TO TRUE
                   MOVE HIGH-VALUES TO WS-MASTER-KEY
           END-READ
           IF NOT WS-AT-TRIPLES-EOF AND WS-TRP-STATUS NOT = '00'
                   AND WS-TRP-STATUS NOT = '02'
               DISPLAY 'TripleRec: TRIPLES-FILE READ ERROR, STATUS '
                   WS-TRP-STATUS
               MOVE 0002 TO OM-MSG-NO
               MOVE 'S' TO OM-SEVERITY
               MOVE 'TRIPLES.MASTER.DAT' TO OM-FILE-NAME
               MOVE WS-TRP-STATUS TO OM-FILE-STATUS
               PERFORM WRITE-OPR-MSG
               CLOSE TRIPLES-FILE
               CLOSE DIMENS-FILE
               CLOSE RECON-FILE
               MOVE WS-RECORD-COUNT TO WS-LOG-RECORD-COUNT
               PERFORM WRITE-RUN-LOG
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF NOT WS-AT-TRIPLES-EOF
               ADD 1 TO WS-RECORD-COUNT
               MOVE TRP-KEY TO WS-MASTER-KEY
           END-IF.

       READ-DIMENS.
           READ DIMENS-FILE
               AT END
                   SET WS-AT-DIMENS-EOF TO TRUE
                   MOVE HIGH-VALUES TO WS-DIMENS-KEY
           END-READ
           IF NOT WS-AT-DIMENS-EOF AND WS-DIM-STATUS NOT = '00'
               DISPLAY 'TripleRec: DIMENS-FILE READ ERROR, STATUS '
                   WS-DIM-STATUS
               MOVE 0002 TO OM-MSG-NO
               MOVE 'S' TO OM-SEVERITY
               MOVE 'TRIPLES.DIMENS.DAT' TO OM-FILE-NAME
               MOVE WS-DIM-STATUS TO OM-FILE-STATUS
               PERFORM WRITE-OPR-MSG
               CLOSE TRIPLES-FILE
               CLOSE DIMENS-FILE
               CLOSE RECON-FILE
               MOVE WS-RECORD-COUNT TO WS-LOG-RECORD-COUNT
               PERFORM WRITE-RUN-LOG
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF NOT WS-AT-DIMENS-EOF
               ADD 1 TO WS-DIMENS-COUNT
               MOVE DIM-KEY TO WS-DIMENS-KEY
           END-IF.

       REPORT-MISSING-DIMENS.
           ADD 1 TO WS-MISSING-COUNT
           MOVE TRP-HYP TO KD-HYP
           MOVE TRP-SEQ-NO TO KD-SEQ
           MOVE 'NO DIMENSIONS RECORD' TO KD-TEXT
           MOVE SPACES TO KD-FILE-VALUE
           MOVE SPACES TO KD-MASTER-VALUE
           PERFORM WRITE-KEY-DETAIL.

       REPORT-ORPHAN-DIMENS.
           ADD 1 TO WS-ORPHAN-DIM-COUNT
           MOVE DIM-HYP TO KD-HYP
           MOVE DIM-SEQ-NO TO KD-SEQ
           MOVE 'DIMENSIONS WITH NO MASTER' TO KD-TEXT
           MOVE SPACES TO KD-FILE-VALUE
           MOVE SPACES TO KD-MASTER-VALUE
           PERFORM WRITE-KEY-DETAIL.

      *> Recompute the derived figures exactly as TripleDim does and
      *> list each one the companion record no longer agrees with.
       COMPARE-DIMENS.
           COMPUTE WS-EXPECT-PERIMETER = TRP-LEG1 + TRP-LEG2 + TRP-HYP
           COMPUTE WS-EXPECT-AREA = TRP-LEG1 * TRP-LEG2 / 2
           COMPUTE WS-EXPECT-INRADIUS =
               (TRP-LEG1 + TRP-LEG2 - TRP-HYP) / 2
           IF WS-GCD-RESULT = 1
               MOVE 'P' TO WS-EXPECT-FLAG
           ELSE
               MOVE 'M' TO WS-EXPECT-FLAG
           END-IF
           MOVE TRP-HYP TO KD-HYP
           MOVE TRP-SEQ-NO TO KD-SEQ
           IF DIM-PERIMETER NOT = WS-EXPECT-PERIMETER
               MOVE 'PERIMETER DOES NOT MATCH' TO KD-TEXT
               MOVE DIM-PERIMETER TO WS-EDIT-VALUE
               MOVE WS-EDIT-VALUE TO KD-FILE-VALUE
               MOVE WS-EXPECT-PERIMETER TO WS-EDIT-VALUE
               MOVE WS-EDIT-VALUE TO KD-MASTER-VALUE
               PERFORM WRITE-MISMATCH-DETAIL
           END-IF
           IF DIM-AREA NOT = WS-EXPECT-AREA
               MOVE 'AREA DOES NOT MATCH' TO KD-TEXT
               MOVE DIM-AREA TO WS-EDIT-VALUE
               MOVE WS-EDIT-VALUE TO KD-FILE-VALUE
               MOVE WS-EXPECT-AREA TO WS-EDIT-VALUE
               MOVE WS-EDIT-VALUE TO KD-MASTER-VALUE
               PERFORM WRITE-MISMATCH-DETAIL
           END-IF
           IF DIM-INRADIUS NOT = WS-EXPECT-INRADIUS
               MOVE 'INRADIUS DOES NOT MATCH' TO KD-TEXT
               MOVE DIM-INRADIUS TO WS-EDIT-VALUE
               MOVE WS-EDIT-VALUE TO KD-FILE-VALUE
               MOVE WS-EXPECT-INRADIUS TO WS-EDIT-VALUE
               MOVE WS-EDIT-VALUE TO KD-MASTER-VALUE
               PERFORM WRITE-MISMATCH-DETAIL
           END-IF
           IF DIM-GCD NOT = WS-GCD-RESULT
               MOVE 'GCD DOES NOT MATCH' TO KD-TEXT
               MOVE DIM-GCD TO WS-EDIT-VALUE
               MOVE WS-EDIT-VALUE TO KD-FILE-VALUE
               MOVE WS-GCD-RESULT TO WS-EDIT-VALUE
               MOVE WS-EDIT-VALUE TO KD-MASTER-VALUE
               PERFORM WRITE-MISMATCH-DETAIL
           END-IF
           IF DIM-PRIM-FLAG NOT = WS-EXPECT-FLAG
               MOVE 'PRIMITIVE FLAG DOES NOT MATCH' TO KD-TEXT
               MOVE DIM-PRIM-FLAG TO KD-FILE-VALUE
               MOVE WS-EXPECT-FLAG TO KD-MASTER-VALUE
               PERFORM WRITE-MISMATCH-DETAIL
           END-IF.

       WRITE-MISMATCH-DETAIL.
           ADD 1 TO WS-MISMATCH-COUNT
           PERFORM WRITE-KEY-DETAIL.

      *> Leaves WS-GCD-RESULT set for COMPARE-DIMENS.
       ACCUMULATE-FAMILY.
           MOVE TRP-LEG1 TO WS-GCD-X
           MOVE TRP-LEG2 TO WS-GCD-Y
           PERFORM COMPUTE-GCD
           IF WS-GCD-RESULT = 1
               IF WS-FAMILY-COUNT >= WS-FAMILY-MAX
                   DISPLAY 'TripleRec: FAMILY TABLE FULL AT '
                       WS-FAMILY-MAX ' ENTRIES'
                   MOVE 0005 TO OM-MSG-NO
                   MOVE 'S' TO OM-SEVERITY
                   MOVE 'TRIPLES.MASTER.DAT' TO OM-FILE-NAME
                   MOVE 'FAMILY TABLE' TO OM-TEXT
                   PERFORM WRITE-OPR-MSG
                   CLOSE TRIPLES-FILE
                   CLOSE DIMENS-FILE
                   CLOSE RECON-FILE
                   MOVE WS-RECORD-COUNT TO WS-LOG-RECORD-COUNT
                   PERFORM WRITE-RUN-LOG
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO WS-FAMILY-COUNT
               MOVE TRP-LEG1 TO FT-LEG1(WS-FAMILY-COUNT)
               MOVE TRP-LEG2 TO FT-LEG2(WS-FAMILY-COUNT)
               MOVE TRP-HYP TO FT-HYP(WS-FAMILY-COUNT)
               MOVE 1 TO FT-SIZE(WS-FAMILY-COUNT)
           ELSE
               DIVIDE TRP-LEG1 BY WS-GCD-RESULT GIVING WS-PARENT-LEG1
               DIVIDE TRP-LEG2 BY WS-GCD-RESULT GIVING WS-PARENT-LEG2
               DIVIDE TRP-HYP BY WS-GCD-RESULT GIVING WS-PARENT-HYP
               MOVE 'N' TO WS-PARENT-FOUND
               PERFORM VARYING FX FROM 1 BY 1
                       UNTIL FX > WS-FAMILY-COUNT
                           OR WS-PARENT-FOUND = 'Y'
                   IF FT-LEG1(FX) = WS-PARENT-LEG1
                           AND FT-LEG2(FX) = WS-PARENT-LEG2
                           AND FT-HYP(FX) = WS-PARENT-HYP
                       ADD 1 TO FT-SIZE(FX)
                       ADD 1 TO WS-MEMBER-COUNT
                       MOVE 'Y' TO WS-PARENT-FOUND
                   END-IF
               END-PERFORM
               IF WS-PARENT-FOUND = 'N'
                   ADD 1 TO WS-ORPHAN-COUNT
               END-IF
           END-IF.

       COMPUTE-GCD.
           PERFORM UNTIL WS-GCD-Y = 0
               MOVE WS-GCD-Y TO WS-GCD-TEMP
               DIVIDE WS-GCD-X BY WS-GCD-Y
                   GIVING WS-GCD-QUOT REMAINDER WS-GCD-Y
               MOVE WS-GCD-TEMP TO WS-GCD-X
           END-PERFORM
           MOVE WS-GCD-X TO WS-GCD-RESULT.

      *> Pick the family lines, the size summary and the family total
      *> back out of the printed catalog and hold them against the
      *> figures just rebuilt from the master.
       RECONCILE-CATALOG.
           PERFORM VARYING FX FROM 1 BY 1 UNTIL FX > WS-FAMILY-COUNT
               IF FT-SIZE(FX) > WS-SIZE-MAX
                   MOVE WS-SIZE-MAX TO WS-SIZE-SLOT
               ELSE
                   MOVE FT-SIZE(FX) TO WS-SIZE-SLOT
               END-IF
               ADD 1 TO WS-SIZE-COUNT(WS-SIZE-SLOT)
           END-PERFORM
           OPEN INPUT CATALOG-FILE
           IF WS-CATALOG-STATUS NOT = '00'
               MOVE 'CANNOT OPEN FAMILY CATALOG' TO CD-TEXT
               MOVE SPACES TO CD-FILE-VALUE
               MOVE SPACES TO CD-MASTER-VALUE
               PERFORM WRITE-CATALOG-DETAIL
           ELSE
               PERFORM UNTIL WS-AT-CATALOG-EOF
                   READ CATALOG-FILE
                       AT END
                           SET WS-AT-CATALOG-EOF TO TRUE
                       NOT AT END
                           PERFORM TALLY-CATALOG-LINE
                   END-READ
               END-PERFORM
               CLOSE CATALOG-FILE
               PERFORM COMPARE-CATALOG-TOTALS
           END-IF.

       TALLY-CATALOG-LINE.
           EVALUATE TRUE
               WHEN CATALOG-LINE(1:10) = 'PRIMITIVE '
                   ADD 1 TO WS-CAT-FAMILY-COUNT
               WHEN CATALOG-LINE(16:14) = '  MULTIPLE-OF-'
                   ADD 1 TO WS-CAT-MEMBER-COUNT
               WHEN CATALOG-LINE(16:9) = '  PARENT '
                   ADD 1 TO WS-CAT-ORPHAN-COUNT
               WHEN CATALOG-LINE(1:5) = 'SIZE '
                   MOVE FUNCTION NUMVAL(CATALOG-LINE(6:4))
                       TO WS-SIZE-SLOT
                   IF WS-SIZE-SLOT > 0
                           AND WS-SIZE-SLOT NOT > WS-SIZE-MAX
                       MOVE FUNCTION NUMVAL(CATALOG-LINE(12:4))
                           TO WS-CAT-SIZE-COUNT(WS-SIZE-SLOT)
                   END-IF
               WHEN CATALOG-LINE(1:17) = 'TOTAL FAMILIES:  '
                   MOVE FUNCTION NUMVAL(CATALOG-LINE(18:4))
                       TO WS-CAT-TOTAL-FAMILIES
                   SET WS-CAT-HAS-TOTAL TO TRUE
           END-EVALUATE.

       COMPARE-CATALOG-TOTALS.
           IF NOT WS-CAT-HAS-TOTAL
               MOVE 'NO FAMILY TOTAL IN CATALOG' TO CD-TEXT
               MOVE SPACES TO CD-FILE-VALUE
               MOVE WS-FAMILY-COUNT TO WS-EDIT-VALUE
               MOVE WS-EDIT-VALUE TO CD-MASTER-VALUE
               PERFORM WRITE-CATALOG-DETAIL
           ELSE
               IF WS-CAT-TOTAL-FAMILIES NOT = WS-FAMILY-COUNT
                   MOVE 'TOTAL FAMILIES DOES NOT MATCH' TO CD-TEXT
                   MOVE WS-CAT-TOTAL-FAMILIES TO WS-EDIT-VALUE
                   MOVE WS-EDIT-VALUE TO CD-FILE-VALUE
                   MOVE WS-FAMILY-COUNT TO WS-EDIT-VALUE
                   MOVE WS-EDIT-VALUE TO CD-MASTER-VALUE
                   PERFORM WRITE-CATALOG-DETAIL
               END-IF
           END-IF
           IF WS-CAT-FAMILY-COUNT NOT = WS-FAMILY-COUNT
               MOVE 'PRIMITIVES LISTED DO NOT MATCH' TO CD-TEXT
               MOVE WS-CAT-FAMILY-COUNT TO WS-EDIT-VALUE
               MOVE WS-EDIT-VALUE TO CD-FILE-VALUE
               MOVE WS-FAMILY-COUNT TO WS-EDIT-VALUE
               MOVE WS-EDIT-VALUE TO CD-MASTER-VALUE
               PERFORM WRITE-CATALOG-DETAIL
           END-IF
           IF WS-CAT-MEMBER-COUNT NOT = WS-MEMBER-COUNT
               MOVE 'FAMILY MEMBERS DO NOT MATCH' TO CD-TEXT
               MOVE WS-CAT-MEMBER-COUNT TO WS-EDIT-VALUE
               MOVE WS-EDIT-VALUE TO CD-FILE-VALUE
               MOVE WS-MEMBER-COUNT TO WS-EDIT-VALUE
               MOVE WS-EDIT-VALUE TO CD-MASTER-VALUE
               PERFORM WRITE-CATALOG-DETAIL
           END-IF
           IF WS-CAT-ORPHAN-COUNT NOT = WS-ORPHAN-COUNT
               MOVE 'ORPHAN MULTIPLES DO NOT MATCH' TO CD-TEXT
               MOVE WS-CAT-ORPHAN-COUNT TO WS-EDIT-VALUE
               MOVE WS-EDIT-VALUE TO CD-FILE-VALUE
               MOVE WS-ORPHAN-COUNT TO WS-EDIT-VALUE
               MOVE WS-EDIT-VALUE TO CD-MASTER-VALUE
               PERFORM WRITE-CATALOG-DETAIL
           END-IF
           PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > WS-SIZE-MAX
               IF WS-CAT-SIZE-COUNT(SX) NOT = WS-SIZE-COUNT(SX)
                   MOVE SPACES TO CD-TEXT
                   MOVE SX TO WS-EDIT-VALUE
                   STRING 'SIZE '
                       FUNCTION TRIM(WS-EDIT-VALUE)
                       ' FAMILIES DO NOT MATCH'
                       DELIMITED BY SIZE INTO CD-TEXT
                   MOVE WS-CAT-SIZE-COUNT(SX) TO WS-EDIT-VALUE
                   MOVE WS-EDIT-VALUE TO CD-FILE-VALUE
                   MOVE WS-SIZE-COUNT(SX) TO WS-EDIT-VALUE
                   MOVE WS-EDIT-VALUE TO CD-MASTER-VALUE
                   PERFORM WRITE-CATALOG-DETAIL
               END-IF
           END-PERFORM.

       WRITE-KEYLESS-DETAIL.
           MOVE 0 TO KD-HYP
           MOVE 0 TO KD-SEQ
           MOVE SPACES TO KD-FILE-VALUE
           MOVE SPACES TO KD-MASTER-VALUE
           PERFORM WRITE-KEY-DETAIL.

       WRITE-KEY-DETAIL.
           ADD 1 TO WS-ERROR-COUNT
           WRITE RECON-LINE FROM KEY-DETAIL-LINE
           IF WS-RECON-STATUS NOT = '00'
               PERFORM ABEND-RECON-WRITE-FAILURE
           END-IF.

       WRITE-CATALOG-DETAIL.
           ADD 1 TO WS-CATALOG-ERRORS
           ADD 1 TO WS-ERROR-COUNT
           WRITE RECON-LINE FROM CATALOG-DETAIL-LINE
           IF WS-RECON-STATUS NOT = '00'
               PERFORM ABEND-RECON-WRITE-FAILURE
           END-IF.

       FINISH-RECON.
           MOVE SPACES TO RECON-LINE
           WRITE RECON-LINE
           IF WS-RECON-STATUS NOT = '00'
               PERFORM ABEND-RECON-WRITE-FAILURE
           END-IF
           MOVE WS-RECORD-COUNT TO MS-COUNT
           WRITE RECON-LINE FROM MASTER-SUMMARY-LINE
           IF WS-RECON-STATUS NOT = '00'
               PERFORM ABEND-RECON-WRITE-FAILURE
           END-IF
           MOVE WS-DIMENS-COUNT TO DS-COUNT
           WRITE RECON-LINE FROM DIMENS-SUMMARY-LINE
           IF WS-RECON-STATUS NOT = '00'
               PERFORM ABEND-RECON-WRITE-FAILURE
           END-IF
           MOVE WS-MISSING-COUNT TO MI-COUNT
           WRITE RECON-LINE FROM MISSING-SUMMARY-LINE
           IF WS-RECON-STATUS NOT = '00'
               PERFORM ABEND-RECON-WRITE-FAILURE
           END-IF
           MOVE WS-ORPHAN-DIM-COUNT TO OS-COUNT
           WRITE RECON-LINE FROM ORPHAN-SUMMARY-LINE
           IF WS-RECON-STATUS NOT = '00'
               PERFORM ABEND-RECON-WRITE-FAILURE
           END-IF
           MOVE WS-MISMATCH-COUNT TO SS-COUNT
           WRITE RECON-LINE FROM MISMATCH-SUMMARY-LINE
           IF WS-RECON-STATUS NOT = '00'
               PERFORM ABEND-RECON-WRITE-FAILURE
           END-IF
           MOVE WS-CATALOG-ERRORS TO CS-COUNT
           WRITE RECON-LINE FROM CATALOG-SUMMARY-LINE
           IF WS-RECON-STATUS NOT = '00'
               PERFORM ABEND-RECON-WRITE-FAILURE
           END-IF
           MOVE WS-ERROR-COUNT TO ES-COUNT
           WRITE RECON-LINE FROM ERROR-SUMMARY-LINE
           IF WS-RECON-STATUS NOT = '00'
               PERFORM ABEND-RECON-WRITE-FAILURE
           END-IF
           IF WS-ERROR-COUNT = 0
               MOVE 'PASS' TO VL-VERDICT
           ELSE
               MOVE 'FAIL' TO VL-VERDICT
           END-IF
           WRITE RECON-LINE FROM VERDICT-LINE
           IF WS-RECON-STATUS NOT = '00'
               PERFORM ABEND-RECON-WRITE-FAILURE
           END-IF
           CLOSE RECON-FILE
           MOVE WS-RECORD-COUNT TO WS-LOG-RECORD-COUNT
           IF WS-ERROR-COUNT > 0
               MOVE 0021 TO OM-MSG-NO
               MOVE 'W' TO OM-SEVERITY
               MOVE 'TRIPLES.RECON.DAT' TO OM-FILE-NAME
               STRING 'DISCREPANCIES: ' WS-ERROR-COUNT
                   DELIMITED BY SIZE INTO OM-TEXT
               PERFORM WRITE-OPR-MSG
           END-IF
           PERFORM WRITE-RUN-LOG
      *> A failed reconciliation stops any step that names TripleRec
      *> as its predecessor, so stale companion files are not used.
           IF WS-ERROR-COUNT = 0
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

       ABEND-RECON-WRITE-FAILURE.
           DISPLAY 'TripleRec: RECON-FILE WRITE ERROR, STATUS '
               WS-RECON-STATUS
           MOVE 0003 TO OM-MSG-NO
           MOVE 'S' TO OM-SEVERITY
           MOVE 'TRIPLES.RECON.DAT' TO OM-FILE-NAME
           MOVE WS-RECON-STATUS TO OM-FILE-STATUS
           PERFORM WRITE-OPR-MSG
           CLOSE TRIPLES-FILE
           CLOSE DIMENS-FILE
           CLOSE RECON-FILE
           MOVE WS-RECORD-COUNT TO WS-LOG-RECORD-COUNT
           PERFORM WRITE-RUN-LOG
           MOVE 16 TO RETURN-CODE
           GOBACK.

       GET-BUSINESS-DATE.
           CALL 'BusDate' USING BUSINESS-DATE-PARMS
               ON EXCEPTION
                   DISPLAY 'TripleRec: cannot call BusDate'
                   MOVE 0008 TO OM-MSG-NO
                   MOVE 'S' TO OM-SEVERITY
                   MOVE 'BusDate' TO OM-TEXT
                   PERFORM WRITE-OPR-MSG
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-CALL.

       WRITE-RUN-LOG.
           MOVE FUNCTION CURRENT-DATE TO WS-END-TIMESTAMP
           MOVE 'TripleRec' TO RL-PROGRAM-NAME
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
           MOVE 'TripleRec' TO OM-PROGRAM-NAME
           OPEN EXTEND OPR-MSG-FILE
           IF WS-OPRMSG-STATUS = '35'
               OPEN OUTPUT OPR-MSG-FILE
           END-IF
           IF WS-OPRMSG-STATUS = '00'
               WRITE OPR-MSG-LINE FROM OPR-MSG-RECORD
               CLOSE OPR-MSG-FILE
           END-IF
           MOVE SPACES TO OPR-MSG-RECORD.

       END PROGRAM TripleRec.
