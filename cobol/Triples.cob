           SELECT RUN-LOG-FILE ASSIGN TO 'BATCH.RUNLOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.
           SELECT OPR-MSG-FILE ASSIGN TO 'BATCH.OPRMSG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPRMSG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-LOG-FILE.
           COPY RUNLOG.

       FD  OPR-MSG-FILE.
       01  OPR-MSG-LINE PIC X(128).

       WORKING-STORAGE SECTION.
       01 WS-TRP-STATUS PIC XX.
       01 WS-CTL-STATUS PIC XX.
       01 WS-CKPT-STATUS PIC XX.
       01 WS-RUNLOG-STATUS PIC XX.
       01 WS-OPRMSG-STATUS PIC XX.
       01 WS-START-TIMESTAMP PIC X(21).
       01 WS-END-TIMESTAMP PIC X(21).
       01 WS-REC-NO PIC 9(4) VALUE 0.
       01 WS-MATCH-COUNT-IN-C PIC 9(3) VALUE 0.
       01 WS-SKIP-REMAINING PIC 9(3) VALUE 0.
       01 WS-LOG-RECORD-COUNT PIC 9(7) VALUE 0.
       01 WS-XRF-RC PIC 9(4) VALUE 0.

       01 WS-FIRST-DECADE PIC X VALUE 'Y'.
       01 WS-CURRENT-DECADE PIC 9(2).
       01 WS-DECADE-LOW PIC 9(3).
       01 WS-DECADE-HIGH PIC 9(3).

       01 WS-GEN-M PIC 9(2).
       01 WS-GEN-N PIC 9(2).
       01 WS-GEN-K PIC 9(3).
       01 WS-GEN-TEMP PIC 9(4).
       01 WS-PRIM-HYP PIC 9(4).
       01 WS-PRIM-LEG1 PIC 9(4).
       01 WS-PRIM-LEG2 PIC 9(4).
       01 WS-TRIPLE-MAX PIC 9(4) VALUE 3000.
       01 WS-TRIPLE-COUNT PIC 9(4) VALUE 0.
       01 IX PIC 9(4).
       01 JX PIC 9(4).
       01 WS-TRIPLE-TABLE.
           05 WS-TRIPLE-ENTRY OCCURS 3001 TIMES.
               10 TT-HYP PIC 9(4).
               10 TT-LEG1 PIC 9(3).
               10 TT-LEG2 PIC 9(3).
               10 TT-MULTIPLIER PIC 9(3).
       01 WS-SWAP-ENTRY.
           05 SW-HYP PIC 9(4).
           05 SW-LEG1 PIC 9(3).
           05 SW-LEG2 PIC 9(3).
           05 SW-MULTIPLIER PIC 9(3).

           COPY OPRMSG.
           COPY BUSDATE.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE TO WS-START-TIMESTAMP
           PERFORM GET-BUSINESS-DATE
           PERFORM READ-CONTROL-CARD
           IF WS-C-LIMIT = 0
               MOVE 0006 TO OM-MSG-NO
               MOVE 'S' TO OM-SEVERITY
               MOVE 'TRIPLES.CONTROL.DAT' TO OM-FILE-NAME
               MOVE 'ZERO HYPOTENUSE LIMIT' TO OM-TEXT
               PERFORM WRITE-OPR-MSG
               MOVE 0 TO WS-LOG-RECORD-COUNT
               PERFORM WRITE-RUN-LOG
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM READ-CHECKPOINT
           IF NOT WS-IS-RESUMING
               PERFORM SCAN-EXISTING-MASTER
           END-IF
           PERFORM BUILD-TRIPLE-TABLE
           PERFORM SORT-TRIPLE-TABLE
           IF WS-IS-RESUMING
               OPEN I-O TRIPLES-FILE
           ELSE
               IF WS-IS-EXTENDING
                   OPEN EXTEND TRIPLES-FILE
               ELSE
               END-IF
           END-IF
           IF WS-TRP-STATUS NOT = '00'
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
      *> The table is in hypotenuse order, so walking C upward and
      *> taking every entry for that C keeps the decade breaks and the
      *> per-C checkpoint count exactly as they are for a scan of C.
           MOVE 1 TO IX
           PERFORM VARYING C FROM WS-START-C BY 1
                   UNTIL C > WS-C-LIMIT
               PERFORM CHECK-DECADE-BREAK
                   MOVE 0 TO WS-MATCH-COUNT-IN-C
                   MOVE 0 TO WS-SKIP-REMAINING
               END-IF
               PERFORM UNTIL TT-HYP(IX) NOT = C
                   IF WS-SKIP-REMAINING > 0
                       SUBTRACT 1 FROM WS-SKIP-REMAINING
                   ELSE
                       MOVE TT-LEG1(IX) TO A
                       MOVE TT-LEG2(IX) TO B
                       SET LEG1 TO A
                       SET LEG2 TO B
                       SET HYP TO C
                       MOVE TT-MULTIPLIER(IX) TO WS-GCD-RESULT
                       MOVE SPACES TO WS-FLAG-TEXT
                       IF WS-GCD-RESULT = 1
                           ADD 1 TO WS-PRIMITIVE-COUNT
                           MOVE 'PRIMITIVE' TO WS-FLAG-TEXT
                       ELSE
                           ADD 1 TO WS-MULTIPLE-COUNT
                           MOVE WS-GCD-RESULT TO WS-GCD-DISPLAY
                           STRING 'MULTIPLE-OF-'
                               FUNCTION TRIM(WS-GCD-DISPLAY)
                               DELIMITED BY SIZE
                               INTO WS-FLAG-TEXT
                       END-IF
                       DISPLAY LEG1, ', ', LEG2, ', ', HYP,
                           '  ', WS-FLAG-TEXT
                       ADD 1 TO WS-DECADE-COUNT
                       ADD 1 TO WS-REC-NO
                       ADD 1 TO WS-MATCH-COUNT-IN-C
                       MOVE C TO TRP-HYP
                       MOVE WS-REC-NO TO TRP-SEQ-NO
                       MOVE A TO TRP-LEG1
                       MOVE B TO TRP-LEG2
                       WRITE TRIPLES-RECORD
                       IF WS-TRP-STATUS NOT = '00'
                           PERFORM ABEND-TRIPLES-WRITE-FAILURE
                       END-IF
                       PERFORM WRITE-CHECKPOINT
                   END-IF
                   ADD 1 TO IX
               END-PERFORM
           END-PERFORM
           PERFORM PRINT-DECADE-SUBTOTAL
           PERFORM CLEAR-CHECKPOINT
           MOVE WS-REC-NO TO WS-LOG-RECORD-COUNT
           PERFORM WRITE-RUN-LOG
           PERFORM REBUILD-LEG-XREF
           MOVE WS-XRF-RC TO RETURN-CODE.
           GOBACK.

       COMPUTE-GCD.
           PERFORM UNTIL WS-GCD-Y = 0
               MOVE WS-GCD-Y TO WS-GCD-TEMP
               DIVIDE WS-GCD-X BY WS-GCD-Y
           END-PERFORM
           MOVE WS-GCD-X TO WS-GCD-RESULT.

      *> Every triple comes from a generator pair m > n > 0 that is
      *> coprime and of opposite parity: m*m - n*n, 2*m*n, m*m + n*n is
      *> the primitive, and k times it is each multiple.  Only triples
      *> from WS-START-C through the limit are kept, with the legs
      *> stored smaller first as they go on the master.
       BUILD-TRIPLE-TABLE.
           MOVE 0 TO WS-TRIPLE-COUNT
           PERFORM VARYING WS-GEN-M FROM 2 BY 1
                   UNTIL WS-GEN-M * WS-GEN-M + 1 > WS-C-LIMIT
               PERFORM VARYING WS-GEN-N FROM 1 BY 1
                       UNTIL WS-GEN-N >= WS-GEN-M
                   COMPUTE WS-PRIM-HYP =
                       WS-GEN-M * WS-GEN-M + WS-GEN-N * WS-GEN-N
                   MOVE WS-GEN-M TO WS-GCD-X
                   MOVE WS-GEN-N TO WS-GCD-Y
                   PERFORM COMPUTE-GCD
                   IF WS-PRIM-HYP <= WS-C-LIMIT
                           AND WS-GCD-RESULT = 1
                           AND FUNCTION MOD(WS-GEN-M - WS-GEN-N, 2) = 1
                       PERFORM ADD-TRIPLE-FAMILY
                   END-IF
               END-PERFORM
           END-PERFORM
      *> A hypotenuse past any real C ends the walk for the last C.
           MOVE 9999 TO TT-HYP(WS-TRIPLE-COUNT + 1).

       ADD-TRIPLE-FAMILY.
           COMPUTE WS-PRIM-LEG1 =
               WS-GEN-M * WS-GEN-M - WS-GEN-N * WS-GEN-N
           COMPUTE WS-PRIM-LEG2 = 2 * WS-GEN-M * WS-GEN-N
           IF WS-PRIM-LEG1 > WS-PRIM-LEG2
               MOVE WS-PRIM-LEG1 TO WS-GEN-TEMP
               MOVE WS-PRIM-LEG2 TO WS-PRIM-LEG1
               MOVE WS-GEN-TEMP TO WS-PRIM-LEG2
           END-IF
           PERFORM VARYING WS-GEN-K FROM 1 BY 1
                   UNTIL WS-GEN-K * WS-PRIM-HYP > WS-C-LIMIT
               IF WS-GEN-K * WS-PRIM-HYP >= WS-START-C
                   IF WS-TRIPLE-COUNT >= WS-TRIPLE-MAX
                       DISPLAY 'Triples: TRIPLE TABLE FULL AT '
                           WS-TRIPLE-MAX ' ENTRIES'
                       MOVE 0005 TO OM-MSG-NO
                       MOVE 'S' TO OM-SEVERITY
                       MOVE 'TRIPLES.MASTER.DAT' TO OM-FILE-NAME
                       MOVE 'TRIPLE TABLE' TO OM-TEXT
                       PERFORM WRITE-OPR-MSG
                       MOVE WS-REC-NO TO WS-LOG-RECORD-COUNT
                       PERFORM WRITE-RUN-LOG
                       MOVE 16 TO RETURN-CODE
                       GOBACK
                   END-IF
                   ADD 1 TO WS-TRIPLE-COUNT
                   COMPUTE TT-HYP(WS-TRIPLE-COUNT) =
                       WS-GEN-K * WS-PRIM-HYP
                   COMPUTE TT-LEG1(WS-TRIPLE-COUNT) =
                       WS-GEN-K * WS-PRIM-LEG1
                   COMPUTE TT-LEG2(WS-TRIPLE-COUNT) =
                       WS-GEN-K * WS-PRIM-LEG2
                   MOVE WS-GEN-K TO TT-MULTIPLIER(WS-TRIPLE-COUNT)
               END-IF
           END-PERFORM.

      *> Hypotenuse ascending, then longer leg ascending, which is the
      *> order a scan of C, then B, then A finds them in.
       SORT-TRIPLE-TABLE.
           PERFORM VARYING IX FROM 1 BY 1
                   UNTIL IX >= WS-TRIPLE-COUNT
               PERFORM VARYING JX FROM 1 BY 1
                       UNTIL JX > WS-TRIPLE-COUNT - IX
                   IF TT-HYP(JX) > TT-HYP(JX + 1)
                           OR (TT-HYP(JX) = TT-HYP(JX + 1)
                               AND TT-LEG2(JX) > TT-LEG2(JX + 1))
                       MOVE WS-TRIPLE-ENTRY(JX) TO WS-SWAP-ENTRY
                       MOVE WS-TRIPLE-ENTRY(JX + 1)
                           TO WS-TRIPLE-ENTRY(JX)
                       MOVE WS-SWAP-ENTRY TO WS-TRIPLE-ENTRY(JX + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

      *> When a master already exists and no checkpoint restart is
      *> pending, pick up generation just past the highest hypotenuse
      *> on file instead of rebuilding from C = 1.  Sequence numbering
                       NOT AT END
                           MOVE TRP-HYP TO WS-HIGHEST-HYP
                           MOVE TRP-SEQ-NO TO WS-REC-NO
                           MOVE TRP-LEG1 TO WS-GCD-X
                           MOVE TRP-LEG2 TO WS-GCD-Y
                           PERFORM COMPUTE-GCD
                           IF WS-GCD-RESULT = 1
                               ADD 1 TO WS-PRIMITIVE-COUNT
                           AND WS-TRP-STATUS NOT = '02'
                       DISPLAY 'Triples: TRIPLES-FILE READ ERROR, '
                           'STATUS ' WS-TRP-STATUS
                       MOVE 0002 TO OM-MSG-NO
                       MOVE 'S' TO OM-SEVERITY
                       MOVE 'TRIPLES.MASTER.DAT' TO OM-FILE-NAME
                       MOVE WS-TRP-STATUS TO OM-FILE-STATUS
                       PERFORM WRITE-OPR-MSG
                       CLOSE TRIPLES-FILE
                       MOVE WS-REC-NO TO WS-LOG-RECORD-COUNT
                       PERFORM WRITE-RUN-LOG
           OPEN OUTPUT CHECKPOINT-FILE
           IF WS-CKPT-STATUS NOT = '00'
               CLOSE TRIPLES-FILE
               MOVE 0001 TO OM-MSG-NO
               PERFORM ABEND-CHECKPOINT-FAILURE
           END-IF
           WRITE CHECKPOINT-RECORD
           IF WS-CKPT-STATUS NOT = '00'
               CLOSE TRIPLES-FILE
               MOVE 0003 TO OM-MSG-NO
               PERFORM ABEND-CHECKPOINT-FAILURE
           END-IF
           CLOSE CHECKPOINT-FILE.
       CLEAR-CHECKPOINT.
           OPEN OUTPUT CHECKPOINT-FILE
           IF WS-CKPT-STATUS NOT = '00'
               MOVE 0001 TO OM-MSG-NO
               PERFORM ABEND-CHECKPOINT-FAILURE
           END-IF
           CLOSE CHECKPOINT-FILE.

      *> Both abends come after the master was opened and written,
      *> so the cross-reference is rebuilt to describe whatever part
      *> of it is now on file; the restart finishes it.
       ABEND-CHECKPOINT-FAILURE.
           DISPLAY 'Triples: CHECKPOINT-FILE ERROR, STATUS '
               WS-CKPT-STATUS
           MOVE 'S' TO OM-SEVERITY
           MOVE 'TRIPLES.CHECKPOINT.DAT' TO OM-FILE-NAME
           MOVE WS-CKPT-STATUS TO OM-FILE-STATUS
           PERFORM WRITE-OPR-MSG
           MOVE WS-REC-NO TO WS-LOG-RECORD-COUNT
           PERFORM WRITE-RUN-LOG
           PERFORM REBUILD-LEG-XREF
           MOVE 16 TO RETURN-CODE
           GOBACK.

       ABEND-TRIPLES-WRITE-FAILURE.
           DISPLAY 'Triples: TRIPLES-FILE WRITE ERROR, STATUS '
               WS-TRP-STATUS
           MOVE 0003 TO OM-MSG-NO
           MOVE 'S' TO OM-SEVERITY
           MOVE 'TRIPLES.MASTER.DAT' TO OM-FILE-NAME
           MOVE WS-TRP-STATUS TO OM-FILE-STATUS
           PERFORM WRITE-OPR-MSG
           CLOSE TRIPLES-FILE
           MOVE WS-REC-NO TO WS-LOG-RECORD-COUNT
           PERFORM WRITE-RUN-LOG
           PERFORM REBUILD-LEG-XREF
           MOVE 16 TO RETURN-CODE
           GOBACK.

                   ': ', WS-DECADE-COUNT, ' TRIPLES'
           END-IF.

      *> The leg cross-reference is rebuilt from the master whenever
      *> the master changes, so a leg lookup never disagrees with it.
       REBUILD-LEG-XREF.
           MOVE 0 TO RETURN-CODE
           CALL 'TripleXrf'
               ON EXCEPTION
                   DISPLAY 'Triples: cannot call TripleXrf'
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
                   DISPLAY 'Triples: cannot call BusDate'
                   MOVE 0008 TO OM-MSG-NO
                   MOVE 'S' TO OM-SEVERITY
                   MOVE 'BusDate' TO OM-TEXT
                   PERFORM WRITE-OPR-MSG
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-CALL.

       WRITE-RUN-LOG.
           MOVE FUNCTION CURRENT-DATE TO WS-END-TIMESTAMP
           MOVE 'Triples' TO RL-PROGRAM-NAME
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
           MOVE 'Triples' TO OM-PROGRAM-NAME
           OPEN EXTEND OPR-MSG-FILE
           IF WS-OPRMSG-STATUS = '35'
               OPEN OUTPUT OPR-MSG-FILE
           END-IF
           IF WS-OPRMSG-STATUS = '00'
               WRITE OPR-MSG-LINE FROM OPR-MSG-RECORD
               CLOSE OPR-MSG-FILE
           END-IF
           MOVE SPACES TO OPR-MSG-RECORD.

       END PROGRAM Triples.
