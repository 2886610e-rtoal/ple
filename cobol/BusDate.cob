       IDENTIFICATION DIVISION.
       PROGRAM-ID. BusDate.

      *> Called first by every batch program for the date it is to run
      *> as.  BATCH.BUSDATE.DAT, when it holds a valid YYYYMMDD date,
      *> overrides the system date so a missed night can be rerun the
      *> next morning as that night.  RunBatch empties the file once a
      *> job completes, so the override lasts only for the rerun.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSDATE-FILE ASSIGN TO 'BATCH.BUSDATE.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUSDATE-FILE.
       01  BUSDATE-RECORD.
           05 BDR-BUSINESS-DATE PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-BUSDATE-STATUS PIC XX.
       01 WS-SYSTEM-DATE PIC 9(8).
       01 WS-OVERRIDE-DATE PIC 9(8).

       LINKAGE SECTION.
           COPY BUSDATE.

       PROCEDURE DIVISION USING BUSINESS-DATE-PARMS.
           ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD
           MOVE WS-SYSTEM-DATE TO BD-BUSINESS-DATE
           MOVE 'S' TO BD-SOURCE
           OPEN INPUT BUSDATE-FILE
           IF WS-BUSDATE-STATUS = '00'
               READ BUSDATE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM EDIT-OVERRIDE-DATE
               END-READ
               CLOSE BUSDATE-FILE
           END-IF
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       EDIT-OVERRIDE-DATE.
           IF BDR-BUSINESS-DATE NUMERIC
               MOVE BDR-BUSINESS-DATE TO WS-OVERRIDE-DATE
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-OVERRIDE-DATE) = 0
                   MOVE WS-OVERRIDE-DATE TO BD-BUSINESS-DATE
                   MOVE 'O' TO BD-SOURCE
               ELSE
                   MOVE 'E' TO BD-SOURCE
               END-IF
           ELSE
               MOVE 'E' TO BD-SOURCE
           END-IF.

       END PROGRAM BusDate.
