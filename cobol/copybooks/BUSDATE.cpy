      *> Business date returned by BusDate.  Every program dates its
      *> headings, outputs and run-log entry with BD-BUSINESS-DATE, not
      *> the system date, so a missed night rerun later still runs as
      *> that night.  BD-SOURCE says where the date came from.
       01  BUSINESS-DATE-PARMS.
           05 BD-BUSINESS-DATE PIC 9(8).
           05 BD-SOURCE PIC X.
               88 BD-FROM-OVERRIDE VALUE 'O'.
               88 BD-FROM-SYSTEM VALUE 'S'.
      *> Override record present but not a valid YYYYMMDD date; the
      *> system date was returned.
               88 BD-OVERRIDE-INVALID VALUE 'E'.
