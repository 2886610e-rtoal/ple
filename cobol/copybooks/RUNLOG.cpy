      *> Secondary balancing total for programs that carry one
      *> (TripleDim logs its perimeter sum here); zero when unused.
           05 RL-CONTROL-TOTAL PIC 9(9).
      *> Business date the run was made for (BusDate): the system date
      *> on a normal night, the override date on a rerun.  The two
      *> timestamps above are always the actual time of the run.
      *> Entries written before this field existed carry spaces.
           05 RL-BUSINESS-DATE PIC 9(8).
