      *> Parameters passed to InputGuard by a program about to read a
      *> file another step produces.  The caller names itself and the
      *> producing step; InputGuard answers whether that step's latest
      *> run can be trusted and, if not, which file shows why.
       01  INPUT-GUARD-PARMS.
           05 IG-CONSUMER PIC X(10).
           05 IG-PRODUCER PIC X(10).
           05 IG-RESULT PIC X.
               88 IG-CURRENT VALUE 'Y'.
               88 IG-NOT-CURRENT VALUE 'N'.
               88 IG-UNAVAILABLE VALUE 'X'.
           05 IG-FILE-NAME PIC X(30).
           05 IG-REASON PIC X(60).
      *> Set by the caller.  A step run on demand, any number of times
      *> against one producer run, asks for the age test to be left
      *> out; the failed, incomplete and zero-count tests still apply.
           05 IG-AGE-CHECK PIC X.
               88 IG-AGE-CHECKED VALUE 'Y'.
               88 IG-AGE-NOT-CHECKED VALUE 'N'.
