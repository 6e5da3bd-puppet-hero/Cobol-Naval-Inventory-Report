      * run-exclusion lock - the single line on UVMFLOCK.DAT naming
      * the run that has UVMF.DAT and the reference masters to
      * itself. an empty or missing file means nobody does. every
      * program that updates or snapshots those files checks it at
      * startup, refuses to start if someone else holds it, takes
      * it if not, and empties the file again at a normal end. a
      * run that stops RC 16 leaves its lock in place on purpose -
      * the files may be half-updated, and nobody should go on
      * until someone has looked and cleared it with UVMFLOCK.
      * MONTHEND holds one cycle lock for its whole sequence; the
      * steps it starts find the cycle's stamp in UVMFLOCK in the
      * environment and run under it instead of taking their own.
       01 LOCK-RECORD.
          05 LOCK-PROGRAM     PIC X(09).
          05 LOCK-OPERATOR     PIC X(08).
          05 LOCK-STAMP.
             10 LOCK-DATE     PIC 9(08).
             10 LOCK-TIME     PIC 9(08).
          05 LOCK-KIND     PIC X(01).
             88 LOCK-INTERACTIVE     VALUE 'I'.
             88 LOCK-BATCH     VALUE 'B'.
             88 LOCK-CYCLE     VALUE 'C'.
