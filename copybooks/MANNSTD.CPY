      * manning standard record - what a hull of a given vessel
      * function is supposed to carry: the authorized crew, the
      * minimum safe crew below which it should not sail, and the
      * most it can berth. keyed by function code plus operational
      * status - the line with a blank status is the function's
      * full standard, and a D, O or V line is the reduced (or
      * raised) standard for a deployed, in-overhaul or reserve hull.
      * a hull whose status has no line of its own is judged against
      * the function's blank-status line. maintained through MAINTREF
      * and shared by every program that loads MANNSTD.DAT.
       01 MANNSTD-RECORD.
          05 MS-KEY.
             10 MS-FUNC     PIC X(02).
             10 MS-STAT     PIC X(01).
          05 MS-AUTHORIZED     PIC 9(05).
          05 MS-MIN-SAFE     PIC 9(05).
          05 MS-MAXIMUM     PIC 9(05).
