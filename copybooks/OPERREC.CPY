      * operator authority record - one line on OPERATOR.DAT per
      * operator ID allowed to update the vessel master or the
      * reference masters. MAINTUVMF and MAINTREF sign the operator
      * on against it and refuse any action whose flag isn't 'Y';
      * BATCHUVMF, PENDUVMF and CREWFEED look up the submitting
      * operator (UVMFOPER in the environment) the same way. the ID
      * goes on every journal line the operator's work produces, so
      * OPERAUDT can list who changed what. an ID that isn't on file
      * can do nothing at all. edited by the security officer.
      * the ninth flag, after the eight maintenance flags, lets the
      * operator clear a stale run lock with UVMFLOCK - a line
      * without it reads as not allowed.
       01 OPER-RECORD.
          05 OPER-ID     PIC X(08).
          05 OPER-NAME     PIC X(20).
          05 OPER-AUTH     PIC X(08).
          05 OPER-AUTH-FLAGS REDEFINES OPER-AUTH.
             10 OPER-MAY-ADD     PIC X(01).
             10 OPER-MAY-CHANGE     PIC X(01).
             10 OPER-MAY-RETIRE     PIC X(01).
             10 OPER-MAY-TRANSFER     PIC X(01).
             10 OPER-MAY-SET-STAT     PIC X(01).
             10 OPER-MAY-RENAME     PIC X(01).
             10 OPER-MAY-HULL     PIC X(01).
             10 OPER-MAY-REF     PIC X(01).
          05 OPER-MAY-CLEAR-LOCK     PIC X(01).
