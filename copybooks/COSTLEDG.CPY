      * crew cost ledger record - one line on COSTLEDG.DAT per
      * location and vessel type for every month REPORTER has posted:
      * the hulls, crew and COST-MONT total exactly as SHIPS.RPT
      * printed them that month, so the budget office has actuals
      * to stand against the authorization instead of old
      * printouts. a month is posted once - REPORTER won't post a
      * period that's already on the ledger. read by BUDGEXEC.
       01 CL-RECORD.
          05 CL-PERIOD     PIC 9(06).
          05 CL-LOC     PIC X(01).
          05 CL-TYPE     PIC X(02).
          05 CL-HULLS     PIC 9(04).
          05 CL-CREW     PIC 9(07).
          05 CL-COST     PIC 9(09).
          05 CL-POSTED-DATE     PIC 9(08).
          05 CL-POSTED-TIME     PIC 9(08).
