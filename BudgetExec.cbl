      * budget execution report for the budget office - each
      * location's crew-cost authorization for the fiscal year (off
      * BUDGET.DAT) against what has actually been spent, month by
      * month, as REPORTER posted it to COSTLEDG.DAT. the months not
      * yet posted are projected the way COSTPROJ does it - today's
      * in-fleet crews at the effective-dated CREWCOST.DAT rate in
      * force each month, scaled by MANFACT.DAT - over the same hulls
      * SHIPS.RPT costs (the PARAM.DAT tonnage floor), so actuals and
      * projection measure the same fleet. optional argument:
      *    budgexec <fiscal-year>
      * the fiscal year runs October through September and is named
      * for the year it ends in; left off, it's the fiscal year the
      * run date falls in. output is BUDGEXEC.RPT: per location the
      * budget, actual fiscal-year-to-date, projected remaining
      * months, projected year-end and the variance, flagged
      * OVERSPENT (actuals already past the budget), OVERRUN
      * (projected to pass it), UNDERRUN (projected to leave more
      * than WS-UNDER-PCT percent unspent) or NO BUDGET. a month
      * before the last one posted that has nothing on the ledger (a
      * held or skipped month-end) is projected with the rest and
      * listed UNPOSTED. any flag or unposted month ends the run
      * RC 4.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDGEXEC.
       AUTHOR. VEGA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UVMF ASSIGN TO '.\UVMF.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS UVMF-NAME
           FILE STATUS IS WS-UVMF-STATUS.

           SELECT LOCFILE ASSIGN TO '.\LOCS.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT CREWCOSTFILE ASSIGN TO '.\CREWCOST.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT MANFACTFILE ASSIGN TO '.\MANFACT.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-MF-STATUS.

           SELECT PARMFILE ASSIGN TO '.\PARAM.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PARM-STATUS.

           SELECT LEDGFILE ASSIGN TO '.\COSTLEDG.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-LEDG-STATUS.

           SELECT BUDGFILE ASSIGN TO '.\BUDGET.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-BUDG-STATUS.

           SELECT BUDGRPT ASSIGN TO '.\BUDGEXEC.RPT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD UVMF.
           COPY UVMFREC.

       FD LOCFILE.
           COPY LOCSREC.

       FD CREWCOSTFILE.
       01 CREWCOSTFILE-RECORD.
          05 CC-CODE     PIC X(02).
          05 CC-EFF-DATE     PIC 9(08).
          05 CC-RATE     PIC 9(04)V99.

       FD MANFACTFILE.
       01 MANFACTFILE-RECORD.
          05 MF-STAT     PIC X(01).
          05 MF-FACTOR     PIC 9(01)V99.

       FD PARMFILE.
       01 PARM-RECORD     PIC 9(06).

       FD LEDGFILE.
           COPY COSTLEDG.

      * budget authorization master - one line per location per
      * fiscal year, the annual crew-cost authorization in whole
      * dollars. kept by the budget office; when an authorization
      * is amended the new line goes on after the old, and the
      * last line for a location and year is the one in force.
       FD BUDGFILE.
       01 BUDG-RECORD.
          05 BUD-FY     PIC 9(04).
          05 BUD-LOC     PIC X(01).
          05 BUD-AMOUNT     PIC 9(11).

       FD BUDGRPT.
       01 BUDGRPT-RECORD     PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-UVMF-STATUS     PIC X(02)     VALUE '00'.
       01 WS-MF-STATUS     PIC X(02)     VALUE '00'.
       01 WS-PARM-STATUS     PIC X(02)     VALUE '00'.
       01 WS-LEDG-STATUS     PIC X(02)     VALUE '00'.
       01 WS-BUDG-STATUS     PIC X(02)     VALUE '00'.

       01 WS-EOF-FLAGS.
          05 WS-UVMF-EOF     PIC X     VALUE 'N'.
          05 WS-LOC-EOF     PIC X     VALUE 'N'.
          05 WS-CC-EOF     PIC X     VALUE 'N'.
          05 WS-MF-EOF     PIC X     VALUE 'N'.
          05 WS-LEDG-EOF     PIC X     VALUE 'N'.
          05 WS-BUDG-EOF     PIC X     VALUE 'N'.

       01 WS-TON-THRESHOLD     PIC 9(06)     VALUE 3500.
      * a location projected to leave more than this percentage of
      * its authorization unspent is flagged UNDERRUN
       01 WS-UNDER-PCT     PIC 9(02)     VALUE 10.

      * the fiscal year and its twelve periods - WS-FY-FIRST and
      * WS-FY-LAST are YYYYMM bounds on the ledger periods
       01 WS-CMD-LINE     PIC X(20)     VALUE SPACES.
       01 WS-ARG-FY     PIC X(04)     VALUE SPACES.
       01 WS-RUN-DATE     PIC 9(08)     VALUE 0.
       01 WS-FISCAL-YEAR     PIC 9(04)     VALUE 0.
       01 WS-FY-FIRST     PIC 9(06)     VALUE 0.
       01 WS-FY-LAST     PIC 9(06)     VALUE 0.
       01 WS-LAST-POSTED     PIC 9(06)     VALUE 0.
       01 WS-WORK-DATE.
          05 WS-WORK-YYYY     PIC 9(04).
          05 WS-WORK-MM     PIC 9(02).
          05 WS-WORK-DD     PIC 9(02).

      * which of the fiscal year's twelve months (October first)
      * have anything on the ledger
       01 WS-FY-POSTED-FLAGS.
          05 WS-FY-POSTED     OCCURS 12 TIMES     PIC X(01).
       01 WS-FYM-X     PIC 9(02)     VALUE 0.
       01 WS-WORK-PERIOD     PIC 9(06)     VALUE 0.

      * the months to project - every fiscal-year month with nothing
      * on the ledger - with the first of each month for the rate
      * lookup, same as COSTPROJ's month table
       01 WS-REMAIN-COUNT     PIC 9(02)     VALUE 0.
       01 WS-MONTH-TABLE.
          05 WS-MONTH-ENTRY     OCCURS 12 TIMES
                                 INDEXED BY WS-MON-X.
             10 WS-MONTH-ASOF     PIC 9(08).
      * the projected months that fall before the last one posted -
      * a month-end that was held or skipped and never posted
       01 WS-UNPOSTED-COUNT     PIC 9(02)     VALUE 0.
       01 WS-UNPOSTED-TABLE.
          05 WS-UNPOSTED-PERIOD     OCCURS 12 TIMES     PIC 9(06).
       01 WS-UNPOSTED-PTR     PIC 9(03)     VALUE 1.

       01 WS-MF-COUNT     PIC 9(02)     VALUE 0.
       01 WS-MF-TABLE.
          05 WS-MF-ENTRY     OCCURS 10 TIMES
                              INDEXED BY WS-MF-X.
             10 WS-MF-STAT     PIC X(01).
             10 WS-MF-FACTOR-TBL     PIC 9(01)V99.
       01 WS-MF-FACTOR-FOUND     PIC 9(01)V99     VALUE 1.00.
       01 WS-LOOKUP-STAT     PIC X(01)     VALUE SPACE.

       01 WS-CC-COUNT     PIC 9(02)     VALUE 0.
       01 WS-CC-TABLE.
          05 WS-CC-ENTRY     OCCURS 60 TIMES
                              INDEXED BY WS-CC-X.
             10 WS-CC-CODE     PIC X(02).
             10 WS-CC-EFF-TBL     PIC 9(08).
             10 WS-CC-RATE-TBL     PIC 9(04)V99.
       01 WS-CC-RATE-FOUND     PIC 9(04)V99.
       01 WS-CC-BEST-EFF     PIC 9(08)     VALUE 0.
       01 WS-LOOKUP-TYPE     PIC X(02).
       01 WS-RATE-ASOF     PIC 9(08)     VALUE 0.

      * location master plus the year's money for each; a code
      * turning up on the ledger, the budget or the fleet with no
      * LOCS.DAT entry gets a slot under the raw code
       01 WS-LOC-COUNT     PIC 9(02)     VALUE 0.
       01 WS-LOC-TABLE.
          05 WS-LOC-ENTRY     OCCURS 20 TIMES
                               INDEXED BY WS-LOC-X.
             10 WS-LOC-CODE     PIC X(01).
             10 WS-LOC-NAME-TBL     PIC X(13).
             10 WS-LOC-HAS-BUDGET     PIC X(01).
             10 WS-LOC-BUDGET     PIC 9(11).
             10 WS-LOC-ACTUAL     PIC 9(11).
             10 WS-LOC-REMAIN     PIC 9(11).
       01 WS-LOC-SLOT     PIC 9(02)     VALUE 0.
       01 WS-LOOKUP-LOC     PIC X(01)     VALUE SPACE.

       01 WS-VESSEL-COST     PIC 9(09)     VALUE 0.
       01 WS-PROJECTED     PIC 9(12)     VALUE 0.
       01 WS-UNDER-FLOOR     PIC 9(12)     VALUE 0.
       01 WS-VARIANCE     PIC S9(12)     VALUE 0.
       01 WS-EXEC-PCT     PIC 9(04)     VALUE 0.
       01 WS-FLAG-TEXT     PIC X(09)     VALUE SPACES.
       01 WS-FLAG-COUNT     PIC 9(03)     VALUE 0.
       01 WS-VESSEL-COUNT     PIC 9(05)     VALUE 0.

       01 WS-FLEET-TOTALS.
          05 WS-FLEET-BUDGET     PIC 9(12)     VALUE 0.
          05 WS-FLEET-ACTUAL     PIC 9(12)     VALUE 0.
          05 WS-FLEET-REMAIN     PIC 9(12)     VALUE 0.
          05 WS-FLEET-PROJECTED     PIC 9(12)     VALUE 0.

       01 WS-ED-BUDGET     PIC Z(11)9.
       01 WS-ED-ACTUAL     PIC Z(11)9.
       01 WS-ED-REMAIN     PIC Z(11)9.
       01 WS-ED-PROJECTED     PIC Z(11)9.
       01 WS-ED-VARIANCE     PIC -(11)9.
       01 WS-ED-PCT     PIC ZZZ9.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM PARSE-ARGUMENTS.
           PERFORM LOAD-LOC-TABLE.
           PERFORM LOAD-CC-TABLE.
           PERFORM LOAD-MF-TABLE.
           PERFORM LOAD-TON-THRESHOLD.
           PERFORM LOAD-BUDGETS.
           PERFORM SUM-LEDGER-ACTUALS.
           PERFORM BUILD-MONTH-TABLE.
           PERFORM SWEEP-UVMF.
           PERFORM PRINT-EXECUTION.
           DISPLAY 'BUDGEXEC: FISCAL YEAR ' WS-FISCAL-YEAR ' - '
               WS-FLAG-COUNT ' LOCATION(S) FLAGGED ON BUDGEXEC.RPT'.
           IF WS-UNPOSTED-COUNT > 0
              DISPLAY 'BUDGEXEC: ' WS-UNPOSTED-COUNT ' MONTH(S) NEVER '
                  'POSTED TO COSTLEDG.DAT - PROJECTED, SEE BUDGEXEC.RPT'
           END-IF.
           IF WS-FLAG-COUNT > 0 OR WS-UNPOSTED-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       PARSE-ARGUMENTS.
      * an October or later run date is already in the next fiscal
      * year
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           UNSTRING WS-CMD-LINE DELIMITED BY ALL ' '
               INTO WS-ARG-FY
           END-UNSTRING.
           IF WS-ARG-FY NUMERIC
              MOVE WS-ARG-FY TO WS-FISCAL-YEAR
           ELSE
              MOVE WS-RUN-DATE TO WS-WORK-DATE
              MOVE WS-WORK-YYYY TO WS-FISCAL-YEAR
              IF WS-WORK-MM >= 10
                 ADD 1 TO WS-FISCAL-YEAR
              END-IF
           END-IF.
           COMPUTE WS-FY-FIRST = (WS-FISCAL-YEAR - 1) * 100 + 10.
           COMPUTE WS-FY-LAST = WS-FISCAL-YEAR * 100 + 9.

       LOAD-LOC-TABLE.
           OPEN INPUT LOCFILE.
           PERFORM UNTIL WS-LOC-EOF = 'Y'
              READ LOCFILE
                 AT END
                    MOVE 'Y' TO WS-LOC-EOF
                 NOT AT END
                    ADD 1 TO WS-LOC-COUNT
                    IF WS-LOC-COUNT > 20
                       DISPLAY 'BUDGEXEC: LOCS.DAT HAS MORE THAN 20 '
                           'ENTRIES, RAISE WS-LOC-ENTRY OCCURS IN '
                           'BudgetExec.cbl'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                    END-IF
                    MOVE LF-LOC-CODE TO WS-LOC-CODE(WS-LOC-COUNT)
                    MOVE LF-LOC-NAME TO WS-LOC-NAME-TBL(WS-LOC-COUNT)
                    PERFORM ZERO-LOC-MONEY
              END-READ
           END-PERFORM.
           CLOSE LOCFILE.

       ZERO-LOC-MONEY.
      * WS-LOC-COUNT is the slot being initialized
           MOVE 'N' TO WS-LOC-HAS-BUDGET(WS-LOC-COUNT).
           MOVE 0 TO WS-LOC-BUDGET(WS-LOC-COUNT).
           MOVE 0 TO WS-LOC-ACTUAL(WS-LOC-COUNT).
           MOVE 0 TO WS-LOC-REMAIN(WS-LOC-COUNT).

       LOAD-CC-TABLE.
           OPEN INPUT CREWCOSTFILE.
           PERFORM UNTIL WS-CC-EOF = 'Y'
              READ CREWCOSTFILE
                 AT END
                    MOVE 'Y' TO WS-CC-EOF
                 NOT AT END
                    ADD 1 TO WS-CC-COUNT
                    IF WS-CC-COUNT > 60
                       DISPLAY 'BUDGEXEC: CREWCOST.DAT HAS MORE THAN '
                           '60 ENTRIES, RAISE WS-CC-ENTRY OCCURS IN '
                           'BudgetExec.cbl'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                    END-IF
                    MOVE CC-CODE TO WS-CC-CODE(WS-CC-COUNT)
                    MOVE CC-EFF-DATE TO WS-CC-EFF-TBL(WS-CC-COUNT)
                    MOVE CC-RATE TO WS-CC-RATE-TBL(WS-CC-COUNT)
              END-READ
           END-PERFORM.
           CLOSE CREWCOSTFILE.

       LOAD-MF-TABLE.
      * no MANFACT.DAT means full complement for every status, same
      * rule as REPORTER and COSTPROJ
           OPEN INPUT MANFACTFILE.
           IF WS-MF-STATUS = '35'
              MOVE 'Y' TO WS-MF-EOF
           ELSE
              IF WS-MF-STATUS NOT = '00'
                 DISPLAY 'BUDGEXEC: MANFACT.DAT OPEN FAILED, '
                     'STATUS = ' WS-MF-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.
           PERFORM UNTIL WS-MF-EOF = 'Y'
              READ MANFACTFILE
                 AT END
                    MOVE 'Y' TO WS-MF-EOF
                 NOT AT END
                    ADD 1 TO WS-MF-COUNT
                    IF WS-MF-COUNT > 10
                       DISPLAY 'BUDGEXEC: MANFACT.DAT HAS MORE THAN '
                           '10 ENTRIES, RAISE WS-MF-ENTRY OCCURS IN '
                           'BudgetExec.cbl'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                    END-IF
                    MOVE MF-STAT TO WS-MF-STAT(WS-MF-COUNT)
                    MOVE MF-FACTOR TO WS-MF-FACTOR-TBL(WS-MF-COUNT)
              END-READ
           END-PERFORM.
           IF WS-MF-STATUS NOT = '35'
              CLOSE MANFACTFILE
           END-IF.

       LOOKUP-MF-FACTOR.
           MOVE 1.00 TO WS-MF-FACTOR-FOUND.
           SET WS-MF-X TO 1.
           SEARCH WS-MF-ENTRY
              AT END
                 CONTINUE
              WHEN WS-MF-X > WS-MF-COUNT
                 CONTINUE
              WHEN WS-LOOKUP-STAT = WS-MF-STAT(WS-MF-X)
                 MOVE WS-MF-FACTOR-TBL(WS-MF-X) TO
                     WS-MF-FACTOR-FOUND
           END-SEARCH.

       LOAD-TON-THRESHOLD.
      * the same tonnage floor SHIPS.RPT uses, so the projected
      * months cost the same hulls the posted months did
           OPEN INPUT PARMFILE.
           IF WS-PARM-STATUS = '00'
              READ PARMFILE
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE PARM-RECORD TO WS-TON-THRESHOLD
              END-READ
              CLOSE PARMFILE
           END-IF.

       LOAD-BUDGETS.
      * no BUDGET.DAT at all is a setup problem, not a report - every
      * location would come out NO BUDGET
           OPEN INPUT BUDGFILE.
           IF WS-BUDG-STATUS NOT = '00'
              DISPLAY 'BUDGEXEC: UNABLE TO OPEN BUDGET.DAT, STATUS = '
                  WS-BUDG-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM UNTIL WS-BUDG-EOF = 'Y'
              READ BUDGFILE
                 AT END
                    MOVE 'Y' TO WS-BUDG-EOF
                 NOT AT END
                    IF BUD-FY = WS-FISCAL-YEAR
                       MOVE BUD-LOC TO WS-LOOKUP-LOC
                       PERFORM FIND-LOC-SLOT
                       MOVE 'Y' TO WS-LOC-HAS-BUDGET(WS-LOC-SLOT)
                       MOVE BUD-AMOUNT TO WS-LOC-BUDGET(WS-LOC-SLOT)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE BUDGFILE.

       SUM-LEDGER-ACTUALS.
      * every posted period inside the fiscal year counts toward the
      * actuals, and marks its month posted; the latest one found
      * is how far the ledger has got. no ledger yet just means
      * nothing has been posted.
           MOVE ALL 'N' TO WS-FY-POSTED-FLAGS.
           OPEN INPUT LEDGFILE.
           IF WS-LEDG-STATUS = '35'
              MOVE 'Y' TO WS-LEDG-EOF
           ELSE
              IF WS-LEDG-STATUS NOT = '00'
                 DISPLAY 'BUDGEXEC: UNABLE TO OPEN COSTLEDG.DAT, '
                     'STATUS = ' WS-LEDG-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.
           PERFORM UNTIL WS-LEDG-EOF = 'Y'
              READ LEDGFILE
                 AT END
                    MOVE 'Y' TO WS-LEDG-EOF
                 NOT AT END
                    IF CL-PERIOD >= WS-FY-FIRST
                       AND CL-PERIOD <= WS-FY-LAST
                       MOVE CL-LOC TO WS-LOOKUP-LOC
                       PERFORM FIND-LOC-SLOT
                       ADD CL-COST TO WS-LOC-ACTUAL(WS-LOC-SLOT)
                       IF CL-PERIOD > WS-LAST-POSTED
                          MOVE CL-PERIOD TO WS-LAST-POSTED
                       END-IF
                       MOVE CL-PERIOD TO WS-WORK-PERIOD
                       PERFORM PERIOD-TO-FY-MONTH
                       MOVE 'Y' TO WS-FY-POSTED(WS-FYM-X)
                    END-IF
              END-READ
           END-PERFORM.
           IF WS-LEDG-STATUS NOT = '35'
              CLOSE LEDGFILE
           END-IF.

       PERIOD-TO-FY-MONTH.
      * caller sets WS-WORK-PERIOD (YYYYMM); leaves the month's place
      * in the fiscal year in WS-FYM-X - October 1, September 12
           MOVE WS-WORK-PERIOD(5:2) TO WS-FYM-X.
           IF WS-FYM-X >= 10
              SUBTRACT 9 FROM WS-FYM-X
           ELSE
              ADD 3 TO WS-FYM-X
           END-IF.

       BUILD-MONTH-TABLE.
      * every fiscal-year month with nothing on the ledger is
      * projected - the months after the last one posted (all
      * twelve when nothing is posted yet, none when September is
      * already on the ledger), and any month before it that never
      * got posted. those gaps are a month-end that was held or
      * skipped; left out, the year-end would be understated with
      * nothing said, so they are projected and listed UNPOSTED.
           COMPUTE WS-WORK-YYYY = WS-FISCAL-YEAR - 1.
           MOVE 10 TO WS-WORK-MM.
           MOVE 01 TO WS-WORK-DD.
           MOVE 0 TO WS-REMAIN-COUNT.
           MOVE 0 TO WS-UNPOSTED-COUNT.
           PERFORM VARYING WS-FYM-X FROM 1 BY 1
              UNTIL WS-FYM-X > 12
              IF WS-FY-POSTED(WS-FYM-X) NOT = 'Y'
                 ADD 1 TO WS-REMAIN-COUNT
                 MOVE WS-WORK-DATE TO WS-MONTH-ASOF(WS-REMAIN-COUNT)
                 COMPUTE WS-WORK-PERIOD =
                     WS-WORK-YYYY * 100 + WS-WORK-MM
                 IF WS-WORK-PERIOD < WS-LAST-POSTED
                    ADD 1 TO WS-UNPOSTED-COUNT
                    MOVE WS-WORK-PERIOD TO
                        WS-UNPOSTED-PERIOD(WS-UNPOSTED-COUNT)
                 END-IF
              END-IF
              ADD 1 TO WS-WORK-MM
              IF WS-WORK-MM > 12
                 MOVE 1 TO WS-WORK-MM
                 ADD 1 TO WS-WORK-YYYY
              END-IF
           END-PERFORM.

       SWEEP-UVMF.
           IF WS-REMAIN-COUNT = 0
              CONTINUE
           ELSE
              OPEN INPUT UVMF
              IF WS-UVMF-STATUS NOT = '00'
                 DISPLAY 'BUDGEXEC: UNABLE TO OPEN UVMF.DAT, STATUS = '
                     WS-UVMF-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              PERFORM UNTIL WS-UVMF-EOF = 'Y'
                 READ UVMF
                 END-READ
                 IF WS-UVMF-STATUS = '10'
                    MOVE 'Y' TO WS-UVMF-EOF
                 ELSE
                    IF WS-UVMF-STATUS NOT = '00'
                       DISPLAY 'BUDGEXEC: UVMF READ FAILED, STATUS = '
                           WS-UVMF-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                    END-IF
                    IF UVMF-IN-FLEET
                       AND UVMF-TONNAGE >= WS-TON-THRESHOLD
                       ADD 1 TO WS-VESSEL-COUNT
                       PERFORM PROJECT-ONE-VESSEL
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE UVMF
           END-IF.

       PROJECT-ONE-VESSEL.
      * crew times the rate in force each remaining month, scaled by
      * the manning factor for today's status - COSTPROJ's rule
           MOVE UVMF-LOC TO WS-LOOKUP-LOC.
           PERFORM FIND-LOC-SLOT.
           MOVE UVMF-TYPE TO WS-LOOKUP-TYPE.
           MOVE UVMF-STAT TO WS-LOOKUP-STAT.
           PERFORM LOOKUP-MF-FACTOR.
           PERFORM VARYING WS-MON-X FROM 1 BY 1
              UNTIL WS-MON-X > WS-REMAIN-COUNT
              MOVE WS-MONTH-ASOF(WS-MON-X) TO WS-RATE-ASOF
              PERFORM LOOKUP-CC-RATE
              COMPUTE WS-VESSEL-COST ROUNDED =
                  UVMF-CREW * WS-CC-RATE-FOUND * WS-MF-FACTOR-FOUND
                 ON SIZE ERROR
                    DISPLAY 'BUDGEXEC: COST OVERFLOW FOR VESSEL '
                        UVMF-NAME
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
              END-COMPUTE
              ADD WS-VESSEL-COST TO WS-LOC-REMAIN(WS-LOC-SLOT)
           END-PERFORM.

       FIND-LOC-SLOT.
      * leaves the slot for WS-LOOKUP-LOC in WS-LOC-SLOT, adding a
      * slot under the raw code when LOCS.DAT has no entry for it
           MOVE 0 TO WS-LOC-SLOT.
           PERFORM VARYING WS-LOC-X FROM 1 BY 1
              UNTIL WS-LOC-X > WS-LOC-COUNT
              IF WS-LOOKUP-LOC = WS-LOC-CODE(WS-LOC-X)
                 SET WS-LOC-SLOT TO WS-LOC-X
              END-IF
           END-PERFORM.
           IF WS-LOC-SLOT = 0
              ADD 1 TO WS-LOC-COUNT
              IF WS-LOC-COUNT > 20
                 DISPLAY 'BUDGEXEC: MORE THAN 20 LOCATIONS IN USE, '
                     'RAISE WS-LOC-ENTRY OCCURS IN BudgetExec.cbl'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE WS-LOOKUP-LOC TO WS-LOC-CODE(WS-LOC-COUNT)
              MOVE WS-LOOKUP-LOC TO WS-LOC-NAME-TBL(WS-LOC-COUNT)
              PERFORM ZERO-LOC-MONEY
              MOVE WS-LOC-COUNT TO WS-LOC-SLOT
           END-IF.

       LOOKUP-CC-RATE.
      * of the entries for WS-LOOKUP-TYPE already in force on
      * WS-RATE-ASOF, the one with the latest effective date wins
           MOVE 0 TO WS-CC-RATE-FOUND.
           MOVE 0 TO WS-CC-BEST-EFF.
           PERFORM VARYING WS-CC-X FROM 1 BY 1
              UNTIL WS-CC-X > WS-CC-COUNT
              IF WS-LOOKUP-TYPE = WS-CC-CODE(WS-CC-X)
                 AND WS-CC-EFF-TBL(WS-CC-X) <= WS-RATE-ASOF
                 AND WS-CC-EFF-TBL(WS-CC-X) >= WS-CC-BEST-EFF
                 MOVE WS-CC-EFF-TBL(WS-CC-X) TO WS-CC-BEST-EFF
                 MOVE WS-CC-RATE-TBL(WS-CC-X) TO WS-CC-RATE-FOUND
              END-IF
           END-PERFORM.

       PRINT-EXECUTION.
           OPEN OUTPUT BUDGRPT.
           MOVE SPACES TO BUDGRPT-RECORD.
           STRING 'BUDGET EXECUTION - FISCAL YEAR ' WS-FISCAL-YEAR
               ' (' WS-FY-FIRST ' THRU ' WS-FY-LAST ')'
               '     RUN DATE ' WS-RUN-DATE
               DELIMITED BY SIZE INTO BUDGRPT-RECORD
           END-STRING.
           WRITE BUDGRPT-RECORD.
           MOVE SPACES TO BUDGRPT-RECORD.
           IF WS-LAST-POSTED = 0
              STRING 'NO ACTUALS POSTED FOR THIS FISCAL YEAR - '
                  WS-REMAIN-COUNT ' MONTH(S) PROJECTED'
                  DELIMITED BY SIZE INTO BUDGRPT-RECORD
              END-STRING
           ELSE
              STRING 'ACTUALS POSTED THROUGH ' WS-LAST-POSTED
                  ' - ' WS-REMAIN-COUNT ' MONTH(S) PROJECTED'
                  DELIMITED BY SIZE INTO BUDGRPT-RECORD
              END-STRING
           END-IF.
           WRITE BUDGRPT-RECORD.
           IF WS-UNPOSTED-COUNT > 0
              PERFORM PRINT-UNPOSTED-LINE
           END-IF.
           MOVE SPACES TO BUDGRPT-RECORD.
           STRING 'LOCATION            BUDGET  ACTUAL FYTD'
               '    REMAINING  PROJ YR-END     VARIANCE  PCT% FLAG'
               DELIMITED BY SIZE INTO BUDGRPT-RECORD
           END-STRING.
           WRITE BUDGRPT-RECORD.
           PERFORM VARYING WS-LOC-X FROM 1 BY 1
              UNTIL WS-LOC-X > WS-LOC-COUNT
      * a port with no budget, no spending and nothing berthed has
      * nothing to say this year
              IF WS-LOC-HAS-BUDGET(WS-LOC-X) = 'Y'
                 OR WS-LOC-ACTUAL(WS-LOC-X) > 0
                 OR WS-LOC-REMAIN(WS-LOC-X) > 0
                 PERFORM PRINT-ONE-LOCATION
              END-IF
           END-PERFORM.
           PERFORM PRINT-FLEET-TOTAL.
           CLOSE BUDGRPT.

       PRINT-UNPOSTED-LINE.
      * the months the ledger skipped - projected like the months to
      * come, and the run ends RC 4 so someone posts them
           MOVE SPACES TO BUDGRPT-RECORD.
           MOVE 1 TO WS-UNPOSTED-PTR.
           STRING 'UNPOSTED' DELIMITED BY SIZE
               INTO BUDGRPT-RECORD WITH POINTER WS-UNPOSTED-PTR
           END-STRING.
           PERFORM VARYING WS-FYM-X FROM 1 BY 1
              UNTIL WS-FYM-X > WS-UNPOSTED-COUNT
              STRING ' ' WS-UNPOSTED-PERIOD(WS-FYM-X)
                  DELIMITED BY SIZE
                  INTO BUDGRPT-RECORD WITH POINTER WS-UNPOSTED-PTR
              END-STRING
           END-PERFORM.
           STRING ' - NOT ON COSTLEDG.DAT, PROJECTED'
               DELIMITED BY SIZE
               INTO BUDGRPT-RECORD WITH POINTER WS-UNPOSTED-PTR
           END-STRING.
           WRITE BUDGRPT-RECORD.

       PRINT-ONE-LOCATION.
           COMPUTE WS-PROJECTED = WS-LOC-ACTUAL(WS-LOC-X)
               + WS-LOC-REMAIN(WS-LOC-X).
           COMPUTE WS-VARIANCE = WS-LOC-BUDGET(WS-LOC-X)
               - WS-PROJECTED.
           COMPUTE WS-UNDER-FLOOR = WS-LOC-BUDGET(WS-LOC-X)
               * (100 - WS-UNDER-PCT) / 100.
           IF WS-LOC-BUDGET(WS-LOC-X) = 0
              MOVE 0 TO WS-EXEC-PCT
           ELSE
              COMPUTE WS-EXEC-PCT ROUNDED = WS-LOC-ACTUAL(WS-LOC-X)
                  * 100 / WS-LOC-BUDGET(WS-LOC-X)
                 ON SIZE ERROR
                    MOVE 9999 TO WS-EXEC-PCT
              END-COMPUTE
           END-IF.
           EVALUATE TRUE
              WHEN WS-LOC-HAS-BUDGET(WS-LOC-X) = 'N'
                 MOVE 'NO BUDGET' TO WS-FLAG-TEXT
              WHEN WS-LOC-ACTUAL(WS-LOC-X) > WS-LOC-BUDGET(WS-LOC-X)
                 MOVE 'OVERSPENT' TO WS-FLAG-TEXT
              WHEN WS-PROJECTED > WS-LOC-BUDGET(WS-LOC-X)
                 MOVE 'OVERRUN' TO WS-FLAG-TEXT
              WHEN WS-PROJECTED < WS-UNDER-FLOOR
                 MOVE 'UNDERRUN' TO WS-FLAG-TEXT
              WHEN OTHER
                 MOVE SPACES TO WS-FLAG-TEXT
           END-EVALUATE.
           IF WS-FLAG-TEXT NOT = SPACES
              ADD 1 TO WS-FLAG-COUNT
           END-IF.
           ADD WS-LOC-BUDGET(WS-LOC-X) TO WS-FLEET-BUDGET.
           ADD WS-LOC-ACTUAL(WS-LOC-X) TO WS-FLEET-ACTUAL.
           ADD WS-LOC-REMAIN(WS-LOC-X) TO WS-FLEET-REMAIN.
           ADD WS-PROJECTED TO WS-FLEET-PROJECTED.
           MOVE WS-LOC-BUDGET(WS-LOC-X) TO WS-ED-BUDGET.
           MOVE WS-LOC-ACTUAL(WS-LOC-X) TO WS-ED-ACTUAL.
           MOVE WS-LOC-REMAIN(WS-LOC-X) TO WS-ED-REMAIN.
           MOVE WS-PROJECTED TO WS-ED-PROJECTED.
           MOVE WS-VARIANCE TO WS-ED-VARIANCE.
           MOVE WS-EXEC-PCT TO WS-ED-PCT.
           MOVE SPACES TO BUDGRPT-RECORD.
           STRING WS-LOC-NAME-TBL(WS-LOC-X) ' ' WS-ED-BUDGET ' '
               WS-ED-ACTUAL ' ' WS-ED-REMAIN ' ' WS-ED-PROJECTED ' '
               WS-ED-VARIANCE ' ' WS-ED-PCT ' ' WS-FLAG-TEXT
               DELIMITED BY SIZE INTO BUDGRPT-RECORD
           END-STRING.
           WRITE BUDGRPT-RECORD.

       PRINT-FLEET-TOTAL.
           COMPUTE WS-VARIANCE = WS-FLEET-BUDGET - WS-FLEET-PROJECTED.
           IF WS-FLEET-BUDGET = 0
              MOVE 0 TO WS-EXEC-PCT
           ELSE
              COMPUTE WS-EXEC-PCT ROUNDED = WS-FLEET-ACTUAL * 100
                  / WS-FLEET-BUDGET
                 ON SIZE ERROR
                    MOVE 9999 TO WS-EXEC-PCT
              END-COMPUTE
           END-IF.
           MOVE WS-FLEET-BUDGET TO WS-ED-BUDGET.
           MOVE WS-FLEET-ACTUAL TO WS-ED-ACTUAL.
           MOVE WS-FLEET-REMAIN TO WS-ED-REMAIN.
           MOVE WS-FLEET-PROJECTED TO WS-ED-PROJECTED.
           MOVE WS-VARIANCE TO WS-ED-VARIANCE.
           MOVE WS-EXEC-PCT TO WS-ED-PCT.
           MOVE SPACES TO BUDGRPT-RECORD.
           STRING 'FLEET TOTAL  ' ' ' WS-ED-BUDGET ' '
               WS-ED-ACTUAL ' ' WS-ED-REMAIN ' ' WS-ED-PROJECTED ' '
               WS-ED-VARIANCE ' ' WS-ED-PCT
               DELIMITED BY SIZE INTO BUDGRPT-RECORD
           END-STRING.
           WRITE BUDGRPT-RECORD.

       END PROGRAM BUDGEXEC.
