           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RUNLOG-STATUS.

      * crew cost ledger - the month's COST-MONT posted by location
      * and vessel type, once per month, for the budget execution
      * report. only the month-end run posts - MONTHEND starts it
      * as reporter POST - so an ad-hoc run mid-month can't put
      * part of a month on the ledger. a rerun finds its month
      * already there and leaves the ledger alone.
           SELECT LEDGFILE ASSIGN TO '.\COSTLEDG.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-LEDG-STATUS.

           SELECT SORT-WORK ASSIGN TO '.\SRTWORK.DAT'.

           SELECT SRT-OUT ASSIGN TO '.\SORTED.DAT'
      * spelled-out function, loaded into a table at startup so
      * LOOPER can print something other than a raw "03".
       FD VESSFUNCFILE.
           COPY VFUNCREC.

      * crew cost rate master - monthly cost per crew member by
      * vessel type, since a destroyer crew member and a supply-ship
       01 CSV-RECORD     PIC X(80).

       FD RUNLOG.
       01 RUNLOG-RECORD     PIC X(140).

       FD LEDGFILE.
           COPY COSTLEDG.

      * the status byte rides along so the report loops can flag
      * overhaul and reserve hulls without re-reading UVMF
       01 WS-SRT-OUT-STATUS     PIC X(02)     VALUE '00'.
       01 WS-FUNC-SRT-STATUS     PIC X(02)     VALUE '00'.
       01 WS-RUNLOG-STATUS     PIC X(02)     VALUE '00'.
       01 WS-LEDG-STATUS     PIC X(02)     VALUE '00'.

      * record counts at every stage of FILTER-UVMF and LOOPER. a
      * run only balances when READ = PRINTED + EXCLUDED + RETIRED
      * a print run that dies partway through doesn't have to burn a
      * full sort pass again on retry. invoke as:
      *    reporter PRINT
      * POST is the full run that also posts the month to
      * COSTLEDG.DAT - the month-end run:
      *    reporter POST
       01 WS-RUN-MODE     PIC X(10)     VALUE SPACES.
          88 WS-PRINT-ONLY     VALUE 'PRINT'.
          88 WS-POST-RUN     VALUE 'POST'.

       01 WS-EOF-FLAGS.
          05 WS-UVMF-EOF     PIC X     VALUE 'N'.
       01 WS-MF-FACTOR-FOUND     PIC 9(01)V99     VALUE 1.00.
       01 WS-LOOKUP-STAT     PIC X(01)     VALUE SPACE.

      * the month's cost by location and vessel type, gathered as
      * LOOPER prints so the ledger ties to SHIPS.RPT to the dollar.
      * SORTED.DAT comes in location/type order, so a new entry is
      * opened whenever the pair changes. the period is the report
      * date's month; WS-LEDGER-FLAG says what became of the posting
      * for the run log - POSTED, ALREADY (a rerun), HELD (an
      * out-of-balance run isn't fit to post), or NOPOST (not the
      * month-end run).
       01 WS-LEDG-EOF     PIC X(01)     VALUE 'N'.
       01 WS-POST-PERIOD     PIC 9(06)     VALUE 0.
       01 WS-LEDGER-FLAG     PIC X(07)     VALUE SPACES.
       01 WS-POST-COUNT     PIC 9(03)     VALUE 0.
       01 WS-POST-TABLE.
          05 WS-POST-ENTRY     OCCURS 400 TIMES
                                INDEXED BY WS-POST-X.
             10 WS-POST-LOC     PIC X(01).
             10 WS-POST-TYPE     PIC X(02).
             10 WS-POST-HULLS     PIC 9(04).
             10 WS-POST-CREW     PIC 9(07).
             10 WS-POST-COST     PIC 9(09).

       PROCEDURE DIVISION.

      *must print location name, vessel function, vessel name, tonnage,
           PERFORM FUNC-LOOPER
           PERFORM FOOTER
           PERFORM PROVE-BALANCE
           IF WS-BALANCE-FLAG = 'N'
              MOVE 'HELD' TO WS-LEDGER-FLAG
           ELSE
              IF WS-POST-RUN
                 PERFORM POST-COST-LEDGER
              ELSE
                 MOVE 'NOPOST' TO WS-LEDGER-FLAG
              END-IF
           END-IF
           PERFORM WRITE-RUN-LOG
           IF WS-BALANCE-FLAG = 'N'
              DISPLAY 'REPORTER: RUN OUT OF BALANCE - READ '
           ADD TONNAGE TO WS-LOC-SUB-TONNAGE WS-GRAND-TONNAGE.
           ADD CREW TO WS-LOC-SUB-CREW WS-GRAND-CREW.
           ADD COST-MONT TO WS-LOC-SUB-COST WS-GRAND-COST.
           PERFORM ACCUM-POST-TABLE.
           IF SO-STAT = 'O'
              ADD 1 TO WS-LOC-SUB-OVHL
           END-IF.
              ADD 1 TO WS-LOC-SUB-RESV
           END-IF.

       ACCUM-POST-TABLE.
           IF WS-POST-COUNT = 0
              PERFORM OPEN-POST-ENTRY
           ELSE
              IF SO-LOC NOT = WS-POST-LOC(WS-POST-COUNT)
                 OR SO-TYPE NOT = WS-POST-TYPE(WS-POST-COUNT)
                 PERFORM OPEN-POST-ENTRY
              END-IF
           END-IF.
           ADD 1 TO WS-POST-HULLS(WS-POST-COUNT).
           ADD CREW TO WS-POST-CREW(WS-POST-COUNT).
           ADD COST-MONT TO WS-POST-COST(WS-POST-COUNT).

       OPEN-POST-ENTRY.
           ADD 1 TO WS-POST-COUNT.
           IF WS-POST-COUNT > 400
              DISPLAY 'REPORTER: MORE THAN 400 LOCATION/TYPE PAIRS '
                  'TO POST, RAISE WS-POST-ENTRY OCCURS IN '
                  'ShipReporter.cbl'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE SO-LOC TO WS-POST-LOC(WS-POST-COUNT).
           MOVE SO-TYPE TO WS-POST-TYPE(WS-POST-COUNT).
           MOVE 0 TO WS-POST-HULLS(WS-POST-COUNT).
           MOVE 0 TO WS-POST-CREW(WS-POST-COUNT).
           MOVE 0 TO WS-POST-COST(WS-POST-COUNT).

       ZERO-LOC-SUBTOTAL.
           MOVE 0 TO WS-LOC-SUB-TONNAGE.
           MOVE 0 TO WS-LOC-SUB-CREW.
               ' RETIRED=' WS-CNT-RETIRED
               ' PRINTED=' WS-CNT-PRINTED
               ' BALANCE=' WS-BALANCE-FLAG
               ' LEDGER=' WS-LEDGER-FLAG
               DELIMITED BY SIZE INTO RUNLOG-RECORD
           END-STRING.
           WRITE RUNLOG-RECORD.
           END-IF.
           CLOSE RUNLOG.

       POST-COST-LEDGER.
      * a month goes on the ledger once. any line already there for
      * this period means an earlier run posted it - a rerun of
      * the month-end run after it got that far - and posting
      * again would double the month's actuals. no ledger yet is
      * simply the first month posted.
           MOVE WS-REPORT-DATE(1:6) TO WS-POST-PERIOD.
           MOVE 'POSTED' TO WS-LEDGER-FLAG.
           OPEN INPUT LEDGFILE.
           IF WS-LEDG-STATUS = '35'
              MOVE 'Y' TO WS-LEDG-EOF
           ELSE
              IF WS-LEDG-STATUS NOT = '00'
                 DISPLAY 'REPORTER: UNABLE TO OPEN COSTLEDG.DAT, '
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
                    IF CL-PERIOD = WS-POST-PERIOD
                       MOVE 'ALREADY' TO WS-LEDGER-FLAG
                       MOVE 'Y' TO WS-LEDG-EOF
                    END-IF
              END-READ
           END-PERFORM.
           IF WS-LEDG-STATUS NOT = '35'
              CLOSE LEDGFILE
           END-IF.
           IF WS-LEDGER-FLAG = 'ALREADY'
              DISPLAY 'REPORTER: ' WS-POST-PERIOD ' ALREADY POSTED TO '
                  'COSTLEDG.DAT - NOT POSTED AGAIN'
           ELSE
              PERFORM WRITE-LEDGER-ENTRIES
           END-IF.

       WRITE-LEDGER-ENTRIES.
      * the ledger only ever grows - open EXTEND so every posted
      * month stays on it, creating it first on a brand new shop
           OPEN EXTEND LEDGFILE.
           IF WS-LEDG-STATUS = '35'
              OPEN OUTPUT LEDGFILE
              CLOSE LEDGFILE
              OPEN EXTEND LEDGFILE
           END-IF.
           IF WS-LEDG-STATUS NOT = '00'
              DISPLAY 'REPORTER: UNABLE TO OPEN COSTLEDG.DAT, '
                  'STATUS = ' WS-LEDG-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           ACCEPT WS-RUN-TIME FROM TIME.
           PERFORM VARYING WS-POST-X FROM 1 BY 1
              UNTIL WS-POST-X > WS-POST-COUNT
              MOVE WS-POST-PERIOD TO CL-PERIOD
              MOVE WS-POST-LOC(WS-POST-X) TO CL-LOC
              MOVE WS-POST-TYPE(WS-POST-X) TO CL-TYPE
              MOVE WS-POST-HULLS(WS-POST-X) TO CL-HULLS
              MOVE WS-POST-CREW(WS-POST-X) TO CL-CREW
              MOVE WS-POST-COST(WS-POST-X) TO CL-COST
              MOVE WS-REPORT-DATE TO CL-POSTED-DATE
              MOVE WS-RUN-TIME TO CL-POSTED-TIME
              WRITE CL-RECORD
              IF WS-LEDG-STATUS NOT = '00'
                 DISPLAY 'REPORTER: COST LEDGER WRITE FAILED, '
                     'STATUS = ' WS-LEDG-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-PERFORM.
           CLOSE LEDGFILE.
           DISPLAY 'REPORTER: ' WS-POST-PERIOD
               ' POSTED TO COSTLEDG.DAT'.

       FOOTER.
           CLOSE RPRT.
           CLOSE CSVRPT.
