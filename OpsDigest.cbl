      * morning operations exception digest - reads the latest
      * output or control file of every batch job and puts the
      * whole night's news on one listing, DIGEST.RPT, instead of
      * someone opening RECON.RPT, VERIFY.RPT, PORTUTIL.RPT,
      * CREWVAR.RPT, UVMFTRAN.RPT, PENDACT.RPT, MANNING.RPT,
      * MECTRL.DAT and RUNLOG.DAT one at a time and hoping nothing
      * slipped by. no arguments:
      *    opsdigst
      * the JOB STATUS section gives each job's last run date (off
      * the report's own RUN DATE line, the last MECTRL.DAT line,
      * the last RUNLOG.DAT line), its age in days and its outcome.
      * an output that isn't there is MISSING; one older than its
      * schedule, or carrying no run date at all, is STALE. the
      * schedules - how many days may pass between runs - are the
      * ones below; DIGSCHED.DAT overrides any of them, one line
      * per job, job name then days, e.g. PORTUTIL 014.
      * the EXCEPTION sections count and then list every orphan
      * code, journal divergence, over-capacity port, crew
      * variance, rejected transaction, out-of-balance run (a
      * REPORTER run logged BALANCE=N inside its schedule window,
      * or a batch refused on its control totals), HELD or FAILED
      * MONTHEND step still standing in the open cycle, hull below
      * minimum safe manning, a run lock left held on
      * UVMFLOCK.DAT, and every queued action on PENDACT.DAT due in
      * the next 7 days or already past due.
      * the run ends with the worst condition found:
      *    0 - every output present and current, nothing to see
      *        beyond actions coming due
      *    4 - exceptions to look at
      *    8 - an output missing or stale, an out-of-balance run,
      *        a rejected batch or a FAILED MONTHEND step
      *   16 - the digest itself couldn't read its inputs
      * reads only - it takes no lock and changes nothing.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPSDIGST.
       AUTHOR. VEGA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * the output being digested - the name comes off the job
      * table before it's opened
           SELECT DIGIN ASSIGN USING WS-IN-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-IN-STATUS.

           SELECT SCHEDFILE ASSIGN TO '.\DIGSCHED.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-SCHED-STATUS.

           SELECT LOCKFILE ASSIGN TO '.\UVMFLOCK.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-LOCK-STATUS.

           SELECT DIGRPT ASSIGN TO '.\DIGEST.RPT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT DIG-WORK ASSIGN TO '.\DIGSRT.DAT'.

       DATA DIVISION.
       FILE SECTION.
      * wide enough for the longest line any of them writes - the
      * RUNLOG.DAT record
       FD DIGIN.
       01 IN-RECORD     PIC X(140).

       FD SCHEDFILE.
       01 SCHED-RECORD.
          05 SCHED-JOB     PIC X(09).
          05 SCHED-DAYS     PIC X(03).
          05 SCHED-DAYS-N REDEFINES SCHED-DAYS     PIC 9(03).

       FD LOCKFILE.
           COPY LOCKREC.

       FD DIGRPT.
       01 DIGRPT-RECORD     PIC X(132).

      * one exception per record, by category and then in the
      * order it was found
       SD DIG-WORK.
       01 DW-RECORD.
          05 DW-CAT     PIC 9(02).
          05 DW-SEQ     PIC 9(05).
          05 DW-JOB     PIC X(09).
          05 DW-TEXT     PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-IN-STATUS     PIC X(02)     VALUE '00'.
       01 WS-IN-PATH     PIC X(30)     VALUE SPACES.
       01 WS-SCHED-STATUS     PIC X(02)     VALUE '00'.
       01 WS-LOCK-STATUS     PIC X(02)     VALUE '00'.

       01 WS-EOF-FLAGS.
          05 WS-IN-EOF     PIC X     VALUE 'N'.
          05 WS-SCHED-EOF     PIC X     VALUE 'N'.
          05 WS-SORT-DONE     PIC X     VALUE 'N'.

       01 WS-RUN-DATE     PIC 9(08)     VALUE 0.
       01 WS-TODAY-DAYNUM     PIC 9(07)     VALUE 0.
       01 WS-DATE-IN     PIC 9(08)     VALUE 0.
       01 WS-DAYNUM     PIC 9(07)     VALUE 0.
       01 WS-AGE     PIC S9(05)     VALUE 0.

      * the jobs and how often each is expected to run, in days -
      * the month-end steps once a month with a few days' grace,
      * PORTUTIL and CREWFEED weekly, PENDUVMF every day
       01 WS-JOB-DEFS.
          05 FILLER     PIC X(24)     VALUE 'RECONREF RECON.RPT   035'.
          05 FILLER     PIC X(24)     VALUE 'VERIFUVMFVERIFY.RPT  035'.
          05 FILLER     PIC X(24)     VALUE 'PORTUTIL PORTUTIL.RPT007'.
          05 FILLER     PIC X(24)     VALUE 'CREWFEED CREWVAR.RPT 007'.
          05 FILLER     PIC X(24)     VALUE 'BATCHUVMFUVMFTRAN.RPT035'.
          05 FILLER     PIC X(24)     VALUE 'PENDUVMF PENDACT.RPT 001'.
          05 FILLER     PIC X(24)     VALUE 'MONTHEND MECTRL.DAT  035'.
          05 FILLER     PIC X(24)     VALUE 'REPORTER RUNLOG.DAT  035'.
          05 FILLER     PIC X(24)     VALUE 'MANNRPT  MANNING.RPT 035'.
       01 WS-JOB-TABLE REDEFINES WS-JOB-DEFS.
          05 WS-JOB-ENTRY     OCCURS 9 TIMES
                               INDEXED BY WS-JOB-X.
             10 WS-JOB-NAME     PIC X(09).
             10 WS-JOB-FILE     PIC X(12).
             10 WS-JOB-SCHED     PIC 9(03).
       01 WS-JOB-COUNT     PIC 9(02)     VALUE 9.
      * what was found for each job
       01 WS-JOB-RESULTS.
          05 WS-JOB-RESULT     OCCURS 9 TIMES.
             10 WS-JOB-LAST-DATE     PIC 9(08).
             10 WS-JOB-AGE     PIC 9(05).
             10 WS-JOB-CHECK     PIC X(07).
             10 WS-JOB-OUTCOME     PIC X(30).

      * the exception categories, in the order they print
       01 WS-CAT-DEFS.
          05 FILLER     PIC X(36)     VALUE 'MISSING OR STALE OUTPUTS'.
          05 FILLER     PIC X(36)     VALUE 'OUT-OF-BALANCE RUNS'.
          05 FILLER     PIC X(36)
                         VALUE 'HELD OR FAILED MONTHEND STEPS'.
          05 FILLER     PIC X(36)     VALUE 'RUN LOCK HELD'.
          05 FILLER     PIC X(36)
                         VALUE 'REFERENCE EXCEPTIONS (ORPHAN CODES)'.
          05 FILLER     PIC X(36)     VALUE 'JOURNAL DIVERGENCES'.
          05 FILLER     PIC X(36)     VALUE 'OVER-CAPACITY PORTS'.
          05 FILLER     PIC X(36)     VALUE 'CREW VARIANCES'.
          05 FILLER     PIC X(36)     VALUE 'REJECTED TRANSACTIONS'.
          05 FILLER     PIC X(36)
                         VALUE 'HULLS BELOW MINIMUM SAFE MANNING'.
          05 FILLER     PIC X(36)
                         VALUE 'PENDING ACTIONS DUE IN 7 DAYS'.
       01 WS-CAT-TABLE REDEFINES WS-CAT-DEFS.
          05 WS-CAT-LABEL     OCCURS 11 TIMES     PIC X(36).
       01 WS-CAT-COUNTS.
          05 WS-CAT-COUNT     OCCURS 11 TIMES     PIC 9(05).
       01 WS-CAT-MAX     PIC 9(02)     VALUE 11.
       01 WS-CAT-X     PIC 9(02)     VALUE 0.
       01 WS-CAT-STALE     PIC 9(02)     VALUE 1.
       01 WS-CAT-BALANCE     PIC 9(02)     VALUE 2.
       01 WS-CAT-MONTHEND     PIC 9(02)     VALUE 3.
       01 WS-CAT-LOCK     PIC 9(02)     VALUE 4.
       01 WS-CAT-ORPHAN     PIC 9(02)     VALUE 5.
       01 WS-CAT-DIVERGE     PIC 9(02)     VALUE 6.
       01 WS-CAT-PORT     PIC 9(02)     VALUE 7.
       01 WS-CAT-CREW     PIC 9(02)     VALUE 8.
       01 WS-CAT-REJECT     PIC 9(02)     VALUE 9.
       01 WS-CAT-MANNING     PIC 9(02)     VALUE 10.
       01 WS-CAT-PENDING     PIC 9(02)     VALUE 11.

      * the exception about to be released - the caller sets the
      * category, the text and how bad it is (0, 4 or 8)
       01 WS-DTL-CAT     PIC 9(02)     VALUE 0.
       01 WS-DTL-JOB     PIC X(09)     VALUE SPACES.
       01 WS-DTL-TEXT     PIC X(120)     VALUE SPACES.
       01 WS-DTL-SEV     PIC 9(02)     VALUE 0.
       01 WS-DTL-SEQ     PIC 9(05)     VALUE 0.
       01 WS-DTL-TOTAL     PIC 9(05)     VALUE 0.
       01 WS-WORST-RC     PIC 9(02)     VALUE 0.

      * the job being scanned
       01 WS-SCAN-FOUND     PIC X(01)     VALUE 'N'.
       01 WS-SCAN-LINES     PIC 9(05)     VALUE 0.
       01 WS-SCAN-DATE     PIC 9(08)     VALUE 0.
       01 WS-SCAN-DATE-X REDEFINES WS-SCAN-DATE     PIC X(08).
       01 WS-SCAN-HITS     PIC 9(05)     VALUE 0.
       01 WS-SCAN-NOUN     PIC X(22)     VALUE SPACES.
       01 WS-SCAN-OUTCOME     PIC X(30)     VALUE SPACES.
       01 WS-TALLY     PIC 9(03)     VALUE 0.
       01 WS-BATCH-REJECTED     PIC X(01)     VALUE 'N'.

      * a MECTRL.DAT line - the layout MONTHEND writes
       01 WS-CTL-LINE.
          05 CTL-DATE     PIC X(08).
          05 CTL-DATE-N REDEFINES CTL-DATE     PIC 9(08).
          05 FILLER     PIC X(01).
          05 CTL-TIME     PIC X(08).
          05 FILLER     PIC X(01).
          05 CTL-STEP     PIC X(09).
          05 FILLER     PIC X(01).
          05 CTL-RC     PIC X(03).
          05 FILLER     PIC X(01).
          05 CTL-STATUS     PIC X(08).
          05 FILLER     PIC X(100).

      * the steps of the open MONTHEND cycle - everything since the
      * last *CYCLE* line - with the latest outcome of each. a
      * *LOCKED* line stands until some step line follows it.
       01 WS-ME-COUNT     PIC 9(02)     VALUE 0.
       01 WS-ME-TABLE.
          05 WS-ME-ENTRY     OCCURS 20 TIMES
                              INDEXED BY WS-ME-X.
             10 WS-ME-STEP     PIC X(09).
             10 WS-ME-DATE     PIC X(08).
             10 WS-ME-RC     PIC X(03).
             10 WS-ME-STATUS     PIC X(08).
       01 WS-ME-SLOT     PIC 9(02)     VALUE 0.
       01 WS-ME-LAST-STEP     PIC X(09)     VALUE SPACES.
       01 WS-ME-LOCKED     PIC X(01)     VALUE 'N'.
       01 WS-ME-LOCKED-DATE     PIC X(08)     VALUE SPACES.
       01 WS-ME-HELD     PIC 9(02)     VALUE 0.
       01 WS-ME-FAILED     PIC 9(02)     VALUE 0.
       01 WS-ME-STOP-STEP     PIC X(09)     VALUE SPACES.

      * a RUNLOG.DAT line - the layout REPORTER writes
       01 WS-RL-LINE.
          05 RL-DATE     PIC X(08).
          05 RL-DATE-N REDEFINES RL-DATE     PIC 9(08).
          05 FILLER     PIC X(01).
          05 RL-TIME     PIC X(08).
          05 FILLER     PIC X(06).
          05 RL-MODE     PIC X(10).
          05 FILLER     PIC X(20).
          05 RL-READ     PIC X(05).
          05 FILLER     PIC X(51).
          05 RL-PRINTED     PIC X(05).
          05 FILLER     PIC X(09).
          05 RL-BALANCE     PIC X(01).
          05 FILLER     PIC X(08).
          05 RL-LEDGER     PIC X(07).
          05 FILLER     PIC X(01).
       01 WS-RL-IN-WINDOW     PIC X(01)     VALUE 'N'.
       01 WS-RL-LAST-BALANCE     PIC X(01)     VALUE SPACE.
       01 WS-RL-LAST-LEDGER     PIC X(07)     VALUE SPACES.

      * a PENDACT.DAT line - the front of PENDUVMF's WS-WORK-PEND
       01 WS-PEND-LINE.
          05 PEND-EFF-DATE     PIC X(08).
          05 PEND-EFF-DATE-N REDEFINES PEND-EFF-DATE     PIC 9(08).
          05 PEND-ACTION     PIC X(01).
          05 PEND-NAME     PIC X(09).
          05 FILLER     PIC X(122).
       01 WS-PEND-DATE-OK     PIC X(01)     VALUE 'N'.
       01 WS-PEND-DUE-DAYNUM     PIC 9(07)     VALUE 0.
       01 WS-ACTION-DESC     PIC X(08)     VALUE SPACES.

       01 WS-ED-COUNT     PIC ZZZZ9.
       01 WS-ED-AGE     PIC ZZZZ9.
       01 WS-ED-SCHED     PIC ZZ9.
       01 WS-ED-DATE     PIC X(08)     VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE TO WS-DATE-IN.
           PERFORM DATE-TO-DAYNUM.
           MOVE WS-DAYNUM TO WS-TODAY-DAYNUM.
           COMPUTE WS-PEND-DUE-DAYNUM = WS-TODAY-DAYNUM + 7.
           INITIALIZE WS-CAT-COUNTS.
           PERFORM LOAD-SCHEDULES.
           OPEN OUTPUT DIGRPT.
           SORT DIG-WORK
               ON ASCENDING KEY DW-CAT DW-SEQ
               INPUT PROCEDURE IS SCAN-ALL-OUTPUTS
               OUTPUT PROCEDURE IS PRINT-DIGEST.
           CLOSE DIGRPT.
           DISPLAY 'OPSDIGST: ' WS-DTL-TOTAL ' EXCEPTION(S), WORST '
               'CONDITION RC ' WS-WORST-RC ' - SEE DIGEST.RPT'.
           MOVE WS-WORST-RC TO RETURN-CODE.
           STOP RUN.

       DATE-TO-DAYNUM.
      * caller sets WS-DATE-IN (YYYYMMDD); leaves the day number in
      * WS-DAYNUM so two dates subtract to the days between them
           COMPUTE WS-DAYNUM = FUNCTION INTEGER-OF-DATE(WS-DATE-IN).

       LOAD-SCHEDULES.
      * a DIGSCHED.DAT line naming a job on the table replaces that
      * job's schedule; anything else on it is ignored
           OPEN INPUT SCHEDFILE.
           IF WS-SCHED-STATUS NOT = '35'
              IF WS-SCHED-STATUS NOT = '00'
                 DISPLAY 'OPSDIGST: UNABLE TO OPEN DIGSCHED.DAT, '
                     'STATUS = ' WS-SCHED-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              PERFORM UNTIL WS-SCHED-EOF = 'Y'
                 READ SCHEDFILE
                    AT END
                       MOVE 'Y' TO WS-SCHED-EOF
                    NOT AT END
                       PERFORM APPLY-SCHEDULE-LINE
                 END-READ
              END-PERFORM
              CLOSE SCHEDFILE
           END-IF.

       APPLY-SCHEDULE-LINE.
           IF SCHED-DAYS IS NUMERIC
              SET WS-JOB-X TO 1
              SEARCH WS-JOB-ENTRY
                 AT END
                    CONTINUE
                 WHEN WS-JOB-NAME(WS-JOB-X) = SCHED-JOB
                    MOVE SCHED-DAYS-N TO WS-JOB-SCHED(WS-JOB-X)
              END-SEARCH
           END-IF.

       SCAN-ALL-OUTPUTS.
           PERFORM VARYING WS-JOB-X FROM 1 BY 1
              UNTIL WS-JOB-X > WS-JOB-COUNT
              PERFORM SCAN-ONE-JOB
           END-PERFORM.
           PERFORM SCAN-PENDING-QUEUE.
           PERFORM CHECK-RUN-LOCK.

       SCAN-ONE-JOB.
           MOVE 'N' TO WS-SCAN-FOUND.
           MOVE 0 TO WS-SCAN-LINES.
           MOVE 0 TO WS-SCAN-DATE.
           MOVE 0 TO WS-SCAN-HITS.
           MOVE SPACES TO WS-SCAN-OUTCOME.
           MOVE 'N' TO WS-BATCH-REJECTED.
           MOVE 0 TO WS-ME-COUNT.
           MOVE 'N' TO WS-ME-LOCKED.
           MOVE SPACES TO WS-ME-LAST-STEP.
           MOVE SPACE TO WS-RL-LAST-BALANCE.
           MOVE SPACES TO WS-RL-LAST-LEDGER.
           MOVE WS-JOB-NAME(WS-JOB-X) TO WS-DTL-JOB.
           MOVE SPACES TO WS-IN-PATH.
           STRING '.\' WS-JOB-FILE(WS-JOB-X)
               DELIMITED BY SPACE INTO WS-IN-PATH
           END-STRING.
           OPEN INPUT DIGIN.
           IF WS-IN-STATUS NOT = '35'
              IF WS-IN-STATUS NOT = '00'
                 DISPLAY 'OPSDIGST: UNABLE TO OPEN '
                     WS-JOB-FILE(WS-JOB-X) ', STATUS = ' WS-IN-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE 'Y' TO WS-SCAN-FOUND
              MOVE 'N' TO WS-IN-EOF
              PERFORM UNTIL WS-IN-EOF = 'Y'
                 READ DIGIN
                    AT END
                       MOVE 'Y' TO WS-IN-EOF
                    NOT AT END
                       ADD 1 TO WS-SCAN-LINES
                       PERFORM CLASSIFY-LINE
                 END-READ
              END-PERFORM
              CLOSE DIGIN
           END-IF.
           PERFORM FINISH-JOB.

       CLASSIFY-LINE.
           EVALUATE WS-JOB-NAME(WS-JOB-X)
              WHEN 'RECONREF '
                 PERFORM CLASSIFY-RECON-LINE
              WHEN 'VERIFUVMF'
                 PERFORM CLASSIFY-VERIFY-LINE
              WHEN 'PORTUTIL '
                 PERFORM CLASSIFY-PORT-LINE
              WHEN 'CREWFEED '
                 PERFORM CLASSIFY-CREW-LINE
              WHEN 'BATCHUVMF'
                 PERFORM CLASSIFY-BATCH-LINE
              WHEN 'PENDUVMF '
                 PERFORM CLASSIFY-PEND-LINE
              WHEN 'MONTHEND '
                 PERFORM CLASSIFY-CTL-LINE
              WHEN 'REPORTER '
                 PERFORM CLASSIFY-RUNLOG-LINE
              WHEN 'MANNRPT  '
                 PERFORM CLASSIFY-MANNING-LINE
           END-EVALUATE.

       TAKE-RUN-DATE-LINE.
      * the 'RUN DATE yyyymmdd' heading line most of the reports
      * carry under their title
           IF IN-RECORD(1:9) = 'RUN DATE '
              AND WS-SCAN-DATE = 0
              MOVE IN-RECORD(10:8) TO WS-SCAN-DATE-X
           END-IF.

       RELEASE-SCAN-LINE.
      * the report line itself is the exception text
           MOVE IN-RECORD(1:120) TO WS-DTL-TEXT.
           ADD 1 TO WS-SCAN-HITS.
           PERFORM RELEASE-DETAIL.

       CLASSIFY-RECON-LINE.
      * every VESSEL, RATE CODE and LOCATION line is an orphan or
      * a clash; the title and totals lines are neither
           PERFORM TAKE-RUN-DATE-LINE.
           IF IN-RECORD(1:7) = 'VESSEL '
              OR IN-RECORD(1:10) = 'RATE CODE '
              OR IN-RECORD(1:9) = 'LOCATION '
              MOVE WS-CAT-ORPHAN TO WS-DTL-CAT
              MOVE 4 TO WS-DTL-SEV
              PERFORM RELEASE-SCAN-LINE
           END-IF.

       CLASSIFY-VERIFY-LINE.
           PERFORM TAKE-RUN-DATE-LINE.
           IF IN-RECORD(1:11) = 'CONTINUITY '
              OR IN-RECORD(1:11) = 'DIVERGENCE '
              MOVE WS-CAT-DIVERGE TO WS-DTL-CAT
              MOVE 4 TO WS-DTL-SEV
              PERFORM RELEASE-SCAN-LINE
           END-IF.

       CLASSIFY-PORT-LINE.
           PERFORM TAKE-RUN-DATE-LINE.
           MOVE 0 TO WS-TALLY.
           INSPECT IN-RECORD TALLYING WS-TALLY
               FOR ALL 'OVER BERTHS' ALL 'OVER TONNAGE' ALL 'OVER BOTH'.
           IF WS-TALLY > 0
              MOVE WS-CAT-PORT TO WS-DTL-CAT
              MOVE 4 TO WS-DTL-SEV
              PERFORM RELEASE-SCAN-LINE
           END-IF.

       CLASSIFY-CREW-LINE.
      * anything but an applied count - a variance past tolerance,
      * a line rejected, a vessel on one side and not the other.
      * the NOT ON UVMF totals line names MISSING FROM FEED too.
           PERFORM TAKE-RUN-DATE-LINE.
           MOVE 0 TO WS-TALLY.
           IF IN-RECORD(1:12) NOT = 'NOT ON UVMF '
              AND IN-RECORD(1:11) NOT = 'FEED LINES '
              INSPECT IN-RECORD TALLYING WS-TALLY
                  FOR ALL ' VARIANCE - ' ALL ' REJECTED - '
                      ALL ', NOT ON UVMF' ALL 'MISSING FROM FEED'
                      ALL 'BUT RETIRED ON UVMF'
           END-IF.
           IF WS-TALLY > 0
              MOVE WS-CAT-CREW TO WS-DTL-CAT
              MOVE 4 TO WS-DTL-SEV
              PERFORM RELEASE-SCAN-LINE
           END-IF.

       CLASSIFY-BATCH-LINE.
      * a batch refused whole prints BATCH REJECTED under the
      * headings and then every transaction rejected for the same
      * reason - the one line says it all, so only that is listed.
      * refused on its control totals, it is an out-of-balance run.
           PERFORM TAKE-RUN-DATE-LINE.
           IF IN-RECORD(1:17) = 'BATCH REJECTED - '
              MOVE 'Y' TO WS-BATCH-REJECTED
              MOVE 0 TO WS-TALLY
              INSPECT IN-RECORD TALLYING WS-TALLY
                  FOR ALL 'OUT OF BALANCE'
              IF WS-TALLY > 0
                 MOVE WS-CAT-BALANCE TO WS-DTL-CAT
              ELSE
                 MOVE WS-CAT-REJECT TO WS-DTL-CAT
              END-IF
              MOVE 8 TO WS-DTL-SEV
              PERFORM RELEASE-SCAN-LINE
           ELSE
              IF WS-BATCH-REJECTED = 'N'
                 MOVE 0 TO WS-TALLY
                 INSPECT IN-RECORD TALLYING WS-TALLY
                     FOR ALL ' REJECTED - '
                 IF WS-TALLY > 0
                    MOVE WS-CAT-REJECT TO WS-DTL-CAT
                    MOVE 4 TO WS-DTL-SEV
                    PERFORM RELEASE-SCAN-LINE
                 END-IF
              END-IF
           END-IF.

       CLASSIFY-PEND-LINE.
           IF IN-RECORD(1:11) = 'SWEEP DATE '
              AND WS-SCAN-DATE = 0
              MOVE IN-RECORD(12:8) TO WS-SCAN-DATE-X
           END-IF.
           MOVE 0 TO WS-TALLY.
           INSPECT IN-RECORD TALLYING WS-TALLY FOR ALL ' REJECTED - '.
           IF WS-TALLY > 0
              MOVE WS-CAT-REJECT TO WS-DTL-CAT
              MOVE 4 TO WS-DTL-SEV
              PERFORM RELEASE-SCAN-LINE
           END-IF.

       CLASSIFY-MANNING-LINE.
           IF IN-RECORD(1:33) = 'MANNING AGAINST STANDARD - AS OF '
              AND WS-SCAN-DATE = 0
              MOVE IN-RECORD(34:8) TO WS-SCAN-DATE-X
           END-IF.
           MOVE 0 TO WS-TALLY.
           INSPECT IN-RECORD TALLYING WS-TALLY
               FOR ALL 'BELOW MIN SAFE'.
           IF WS-TALLY > 0
              MOVE WS-CAT-MANNING TO WS-DTL-CAT
              MOVE 4 TO WS-DTL-SEV
              PERFORM RELEASE-SCAN-LINE
           END-IF.

       CLASSIFY-CTL-LINE.
      * the last line dates the job; the open cycle is rebuilt as
      * the file is read and judged once it's all in
           MOVE IN-RECORD TO WS-CTL-LINE.
           MOVE CTL-DATE TO WS-SCAN-DATE-X.
           MOVE CTL-STEP TO WS-ME-LAST-STEP.
           EVALUATE CTL-STEP
              WHEN '*CYCLE*  '
                 MOVE 0 TO WS-ME-COUNT
                 MOVE 'N' TO WS-ME-LOCKED
              WHEN '*LOCKED* '
                 MOVE 'Y' TO WS-ME-LOCKED
                 MOVE CTL-DATE TO WS-ME-LOCKED-DATE
              WHEN OTHER
                 MOVE 'N' TO WS-ME-LOCKED
                 PERFORM RECORD-ME-STEP
           END-EVALUATE.

       RECORD-ME-STEP.
           MOVE 0 TO WS-ME-SLOT.
           SET WS-ME-X TO 1.
           SEARCH WS-ME-ENTRY
              AT END
                 CONTINUE
              WHEN WS-ME-X > WS-ME-COUNT
                 CONTINUE
              WHEN WS-ME-STEP(WS-ME-X) = CTL-STEP
                 SET WS-ME-SLOT TO WS-ME-X
           END-SEARCH.
           IF WS-ME-SLOT = 0
              ADD 1 TO WS-ME-COUNT
              IF WS-ME-COUNT > 20
                 DISPLAY 'OPSDIGST: MECTRL.DAT CYCLE HAS MORE THAN 20 '
                     'STEPS, RAISE WS-ME-ENTRY OCCURS IN OpsDigest.cbl'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE WS-ME-COUNT TO WS-ME-SLOT
              MOVE CTL-STEP TO WS-ME-STEP(WS-ME-SLOT)
           END-IF.
           MOVE CTL-DATE TO WS-ME-DATE(WS-ME-SLOT).
           MOVE CTL-RC TO WS-ME-RC(WS-ME-SLOT).
           MOVE CTL-STATUS TO WS-ME-STATUS(WS-ME-SLOT).

       CLASSIFY-RUNLOG-LINE.
      * every run logged out of balance inside the schedule window
      * is listed - not just the last one, since a good run the
      * next day doesn't make the bad report any less wrong
           MOVE IN-RECORD TO WS-RL-LINE.
           MOVE RL-DATE TO WS-SCAN-DATE-X.
           MOVE RL-BALANCE TO WS-RL-LAST-BALANCE.
           MOVE RL-LEDGER TO WS-RL-LAST-LEDGER.
           IF RL-BALANCE = 'N'
              MOVE 'Y' TO WS-RL-IN-WINDOW
              IF RL-DATE IS NUMERIC
                 IF FUNCTION TEST-DATE-YYYYMMDD(RL-DATE-N) = 0
                    MOVE RL-DATE-N TO WS-DATE-IN
                    PERFORM DATE-TO-DAYNUM
                    IF WS-TODAY-DAYNUM - WS-DAYNUM >
                        WS-JOB-SCHED(WS-JOB-X)
                       MOVE 'N' TO WS-RL-IN-WINDOW
                    END-IF
                 END-IF
              END-IF
              IF WS-RL-IN-WINDOW = 'Y'
                 PERFORM RELEASE-UNBALANCED-RUN
              END-IF
           END-IF.

       RELEASE-UNBALANCED-RUN.
           ADD 1 TO WS-SCAN-HITS.
           MOVE SPACES TO WS-DTL-TEXT.
           STRING 'RUN ' RL-DATE ' ' RL-TIME ' MODE ' RL-MODE
               ' READ ' RL-READ ' PRINTED ' RL-PRINTED
               ' BALANCE=N - REPORT NOT FIT TO USE'
               DELIMITED BY SIZE INTO WS-DTL-TEXT
           END-STRING.
           MOVE WS-CAT-BALANCE TO WS-DTL-CAT.
           MOVE 8 TO WS-DTL-SEV.
           PERFORM RELEASE-DETAIL.

       FINISH-JOB.
      * missing, stale or current, then the outcome in a few words
           MOVE 0 TO WS-JOB-LAST-DATE(WS-JOB-X).
           MOVE 0 TO WS-JOB-AGE(WS-JOB-X).
           IF WS-SCAN-FOUND = 'N'
              MOVE 'MISSING' TO WS-JOB-CHECK(WS-JOB-X)
              MOVE 'NOT FOUND' TO WS-JOB-OUTCOME(WS-JOB-X)
              MOVE SPACES TO WS-DTL-TEXT
              STRING WS-JOB-FILE(WS-JOB-X) ' MISSING - '
                  'NO OUTPUT FROM ' WS-JOB-NAME(WS-JOB-X)
                  DELIMITED BY SIZE INTO WS-DTL-TEXT
              END-STRING
              MOVE WS-CAT-STALE TO WS-DTL-CAT
              MOVE 8 TO WS-DTL-SEV
              PERFORM RELEASE-DETAIL
           ELSE
              PERFORM JUDGE-JOB-AGE
              EVALUATE WS-JOB-NAME(WS-JOB-X)
                 WHEN 'MONTHEND '
                    PERFORM JUDGE-MONTHEND-CYCLE
                 WHEN 'REPORTER '
                    PERFORM JUDGE-REPORTER-RUN
                 WHEN OTHER
                    PERFORM JUDGE-REPORT-HITS
              END-EVALUATE
              IF WS-SCAN-LINES = 0
                 MOVE 'EMPTY' TO WS-SCAN-OUTCOME
              END-IF
              MOVE WS-SCAN-OUTCOME TO WS-JOB-OUTCOME(WS-JOB-X)
           END-IF.

       JUDGE-JOB-AGE.
      * no readable run date counts as stale - an output written
      * before its program dated its reports is old by definition
           IF WS-SCAN-DATE-X IS NUMERIC
              IF FUNCTION TEST-DATE-YYYYMMDD(WS-SCAN-DATE) NOT = 0
                 MOVE 0 TO WS-SCAN-DATE
              END-IF
           ELSE
              MOVE 0 TO WS-SCAN-DATE
           END-IF.
           IF WS-SCAN-DATE = 0
              MOVE 'STALE' TO WS-JOB-CHECK(WS-JOB-X)
              MOVE SPACES TO WS-DTL-TEXT
              STRING WS-JOB-FILE(WS-JOB-X) ' CARRIES NO RUN DATE - '
                  'TREATED AS STALE'
                  DELIMITED BY SIZE INTO WS-DTL-TEXT
              END-STRING
              MOVE WS-CAT-STALE TO WS-DTL-CAT
              MOVE 8 TO WS-DTL-SEV
              PERFORM RELEASE-DETAIL
           ELSE
              PERFORM JUDGE-DATED-JOB
           END-IF.

       JUDGE-DATED-JOB.
           MOVE WS-SCAN-DATE TO WS-JOB-LAST-DATE(WS-JOB-X).
           MOVE WS-SCAN-DATE TO WS-DATE-IN.
           PERFORM DATE-TO-DAYNUM.
           COMPUTE WS-AGE = WS-TODAY-DAYNUM - WS-DAYNUM.
           IF WS-AGE < 0
              MOVE 0 TO WS-AGE
           END-IF.
           MOVE WS-AGE TO WS-JOB-AGE(WS-JOB-X).
           IF WS-AGE > WS-JOB-SCHED(WS-JOB-X)
              MOVE 'STALE' TO WS-JOB-CHECK(WS-JOB-X)
              MOVE WS-AGE TO WS-ED-AGE
              MOVE WS-JOB-SCHED(WS-JOB-X) TO WS-ED-SCHED
              MOVE SPACES TO WS-DTL-TEXT
              STRING WS-JOB-FILE(WS-JOB-X) ' LAST RUN ' WS-SCAN-DATE
                  ',' WS-ED-AGE ' DAYS AGO - DUE EVERY' WS-ED-SCHED
                  ' DAYS'
                  DELIMITED BY SIZE INTO WS-DTL-TEXT
              END-STRING
              MOVE WS-CAT-STALE TO WS-DTL-CAT
              MOVE 8 TO WS-DTL-SEV
              PERFORM RELEASE-DETAIL
           ELSE
              MOVE 'OK' TO WS-JOB-CHECK(WS-JOB-X)
           END-IF.

       JUDGE-REPORT-HITS.
           EVALUATE WS-JOB-NAME(WS-JOB-X)
              WHEN 'PORTUTIL '
                 MOVE ' PORT(S) OVER CAPACITY' TO WS-SCAN-NOUN
              WHEN 'BATCHUVMF'
                 MOVE ' REJECTED' TO WS-SCAN-NOUN
              WHEN 'PENDUVMF '
                 MOVE ' REJECTED' TO WS-SCAN-NOUN
              WHEN 'MANNRPT  '
                 MOVE ' BELOW MIN SAFE' TO WS-SCAN-NOUN
              WHEN OTHER
                 MOVE ' EXCEPTION(S)' TO WS-SCAN-NOUN
           END-EVALUATE.
           IF WS-BATCH-REJECTED = 'Y'
              MOVE 'BATCH REJECTED' TO WS-SCAN-OUTCOME
           ELSE
              IF WS-SCAN-HITS = 0
                 MOVE 'CLEAN' TO WS-SCAN-OUTCOME
              ELSE
                 MOVE WS-SCAN-HITS TO WS-ED-COUNT
                 STRING WS-ED-COUNT WS-SCAN-NOUN
                     DELIMITED BY SIZE INTO WS-SCAN-OUTCOME
                 END-STRING
              END-IF
           END-IF.

       JUDGE-MONTHEND-CYCLE.
      * a finished cycle ends on its *CYCLE* line. otherwise every
      * step of the open cycle whose latest word is HELD or FAILED
      * is listed, and so is a cycle turned away by the lock.
           MOVE 0 TO WS-ME-HELD.
           MOVE 0 TO WS-ME-FAILED.
           MOVE SPACES TO WS-ME-STOP-STEP.
           PERFORM VARYING WS-ME-X FROM 1 BY 1
              UNTIL WS-ME-X > WS-ME-COUNT
              IF WS-ME-STATUS(WS-ME-X) NOT = 'COMPLETE'
                 PERFORM RELEASE-ME-STEP
              END-IF
           END-PERFORM.
           IF WS-ME-LOCKED = 'Y'
              MOVE SPACES TO WS-DTL-TEXT
              STRING 'CYCLE HELD ' WS-ME-LOCKED-DATE
                  ' - UVMFLOCK.DAT HELD BY ANOTHER RUN, NO STEP RUN'
                  DELIMITED BY SIZE INTO WS-DTL-TEXT
              END-STRING
              MOVE WS-CAT-MONTHEND TO WS-DTL-CAT
              MOVE 4 TO WS-DTL-SEV
              PERFORM RELEASE-DETAIL
           END-IF.
           EVALUATE TRUE
              WHEN WS-ME-LAST-STEP = '*CYCLE*  '
                 MOVE 'CYCLE COMPLETE' TO WS-SCAN-OUTCOME
              WHEN WS-ME-FAILED > 0
                 STRING 'FAILED AT ' WS-ME-STOP-STEP
                     DELIMITED BY SIZE INTO WS-SCAN-OUTCOME
                 END-STRING
              WHEN WS-ME-HELD > 0
                 STRING 'HELD AT ' WS-ME-STOP-STEP
                     DELIMITED BY SIZE INTO WS-SCAN-OUTCOME
                 END-STRING
              WHEN WS-ME-LOCKED = 'Y'
                 MOVE 'HELD - LOCKED OUT' TO WS-SCAN-OUTCOME
              WHEN OTHER
                 MOVE 'CYCLE IN PROGRESS' TO WS-SCAN-OUTCOME
           END-EVALUATE.

       RELEASE-ME-STEP.
           MOVE WS-ME-STEP(WS-ME-X) TO WS-ME-STOP-STEP.
           MOVE SPACES TO WS-DTL-TEXT.
           STRING WS-ME-STEP(WS-ME-X) ' ' WS-ME-STATUS(WS-ME-X)
               ' ' WS-ME-DATE(WS-ME-X) ' RC ' WS-ME-RC(WS-ME-X)
               DELIMITED BY SIZE INTO WS-DTL-TEXT
           END-STRING.
           MOVE WS-CAT-MONTHEND TO WS-DTL-CAT.
           IF WS-ME-STATUS(WS-ME-X) = 'FAILED  '
              ADD 1 TO WS-ME-FAILED
              MOVE 8 TO WS-DTL-SEV
           ELSE
              ADD 1 TO WS-ME-HELD
              MOVE 4 TO WS-DTL-SEV
           END-IF.
           PERFORM RELEASE-DETAIL.

       JUDGE-REPORTER-RUN.
           IF WS-RL-LAST-BALANCE = 'N'
              STRING 'OUT OF BALANCE  LEDGER ' WS-RL-LAST-LEDGER
                  DELIMITED BY SIZE INTO WS-SCAN-OUTCOME
              END-STRING
           ELSE
              STRING 'BALANCED  LEDGER ' WS-RL-LAST-LEDGER
                  DELIMITED BY SIZE INTO WS-SCAN-OUTCOME
              END-STRING
           END-IF.

       SCAN-PENDING-QUEUE.
      * everything still on PENDACT.DAT dated in the next 7 days -
      * due today or later is expected work; dated before today
      * it should have gone on the last sweep and didn't
           MOVE 'PENDUVMF ' TO WS-DTL-JOB.
           MOVE '.\PENDACT.DAT' TO WS-IN-PATH.
           OPEN INPUT DIGIN.
           IF WS-IN-STATUS NOT = '35'
              IF WS-IN-STATUS NOT = '00'
                 DISPLAY 'OPSDIGST: UNABLE TO OPEN PENDACT.DAT, '
                     'STATUS = ' WS-IN-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE 'N' TO WS-IN-EOF
              PERFORM UNTIL WS-IN-EOF = 'Y'
                 READ DIGIN
                    AT END
                       MOVE 'Y' TO WS-IN-EOF
                    NOT AT END
                       MOVE IN-RECORD TO WS-PEND-LINE
                       IF WS-PEND-LINE NOT = SPACES
                          PERFORM CHECK-PENDING-ACTION
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE DIGIN
           END-IF.

       CHECK-PENDING-ACTION.
           EVALUATE PEND-ACTION
              WHEN 'A'
                 MOVE 'ADD' TO WS-ACTION-DESC
              WHEN 'C'
                 MOVE 'CHANGE' TO WS-ACTION-DESC
              WHEN 'R'
                 MOVE 'RETIRE' TO WS-ACTION-DESC
              WHEN 'T'
                 MOVE 'TRANSFER' TO WS-ACTION-DESC
              WHEN 'S'
                 MOVE 'STATUS' TO WS-ACTION-DESC
              WHEN 'N'
                 MOVE 'RENAME' TO WS-ACTION-DESC
              WHEN OTHER
                 MOVE PEND-ACTION TO WS-ACTION-DESC
           END-EVALUATE.
           MOVE SPACES TO WS-DTL-TEXT.
           MOVE WS-CAT-PENDING TO WS-DTL-CAT.
           MOVE 'N' TO WS-PEND-DATE-OK.
           IF PEND-EFF-DATE IS NUMERIC
              IF FUNCTION TEST-DATE-YYYYMMDD(PEND-EFF-DATE-N) = 0
                 MOVE 'Y' TO WS-PEND-DATE-OK
              END-IF
           END-IF.
           IF WS-PEND-DATE-OK = 'Y'
              MOVE PEND-EFF-DATE-N TO WS-DATE-IN
              PERFORM DATE-TO-DAYNUM
              IF WS-DAYNUM NOT > WS-PEND-DUE-DAYNUM
                 PERFORM RELEASE-DUE-ACTION
              END-IF
           ELSE
              STRING PEND-EFF-DATE ' ' WS-ACTION-DESC ' ' PEND-NAME
                  ' EFFECTIVE DATE NOT VALID - WILL NEVER APPLY'
                  DELIMITED BY SIZE INTO WS-DTL-TEXT
              END-STRING
              MOVE 4 TO WS-DTL-SEV
              PERFORM RELEASE-DETAIL
           END-IF.

       RELEASE-DUE-ACTION.
           IF WS-DAYNUM < WS-TODAY-DAYNUM
              STRING PEND-EFF-DATE ' ' WS-ACTION-DESC ' ' PEND-NAME
                  ' PAST DUE - STILL QUEUED'
                  DELIMITED BY SIZE INTO WS-DTL-TEXT
              END-STRING
              MOVE 4 TO WS-DTL-SEV
           ELSE
              COMPUTE WS-AGE = WS-DAYNUM - WS-TODAY-DAYNUM
              MOVE WS-AGE TO WS-ED-AGE
              STRING PEND-EFF-DATE ' ' WS-ACTION-DESC ' ' PEND-NAME
                  ' DUE IN' WS-ED-AGE ' DAY(S)'
                  DELIMITED BY SIZE INTO WS-DTL-TEXT
              END-STRING
              MOVE 0 TO WS-DTL-SEV
           END-IF.
           PERFORM RELEASE-DETAIL.

       CHECK-RUN-LOCK.
      * nothing should hold the lock first thing in the morning; a
      * run that stopped RC 16 leaves it behind on purpose and
      * everything after it will refuse to start until it's cleared
           MOVE 'UVMFLOCK ' TO WS-DTL-JOB.
           MOVE SPACES TO LOCK-RECORD.
           OPEN INPUT LOCKFILE.
           IF WS-LOCK-STATUS NOT = '35'
              IF WS-LOCK-STATUS NOT = '00'
                 DISPLAY 'OPSDIGST: UNABLE TO OPEN UVMFLOCK.DAT, '
                     'STATUS = ' WS-LOCK-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              READ LOCKFILE
                 AT END
                    MOVE SPACES TO LOCK-RECORD
              END-READ
              CLOSE LOCKFILE
           END-IF.
           IF LOCK-PROGRAM NOT = SPACES
              MOVE SPACES TO WS-DTL-TEXT
              STRING 'UVMFLOCK.DAT HELD BY ' LOCK-PROGRAM
                  ' OPERATOR ' LOCK-OPERATOR ' SINCE ' LOCK-DATE
                  ' ' LOCK-TIME ' - CLEAR WITH UVMFLOCK ONCE CHECKED'
                  DELIMITED BY SIZE INTO WS-DTL-TEXT
              END-STRING
              MOVE WS-CAT-LOCK TO WS-DTL-CAT
              MOVE 4 TO WS-DTL-SEV
              PERFORM RELEASE-DETAIL
           END-IF.

       RELEASE-DETAIL.
      * counts it under its category, keeps the worst severity, and
      * hands it to the sort
           ADD 1 TO WS-DTL-SEQ.
           ADD 1 TO WS-DTL-TOTAL.
           ADD 1 TO WS-CAT-COUNT(WS-DTL-CAT).
           IF WS-DTL-SEV > WS-WORST-RC
              MOVE WS-DTL-SEV TO WS-WORST-RC
           END-IF.
           MOVE WS-DTL-CAT TO DW-CAT.
           MOVE WS-DTL-SEQ TO DW-SEQ.
           MOVE WS-DTL-JOB TO DW-JOB.
           MOVE WS-DTL-TEXT TO DW-TEXT.
           RELEASE DW-RECORD.

       PRINT-DIGEST.
      * by the time the sort hands anything back every output has
      * been read, so the job table and counts print first
           PERFORM WRITE-DIGEST-HEADINGS.
           PERFORM WRITE-JOB-STATUS.
           PERFORM WRITE-EXCEPTION-COUNTS.
           MOVE SPACES TO DIGRPT-RECORD.
           WRITE DIGRPT-RECORD.
           MOVE 'EXCEPTION DETAIL' TO DIGRPT-RECORD.
           WRITE DIGRPT-RECORD.
           IF WS-DTL-TOTAL = 0
              MOVE SPACES TO DIGRPT-RECORD
              MOVE '  NOTHING TO REPORT' TO DIGRPT-RECORD
              WRITE DIGRPT-RECORD
           END-IF.
           MOVE 0 TO WS-CAT-X.
           PERFORM UNTIL WS-SORT-DONE = 'Y'
              RETURN DIG-WORK
                 AT END
                    MOVE 'Y' TO WS-SORT-DONE
                 NOT AT END
                    PERFORM WRITE-DETAIL-LINE
              END-RETURN
           END-PERFORM.

       WRITE-DIGEST-HEADINGS.
           MOVE SPACES TO DIGRPT-RECORD.
           MOVE 'MORNING OPERATIONS EXCEPTION DIGEST' TO DIGRPT-RECORD.
           WRITE DIGRPT-RECORD.
           MOVE SPACES TO DIGRPT-RECORD.
           STRING 'RUN DATE ' WS-RUN-DATE
               DELIMITED BY SIZE INTO DIGRPT-RECORD
           END-STRING.
           WRITE DIGRPT-RECORD.

       WRITE-JOB-STATUS.
           MOVE SPACES TO DIGRPT-RECORD.
           WRITE DIGRPT-RECORD.
           MOVE 'JOB STATUS' TO DIGRPT-RECORD.
           WRITE DIGRPT-RECORD.
           MOVE SPACES TO DIGRPT-RECORD.
           STRING 'JOB       OUTPUT        LAST RUN    AGE  EVERY  '
               'CHECK    OUTCOME'
               DELIMITED BY SIZE INTO DIGRPT-RECORD
           END-STRING.
           WRITE DIGRPT-RECORD.
           PERFORM VARYING WS-JOB-X FROM 1 BY 1
              UNTIL WS-JOB-X > WS-JOB-COUNT
              PERFORM WRITE-JOB-LINE
           END-PERFORM.

       WRITE-JOB-LINE.
           IF WS-JOB-LAST-DATE(WS-JOB-X) = 0
              MOVE '--------' TO WS-ED-DATE
              MOVE SPACES TO DIGRPT-RECORD
              STRING WS-JOB-NAME(WS-JOB-X) ' ' WS-JOB-FILE(WS-JOB-X)
                  '  ' WS-ED-DATE
                  DELIMITED BY SIZE INTO DIGRPT-RECORD
              END-STRING
           ELSE
              MOVE WS-JOB-LAST-DATE(WS-JOB-X) TO WS-ED-DATE
              MOVE WS-JOB-AGE(WS-JOB-X) TO WS-ED-AGE
              MOVE SPACES TO DIGRPT-RECORD
              STRING WS-JOB-NAME(WS-JOB-X) ' ' WS-JOB-FILE(WS-JOB-X)
                  '  ' WS-ED-DATE '  ' WS-ED-AGE '  '
                  DELIMITED BY SIZE INTO DIGRPT-RECORD
              END-STRING
           END-IF.
           MOVE WS-JOB-SCHED(WS-JOB-X) TO WS-ED-SCHED.
           MOVE WS-ED-SCHED TO DIGRPT-RECORD(42:3).
           MOVE WS-JOB-CHECK(WS-JOB-X) TO DIGRPT-RECORD(49:7).
           MOVE WS-JOB-OUTCOME(WS-JOB-X) TO DIGRPT-RECORD(58:30).
           WRITE DIGRPT-RECORD.

       WRITE-EXCEPTION-COUNTS.
           MOVE SPACES TO DIGRPT-RECORD.
           WRITE DIGRPT-RECORD.
           MOVE 'EXCEPTION COUNTS' TO DIGRPT-RECORD.
           WRITE DIGRPT-RECORD.
           PERFORM VARYING WS-CAT-X FROM 1 BY 1
              UNTIL WS-CAT-X > WS-CAT-MAX
              MOVE WS-CAT-COUNT(WS-CAT-X) TO WS-ED-COUNT
              MOVE SPACES TO DIGRPT-RECORD
              STRING '  ' WS-CAT-LABEL(WS-CAT-X) ' ' WS-ED-COUNT
                  DELIMITED BY SIZE INTO DIGRPT-RECORD
              END-STRING
              WRITE DIGRPT-RECORD
           END-PERFORM.
           MOVE SPACES TO DIGRPT-RECORD.
           STRING '  WORST CONDITION - RETURN CODE ' WS-WORST-RC
               DELIMITED BY SIZE INTO DIGRPT-RECORD
           END-STRING.
           WRITE DIGRPT-RECORD.

       WRITE-DETAIL-LINE.
      * a category heading each time the category changes
           IF DW-CAT NOT = WS-CAT-X
              MOVE DW-CAT TO WS-CAT-X
              MOVE SPACES TO DIGRPT-RECORD
              WRITE DIGRPT-RECORD
              MOVE WS-CAT-LABEL(WS-CAT-X) TO DIGRPT-RECORD
              WRITE DIGRPT-RECORD
           END-IF.
           MOVE SPACES TO DIGRPT-RECORD.
           STRING '  ' DW-JOB ' ' DW-TEXT
               DELIMITED BY SIZE INTO DIGRPT-RECORD
           END-STRING.
           WRITE DIGRPT-RECORD.

       END PROGRAM OPSDIGST.
