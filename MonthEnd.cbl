      * month-end driver - runs the batch sequence RECONREF,
      * BATCHUVMF, SNAPUVMF, VERIFUVMF, ARCHJRNL, FLEETCHG,
      * REPORTER, COSTPROJ, MANNRPT in order
      * instead of five or six programs run by hand with the
      * ordering rules living in people's heads. each step's return
      * code is checked against what that step is allowed to return
      * and a rerun resumes from the first step of the cycle that
      * didn't complete instead of repeating the whole night. when
      * the last step completes, a cycle marker goes on the control
      * file so next month starts fresh. the updating steps stamp
      * their journal lines with the operator in UVMFOPER, which
      * they inherit from this run - set it before starting.
      * the whole cycle runs under one lock on UVMFLOCK.DAT. if a
      * maintenance session or any other updating run holds it,
      * no step is run: the cycle is HELD, the holder is named, and
      * the rerun picks up once they're out. the steps find the
      * cycle's stamp in UVMFLOCK in their environment and run
      * under its lock. a completed or HELD cycle releases it; a
      * FAILED step leaves it held for a supervised UVMFLOCK clear.
      * REPORTER runs as reporter POST - the one run each month
      * that posts the crew cost ledger.
      * MANNRPT ending 4 (hulls below minimum safe manning) doesn't
      * stop anything - it is the last step - but the completed
      * cycle then ends RC 4 instead of 0 so the morning check
      * sees it.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MONTHEND.
       AUTHOR. VEGA.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CTL-STATUS.

           SELECT LOCKFILE ASSIGN TO '.\UVMFLOCK.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-LOCK-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * one line per step outcome - and a *CYCLE* line when the
          05 FILLER     PIC X(01).
          05 CTL-STATUS     PIC X(08).

       FD LOCKFILE.
           COPY LOCKREC.

       WORKING-STORAGE SECTION.
       01 WS-CTL-STATUS     PIC X(02)     VALUE '00'.
       01 WS-CTL-EOF     PIC X(01)     VALUE 'N'.
       01 WS-STEP-RAW-RC     PIC S9(09)     VALUE 0.
       01 WS-STEP-RC     PIC 9(03)     VALUE 0.
       01 WS-RECON-HOLD     PIC X(01)     VALUE 'N'.
       01 WS-MANNING-SHORT     PIC X(01)     VALUE 'N'.
       01 WS-STOP-FLAG     PIC X(01)     VALUE 'N'.
       01 WS-STEP-FAILED     PIC X(01)     VALUE 'N'.
       01 WS-RUN-COUNT     PIC 9(02)     VALUE 0.
       01 WS-SKIP-COUNT     PIC 9(02)     VALUE 0.
       01 WS-STEP-X     PIC 9(02)     VALUE 0.
       01 WS-FIND-X     PIC 9(02)     VALUE 0.
       01 WS-STEP-COUNT     PIC 9(02)     VALUE 9.
       01 WS-HOLD-STATUS     PIC X(08)     VALUE SPACES.

      * the sequence, in order, with the highest return code each
      * yet) are expected conditions, not failures.
      * VERIFUVMF's 4 means the verification ran and found
      * divergence - worth reading VERIFY.RPT over coffee, not
      * worth stopping the night's printing over. BATCHUVMF's 8 is a
      * shore-command batch rejected whole (out of balance or sent
      * twice) - the sequence stops there until a good file is in.
      * ARCHJRNL's 4 means the snapshot wasn't verified clean, so
      * the journal behind it stays live this month - nothing lost.
      * MANNRPT's 4 means hulls below minimum safe manning - a
      * finding for the fleet, not a failed run.
       01 WS-STEP-DEFS.
          05 FILLER     PIC X(24)     VALUE 'RECONREF reconref     04'.
          05 FILLER     PIC X(24)     VALUE 'BATCHUVMFbatchuvmf    00'.
          05 FILLER     PIC X(24)     VALUE 'SNAPUVMF snapuvmf     00'.
          05 FILLER     PIC X(24)     VALUE 'VERIFUVMFverifuvmf    04'.
          05 FILLER     PIC X(24)     VALUE 'ARCHJRNL archjrnl     04'.
          05 FILLER     PIC X(24)     VALUE 'FLEETCHG fleetchg     04'.
          05 FILLER     PIC X(24)     VALUE 'REPORTER reporter POST00'.
          05 FILLER     PIC X(24)     VALUE 'COSTPROJ costproj     00'.
          05 FILLER     PIC X(24)     VALUE 'MANNRPT  mannrpt      04'.
       01 WS-STEP-TABLE REDEFINES WS-STEP-DEFS.
          05 WS-STEP-ENTRY     OCCURS 9 TIMES.
             10 WS-STEP-NAME     PIC X(09).
             10 WS-STEP-CMD     PIC X(13).
             10 WS-STEP-MAX-RC     PIC 9(02).
       01 WS-STEP-DONE-FLAGS.
          05 WS-STEP-DONE     OCCURS 9 TIMES     PIC X(01).

      * the run-exclusion lock on UVMFLOCK.DAT (see LOCKREC) - the
      * line this run wrote when it took the lock, and the line
      * found there when it looked
       01 WS-LOCK-STATUS     PIC X(02)     VALUE '00'.
       01 WS-LOCK-HELD     PIC X(01)     VALUE 'N'.
       01 WS-LOCK-TAKEN     PIC X(01)     VALUE 'N'.
       01 WS-LOCK-OPER     PIC X(08)     VALUE SPACES.
       01 WS-LOCK-KIND     PIC X(01)     VALUE 'C'.
       01 WS-LOCK-CYCLE     PIC X(16)     VALUE SPACES.
       01 WS-LOCK-MINE.
          05 WS-LOCK-MINE-PROGRAM     PIC X(09)     VALUE SPACES.
          05 WS-LOCK-MINE-OPER     PIC X(08)     VALUE SPACES.
          05 WS-LOCK-MINE-STAMP.
             10 WS-LOCK-MINE-DATE     PIC 9(08)     VALUE 0.
             10 WS-LOCK-MINE-TIME     PIC 9(08)     VALUE 0.
          05 WS-LOCK-MINE-KIND     PIC X(01)     VALUE SPACE.
       01 WS-LOCK-FOUND.
          05 WS-LOCK-FOUND-PROGRAM     PIC X(09)     VALUE SPACES.
          05 WS-LOCK-FOUND-OPER     PIC X(08)     VALUE SPACES.
          05 WS-LOCK-FOUND-STAMP.
             10 WS-LOCK-FOUND-DATE     PIC 9(08)     VALUE 0.
             10 WS-LOCK-FOUND-TIME     PIC 9(08)     VALUE 0.
          05 WS-LOCK-FOUND-KIND     PIC X(01)     VALUE SPACE.
             88 WS-LOCK-FOUND-CYCLE     VALUE 'C'.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM LOAD-CYCLE-STATE.
           PERFORM OPEN-CTL-EXTEND.
           PERFORM TAKE-RUN-LOCK.
           DISPLAY 'UVMFLOCK' UPON ENVIRONMENT-NAME.
           DISPLAY WS-LOCK-MINE-STAMP UPON ENVIRONMENT-VALUE.
           PERFORM VARYING WS-STEP-X FROM 1 BY 1
              UNTIL WS-STEP-X > WS-STEP-COUNT OR WS-STOP-FLAG = 'Y'
              IF WS-STEP-DONE(WS-STEP-X) = 'Y'
                 ADD 1 TO WS-SKIP-COUNT
                 DISPLAY 'MONTHEND: ' WS-STEP-NAME(WS-STEP-X)
              PERFORM WRITE-CYCLE-MARKER
              DISPLAY 'MONTHEND: CYCLE COMPLETE - ' WS-RUN-COUNT
                  ' STEP(S) RUN, ' WS-SKIP-COUNT ' SKIPPED'
              IF WS-MANNING-SHORT = 'Y'
                 DISPLAY 'MONTHEND: HULLS BELOW MINIMUM SAFE MANNING '
                     '- SEE MANNING.RPT'
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.
      * a step that FAILED may have stopped partway through an
      * update under the cycle's lock - the lock stays, like any
      * run that stops RC 16, until someone has looked and cleared
      * it with UVMFLOCK. a completed or HELD cycle lets it go.
           IF WS-STEP-FAILED = 'Y'
              DISPLAY 'MONTHEND: UVMFLOCK.DAT LEFT HELD - CHECK THE '
                  'FAILED STEP, THEN CLEAR IT WITH UVMFLOCK'
           ELSE
              PERFORM RELEASE-RUN-LOCK
           END-IF.
           CLOSE CTLFILE.
           STOP RUN.
              MOVE 'FAILED  ' TO CTL-STATUS
              PERFORM WRITE-CTL-RECORD
              MOVE 'Y' TO WS-STOP-FLAG
              MOVE 'Y' TO WS-STEP-FAILED
              MOVE 16 TO RETURN-CODE
           ELSE
      * RECONREF ending 4 is complete (the sweep itself worked) but
                 MOVE 'HELD    ' TO CTL-STATUS
                 PERFORM WRITE-CTL-RECORD
              ELSE
                 IF WS-STEP-NAME(WS-STEP-X) = 'MANNRPT  '
                    AND WS-STEP-RC = 4
                    MOVE 'Y' TO WS-MANNING-SHORT
                 END-IF
                 MOVE 'COMPLETE' TO CTL-STATUS
                 PERFORM WRITE-CTL-RECORD
              END-IF
      * a HELD or FAILED record marks it needing a rerun. a missing
      * control file is simply the first month on the new driver.
           PERFORM VARYING WS-STEP-X FROM 1 BY 1
              UNTIL WS-STEP-X > WS-STEP-COUNT
              MOVE 'N' TO WS-STEP-DONE(WS-STEP-X)
           END-PERFORM.
           OPEN INPUT CTLFILE.
       NOTE-CTL-RECORD.
           IF CTL-STEP = '*CYCLE*  '
              PERFORM VARYING WS-FIND-X FROM 1 BY 1
                 UNTIL WS-FIND-X > WS-STEP-COUNT
                 MOVE 'N' TO WS-STEP-DONE(WS-FIND-X)
              END-PERFORM
           ELSE
              PERFORM VARYING WS-FIND-X FROM 1 BY 1
                 UNTIL WS-FIND-X > WS-STEP-COUNT
                 IF CTL-STEP = WS-STEP-NAME(WS-FIND-X)
                    IF CTL-STATUS = 'COMPLETE'
                       MOVE 'Y' TO WS-STEP-DONE(WS-FIND-X)
              STOP RUN
           END-IF.

       TAKE-RUN-LOCK.
      * nobody else may hold UVMFLOCK.DAT when this run starts. a
      * step MONTHEND started finds the cycle lock's stamp in
      * UVMFLOCK in its environment and runs under that lock
      * instead of taking one. after writing the lock the line is
      * read back - if another run wrote over it in the same
      * moment, that run has it and this one stops.
           ACCEPT WS-LOCK-CYCLE FROM ENVIRONMENT 'UVMFLOCK'.
           IF WS-LOCK-OPER = SPACES
              ACCEPT WS-LOCK-OPER FROM ENVIRONMENT 'UVMFOPER'
           END-IF.
           PERFORM READ-RUN-LOCK.
           IF WS-LOCK-HELD = 'Y'
              IF WS-LOCK-FOUND-CYCLE
                 AND WS-LOCK-FOUND-STAMP = WS-LOCK-CYCLE
                 DISPLAY 'MONTHEND: RUNNING UNDER THE MONTHEND '
                     'CYCLE LOCK'
              ELSE
                 PERFORM REFUSE-RUN-LOCK
              END-IF
           ELSE
              MOVE 'MONTHEND' TO WS-LOCK-MINE-PROGRAM
              MOVE WS-LOCK-OPER TO WS-LOCK-MINE-OPER
              ACCEPT WS-LOCK-MINE-DATE FROM DATE YYYYMMDD
              ACCEPT WS-LOCK-MINE-TIME FROM TIME
              MOVE WS-LOCK-KIND TO WS-LOCK-MINE-KIND
              OPEN OUTPUT LOCKFILE
              IF WS-LOCK-STATUS NOT = '00'
                 DISPLAY 'MONTHEND: UNABLE TO OPEN UVMFLOCK.DAT, '
                     'STATUS = ' WS-LOCK-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              WRITE LOCK-RECORD FROM WS-LOCK-MINE
              CLOSE LOCKFILE
              PERFORM READ-RUN-LOCK
              IF WS-LOCK-FOUND NOT = WS-LOCK-MINE
                 PERFORM REFUSE-RUN-LOCK
              END-IF
              MOVE 'Y' TO WS-LOCK-TAKEN
           END-IF.

       READ-RUN-LOCK.
      * leaves Y/N in WS-LOCK-HELD and the holder in WS-LOCK-FOUND -
      * a missing file or an empty one is a free lock
           MOVE 'N' TO WS-LOCK-HELD.
           MOVE SPACES TO WS-LOCK-FOUND.
           OPEN INPUT LOCKFILE.
           IF WS-LOCK-STATUS = '35'
              MOVE 'N' TO WS-LOCK-HELD
           ELSE
              IF WS-LOCK-STATUS NOT = '00'
                 DISPLAY 'MONTHEND: UNABLE TO OPEN UVMFLOCK.DAT, '
                     'STATUS = ' WS-LOCK-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              READ LOCKFILE
                 AT END
                    MOVE 'N' TO WS-LOCK-HELD
                 NOT AT END
                    IF LOCK-PROGRAM NOT = SPACES
                       MOVE 'Y' TO WS-LOCK-HELD
                       MOVE LOCK-RECORD TO WS-LOCK-FOUND
                    END-IF
              END-READ
              CLOSE LOCKFILE
           END-IF.

       REFUSE-RUN-LOCK.
      * the hold for an open session: nothing has run yet, so the
      * cycle just records it was held and the rerun starts where
      * it would have
           DISPLAY 'MONTHEND: CYCLE HELD - UVMF.DAT IS IN USE BY '
               WS-LOCK-FOUND-PROGRAM ' OPERATOR ' WS-LOCK-FOUND-OPER.
           DISPLAY 'MONTHEND: LOCK HELD SINCE ' WS-LOCK-FOUND-DATE ' '
               WS-LOCK-FOUND-TIME(1:6)
               ' - RERUN WHEN IT ENDS, OR CLEAR A STALE LOCK'
               ' WITH UVMFLOCK'.
           MOVE SPACES TO CTL-RECORD.
           ACCEPT CTL-DATE FROM DATE YYYYMMDD.
           ACCEPT CTL-TIME FROM TIME.
           MOVE '*LOCKED* ' TO CTL-STEP.
           MOVE 4 TO CTL-RC.
           MOVE 'HELD    ' TO CTL-STATUS.
           WRITE CTL-RECORD.
           IF WS-CTL-STATUS NOT = '00'
              DISPLAY 'MONTHEND: CONTROL FILE WRITE FAILED, '
                  'STATUS = ' WS-CTL-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           CLOSE CTLFILE.
           MOVE 4 TO RETURN-CODE.
           STOP RUN.

       RELEASE-RUN-LOCK.
      * empties UVMFLOCK.DAT at a normal end - but only if the line
      * on it is still the one this run wrote
           IF WS-LOCK-TAKEN = 'Y'
              PERFORM READ-RUN-LOCK
              IF WS-LOCK-FOUND = WS-LOCK-MINE
                 OPEN OUTPUT LOCKFILE
                 CLOSE LOCKFILE
              END-IF
              MOVE 'N' TO WS-LOCK-TAKEN
           END-IF.

       END PROGRAM MONTHEND.
