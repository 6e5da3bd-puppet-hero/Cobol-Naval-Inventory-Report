      * rolled aside to UVMF-PREV.DAT, so two successive cycles are
      * always on hand - FLEETCHG reads the pair and reports what
      * changed between them.
      * the time the snapshot was started goes on UVMF-SNAP.CTL,
      * unverified - every journal entry stamped before it is in
      * the image. VERIFUVMF marks it verified, and only then will
      * ARCHJRNL archive the journal behind it.
      * takes the run-exclusion lock on UVMFLOCK.DAT at startup
      * (see LOCKREC) and won't start while another run holds it.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SNAPUVMF.
       AUTHOR. VEGA.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PREV-STATUS.

           SELECT SNAPCTLFILE ASSIGN TO '.\UVMF-SNAP.CTL'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-SCTL-STATUS.

           SELECT LOCKFILE ASSIGN TO '.\UVMFLOCK.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-LOCK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD UVMF.
           COPY UVMFREC.

      * one UVMF-RECORD image per line, same 37-byte layout
       FD SNAPFILE.
       01 SNAP-RECORD     PIC X(37).

      * the prior cycle's image, rolled aside before the new one is
      * cut - same layout as SNAP-RECORD
       FD PREVFILE.
       01 PREV-RECORD     PIC X(37).

       FD SNAPCTLFILE.
           COPY SNAPCTL.

       FD LOCKFILE.
           COPY LOCKREC.

       WORKING-STORAGE SECTION.
       01 WS-UVMF-STATUS     PIC X(02)     VALUE '00'.
       01 WS-SNAP-STATUS     PIC X(02)     VALUE '00'.
       01 WS-PREV-STATUS     PIC X(02)     VALUE '00'.
       01 WS-SCTL-STATUS     PIC X(02)     VALUE '00'.
       01 WS-SNAP-STAMP.
          05 WS-SNAP-DATE     PIC 9(08)     VALUE 0.
          05 WS-SNAP-TIME     PIC 9(08)     VALUE 0.
       01 WS-UVMF-EOF     PIC X(01)     VALUE 'N'.
       01 WS-ROLL-EOF     PIC X(01)     VALUE 'N'.
       01 WS-SNAP-COUNT     PIC 9(05)     VALUE 0.
       01 WS-ROLL-COUNT     PIC 9(05)     VALUE 0.

      * the run-exclusion lock on UVMFLOCK.DAT (see LOCKREC) - the
      * line this run wrote when it took the lock, and the line
      * found there when it looked
       01 WS-LOCK-STATUS     PIC X(02)     VALUE '00'.
       01 WS-LOCK-HELD     PIC X(01)     VALUE 'N'.
       01 WS-LOCK-TAKEN     PIC X(01)     VALUE 'N'.
       01 WS-LOCK-OPER     PIC X(08)     VALUE SPACES.
       01 WS-LOCK-KIND     PIC X(01)     VALUE 'B'.
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
           PERFORM TAKE-RUN-LOCK.
           PERFORM ROLL-PRIOR-SNAPSHOT.
           ACCEPT WS-SNAP-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-SNAP-TIME FROM TIME.
           OPEN INPUT UVMF.
           IF WS-UVMF-STATUS NOT = '00'
              DISPLAY 'SNAPUVMF: UNABLE TO OPEN UVMF.DAT, STATUS = '
           END-PERFORM.
           CLOSE UVMF.
           CLOSE SNAPFILE.
           PERFORM WRITE-SNAP-CONTROL.
           DISPLAY 'SNAPUVMF: ' WS-SNAP-COUNT
               ' RECORDS SNAPSHOTTED TO UVMF-SNAP.DAT'.
           PERFORM RELEASE-RUN-LOCK.
           STOP RUN.

       WRITE-SNAP-CONTROL.
      * a new snapshot is unverified until VERIFUVMF says otherwise
           OPEN OUTPUT SNAPCTLFILE.
           IF WS-SCTL-STATUS NOT = '00'
              DISPLAY 'SNAPUVMF: UNABLE TO OPEN UVMF-SNAP.CTL, '
                  'STATUS = ' WS-SCTL-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE SPACES TO SNAPCTL-RECORD.
           MOVE WS-SNAP-STAMP TO SCTL-SNAP-STAMP.
           MOVE WS-SNAP-COUNT TO SCTL-SNAP-COUNT.
           MOVE 'N' TO SCTL-VERIFIED.
           MOVE 0 TO SCTL-VERIFY-DATE.
           MOVE 0 TO SCTL-VERIFY-TIME.
           WRITE SNAPCTL-RECORD.
           IF WS-SCTL-STATUS NOT = '00'
              DISPLAY 'SNAPUVMF: UVMF-SNAP.CTL WRITE FAILED, '
                  'STATUS = ' WS-SCTL-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           CLOSE SNAPCTLFILE.

       ROLL-PRIOR-SNAPSHOT.
      * copy the snapshot already on file to UVMF-PREV.DAT so the
      * prior cycle survives this run for FLEETCHG to compare. no
                  ' PRIOR RECORDS ROLLED TO UVMF-PREV.DAT'
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
                 DISPLAY 'SNAPUVMF: RUNNING UNDER THE MONTHEND '
                     'CYCLE LOCK'
              ELSE
                 PERFORM REFUSE-RUN-LOCK
              END-IF
           ELSE
              MOVE 'SNAPUVMF' TO WS-LOCK-MINE-PROGRAM
              MOVE WS-LOCK-OPER TO WS-LOCK-MINE-OPER
              ACCEPT WS-LOCK-MINE-DATE FROM DATE YYYYMMDD
              ACCEPT WS-LOCK-MINE-TIME FROM TIME
              MOVE WS-LOCK-KIND TO WS-LOCK-MINE-KIND
              OPEN OUTPUT LOCKFILE
              IF WS-LOCK-STATUS NOT = '00'
                 DISPLAY 'SNAPUVMF: UNABLE TO OPEN UVMFLOCK.DAT, '
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
                 DISPLAY 'SNAPUVMF: UNABLE TO OPEN UVMFLOCK.DAT, '
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
           DISPLAY 'SNAPUVMF: NOT STARTED - UVMF.DAT IS IN USE BY '
               WS-LOCK-FOUND-PROGRAM ' OPERATOR ' WS-LOCK-FOUND-OPER.
           DISPLAY 'SNAPUVMF: LOCK HELD SINCE ' WS-LOCK-FOUND-DATE ' '
               WS-LOCK-FOUND-TIME(1:6)
               ' - RERUN WHEN IT ENDS, OR CLEAR A STALE LOCK'
               ' WITH UVMFLOCK'.
           MOVE 16 TO RETURN-CODE.
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

       END PROGRAM SNAPUVMF.
