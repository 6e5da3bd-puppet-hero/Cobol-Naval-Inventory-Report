      * the old file to UVMF-OLD.DAT first, then run this once to load
      * it into the new indexed UVMF.DAT - after that, MAINTUVMF is the
      * only thing that should touch UVMF.DAT.
      * takes the run-exclusion lock on UVMFLOCK.DAT at startup
      * (see LOCKREC) and won't start while another run holds it.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVUVMF.
       AUTHOR. VEGA.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-JRNL-STATUS.

           SELECT LOCKFILE ASSIGN TO '.\UVMFLOCK.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-LOCK-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * pre-req-008 flat layout - name(9)/type(2)/tonnage(6)/crew(5)/
       FD JRNLFILE.
           COPY UVMFJRNL.

       FD LOCKFILE.
           COPY LOCKREC.

       WORKING-STORAGE SECTION.
       01 WS-OLD-STATUS     PIC X(02)     VALUE '00'.
       01 WS-UVMF-STATUS     PIC X(02)     VALUE '00'.
       01 WS-JRNL-STATUS     PIC X(02)     VALUE '00'.
       01 WS-BEFORE-IMAGE     PIC X(37)     VALUE SPACES.
       01 WS-OLD-EOF     PIC X(01)     VALUE 'N'.
       01 WS-READ-COUNT     PIC 9(05)     VALUE 0.
       01 WS-WRITE-COUNT     PIC 9(05)     VALUE 0.
       01 WS-SKIP-COUNT     PIC 9(05)     VALUE 0.
      * whoever ran the conversion (UVMFOPER in the environment),
      * stamped on the journalled adds like any batch updater's
       01 WS-OPER-ID     PIC X(08)     VALUE SPACES.

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
           ACCEPT WS-OPER-ID FROM ENVIRONMENT 'UVMFOPER'.
           MOVE WS-OPER-ID TO WS-LOCK-OPER.
      * the old master is opened before the lock is taken - if it
      * isn't there the run stops with nothing touched and no lock
      * left behind to clear
           OPEN INPUT UVMF-OLD.
           IF WS-OLD-STATUS NOT = '00'
              DISPLAY 'CONVUVMF: UNABLE TO OPEN UVMF-OLD.DAT, STATUS = '
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM TAKE-RUN-LOCK.
           PERFORM OPEN-NEW-UVMF.
           PERFORM OPEN-JOURNAL.
           PERFORM UNTIL WS-OLD-EOF = 'Y'
           DISPLAY 'CONVUVMF: READ ' WS-READ-COUNT
               ', CONVERTED ' WS-WRITE-COUNT
               ', SKIPPED (ALREADY ON FILE) ' WS-SKIP-COUNT.
           PERFORM RELEASE-RUN-LOCK.
           STOP RUN.

       OPEN-NEW-UVMF.
      * record carries spaces there until MAINTUVMF's ASSIGN HULL
      * NUMBER option gives it one
           MOVE SPACES TO UVMF-HULL.
           MOVE SPACES TO UVMF-COMM-DATE.
           WRITE UVMF-RECORD
              INVALID KEY
                 ADD 1 TO WS-SKIP-COUNT
           ACCEPT JRNL-DATE FROM DATE YYYYMMDD.
           ACCEPT JRNL-TIME FROM TIME.
           MOVE 'CONVUVMF ' TO JRNL-PROGRAM.
           MOVE WS-OPER-ID TO JRNL-OPERATOR.
           MOVE WS-BEFORE-IMAGE TO JRNL-BEFORE.
           MOVE UVMF-RECORD TO JRNL-AFTER.
           WRITE JRNL-RECORD.
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
                 DISPLAY 'CONVUVMF: RUNNING UNDER THE MONTHEND '
                     'CYCLE LOCK'
              ELSE
                 PERFORM REFUSE-RUN-LOCK
              END-IF
           ELSE
              MOVE 'CONVUVMF' TO WS-LOCK-MINE-PROGRAM
              MOVE WS-LOCK-OPER TO WS-LOCK-MINE-OPER
              ACCEPT WS-LOCK-MINE-DATE FROM DATE YYYYMMDD
              ACCEPT WS-LOCK-MINE-TIME FROM TIME
              MOVE WS-LOCK-KIND TO WS-LOCK-MINE-KIND
              OPEN OUTPUT LOCKFILE
              IF WS-LOCK-STATUS NOT = '00'
                 DISPLAY 'CONVUVMF: UNABLE TO OPEN UVMFLOCK.DAT, '
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
                 DISPLAY 'CONVUVMF: UNABLE TO OPEN UVMFLOCK.DAT, '
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
           DISPLAY 'CONVUVMF: NOT STARTED - UVMF.DAT IS IN USE BY '
               WS-LOCK-FOUND-PROGRAM ' OPERATOR ' WS-LOCK-FOUND-OPER.
           DISPLAY 'CONVUVMF: LOCK HELD SINCE ' WS-LOCK-FOUND-DATE ' '
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

       END PROGRAM CONVUVMF.
