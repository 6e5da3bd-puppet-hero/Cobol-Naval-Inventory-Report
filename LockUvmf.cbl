      * shows and, under supervision, clears the run-exclusion lock
      * on UVMFLOCK.DAT. with no argument it names the run holding
      * the lock and since when (RC 4), or says it's free (RC 0):
      *    uvmflock
      * a run that abended leaves its lock behind on purpose, and
      * every updating program refuses to start until it's gone.
      * clearing it takes an operator whose lock-clear flag is set
      * on OPERATOR.DAT:
      *    uvmflock CLEAR
      * the operator signs on, is shown the holder, and has to
      * answer Y before the lock is emptied - clear it only once
      * you're sure that run is no longer going, and run VERIFUVMF
      * if it died part way through an update. every clear goes on
      * LOCKLOG.DAT with who cleared it and the lock they cleared.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. UVMFLOCK.
       AUTHOR. VEGA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOCKFILE ASSIGN TO '.\UVMFLOCK.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-LOCK-STATUS.

           SELECT LOCKLOG ASSIGN TO '.\LOCKLOG.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-LOG-STATUS.

           SELECT OPERFILE ASSIGN TO '.\OPERATOR.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-OPER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LOCKFILE.
           COPY LOCKREC.

      * one line per lock cleared - when, by whom, and the lock
      * line exactly as it stood
       FD LOCKLOG.
       01 LOG-RECORD.
          05 LOG-DATE     PIC 9(08).
          05 LOG-TIME     PIC 9(08).
          05 LOG-CLEARED-BY     PIC X(08).
          05 LOG-LOCK     PIC X(34).

       FD OPERFILE.
           COPY OPERREC.

       WORKING-STORAGE SECTION.
       01 WS-LOCK-STATUS     PIC X(02)     VALUE '00'.
       01 WS-LOG-STATUS     PIC X(02)     VALUE '00'.
       01 WS-OPER-STATUS     PIC X(02)     VALUE '00'.
       01 WS-ARG     PIC X(10)     VALUE SPACES.
       01 WS-ANSWER     PIC X(01)     VALUE SPACE.

      * the lock line as found, and again just before it's cleared -
      * it has to be the same lock the operator was shown
       01 WS-LOCK-HELD     PIC X(01)     VALUE 'N'.
       01 WS-LOCK-FOUND.
          05 WS-LOCK-FOUND-PROGRAM     PIC X(09)     VALUE SPACES.
          05 WS-LOCK-FOUND-OPER     PIC X(08)     VALUE SPACES.
          05 WS-LOCK-FOUND-STAMP.
             10 WS-LOCK-FOUND-DATE     PIC 9(08)     VALUE 0.
             10 WS-LOCK-FOUND-TIME     PIC 9(08)     VALUE 0.
          05 WS-LOCK-FOUND-KIND     PIC X(01)     VALUE SPACE.
             88 WS-LOCK-FOUND-INTERACTIVE     VALUE 'I'.
             88 WS-LOCK-FOUND-CYCLE     VALUE 'C'.
       01 WS-LOCK-SHOWN     PIC X(34)     VALUE SPACES.
       01 WS-KIND-TEXT     PIC X(20)     VALUE SPACES.

      * the operator signed on to clear the lock, off OPERATOR.DAT
       01 WS-OPER-EOF     PIC X(01)     VALUE 'N'.
       01 WS-OPER-FOUND     PIC X(01)     VALUE 'N'.
       01 WS-OPER-ID     PIC X(08)     VALUE SPACES.
       01 WS-OPER-NAME     PIC X(20)     VALUE SPACES.
       01 WS-MAY-CLEAR-LOCK     PIC X(01)     VALUE 'N'.
       01 WS-SIGNON-TRIES     PIC 9(01)     VALUE 0.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           ACCEPT WS-ARG FROM COMMAND-LINE.
           PERFORM READ-RUN-LOCK.
           IF WS-LOCK-HELD = 'N'
              DISPLAY 'UVMFLOCK: NO RUN HOLDS THE LOCK - UVMF.DAT IS '
                  'FREE'
              MOVE 0 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM SHOW-HOLDER.
           IF WS-ARG NOT = 'CLEAR'
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE WS-LOCK-FOUND TO WS-LOCK-SHOWN.
           PERFORM SIGN-ON.
           IF WS-MAY-CLEAR-LOCK NOT = 'Y'
              DISPLAY 'UVMFLOCK: OPERATOR ' WS-OPER-ID
                  ' NOT AUTHORIZED TO CLEAR THE LOCK - NOTHING DONE'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           DISPLAY 'CLEAR THIS LOCK ONLY IF THAT RUN IS NO LONGER '
               'GOING.'.
           DISPLAY 'CLEAR IT (Y/N): ' WITH NO ADVANCING.
           ACCEPT WS-ANSWER.
           IF WS-ANSWER NOT = 'Y'
              DISPLAY 'UVMFLOCK: NOTHING CLEARED'
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM CLEAR-RUN-LOCK.
           STOP RUN.

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
                 DISPLAY 'UVMFLOCK: UNABLE TO OPEN UVMFLOCK.DAT, '
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

       SHOW-HOLDER.
           EVALUATE TRUE
              WHEN WS-LOCK-FOUND-INTERACTIVE
                 MOVE 'MAINTENANCE SESSION' TO WS-KIND-TEXT
              WHEN WS-LOCK-FOUND-CYCLE
                 MOVE 'MONTH-END CYCLE' TO WS-KIND-TEXT
              WHEN OTHER
                 MOVE 'BATCH RUN' TO WS-KIND-TEXT
           END-EVALUATE.
           DISPLAY 'UVMFLOCK: HELD BY ' WS-LOCK-FOUND-PROGRAM
               ' OPERATOR ' WS-LOCK-FOUND-OPER ' - ' WS-KIND-TEXT.
           DISPLAY 'UVMFLOCK: HELD SINCE ' WS-LOCK-FOUND-DATE ' '
               WS-LOCK-FOUND-TIME(1:6).

       SIGN-ON.
      * nobody clears a lock without an operator ID that's on
      * OPERATOR.DAT - three misses and the run ends
           PERFORM UNTIL WS-OPER-FOUND = 'Y'
              IF WS-SIGNON-TRIES >= 3
                 DISPLAY 'UVMFLOCK: SIGN-ON FAILED - NOTHING CLEARED'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-SIGNON-TRIES
              DISPLAY 'OPERATOR ID: ' WITH NO ADVANCING
              ACCEPT WS-OPER-ID
              PERFORM LOOKUP-OPERATOR
              IF WS-OPER-FOUND = 'N'
                 DISPLAY 'OPERATOR ' WS-OPER-ID ' NOT ON OPERATOR.DAT'
              END-IF
           END-PERFORM.
           DISPLAY 'SIGNED ON AS ' WS-OPER-ID ' ' WS-OPER-NAME.

       LOOKUP-OPERATOR.
      * reads OPERATOR.DAT for WS-OPER-ID, leaving Y/N in
      * WS-OPER-FOUND and the operator's lock-clear flag in
      * WS-MAY-CLEAR-LOCK
           MOVE 'N' TO WS-OPER-FOUND.
           MOVE 'N' TO WS-MAY-CLEAR-LOCK.
           MOVE 'N' TO WS-OPER-EOF.
           OPEN INPUT OPERFILE.
           IF WS-OPER-STATUS NOT = '00'
              DISPLAY 'UVMFLOCK: UNABLE TO OPEN OPERATOR.DAT, '
                  'STATUS = ' WS-OPER-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM UNTIL WS-OPER-EOF = 'Y'
              READ OPERFILE
                 AT END
                    MOVE 'Y' TO WS-OPER-EOF
                 NOT AT END
                    IF OPER-ID = WS-OPER-ID AND WS-OPER-ID NOT = SPACES
                       MOVE 'Y' TO WS-OPER-FOUND
                       MOVE OPER-NAME TO WS-OPER-NAME
                       MOVE OPER-MAY-CLEAR-LOCK TO WS-MAY-CLEAR-LOCK
                       MOVE 'Y' TO WS-OPER-EOF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE OPERFILE.

       CLEAR-RUN-LOCK.
      * the lock is read again first - if its holder finished, or
      * someone else has taken it, while the operator was answering,
      * that isn't the lock they agreed to clear
           PERFORM READ-RUN-LOCK.
           IF WS-LOCK-HELD = 'N' OR WS-LOCK-FOUND NOT = WS-LOCK-SHOWN
              DISPLAY 'UVMFLOCK: THE LOCK CHANGED WHILE WAITING - '
                  'NOTHING CLEARED, RUN AGAIN TO SEE WHO HOLDS IT'
              MOVE 4 TO RETURN-CODE
           ELSE
              PERFORM LOG-CLEARED-LOCK
              OPEN OUTPUT LOCKFILE
              IF WS-LOCK-STATUS NOT = '00'
                 DISPLAY 'UVMFLOCK: UNABLE TO OPEN UVMFLOCK.DAT, '
                     'STATUS = ' WS-LOCK-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              CLOSE LOCKFILE
              DISPLAY 'UVMFLOCK: LOCK HELD BY ' WS-LOCK-FOUND-PROGRAM
                  ' CLEARED BY ' WS-OPER-ID
              MOVE 0 TO RETURN-CODE
           END-IF.

       LOG-CLEARED-LOCK.
      * the log only ever grows - open EXTEND, creating it first the
      * first time a lock is ever cleared. a clear that can't be
      * logged isn't done.
           OPEN EXTEND LOCKLOG.
           IF WS-LOG-STATUS = '35'
              OPEN OUTPUT LOCKLOG
              CLOSE LOCKLOG
              OPEN EXTEND LOCKLOG
           END-IF.
           IF WS-LOG-STATUS NOT = '00'
              DISPLAY 'UVMFLOCK: UNABLE TO OPEN LOCKLOG.DAT, '
                  'STATUS = ' WS-LOG-STATUS ' - NOTHING CLEARED'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           ACCEPT LOG-DATE FROM DATE YYYYMMDD.
           ACCEPT LOG-TIME FROM TIME.
           MOVE WS-OPER-ID TO LOG-CLEARED-BY.
           MOVE WS-LOCK-FOUND TO LOG-LOCK.
           WRITE LOG-RECORD.
           IF WS-LOG-STATUS NOT = '00'
              DISPLAY 'UVMFLOCK: LOCKLOG.DAT WRITE FAILED, STATUS = '
                  WS-LOG-STATUS ' - NOTHING CLEARED'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           CLOSE LOCKLOG.

       END PROGRAM UVMFLOCK.
