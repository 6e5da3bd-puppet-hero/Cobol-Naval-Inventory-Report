      * tolerance defaults to 10 heads; an optional command line
      * argument overrides it:
      *    crewfeed 25
      * the run is stamped with the submitting operator (UVMFOPER in
      * the environment), who must be on OPERATOR.DAT with the change
      * authority - the operator ID goes on every journal line.
      * takes the run-exclusion lock on UVMFLOCK.DAT at startup
      * (see LOCKREC) and won't start while another run holds it.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREWFEED.
       AUTHOR. VEGA.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-JRNL-STATUS.

           SELECT OPERFILE ASSIGN TO '.\OPERATOR.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-OPER-STATUS.

           SELECT LOCKFILE ASSIGN TO '.\UVMFLOCK.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-LOCK-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * one feed line per vessel - name, then the actual onboard
       FD JRNLFILE.
           COPY UVMFJRNL.

       FD OPERFILE.
           COPY OPERREC.

       FD LOCKFILE.
           COPY LOCKREC.

       WORKING-STORAGE SECTION.
       01 WS-FEED-STATUS     PIC X(02)     VALUE '00'.
       01 WS-UVMF-STATUS     PIC X(02)     VALUE '00'.
       01 WS-JRNL-STATUS     PIC X(02)     VALUE '00'.
       01 WS-BEFORE-IMAGE     PIC X(37)     VALUE SPACES.
       01 WS-FEED-EOF     PIC X(01)     VALUE 'N'.
       01 WS-SCAN-EOF     PIC X(01)     VALUE 'N'.
       01 WS-FOUND-FLAG     PIC X(01)     VALUE 'N'.
      * would fail.
       01 WS-TOLERANCE-ARG     PIC X(05)     VALUE SPACES.
       01 WS-TOLERANCE     PIC 9(05)     VALUE 10.
       01 WS-RUN-DATE     PIC 9(08)     VALUE 0.
       01 WS-ARG-X     PIC 9(02)     VALUE 0.
       01 WS-ARG-DIGITS     PIC 9(02)     VALUE 0.
       01 WS-ARG-OK     PIC X(01)     VALUE 'Y'.
                               INDEXED BY WS-FED-X.
             10 WS-FED-NAME     PIC X(09).

      * the submitting operator - UVMFOPER in the environment - and
      * the actions that operator may take, off OPERATOR.DAT
       01 WS-OPER-STATUS     PIC X(02)     VALUE '00'.
       01 WS-OPER-EOF     PIC X(01)     VALUE 'N'.
       01 WS-OPER-FOUND     PIC X(01)     VALUE 'N'.
       01 WS-OPER-ID     PIC X(08)     VALUE SPACES.
       01 WS-OPER-AUTH     PIC X(08)     VALUE 'NNNNNNNN'.
       01 WS-OPER-AUTH-FLAGS REDEFINES WS-OPER-AUTH.
          05 WS-MAY-ADD     PIC X(01).
          05 WS-MAY-CHANGE     PIC X(01).
          05 WS-MAY-RETIRE     PIC X(01).
          05 WS-MAY-TRANSFER     PIC X(01).
          05 WS-MAY-SET-STAT     PIC X(01).
          05 WS-MAY-RENAME     PIC X(01).
          05 WS-MAY-HULL     PIC X(01).
          05 WS-MAY-REF     PIC X(01).

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
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM IDENTIFY-OPERATOR.
           MOVE WS-OPER-ID TO WS-LOCK-OPER.
           PERFORM PARSE-TOLERANCE.
      * the feed is opened before the lock is taken - a missing
      * feed stops the run with nothing touched and no lock left
      * behind to clear
           OPEN INPUT FEEDFILE.
           IF WS-FEED-STATUS NOT = '00'
              DISPLAY 'CREWFEED: UNABLE TO OPEN CREWFEED.DAT, '
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM TAKE-RUN-LOCK.
           PERFORM OPEN-UVMF.
           PERFORM OPEN-JOURNAL.
           OPEN OUTPUT VARRPT.
               ', APPLIED ' WS-APPLIED-COUNT
               ', VARIANCES ' WS-VARIANCE-COUNT
               ' - SEE CREWVAR.RPT'.
           PERFORM RELEASE-RUN-LOCK.
           STOP RUN.

       PARSE-TOLERANCE.
              END-IF
           END-IF.

       IDENTIFY-OPERATOR.
      * a batch run is stamped with whoever submitted it - UVMFOPER
      * in the environment, which has to be an operator on
      * OPERATOR.DAT. no operator, no run: an unattributed update
      * is the same audit hole the maintenance sign-on closes.
           ACCEPT WS-OPER-ID FROM ENVIRONMENT 'UVMFOPER'.
           PERFORM LOOKUP-OPERATOR.
           IF WS-OPER-FOUND = 'N'
              DISPLAY 'CREWFEED: SUBMITTING OPERATOR ''' WS-OPER-ID
                  ''' NOT ON OPERATOR.DAT - SET UVMFOPER'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
      * every line the feed applies is a crew change, so the whole
      * run needs the change authority
           IF WS-MAY-CHANGE NOT = 'Y'
              DISPLAY 'CREWFEED: OPERATOR ' WS-OPER-ID
                  ' NOT AUTHORIZED FOR CHANGES - NOTHING APPLIED'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       LOOKUP-OPERATOR.
      * reads OPERATOR.DAT for WS-OPER-ID, leaving Y/N in
      * WS-OPER-FOUND and the operator's flags in WS-OPER-AUTH
           MOVE 'N' TO WS-OPER-FOUND.
           MOVE 'NNNNNNNN' TO WS-OPER-AUTH.
           MOVE 'N' TO WS-OPER-EOF.
           OPEN INPUT OPERFILE.
           IF WS-OPER-STATUS NOT = '00'
              DISPLAY 'CREWFEED: UNABLE TO OPEN OPERATOR.DAT, '
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
                       MOVE OPER-AUTH TO WS-OPER-AUTH
                       MOVE 'Y' TO WS-OPER-EOF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE OPERFILE.

       OPEN-UVMF.
      * no create-if-missing here - a feed against an empty UVMF.DAT
      * is a run against the wrong directory, not a brand new shop
           ACCEPT JRNL-DATE FROM DATE YYYYMMDD.
           ACCEPT JRNL-TIME FROM TIME.
           MOVE 'CREWFEED ' TO JRNL-PROGRAM.
           MOVE WS-OPER-ID TO JRNL-OPERATOR.
           MOVE WS-BEFORE-IMAGE TO JRNL-BEFORE.
           MOVE UVMF-RECORD TO JRNL-AFTER.
           WRITE JRNL-RECORD.
               VARRPT-RECORD.
           WRITE VARRPT-RECORD.
           MOVE SPACES TO VARRPT-RECORD.
           STRING 'RUN DATE ' WS-RUN-DATE
               DELIMITED BY SIZE INTO VARRPT-RECORD
           END-STRING.
           WRITE VARRPT-RECORD.
           MOVE SPACES TO VARRPT-RECORD.
           STRING 'TOLERANCE ' WS-TOLERANCE ' HEADS'
               '  SUBMITTED BY ' WS-OPER-ID
               DELIMITED BY SIZE INTO VARRPT-RECORD
           END-STRING.
           WRITE VARRPT-RECORD.
           END-STRING.
           WRITE VARRPT-RECORD.

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
                 DISPLAY 'CREWFEED: RUNNING UNDER THE MONTHEND '
                     'CYCLE LOCK'
              ELSE
                 PERFORM REFUSE-RUN-LOCK
              END-IF
           ELSE
              MOVE 'CREWFEED' TO WS-LOCK-MINE-PROGRAM
              MOVE WS-LOCK-OPER TO WS-LOCK-MINE-OPER
              ACCEPT WS-LOCK-MINE-DATE FROM DATE YYYYMMDD
              ACCEPT WS-LOCK-MINE-TIME FROM TIME
              MOVE WS-LOCK-KIND TO WS-LOCK-MINE-KIND
              OPEN OUTPUT LOCKFILE
              IF WS-LOCK-STATUS NOT = '00'
                 DISPLAY 'CREWFEED: UNABLE TO OPEN UVMFLOCK.DAT, '
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
                 DISPLAY 'CREWFEED: UNABLE TO OPEN UVMFLOCK.DAT, '
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
           DISPLAY 'CREWFEED: NOT STARTED - UVMF.DAT IS IN USE BY '
               WS-LOCK-FOUND-PROGRAM ' OPERATOR ' WS-LOCK-FOUND-OPER.
           DISPLAY 'CREWFEED: LOCK HELD SINCE ' WS-LOCK-FOUND-DATE ' '
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

       END PROGRAM CREWFEED.
