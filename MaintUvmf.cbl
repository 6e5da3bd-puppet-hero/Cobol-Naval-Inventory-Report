      * maintains UVMF.DAT directly instead of hand-editing the flat
      * file in a text editor - one stray column shift there and
      * REPORTER either misreads tonnage as crew count or blows up.
      * the session starts with an operator sign-on against
      * OPERATOR.DAT, and each menu action is refused unless that
      * operator's authority flag for it is set. the operator ID is
      * stamped on every journal line the session writes.
      * takes the run-exclusion lock on UVMFLOCK.DAT at startup
      * (see LOCKREC) and won't start while another run holds it.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINTUVMF.
       AUTHOR. VEGA.
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

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
       FD UVMF.
       FD LOCFILE.
           COPY LOCSREC.

       FD OPERFILE.
           COPY OPERREC.

       FD LOCKFILE.
           COPY LOCKREC.

       WORKING-STORAGE SECTION.
       01 WS-UVMF-STATUS     PIC X(02)     VALUE '00'.
       01 WS-JRNL-STATUS     PIC X(02)     VALUE '00'.
       01 WS-MOVE-STATUS     PIC X(02)     VALUE '00'.
       01 WS-BEFORE-IMAGE     PIC X(37)     VALUE SPACES.
       01 WS-OLD-LOC     PIC X(01)     VALUE SPACE.
       01 WS-INPUT-EFF-DATE     PIC X(08)     VALUE SPACES.
       01 WS-INPUT-STAT     PIC X(01)     VALUE SPACE.
       01 WS-INPUT-LOC     PIC X(01).
       01 WS-INPUT-HULL     PIC X(05).
       01 WS-INPUT-NEW-NAME     PIC X(09).
       01 WS-INPUT-COMM-DATE     PIC X(08).
       01 WS-INPUT-COMM-DATE-N REDEFINES WS-INPUT-COMM-DATE
                                 PIC 9(08).
       01 WS-COMM-DATE-OK     PIC X(01)     VALUE 'Y'.

      * port capacity off LOCS.DAT, loaded once at startup - zero
      * means no limit for that port, same as BATCHUVMF reads it
       01 WS-DEST-HULLS     PIC 9(03)     VALUE 0.
       01 WS-DEST-TONNAGE     PIC 9(09)     VALUE 0.
       01 WS-CAP-SCAN-EOF     PIC X(01)     VALUE 'N'.
       01 WS-SAVE-RECORD     PIC X(37)     VALUE SPACES.

      * scratch for the duplicate-hull check on an add - a hull
      * number already on file, retired or not, welds two vessels'
       01 WS-NEW-HULL     PIC X(05)     VALUE SPACES.
       01 WS-HULL-SCAN-EOF     PIC X(01)     VALUE 'N'.

      * the operator signed on for the session and the actions they
      * may take, off OPERATOR.DAT - every flag stays 'N' until a
      * good sign-on
       01 WS-OPER-STATUS     PIC X(02)     VALUE '00'.
       01 WS-OPER-EOF     PIC X(01)     VALUE 'N'.
       01 WS-OPER-FOUND     PIC X(01)     VALUE 'N'.
       01 WS-OPER-ID     PIC X(08)     VALUE SPACES.
       01 WS-OPER-NAME     PIC X(20)     VALUE SPACES.
       01 WS-SIGNON-TRIES     PIC 9(01)     VALUE 0.
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
           PERFORM SIGN-ON
           MOVE WS-OPER-ID TO WS-LOCK-OPER
           MOVE 'I' TO WS-LOCK-KIND
           PERFORM TAKE-RUN-LOCK
           PERFORM LOAD-CAP-TABLE
           PERFORM OPEN-UVMF
           PERFORM OPEN-JOURNAL
           CLOSE UVMF.
           CLOSE JRNLFILE.
           CLOSE MOVEFILE.
           PERFORM RELEASE-RUN-LOCK.
           STOP RUN.

       OPEN-UVMF.
           ACCEPT JRNL-DATE FROM DATE YYYYMMDD.
           ACCEPT JRNL-TIME FROM TIME.
           MOVE 'MAINTUVMF' TO JRNL-PROGRAM.
           MOVE WS-OPER-ID TO JRNL-OPERATOR.
           MOVE WS-BEFORE-IMAGE TO JRNL-BEFORE.
           MOVE UVMF-RECORD TO JRNL-AFTER.
           WRITE JRNL-RECORD.
           ACCEPT WS-MENU-CHOICE.
           EVALUATE WS-MENU-CHOICE
              WHEN '1'
                 IF WS-MAY-ADD = 'Y'
                    PERFORM ADD-VESSEL
                 ELSE
                    PERFORM REFUSE-ACTION
                 END-IF
              WHEN '2'
                 IF WS-MAY-CHANGE = 'Y'
                    PERFORM CHANGE-VESSEL
                 ELSE
                    PERFORM REFUSE-ACTION
                 END-IF
              WHEN '3'
                 IF WS-MAY-RETIRE = 'Y'
                    PERFORM RETIRE-VESSEL
                 ELSE
                    PERFORM REFUSE-ACTION
                 END-IF
              WHEN '4'
                 IF WS-MAY-TRANSFER = 'Y'
                    PERFORM TRANSFER-VESSEL
                 ELSE
                    PERFORM REFUSE-ACTION
                 END-IF
              WHEN '5'
                 IF WS-MAY-SET-STAT = 'Y'
                    PERFORM SET-VESSEL-STATUS
                 ELSE
                    PERFORM REFUSE-ACTION
                 END-IF
              WHEN '6'
                 IF WS-MAY-RENAME = 'Y'
                    PERFORM RENAME-VESSEL
                 ELSE
                    PERFORM REFUSE-ACTION
                 END-IF
              WHEN '7'
                 IF WS-MAY-HULL = 'Y'
                    PERFORM ASSIGN-HULL-NUMBER
                 ELSE
                    PERFORM REFUSE-ACTION
                 END-IF
              WHEN '8'
                 MOVE 'Y' TO WS-DONE
              WHEN OTHER
                 DISPLAY 'INVALID CHOICE - TRY AGAIN'
           END-EVALUATE.

       SIGN-ON.
      * nobody gets the menu without an operator ID that's on
      * OPERATOR.DAT - three misses and the session ends
           PERFORM UNTIL WS-OPER-FOUND = 'Y'
              IF WS-SIGNON-TRIES >= 3
                 DISPLAY 'MAINTUVMF: SIGN-ON FAILED - SESSION ENDED'
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
      * WS-OPER-FOUND and the operator's flags in WS-OPER-AUTH. no
      * OPERATOR.DAT at all means nobody can sign on.
           MOVE 'N' TO WS-OPER-FOUND.
           MOVE 'NNNNNNNN' TO WS-OPER-AUTH.
           MOVE 'N' TO WS-OPER-EOF.
           OPEN INPUT OPERFILE.
           IF WS-OPER-STATUS NOT = '00'
              DISPLAY 'MAINTUVMF: UNABLE TO OPEN OPERATOR.DAT, '
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
                       MOVE OPER-AUTH TO WS-OPER-AUTH
                       MOVE 'Y' TO WS-OPER-EOF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE OPERFILE.

       REFUSE-ACTION.
           DISPLAY 'OPERATOR ' WS-OPER-ID
               ' NOT AUTHORIZED FOR THAT ACTION - NOTHING DONE'.

       ADD-VESSEL.
           DISPLAY 'VESSEL NAME (UP TO 9 CHARS): ' WITH NO ADVANCING.
           ACCEPT WS-INPUT-NAME.
              DISPLAY 'HULL NUMBER (UP TO 5 CHARS, PERMANENT): '
                  WITH NO ADVANCING
              ACCEPT WS-INPUT-HULL
              DISPLAY 'COMMISSIONING DATE (YYYYMMDD, BLANK=NOT KNOWN): '
                  WITH NO ADVANCING
              ACCEPT WS-INPUT-COMM-DATE
              PERFORM CHECK-COMM-DATE
              IF WS-INPUT-HULL = SPACES
                 DISPLAY 'HULL NUMBER REQUIRED - NOTHING DONE'
              ELSE
              IF WS-COMM-DATE-OK = 'N'
                 DISPLAY 'COMMISSIONING DATE INVALID - NOTHING DONE'
              ELSE
              MOVE SPACES TO WS-REJECT-REASON
              MOVE WS-INPUT-HULL TO WS-NEW-HULL
              PERFORM CHECK-DUP-HULL
              MOVE WS-INPUT-LOC TO UVMF-LOC
              SET UVMF-ACTIVE TO TRUE
              MOVE WS-INPUT-HULL TO UVMF-HULL
              MOVE WS-INPUT-COMM-DATE TO UVMF-COMM-DATE
              WRITE UVMF-RECORD
              IF WS-UVMF-STATUS NOT = '00'
                 DISPLAY 'ADD FAILED, FILE STATUS = ' WS-UVMF-STATUS
              END-IF
              END-IF
              END-IF
              END-IF
           END-IF.

       CHANGE-VESSEL.
              ACCEPT WS-INPUT-TONNAGE
              DISPLAY 'NEW CREW SIZE (5 DIGITS): ' WITH NO ADVANCING
              ACCEPT WS-INPUT-CREW
              DISPLAY 'NEW COMMISSIONING DATE (YYYYMMDD, '
                  'BLANK=UNCHANGED): ' WITH NO ADVANCING
              ACCEPT WS-INPUT-COMM-DATE
              PERFORM CHECK-COMM-DATE
              IF WS-COMM-DATE-OK = 'N'
                 DISPLAY 'COMMISSIONING DATE INVALID - NOTHING DONE'
              ELSE
              MOVE WS-INPUT-TYPE TO UVMF-TYPE
              MOVE WS-INPUT-TONNAGE TO UVMF-TONNAGE
              MOVE WS-INPUT-CREW TO UVMF-CREW
              IF WS-INPUT-COMM-DATE NOT = SPACES
                 MOVE WS-INPUT-COMM-DATE TO UVMF-COMM-DATE
              END-IF
              REWRITE UVMF-RECORD
              IF WS-UVMF-STATUS NOT = '00'
                 DISPLAY 'CHANGE FAILED, FILE STATUS = ' WS-UVMF-STATUS
                 PERFORM WRITE-JOURNAL
                 DISPLAY 'VESSEL UPDATED'
              END-IF
              END-IF
           END-IF.

       CHECK-COMM-DATE.
      * blank is allowed (date not known / not changing); anything
      * else has to be a real YYYYMMDD calendar date, same edit
      * BATCHUVMF puts on a transaction
           MOVE 'Y' TO WS-COMM-DATE-OK.
           IF WS-INPUT-COMM-DATE NOT = SPACES
              IF WS-INPUT-COMM-DATE NOT NUMERIC
                 MOVE 'N' TO WS-COMM-DATE-OK
              ELSE
                 IF FUNCTION TEST-DATE-YYYYMMDD(WS-INPUT-COMM-DATE-N)
                    NOT = 0
                    MOVE 'N' TO WS-COMM-DATE-OK
                 END-IF
              END-IF
           END-IF.

       RETIRE-VESSEL.
           ACCEPT JRNL-DATE FROM DATE YYYYMMDD.
           ACCEPT JRNL-TIME FROM TIME.
           MOVE 'MAINTUVMF' TO JRNL-PROGRAM.
           MOVE WS-OPER-ID TO JRNL-OPERATOR.
           SET JRNL-DELETE-IMAGE TO TRUE.
           MOVE WS-BEFORE-IMAGE TO JRNL-BEFORE.
           MOVE SPACES TO JRNL-AFTER.
                 MOVE 'Y' TO WS-FOUND-FLAG
           END-READ.

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
                 DISPLAY 'MAINTUVMF: RUNNING UNDER THE MONTHEND '
                     'CYCLE LOCK'
              ELSE
                 PERFORM REFUSE-RUN-LOCK
              END-IF
           ELSE
              MOVE 'MAINTUVMF' TO WS-LOCK-MINE-PROGRAM
              MOVE WS-LOCK-OPER TO WS-LOCK-MINE-OPER
              ACCEPT WS-LOCK-MINE-DATE FROM DATE YYYYMMDD
              ACCEPT WS-LOCK-MINE-TIME FROM TIME
              MOVE WS-LOCK-KIND TO WS-LOCK-MINE-KIND
              OPEN OUTPUT LOCKFILE
              IF WS-LOCK-STATUS NOT = '00'
                 DISPLAY 'MAINTUVMF: UNABLE TO OPEN UVMFLOCK.DAT, '
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
                 DISPLAY 'MAINTUVMF: UNABLE TO OPEN UVMFLOCK.DAT, '
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
           DISPLAY 'MAINTUVMF: NOT STARTED - UVMF.DAT IS IN USE BY '
               WS-LOCK-FOUND-PROGRAM ' OPERATOR ' WS-LOCK-FOUND-OPER.
           DISPLAY 'MAINTUVMF: LOCK HELD SINCE ' WS-LOCK-FOUND-DATE ' '
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

       END PROGRAM MAINTUVMF.
