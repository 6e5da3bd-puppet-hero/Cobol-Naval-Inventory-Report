      * the future stay queued on the file and print on the
      * forward-looking section of PENDACT.RPT, so next month's
      * fleet posture can be read before it happens. run this every
      * day, ahead of anything that reads UVMF.DAT. the sweep is
      * stamped with the submitting operator (UVMFOPER in the
      * environment, checked against OPERATOR.DAT) on every journal
      * line, and an action that operator isn't authorized for is
      * rejected like any other bad action.
      * takes the run-exclusion lock on UVMFLOCK.DAT at startup
      * (see LOCKREC) and won't start while another run holds it.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PENDUVMF.
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
      * one pending action per line - effective date, then the same
      * so a malformed line gets rejected on the listing instead of
      * abending the sweep.
       FD PENDFILE.
       01 PENDFILE-RECORD     PIC X(55).

       FD UVMF.
           COPY UVMFREC.
       FD LOCFILE.
           COPY LOCSREC.

       FD OPERFILE.
           COPY OPERREC.

       FD LOCKFILE.
           COPY LOCKREC.

       WORKING-STORAGE SECTION.
       01 WS-PEND-STATUS     PIC X(02)     VALUE '00'.
       01 WS-UVMF-STATUS     PIC X(02)     VALUE '00'.
       01 WS-JRNL-STATUS     PIC X(02)     VALUE '00'.
       01 WS-MOVE-STATUS     PIC X(02)     VALUE '00'.
       01 WS-BEFORE-IMAGE     PIC X(37)     VALUE SPACES.
       01 WS-OLD-LOC     PIC X(01)     VALUE SPACE.
       01 WS-PEND-EOF     PIC X(01)     VALUE 'N'.
       01 WS-FOUND-FLAG     PIC X(01)     VALUE 'N'.
      * new vessel name for the 'N' rename action. other actions
      * ignore it.
          05 PEND-NEW-NAME     PIC X(09).
      * commissioning date (YYYYMMDD) - optional on an add, and on a
      * change replaces the one on file; blank leaves it alone.
      * other actions ignore it.
          05 PEND-COMM-DATE     PIC X(08).
          05 PEND-COMM-DATE-N REDEFINES PEND-COMM-DATE     PIC 9(08).

      * the whole queue, loaded at startup - the file is rewritten
      * at the end with only the actions still waiting their date
       01 WS-PEND-COUNT     PIC 9(03)     VALUE 0.
       01 WS-PEND-TABLE.
          05 WS-PEND-ENTRY     OCCURS 200 TIMES.
             10 WS-PEND-REC     PIC X(55).
             10 WS-PEND-KEEP     PIC X(01).

       01 WS-PEND-COUNTS.
       01 WS-DEST-HULLS     PIC 9(03)     VALUE 0.
       01 WS-DEST-TONNAGE     PIC 9(09)     VALUE 0.
       01 WS-CAP-SCAN-EOF     PIC X(01)     VALUE 'N'.
       01 WS-SAVE-RECORD     PIC X(37)     VALUE SPACES.

      * scratch for the duplicate-hull check on an add - a hull
      * number already on file, retired or not, welds two vessels'
       01 WS-NEW-HULL     PIC X(05)     VALUE SPACES.
       01 WS-HULL-SCAN-EOF     PIC X(01)     VALUE 'N'.

      * the submitting operator - UVMFOPER in the environment - and
      * the actions that operator may take, off OPERATOR.DAT
       01 WS-OPER-STATUS     PIC X(02)     VALUE '00'.
       01 WS-OPER-EOF     PIC X(01)     VALUE 'N'.
       01 WS-OPER-FOUND     PIC X(01)     VALUE 'N'.
       01 WS-OPER-ID     PIC X(08)     VALUE SPACES.
       01 WS-AUTH-FLAG     PIC X(01)     VALUE 'N'.
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
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM IDENTIFY-OPERATOR.
           MOVE WS-OPER-ID TO WS-LOCK-OPER.
           PERFORM TAKE-RUN-LOCK.
           PERFORM LOAD-PEND-TABLE.
           PERFORM LOAD-CAP-TABLE.
           PERFORM OPEN-UVMF.
               ', APPLIED ' WS-APPLIED-COUNT
               ', REJECTED ' WS-REJECT-COUNT
               ', STILL QUEUED ' WS-QUEUED-COUNT.
           PERFORM RELEASE-RUN-LOCK.
           STOP RUN.

       LOAD-PEND-TABLE.
      * the edit and apply logic mirrors BATCHUVMF - an action whose
      * day has come is just a transaction that waited for it
           PERFORM EDIT-ONE-PENDING.
           IF WS-REJECT-REASON = SPACES
              PERFORM CHECK-PEND-AUTHORITY
           END-IF.
           IF WS-REJECT-REASON NOT = SPACES
              PERFORM WRITE-REJECT-LINE
           ELSE
                                   AND PEND-NEW-NAME = SPACES
                                   MOVE 'NEW NAME MISSING' TO
                                       WS-REJECT-REASON
                                ELSE
                                   IF (PEND-ADD OR PEND-CHANGE)
                                      AND PEND-COMM-DATE NOT = SPACES
                                      PERFORM EDIT-PEND-COMM-DATE
                                   END-IF
                                END-IF
                             END-IF
                          END-IF
              END-IF
           END-IF.

       EDIT-PEND-COMM-DATE.
           IF PEND-COMM-DATE NOT NUMERIC
              MOVE 'COMMISSIONING DATE INVALID' TO WS-REJECT-REASON
           ELSE
              IF FUNCTION TEST-DATE-YYYYMMDD(PEND-COMM-DATE-N) NOT = 0
                 MOVE 'COMMISSIONING DATE INVALID' TO WS-REJECT-REASON
              END-IF
           END-IF.

       APPLY-ADD.
      * the hull number is the vessel's permanent identity - a
      * duplicate on an add would silently weld two unrelated
              MOVE PEND-LOC TO UVMF-LOC
              SET UVMF-ACTIVE TO TRUE
              MOVE PEND-HULL TO UVMF-HULL
              MOVE PEND-COMM-DATE TO UVMF-COMM-DATE
              WRITE UVMF-RECORD
              IF WS-UVMF-STATUS NOT = '00'
                 STRING 'ADD FAILED, FILE STATUS = ' WS-UVMF-STATUS
              MOVE PEND-TONNAGE-N TO UVMF-TONNAGE
              MOVE PEND-CREW-N TO UVMF-CREW
              MOVE PEND-LOC TO UVMF-LOC
              IF PEND-COMM-DATE NOT = SPACES
                 MOVE PEND-COMM-DATE TO UVMF-COMM-DATE
              END-IF
              REWRITE UVMF-RECORD
              IF WS-UVMF-STATUS NOT = '00'
                 STRING 'CHANGE FAILED, FILE STATUS = ' WS-UVMF-STATUS
           ACCEPT JRNL-DATE FROM DATE YYYYMMDD.
           ACCEPT JRNL-TIME FROM TIME.
           MOVE 'PENDUVMF ' TO JRNL-PROGRAM.
           MOVE WS-OPER-ID TO JRNL-OPERATOR.
           SET JRNL-DELETE-IMAGE TO TRUE.
           MOVE WS-BEFORE-IMAGE TO JRNL-BEFORE.
           MOVE SPACES TO JRNL-AFTER.
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
              DISPLAY 'PENDUVMF: SUBMITTING OPERATOR ''' WS-OPER-ID
                  ''' NOT ON OPERATOR.DAT - SET UVMFOPER'
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
              DISPLAY 'PENDUVMF: UNABLE TO OPEN OPERATOR.DAT, '
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

       CHECK-PEND-AUTHORITY.
      * the submitting operator needs the authority flag for this
      * action, same flags the MAINTUVMF menu checks
           EVALUATE TRUE
              WHEN PEND-ADD
                 MOVE WS-MAY-ADD TO WS-AUTH-FLAG
              WHEN PEND-CHANGE
                 MOVE WS-MAY-CHANGE TO WS-AUTH-FLAG
              WHEN PEND-RETIRE
                 MOVE WS-MAY-RETIRE TO WS-AUTH-FLAG
              WHEN PEND-TRANSFER
                 MOVE WS-MAY-TRANSFER TO WS-AUTH-FLAG
              WHEN PEND-SET-STAT
                 MOVE WS-MAY-SET-STAT TO WS-AUTH-FLAG
              WHEN PEND-RENAME
                 MOVE WS-MAY-RENAME TO WS-AUTH-FLAG
           END-EVALUATE.
           IF WS-AUTH-FLAG NOT = 'Y'
              MOVE 'OPERATOR NOT AUTHORIZED FOR ACTION' TO
                  WS-REJECT-REASON
           END-IF.

       OPEN-UVMF.
      * UVMF.DAT may not exist yet on a brand new shop - create it
      * rather than forcing someone to run MAINTUVMF first.
           ACCEPT JRNL-DATE FROM DATE YYYYMMDD.
           ACCEPT JRNL-TIME FROM TIME.
           MOVE 'PENDUVMF ' TO JRNL-PROGRAM.
           MOVE WS-OPER-ID TO JRNL-OPERATOR.
           MOVE WS-BEFORE-IMAGE TO JRNL-BEFORE.
           MOVE UVMF-RECORD TO JRNL-AFTER.
           WRITE JRNL-RECORD.
           MOVE 'UVMF PENDING ACTIONS SWEEP' TO PENDRPT-RECORD.
           WRITE PENDRPT-RECORD.
           MOVE SPACES TO PENDRPT-RECORD.
           STRING 'SWEEP DATE ' WS-TODAY '  SUBMITTED BY ' WS-OPER-ID
               DELIMITED BY SIZE INTO PENDRPT-RECORD
           END-STRING.
           WRITE PENDRPT-RECORD.
                 STRING '  ' PEND-EFF-DATE ' ' PEND-ACTION '   '
                     PEND-NAME ' ' PEND-TYPE ' ' PEND-TONNAGE ' '
                     PEND-CREW ' ' PEND-LOC ' ' PEND-STAT ' '
                     PEND-HULL ' ' PEND-NEW-NAME ' ' PEND-COMM-DATE
                     DELIMITED BY SIZE INTO PENDRPT-RECORD
                 END-STRING
                 WRITE PENDRPT-RECORD
           END-STRING.
           WRITE PENDRPT-RECORD.

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
                 DISPLAY 'PENDUVMF: RUNNING UNDER THE MONTHEND '
                     'CYCLE LOCK'
              ELSE
                 PERFORM REFUSE-RUN-LOCK
              END-IF
           ELSE
              MOVE 'PENDUVMF' TO WS-LOCK-MINE-PROGRAM
              MOVE WS-LOCK-OPER TO WS-LOCK-MINE-OPER
              ACCEPT WS-LOCK-MINE-DATE FROM DATE YYYYMMDD
              ACCEPT WS-LOCK-MINE-TIME FROM TIME
              MOVE WS-LOCK-KIND TO WS-LOCK-MINE-KIND
              OPEN OUTPUT LOCKFILE
              IF WS-LOCK-STATUS NOT = '00'
                 DISPLAY 'PENDUVMF: UNABLE TO OPEN UVMFLOCK.DAT, '
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
                 DISPLAY 'PENDUVMF: UNABLE TO OPEN UVMFLOCK.DAT, '
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
           DISPLAY 'PENDUVMF: NOT STARTED - UVMF.DAT IS IN USE BY '
               WS-LOCK-FOUND-PROGRAM ' OPERATOR ' WS-LOCK-FOUND-OPER.
           DISPLAY 'PENDUVMF: LOCK HELD SINCE ' WS-LOCK-FOUND-DATE ' '
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

       END PROGRAM PENDUVMF.
