      * one-time migration utility for shops whose UVMF.DAT and
      * UVMFJRNL.DAT already carry the hull number but predate the
      * commissioning date field. the old master is an indexed file
      * of 29-byte records - opening it with the widened 37-byte
      * layout gets file status 39 and every program abends - and
      * the old journal carries two 29-byte images packed back to
      * back ahead of the operator, so the widened layout would read
      * eight bytes of the after image as the tail of the before.
      * rename the old files aside first:
      *    UVMF.DAT     to UVMF-O29.DAT
      *    UVMFJRNL.DAT to UVMFJRNL-O.DAT
      * then run this once. it rebuilds UVMF.DAT with spaces in the
      * new commissioning date field (not on record) and rewrites
      * every journal line with both images re-spaced to the full
      * record width and the operator carried across, so RECOVUVMF,
      * VERIFUVMF, VESSHIST and INQUVMF keep reading history written
      * before the field existed. snapshots need no conversion - the
      * image is the last thing on a snapshot line, so the short
      * lines read with spaces in the date on their own. nothing
      * here is journalled: the records aren't changing, only their
      * shape.
      * takes the run-exclusion lock on UVMFLOCK.DAT at startup
      * (see LOCKREC) and won't start while another run holds it.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WIDENCOMM.
       AUTHOR. VEGA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UVMF-OLD ASSIGN TO '.\UVMF-O29.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS OLD-NAME
           FILE STATUS IS WS-OLD-STATUS.

           SELECT UVMF ASSIGN TO '.\UVMF.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS UVMF-NAME
           FILE STATUS IS WS-UVMF-STATUS.

           SELECT JRNL-OLD ASSIGN TO '.\UVMFJRNL-O.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-JOLD-STATUS.

           SELECT JRNLFILE ASSIGN TO '.\UVMFJRNL.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-JRNL-STATUS.

           SELECT LOCKFILE ASSIGN TO '.\UVMFLOCK.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-LOCK-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * the 29-byte hull-number master layout, keyed on name like
      * the live file
       FD UVMF-OLD.
       01 UVMF-OLD-RECORD.
          05 OLD-NAME     PIC X(09).
          05 OLD-TYPE     PIC X(02).
          05 OLD-TONNAGE     PIC 9(06).
          05 OLD-CREW     PIC 9(05).
          05 OLD-LOC     PIC X(01).
          05 OLD-STAT     PIC X(01).
          05 OLD-HULL     PIC X(05).

       FD UVMF.
           COPY UVMFREC.

      * the pre-commissioning-date journal line - same stamp, action
      * byte and operator as today, but the two images are 29 bytes
      * each
       FD JRNL-OLD.
       01 JRNL-OLD-RECORD.
          05 JOLD-DATE     PIC 9(08).
          05 JOLD-TIME     PIC 9(08).
          05 JOLD-PROGRAM     PIC X(09).
          05 JOLD-ACTION     PIC X(01).
          05 JOLD-BEFORE     PIC X(29).
          05 JOLD-AFTER     PIC X(29).
          05 JOLD-OPERATOR     PIC X(08).

       FD JRNLFILE.
           COPY UVMFJRNL.

       FD LOCKFILE.
           COPY LOCKREC.

       WORKING-STORAGE SECTION.
       01 WS-OLD-STATUS     PIC X(02)     VALUE '00'.
       01 WS-UVMF-STATUS     PIC X(02)     VALUE '00'.
       01 WS-JOLD-STATUS     PIC X(02)     VALUE '00'.
       01 WS-JRNL-STATUS     PIC X(02)     VALUE '00'.
       01 WS-OLD-EOF     PIC X(01)     VALUE 'N'.
       01 WS-JOLD-EOF     PIC X(01)     VALUE 'N'.

       01 WS-WIDEN-COUNTS.
          05 WS-REC-COUNT     PIC 9(05)     VALUE 0.
          05 WS-JRNL-COUNT     PIC 9(05)     VALUE 0.

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
           PERFORM GUARD-AGAINST-RERUN.
           PERFORM TAKE-RUN-LOCK.
           PERFORM WIDEN-MASTER.
           PERFORM WIDEN-JOURNAL.
           DISPLAY 'WIDENCOMM: ' WS-REC-COUNT ' MASTER RECORDS AND '
               WS-JRNL-COUNT ' JOURNAL LINES REBUILT WITH THE '
               'COMMISSIONING DATE FIELD'.
           DISPLAY 'WIDENCOMM: KEY COMMISSIONING DATES THROUGH '
               'MAINTUVMF CHANGE OR A BATCHUVMF CHANGE TRANSACTION - '
               'EVERY RECORD CARRIES SPACES THERE NOW'.
           PERFORM RELEASE-RUN-LOCK.
           STOP RUN.

       GUARD-AGAINST-RERUN.
      * a second run would clobber the rebuilt files with nothing -
      * refuse unless the old master is really there to convert.
      * checked before the lock is taken, so a refusal leaves no
      * lock behind to clear.
           OPEN INPUT UVMF-OLD.
           IF WS-OLD-STATUS NOT = '00'
              DISPLAY 'WIDENCOMM: UNABLE TO OPEN UVMF-O29.DAT, '
                  'STATUS = ' WS-OLD-STATUS
              DISPLAY 'WIDENCOMM: RENAME THE OLD UVMF.DAT TO '
                  'UVMF-O29.DAT (AND UVMFJRNL.DAT TO '
                  'UVMFJRNL-O.DAT) BEFORE RUNNING THIS'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           CLOSE UVMF-OLD.

       WIDEN-MASTER.
           OPEN INPUT UVMF-OLD.
           IF WS-OLD-STATUS NOT = '00'
              DISPLAY 'WIDENCOMM: UNABLE TO REOPEN UVMF-O29.DAT, '
                  'STATUS = ' WS-OLD-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT UVMF.
           IF WS-UVMF-STATUS NOT = '00'
              DISPLAY 'WIDENCOMM: UNABLE TO CREATE UVMF.DAT, '
                  'STATUS = ' WS-UVMF-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM UNTIL WS-OLD-EOF = 'Y'
              READ UVMF-OLD
              END-READ
              IF WS-OLD-STATUS = '10'
                 MOVE 'Y' TO WS-OLD-EOF
              ELSE
                 IF WS-OLD-STATUS NOT = '00'
                    DISPLAY 'WIDENCOMM: OLD MASTER READ FAILED, '
                        'STATUS = ' WS-OLD-STATUS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 PERFORM WIDEN-ONE-RECORD
              END-IF
           END-PERFORM.
           CLOSE UVMF-OLD.
           CLOSE UVMF.

       WIDEN-ONE-RECORD.
           MOVE OLD-NAME TO UVMF-NAME.
           MOVE OLD-TYPE TO UVMF-TYPE.
           MOVE OLD-TONNAGE TO UVMF-TONNAGE.
           MOVE OLD-CREW TO UVMF-CREW.
           MOVE OLD-LOC TO UVMF-LOC.
           MOVE OLD-STAT TO UVMF-STAT.
           MOVE OLD-HULL TO UVMF-HULL.
      * the field this whole utility exists for - blank (not on
      * record) until someone keys the date in
           MOVE SPACES TO UVMF-COMM-DATE.
           WRITE UVMF-RECORD.
           IF WS-UVMF-STATUS NOT = '00'
              DISPLAY 'WIDENCOMM: MASTER WRITE FAILED FOR '
                  UVMF-NAME ', STATUS = ' WS-UVMF-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO WS-REC-COUNT.

       WIDEN-JOURNAL.
      * each 29-byte image moves into the low 29 bytes of its
      * 37-byte slot, spaces behind it - a spaces image (the before
      * of an add) stays spaces. a shop with no old journal is
      * unusual but not wrong; the rebuilt master still works and
      * the journal starts fresh.
           OPEN INPUT JRNL-OLD.
           IF WS-JOLD-STATUS = '35'
              DISPLAY 'WIDENCOMM: NO UVMFJRNL-O.DAT - JOURNAL '
                  'STARTS FRESH'
              MOVE 'Y' TO WS-JOLD-EOF
           ELSE
              IF WS-JOLD-STATUS NOT = '00'
                 DISPLAY 'WIDENCOMM: UNABLE TO OPEN UVMFJRNL-O.DAT, '
                     'STATUS = ' WS-JOLD-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              OPEN OUTPUT JRNLFILE
              IF WS-JRNL-STATUS NOT = '00'
                 DISPLAY 'WIDENCOMM: UNABLE TO CREATE UVMFJRNL.DAT, '
                     'STATUS = ' WS-JRNL-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.
           PERFORM UNTIL WS-JOLD-EOF = 'Y'
              READ JRNL-OLD
                 AT END
                    MOVE 'Y' TO WS-JOLD-EOF
                 NOT AT END
                    PERFORM WIDEN-ONE-JRNL-LINE
              END-READ
           END-PERFORM.
           IF WS-JOLD-STATUS NOT = '35'
              CLOSE JRNL-OLD
              CLOSE JRNLFILE
           END-IF.

       WIDEN-ONE-JRNL-LINE.
           MOVE JOLD-DATE TO JRNL-DATE.
           MOVE JOLD-TIME TO JRNL-TIME.
           MOVE JOLD-PROGRAM TO JRNL-PROGRAM.
           MOVE JOLD-ACTION TO JRNL-ACTION.
           MOVE SPACES TO JRNL-BEFORE.
           MOVE JOLD-BEFORE TO JRNL-BEFORE(1:29).
           MOVE SPACES TO JRNL-AFTER.
           MOVE JOLD-AFTER TO JRNL-AFTER(1:29).
           MOVE JOLD-OPERATOR TO JRNL-OPERATOR.
           WRITE JRNL-RECORD.
           IF WS-JRNL-STATUS NOT = '00'
              DISPLAY 'WIDENCOMM: JOURNAL WRITE FAILED, STATUS = '
                  WS-JRNL-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO WS-JRNL-COUNT.

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
                 DISPLAY 'WIDENCOMM: RUNNING UNDER THE MONTHEND '
                     'CYCLE LOCK'
              ELSE
                 PERFORM REFUSE-RUN-LOCK
              END-IF
           ELSE
              MOVE 'WIDENCOMM' TO WS-LOCK-MINE-PROGRAM
              MOVE WS-LOCK-OPER TO WS-LOCK-MINE-OPER
              ACCEPT WS-LOCK-MINE-DATE FROM DATE YYYYMMDD
              ACCEPT WS-LOCK-MINE-TIME FROM TIME
              MOVE WS-LOCK-KIND TO WS-LOCK-MINE-KIND
              OPEN OUTPUT LOCKFILE
              IF WS-LOCK-STATUS NOT = '00'
                 DISPLAY 'WIDENCOMM: UNABLE TO OPEN UVMFLOCK.DAT, '
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
                 DISPLAY 'WIDENCOMM: UNABLE TO OPEN UVMFLOCK.DAT, '
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
           DISPLAY 'WIDENCOMM: NOT STARTED - UVMF.DAT IS IN USE BY '
               WS-LOCK-FOUND-PROGRAM ' OPERATOR ' WS-LOCK-FOUND-OPER.
           DISPLAY 'WIDENCOMM: LOCK HELD SINCE ' WS-LOCK-FOUND-DATE ' '
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

       END PROGRAM WIDENCOMM.
