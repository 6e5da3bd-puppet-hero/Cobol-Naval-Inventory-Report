      * rebuild; no argument replays the whole journal. this REPLACES
      * UVMF.DAT - move the corrupted file aside first if you want to
      * keep it for the post-mortem.
      * the journal is the archive generations on UVMFJIDX.DAT
      * followed by the live UVMFJRNL.DAT. a generation cut behind
      * the snapshot on file (UVMF-SNAP.CTL) is already reflected in
      * it and isn't read. a cutoff earlier than the day the
      * snapshot was taken can't start from the snapshot at all, so
      * that rebuild starts empty and replays every generation from
      * the first - this shop has journalled every write since the
      * file was first loaded.
      * takes the run-exclusion lock on UVMFLOCK.DAT at startup
      * (see LOCKREC) and won't start while another run holds it.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECOVUVMF.
       AUTHOR. VEGA.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-SNAP-STATUS.

           SELECT SNAPCTLFILE ASSIGN TO '.\UVMF-SNAP.CTL'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-SCTL-STATUS.

           SELECT JRNLFILE ASSIGN TO '.\UVMFJRNL.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-JRNL-STATUS.

           SELECT JIDXFILE ASSIGN TO '.\UVMFJIDX.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-JIDX-STATUS.

      * an archive generation named on UVMFJIDX.DAT - the name is
      * moved in from the index line before it's opened
           SELECT ARCHFILE ASSIGN USING WS-ARCH-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ARCH-STATUS.

           SELECT LOCKFILE ASSIGN TO '.\UVMFLOCK.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-LOCK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD UVMF.

      * one UVMF-RECORD image per line, as written by SNAPUVMF
       FD SNAPFILE.
       01 SNAP-RECORD     PIC X(37).

       FD SNAPCTLFILE.
           COPY SNAPCTL.

       FD JRNLFILE.
           COPY UVMFJRNL.

       FD JIDXFILE.
           COPY JRNLIDX.

      * an archived journal line - same layout as JRNL-RECORD
       FD ARCHFILE.
       01 ARCH-RECORD     PIC X(108).

       FD LOCKFILE.
           COPY LOCKREC.

       WORKING-STORAGE SECTION.
       01 WS-UVMF-STATUS     PIC X(02)     VALUE '00'.
       01 WS-SNAP-STATUS     PIC X(02)     VALUE '00'.
       01 WS-JRNL-STATUS     PIC X(02)     VALUE '00'.
       01 WS-SNAP-EOF     PIC X(01)     VALUE 'N'.
       01 WS-JRNL-EOF     PIC X(01)     VALUE 'N'.
       01 WS-SCTL-STATUS     PIC X(02)     VALUE '00'.
       01 WS-SCTL-FOUND     PIC X(01)     VALUE 'N'.
       01 WS-USE-SNAPSHOT     PIC X(01)     VALUE 'Y'.
       01 WS-SNAP-STAMP.
          05 WS-SNAP-DATE     PIC 9(08)     VALUE 0.
          05 WS-SNAP-TIME     PIC 9(08)     VALUE 0.

      * journal chain - the archive generations on UVMFJIDX.DAT,
      * oldest first, then the live UVMFJRNL.DAT. a generation
      * whose cutoff isn't after WS-CHAIN-SKIP-THRU is passed over
      * (left at zero, every generation is read); live entries
      * stamped before the last cutoff were archived already and
      * are skipped.
       01 WS-JIDX-STATUS     PIC X(02)     VALUE '00'.
       01 WS-ARCH-STATUS     PIC X(02)     VALUE '00'.
       01 WS-ARCH-PATH     PIC X(30)     VALUE SPACES.
       01 WS-CHAIN-SOURCE     PIC X(01)     VALUE 'L'.
          88 WS-CHAIN-AT-INDEX     VALUE 'I'.
          88 WS-CHAIN-IN-ARCHIVE     VALUE 'A'.
          88 WS-CHAIN-IN-LIVE     VALUE 'L'.
       01 WS-CHAIN-GOT     PIC X(01)     VALUE 'N'.
       01 WS-CHAIN-LIVE-OPEN     PIC X(01)     VALUE 'N'.
       01 WS-CHAIN-ARCH-READ     PIC 9(07)     VALUE 0.
       01 WS-CHAIN-BAD-COUNT     PIC 9(03)     VALUE 0.
       01 WS-CHAIN-CUTOFF.
          05 WS-CHAIN-CUT-DATE     PIC 9(08)     VALUE 0.
          05 WS-CHAIN-CUT-TIME     PIC 9(08)     VALUE 0.
       01 WS-CHAIN-SKIP-THRU.
          05 WS-CHAIN-SKIP-DATE     PIC 9(08)     VALUE 0.
          05 WS-CHAIN-SKIP-TIME     PIC 9(08)     VALUE 0.
       01 WS-CHAIN-ENTRY-STAMP.
          05 WS-CHAIN-ENT-DATE     PIC 9(08)     VALUE 0.
          05 WS-CHAIN-ENT-TIME     PIC 9(08)     VALUE 0.

      * roll forward stops after this date - from the command line,
      * or 99999999 (replay everything) when no argument is given

       01 WS-RECOV-COUNTS.
          05 WS-SNAP-COUNT     PIC 9(05)     VALUE 0.
          05 WS-JRNL-COUNT     PIC 9(07)     VALUE 0.
          05 WS-APPLIED-COUNT     PIC 9(07)     VALUE 0.
          05 WS-SKIPPED-COUNT     PIC 9(07)     VALUE 0.

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

              DISPLAY 'RECOVUVMF: POINT-IN-TIME REBUILD THROUGH '
                  WS-CUTOFF-DATE
           END-IF.
           PERFORM TAKE-RUN-LOCK.
           PERFORM READ-SNAP-CONTROL.
           IF WS-SCTL-FOUND = 'Y'
              AND WS-CUTOFF-DATE < WS-SNAP-DATE
              MOVE 'N' TO WS-USE-SNAPSHOT
              DISPLAY 'RECOVUVMF: CUTOFF IS BEFORE THE SNAPSHOT OF '
                  WS-SNAP-DATE ' - REBUILDING FROM THE JOURNAL '
                  'ARCHIVES ALONE'
           END-IF.
      * OUTPUT pass empties (or creates) the file, then reopen I-O -
      * the roll-forward needs REWRITE, which OUTPUT mode won't allow
           OPEN OUTPUT UVMF.
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF WS-USE-SNAPSHOT = 'Y'
              PERFORM LOAD-SNAPSHOT
           END-IF.
           PERFORM ROLL-FORWARD.
           CLOSE UVMF.
           DISPLAY 'RECOVUVMF: ' WS-SNAP-COUNT ' SNAPSHOT RECORDS, '
               WS-JRNL-COUNT ' JOURNAL ENTRIES READ, '
               WS-APPLIED-COUNT ' APPLIED, '
               WS-SKIPPED-COUNT ' PAST CUTOFF'.
      * an archive generation short of the entries UVMFJIDX.DAT
      * recorded means changes are missing from the rebuilt master
      * - it can't be trusted, so the run stops RC 16 and the lock
      * stays until someone has looked
           IF WS-CHAIN-BAD-COUNT > 0
              DISPLAY 'RECOVUVMF: REBUILD INCOMPLETE - '
                  WS-CHAIN-BAD-COUNT ' ARCHIVE GENERATION(S) SHORT '
                  'OF UVMFJIDX.DAT, UVMF.DAT IS MISSING CHANGES'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM RELEASE-RUN-LOCK.
           STOP RUN.

       LOAD-SNAPSHOT.
              DISPLAY 'RECOVUVMF: NO UVMF-SNAP.DAT - REBUILDING '
                  'FROM JOURNAL ALONE'
              MOVE 'Y' TO WS-SNAP-EOF
              MOVE 'N' TO WS-USE-SNAPSHOT
           ELSE
              IF WS-SNAP-STATUS NOT = '00'
                 DISPLAY 'RECOVUVMF: UNABLE TO OPEN UVMF-SNAP.DAT, '
      * apply each journal after image in the order it was written -
      * write if the vessel isn't on file yet, rewrite if it is. the
      * last image applied for a vessel is its state at the cutoff.
      * starting from a snapshot whose stamp is on file, the
      * generations archived behind it are passed over.
           MOVE 0 TO WS-CHAIN-SKIP-DATE.
           MOVE 0 TO WS-CHAIN-SKIP-TIME.
           IF WS-USE-SNAPSHOT = 'Y' AND WS-SCTL-FOUND = 'Y'
              MOVE WS-SNAP-STAMP TO WS-CHAIN-SKIP-THRU
           END-IF.
           PERFORM OPEN-JOURNAL-CHAIN.
           IF WS-CHAIN-LIVE-OPEN = 'N' AND WS-JIDX-STATUS = '35'
              DISPLAY 'RECOVUVMF: NO UVMFJRNL.DAT - SNAPSHOT ONLY'
           END-IF.
           PERFORM READ-JOURNAL-CHAIN.
           PERFORM UNTIL WS-JRNL-EOF = 'Y'
              ADD 1 TO WS-JRNL-COUNT
              IF JRNL-DATE > WS-CUTOFF-DATE
                 ADD 1 TO WS-SKIPPED-COUNT
              ELSE
                 IF JRNL-DELETE-IMAGE
                    PERFORM APPLY-DELETE-IMAGE
                 ELSE
                    PERFORM APPLY-AFTER-IMAGE
                 END-IF
              END-IF
              PERFORM READ-JOURNAL-CHAIN
           END-PERFORM.
           PERFORM CLOSE-JOURNAL-CHAIN.

       READ-SNAP-CONTROL.
      * the stamp of the snapshot on file, if SNAPUVMF has left one
      * - without it every generation is replayed over the snapshot,
      * which lands in the same place, only slower
           MOVE 'N' TO WS-SCTL-FOUND.
           OPEN INPUT SNAPCTLFILE.
           IF WS-SCTL-STATUS = '00'
              READ SNAPCTLFILE
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE 'Y' TO WS-SCTL-FOUND
                    MOVE SCTL-SNAP-STAMP TO WS-SNAP-STAMP
              END-READ
              CLOSE SNAPCTLFILE
           END-IF.

       APPLY-AFTER-IMAGE.
           END-DELETE.
           ADD 1 TO WS-APPLIED-COUNT.

       OPEN-JOURNAL-CHAIN.
      * a shop that has never archived has no index - the live
      * journal is the whole history, as it always was. no live
      * journal either just means end of journal on the first read.
           MOVE 'N' TO WS-JRNL-EOF.
           MOVE 0 TO WS-CHAIN-CUT-DATE.
           MOVE 0 TO WS-CHAIN-CUT-TIME.
           MOVE 0 TO WS-CHAIN-BAD-COUNT.
           SET WS-CHAIN-AT-INDEX TO TRUE.
           OPEN INPUT JIDXFILE.
           IF WS-JIDX-STATUS = '35'
              SET WS-CHAIN-IN-LIVE TO TRUE
           ELSE
              IF WS-JIDX-STATUS NOT = '00'
                 DISPLAY 'RECOVUVMF: UNABLE TO OPEN UVMFJIDX.DAT, '
                     'STATUS = ' WS-JIDX-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.
           MOVE 'N' TO WS-CHAIN-LIVE-OPEN.
           OPEN INPUT JRNLFILE.
           IF WS-JRNL-STATUS NOT = '35'
              IF WS-JRNL-STATUS NOT = '00'
                 DISPLAY 'RECOVUVMF: UNABLE TO OPEN UVMFJRNL.DAT, '
                     'STATUS = ' WS-JRNL-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE 'Y' TO WS-CHAIN-LIVE-OPEN
           END-IF.

       READ-JOURNAL-CHAIN.
      * leaves the next entry in JRNL-RECORD, or sets WS-JRNL-EOF
           MOVE 'N' TO WS-CHAIN-GOT.
           PERFORM UNTIL WS-CHAIN-GOT = 'Y' OR WS-JRNL-EOF = 'Y'
              EVALUATE TRUE
                 WHEN WS-CHAIN-AT-INDEX
                    PERFORM OPEN-NEXT-ARCHIVE
                 WHEN WS-CHAIN-IN-ARCHIVE
                    READ ARCHFILE
                       AT END
                          PERFORM CLOSE-ARCHIVE
                       NOT AT END
                          ADD 1 TO WS-CHAIN-ARCH-READ
                          MOVE ARCH-RECORD TO JRNL-RECORD
                          MOVE 'Y' TO WS-CHAIN-GOT
                    END-READ
                 WHEN OTHER
                    PERFORM READ-LIVE-JOURNAL
              END-EVALUATE
           END-PERFORM.

       OPEN-NEXT-ARCHIVE.
      * a generation on the index that won't open is history gone
      * missing - stop rather than carry on around the hole
           READ JIDXFILE
              AT END
                 CLOSE JIDXFILE
                 SET WS-CHAIN-IN-LIVE TO TRUE
              NOT AT END
                 MOVE JIDX-CUTOFF TO WS-CHAIN-CUTOFF
                 IF JIDX-CUTOFF > WS-CHAIN-SKIP-THRU
                    MOVE JIDX-FILE-NAME TO WS-ARCH-PATH
                    OPEN INPUT ARCHFILE
                    IF WS-ARCH-STATUS NOT = '00'
                       DISPLAY 'RECOVUVMF: UNABLE TO OPEN ARCHIVE '
                           WS-ARCH-PATH ', STATUS = ' WS-ARCH-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                    END-IF
                    MOVE 0 TO WS-CHAIN-ARCH-READ
                    SET WS-CHAIN-IN-ARCHIVE TO TRUE
                 END-IF
           END-READ.

       CLOSE-ARCHIVE.
           CLOSE ARCHFILE.
           IF WS-CHAIN-ARCH-READ NOT = JIDX-ENTRY-COUNT
              ADD 1 TO WS-CHAIN-BAD-COUNT
              DISPLAY 'RECOVUVMF: ' WS-ARCH-PATH ' HOLDS '
                  WS-CHAIN-ARCH-READ ' ENTRIES, UVMFJIDX.DAT SAYS '
                  JIDX-ENTRY-COUNT
           END-IF.
           SET WS-CHAIN-AT-INDEX TO TRUE.

       READ-LIVE-JOURNAL.
           IF WS-CHAIN-LIVE-OPEN = 'N'
              MOVE 'Y' TO WS-JRNL-EOF
           ELSE
              READ JRNLFILE
                 AT END
                    MOVE 'Y' TO WS-JRNL-EOF
                 NOT AT END
                    MOVE JRNL-DATE TO WS-CHAIN-ENT-DATE
                    MOVE JRNL-TIME TO WS-CHAIN-ENT-TIME
                    IF WS-CHAIN-ENTRY-STAMP NOT < WS-CHAIN-CUTOFF
                       MOVE 'Y' TO WS-CHAIN-GOT
                    END-IF
              END-READ
           END-IF.

       CLOSE-JOURNAL-CHAIN.
      * callers read to end of journal, by which time the index and
      * the last generation are closed already
           IF WS-CHAIN-LIVE-OPEN = 'Y'
              CLOSE JRNLFILE
              MOVE 'N' TO WS-CHAIN-LIVE-OPEN
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
                 DISPLAY 'RECOVUVMF: RUNNING UNDER THE MONTHEND '
                     'CYCLE LOCK'
              ELSE
                 PERFORM REFUSE-RUN-LOCK
              END-IF
           ELSE
              MOVE 'RECOVUVMF' TO WS-LOCK-MINE-PROGRAM
              MOVE WS-LOCK-OPER TO WS-LOCK-MINE-OPER
              ACCEPT WS-LOCK-MINE-DATE FROM DATE YYYYMMDD
              ACCEPT WS-LOCK-MINE-TIME FROM TIME
              MOVE WS-LOCK-KIND TO WS-LOCK-MINE-KIND
              OPEN OUTPUT LOCKFILE
              IF WS-LOCK-STATUS NOT = '00'
                 DISPLAY 'RECOVUVMF: UNABLE TO OPEN UVMFLOCK.DAT, '
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
                 DISPLAY 'RECOVUVMF: UNABLE TO OPEN UVMFLOCK.DAT, '
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
           DISPLAY 'RECOVUVMF: NOT STARTED - UVMF.DAT IS IN USE BY '
               WS-LOCK-FOUND-PROGRAM ' OPERATOR ' WS-LOCK-FOUND-OPER.
           DISPLAY 'RECOVUVMF: LOCK HELD SINCE ' WS-LOCK-FOUND-DATE ' '
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

       END PROGRAM RECOVUVMF.
