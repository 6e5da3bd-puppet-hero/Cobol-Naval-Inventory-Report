      * journal retention - keeps UVMFJRNL.DAT down to the activity
      * since the last good snapshot, so the month-end verification
      * and any recovery stop replaying years of history, and one
      * damaged line can only cost what's still live. once
      * VERIFUVMF has passed clean against the snapshot on file
      * (the verified flag on UVMF-SNAP.CTL), every journal entry
      * stamped before that snapshot was started is moved to a new
      * archive generation, UVMFJAnnnn-yyyymmdd.DAT (generation
      * number, run date), and a line describing it - the date range
      * it covers, its entry count and the snapshot cutoff - goes
      * on the archive index UVMFJIDX.DAT. the entries after the
      * cutoff are written to UVMFJRNL.WRK and copied back as the
      * new live journal; the work file stays on disk until the
      * next run as the fallback copy. a generation, once cut, is
      * never opened for anything but input again - this run
      * refuses to write over one that's already there.
      * an unverified or missing snapshot control means nothing is
      * archived and the run ends RC 4, which MONTHEND lets pass:
      * the journal simply stays whole until a clean cycle. RECOVUVMF,
      * VERIFUVMF, VESSHIST, OPERAUDT, OPTEMPO and INQUVMF read the
      * generations in index order ahead of the live journal, so no
      * history is lost to any of them. ARCHJRNL.RPT shows what this
      * run did and lists the whole index.
      *    archjrnl
      * takes the run-exclusion lock on UVMFLOCK.DAT at startup
      * (see LOCKREC) and won't start while another run holds it.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARCHJRNL.
       AUTHOR. VEGA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SNAPCTLFILE ASSIGN TO '.\UVMF-SNAP.CTL'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-SCTL-STATUS.

           SELECT JRNLFILE ASSIGN TO '.\UVMFJRNL.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-JRNL-STATUS.

           SELECT WORKFILE ASSIGN TO '.\UVMFJRNL.WRK'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-WORK-STATUS.

           SELECT JIDXFILE ASSIGN TO '.\UVMFJIDX.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-JIDX-STATUS.

      * the generation being cut - its name is built at run time
      * from the next generation number and the run date
           SELECT ARCHFILE ASSIGN USING WS-ARCH-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ARCH-STATUS.

           SELECT ARCHRPT ASSIGN TO '.\ARCHJRNL.RPT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT LOCKFILE ASSIGN TO '.\UVMFLOCK.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-LOCK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SNAPCTLFILE.
           COPY SNAPCTL.

       FD JRNLFILE.
           COPY UVMFJRNL.

      * journal lines after the cutoff, held while the live journal
      * is cut back - same layout as JRNL-RECORD
       FD WORKFILE.
       01 WORK-RECORD     PIC X(108).

       FD JIDXFILE.
           COPY JRNLIDX.

      * an archived journal line - same layout as JRNL-RECORD
       FD ARCHFILE.
       01 ARCH-RECORD     PIC X(108).

       FD ARCHRPT.
       01 ARCHRPT-RECORD     PIC X(100).

       FD LOCKFILE.
           COPY LOCKREC.

       WORKING-STORAGE SECTION.
       01 WS-SCTL-STATUS     PIC X(02)     VALUE '00'.
       01 WS-JRNL-STATUS     PIC X(02)     VALUE '00'.
       01 WS-WORK-STATUS     PIC X(02)     VALUE '00'.
       01 WS-JIDX-STATUS     PIC X(02)     VALUE '00'.
       01 WS-ARCH-STATUS     PIC X(02)     VALUE '00'.
       01 WS-JRNL-EOF     PIC X(01)     VALUE 'N'.
       01 WS-WORK-EOF     PIC X(01)     VALUE 'N'.
       01 WS-JIDX-EOF     PIC X(01)     VALUE 'N'.
       01 WS-RUN-DATE     PIC 9(08)     VALUE 0.
       01 WS-RUN-TIME     PIC 9(08)     VALUE 0.
       01 WS-ARCH-PATH     PIC X(30)     VALUE SPACES.
       01 WS-ARCH-OPEN     PIC X(01)     VALUE 'N'.
       01 WS-ARCH-ALLOWED     PIC X(01)     VALUE 'N'.
       01 WS-REFUSE-REASON     PIC X(60)     VALUE SPACES.

      * the snapshot this run archives behind, and the cutoff of
      * the newest generation already on the index - entries
      * before that one are archived already
       01 WS-SNAP-CUTOFF.
          05 WS-SNAP-CUT-DATE     PIC 9(08)     VALUE 0.
          05 WS-SNAP-CUT-TIME     PIC 9(08)     VALUE 0.
       01 WS-LAST-CUTOFF.
          05 WS-LAST-CUT-DATE     PIC 9(08)     VALUE 0.
          05 WS-LAST-CUT-TIME     PIC 9(08)     VALUE 0.
       01 WS-LAST-GEN     PIC 9(04)     VALUE 0.
       01 WS-NEW-GEN     PIC 9(04)     VALUE 0.
       01 WS-ENTRY-STAMP.
          05 WS-ENT-DATE     PIC 9(08)     VALUE 0.
          05 WS-ENT-TIME     PIC 9(08)     VALUE 0.
       01 WS-FIRST-STAMP.
          05 WS-FIRST-DATE     PIC 9(08)     VALUE 0.
          05 WS-FIRST-TIME     PIC 9(08)     VALUE 0.
       01 WS-LAST-STAMP.
          05 WS-LAST-DATE     PIC 9(08)     VALUE 0.
          05 WS-LAST-TIME     PIC 9(08)     VALUE 0.

       01 WS-ARCH-COUNTS.
          05 WS-READ-COUNT     PIC 9(07)     VALUE 0.
          05 WS-ARCH-COUNT     PIC 9(07)     VALUE 0.
          05 WS-KEEP-COUNT     PIC 9(07)     VALUE 0.
          05 WS-DROP-COUNT     PIC 9(07)     VALUE 0.
          05 WS-COPY-COUNT     PIC 9(07)     VALUE 0.
          05 WS-GEN-COUNT     PIC 9(04)     VALUE 0.

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
           ACCEPT WS-RUN-TIME FROM TIME.
           PERFORM TAKE-RUN-LOCK.
           OPEN OUTPUT ARCHRPT.
           PERFORM WRITE-ARCH-HEADINGS.
           PERFORM CHECK-SNAPSHOT-VERIFIED.
           IF WS-ARCH-ALLOWED = 'N'
              MOVE SPACES TO ARCHRPT-RECORD
              STRING 'NOT ARCHIVED - ' WS-REFUSE-REASON
                  DELIMITED BY SIZE INTO ARCHRPT-RECORD
              END-STRING
              WRITE ARCHRPT-RECORD
              DISPLAY 'ARCHJRNL: NOT ARCHIVED - ' WS-REFUSE-REASON
              PERFORM LIST-INDEX
              CLOSE ARCHRPT
              MOVE 4 TO RETURN-CODE
              PERFORM RELEASE-RUN-LOCK
              STOP RUN
           END-IF.
           PERFORM LOAD-INDEX-STATE.
           PERFORM SPLIT-LIVE-JOURNAL.
           IF WS-ARCH-COUNT > 0
              PERFORM APPEND-INDEX-ENTRY
           END-IF.
           IF WS-ARCH-COUNT > 0 OR WS-DROP-COUNT > 0
              PERFORM CUT-BACK-LIVE-JOURNAL
           END-IF.
           PERFORM WRITE-ARCH-TOTALS.
           PERFORM LIST-INDEX.
           CLOSE ARCHRPT.
           DISPLAY 'ARCHJRNL: ' WS-READ-COUNT ' JOURNAL ENTRIES READ, '
               WS-ARCH-COUNT ' ARCHIVED, ' WS-KEEP-COUNT
               ' LEFT LIVE - SEE ARCHJRNL.RPT'.
           PERFORM RELEASE-RUN-LOCK.
           STOP RUN.

       CHECK-SNAPSHOT-VERIFIED.
      * archive only behind a snapshot VERIFUVMF has passed clean -
      * that's the proof the snapshot really does stand in for the
      * entries about to leave the live journal
           MOVE 'N' TO WS-ARCH-ALLOWED.
           OPEN INPUT SNAPCTLFILE.
           IF WS-SCTL-STATUS = '35'
              MOVE 'NO UVMF-SNAP.CTL, RUN SNAPUVMF AND VERIFUVMF FIRST'
                  TO WS-REFUSE-REASON
           ELSE
              IF WS-SCTL-STATUS NOT = '00'
                 DISPLAY 'ARCHJRNL: UNABLE TO OPEN UVMF-SNAP.CTL, '
                     'STATUS = ' WS-SCTL-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              READ SNAPCTLFILE
                 AT END
                    MOVE 'UVMF-SNAP.CTL IS EMPTY, RUN SNAPUVMF AGAIN'
                        TO WS-REFUSE-REASON
                 NOT AT END
                    IF SCTL-VERIFIED-CLEAN
                       MOVE SCTL-SNAP-STAMP TO WS-SNAP-CUTOFF
                       MOVE 'Y' TO WS-ARCH-ALLOWED
                    ELSE
                       STRING 'SNAPSHOT OF ' SCTL-SNAP-DATE
                           ' NOT VERIFIED CLEAN BY VERIFUVMF'
                           DELIMITED BY SIZE INTO WS-REFUSE-REASON
                       END-STRING
                    END-IF
              END-READ
              CLOSE SNAPCTLFILE
           END-IF.
           IF WS-ARCH-ALLOWED = 'Y'
              MOVE SPACES TO ARCHRPT-RECORD
              STRING 'ARCHIVING BEHIND SNAPSHOT OF ' WS-SNAP-CUT-DATE
                  ' ' WS-SNAP-CUT-TIME ', VERIFIED ' SCTL-VERIFY-DATE
                  DELIMITED BY SIZE INTO ARCHRPT-RECORD
              END-STRING
              WRITE ARCHRPT-RECORD
           END-IF.

       LOAD-INDEX-STATE.
      * the newest generation's number and cutoff - no index yet
      * is the first archive run, generation 0001
           MOVE 'N' TO WS-JIDX-EOF.
           OPEN INPUT JIDXFILE.
           IF WS-JIDX-STATUS = '35'
              MOVE 'Y' TO WS-JIDX-EOF
           ELSE
              IF WS-JIDX-STATUS NOT = '00'
                 DISPLAY 'ARCHJRNL: UNABLE TO OPEN UVMFJIDX.DAT, '
                     'STATUS = ' WS-JIDX-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.
           PERFORM UNTIL WS-JIDX-EOF = 'Y'
              READ JIDXFILE
                 AT END
                    MOVE 'Y' TO WS-JIDX-EOF
                 NOT AT END
                    MOVE JIDX-GENERATION TO WS-LAST-GEN
                    MOVE JIDX-CUTOFF TO WS-LAST-CUTOFF
              END-READ
           END-PERFORM.
           IF WS-JIDX-STATUS NOT = '35'
              CLOSE JIDXFILE
           END-IF.
           COMPUTE WS-NEW-GEN = WS-LAST-GEN + 1.
           MOVE SPACES TO WS-ARCH-PATH.
           STRING '.\UVMFJA' WS-NEW-GEN '-' WS-RUN-DATE '.DAT'
               DELIMITED BY SIZE INTO WS-ARCH-PATH
           END-STRING.

       SPLIT-LIVE-JOURNAL.
      * one pass over the live journal. entries before the last
      * generation's cutoff are in that generation already (a run
      * that died before cutting the journal back left them) and
      * are simply dropped; entries before this snapshot go to the
      * new generation; everything else stays live.
           OPEN INPUT JRNLFILE.
           IF WS-JRNL-STATUS = '35'
              DISPLAY 'ARCHJRNL: NO UVMFJRNL.DAT - NOTHING TO ARCHIVE'
              MOVE 'Y' TO WS-JRNL-EOF
           ELSE
              IF WS-JRNL-STATUS NOT = '00'
                 DISPLAY 'ARCHJRNL: UNABLE TO OPEN UVMFJRNL.DAT, '
                     'STATUS = ' WS-JRNL-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              OPEN OUTPUT WORKFILE
              IF WS-WORK-STATUS NOT = '00'
                 DISPLAY 'ARCHJRNL: UNABLE TO OPEN UVMFJRNL.WRK, '
                     'STATUS = ' WS-WORK-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.
           PERFORM UNTIL WS-JRNL-EOF = 'Y'
              READ JRNLFILE
                 AT END
                    MOVE 'Y' TO WS-JRNL-EOF
                 NOT AT END
                    ADD 1 TO WS-READ-COUNT
                    PERFORM SORT-ONE-ENTRY
              END-READ
           END-PERFORM.
           IF WS-JRNL-STATUS NOT = '35'
              CLOSE JRNLFILE
              CLOSE WORKFILE
           END-IF.
           IF WS-ARCH-OPEN = 'Y'
              CLOSE ARCHFILE
           END-IF.

       SORT-ONE-ENTRY.
           MOVE JRNL-DATE TO WS-ENT-DATE.
           MOVE JRNL-TIME TO WS-ENT-TIME.
           IF WS-ENTRY-STAMP < WS-LAST-CUTOFF
              ADD 1 TO WS-DROP-COUNT
           ELSE
              IF WS-ENTRY-STAMP < WS-SNAP-CUTOFF
                 PERFORM ARCHIVE-ONE-ENTRY
              ELSE
                 MOVE JRNL-RECORD TO WORK-RECORD
                 WRITE WORK-RECORD
                 IF WS-WORK-STATUS NOT = '00'
                    DISPLAY 'ARCHJRNL: UVMFJRNL.WRK WRITE FAILED, '
                        'STATUS = ' WS-WORK-STATUS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 ADD 1 TO WS-KEEP-COUNT
              END-IF
           END-IF.

       ARCHIVE-ONE-ENTRY.
      * the generation is opened on its first entry, so a run with
      * nothing to archive leaves no empty generation behind
           IF WS-ARCH-OPEN = 'N'
              PERFORM OPEN-NEW-GENERATION
              MOVE WS-ENTRY-STAMP TO WS-FIRST-STAMP
           END-IF.
           MOVE JRNL-RECORD TO ARCH-RECORD.
           WRITE ARCH-RECORD.
           IF WS-ARCH-STATUS NOT = '00'
              DISPLAY 'ARCHJRNL: ARCHIVE WRITE FAILED ON '
                  WS-ARCH-PATH ', STATUS = ' WS-ARCH-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE WS-ENTRY-STAMP TO WS-LAST-STAMP.
           ADD 1 TO WS-ARCH-COUNT.

       OPEN-NEW-GENERATION.
      * a generation already on disk under this name is never
      * written over - it's a run that died between cutting the
      * generation and indexing it, and somebody has to look
           OPEN INPUT ARCHFILE.
           IF WS-ARCH-STATUS NOT = '35'
              IF WS-ARCH-STATUS = '00'
                 CLOSE ARCHFILE
              END-IF
              DISPLAY 'ARCHJRNL: ' WS-ARCH-PATH ' ALREADY EXISTS '
                  'BUT IS NOT ON UVMFJIDX.DAT - A PRIOR RUN DID NOT '
                  'FINISH'
              DISPLAY 'ARCHJRNL: MOVE IT ASIDE AND RERUN - THE LIVE '
                  'JOURNAL HAS NOT BEEN TOUCHED'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT ARCHFILE.
           IF WS-ARCH-STATUS NOT = '00'
              DISPLAY 'ARCHJRNL: UNABLE TO CREATE ' WS-ARCH-PATH
                  ', STATUS = ' WS-ARCH-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE 'Y' TO WS-ARCH-OPEN.

       APPEND-INDEX-ENTRY.
      * the generation counts as archived from the moment its index
      * line is down - readers skip live entries before its cutoff
      * from here on, even if the cut-back below never happens
           OPEN EXTEND JIDXFILE.
           IF WS-JIDX-STATUS = '35'
              OPEN OUTPUT JIDXFILE
              CLOSE JIDXFILE
              OPEN EXTEND JIDXFILE
           END-IF.
           IF WS-JIDX-STATUS NOT = '00'
              DISPLAY 'ARCHJRNL: UNABLE TO OPEN UVMFJIDX.DAT, '
                  'STATUS = ' WS-JIDX-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE SPACES TO JIDX-RECORD.
           MOVE WS-NEW-GEN TO JIDX-GENERATION.
           MOVE WS-ARCH-PATH TO JIDX-FILE-NAME.
           MOVE WS-FIRST-STAMP TO JIDX-FIRST-STAMP.
           MOVE WS-LAST-STAMP TO JIDX-LAST-STAMP.
           MOVE WS-SNAP-CUTOFF TO JIDX-CUTOFF.
           MOVE WS-ARCH-COUNT TO JIDX-ENTRY-COUNT.
           MOVE WS-RUN-DATE TO JIDX-ARCHIVED-DATE.
           MOVE WS-RUN-TIME TO JIDX-ARCHIVED-TIME.
           WRITE JIDX-RECORD.
           IF WS-JIDX-STATUS NOT = '00'
              DISPLAY 'ARCHJRNL: UVMFJIDX.DAT WRITE FAILED, '
                  'STATUS = ' WS-JIDX-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           CLOSE JIDXFILE.

       CUT-BACK-LIVE-JOURNAL.
      * the live journal becomes just the entries after the cutoff
           OPEN INPUT WORKFILE.
           IF WS-WORK-STATUS NOT = '00'
              DISPLAY 'ARCHJRNL: UNABLE TO REOPEN UVMFJRNL.WRK, '
                  'STATUS = ' WS-WORK-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT JRNLFILE.
           IF WS-JRNL-STATUS NOT = '00'
              DISPLAY 'ARCHJRNL: UNABLE TO REWRITE UVMFJRNL.DAT, '
                  'STATUS = ' WS-JRNL-STATUS
              DISPLAY 'ARCHJRNL: UVMFJRNL.WRK HOLDS THE LIVE ENTRIES'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM UNTIL WS-WORK-EOF = 'Y'
              READ WORKFILE
                 AT END
                    MOVE 'Y' TO WS-WORK-EOF
                 NOT AT END
                    MOVE WORK-RECORD TO JRNL-RECORD
                    WRITE JRNL-RECORD
                    IF WS-JRNL-STATUS NOT = '00'
                       DISPLAY 'ARCHJRNL: UVMFJRNL.DAT WRITE FAILED, '
                           'STATUS = ' WS-JRNL-STATUS
                       DISPLAY 'ARCHJRNL: UVMFJRNL.WRK HOLDS THE LIVE '
                           'ENTRIES'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                    END-IF
                    ADD 1 TO WS-COPY-COUNT
              END-READ
           END-PERFORM.
           CLOSE WORKFILE.
           CLOSE JRNLFILE.
           IF WS-COPY-COUNT NOT = WS-KEEP-COUNT
              DISPLAY 'ARCHJRNL: ' WS-COPY-COUNT ' ENTRIES COPIED '
                  'BACK, ' WS-KEEP-COUNT ' EXPECTED - UVMFJRNL.WRK '
                  'HOLDS THE LIVE ENTRIES'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       WRITE-ARCH-HEADINGS.
           MOVE SPACES TO ARCHRPT-RECORD.
           MOVE 'UVMF JOURNAL RETENTION' TO ARCHRPT-RECORD.
           WRITE ARCHRPT-RECORD.
           MOVE SPACES TO ARCHRPT-RECORD.
           STRING 'RUN DATE ' WS-RUN-DATE
               DELIMITED BY SIZE INTO ARCHRPT-RECORD
           END-STRING.
           WRITE ARCHRPT-RECORD.

       WRITE-ARCH-TOTALS.
           MOVE SPACES TO ARCHRPT-RECORD.
           IF WS-ARCH-COUNT > 0
              STRING 'GENERATION ' WS-NEW-GEN ' CUT TO ' WS-ARCH-PATH
                  DELIMITED BY SIZE INTO ARCHRPT-RECORD
              END-STRING
           ELSE
              MOVE 'NO ENTRIES BEFORE THE CUTOFF - NO GENERATION CUT'
                  TO ARCHRPT-RECORD
           END-IF.
           WRITE ARCHRPT-RECORD.
           MOVE SPACES TO ARCHRPT-RECORD.
           STRING 'JOURNAL ENTRIES READ ' WS-READ-COUNT
               '  ARCHIVED ' WS-ARCH-COUNT
               '  LEFT LIVE ' WS-KEEP-COUNT
               '  ALREADY ARCHIVED ' WS-DROP-COUNT
               DELIMITED BY SIZE INTO ARCHRPT-RECORD
           END-STRING.
           WRITE ARCHRPT-RECORD.

       LIST-INDEX.
      * every generation on the index, oldest first, with the date
      * range each one covers
           MOVE SPACES TO ARCHRPT-RECORD.
           WRITE ARCHRPT-RECORD.
           MOVE 'ARCHIVE INDEX' TO ARCHRPT-RECORD.
           WRITE ARCHRPT-RECORD.
           MOVE SPACES TO ARCHRPT-RECORD.
           STRING 'GEN  ARCHIVE FILE                   FIRST ENTRY    '
               '  LAST ENTRY       ENTRIES  ARCHIVED'
               DELIMITED BY SIZE INTO ARCHRPT-RECORD
           END-STRING.
           WRITE ARCHRPT-RECORD.
           MOVE 'N' TO WS-JIDX-EOF.
           MOVE 0 TO WS-GEN-COUNT.
           OPEN INPUT JIDXFILE.
           IF WS-JIDX-STATUS = '35'
              MOVE 'Y' TO WS-JIDX-EOF
           ELSE
              IF WS-JIDX-STATUS NOT = '00'
                 DISPLAY 'ARCHJRNL: UNABLE TO OPEN UVMFJIDX.DAT, '
                     'STATUS = ' WS-JIDX-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.
           PERFORM UNTIL WS-JIDX-EOF = 'Y'
              READ JIDXFILE
                 AT END
                    MOVE 'Y' TO WS-JIDX-EOF
                 NOT AT END
                    ADD 1 TO WS-GEN-COUNT
                    MOVE SPACES TO ARCHRPT-RECORD
                    STRING JIDX-GENERATION ' ' JIDX-FILE-NAME ' '
                        JIDX-FIRST-DATE ' ' JIDX-FIRST-TIME(1:6) '  '
                        JIDX-LAST-DATE ' ' JIDX-LAST-TIME(1:6) '  '
                        JIDX-ENTRY-COUNT '  ' JIDX-ARCHIVED-DATE
                        DELIMITED BY SIZE INTO ARCHRPT-RECORD
                    END-STRING
                    WRITE ARCHRPT-RECORD
              END-READ
           END-PERFORM.
           IF WS-JIDX-STATUS NOT = '35'
              CLOSE JIDXFILE
           END-IF.
           IF WS-GEN-COUNT = 0
              MOVE SPACES TO ARCHRPT-RECORD
              MOVE '  NO ARCHIVE GENERATIONS YET' TO ARCHRPT-RECORD
              WRITE ARCHRPT-RECORD
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
                 DISPLAY 'ARCHJRNL: RUNNING UNDER THE MONTHEND '
                     'CYCLE LOCK'
              ELSE
                 PERFORM REFUSE-RUN-LOCK
              END-IF
           ELSE
              MOVE 'ARCHJRNL' TO WS-LOCK-MINE-PROGRAM
              MOVE WS-LOCK-OPER TO WS-LOCK-MINE-OPER
              ACCEPT WS-LOCK-MINE-DATE FROM DATE YYYYMMDD
              ACCEPT WS-LOCK-MINE-TIME FROM TIME
              MOVE WS-LOCK-KIND TO WS-LOCK-MINE-KIND
              OPEN OUTPUT LOCKFILE
              IF WS-LOCK-STATUS NOT = '00'
                 DISPLAY 'ARCHJRNL: UNABLE TO OPEN UVMFLOCK.DAT, '
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
                 DISPLAY 'ARCHJRNL: UNABLE TO OPEN UVMFLOCK.DAT, '
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
           DISPLAY 'ARCHJRNL: NOT STARTED - UVMF.DAT IS IN USE BY '
               WS-LOCK-FOUND-PROGRAM ' OPERATOR ' WS-LOCK-FOUND-OPER.
           DISPLAY 'ARCHJRNL: LOCK HELD SINCE ' WS-LOCK-FOUND-DATE ' '
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

       END PROGRAM ARCHJRNL.
