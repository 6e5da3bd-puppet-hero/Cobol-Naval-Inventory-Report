      * RETURN-CODE 0; any exception or divergence ends 4. run this
      * right after the SNAPUVMF step. the shadow file is scratch
      * and is rebuilt from nothing on every run.
      * the journal is the archive generations on UVMFJIDX.DAT in
      * order, then the live UVMFJRNL.DAT. the continuity pass reads
      * every generation - a generation holding a different number
      * of entries than its index line says is an exception too -
      * while the recovery proof, like RECOVUVMF, passes over the
      * generations already behind the snapshot. a clean run marks
      * the snapshot verified on UVMF-SNAP.CTL, which is what lets
      * ARCHJRNL archive the journal behind it; a run that isn't
      * clean takes the mark off again.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERIFUVMF.
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

           SELECT VRFYRPT ASSIGN TO '.\VERIFY.RPT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.
       FD UVMF.
           COPY UVMFREC.

      * same 37 bytes as UVMF-RECORD - only the key is broken out,
      * the rest is compared whole
       FD SHADOW.
       01 SHAD-RECORD.
          05 SHAD-NAME     PIC X(09).
          05 SHAD-REST     PIC X(28).

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

       FD VRFYRPT.
       01 VRFYRPT-RECORD     PIC X(100).

       01 WS-SNAP-EOF     PIC X(01)     VALUE 'N'.
       01 WS-JRNL-EOF     PIC X(01)     VALUE 'N'.
       01 WS-RUN-DATE     PIC 9(08)     VALUE 0.
       01 WS-RUN-TIME     PIC 9(08)     VALUE 0.

      * the snapshot stamp off UVMF-SNAP.CTL, kept for the rewrite
      * that marks it verified or not
       01 WS-SCTL-STATUS     PIC X(02)     VALUE '00'.
       01 WS-SCTL-FOUND     PIC X(01)     VALUE 'N'.
       01 WS-SNAP-LOADED     PIC X(01)     VALUE 'N'.
       01 WS-SAVE-SNAPCTL     PIC X(38)     VALUE SPACES.
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

      * the two sides of the compare - the key goes to HIGH-VALUES
      * at end of file so the match-merge always takes the low key
       01 WS-LIVE-REC.
          05 LIVE-NAME     PIC X(09).
          05 FILLER     PIC X(28).
       01 WS-SHAD-REC.
          05 SHADC-NAME     PIC X(09).
          05 FILLER     PIC X(28).
       01 WS-LIVE-EOF     PIC X(01)     VALUE 'N'.
       01 WS-SHAD-EOF     PIC X(01)     VALUE 'N'.

      * a journal image's key, for the continuity reads
       01 WS-IMG-KEY     PIC X(09)     VALUE SPACES.
       01 WS-PRIOR-STATE     PIC X(37)     VALUE SPACES.
       01 WS-PRIOR-FOUND     PIC X(01)     VALUE 'N'.

       01 WS-VRFY-COUNTS.
          05 WS-JRNL-COUNT     PIC 9(07)     VALUE 0.
          05 WS-CONT-EXCEPT     PIC 9(05)     VALUE 0.
          05 WS-SNAP-COUNT     PIC 9(05)     VALUE 0.
          05 WS-LIVE-COUNT     PIC 9(05)     VALUE 0.

       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           PERFORM READ-SNAP-CONTROL.
           OPEN OUTPUT VRFYRPT.
           PERFORM WRITE-VRFY-HEADINGS.
           PERFORM CHECK-JOURNAL-CONTINUITY.
           PERFORM REBUILD-SHADOW.
           PERFORM COMPARE-SHADOW-TO-LIVE.
           PERFORM WRITE-VRFY-TOTALS.
           PERFORM MARK-SNAP-CONTROL.
           CLOSE VRFYRPT.
           DISPLAY 'VERIFUVMF: ' WS-CONT-EXCEPT
               ' CONTINUITY EXCEPTION(S), '
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE 0 TO WS-CHAIN-SKIP-DATE.
           MOVE 0 TO WS-CHAIN-SKIP-TIME.
           PERFORM OPEN-JOURNAL-CHAIN.
           IF WS-CHAIN-LIVE-OPEN = 'N' AND WS-JIDX-STATUS = '35'
              DISPLAY 'VERIFUVMF: NO UVMFJRNL.DAT - NOTHING TO '
                  'CHECK'
           END-IF.
           PERFORM READ-JOURNAL-CHAIN.
           PERFORM UNTIL WS-JRNL-EOF = 'Y'
              ADD 1 TO WS-JRNL-COUNT
              PERFORM CHECK-ONE-ENTRY
              PERFORM READ-JOURNAL-CHAIN
           END-PERFORM.
           PERFORM CLOSE-JOURNAL-CHAIN.
           IF WS-CHAIN-BAD-COUNT > 0
              PERFORM REPORT-ARCHIVE-COUNT
           END-IF.
           CLOSE SHADOW.

           END-PERFORM.
           IF WS-SNAP-STATUS NOT = '35'
              CLOSE SNAPFILE
              MOVE 'Y' TO WS-SNAP-LOADED
           END-IF.

       ROLL-FORWARD.
      * generations archived behind the snapshot just loaded are
      * already in it - RECOVUVMF passes over them, so this does too
           MOVE 0 TO WS-CHAIN-SKIP-DATE.
           MOVE 0 TO WS-CHAIN-SKIP-TIME.
           IF WS-SNAP-LOADED = 'Y' AND WS-SCTL-FOUND = 'Y'
              MOVE WS-SNAP-STAMP TO WS-CHAIN-SKIP-THRU
           END-IF.
           PERFORM OPEN-JOURNAL-CHAIN.
           PERFORM READ-JOURNAL-CHAIN.
           PERFORM UNTIL WS-JRNL-EOF = 'Y'
              IF JRNL-DELETE-IMAGE
                 MOVE JRNL-BEFORE(1:9) TO WS-IMG-KEY
                 PERFORM DELETE-SHADOW
              ELSE
                 MOVE JRNL-AFTER TO SHAD-RECORD
                 PERFORM PUT-SHADOW
              END-IF
              PERFORM READ-JOURNAL-CHAIN
           END-PERFORM.
           PERFORM CLOSE-JOURNAL-CHAIN.

       COMPARE-SHADOW-TO-LIVE.
      * both files in key order, one pass each, matched key by key
           END-STRING.
           WRITE VRFYRPT-RECORD.

       REPORT-ARCHIVE-COUNT.
      * each generation's count was displayed as it closed - the
      * report carries the total
           ADD WS-CHAIN-BAD-COUNT TO WS-CONT-EXCEPT.
           MOVE SPACES TO VRFYRPT-RECORD.
           STRING 'CONTINUITY ' WS-CHAIN-BAD-COUNT
               ' ARCHIVE GENERATION(S) DO NOT HOLD THE ENTRY COUNT '
               'ON UVMFJIDX.DAT'
               DELIMITED BY SIZE INTO VRFYRPT-RECORD
           END-STRING.
           WRITE VRFYRPT-RECORD.

       REPORT-ONLY-LIVE.
           MOVE SPACES TO VRFYRPT-RECORD.
           STRING 'DIVERGENCE ' LIVE-NAME
              WRITE VRFYRPT-RECORD
           END-IF.

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
                 DISPLAY 'VERIFUVMF: UNABLE TO OPEN UVMFJIDX.DAT, '
                     'STATUS = ' WS-JIDX-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.
           MOVE 'N' TO WS-CHAIN-LIVE-OPEN.
           OPEN INPUT JRNLFILE.
           IF WS-JRNL-STATUS NOT = '35'
              IF WS-JRNL-STATUS NOT = '00'
                 DISPLAY 'VERIFUVMF: UNABLE TO OPEN UVMFJRNL.DAT, '
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
                       DISPLAY 'VERIFUVMF: UNABLE TO OPEN ARCHIVE '
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
              DISPLAY 'VERIFUVMF: ' WS-ARCH-PATH ' HOLDS '
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

       READ-SNAP-CONTROL.
      * no control file is a snapshot cut before stamps were kept -
      * it verifies the same, there's just nothing to mark
           MOVE 'N' TO WS-SCTL-FOUND.
           OPEN INPUT SNAPCTLFILE.
           IF WS-SCTL-STATUS = '00'
              READ SNAPCTLFILE
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE 'Y' TO WS-SCTL-FOUND
                    MOVE SNAPCTL-RECORD TO WS-SAVE-SNAPCTL
                    MOVE SCTL-SNAP-STAMP TO WS-SNAP-STAMP
              END-READ
              CLOSE SNAPCTLFILE
           END-IF.

       MARK-SNAP-CONTROL.
           IF WS-SCTL-FOUND = 'Y'
              OPEN OUTPUT SNAPCTLFILE
              IF WS-SCTL-STATUS NOT = '00'
                 DISPLAY 'VERIFUVMF: UNABLE TO REWRITE UVMF-SNAP.CTL, '
                     'STATUS = ' WS-SCTL-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE WS-SAVE-SNAPCTL TO SNAPCTL-RECORD
              MOVE WS-RUN-DATE TO SCTL-VERIFY-DATE
              MOVE WS-RUN-TIME TO SCTL-VERIFY-TIME
              MOVE SPACES TO VRFYRPT-RECORD
              IF WS-CONT-EXCEPT = 0 AND WS-ONLY-LIVE = 0
                 AND WS-ONLY-SHAD = 0 AND WS-DIFF-COUNT = 0
                 MOVE 'Y' TO SCTL-VERIFIED
                 STRING 'SNAPSHOT OF ' SCTL-SNAP-DATE ' '
                     SCTL-SNAP-TIME ' MARKED VERIFIED - THE '
                     'JOURNAL BEHIND IT MAY BE ARCHIVED'
                     DELIMITED BY SIZE INTO VRFYRPT-RECORD
                 END-STRING
              ELSE
                 MOVE 'N' TO SCTL-VERIFIED
                 STRING 'SNAPSHOT OF ' SCTL-SNAP-DATE ' '
                     SCTL-SNAP-TIME ' NOT VERIFIED - THE JOURNAL '
                     'WILL NOT BE ARCHIVED BEHIND IT'
                     DELIMITED BY SIZE INTO VRFYRPT-RECORD
                 END-STRING
              END-IF
              WRITE SNAPCTL-RECORD
              IF WS-SCTL-STATUS NOT = '00'
                 DISPLAY 'VERIFUVMF: UVMF-SNAP.CTL WRITE FAILED, '
                     'STATUS = ' WS-SCTL-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              CLOSE SNAPCTLFILE
              WRITE VRFYRPT-RECORD
           END-IF.

       END PROGRAM VERIFUVMF.
