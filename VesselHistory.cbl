      * the listing follows that hull across every rename, under
      * every name, as one history.
      * INQUVMF shows what a vessel is; this shows what it has been.
      * the journal is read across the archive generations on
      * UVMFJIDX.DAT and then the live UVMFJRNL.DAT, so history
      * ARCHJRNL has moved out of the live journal is still listed.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VESSHIST.
       AUTHOR. VEGA.
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

           SELECT MOVEFILE ASSIGN TO '.\MOVEHIST.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
       FD JRNLFILE.
           COPY UVMFJRNL.

       FD JIDXFILE.
           COPY JRNLIDX.

      * an archived journal line - same layout as JRNL-RECORD
       FD ARCHFILE.
       01 ARCH-RECORD     PIC X(108).

       FD MOVEFILE.
           COPY MOVEREC.

           COPY LOCSREC.

       FD VESSFUNCFILE.
           COPY VFUNCREC.

       FD HISTRPT.
       01 HISTRPT-RECORD     PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-JRNL-STATUS     PIC X(02)     VALUE '00'.

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
       01 WS-MOVE-STATUS     PIC X(02)     VALUE '00'.
       01 WS-JRNL-EOF     PIC X(01)     VALUE 'N'.
       01 WS-MOVE-EOF     PIC X(01)     VALUE 'N'.
          05 BEF-LOC     PIC X(01).
          05 BEF-STAT     PIC X(01).
          05 BEF-HULL     PIC X(05).
          05 BEF-COMM-DATE     PIC X(08).
       01 WS-AFT-REC.
          05 AFT-NAME     PIC X(09).
          05 AFT-TYPE     PIC X(02).
          05 AFT-LOC     PIC X(01).
          05 AFT-STAT     PIC X(01).
          05 AFT-HULL     PIC X(05).
          05 AFT-COMM-DATE     PIC X(08).

      * the hull number the given name resolves to, and every name
      * that hull has carried - entries written before hull numbers
      * the most recent. a blank answer means the name predates
      * hull numbers entirely - the listing then matches by name
      * alone, which is all there is to go on.
           PERFORM OPEN-JOURNAL-CHAIN.
           PERFORM READ-JOURNAL-CHAIN.
           PERFORM UNTIL WS-JRNL-EOF = 'Y'
              MOVE JRNL-BEFORE TO WS-BEF-REC
              MOVE JRNL-AFTER TO WS-AFT-REC
              IF BEF-NAME = WS-TARGET-NAME
                 AND BEF-HULL NOT = SPACES
                 MOVE BEF-HULL TO WS-TARGET-HULL
              END-IF
              IF AFT-NAME = WS-TARGET-NAME
                 AND AFT-HULL NOT = SPACES
                 MOVE AFT-HULL TO WS-TARGET-HULL
              END-IF
              PERFORM READ-JOURNAL-CHAIN
           END-PERFORM.
           PERFORM CLOSE-JOURNAL-CHAIN.

       COLLECT-HULL-NAMES.
      * second pass: every name the hull number has ever appeared
      * under, so pre-hull-era entries and movement records written
      * under an earlier name still join the listing
           PERFORM OPEN-JOURNAL-CHAIN.
           PERFORM READ-JOURNAL-CHAIN.
           PERFORM UNTIL WS-JRNL-EOF = 'Y'
              MOVE JRNL-BEFORE TO WS-BEF-REC
              MOVE JRNL-AFTER TO WS-AFT-REC
              IF BEF-HULL = WS-TARGET-HULL
                 MOVE BEF-NAME TO WS-CHECK-NAME
                 PERFORM ADD-KNOWN-NAME
              END-IF
              IF AFT-HULL = WS-TARGET-HULL
                 MOVE AFT-NAME TO WS-CHECK-NAME
                 PERFORM ADD-KNOWN-NAME
              END-IF
              PERFORM READ-JOURNAL-CHAIN
           END-PERFORM.
           PERFORM CLOSE-JOURNAL-CHAIN.

       ADD-KNOWN-NAME.
           PERFORM CHECK-NAME-KNOWN.
      * changed. delete images are skipped: a delete only ever
      * happens as the bookkeeping half of a rename, and the
      * rewrite image that follows tells the story.
           PERFORM OPEN-JOURNAL-CHAIN.
           IF WS-CHAIN-LIVE-OPEN = 'N' AND WS-JIDX-STATUS = '35'
              DISPLAY 'VESSHIST: NO UVMFJRNL.DAT YET'
           END-IF.
           PERFORM READ-JOURNAL-CHAIN.
           PERFORM UNTIL WS-JRNL-EOF = 'Y'
              PERFORM JUDGE-JRNL-ENTRY
              PERFORM READ-JOURNAL-CHAIN
           END-PERFORM.
           PERFORM CLOSE-JOURNAL-CHAIN.

       JUDGE-JRNL-ENTRY.
           MOVE JRNL-BEFORE TO WS-BEF-REC.
              END-STRING
              PERFORM RELEASE-EVENT
           END-IF.
           IF AFT-COMM-DATE NOT = BEF-COMM-DATE
              MOVE SPACES TO WS-DESC
              IF BEF-COMM-DATE = SPACES
                 STRING 'COMMISSIONING DATE RECORDED ' AFT-COMM-DATE
                     DELIMITED BY SIZE INTO WS-DESC
                 END-STRING
              ELSE
                 STRING 'COMMISSIONING DATE REVISED ' BEF-COMM-DATE
                     ' TO ' AFT-COMM-DATE
                     DELIMITED BY SIZE INTO WS-DESC
                 END-STRING
              END-IF
              PERFORM RELEASE-EVENT
           END-IF.

       RELEASE-EVENT.
      * caller leaves the description in WS-DESC; timestamp and
                 MOVE WS-VF-DESC-TBL(WS-VF-X) TO WS-VF-DESC-FOUND
           END-SEARCH.

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
                 DISPLAY 'VESSHIST: UNABLE TO OPEN UVMFJIDX.DAT, '
                     'STATUS = ' WS-JIDX-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.
           MOVE 'N' TO WS-CHAIN-LIVE-OPEN.
           OPEN INPUT JRNLFILE.
           IF WS-JRNL-STATUS NOT = '35'
              IF WS-JRNL-STATUS NOT = '00'
                 DISPLAY 'VESSHIST: UNABLE TO OPEN UVMFJRNL.DAT, '
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
                       DISPLAY 'VESSHIST: UNABLE TO OPEN ARCHIVE '
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
              DISPLAY 'VESSHIST: ' WS-ARCH-PATH ' HOLDS '
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

       END PROGRAM VESSHIST.
