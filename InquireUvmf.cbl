      * displays one vessel's full record by name, or every active
      * vessel at a location with the translated names and the
      * monthly cost at today's rates.
      * a former name is looked up across the archive generations on
      * UVMFJIDX.DAT as well as the live UVMFJRNL.DAT.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INQUVMF.
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

       DATA DIVISION.
       FILE SECTION.
       FD UVMF.
           COPY LOCSREC.

       FD VESSFUNCFILE.
           COPY VFUNCREC.

       FD CREWCOSTFILE.
       01 CREWCOSTFILE-RECORD.
       FD JRNLFILE.
           COPY UVMFJRNL.

       FD JIDXFILE.
           COPY JRNLIDX.

      * an archived journal line - same layout as JRNL-RECORD
       FD ARCHFILE.
       01 ARCH-RECORD     PIC X(108).

       WORKING-STORAGE SECTION.
       01 WS-UVMF-STATUS     PIC X(02)     VALUE '00'.
       01 WS-DONE     PIC X(01)     VALUE 'N'.
       01 WS-INPUT-LOC     PIC X(01).
       01 WS-INPUT-HULL     PIC X(05).
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
       01 WS-JRNL-EOF     PIC X(01)     VALUE 'N'.
       01 WS-FORMER-HULL     PIC X(05)     VALUE SPACES.
       01 WS-LIST-COUNT     PIC 9(05)     VALUE 0.
          05 IMG-NAME     PIC X(09).
          05 FILLER     PIC X(15).
          05 IMG-HULL     PIC X(05).
          05 FILLER     PIC X(08).
       01 WS-COST-MONT     PIC 9(09)     VALUE 0.
       01 WS-ASOF-DATE     PIC 9(08)     VALUE 0.
       01 WS-STAT-DESC     PIC X(12)     VALUE SPACES.

       SEARCH-FORMER-NAME.
           MOVE SPACES TO WS-FORMER-HULL.
           PERFORM OPEN-JOURNAL-CHAIN.
           PERFORM READ-JOURNAL-CHAIN.
           PERFORM UNTIL WS-JRNL-EOF = 'Y'
              PERFORM NOTE-JRNL-HULL
              PERFORM READ-JOURNAL-CHAIN
           END-PERFORM.
           PERFORM CLOSE-JOURNAL-CHAIN.
           IF WS-FORMER-HULL = SPACES
              DISPLAY 'VESSEL ' WS-INPUT-NAME ' NOT ON FILE'
           ELSE
           DISPLAY 'CREW:     ' UVMF-CREW.
           DISPLAY 'LOCATION: ' WS-LOC-NAME-FOUND ' (' UVMF-LOC ')'.
           DISPLAY 'STATUS:   ' WS-STAT-DESC.
           IF UVMF-COMM-UNKNOWN
              DISPLAY 'COMMISS:  NOT ON RECORD'
           ELSE
              DISPLAY 'COMMISS:  ' UVMF-COMM-DATE
           END-IF.
           DISPLAY 'COST/MON: ' WS-COST-MONT.

       LOCATION-INQUIRY.
              END-IF
           END-PERFORM.

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
                 DISPLAY 'INQUVMF: UNABLE TO OPEN UVMFJIDX.DAT, '
                     'STATUS = ' WS-JIDX-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.
           MOVE 'N' TO WS-CHAIN-LIVE-OPEN.
           OPEN INPUT JRNLFILE.
           IF WS-JRNL-STATUS NOT = '35'
              IF WS-JRNL-STATUS NOT = '00'
                 DISPLAY 'INQUVMF: UNABLE TO OPEN UVMFJRNL.DAT, '
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
                       DISPLAY 'INQUVMF: UNABLE TO OPEN ARCHIVE '
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
              DISPLAY 'INQUVMF: ' WS-ARCH-PATH ' HOLDS '
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

       END PROGRAM INQUVMF.
