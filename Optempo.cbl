      * deployment and operating tempo report for fleet scheduling -
      * how long each hull has been out, how much of the last year
      * and two years it has spent deployed, and how much time at
      * home it got before going out again, rebuilt from the status
      * transitions on UVMFJRNL.DAT rather than kept by hand. no
      * arguments:
      *    optempo
      * every journal entry that moves a hull into or out of
      * status D marks the start or end of a deployment. entries are
      * grouped by the permanent hull number, so a ship renamed in
      * mid-deployment is still one deployment; entries from before
      * hull numbers existed are tied to their hull through the
      * names the journal shows it carrying, the same way VESSHIST
      * follows a hull. a hull that came onto the file already
      * deployed, or that the master shows deployed with no start on
      * the journal at all, has its start marked < - it was out at
      * least that long.
      * OPTEMPO.RPT lists every deployment period of each in-fleet
      * hull (start, end, days), then the tempo figures for each
      * hull grouped by location and function: days deployed in the
      * trailing 12 and 24 months, the current deployment's length,
      * the last completed deployment, the days home since it, and
      * the turnaround ratio (days home before the current or next
      * deployment divided by the length of the last one). limits
      * come from TEMPOLIM.DAT - maximum deployment days, maximum
      * days deployed in the trailing 12 months, minimum turnaround
      * ratio (9V99) - e.g. 210180200. a hull past any limit is
      * flagged LONG DEPLOY, HIGH TEMPO or SHORT TURN, and any flag
      * ends the run RC 4. without TEMPOLIM.DAT the limits below
      * apply.
      * status history comes from the archive generations on
      * UVMFJIDX.DAT followed by the live UVMFJRNL.DAT.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPTEMPO.
       AUTHOR. VEGA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UVMF ASSIGN TO '.\UVMF.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS UVMF-NAME
           FILE STATUS IS WS-UVMF-STATUS.

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

           SELECT LOCFILE ASSIGN TO '.\LOCS.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT VESSFUNCFILE ASSIGN TO '.\VESSFUNC.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT LIMITFILE ASSIGN TO '.\TEMPOLIM.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-LIMIT-STATUS.

           SELECT TEMPORPT ASSIGN TO '.\OPTEMPO.RPT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT SORT-WORK ASSIGN TO '.\TEMPOSRT.DAT'.

           SELECT SUM-WORK ASSIGN TO '.\TEMPSSRT.DAT'.

       DATA DIVISION.
       FILE SECTION.
       FD UVMF.
           COPY UVMFREC.

       FD JRNLFILE.
           COPY UVMFJRNL.

       FD JIDXFILE.
           COPY JRNLIDX.

      * an archived journal line - same layout as JRNL-RECORD
       FD ARCHFILE.
       01 ARCH-RECORD     PIC X(108).

       FD LOCFILE.
           COPY LOCSREC.

       FD VESSFUNCFILE.
           COPY VFUNCREC.

       FD LIMITFILE.
       01 LIMIT-RECORD.
          05 TL-MAX-DEPLOY     PIC 9(03).
          05 TL-MAX-12MO     PIC 9(03).
          05 TL-MIN-TURN     PIC 9(01)V99.

       FD TEMPORPT.
       01 TEMPORPT-RECORD     PIC X(120).

      * one status transition per record, in hull and time order -
      * the sequence number is the journal line, which keeps two
      * entries with the same timestamp in the order they were made
       SD SORT-WORK.
       01 SRT-RECORD.
          05 SRT-KEY     PIC X(09).
          05 SRT-DATE     PIC 9(08).
          05 SRT-TIME     PIC 9(08).
          05 SRT-SEQ     PIC 9(07).
          05 SRT-STAT     PIC X(01).
          05 SRT-ADDED     PIC X(01).

       SD SUM-WORK.
       01 SUM-RECORD.
          05 SUM-LOC     PIC X(01).
          05 SUM-TYPE     PIC X(02).
          05 SUM-NAME     PIC X(09).
          05 SUM-SLOT     PIC 9(04).

       WORKING-STORAGE SECTION.
       01 WS-UVMF-STATUS     PIC X(02)     VALUE '00'.
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
       01 WS-LIMIT-STATUS     PIC X(02)     VALUE '00'.

       01 WS-EOF-FLAGS.
          05 WS-UVMF-EOF     PIC X     VALUE 'N'.
          05 WS-JRNL-EOF     PIC X     VALUE 'N'.
          05 WS-LOC-EOF     PIC X     VALUE 'N'.
          05 WS-VF-EOF     PIC X     VALUE 'N'.
          05 WS-SORT-DONE     PIC X     VALUE 'N'.
          05 WS-SUM-DONE     PIC X     VALUE 'N'.

      * limits used when there is no TEMPOLIM.DAT
       01 WS-MAX-DEPLOY     PIC 9(03)     VALUE 210.
       01 WS-MAX-12MO     PIC 9(03)     VALUE 180.
       01 WS-MIN-TURN     PIC 9(01)V99     VALUE 2.00.

       01 WS-RUN-DATE     PIC 9(08)     VALUE 0.
       01 WS-TODAY-DAYNUM     PIC 9(07)     VALUE 0.
       01 WS-WIN12-DAYNUM     PIC 9(07)     VALUE 0.
       01 WS-WIN24-DAYNUM     PIC 9(07)     VALUE 0.
       01 WS-DATE-IN     PIC 9(08)     VALUE 0.
       01 WS-DAYNUM     PIC 9(07)     VALUE 0.
       01 WS-JRNL-FIRST     PIC 9(08)     VALUE 0.
       01 WS-JRNL-SEQ     PIC 9(07)     VALUE 0.

      * the journal images broken out field by field
       01 WS-BEF-REC.
          05 BEF-NAME     PIC X(09).
          05 BEF-TYPE     PIC X(02).
          05 BEF-TONNAGE     PIC X(06).
          05 BEF-CREW     PIC X(05).
          05 BEF-LOC     PIC X(01).
          05 BEF-STAT     PIC X(01).
          05 BEF-HULL     PIC X(05).
          05 BEF-COMM-DATE     PIC X(08).
       01 WS-AFT-REC.
          05 AFT-NAME     PIC X(09).
          05 AFT-TYPE     PIC X(02).
          05 AFT-TONNAGE     PIC X(06).
          05 AFT-CREW     PIC X(05).
          05 AFT-LOC     PIC X(01).
          05 AFT-STAT     PIC X(01).
          05 AFT-HULL     PIC X(05).
          05 AFT-COMM-DATE     PIC X(08).

      * every name seen alongside a hull number, on the master or
      * the journal - a journal image with no hull number is tied to
      * its hull through here. the last sighting of a name wins.
       01 WS-ALIAS-COUNT     PIC 9(04)     VALUE 0.
       01 WS-ALIAS-TABLE.
          05 WS-ALIAS-ENTRY     OCCURS 1000 TIMES
                                 INDEXED BY WS-ALIAS-X.
             10 WS-ALIAS-NAME     PIC X(09).
             10 WS-ALIAS-HULL     PIC X(05).
       01 WS-CHECK-NAME     PIC X(09)     VALUE SPACES.
       01 WS-CHECK-HULL     PIC X(05)     VALUE SPACES.
       01 WS-RESOLVED-KEY     PIC X(09)     VALUE SPACES.

      * the in-fleet hulls off the master, keyed by hull number (by
      * name for a record that has none yet), with the tempo figures
      * built up for each. day numbers are days since 1600/12/31.
       01 WS-HULL-COUNT     PIC 9(04)     VALUE 0.
       01 WS-HULL-TABLE.
          05 WS-HULL-ENTRY     OCCURS 500 TIMES
                                INDEXED BY WS-HULL-X.
             10 WS-HULL-KEY     PIC X(09).
             10 WS-HULL-NAME     PIC X(09).
             10 WS-HULL-NUMBER     PIC X(05).
             10 WS-HULL-TYPE     PIC X(02).
             10 WS-HULL-LOC     PIC X(01).
             10 WS-HULL-STAT     PIC X(01).
             10 WS-HULL-PERIODS     PIC 9(03).
             10 WS-HULL-DAYS-12     PIC 9(03).
             10 WS-HULL-DAYS-24     PIC 9(03).
             10 WS-HULL-CUR-START     PIC 9(08).
             10 WS-HULL-CUR-DAYNUM     PIC 9(07).
             10 WS-HULL-CUR-DAYS     PIC 9(05).
             10 WS-HULL-CUR-APPROX     PIC X(01).
             10 WS-HULL-LAST-LEN     PIC 9(05).
             10 WS-HULL-LAST-END     PIC 9(07).
       01 WS-HULL-SLOT     PIC 9(04)     VALUE 0.

      * the deployment being rebuilt for the hull now coming off the
      * sort
       01 WS-CUR-KEY     PIC X(09)     VALUE SPACES.
       01 WS-IN-DEPLOY     PIC X(01)     VALUE 'N'.
       01 WS-DEP-START     PIC 9(08)     VALUE 0.
       01 WS-DEP-START-DAYNUM     PIC 9(07)     VALUE 0.
       01 WS-DEP-APPROX     PIC X(01)     VALUE 'N'.
       01 WS-DEP-END     PIC 9(08)     VALUE 0.
       01 WS-DEP-END-DAYNUM     PIC 9(07)     VALUE 0.
       01 WS-DEP-DAYS     PIC 9(05)     VALUE 0.
       01 WS-OVERLAP-FROM     PIC 9(07)     VALUE 0.
       01 WS-PERIOD-COUNT     PIC 9(05)     VALUE 0.
       01 WS-NO-START-COUNT     PIC 9(04)     VALUE 0.

       01 WS-HOME-DAYS     PIC 9(05)     VALUE 0.
       01 WS-TURN-RATIO     PIC 9(03)V99     VALUE 0.
       01 WS-HAS-RATIO     PIC X(01)     VALUE 'N'.
       01 WS-FLAG-TEXT     PIC X(40)     VALUE SPACES.
       01 WS-FLAG-PTR     PIC 9(03)     VALUE 1.

       01 WS-PREV-LOC     PIC X(01)     VALUE SPACE.
       01 WS-PREV-TYPE     PIC X(02)     VALUE SPACES.
       01 WS-FIRST-SUM     PIC X(01)     VALUE 'Y'.
       01 WS-LOC-HULLS     PIC 9(04)     VALUE 0.
       01 WS-LOC-DEPLOYED     PIC 9(04)     VALUE 0.
       01 WS-LOC-FLAGGED     PIC 9(04)     VALUE 0.
       01 WS-FLEET-HULLS     PIC 9(04)     VALUE 0.
       01 WS-FLEET-DEPLOYED     PIC 9(04)     VALUE 0.
       01 WS-FLEET-FLAGGED     PIC 9(04)     VALUE 0.

       01 WS-STAT-IN     PIC X(01)     VALUE SPACE.
       01 WS-STAT-DESC     PIC X(12)     VALUE SPACES.

       01 WS-LOC-COUNT     PIC 9(02)     VALUE 0.
       01 WS-LOC-TABLE.
          05 WS-LOC-ENTRY     OCCURS 20 TIMES
                               INDEXED BY WS-LOC-X.
             10 WS-LOC-CODE     PIC X(01).
             10 WS-LOC-NAME-TBL     PIC X(13).
       01 WS-LOC-NAME-FOUND     PIC X(13).
       01 WS-LOOKUP-LOC     PIC X(01).

       01 WS-VF-COUNT     PIC 9(02)     VALUE 0.
       01 WS-VF-TABLE.
          05 WS-VF-ENTRY     OCCURS 20 TIMES
                              INDEXED BY WS-VF-X.
             10 WS-VF-CODE     PIC X(02).
             10 WS-VF-DESC-TBL     PIC X(20).
       01 WS-VF-DESC-FOUND     PIC X(20).
       01 WS-LOOKUP-TYPE     PIC X(02).

       01 WS-ED-DAYS     PIC ZZZZ9.
       01 WS-ED-12     PIC ZZ9.
       01 WS-ED-24     PIC ZZ9.
       01 WS-ED-CUR     PIC ZZZZ9.
       01 WS-ED-LAST     PIC ZZZZ9.
       01 WS-ED-HOME     PIC ZZZZ9.
       01 WS-ED-RATIO     PIC ZZ9.99.
       01 WS-ED-RATIO-X REDEFINES WS-ED-RATIO     PIC X(06).
       01 WS-ED-LIMIT-TURN     PIC 9.99.
       01 WS-START-MARK     PIC X(01)     VALUE SPACE.
       01 WS-END-TEXT     PIC X(08)     VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE TO WS-DATE-IN.
           PERFORM DATE-TO-DAYNUM.
           MOVE WS-DAYNUM TO WS-TODAY-DAYNUM.
           COMPUTE WS-WIN12-DAYNUM = WS-TODAY-DAYNUM - 365.
           COMPUTE WS-WIN24-DAYNUM = WS-TODAY-DAYNUM - 730.
           PERFORM LOAD-LIMITS.
           PERFORM LOAD-LOC-TABLE.
           PERFORM LOAD-VF-TABLE.
           PERFORM LOAD-FLEET.
           PERFORM COLLECT-ALIASES.
           OPEN OUTPUT TEMPORPT.
           PERFORM WRITE-TEMPO-HEADINGS.
           SORT SORT-WORK
               ON ASCENDING KEY SRT-KEY SRT-DATE SRT-TIME SRT-SEQ
               INPUT PROCEDURE IS RELEASE-TRANSITIONS
               OUTPUT PROCEDURE IS REBUILD-DEPLOYMENTS.
           PERFORM FILL-UNJOURNALLED-STARTS.
           SORT SUM-WORK
               ON ASCENDING KEY SUM-LOC SUM-TYPE SUM-NAME
               INPUT PROCEDURE IS RELEASE-HULLS
               OUTPUT PROCEDURE IS PRINT-TEMPO-SUMMARY.
           CLOSE TEMPORPT.
           DISPLAY 'OPTEMPO: ' WS-FLEET-HULLS ' HULL(S), '
               WS-FLEET-DEPLOYED ' DEPLOYED, ' WS-FLEET-FLAGGED
               ' FLAGGED - SEE OPTEMPO.RPT'.
           IF WS-FLEET-FLAGGED > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       DATE-TO-DAYNUM.
      * caller sets WS-DATE-IN (YYYYMMDD); leaves the day number in
      * WS-DAYNUM so two dates subtract to the days between them
           COMPUTE WS-DAYNUM = FUNCTION INTEGER-OF-DATE(WS-DATE-IN).

       LOAD-LIMITS.
           OPEN INPUT LIMITFILE.
           IF WS-LIMIT-STATUS = '00'
              READ LIMITFILE
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE TL-MAX-DEPLOY TO WS-MAX-DEPLOY
                    MOVE TL-MAX-12MO TO WS-MAX-12MO
                    MOVE TL-MIN-TURN TO WS-MIN-TURN
              END-READ
              CLOSE LIMITFILE
           END-IF.

       LOAD-FLEET.
      * the in-fleet hulls are the ones reported on; retired hulls
      * have no tempo to manage. each name-and-hull pair also seeds
      * the alias table.
           OPEN INPUT UVMF.
           IF WS-UVMF-STATUS NOT = '00'
              DISPLAY 'OPTEMPO: UNABLE TO OPEN UVMF.DAT, STATUS = '
                  WS-UVMF-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM UNTIL WS-UVMF-EOF = 'Y'
              READ UVMF
              END-READ
              IF WS-UVMF-STATUS = '10'
                 MOVE 'Y' TO WS-UVMF-EOF
              ELSE
                 IF WS-UVMF-STATUS NOT = '00'
                    DISPLAY 'OPTEMPO: UVMF READ FAILED, STATUS = '
                        WS-UVMF-STATUS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 IF UVMF-IN-FLEET
                    PERFORM ADD-FLEET-HULL
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE UVMF.

       ADD-FLEET-HULL.
           ADD 1 TO WS-HULL-COUNT.
           IF WS-HULL-COUNT > 500
              DISPLAY 'OPTEMPO: UVMF.DAT HAS MORE THAN 500 IN-FLEET '
                  'HULLS, RAISE WS-HULL-ENTRY OCCURS IN Optempo.cbl'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF UVMF-HULL NOT = SPACES
              MOVE UVMF-HULL TO WS-HULL-KEY(WS-HULL-COUNT)
              MOVE UVMF-NAME TO WS-CHECK-NAME
              MOVE UVMF-HULL TO WS-CHECK-HULL
              PERFORM ADD-ALIAS
           ELSE
              MOVE UVMF-NAME TO WS-HULL-KEY(WS-HULL-COUNT)
           END-IF.
           MOVE UVMF-NAME TO WS-HULL-NAME(WS-HULL-COUNT).
           MOVE UVMF-HULL TO WS-HULL-NUMBER(WS-HULL-COUNT).
           MOVE UVMF-TYPE TO WS-HULL-TYPE(WS-HULL-COUNT).
           MOVE UVMF-LOC TO WS-HULL-LOC(WS-HULL-COUNT).
           MOVE UVMF-STAT TO WS-HULL-STAT(WS-HULL-COUNT).
           MOVE 0 TO WS-HULL-PERIODS(WS-HULL-COUNT).
           MOVE 0 TO WS-HULL-DAYS-12(WS-HULL-COUNT).
           MOVE 0 TO WS-HULL-DAYS-24(WS-HULL-COUNT).
           MOVE 0 TO WS-HULL-CUR-START(WS-HULL-COUNT).
           MOVE 0 TO WS-HULL-CUR-DAYNUM(WS-HULL-COUNT).
           MOVE 0 TO WS-HULL-CUR-DAYS(WS-HULL-COUNT).
           MOVE 'N' TO WS-HULL-CUR-APPROX(WS-HULL-COUNT).
           MOVE 0 TO WS-HULL-LAST-LEN(WS-HULL-COUNT).
           MOVE 0 TO WS-HULL-LAST-END(WS-HULL-COUNT).

       COLLECT-ALIASES.
      * first pass over the journal: every name that has appeared
      * with a hull number, and the date of the earliest entry -
      * the furthest back any deployment can be traced
           PERFORM OPEN-JOURNAL-CHAIN.
           PERFORM READ-JOURNAL-CHAIN.
           PERFORM UNTIL WS-JRNL-EOF = 'Y'
              IF WS-JRNL-FIRST = 0
                 OR JRNL-DATE < WS-JRNL-FIRST
                 MOVE JRNL-DATE TO WS-JRNL-FIRST
              END-IF
              MOVE JRNL-BEFORE TO WS-BEF-REC
              MOVE JRNL-AFTER TO WS-AFT-REC
              IF BEF-HULL NOT = SPACES
                 MOVE BEF-NAME TO WS-CHECK-NAME
                 MOVE BEF-HULL TO WS-CHECK-HULL
                 PERFORM ADD-ALIAS
              END-IF
              IF AFT-HULL NOT = SPACES
                 MOVE AFT-NAME TO WS-CHECK-NAME
                 MOVE AFT-HULL TO WS-CHECK-HULL
                 PERFORM ADD-ALIAS
              END-IF
              PERFORM READ-JOURNAL-CHAIN
           END-PERFORM.
           PERFORM CLOSE-JOURNAL-CHAIN.

       ADD-ALIAS.
      * caller sets WS-CHECK-NAME and WS-CHECK-HULL
           SET WS-ALIAS-X TO 1.
           SEARCH WS-ALIAS-ENTRY
              AT END
                 PERFORM APPEND-ALIAS
              WHEN WS-ALIAS-X > WS-ALIAS-COUNT
                 PERFORM APPEND-ALIAS
              WHEN WS-CHECK-NAME = WS-ALIAS-NAME(WS-ALIAS-X)
                 MOVE WS-CHECK-HULL TO WS-ALIAS-HULL(WS-ALIAS-X)
           END-SEARCH.

       APPEND-ALIAS.
           ADD 1 TO WS-ALIAS-COUNT.
           IF WS-ALIAS-COUNT > 1000
              DISPLAY 'OPTEMPO: MORE THAN 1000 NAMES ON THE MASTER AND '
                  'JOURNAL, RAISE WS-ALIAS-ENTRY OCCURS IN '
                  'Optempo.cbl'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE WS-CHECK-NAME TO WS-ALIAS-NAME(WS-ALIAS-COUNT).
           MOVE WS-CHECK-HULL TO WS-ALIAS-HULL(WS-ALIAS-COUNT).

       RESOLVE-KEY.
      * caller sets WS-CHECK-HULL and WS-CHECK-NAME from one image;
      * leaves the hull number it belongs to in WS-RESOLVED-KEY, or
      * the name when no hull number has ever been seen for it
           IF WS-CHECK-HULL NOT = SPACES
              MOVE WS-CHECK-HULL TO WS-RESOLVED-KEY
           ELSE
              MOVE WS-CHECK-NAME TO WS-RESOLVED-KEY
              SET WS-ALIAS-X TO 1
              SEARCH WS-ALIAS-ENTRY
                 AT END
                    CONTINUE
                 WHEN WS-ALIAS-X > WS-ALIAS-COUNT
                    CONTINUE
                 WHEN WS-CHECK-NAME = WS-ALIAS-NAME(WS-ALIAS-X)
                    MOVE WS-ALIAS-HULL(WS-ALIAS-X) TO WS-RESOLVED-KEY
              END-SEARCH
           END-IF.

       RELEASE-TRANSITIONS.
      * second pass: an add that puts a hull on the file deployed,
      * and every rewrite that changes the status byte. renames keep
      * the status, and their delete half is skipped like VESSHIST
      * skips it.
           MOVE 'N' TO WS-JRNL-EOF.
           MOVE 0 TO WS-JRNL-SEQ.
           PERFORM OPEN-JOURNAL-CHAIN.
           PERFORM READ-JOURNAL-CHAIN.
           PERFORM UNTIL WS-JRNL-EOF = 'Y'
              ADD 1 TO WS-JRNL-SEQ
              PERFORM JUDGE-TRANSITION
              PERFORM READ-JOURNAL-CHAIN
           END-PERFORM.
           PERFORM CLOSE-JOURNAL-CHAIN.

       JUDGE-TRANSITION.
           MOVE JRNL-BEFORE TO WS-BEF-REC.
           MOVE JRNL-AFTER TO WS-AFT-REC.
           IF JRNL-ADD-IMAGE AND AFT-STAT = 'D'
              MOVE 'Y' TO SRT-ADDED
              PERFORM RELEASE-TRANSITION
           END-IF.
           IF JRNL-REWRITE-IMAGE AND AFT-STAT NOT = BEF-STAT
              MOVE 'N' TO SRT-ADDED
              PERFORM RELEASE-TRANSITION
           END-IF.

       RELEASE-TRANSITION.
           MOVE AFT-HULL TO WS-CHECK-HULL.
           MOVE AFT-NAME TO WS-CHECK-NAME.
           PERFORM RESOLVE-KEY.
           MOVE WS-RESOLVED-KEY TO SRT-KEY.
           MOVE JRNL-DATE TO SRT-DATE.
           MOVE JRNL-TIME TO SRT-TIME.
           MOVE WS-JRNL-SEQ TO SRT-SEQ.
           MOVE AFT-STAT TO SRT-STAT.
           RELEASE SRT-RECORD.

       REBUILD-DEPLOYMENTS.
      * walks each hull's transitions in time order: into D opens a
      * deployment, out of D closes it. one still open when the
      * hull's transitions run out is the current deployment.
           MOVE SPACES TO TEMPORPT-RECORD.
           MOVE 'DEPLOYMENT PERIODS' TO TEMPORPT-RECORD.
           WRITE TEMPORPT-RECORD.
           MOVE SPACES TO TEMPORPT-RECORD.
           STRING 'HULL  NAME       START    END       DAYS'
               DELIMITED BY SIZE INTO TEMPORPT-RECORD
           END-STRING.
           WRITE TEMPORPT-RECORD.
           PERFORM UNTIL WS-SORT-DONE = 'Y'
              RETURN SORT-WORK
                 AT END
                    MOVE 'Y' TO WS-SORT-DONE
                 NOT AT END
                    IF SRT-KEY NOT = WS-CUR-KEY
                       IF WS-CUR-KEY NOT = SPACES
                          PERFORM FINISH-HULL
                       END-IF
                       PERFORM START-HULL
                    END-IF
                    PERFORM APPLY-TRANSITION
              END-RETURN
           END-PERFORM.
           IF WS-CUR-KEY NOT = SPACES
              PERFORM FINISH-HULL
           END-IF.

       START-HULL.
      * a hull no longer in the fleet gets its transitions walked
      * but nothing kept or printed - WS-HULL-SLOT stays zero
           MOVE SRT-KEY TO WS-CUR-KEY.
           MOVE 'N' TO WS-IN-DEPLOY.
           MOVE 0 TO WS-HULL-SLOT.
           SET WS-HULL-X TO 1.
           SEARCH WS-HULL-ENTRY
              AT END
                 CONTINUE
              WHEN WS-HULL-X > WS-HULL-COUNT
                 CONTINUE
              WHEN WS-CUR-KEY = WS-HULL-KEY(WS-HULL-X)
                 SET WS-HULL-SLOT TO WS-HULL-X
           END-SEARCH.

       APPLY-TRANSITION.
           IF SRT-STAT = 'D' AND WS-IN-DEPLOY = 'N'
              MOVE 'Y' TO WS-IN-DEPLOY
              MOVE SRT-DATE TO WS-DEP-START
              MOVE SRT-ADDED TO WS-DEP-APPROX
           END-IF.
           IF SRT-STAT NOT = 'D' AND WS-IN-DEPLOY = 'Y'
              MOVE 'N' TO WS-IN-DEPLOY
              MOVE SRT-DATE TO WS-DEP-END
              PERFORM CLOSE-DEPLOYMENT
           END-IF.

       CLOSE-DEPLOYMENT.
           IF WS-HULL-SLOT > 0
              MOVE WS-DEP-START TO WS-DATE-IN
              PERFORM DATE-TO-DAYNUM
              MOVE WS-DAYNUM TO WS-DEP-START-DAYNUM
              MOVE WS-DEP-END TO WS-DATE-IN
              PERFORM DATE-TO-DAYNUM
              MOVE WS-DAYNUM TO WS-DEP-END-DAYNUM
              COMPUTE WS-DEP-DAYS = WS-DEP-END-DAYNUM
                  - WS-DEP-START-DAYNUM
              ADD 1 TO WS-HULL-PERIODS(WS-HULL-SLOT)
              MOVE WS-DEP-DAYS TO WS-HULL-LAST-LEN(WS-HULL-SLOT)
              MOVE WS-DEP-END-DAYNUM TO WS-HULL-LAST-END(WS-HULL-SLOT)
              PERFORM ADD-WINDOW-DAYS
              MOVE WS-DEP-END TO WS-END-TEXT
              PERFORM PRINT-PERIOD-LINE
           END-IF.

       FINISH-HULL.
      * a deployment still open when the hull's transitions run out
      * is the current one, measured to today
           IF WS-IN-DEPLOY = 'Y' AND WS-HULL-SLOT > 0
              MOVE WS-DEP-START TO WS-DATE-IN
              PERFORM DATE-TO-DAYNUM
              MOVE WS-DAYNUM TO WS-DEP-START-DAYNUM
              MOVE WS-TODAY-DAYNUM TO WS-DEP-END-DAYNUM
              COMPUTE WS-DEP-DAYS = WS-DEP-END-DAYNUM
                  - WS-DEP-START-DAYNUM
              PERFORM ADD-WINDOW-DAYS
              MOVE WS-DEP-START TO WS-HULL-CUR-START(WS-HULL-SLOT)
              MOVE WS-DEP-START-DAYNUM TO
                  WS-HULL-CUR-DAYNUM(WS-HULL-SLOT)
              MOVE WS-DEP-DAYS TO WS-HULL-CUR-DAYS(WS-HULL-SLOT)
              MOVE WS-DEP-APPROX TO WS-HULL-CUR-APPROX(WS-HULL-SLOT)
              MOVE 'ONGOING' TO WS-END-TEXT
              PERFORM PRINT-PERIOD-LINE
           END-IF.

       ADD-WINDOW-DAYS.
      * the part of the deployment from WS-DEP-START-DAYNUM to
      * WS-DEP-END-DAYNUM falling inside each trailing window
           IF WS-DEP-START-DAYNUM > WS-WIN12-DAYNUM
              MOVE WS-DEP-START-DAYNUM TO WS-OVERLAP-FROM
           ELSE
              MOVE WS-WIN12-DAYNUM TO WS-OVERLAP-FROM
           END-IF.
           IF WS-DEP-END-DAYNUM > WS-OVERLAP-FROM
              COMPUTE WS-HULL-DAYS-12(WS-HULL-SLOT) =
                  WS-HULL-DAYS-12(WS-HULL-SLOT)
                  + WS-DEP-END-DAYNUM - WS-OVERLAP-FROM
           END-IF.
           IF WS-DEP-START-DAYNUM > WS-WIN24-DAYNUM
              MOVE WS-DEP-START-DAYNUM TO WS-OVERLAP-FROM
           ELSE
              MOVE WS-WIN24-DAYNUM TO WS-OVERLAP-FROM
           END-IF.
           IF WS-DEP-END-DAYNUM > WS-OVERLAP-FROM
              COMPUTE WS-HULL-DAYS-24(WS-HULL-SLOT) =
                  WS-HULL-DAYS-24(WS-HULL-SLOT)
                  + WS-DEP-END-DAYNUM - WS-OVERLAP-FROM
           END-IF.

       PRINT-PERIOD-LINE.
      * caller leaves the end date (or ONGOING) in WS-END-TEXT
           ADD 1 TO WS-PERIOD-COUNT.
           IF WS-DEP-APPROX = 'Y'
              MOVE '<' TO WS-START-MARK
           ELSE
              MOVE SPACE TO WS-START-MARK
           END-IF.
           MOVE WS-DEP-DAYS TO WS-ED-DAYS.
           MOVE SPACES TO TEMPORPT-RECORD.
           STRING WS-HULL-NUMBER(WS-HULL-SLOT) ' '
               WS-HULL-NAME(WS-HULL-SLOT) ' ' WS-START-MARK
               WS-DEP-START ' ' WS-END-TEXT ' ' WS-ED-DAYS
               DELIMITED BY SIZE INTO TEMPORPT-RECORD
           END-STRING.
           WRITE TEMPORPT-RECORD.

       FILL-UNJOURNALLED-STARTS.
      * a hull the master shows deployed with no open deployment on
      * the journal went out before the journal begins - count her
      * from the first journal date, marked as a lower bound
           PERFORM VARYING WS-HULL-X FROM 1 BY 1
              UNTIL WS-HULL-X > WS-HULL-COUNT
              IF WS-HULL-STAT(WS-HULL-X) = 'D'
                 AND WS-HULL-CUR-START(WS-HULL-X) = 0
                 SET WS-HULL-SLOT TO WS-HULL-X
                 PERFORM ASSUME-START
              END-IF
           END-PERFORM.
           IF WS-NO-START-COUNT > 0
              MOVE SPACES TO TEMPORPT-RECORD
              STRING WS-NO-START-COUNT ' DEPLOYED HULL(S) WITH NO '
                  'START ON THE JOURNAL - COUNTED FROM THE FIRST '
                  'JOURNAL DATE'
                  DELIMITED BY SIZE INTO TEMPORPT-RECORD
              END-STRING
              WRITE TEMPORPT-RECORD
           END-IF.
           MOVE SPACES TO TEMPORPT-RECORD.
           STRING WS-PERIOD-COUNT ' DEPLOYMENT PERIOD(S) LISTED'
               DELIMITED BY SIZE INTO TEMPORPT-RECORD
           END-STRING.
           WRITE TEMPORPT-RECORD.

       ASSUME-START.
           ADD 1 TO WS-NO-START-COUNT.
           IF WS-JRNL-FIRST = 0
              MOVE WS-RUN-DATE TO WS-DEP-START
           ELSE
              MOVE WS-JRNL-FIRST TO WS-DEP-START
           END-IF.
           MOVE 'Y' TO WS-DEP-APPROX.
           MOVE WS-DEP-START TO WS-DATE-IN.
           PERFORM DATE-TO-DAYNUM.
           MOVE WS-DAYNUM TO WS-DEP-START-DAYNUM.
           MOVE WS-TODAY-DAYNUM TO WS-DEP-END-DAYNUM.
           COMPUTE WS-DEP-DAYS = WS-DEP-END-DAYNUM
               - WS-DEP-START-DAYNUM.
           PERFORM ADD-WINDOW-DAYS.
           MOVE WS-DEP-START TO WS-HULL-CUR-START(WS-HULL-SLOT).
           MOVE WS-DEP-START-DAYNUM TO WS-HULL-CUR-DAYNUM(WS-HULL-SLOT).
           MOVE WS-DEP-DAYS TO WS-HULL-CUR-DAYS(WS-HULL-SLOT).
           MOVE 'Y' TO WS-HULL-CUR-APPROX(WS-HULL-SLOT).
           MOVE 'ONGOING' TO WS-END-TEXT.
           PERFORM PRINT-PERIOD-LINE.

       RELEASE-HULLS.
           PERFORM VARYING WS-HULL-X FROM 1 BY 1
              UNTIL WS-HULL-X > WS-HULL-COUNT
              MOVE WS-HULL-LOC(WS-HULL-X) TO SUM-LOC
              MOVE WS-HULL-TYPE(WS-HULL-X) TO SUM-TYPE
              MOVE WS-HULL-NAME(WS-HULL-X) TO SUM-NAME
              SET SUM-SLOT TO WS-HULL-X
              RELEASE SUM-RECORD
           END-PERFORM.

       PRINT-TEMPO-SUMMARY.
      * one line per hull, a heading at each location and function,
      * and a count of hulls flagged at the end of each location
           MOVE SPACES TO TEMPORPT-RECORD.
           WRITE TEMPORPT-RECORD.
           MOVE SPACES TO TEMPORPT-RECORD.
           MOVE 'TEMPO BY LOCATION AND FUNCTION' TO TEMPORPT-RECORD.
           WRITE TEMPORPT-RECORD.
           PERFORM UNTIL WS-SUM-DONE = 'Y'
              RETURN SUM-WORK
                 AT END
                    MOVE 'Y' TO WS-SUM-DONE
                 NOT AT END
                    PERFORM PRINT-ONE-SUMMARY
              END-RETURN
           END-PERFORM.
           IF WS-FIRST-SUM = 'N'
              PERFORM PRINT-LOC-TOTAL
           END-IF.
           MOVE SPACES TO TEMPORPT-RECORD.
           STRING 'FLEET TOTAL   ' WS-FLEET-HULLS ' HULL(S)  '
               WS-FLEET-DEPLOYED ' DEPLOYED  ' WS-FLEET-FLAGGED
               ' FLAGGED'
               DELIMITED BY SIZE INTO TEMPORPT-RECORD
           END-STRING.
           WRITE TEMPORPT-RECORD.

       PRINT-ONE-SUMMARY.
           MOVE SUM-SLOT TO WS-HULL-SLOT.
           IF WS-FIRST-SUM = 'Y' OR SUM-LOC NOT = WS-PREV-LOC
              IF WS-FIRST-SUM = 'N'
                 PERFORM PRINT-LOC-TOTAL
              END-IF
              MOVE 'N' TO WS-FIRST-SUM
              MOVE SUM-LOC TO WS-PREV-LOC
              MOVE SPACES TO WS-PREV-TYPE
              PERFORM PRINT-LOC-HEADING
           END-IF.
           IF SUM-TYPE NOT = WS-PREV-TYPE
              MOVE SUM-TYPE TO WS-PREV-TYPE
              MOVE SUM-TYPE TO WS-LOOKUP-TYPE
              PERFORM LOOKUP-VF-DESC
              MOVE SPACES TO TEMPORPT-RECORD
              STRING '  FUNCTION: ' WS-VF-DESC-FOUND
                  DELIMITED BY SIZE INTO TEMPORPT-RECORD
              END-STRING
              WRITE TEMPORPT-RECORD
           END-IF.
           PERFORM JUDGE-HULL-TEMPO.
           ADD 1 TO WS-LOC-HULLS.
           ADD 1 TO WS-FLEET-HULLS.
           IF WS-HULL-STAT(WS-HULL-SLOT) = 'D'
              ADD 1 TO WS-LOC-DEPLOYED
              ADD 1 TO WS-FLEET-DEPLOYED
           END-IF.
           IF WS-FLAG-TEXT NOT = SPACES
              ADD 1 TO WS-LOC-FLAGGED
              ADD 1 TO WS-FLEET-FLAGGED
           END-IF.
           PERFORM PRINT-HULL-LINE.

       JUDGE-HULL-TEMPO.
      * turnaround: days home between the end of the last completed
      * deployment and the start of the current one (or today, when
      * she is home), over the last deployment's length. only a hull
      * already back out can have turned around too fast.
           MOVE 'N' TO WS-HAS-RATIO.
           MOVE 0 TO WS-HOME-DAYS.
           MOVE 0 TO WS-TURN-RATIO.
           IF WS-HULL-PERIODS(WS-HULL-SLOT) > 0
              IF WS-HULL-CUR-START(WS-HULL-SLOT) > 0
                 COMPUTE WS-HOME-DAYS =
                     WS-HULL-CUR-DAYNUM(WS-HULL-SLOT)
                     - WS-HULL-LAST-END(WS-HULL-SLOT)
              ELSE
                 COMPUTE WS-HOME-DAYS = WS-TODAY-DAYNUM
                     - WS-HULL-LAST-END(WS-HULL-SLOT)
              END-IF
              IF WS-HULL-LAST-LEN(WS-HULL-SLOT) > 0
                 MOVE 'Y' TO WS-HAS-RATIO
                 COMPUTE WS-TURN-RATIO ROUNDED = WS-HOME-DAYS
                     / WS-HULL-LAST-LEN(WS-HULL-SLOT)
                    ON SIZE ERROR
                       MOVE 999.99 TO WS-TURN-RATIO
                 END-COMPUTE
              END-IF
           END-IF.
           MOVE SPACES TO WS-FLAG-TEXT.
           MOVE 1 TO WS-FLAG-PTR.
           IF WS-HULL-CUR-DAYS(WS-HULL-SLOT) > WS-MAX-DEPLOY
              STRING 'LONG DEPLOY ' DELIMITED BY SIZE
                  INTO WS-FLAG-TEXT WITH POINTER WS-FLAG-PTR
              END-STRING
           END-IF.
           IF WS-HULL-DAYS-12(WS-HULL-SLOT) > WS-MAX-12MO
              STRING 'HIGH TEMPO ' DELIMITED BY SIZE
                  INTO WS-FLAG-TEXT WITH POINTER WS-FLAG-PTR
              END-STRING
           END-IF.
           IF WS-HAS-RATIO = 'Y'
              AND WS-HULL-CUR-START(WS-HULL-SLOT) > 0
              AND WS-TURN-RATIO < WS-MIN-TURN
              STRING 'SHORT TURN ' DELIMITED BY SIZE
                  INTO WS-FLAG-TEXT WITH POINTER WS-FLAG-PTR
              END-STRING
           END-IF.

       PRINT-HULL-LINE.
           MOVE WS-HULL-STAT(WS-HULL-SLOT) TO WS-STAT-IN.
           PERFORM DESCRIBE-STATUS.
           MOVE WS-HULL-DAYS-12(WS-HULL-SLOT) TO WS-ED-12.
           MOVE WS-HULL-DAYS-24(WS-HULL-SLOT) TO WS-ED-24.
           MOVE WS-HULL-CUR-DAYS(WS-HULL-SLOT) TO WS-ED-CUR.
           MOVE WS-HULL-LAST-LEN(WS-HULL-SLOT) TO WS-ED-LAST.
           MOVE WS-HOME-DAYS TO WS-ED-HOME.
           IF WS-HAS-RATIO = 'Y'
              MOVE WS-TURN-RATIO TO WS-ED-RATIO
           ELSE
              MOVE '   N/A' TO WS-ED-RATIO-X
           END-IF.
           IF WS-HULL-CUR-APPROX(WS-HULL-SLOT) = 'Y'
              MOVE '<' TO WS-START-MARK
           ELSE
              MOVE SPACE TO WS-START-MARK
           END-IF.
           MOVE SPACES TO TEMPORPT-RECORD.
           STRING '    ' WS-HULL-NAME(WS-HULL-SLOT) ' '
               WS-HULL-NUMBER(WS-HULL-SLOT) ' ' WS-STAT-DESC
               WS-ED-12 '  ' WS-ED-24 '   ' WS-START-MARK WS-ED-CUR
               '  ' WS-ED-LAST '  ' WS-ED-HOME ' ' WS-ED-RATIO
               '  ' WS-FLAG-TEXT
               DELIMITED BY SIZE INTO TEMPORPT-RECORD
           END-STRING.
           WRITE TEMPORPT-RECORD.

       PRINT-LOC-HEADING.
           MOVE SUM-LOC TO WS-LOOKUP-LOC.
           PERFORM LOOKUP-LOC-NAME.
           MOVE 0 TO WS-LOC-HULLS.
           MOVE 0 TO WS-LOC-DEPLOYED.
           MOVE 0 TO WS-LOC-FLAGGED.
           MOVE SPACES TO TEMPORPT-RECORD.
           WRITE TEMPORPT-RECORD.
           MOVE SPACES TO TEMPORPT-RECORD.
           STRING 'LOCATION: ' WS-LOC-NAME-FOUND
               DELIMITED BY SIZE INTO TEMPORPT-RECORD
           END-STRING.
           WRITE TEMPORPT-RECORD.
           MOVE SPACES TO TEMPORPT-RECORD.
           STRING '    NAME      HULL  STATUS     12MO 24MO  '
               'CURRENT   LAST   HOME   TURN  FLAGS'
               DELIMITED BY SIZE INTO TEMPORPT-RECORD
           END-STRING.
           WRITE TEMPORPT-RECORD.

       PRINT-LOC-TOTAL.
           MOVE SPACES TO TEMPORPT-RECORD.
           STRING '  LOCATION TOTAL ' WS-LOC-HULLS ' HULL(S)  '
               WS-LOC-DEPLOYED ' DEPLOYED  ' WS-LOC-FLAGGED
               ' FLAGGED'
               DELIMITED BY SIZE INTO TEMPORPT-RECORD
           END-STRING.
           WRITE TEMPORPT-RECORD.

       WRITE-TEMPO-HEADINGS.
           MOVE WS-MIN-TURN TO WS-ED-LIMIT-TURN.
           MOVE SPACES TO TEMPORPT-RECORD.
           STRING 'DEPLOYMENT AND OPTEMPO REPORT - AS OF '
               WS-RUN-DATE
               DELIMITED BY SIZE INTO TEMPORPT-RECORD
           END-STRING.
           WRITE TEMPORPT-RECORD.
           MOVE SPACES TO TEMPORPT-RECORD.
           STRING 'LIMITS: DEPLOYMENT ' WS-MAX-DEPLOY ' DAYS, '
               'TRAILING 12 MONTHS ' WS-MAX-12MO ' DAYS, '
               'TURNAROUND AT LEAST ' WS-ED-LIMIT-TURN
               DELIMITED BY SIZE INTO TEMPORPT-RECORD
           END-STRING.
           WRITE TEMPORPT-RECORD.
           MOVE SPACES TO TEMPORPT-RECORD.
           WRITE TEMPORPT-RECORD.

       DESCRIBE-STATUS.
      * same wording as INQUVMF and VESSHIST
           EVALUATE WS-STAT-IN
              WHEN ' '
                 MOVE 'OPERATIONAL' TO WS-STAT-DESC
              WHEN 'D'
                 MOVE 'DEPLOYED' TO WS-STAT-DESC
              WHEN 'O'
                 MOVE 'IN OVERHAUL' TO WS-STAT-DESC
              WHEN 'V'
                 MOVE 'RESERVE' TO WS-STAT-DESC
              WHEN 'R'
                 MOVE 'RETIRED' TO WS-STAT-DESC
              WHEN OTHER
                 MOVE WS-STAT-IN TO WS-STAT-DESC
           END-EVALUATE.

       LOAD-LOC-TABLE.
           OPEN INPUT LOCFILE.
           PERFORM UNTIL WS-LOC-EOF = 'Y'
              READ LOCFILE
                 AT END
                    MOVE 'Y' TO WS-LOC-EOF
                 NOT AT END
                    ADD 1 TO WS-LOC-COUNT
                    IF WS-LOC-COUNT > 20
                       DISPLAY 'OPTEMPO: LOCS.DAT HAS MORE THAN 20 '
                           'ENTRIES, RAISE WS-LOC-ENTRY OCCURS IN '
                           'Optempo.cbl'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                    END-IF
                    MOVE LF-LOC-CODE TO WS-LOC-CODE(WS-LOC-COUNT)
                    MOVE LF-LOC-NAME TO WS-LOC-NAME-TBL(WS-LOC-COUNT)
              END-READ
           END-PERFORM.
           CLOSE LOCFILE.

       LOAD-VF-TABLE.
           OPEN INPUT VESSFUNCFILE.
           PERFORM UNTIL WS-VF-EOF = 'Y'
              READ VESSFUNCFILE
                 AT END
                    MOVE 'Y' TO WS-VF-EOF
                 NOT AT END
                    ADD 1 TO WS-VF-COUNT
                    IF WS-VF-COUNT > 20
                       DISPLAY 'OPTEMPO: VESSFUNC.DAT HAS MORE THAN '
                           '20 ENTRIES, RAISE WS-VF-ENTRY OCCURS IN '
                           'Optempo.cbl'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                    END-IF
                    MOVE VF-CODE TO WS-VF-CODE(WS-VF-COUNT)
                    MOVE VF-DESC TO WS-VF-DESC-TBL(WS-VF-COUNT)
              END-READ
           END-PERFORM.
           CLOSE VESSFUNCFILE.

       LOOKUP-LOC-NAME.
           MOVE SPACES TO WS-LOC-NAME-FOUND.
           SET WS-LOC-X TO 1.
           SEARCH WS-LOC-ENTRY
              AT END
                 MOVE WS-LOOKUP-LOC TO WS-LOC-NAME-FOUND
              WHEN WS-LOC-X > WS-LOC-COUNT
                 MOVE WS-LOOKUP-LOC TO WS-LOC-NAME-FOUND
              WHEN WS-LOOKUP-LOC = WS-LOC-CODE(WS-LOC-X)
                 MOVE WS-LOC-NAME-TBL(WS-LOC-X) TO WS-LOC-NAME-FOUND
           END-SEARCH.

       LOOKUP-VF-DESC.
           MOVE SPACES TO WS-VF-DESC-FOUND.
           SET WS-VF-X TO 1.
           SEARCH WS-VF-ENTRY
              AT END
                 MOVE WS-LOOKUP-TYPE TO WS-VF-DESC-FOUND
              WHEN WS-VF-X > WS-VF-COUNT
                 MOVE WS-LOOKUP-TYPE TO WS-VF-DESC-FOUND
              WHEN WS-LOOKUP-TYPE = WS-VF-CODE(WS-VF-X)
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
                 DISPLAY 'OPTEMPO: UNABLE TO OPEN UVMFJIDX.DAT, '
                     'STATUS = ' WS-JIDX-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.
           MOVE 'N' TO WS-CHAIN-LIVE-OPEN.
           OPEN INPUT JRNLFILE.
           IF WS-JRNL-STATUS NOT = '35'
              IF WS-JRNL-STATUS NOT = '00'
                 DISPLAY 'OPTEMPO: UNABLE TO OPEN UVMFJRNL.DAT, '
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
                       DISPLAY 'OPTEMPO: UNABLE TO OPEN ARCHIVE '
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
              DISPLAY 'OPTEMPO: ' WS-ARCH-PATH ' HOLDS '
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

       END PROGRAM OPTEMPO.
