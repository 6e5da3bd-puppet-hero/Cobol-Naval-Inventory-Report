      * change audit by operator for the security officer's quarterly
      * review - every journalled change to the vessel master
      * (UVMFJRNL.DAT) and the reference masters (REFJRNL.DAT),
      * grouped by the operator who made it and in date/time order
      * within each operator. optional arguments on the command line:
      *    operaudt <fromdate> <todate> <operator>
      * dates are YYYYMMDD bounds on the journal date, operator is an
      * ID off OPERATOR.DAT ('*' or missing = every operator). a
      * vessel master change is named from its before and after
      * images - add, change, retire, transfer, set status, rename,
      * assign hull - so the listing reads the way the menus do.
      * lines journalled before operators were recorded print under
      * (NOT RECORDED). output is OPERAUDT.RPT.
      * vessel master changes ARCHJRNL has moved into the archive
      * generations (UVMFJIDX.DAT) are read ahead of the live journal.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERAUDT.
       AUTHOR. VEGA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT REFJRNL ASSIGN TO '.\REFJRNL.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RJ-STATUS.

           SELECT OPERFILE ASSIGN TO '.\OPERATOR.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-OPER-STATUS.

           SELECT AUDRPT ASSIGN TO '.\OPERAUDT.RPT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT SORT-WORK ASSIGN TO '.\AUDSRT.DAT'.

       DATA DIVISION.
       FILE SECTION.
       FD JRNLFILE.
           COPY UVMFJRNL.

       FD JIDXFILE.
           COPY JRNLIDX.

      * an archived journal line - same layout as JRNL-RECORD
       FD ARCHFILE.
       01 ARCH-RECORD     PIC X(108).

       FD REFJRNL.
           COPY REFJRNL.

       FD OPERFILE.
           COPY OPERREC.

       FD AUDRPT.
       01 AUDRPT-RECORD     PIC X(100).

       SD SORT-WORK.
       01 SRT-RECORD.
          05 SRT-OPERATOR     PIC X(08).
          05 SRT-DATE     PIC 9(08).
          05 SRT-TIME     PIC 9(08).
          05 SRT-PROGRAM     PIC X(09).
          05 SRT-FILE-ID     PIC X(08).
          05 SRT-ACTION     PIC X(12).
          05 SRT-KEY     PIC X(10).

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
       01 WS-RJ-STATUS     PIC X(02)     VALUE '00'.
       01 WS-OPER-STATUS     PIC X(02)     VALUE '00'.
       01 WS-JRNL-EOF     PIC X(01)     VALUE 'N'.
       01 WS-RJ-EOF     PIC X(01)     VALUE 'N'.
       01 WS-OPER-EOF     PIC X(01)     VALUE 'N'.
       01 WS-SORT-DONE     PIC X(01)     VALUE 'N'.
       01 WS-RUN-DATE     PIC 9(08)     VALUE 0.

      * command line: date range and operator filter, with
      * take-everything defaults when an argument is left off
       01 WS-CMD-LINE     PIC X(30)     VALUE SPACES.
       01 WS-ARG-FROM     PIC X(08)     VALUE SPACES.
       01 WS-ARG-TO     PIC X(08)     VALUE SPACES.
       01 WS-ARG-OPER     PIC X(08)     VALUE '*'.
       01 WS-FROM-DATE     PIC 9(08)     VALUE 0.
       01 WS-TO-DATE     PIC 9(08)     VALUE 99999999.

      * the journal images broken out, so a vessel master rewrite
      * can be named for what it actually changed
       01 WS-BEF-REC.
          05 BEF-NAME     PIC X(09).
          05 BEF-TYPE     PIC X(02).
          05 BEF-TONNAGE     PIC 9(06).
          05 BEF-CREW     PIC 9(05).
          05 BEF-LOC     PIC X(01).
          05 BEF-STAT     PIC X(01).
          05 BEF-HULL     PIC X(05).
          05 BEF-COMM-DATE     PIC X(08).
       01 WS-AFT-REC.
          05 AFT-NAME     PIC X(09).
          05 AFT-TYPE     PIC X(02).
          05 AFT-TONNAGE     PIC 9(06).
          05 AFT-CREW     PIC 9(05).
          05 AFT-LOC     PIC X(01).
          05 AFT-STAT     PIC X(01).
          05 AFT-HULL     PIC X(05).
          05 AFT-COMM-DATE     PIC X(08).

       01 WS-HOLD-OPERATOR     PIC X(08)     VALUE LOW-VALUES.
       01 WS-OPER-NAME-FOUND     PIC X(20)     VALUE SPACES.
       01 WS-LOOKUP-OPER     PIC X(08)     VALUE SPACES.

       01 WS-AUD-COUNTS.
          05 WS-UVMF-READ     PIC 9(05)     VALUE 0.
          05 WS-REF-READ     PIC 9(05)     VALUE 0.
          05 WS-LISTED-COUNT     PIC 9(05)     VALUE 0.
          05 WS-OPER-CHANGES     PIC 9(05)     VALUE 0.
          05 WS-OPER-GROUPS     PIC 9(05)     VALUE 0.

      * OPERATOR.DAT, loaded once so each operator group can carry
      * the operator's name
       01 WS-OPR-COUNT     PIC 9(02)     VALUE 0.
       01 WS-OPR-TABLE.
          05 WS-OPR-ENTRY     OCCURS 50 TIMES
                               INDEXED BY WS-OPR-X.
             10 WS-OPR-ID     PIC X(08).
             10 WS-OPR-NAME     PIC X(20).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM PARSE-ARGUMENTS.
           PERFORM LOAD-OPR-TABLE.
           OPEN OUTPUT AUDRPT.
           PERFORM WRITE-AUD-HEADINGS.
           SORT SORT-WORK
               ON ASCENDING KEY SRT-OPERATOR SRT-DATE SRT-TIME
               INPUT PROCEDURE IS COLLECT-CHANGES
               OUTPUT PROCEDURE IS PRINT-CHANGES.
           IF WS-OPER-GROUPS > 0
              PERFORM WRITE-OPER-TOTAL
           END-IF.
           PERFORM WRITE-AUD-TOTALS.
           CLOSE AUDRPT.
           DISPLAY 'OPERAUDT: ' WS-LISTED-COUNT
               ' CHANGES LISTED TO OPERAUDT.RPT'.
           STOP RUN.

       PARSE-ARGUMENTS.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           UNSTRING WS-CMD-LINE DELIMITED BY ALL ' '
               INTO WS-ARG-FROM WS-ARG-TO WS-ARG-OPER
           END-UNSTRING.
           IF WS-ARG-FROM NUMERIC
              MOVE WS-ARG-FROM TO WS-FROM-DATE
           END-IF.
           IF WS-ARG-TO NUMERIC
              MOVE WS-ARG-TO TO WS-TO-DATE
           END-IF.
           IF WS-ARG-OPER = SPACES
              MOVE '*' TO WS-ARG-OPER
           END-IF.

       LOAD-OPR-TABLE.
      * a missing OPERATOR.DAT doesn't stop the audit - the journals
      * are the evidence, the names are only a convenience
           OPEN INPUT OPERFILE.
           IF WS-OPER-STATUS = '35'
              MOVE 'Y' TO WS-OPER-EOF
           ELSE
              IF WS-OPER-STATUS NOT = '00'
                 DISPLAY 'OPERAUDT: UNABLE TO OPEN OPERATOR.DAT, '
                     'STATUS = ' WS-OPER-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.
           PERFORM UNTIL WS-OPER-EOF = 'Y'
              READ OPERFILE
                 AT END
                    MOVE 'Y' TO WS-OPER-EOF
                 NOT AT END
                    ADD 1 TO WS-OPR-COUNT
                    IF WS-OPR-COUNT > 50
                       DISPLAY 'OPERAUDT: OPERATOR.DAT HAS MORE THAN '
                           '50 ENTRIES, RAISE WS-OPR-ENTRY OCCURS IN '
                           'OperAudit.cbl'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                    END-IF
                    MOVE OPER-ID TO WS-OPR-ID(WS-OPR-COUNT)
                    MOVE OPER-NAME TO WS-OPR-NAME(WS-OPR-COUNT)
              END-READ
           END-PERFORM.
           IF WS-OPER-STATUS NOT = '35'
              CLOSE OPERFILE
           END-IF.

       WRITE-AUD-HEADINGS.
           MOVE SPACES TO AUDRPT-RECORD.
           MOVE 'CHANGE AUDIT BY OPERATOR' TO AUDRPT-RECORD.
           WRITE AUDRPT-RECORD.
           MOVE SPACES TO AUDRPT-RECORD.
           IF WS-ARG-OPER NOT = '*'
              STRING 'RUN DATE ' WS-RUN-DATE '  OPERATOR '
                  WS-ARG-OPER '  JOURNAL DATES ' WS-FROM-DATE
                  ' THRU ' WS-TO-DATE
                  DELIMITED BY SIZE INTO AUDRPT-RECORD
              END-STRING
           ELSE
              STRING 'RUN DATE ' WS-RUN-DATE '  ALL OPERATORS  '
                  'JOURNAL DATES ' WS-FROM-DATE ' THRU ' WS-TO-DATE
                  DELIMITED BY SIZE INTO AUDRPT-RECORD
              END-STRING
           END-IF.
           WRITE AUDRPT-RECORD.
           MOVE SPACES TO AUDRPT-RECORD.
           STRING '  DATE     TIME     PROGRAM   FILE     '
               'ACTION       KEY'
               DELIMITED BY SIZE INTO AUDRPT-RECORD
           END-STRING.
           WRITE AUDRPT-RECORD.

       COLLECT-CHANGES.
           PERFORM SCAN-UVMF-JOURNAL.
           PERFORM SCAN-REF-JOURNAL.

       SCAN-UVMF-JOURNAL.
           PERFORM OPEN-JOURNAL-CHAIN.
           IF WS-CHAIN-LIVE-OPEN = 'N' AND WS-JIDX-STATUS = '35'
              DISPLAY 'OPERAUDT: NO UVMFJRNL.DAT - NO VESSEL MASTER '
                  'CHANGES TO LIST'
           END-IF.
           PERFORM READ-JOURNAL-CHAIN.
           PERFORM UNTIL WS-JRNL-EOF = 'Y'
              ADD 1 TO WS-UVMF-READ
              IF JRNL-DATE >= WS-FROM-DATE
                 AND JRNL-DATE <= WS-TO-DATE
                 AND (WS-ARG-OPER = '*'
                    OR JRNL-OPERATOR = WS-ARG-OPER)
                 PERFORM RELEASE-UVMF-CHANGE
              END-IF
              PERFORM READ-JOURNAL-CHAIN
           END-PERFORM.
           PERFORM CLOSE-JOURNAL-CHAIN.

       RELEASE-UVMF-CHANGE.
      * names the change the way the MAINTUVMF menu does - a rename
      * is a delete image then a rewrite under the new key, every
      * other rewrite is told apart by which field moved
           MOVE JRNL-BEFORE TO WS-BEF-REC.
           MOVE JRNL-AFTER TO WS-AFT-REC.
           MOVE JRNL-OPERATOR TO SRT-OPERATOR.
           MOVE JRNL-DATE TO SRT-DATE.
           MOVE JRNL-TIME TO SRT-TIME.
           MOVE JRNL-PROGRAM TO SRT-PROGRAM.
           MOVE 'UVMF    ' TO SRT-FILE-ID.
           MOVE AFT-NAME TO SRT-KEY.
           EVALUATE TRUE
              WHEN JRNL-ADD-IMAGE
                 MOVE 'ADD' TO SRT-ACTION
              WHEN JRNL-DELETE-IMAGE
                 MOVE 'RENAME FROM' TO SRT-ACTION
                 MOVE BEF-NAME TO SRT-KEY
              WHEN BEF-NAME NOT = AFT-NAME
                 MOVE 'RENAME TO' TO SRT-ACTION
              WHEN AFT-STAT = 'R' AND BEF-STAT NOT = 'R'
                 MOVE 'RETIRE' TO SRT-ACTION
              WHEN AFT-LOC NOT = BEF-LOC
                 MOVE 'TRANSFER' TO SRT-ACTION
              WHEN AFT-STAT NOT = BEF-STAT
                 MOVE 'SET STATUS' TO SRT-ACTION
              WHEN AFT-HULL NOT = BEF-HULL
                 MOVE 'ASSIGN HULL' TO SRT-ACTION
              WHEN OTHER
                 MOVE 'CHANGE' TO SRT-ACTION
           END-EVALUATE.
           RELEASE SRT-RECORD.

       SCAN-REF-JOURNAL.
           OPEN INPUT REFJRNL.
           IF WS-RJ-STATUS = '35'
              DISPLAY 'OPERAUDT: NO REFJRNL.DAT - NO REFERENCE '
                  'CHANGES TO LIST'
              MOVE 'Y' TO WS-RJ-EOF
           ELSE
              IF WS-RJ-STATUS NOT = '00'
                 DISPLAY 'OPERAUDT: UNABLE TO OPEN REFJRNL.DAT, '
                     'STATUS = ' WS-RJ-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.
           PERFORM UNTIL WS-RJ-EOF = 'Y'
              READ REFJRNL
                 AT END
                    MOVE 'Y' TO WS-RJ-EOF
                 NOT AT END
                    ADD 1 TO WS-REF-READ
                    IF RJ-DATE >= WS-FROM-DATE
                       AND RJ-DATE <= WS-TO-DATE
                       AND (WS-ARG-OPER = '*'
                          OR RJ-OPERATOR = WS-ARG-OPER)
                       PERFORM RELEASE-REF-CHANGE
                    END-IF
              END-READ
           END-PERFORM.
           IF WS-RJ-STATUS NOT = '35'
              CLOSE REFJRNL
           END-IF.

       RELEASE-REF-CHANGE.
      * the key of a reference record is its leading bytes - loc
      * code, function code, or rate code plus effective date - so
      * the first ten of whichever image isn't spaces identify it.
      * a manning standard's key is only function plus status, so
      * the crew figures behind it are blanked off.
           MOVE RJ-OPERATOR TO SRT-OPERATOR.
           MOVE RJ-DATE TO SRT-DATE.
           MOVE RJ-TIME TO SRT-TIME.
           MOVE RJ-PROGRAM TO SRT-PROGRAM.
           MOVE RJ-FILE-ID TO SRT-FILE-ID.
           EVALUATE TRUE
              WHEN RJ-ADD-IMAGE
                 MOVE 'ADD' TO SRT-ACTION
                 MOVE RJ-AFTER(1:10) TO SRT-KEY
              WHEN RJ-DELETE-IMAGE
                 MOVE 'DELETE' TO SRT-ACTION
                 MOVE RJ-BEFORE(1:10) TO SRT-KEY
              WHEN OTHER
                 MOVE 'CHANGE' TO SRT-ACTION
                 MOVE RJ-AFTER(1:10) TO SRT-KEY
           END-EVALUATE.
           IF RJ-FILE-ID = 'MANNSTD '
              MOVE SPACES TO SRT-KEY(4:)
           END-IF.
           RELEASE SRT-RECORD.

       PRINT-CHANGES.
           PERFORM UNTIL WS-SORT-DONE = 'Y'
              RETURN SORT-WORK
                 AT END
                    MOVE 'Y' TO WS-SORT-DONE
                 NOT AT END
                    PERFORM PRINT-ONE-CHANGE
              END-RETURN
           END-PERFORM.

       PRINT-ONE-CHANGE.
           IF SRT-OPERATOR NOT = WS-HOLD-OPERATOR
              IF WS-OPER-GROUPS > 0
                 PERFORM WRITE-OPER-TOTAL
              END-IF
              ADD 1 TO WS-OPER-GROUPS
              MOVE 0 TO WS-OPER-CHANGES
              MOVE SRT-OPERATOR TO WS-HOLD-OPERATOR
              PERFORM WRITE-OPER-HEADING
           END-IF.
           ADD 1 TO WS-OPER-CHANGES.
           ADD 1 TO WS-LISTED-COUNT.
           MOVE SPACES TO AUDRPT-RECORD.
           STRING '  ' SRT-DATE ' ' SRT-TIME ' ' SRT-PROGRAM ' '
               SRT-FILE-ID ' ' SRT-ACTION ' ' SRT-KEY
               DELIMITED BY SIZE INTO AUDRPT-RECORD
           END-STRING.
           WRITE AUDRPT-RECORD.

       WRITE-OPER-HEADING.
           MOVE SPACES TO AUDRPT-RECORD.
           IF WS-HOLD-OPERATOR = SPACES
              MOVE 'OPERATOR (NOT RECORDED)' TO AUDRPT-RECORD
           ELSE
              MOVE WS-HOLD-OPERATOR TO WS-LOOKUP-OPER
              PERFORM LOOKUP-OPER-NAME
              STRING 'OPERATOR ' WS-HOLD-OPERATOR ' '
                  WS-OPER-NAME-FOUND
                  DELIMITED BY SIZE INTO AUDRPT-RECORD
              END-STRING
           END-IF.
           WRITE AUDRPT-RECORD.

       LOOKUP-OPER-NAME.
      * an ID no longer on OPERATOR.DAT is worth saying so - the
      * security officer will want to know who that was
           SET WS-OPR-X TO 1.
           SEARCH WS-OPR-ENTRY
              AT END
                 MOVE 'NOT ON OPERATOR.DAT' TO WS-OPER-NAME-FOUND
              WHEN WS-OPR-X > WS-OPR-COUNT
                 MOVE 'NOT ON OPERATOR.DAT' TO WS-OPER-NAME-FOUND
              WHEN WS-LOOKUP-OPER = WS-OPR-ID(WS-OPR-X)
                 MOVE WS-OPR-NAME(WS-OPR-X) TO WS-OPER-NAME-FOUND
           END-SEARCH.

       WRITE-OPER-TOTAL.
           MOVE SPACES TO AUDRPT-RECORD.
           STRING '  CHANGES BY OPERATOR ' WS-OPER-CHANGES
               DELIMITED BY SIZE INTO AUDRPT-RECORD
           END-STRING.
           WRITE AUDRPT-RECORD.

       WRITE-AUD-TOTALS.
           MOVE SPACES TO AUDRPT-RECORD.
           STRING 'JOURNAL LINES READ - UVMF ' WS-UVMF-READ
               '  REFERENCE ' WS-REF-READ
               DELIMITED BY SIZE INTO AUDRPT-RECORD
           END-STRING.
           WRITE AUDRPT-RECORD.
           MOVE SPACES TO AUDRPT-RECORD.
           STRING 'CHANGES LISTED ' WS-LISTED-COUNT
               '  OPERATORS ' WS-OPER-GROUPS
               DELIMITED BY SIZE INTO AUDRPT-RECORD
           END-STRING.
           WRITE AUDRPT-RECORD.

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
                 DISPLAY 'OPERAUDT: UNABLE TO OPEN UVMFJIDX.DAT, '
                     'STATUS = ' WS-JIDX-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.
           MOVE 'N' TO WS-CHAIN-LIVE-OPEN.
           OPEN INPUT JRNLFILE.
           IF WS-JRNL-STATUS NOT = '35'
              IF WS-JRNL-STATUS NOT = '00'
                 DISPLAY 'OPERAUDT: UNABLE TO OPEN UVMFJRNL.DAT, '
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
                       DISPLAY 'OPERAUDT: UNABLE TO OPEN ARCHIVE '
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
              DISPLAY 'OPERAUDT: ' WS-ARCH-PATH ' HOLDS '
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

       END PROGRAM OPERAUDT.
