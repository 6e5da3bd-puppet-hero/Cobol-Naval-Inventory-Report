      * what-if scenario run for fleet planning - "what does Pearl
      * Harbor look like if three destroyers move there and two
      * cruisers go to reserve" answered without keying anything
      * into the live master and backing it out afterward. takes a
      * proposed transaction file, SCENTRAN.DAT, in exactly the
      * UVMFTRAN.DAT layout, and applies it to a private copy of the
      * master (SCENUVMF.DAT, rebuilt from UVMF.DAT at the start of
      * every run) with the same edits and port capacity checks
      * BATCHUVMF puts on a live batch. UVMF.DAT is only ever opened
      * for input; nothing is journalled, nothing goes on
      * MOVEHIST.DAT, no batch is registered and no ack is written.
      * header and trailer lines, if the file carries them, are
      * skipped - the batch controls guard a shore transmission, not
      * a planner's proposal. output is SCENARIO.RPT:
      *    - the transaction listing, accepted or rejected and why
      *    - the scenario fleet, laid out like SHIPS.RPT (same
      *      PARAM.DAT tonnage floor, same COST-MONT rule)
      *    - port utilization under the scenario, like PORTUTIL
      *    - the twelve-month crew cost projection, like COSTPROJ
      *    - live against scenario side by side per location: hulls,
      *      tonnage, crew, monthly cost and twelve-month cost
      * any rejected transaction or a port over capacity under the
      * scenario ends the run RC 4.
      *    scenuvmf
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCENUVMF.
       AUTHOR. VEGA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANFILE ASSIGN TO '.\SCENTRAN.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-TRAN-STATUS.

      * the live master - read once, start to finish, to seed the
      * private copy. never opened for anything but input.
           SELECT LIVEUVMF ASSIGN TO '.\UVMF.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS LIVE-NAME
           FILE STATUS IS WS-LIVE-STATUS.

      * the private copy the scenario is applied to - same layout
      * and key as the live master, so the BATCHUVMF apply logic
      * runs against it unchanged
           SELECT UVMF ASSIGN TO '.\SCENUVMF.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS UVMF-NAME
           FILE STATUS IS WS-UVMF-STATUS.

           SELECT LOCFILE ASSIGN TO '.\LOCS.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT VESSFUNCFILE ASSIGN TO '.\VESSFUNC.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT CREWCOSTFILE ASSIGN TO '.\CREWCOST.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT MANFACTFILE ASSIGN TO '.\MANFACT.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-MF-STATUS.

           SELECT PARMFILE ASSIGN TO '.\PARAM.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PARM-STATUS.

           SELECT SCENRPT ASSIGN TO '.\SCENARIO.RPT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT SORT-WORK ASSIGN TO '.\SCENSRT.DAT'.

       DATA DIVISION.
       FILE SECTION.
      * the BATCHUVMF transaction layout - see BatchUvmf.cbl for the
      * meaning of each field by action
       FD TRANFILE.
       01 TRAN-RECORD.
          05 TRAN-ACTION     PIC X(01).
             88 TRAN-ADD     VALUE 'A'.
             88 TRAN-CHANGE     VALUE 'C'.
             88 TRAN-RETIRE     VALUE 'R'.
             88 TRAN-TRANSFER     VALUE 'T'.
             88 TRAN-SET-STAT     VALUE 'S'.
             88 TRAN-RENAME     VALUE 'N'.
             88 TRAN-HEADER-REC     VALUE 'H'.
             88 TRAN-TRAILER-REC     VALUE 'Z'.
          05 TRAN-NAME     PIC X(09).
          05 TRAN-TYPE     PIC X(02).
          05 TRAN-TONNAGE     PIC X(06).
          05 TRAN-TONNAGE-N REDEFINES TRAN-TONNAGE     PIC 9(06).
          05 TRAN-CREW     PIC X(05).
          05 TRAN-CREW-N REDEFINES TRAN-CREW     PIC 9(05).
          05 TRAN-LOC     PIC X(01).
          05 TRAN-STAT     PIC X(01).
          05 TRAN-HULL     PIC X(05).
          05 TRAN-NEW-NAME     PIC X(09).
          05 TRAN-COMM-DATE     PIC X(08).
          05 TRAN-COMM-DATE-N REDEFINES TRAN-COMM-DATE     PIC 9(08).

      * live records come across whole into UVMF-RECORD - only the
      * key needs naming here
       FD LIVEUVMF.
       01 LIVE-RECORD.
          05 LIVE-NAME     PIC X(09).
          05 FILLER     PIC X(28).

       FD UVMF.
           COPY UVMFREC.

       FD LOCFILE.
           COPY LOCSREC.

       FD VESSFUNCFILE.
           COPY VFUNCREC.

       FD CREWCOSTFILE.
       01 CREWCOSTFILE-RECORD.
          05 CC-CODE     PIC X(02).
          05 CC-EFF-DATE     PIC 9(08).
          05 CC-RATE     PIC 9(04)V99.

      * manning factor master - status byte to the fraction of full
      * complement that status actually pays for, two implied
      * decimals (100 = full complement, 025 = a quarter)
       FD MANFACTFILE.
       01 MANFACTFILE-RECORD.
          05 MF-STAT     PIC X(01).
          05 MF-FACTOR     PIC 9(01)V99.

      * the SHIPS.RPT tonnage floor - same one-line file REPORTER
      * reads
       FD PARMFILE.
       01 PARM-RECORD     PIC 9(06).

       FD SCENRPT.
       01 SCENRPT-RECORD     PIC X(100).

      * the scenario fleet above the tonnage floor, in SHIPS.RPT
      * order - the month's cost rides along so the listing doesn't
      * have to look it up twice
       SD SORT-WORK.
       01 SRT-RECORD.
          05 SRT-LOC     PIC X(01).
          05 SRT-TYPE     PIC X(02).
          05 SRT-NAME     PIC X(09).
          05 SRT-TONNAGE     PIC 9(06).
          05 SRT-CREW     PIC 9(05).
          05 SRT-STAT     PIC X(01).
          05 SRT-COST     PIC 9(09).

       WORKING-STORAGE SECTION.
       01 WS-TRAN-STATUS     PIC X(02)     VALUE '00'.
       01 WS-LIVE-STATUS     PIC X(02)     VALUE '00'.
       01 WS-UVMF-STATUS     PIC X(02)     VALUE '00'.
       01 WS-PARM-STATUS     PIC X(02)     VALUE '00'.
       01 WS-BEFORE-IMAGE     PIC X(37)     VALUE SPACES.
       01 WS-TRAN-EOF     PIC X(01)     VALUE 'N'.
       01 WS-FOUND-FLAG     PIC X(01)     VALUE 'N'.
       01 WS-REJECT-REASON     PIC X(40)     VALUE SPACES.
       01 WS-RUN-DATE     PIC 9(08)     VALUE 0.
       01 WS-TON-THRESHOLD     PIC 9(06)     VALUE 3500.

       01 WS-EOF-FLAGS.
          05 WS-LIVE-EOF     PIC X     VALUE 'N'.
          05 WS-UVMF-EOF     PIC X     VALUE 'N'.
          05 WS-LOC-EOF     PIC X     VALUE 'N'.
          05 WS-VF-EOF     PIC X     VALUE 'N'.
          05 WS-CC-EOF     PIC X     VALUE 'N'.
          05 WS-MF-EOF     PIC X     VALUE 'N'.
          05 WS-SRT-EOF     PIC X     VALUE 'N'.

       01 WS-TRAN-COUNTS.
          05 WS-READ-COUNT     PIC 9(05)     VALUE 0.
          05 WS-ACCEPT-COUNT     PIC 9(05)     VALUE 0.
          05 WS-REJECT-COUNT     PIC 9(05)     VALUE 0.
          05 WS-CONTROL-COUNT     PIC 9(05)     VALUE 0.
       01 WS-LIVE-COUNT     PIC 9(05)     VALUE 0.
       01 WS-OVER-COUNT     PIC 9(03)     VALUE 0.
       01 WS-OVER-FLAG     PIC X(14)     VALUE SPACES.

      * scratch for the destination capacity check - the scan of
      * the private copy runs through the same record area the
      * transaction is holding, so the vessel is parked in
      * WS-SAVE-RECORD meanwhile
       01 WS-DEST-LOC     PIC X(01)     VALUE SPACE.
       01 WS-XFER-TONNAGE     PIC 9(06)     VALUE 0.
       01 WS-DEST-BERTHS     PIC 9(03)     VALUE 0.
       01 WS-DEST-MAX-TONNAGE     PIC 9(08)     VALUE 0.
       01 WS-DEST-HULLS     PIC 9(03)     VALUE 0.
       01 WS-DEST-TONNAGE     PIC 9(09)     VALUE 0.
       01 WS-CAP-SCAN-EOF     PIC X(01)     VALUE 'N'.
       01 WS-SAVE-RECORD     PIC X(37)     VALUE SPACES.

      * scratch for the duplicate-hull check on an add
       01 WS-NEW-HULL     PIC X(05)     VALUE SPACES.
       01 WS-HULL-SCAN-EOF     PIC X(01)     VALUE 'N'.

      * the twelve projection months, built from the run date the
      * same way COSTPROJ builds them - WS-MONTH-LABEL is YYYYMM for
      * the report line and WS-MONTH-ASOF is the first of that month
      * for the rate lookup
       01 WS-MONTH-TABLE.
          05 WS-MONTH-ENTRY     OCCURS 12 TIMES
                                 INDEXED BY WS-MON-X.
             10 WS-MONTH-LABEL     PIC 9(06).
             10 WS-MONTH-ASOF     PIC 9(08).
       01 WS-WORK-DATE.
          05 WS-WORK-YYYY     PIC 9(04).
          05 WS-WORK-MM     PIC 9(02).
          05 WS-WORK-DD     PIC 9(02).

      * location master with capacity, and the live and scenario
      * figures side by side per port - hulls, tonnage and crew in
      * fleet, this month's cost, twelve-month projected cost, and
      * the scenario's projection month by month. a loc code with
      * no LOCS.DAT entry gets a no-limit slot added on the fly.
       01 WS-LOC-COUNT     PIC 9(02)     VALUE 0.
       01 WS-LOC-TABLE.
          05 WS-LOC-ENTRY     OCCURS 20 TIMES
                               INDEXED BY WS-LOC-X.
             10 WS-LOC-CODE     PIC X(01).
             10 WS-LOC-NAME-TBL     PIC X(13).
             10 WS-LOC-BERTHS     PIC 9(03).
             10 WS-LOC-MAX-TONNAGE     PIC 9(08).
             10 WS-LIVE-HULLS     PIC 9(04).
             10 WS-LIVE-TONNAGE     PIC 9(09).
             10 WS-LIVE-CREW     PIC 9(07).
             10 WS-LIVE-COST     PIC 9(10).
             10 WS-LIVE-ANNUAL     PIC 9(12).
             10 WS-SCEN-HULLS     PIC 9(04).
             10 WS-SCEN-TONNAGE     PIC 9(09).
             10 WS-SCEN-CREW     PIC 9(07).
             10 WS-SCEN-COST     PIC 9(10).
             10 WS-SCEN-ANNUAL     PIC 9(12).
             10 WS-SCEN-MONTH-COST     OCCURS 12 TIMES
                                        PIC 9(11).
       01 WS-LOC-SLOT     PIC 9(02)     VALUE 0.
       01 WS-LOC-NAME-FOUND     PIC X(13)     VALUE SPACES.
       01 WS-LOOKUP-LOC     PIC X(01)     VALUE SPACE.

      * which side ACCUM-ONE-VESSEL is adding the vessel to
       01 WS-SIDE     PIC X(01)     VALUE SPACE.
          88 WS-LIVE-SIDE     VALUE 'L'.
          88 WS-SCEN-SIDE     VALUE 'S'.

      * vessel-function master table
       01 WS-VF-COUNT     PIC 9(02)     VALUE 0.
       01 WS-VF-TABLE.
          05 WS-VF-ENTRY     OCCURS 20 TIMES
                              INDEXED BY WS-VF-X.
             10 WS-VF-CODE     PIC X(02).
             10 WS-VF-DESC-TBL     PIC X(20).
       01 WS-VF-DESC-FOUND     PIC X(20)     VALUE SPACES.

      * crew cost rate master, every effective-dated entry
       01 WS-CC-COUNT     PIC 9(02)     VALUE 0.
       01 WS-CC-TABLE.
          05 WS-CC-ENTRY     OCCURS 60 TIMES
                              INDEXED BY WS-CC-X.
             10 WS-CC-CODE     PIC X(02).
             10 WS-CC-EFF-TBL     PIC 9(08).
             10 WS-CC-RATE-TBL     PIC 9(04)V99.
       01 WS-CC-RATE-FOUND     PIC 9(04)V99.
       01 WS-CC-BEST-EFF     PIC 9(08)     VALUE 0.
       01 WS-LOOKUP-TYPE     PIC X(02).
       01 WS-RATE-ASOF     PIC 9(08)     VALUE 0.

      * manning factor master table - a status with no entry costs
      * at full complement
       01 WS-MF-STATUS     PIC X(02)     VALUE '00'.
       01 WS-MF-COUNT     PIC 9(02)     VALUE 0.
       01 WS-MF-TABLE.
          05 WS-MF-ENTRY     OCCURS 10 TIMES
                              INDEXED BY WS-MF-X.
             10 WS-MF-STAT     PIC X(01).
             10 WS-MF-FACTOR-TBL     PIC 9(01)V99.
       01 WS-MF-FACTOR-FOUND     PIC 9(01)V99     VALUE 1.00.
       01 WS-LOOKUP-STAT     PIC X(01)     VALUE SPACE.

       01 WS-VESSEL-COST     PIC 9(09)     VALUE 0.
       01 WS-VESSEL-MONTH     PIC 9(09)     VALUE 0.
       01 WS-VESSEL-ANNUAL     PIC 9(11)     VALUE 0.

      * fleet listing control break - repeat location and function
      * names are suppressed the way SHIPS.RPT does it
       01 WS-HOLD-LOC     PIC X(01)     VALUE SPACE.
       01 WS-HOLD-FUNC     PIC X(02)     VALUE SPACES.
       01 WS-LIST-STARTED     PIC X(01)     VALUE 'N'.
       01 WS-LOC-PRINT     PIC X(13)     VALUE SPACES.
       01 WS-FUNC-PRINT     PIC X(20)     VALUE SPACES.
       01 WS-STAT-FLAG     PIC X(04)     VALUE SPACES.
       01 WS-LOC-SUBTOTALS.
          05 WS-LOC-SUB-TONNAGE     PIC 9(08)     VALUE 0.
          05 WS-LOC-SUB-CREW     PIC 9(07)     VALUE 0.
          05 WS-LOC-SUB-COST     PIC 9(09)     VALUE 0.
          05 WS-LOC-SUB-OVHL     PIC 9(04)     VALUE 0.
          05 WS-LOC-SUB-RESV     PIC 9(04)     VALUE 0.
       01 WS-GRAND-TOTALS.
          05 WS-GRAND-TONNAGE     PIC 9(09)     VALUE 0.
          05 WS-GRAND-CREW     PIC 9(08)     VALUE 0.
          05 WS-GRAND-COST     PIC 9(10)     VALUE 0.
          05 WS-GRAND-ANNUAL     PIC 9(13)     VALUE 0.

      * fleet totals for the comparison, live and scenario
       01 WS-FLEET-TOTALS.
          05 WS-FL-LIVE-HULLS     PIC 9(05)     VALUE 0.
          05 WS-FL-LIVE-TONNAGE     PIC 9(10)     VALUE 0.
          05 WS-FL-LIVE-CREW     PIC 9(08)     VALUE 0.
          05 WS-FL-LIVE-COST     PIC 9(11)     VALUE 0.
          05 WS-FL-LIVE-ANNUAL     PIC 9(13)     VALUE 0.
          05 WS-FL-SCEN-HULLS     PIC 9(05)     VALUE 0.
          05 WS-FL-SCEN-TONNAGE     PIC 9(10)     VALUE 0.
          05 WS-FL-SCEN-CREW     PIC 9(08)     VALUE 0.
          05 WS-FL-SCEN-COST     PIC 9(11)     VALUE 0.
          05 WS-FL-SCEN-ANNUAL     PIC 9(13)     VALUE 0.

      * one comparison line's worth - loaded by the caller for the
      * live and scenario lines, differenced for the change line
       01 WS-CMP-LABEL     PIC X(13)     VALUE SPACES.
       01 WS-CMP-SIDE     PIC X(08)     VALUE SPACES.
       01 WS-CMP-HULLS     PIC S9(05)     VALUE 0.
       01 WS-CMP-TONNAGE     PIC S9(10)     VALUE 0.
       01 WS-CMP-CREW     PIC S9(08)     VALUE 0.
       01 WS-CMP-COST     PIC S9(11)     VALUE 0.
       01 WS-CMP-ANNUAL     PIC S9(13)     VALUE 0.

       01 WS-ED-HULLS     PIC -(05)9.
       01 WS-ED-TONNAGE     PIC -(09)9.
       01 WS-ED-CREW     PIC -(07)9.
       01 WS-ED-COST     PIC -(10)9.
       01 WS-ED-ANNUAL     PIC -(12)9.
       01 WS-ED-PROJ     PIC Z(10)9.
       01 WS-ED-SUB-TONNAGE     PIC Z(7)9.
       01 WS-ED-SUB-CREW     PIC Z(6)9.
       01 WS-ED-SUB-COST     PIC Z(9)9.
       01 WS-ED-OVHL     PIC Z(3)9.
       01 WS-ED-RESV     PIC Z(3)9.
       01 WS-ED-GRAND-TONNAGE     PIC Z(8)9.
       01 WS-ED-GRAND-CREW     PIC Z(7)9.
       01 WS-ED-GRAND-ANNUAL     PIC Z(12)9.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM BUILD-MONTH-TABLE.
           PERFORM LOAD-LOC-TABLE.
           PERFORM LOAD-VF-TABLE.
           PERFORM LOAD-CC-TABLE.
           PERFORM LOAD-MF-TABLE.
           PERFORM LOAD-TON-THRESHOLD.
           PERFORM OPEN-TRANFILE.
           PERFORM BUILD-PRIVATE-COPY.
           OPEN OUTPUT SCENRPT.
           PERFORM WRITE-HEADINGS.
           PERFORM APPLY-SCENARIO.
           SORT SORT-WORK
               ON ASCENDING KEY SRT-LOC SRT-TYPE SRT-NAME
               INPUT PROCEDURE IS RELEASE-SCENARIO-FLEET
               OUTPUT PROCEDURE IS PRINT-FLEET-LISTING.
           PERFORM PRINT-PORT-UTILIZATION.
           PERFORM PRINT-COST-PROJECTION.
           PERFORM PRINT-COMPARISON.
           CLOSE SCENRPT.
           DISPLAY 'SCENUVMF: READ ' WS-READ-COUNT
               ', ACCEPTED ' WS-ACCEPT-COUNT
               ', REJECTED ' WS-REJECT-COUNT
               ' - LIVE UVMF.DAT NOT CHANGED'.
           DISPLAY 'SCENUVMF: ' WS-OVER-COUNT ' PORTS OVER CAPACITY '
               'UNDER THE SCENARIO - SEE SCENARIO.RPT'.
           IF WS-REJECT-COUNT > 0 OR WS-OVER-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       OPEN-TRANFILE.
      * no scenario file means nobody has proposed anything - stop
      * before the private copy is built
           OPEN INPUT TRANFILE.
           IF WS-TRAN-STATUS NOT = '00'
              DISPLAY 'SCENUVMF: UNABLE TO OPEN SCENTRAN.DAT, '
                  'STATUS = ' WS-TRAN-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       BUILD-MONTH-TABLE.
      * projection starts with the month after the run date - the
      * current month is the COST-MONT on the fleet listing
           MOVE WS-RUN-DATE TO WS-WORK-DATE.
           MOVE 01 TO WS-WORK-DD.
           PERFORM VARYING WS-MON-X FROM 1 BY 1
              UNTIL WS-MON-X > 12
              ADD 1 TO WS-WORK-MM
              IF WS-WORK-MM > 12
                 MOVE 1 TO WS-WORK-MM
                 ADD 1 TO WS-WORK-YYYY
              END-IF
              MOVE WS-WORK-DATE(1:6) TO WS-MONTH-LABEL(WS-MON-X)
              MOVE WS-WORK-DATE TO WS-MONTH-ASOF(WS-MON-X)
           END-PERFORM.

       LOAD-LOC-TABLE.
      * capacity fields come in as X on the record - a blank (an old
      * pre-capacity LOCS.DAT line) loads as zero, meaning no limit
           OPEN INPUT LOCFILE.
           PERFORM UNTIL WS-LOC-EOF = 'Y'
              READ LOCFILE
                 AT END
                    MOVE 'Y' TO WS-LOC-EOF
                 NOT AT END
                    ADD 1 TO WS-LOC-COUNT
                    IF WS-LOC-COUNT > 20
                       DISPLAY 'SCENUVMF: LOCS.DAT HAS MORE THAN 20 '
                           'ENTRIES, RAISE WS-LOC-ENTRY OCCURS IN '
                           'ScenUvmf.cbl'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                    END-IF
                    PERFORM ZERO-LOC-SLOT
                    MOVE LF-LOC-CODE TO WS-LOC-CODE(WS-LOC-COUNT)
                    MOVE LF-LOC-NAME TO WS-LOC-NAME-TBL(WS-LOC-COUNT)
                    IF LF-BERTHS NUMERIC
                       MOVE LF-BERTHS-N TO WS-LOC-BERTHS(WS-LOC-COUNT)
                    END-IF
                    IF LF-MAX-TONNAGE NUMERIC
                       MOVE LF-MAX-TONNAGE-N TO
                           WS-LOC-MAX-TONNAGE(WS-LOC-COUNT)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE LOCFILE.

       ZERO-LOC-SLOT.
      * WS-LOC-COUNT is the slot being initialized
           INITIALIZE WS-LOC-ENTRY(WS-LOC-COUNT).

       LOAD-VF-TABLE.
           OPEN INPUT VESSFUNCFILE.
           PERFORM UNTIL WS-VF-EOF = 'Y'
              READ VESSFUNCFILE
                 AT END
                    MOVE 'Y' TO WS-VF-EOF
                 NOT AT END
                    ADD 1 TO WS-VF-COUNT
                    IF WS-VF-COUNT > 20
                       DISPLAY 'SCENUVMF: VESSFUNC.DAT HAS MORE THAN '
                           '20 ENTRIES, RAISE WS-VF-ENTRY OCCURS IN '
                           'ScenUvmf.cbl'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                    END-IF
                    MOVE VF-CODE TO WS-VF-CODE(WS-VF-COUNT)
                    MOVE VF-DESC TO WS-VF-DESC-TBL(WS-VF-COUNT)
              END-READ
           END-PERFORM.
           CLOSE VESSFUNCFILE.

       LOAD-CC-TABLE.
           OPEN INPUT CREWCOSTFILE.
           PERFORM UNTIL WS-CC-EOF = 'Y'
              READ CREWCOSTFILE
                 AT END
                    MOVE 'Y' TO WS-CC-EOF
                 NOT AT END
                    ADD 1 TO WS-CC-COUNT
                    IF WS-CC-COUNT > 60
                       DISPLAY 'SCENUVMF: CREWCOST.DAT HAS MORE THAN '
                           '60 ENTRIES, RAISE WS-CC-ENTRY OCCURS IN '
                           'ScenUvmf.cbl'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                    END-IF
                    MOVE CC-CODE TO WS-CC-CODE(WS-CC-COUNT)
                    MOVE CC-EFF-DATE TO WS-CC-EFF-TBL(WS-CC-COUNT)
                    MOVE CC-RATE TO WS-CC-RATE-TBL(WS-CC-COUNT)
              END-READ
           END-PERFORM.
           CLOSE CREWCOSTFILE.

       LOAD-MF-TABLE.
      * reads MANFACT.DAT once at startup - no file just means full
      * complement for every status, as before the factors existed
           OPEN INPUT MANFACTFILE.
           IF WS-MF-STATUS = '35'
              MOVE 'Y' TO WS-MF-EOF
           ELSE
              IF WS-MF-STATUS NOT = '00'
                 DISPLAY 'SCENUVMF: MANFACT.DAT OPEN FAILED, '
                     'STATUS = ' WS-MF-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.
           PERFORM UNTIL WS-MF-EOF = 'Y'
              READ MANFACTFILE
                 AT END
                    MOVE 'Y' TO WS-MF-EOF
                 NOT AT END
                    ADD 1 TO WS-MF-COUNT
                    IF WS-MF-COUNT > 10
                       DISPLAY 'SCENUVMF: MANFACT.DAT HAS MORE THAN '
                           '10 ENTRIES, RAISE WS-MF-ENTRY OCCURS IN '
                           'ScenUvmf.cbl'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                    END-IF
                    MOVE MF-STAT TO WS-MF-STAT(WS-MF-COUNT)
                    MOVE MF-FACTOR TO WS-MF-FACTOR-TBL(WS-MF-COUNT)
              END-READ
           END-PERFORM.
           IF WS-MF-STATUS NOT = '35'
              CLOSE MANFACTFILE
           END-IF.

       LOAD-TON-THRESHOLD.
      * the SHIPS.RPT tonnage floor off PARAM.DAT, if present - no
      * PARAM.DAT keeps the 3500 default, same as REPORTER
           OPEN INPUT PARMFILE.
           IF WS-PARM-STATUS = '00'
              READ PARMFILE
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE PARM-RECORD TO WS-TON-THRESHOLD
              END-READ
              CLOSE PARMFILE
           END-IF.

       BUILD-PRIVATE-COPY.
      * the live master is copied record for record into
      * SCENUVMF.DAT, and counted on the live side of the
      * comparison on the way through. the private copy is thrown
      * away and rebuilt every run, so one scenario never leaks
      * into the next.
           OPEN INPUT LIVEUVMF.
           IF WS-LIVE-STATUS NOT = '00'
              DISPLAY 'SCENUVMF: UNABLE TO OPEN UVMF.DAT, STATUS = '
                  WS-LIVE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT UVMF.
           IF WS-UVMF-STATUS NOT = '00'
              DISPLAY 'SCENUVMF: UNABLE TO CREATE SCENUVMF.DAT, '
                  'STATUS = ' WS-UVMF-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           SET WS-LIVE-SIDE TO TRUE.
           PERFORM UNTIL WS-LIVE-EOF = 'Y'
              READ LIVEUVMF
              END-READ
              IF WS-LIVE-STATUS = '10'
                 MOVE 'Y' TO WS-LIVE-EOF
              ELSE
                 IF WS-LIVE-STATUS NOT = '00'
                    DISPLAY 'SCENUVMF: UVMF READ FAILED, STATUS = '
                        WS-LIVE-STATUS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 MOVE LIVE-RECORD TO UVMF-RECORD
                 WRITE UVMF-RECORD
                 IF WS-UVMF-STATUS NOT = '00'
                    DISPLAY 'SCENUVMF: SCENUVMF.DAT WRITE FAILED FOR '
                        UVMF-NAME ', STATUS = ' WS-UVMF-STATUS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 ADD 1 TO WS-LIVE-COUNT
                 IF NOT UVMF-RETIRED
                    PERFORM ACCUM-ONE-VESSEL
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE LIVEUVMF.
           CLOSE UVMF.

       WRITE-HEADINGS.
           MOVE SPACES TO SCENRPT-RECORD.
           STRING 'FLEET SCENARIO RUN - PROPOSED CHANGES, NOT APPLIED '
               'TO THE LIVE MASTER'
               DELIMITED BY SIZE INTO SCENRPT-RECORD
           END-STRING.
           WRITE SCENRPT-RECORD.
           MOVE SPACES TO SCENRPT-RECORD.
           STRING 'RUN DATE ' WS-RUN-DATE '  SCENARIO SCENTRAN.DAT '
               ' AGAINST A COPY OF ' WS-LIVE-COUNT ' UVMF.DAT RECORDS'
               DELIMITED BY SIZE INTO SCENRPT-RECORD
           END-STRING.
           WRITE SCENRPT-RECORD.

       APPLY-SCENARIO.
           OPEN I-O UVMF.
           IF WS-UVMF-STATUS NOT = '00'
              DISPLAY 'SCENUVMF: UNABLE TO OPEN SCENUVMF.DAT, '
                  'STATUS = ' WS-UVMF-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE SPACES TO SCENRPT-RECORD.
           WRITE SCENRPT-RECORD.
           MOVE 'PROPOSED TRANSACTIONS' TO SCENRPT-RECORD.
           WRITE SCENRPT-RECORD.
           MOVE SPACES TO SCENRPT-RECORD.
           STRING 'ACT VESSEL    DISPOSITION'
               DELIMITED BY SIZE INTO SCENRPT-RECORD
           END-STRING.
           WRITE SCENRPT-RECORD.
           PERFORM UNTIL WS-TRAN-EOF = 'Y'
              READ TRANFILE
                 AT END
                    MOVE 'Y' TO WS-TRAN-EOF
                 NOT AT END
                    IF TRAN-HEADER-REC OR TRAN-TRAILER-REC
                       ADD 1 TO WS-CONTROL-COUNT
                    ELSE
                       ADD 1 TO WS-READ-COUNT
                       PERFORM APPLY-ONE-TRAN
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE TRANFILE.
           CLOSE UVMF.
           MOVE SPACES TO SCENRPT-RECORD.
           STRING 'TRANSACTIONS READ ' WS-READ-COUNT
               '  ACCEPTED ' WS-ACCEPT-COUNT
               '  REJECTED ' WS-REJECT-COUNT
               '  CONTROL LINES SKIPPED ' WS-CONTROL-COUNT
               DELIMITED BY SIZE INTO SCENRPT-RECORD
           END-STRING.
           WRITE SCENRPT-RECORD.

       APPLY-ONE-TRAN.
           MOVE SPACES TO WS-REJECT-REASON.
           PERFORM EDIT-ONE-TRAN.
           IF WS-REJECT-REASON NOT = SPACES
              PERFORM WRITE-REJECT-LINE
           ELSE
              EVALUATE TRUE
                 WHEN TRAN-ADD
                    PERFORM APPLY-ADD
                 WHEN TRAN-CHANGE
                    PERFORM APPLY-CHANGE
                 WHEN TRAN-RETIRE
                    PERFORM APPLY-RETIRE
                 WHEN TRAN-TRANSFER
                    PERFORM APPLY-TRANSFER
                 WHEN TRAN-SET-STAT
                    PERFORM APPLY-SET-STAT
                 WHEN TRAN-RENAME
                    PERFORM APPLY-RENAME
              END-EVALUATE
              IF WS-REJECT-REASON NOT = SPACES
                 PERFORM WRITE-REJECT-LINE
              ELSE
                 PERFORM WRITE-ACCEPT-LINE
              END-IF
           END-IF.

       EDIT-ONE-TRAN.
      * the BATCHUVMF edits, in the same order, so a scenario that
      * runs clean here is one the shore command could send for real
           IF NOT TRAN-ADD AND NOT TRAN-CHANGE AND NOT TRAN-RETIRE
              AND NOT TRAN-TRANSFER AND NOT TRAN-SET-STAT
              AND NOT TRAN-RENAME
              MOVE 'INVALID ACTION CODE' TO WS-REJECT-REASON
           ELSE
              IF TRAN-NAME = SPACES
                 MOVE 'VESSEL NAME MISSING' TO WS-REJECT-REASON
              ELSE
                 IF (TRAN-ADD OR TRAN-CHANGE)
                    AND TRAN-TONNAGE NOT NUMERIC
                    MOVE 'TONNAGE NOT NUMERIC' TO WS-REJECT-REASON
                 ELSE
                    IF (TRAN-ADD OR TRAN-CHANGE)
                       AND TRAN-CREW NOT NUMERIC
                       MOVE 'CREW NOT NUMERIC' TO WS-REJECT-REASON
                    ELSE
                       IF (TRAN-ADD OR TRAN-CHANGE)
                          AND TRAN-TYPE = SPACES
                          MOVE 'VESSEL TYPE MISSING' TO
                              WS-REJECT-REASON
                       ELSE
                          IF (TRAN-ADD OR TRAN-CHANGE
                             OR TRAN-TRANSFER)
                             AND TRAN-LOC = SPACE
                             MOVE 'LOCATION CODE MISSING' TO
                                 WS-REJECT-REASON
                          ELSE
                             IF TRAN-ADD AND TRAN-HULL = SPACES
                                MOVE 'HULL NUMBER MISSING' TO
                                    WS-REJECT-REASON
                             ELSE
                                IF TRAN-RENAME
                                   AND TRAN-NEW-NAME = SPACES
                                   MOVE 'NEW NAME MISSING' TO
                                       WS-REJECT-REASON
                                ELSE
                                   IF (TRAN-ADD OR TRAN-CHANGE)
                                      AND TRAN-COMM-DATE NOT = SPACES
                                      PERFORM EDIT-TRAN-COMM-DATE
                                   END-IF
                                END-IF
                             END-IF
                          END-IF
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF.

       EDIT-TRAN-COMM-DATE.
           IF TRAN-COMM-DATE NOT NUMERIC
              MOVE 'COMMISSIONING DATE INVALID' TO WS-REJECT-REASON
           ELSE
              IF FUNCTION TEST-DATE-YYYYMMDD(TRAN-COMM-DATE-N) NOT = 0
                 MOVE 'COMMISSIONING DATE INVALID' TO WS-REJECT-REASON
              END-IF
           END-IF.

       APPLY-ADD.
           MOVE TRAN-NAME TO UVMF-NAME.
           PERFORM FIND-UVMF.
           IF WS-FOUND-FLAG = 'Y'
              MOVE 'VESSEL ALREADY EXISTS - USE CHANGE' TO
                  WS-REJECT-REASON
           ELSE
              MOVE TRAN-HULL TO WS-NEW-HULL
              PERFORM CHECK-DUP-HULL
           END-IF.
           IF WS-FOUND-FLAG = 'N' AND WS-REJECT-REASON = SPACES
              MOVE TRAN-NAME TO UVMF-NAME
              MOVE TRAN-TYPE TO UVMF-TYPE
              MOVE TRAN-TONNAGE-N TO UVMF-TONNAGE
              MOVE TRAN-CREW-N TO UVMF-CREW
              MOVE TRAN-LOC TO UVMF-LOC
              SET UVMF-ACTIVE TO TRUE
              MOVE TRAN-HULL TO UVMF-HULL
              MOVE TRAN-COMM-DATE TO UVMF-COMM-DATE
              WRITE UVMF-RECORD
              IF WS-UVMF-STATUS NOT = '00'
                 STRING 'ADD FAILED, FILE STATUS = ' WS-UVMF-STATUS
                     DELIMITED BY SIZE INTO WS-REJECT-REASON
                 END-STRING
              END-IF
           END-IF.

       APPLY-CHANGE.
      * a change that also moves the vessel gets the destination
      * capacity check with the transaction's new tonnage
           MOVE TRAN-NAME TO UVMF-NAME.
           PERFORM FIND-UVMF.
           IF WS-FOUND-FLAG = 'N'
              MOVE 'VESSEL NOT FOUND' TO WS-REJECT-REASON
           ELSE
              IF TRAN-LOC NOT = UVMF-LOC
                 MOVE TRAN-LOC TO WS-DEST-LOC
                 MOVE TRAN-TONNAGE-N TO WS-XFER-TONNAGE
                 PERFORM CHECK-DEST-CAPACITY
              END-IF
           END-IF.
           IF WS-FOUND-FLAG = 'Y' AND WS-REJECT-REASON = SPACES
              MOVE TRAN-TYPE TO UVMF-TYPE
              MOVE TRAN-TONNAGE-N TO UVMF-TONNAGE
              MOVE TRAN-CREW-N TO UVMF-CREW
              MOVE TRAN-LOC TO UVMF-LOC
              IF TRAN-COMM-DATE NOT = SPACES
                 MOVE TRAN-COMM-DATE TO UVMF-COMM-DATE
              END-IF
              REWRITE UVMF-RECORD
              IF WS-UVMF-STATUS NOT = '00'
                 STRING 'CHANGE FAILED, FILE STATUS = ' WS-UVMF-STATUS
                     DELIMITED BY SIZE INTO WS-REJECT-REASON
                 END-STRING
              END-IF
           END-IF.

       APPLY-RETIRE.
           MOVE TRAN-NAME TO UVMF-NAME.
           PERFORM FIND-UVMF.
           IF WS-FOUND-FLAG = 'N'
              MOVE 'VESSEL NOT FOUND' TO WS-REJECT-REASON
           ELSE
              SET UVMF-RETIRED TO TRUE
              REWRITE UVMF-RECORD
              IF WS-UVMF-STATUS NOT = '00'
                 STRING 'RETIRE FAILED, FILE STATUS = ' WS-UVMF-STATUS
                     DELIMITED BY SIZE INTO WS-REJECT-REASON
                 END-STRING
              END-IF
           END-IF.

       APPLY-TRANSFER.
      * a transfer only moves the vessel - the destination has to
      * have room for her at her tonnage on file
           MOVE TRAN-NAME TO UVMF-NAME.
           PERFORM FIND-UVMF.
           IF WS-FOUND-FLAG = 'N'
              MOVE 'VESSEL NOT FOUND' TO WS-REJECT-REASON
           ELSE
              IF TRAN-LOC = UVMF-LOC
                 MOVE 'VESSEL ALREADY AT THAT LOCATION' TO
                     WS-REJECT-REASON
              ELSE
                 MOVE TRAN-LOC TO WS-DEST-LOC
                 MOVE UVMF-TONNAGE TO WS-XFER-TONNAGE
                 PERFORM CHECK-DEST-CAPACITY
              END-IF
              IF WS-REJECT-REASON = SPACES
                 MOVE TRAN-LOC TO UVMF-LOC
                 REWRITE UVMF-RECORD
                 IF WS-UVMF-STATUS NOT = '00'
                    STRING 'TRANSFER FAILED, FILE STATUS = '
                        WS-UVMF-STATUS
                        DELIMITED BY SIZE INTO WS-REJECT-REASON
                    END-STRING
                 END-IF
              END-IF
           END-IF.

       APPLY-RENAME.
      * re-keys the record under TRAN-NEW-NAME with every other
      * field carried unchanged, as BATCHUVMF does
           MOVE TRAN-NAME TO UVMF-NAME.
           PERFORM FIND-UVMF.
           IF WS-FOUND-FLAG = 'N'
              MOVE 'VESSEL NOT FOUND' TO WS-REJECT-REASON
           ELSE
              MOVE UVMF-RECORD TO WS-BEFORE-IMAGE
              MOVE TRAN-NEW-NAME TO UVMF-NAME
              PERFORM FIND-UVMF
              IF WS-FOUND-FLAG = 'Y'
                 MOVE 'NEW NAME ALREADY ON FILE' TO WS-REJECT-REASON
              ELSE
                 MOVE WS-BEFORE-IMAGE TO UVMF-RECORD
                 DELETE UVMF RECORD
                 IF WS-UVMF-STATUS NOT = '00'
                    STRING 'RENAME DELETE FAILED, FILE STATUS = '
                        WS-UVMF-STATUS
                        DELIMITED BY SIZE INTO WS-REJECT-REASON
                    END-STRING
                 ELSE
                    MOVE WS-BEFORE-IMAGE TO UVMF-RECORD
                    MOVE TRAN-NEW-NAME TO UVMF-NAME
                    WRITE UVMF-RECORD
                    IF WS-UVMF-STATUS NOT = '00'
                       DISPLAY 'SCENUVMF: RENAME REWRITE FAILED '
                           'FOR ' TRAN-NEW-NAME ', STATUS = '
                           WS-UVMF-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                    END-IF
                 END-IF
              END-IF
           END-IF.

       APPLY-SET-STAT.
      * moves a vessel between the operational states - retire
      * stays its own action, so 'R' here is rejected
           MOVE TRAN-NAME TO UVMF-NAME.
           PERFORM FIND-UVMF.
           IF WS-FOUND-FLAG = 'N'
              MOVE 'VESSEL NOT FOUND' TO WS-REJECT-REASON
           ELSE
              MOVE UVMF-RECORD TO WS-BEFORE-IMAGE
              MOVE TRAN-STAT TO UVMF-STAT
              IF UVMF-IN-FLEET
                 REWRITE UVMF-RECORD
                 IF WS-UVMF-STATUS NOT = '00'
                    STRING 'STATUS CHANGE FAILED, FILE STATUS = '
                        WS-UVMF-STATUS
                        DELIMITED BY SIZE INTO WS-REJECT-REASON
                    END-STRING
                 END-IF
              ELSE
                 MOVE WS-BEFORE-IMAGE TO UVMF-RECORD
                 MOVE 'INVALID STATUS CODE' TO WS-REJECT-REASON
              END-IF
           END-IF.

       CHECK-DEST-CAPACITY.
      * would the destination go over its berth count or tonnage
      * ceiling if this vessel landed there? same test BATCHUVMF
      * applies, counted off the private copy so every earlier
      * scenario transaction is already reflected
           MOVE 0 TO WS-DEST-BERTHS.
           MOVE 0 TO WS-DEST-MAX-TONNAGE.
           PERFORM VARYING WS-LOC-X FROM 1 BY 1
              UNTIL WS-LOC-X > WS-LOC-COUNT
              IF WS-DEST-LOC = WS-LOC-CODE(WS-LOC-X)
                 MOVE WS-LOC-BERTHS(WS-LOC-X) TO WS-DEST-BERTHS
                 MOVE WS-LOC-MAX-TONNAGE(WS-LOC-X) TO
                     WS-DEST-MAX-TONNAGE
              END-IF
           END-PERFORM.
           IF WS-DEST-BERTHS = 0 AND WS-DEST-MAX-TONNAGE = 0
              CONTINUE
           ELSE
              PERFORM COUNT-DEST-USAGE
              IF WS-DEST-BERTHS > 0
                 AND WS-DEST-HULLS >= WS-DEST-BERTHS
                 MOVE 'DESTINATION BERTHS FULL' TO WS-REJECT-REASON
              ELSE
                 IF WS-DEST-MAX-TONNAGE > 0
                    AND WS-DEST-TONNAGE + WS-XFER-TONNAGE
                        > WS-DEST-MAX-TONNAGE
                    MOVE 'DESTINATION OVER TONNAGE LIMIT' TO
                        WS-REJECT-REASON
                 END-IF
              END-IF
           END-IF.

       COUNT-DEST-USAGE.
      * in-fleet hulls and tonnage at WS-DEST-LOC on the private
      * copy - the transaction's vessel is parked meanwhile
           MOVE UVMF-RECORD TO WS-SAVE-RECORD.
           MOVE 0 TO WS-DEST-HULLS.
           MOVE 0 TO WS-DEST-TONNAGE.
           MOVE 'N' TO WS-CAP-SCAN-EOF.
           MOVE LOW-VALUES TO UVMF-NAME.
           START UVMF KEY NOT < UVMF-NAME
              INVALID KEY
                 MOVE 'Y' TO WS-CAP-SCAN-EOF
           END-START.
           PERFORM UNTIL WS-CAP-SCAN-EOF = 'Y'
              READ UVMF NEXT RECORD
              END-READ
              IF WS-UVMF-STATUS = '10'
                 MOVE 'Y' TO WS-CAP-SCAN-EOF
              ELSE
                 IF WS-UVMF-STATUS NOT = '00'
                    DISPLAY 'SCENUVMF: SCENUVMF.DAT READ FAILED, '
                        'STATUS = ' WS-UVMF-STATUS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 IF UVMF-LOC = WS-DEST-LOC AND NOT UVMF-RETIRED
                    ADD 1 TO WS-DEST-HULLS
                    ADD UVMF-TONNAGE TO WS-DEST-TONNAGE
                 END-IF
              END-IF
           END-PERFORM.
           MOVE WS-SAVE-RECORD TO UVMF-RECORD.

       CHECK-DUP-HULL.
      * is WS-NEW-HULL already carried by any vessel on the copy,
      * retired included? the transaction is parked meanwhile
           MOVE UVMF-RECORD TO WS-SAVE-RECORD.
           MOVE 'N' TO WS-HULL-SCAN-EOF.
           MOVE LOW-VALUES TO UVMF-NAME.
           START UVMF KEY NOT < UVMF-NAME
              INVALID KEY
                 MOVE 'Y' TO WS-HULL-SCAN-EOF
           END-START.
           PERFORM UNTIL WS-HULL-SCAN-EOF = 'Y'
              READ UVMF NEXT RECORD
              END-READ
              IF WS-UVMF-STATUS = '10'
                 MOVE 'Y' TO WS-HULL-SCAN-EOF
              ELSE
                 IF WS-UVMF-STATUS NOT = '00'
                    DISPLAY 'SCENUVMF: SCENUVMF.DAT READ FAILED, '
                        'STATUS = ' WS-UVMF-STATUS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 IF UVMF-HULL = WS-NEW-HULL
                    MOVE 'HULL NUMBER ALREADY ON FILE' TO
                        WS-REJECT-REASON
                    MOVE 'Y' TO WS-HULL-SCAN-EOF
                 END-IF
              END-IF
           END-PERFORM.
           MOVE WS-SAVE-RECORD TO UVMF-RECORD.

       FIND-UVMF.
      * UVMF-NAME must already be moved in by the caller
           READ UVMF
              INVALID KEY
                 MOVE 'N' TO WS-FOUND-FLAG
              NOT INVALID KEY
                 MOVE 'Y' TO WS-FOUND-FLAG
           END-READ.

       WRITE-ACCEPT-LINE.
           ADD 1 TO WS-ACCEPT-COUNT.
           MOVE SPACES TO SCENRPT-RECORD.
           STRING TRAN-ACTION '   ' TRAN-NAME ' ACCEPTED'
               DELIMITED BY SIZE INTO SCENRPT-RECORD
           END-STRING.
           WRITE SCENRPT-RECORD.

       WRITE-REJECT-LINE.
           ADD 1 TO WS-REJECT-COUNT.
           MOVE SPACES TO SCENRPT-RECORD.
           STRING TRAN-ACTION '   ' TRAN-NAME ' REJECTED - '
               WS-REJECT-REASON
               DELIMITED BY SIZE INTO SCENRPT-RECORD
           END-STRING.
           WRITE SCENRPT-RECORD.

       RELEASE-SCENARIO-FLEET.
      * one pass over the private copy as the scenario left it -
      * every in-fleet hull counts on the scenario side of the
      * comparison, and those at or over the tonnage floor go to
      * the sort for the SHIPS.RPT-style listing
           OPEN INPUT UVMF.
           IF WS-UVMF-STATUS NOT = '00'
              DISPLAY 'SCENUVMF: UNABLE TO REOPEN SCENUVMF.DAT, '
                  'STATUS = ' WS-UVMF-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           SET WS-SCEN-SIDE TO TRUE.
           PERFORM UNTIL WS-UVMF-EOF = 'Y'
              READ UVMF NEXT RECORD
              END-READ
              IF WS-UVMF-STATUS = '10'
                 MOVE 'Y' TO WS-UVMF-EOF
              ELSE
                 IF WS-UVMF-STATUS NOT = '00'
                    DISPLAY 'SCENUVMF: SCENUVMF.DAT READ FAILED, '
                        'STATUS = ' WS-UVMF-STATUS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 IF NOT UVMF-RETIRED
                    PERFORM ACCUM-ONE-VESSEL
                    IF UVMF-TONNAGE >= WS-TON-THRESHOLD
                       MOVE UVMF-LOC TO SRT-LOC
                       MOVE UVMF-TYPE TO SRT-TYPE
                       MOVE UVMF-NAME TO SRT-NAME
                       MOVE UVMF-TONNAGE TO SRT-TONNAGE
                       MOVE UVMF-CREW TO SRT-CREW
                       MOVE UVMF-STAT TO SRT-STAT
                       MOVE WS-VESSEL-COST TO SRT-COST
                       RELEASE SRT-RECORD
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE UVMF.

       ACCUM-ONE-VESSEL.
      * this month's cost at the run date's rates (the SHIPS.RPT
      * COST-MONT rule) and twelve months forward at each month's
      * rates (the COSTPROJ rule), both scaled by the manning factor
      * for the hull's status, added to the side WS-SIDE names
           PERFORM FIND-LOC-SLOT.
           MOVE UVMF-TYPE TO WS-LOOKUP-TYPE.
           MOVE UVMF-STAT TO WS-LOOKUP-STAT.
           PERFORM LOOKUP-MF-FACTOR.
           MOVE WS-RUN-DATE TO WS-RATE-ASOF.
           PERFORM LOOKUP-CC-RATE.
           COMPUTE WS-VESSEL-COST ROUNDED =
               UVMF-CREW * WS-CC-RATE-FOUND * WS-MF-FACTOR-FOUND
              ON SIZE ERROR
                 DISPLAY 'SCENUVMF: COST OVERFLOW FOR VESSEL '
                     UVMF-NAME
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-COMPUTE.
           MOVE 0 TO WS-VESSEL-ANNUAL.
           PERFORM VARYING WS-MON-X FROM 1 BY 1
              UNTIL WS-MON-X > 12
              MOVE WS-MONTH-ASOF(WS-MON-X) TO WS-RATE-ASOF
              PERFORM LOOKUP-CC-RATE
              COMPUTE WS-VESSEL-MONTH ROUNDED =
                  UVMF-CREW * WS-CC-RATE-FOUND * WS-MF-FACTOR-FOUND
                 ON SIZE ERROR
                    DISPLAY 'SCENUVMF: COST OVERFLOW FOR VESSEL '
                        UVMF-NAME
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
              END-COMPUTE
              ADD WS-VESSEL-MONTH TO WS-VESSEL-ANNUAL
              IF WS-SCEN-SIDE
                 ADD WS-VESSEL-MONTH TO
                     WS-SCEN-MONTH-COST(WS-LOC-SLOT WS-MON-X)
              END-IF
           END-PERFORM.
           IF WS-LIVE-SIDE
              ADD 1 TO WS-LIVE-HULLS(WS-LOC-SLOT)
              ADD UVMF-TONNAGE TO WS-LIVE-TONNAGE(WS-LOC-SLOT)
              ADD UVMF-CREW TO WS-LIVE-CREW(WS-LOC-SLOT)
              ADD WS-VESSEL-COST TO WS-LIVE-COST(WS-LOC-SLOT)
              ADD WS-VESSEL-ANNUAL TO WS-LIVE-ANNUAL(WS-LOC-SLOT)
           ELSE
              ADD 1 TO WS-SCEN-HULLS(WS-LOC-SLOT)
              ADD UVMF-TONNAGE TO WS-SCEN-TONNAGE(WS-LOC-SLOT)
              ADD UVMF-CREW TO WS-SCEN-CREW(WS-LOC-SLOT)
              ADD WS-VESSEL-COST TO WS-SCEN-COST(WS-LOC-SLOT)
              ADD WS-VESSEL-ANNUAL TO WS-SCEN-ANNUAL(WS-LOC-SLOT)
           END-IF.

       FIND-LOC-SLOT.
      * leaves the slot for UVMF-LOC in WS-LOC-SLOT, adding a
      * no-limit slot under the raw code when LOCS.DAT has no entry
           MOVE 0 TO WS-LOC-SLOT.
           PERFORM VARYING WS-LOC-X FROM 1 BY 1
              UNTIL WS-LOC-X > WS-LOC-COUNT
              IF UVMF-LOC = WS-LOC-CODE(WS-LOC-X)
                 SET WS-LOC-SLOT TO WS-LOC-X
              END-IF
           END-PERFORM.
           IF WS-LOC-SLOT = 0
              ADD 1 TO WS-LOC-COUNT
              IF WS-LOC-COUNT > 20
                 DISPLAY 'SCENUVMF: MORE THAN 20 LOCATIONS IN USE, '
                     'RAISE WS-LOC-ENTRY OCCURS IN ScenUvmf.cbl'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              PERFORM ZERO-LOC-SLOT
              MOVE UVMF-LOC TO WS-LOC-CODE(WS-LOC-COUNT)
              MOVE UVMF-LOC TO WS-LOC-NAME-TBL(WS-LOC-COUNT)
              MOVE WS-LOC-COUNT TO WS-LOC-SLOT
           END-IF.

       PRINT-FLEET-LISTING.
      * the scenario fleet in SHIPS.RPT's layout - location and
      * function printed on the first line of their group, a
      * subtotal at every location change and a grand total at the
      * end
           MOVE SPACES TO SCENRPT-RECORD.
           WRITE SCENRPT-RECORD.
           MOVE SPACES TO SCENRPT-RECORD.
           STRING 'SCENARIO FLEET INVENTORY (HULLS OF '
               WS-TON-THRESHOLD ' TONS AND OVER)'
               DELIMITED BY SIZE INTO SCENRPT-RECORD
           END-STRING.
           WRITE SCENRPT-RECORD.
           MOVE SPACES TO SCENRPT-RECORD.
           STRING 'LOCATION     FUNCTION            VESSEL    '
               'TONNAGECREW  COST-MONT STAT'
               DELIMITED BY SIZE INTO SCENRPT-RECORD
           END-STRING.
           WRITE SCENRPT-RECORD.
           PERFORM UNTIL WS-SRT-EOF = 'Y'
              RETURN SORT-WORK
                 AT END
                    MOVE 'Y' TO WS-SRT-EOF
                 NOT AT END
                    PERFORM PRINT-FLEET-LINE
              END-RETURN
           END-PERFORM.
           IF WS-LIST-STARTED = 'Y'
              PERFORM WRITE-LOC-SUBTOTAL
           END-IF.
           MOVE WS-GRAND-TONNAGE TO WS-ED-GRAND-TONNAGE.
           MOVE WS-GRAND-CREW TO WS-ED-GRAND-CREW.
           MOVE WS-GRAND-COST TO WS-ED-SUB-COST.
           MOVE SPACES TO SCENRPT-RECORD.
           STRING 'FLEET GRAND TOTAL'
               ' TONNAGE=' WS-ED-GRAND-TONNAGE
               ' CREW=' WS-ED-GRAND-CREW
               ' COST=' WS-ED-SUB-COST
               DELIMITED BY SIZE INTO SCENRPT-RECORD
           END-STRING.
           WRITE SCENRPT-RECORD.

       PRINT-FLEET-LINE.
           IF WS-LIST-STARTED = 'Y' AND SRT-LOC NOT = WS-HOLD-LOC
              PERFORM WRITE-LOC-SUBTOTAL
           END-IF.
           IF WS-LIST-STARTED = 'N' OR SRT-LOC NOT = WS-HOLD-LOC
              MOVE SRT-LOC TO WS-LOOKUP-LOC
              PERFORM LOOKUP-LOC-NAME
              MOVE WS-LOC-NAME-FOUND TO WS-LOC-PRINT
              MOVE SRT-LOC TO WS-HOLD-LOC
              MOVE SPACES TO WS-HOLD-FUNC
              INITIALIZE WS-LOC-SUBTOTALS
              MOVE 'Y' TO WS-LIST-STARTED
           ELSE
              MOVE SPACES TO WS-LOC-PRINT
           END-IF.
           IF SRT-TYPE = WS-HOLD-FUNC
              MOVE SPACES TO WS-FUNC-PRINT
           ELSE
              MOVE SRT-TYPE TO WS-LOOKUP-TYPE
              PERFORM LOOKUP-VF-DESC
              MOVE WS-VF-DESC-FOUND TO WS-FUNC-PRINT
              MOVE SRT-TYPE TO WS-HOLD-FUNC
           END-IF.
           EVALUATE SRT-STAT
              WHEN 'O'
                 MOVE 'OVHL' TO WS-STAT-FLAG
                 ADD 1 TO WS-LOC-SUB-OVHL
              WHEN 'V'
                 MOVE 'RESV' TO WS-STAT-FLAG
                 ADD 1 TO WS-LOC-SUB-RESV
              WHEN OTHER
                 MOVE SPACES TO WS-STAT-FLAG
           END-EVALUATE.
           MOVE SPACES TO SCENRPT-RECORD.
           STRING WS-LOC-PRINT WS-FUNC-PRINT SRT-NAME ' '
               SRT-TONNAGE ' ' SRT-CREW ' ' SRT-COST ' ' WS-STAT-FLAG
               DELIMITED BY SIZE INTO SCENRPT-RECORD
           END-STRING.
           WRITE SCENRPT-RECORD.
           ADD SRT-TONNAGE TO WS-LOC-SUB-TONNAGE WS-GRAND-TONNAGE.
           ADD SRT-CREW TO WS-LOC-SUB-CREW WS-GRAND-CREW.
           ADD SRT-COST TO WS-LOC-SUB-COST WS-GRAND-COST.

       WRITE-LOC-SUBTOTAL.
           MOVE WS-HOLD-LOC TO WS-LOOKUP-LOC.
           PERFORM LOOKUP-LOC-NAME.
           MOVE WS-LOC-SUB-TONNAGE TO WS-ED-SUB-TONNAGE.
           MOVE WS-LOC-SUB-CREW TO WS-ED-SUB-CREW.
           MOVE WS-LOC-SUB-COST TO WS-ED-SUB-COST.
           MOVE WS-LOC-SUB-OVHL TO WS-ED-OVHL.
           MOVE WS-LOC-SUB-RESV TO WS-ED-RESV.
           MOVE SPACES TO SCENRPT-RECORD.
           STRING '  SUBTOTAL ' WS-LOC-NAME-FOUND
               ' TONNAGE=' WS-ED-SUB-TONNAGE
               ' CREW=' WS-ED-SUB-CREW
               ' COST=' WS-ED-SUB-COST
               ' OVHL=' WS-ED-OVHL
               ' RESV=' WS-ED-RESV
               DELIMITED BY SIZE INTO SCENRPT-RECORD
           END-STRING.
           WRITE SCENRPT-RECORD.

       PRINT-PORT-UTILIZATION.
      * each port's in-fleet hulls and tonnage under the scenario
      * against its berths and tonnage ceiling - PORTUTIL's layout
      * and flags. zero capacity means no limit.
           MOVE SPACES TO SCENRPT-RECORD.
           WRITE SCENRPT-RECORD.
           MOVE SPACES TO SCENRPT-RECORD.
           STRING 'SCENARIO PORT UTILIZATION  (ZERO CAPACITY = NO '
               'LIMIT)'
               DELIMITED BY SIZE INTO SCENRPT-RECORD
           END-STRING.
           WRITE SCENRPT-RECORD.
           PERFORM VARYING WS-LOC-X FROM 1 BY 1
              UNTIL WS-LOC-X > WS-LOC-COUNT
              PERFORM PRINT-ONE-PORT
           END-PERFORM.

       PRINT-ONE-PORT.
           MOVE SPACES TO WS-OVER-FLAG.
           IF WS-LOC-BERTHS(WS-LOC-X) > 0
              AND WS-SCEN-HULLS(WS-LOC-X) > WS-LOC-BERTHS(WS-LOC-X)
              MOVE 'OVER BERTHS' TO WS-OVER-FLAG
           END-IF.
           IF WS-LOC-MAX-TONNAGE(WS-LOC-X) > 0
              AND WS-SCEN-TONNAGE(WS-LOC-X) >
                  WS-LOC-MAX-TONNAGE(WS-LOC-X)
              IF WS-OVER-FLAG = SPACES
                 MOVE 'OVER TONNAGE' TO WS-OVER-FLAG
              ELSE
                 MOVE 'OVER BOTH' TO WS-OVER-FLAG
              END-IF
           END-IF.
           IF WS-OVER-FLAG NOT = SPACES
              ADD 1 TO WS-OVER-COUNT
           END-IF.
           MOVE SPACES TO SCENRPT-RECORD.
           STRING '  ' WS-LOC-NAME-TBL(WS-LOC-X)
               ' HULLS ' WS-SCEN-HULLS(WS-LOC-X)
               ' OF ' WS-LOC-BERTHS(WS-LOC-X)
               '  TONNAGE ' WS-SCEN-TONNAGE(WS-LOC-X)
               ' OF ' WS-LOC-MAX-TONNAGE(WS-LOC-X)
               ' ' WS-OVER-FLAG
               DELIMITED BY SIZE INTO SCENRPT-RECORD
           END-STRING.
           WRITE SCENRPT-RECORD.

       PRINT-COST-PROJECTION.
      * COSTPROJ's twelve months per location for the scenario fleet
           MOVE SPACES TO SCENRPT-RECORD.
           WRITE SCENRPT-RECORD.
           MOVE SPACES TO SCENRPT-RECORD.
           STRING 'SCENARIO CREW COST PROJECTION - TWELVE MONTHS FROM '
               'RUN DATE ' WS-RUN-DATE
               DELIMITED BY SIZE INTO SCENRPT-RECORD
           END-STRING.
           WRITE SCENRPT-RECORD.
           MOVE 0 TO WS-GRAND-ANNUAL.
           PERFORM VARYING WS-LOC-X FROM 1 BY 1
              UNTIL WS-LOC-X > WS-LOC-COUNT
              PERFORM PRINT-ONE-PROJECTION
           END-PERFORM.
           MOVE WS-GRAND-ANNUAL TO WS-ED-GRAND-ANNUAL.
           MOVE SPACES TO SCENRPT-RECORD.
           STRING 'FLEET TWELVE-MONTH TOTAL ' WS-ED-GRAND-ANNUAL
               DELIMITED BY SIZE INTO SCENRPT-RECORD
           END-STRING.
           WRITE SCENRPT-RECORD.

       PRINT-ONE-PROJECTION.
           MOVE SPACES TO SCENRPT-RECORD.
           STRING 'LOCATION ' WS-LOC-NAME-TBL(WS-LOC-X)
               DELIMITED BY SIZE INTO SCENRPT-RECORD
           END-STRING.
           WRITE SCENRPT-RECORD.
           PERFORM VARYING WS-MON-X FROM 1 BY 1
              UNTIL WS-MON-X > 12
              MOVE WS-SCEN-MONTH-COST(WS-LOC-X WS-MON-X) TO WS-ED-PROJ
              MOVE SPACES TO SCENRPT-RECORD
              STRING '  ' WS-MONTH-LABEL(WS-MON-X) ' ' WS-ED-PROJ
                  DELIMITED BY SIZE INTO SCENRPT-RECORD
              END-STRING
              WRITE SCENRPT-RECORD
           END-PERFORM.
           ADD WS-SCEN-ANNUAL(WS-LOC-X) TO WS-GRAND-ANNUAL.
           MOVE WS-SCEN-ANNUAL(WS-LOC-X) TO WS-ED-GRAND-ANNUAL.
           MOVE SPACES TO SCENRPT-RECORD.
           STRING '  ANNUAL ' WS-ED-GRAND-ANNUAL
               DELIMITED BY SIZE INTO SCENRPT-RECORD
           END-STRING.
           WRITE SCENRPT-RECORD.

       PRINT-COMPARISON.
      * live fleet against scenario fleet, port by port and for the
      * whole fleet - every in-fleet hull counts here, whatever its
      * tonnage, so the figures tie to PORTUTIL and COSTPROJ rather
      * than to the floored listing above
           MOVE SPACES TO SCENRPT-RECORD.
           WRITE SCENRPT-RECORD.
           MOVE 'LIVE FLEET AGAINST SCENARIO' TO SCENRPT-RECORD.
           WRITE SCENRPT-RECORD.
           MOVE SPACES TO SCENRPT-RECORD.
           STRING 'LOCATION      SIDE      HULLS   TONNAGE    CREW'
               '    MONTHLY TWELVE-MONTH'
               DELIMITED BY SIZE INTO SCENRPT-RECORD
           END-STRING.
           WRITE SCENRPT-RECORD.
           PERFORM VARYING WS-LOC-X FROM 1 BY 1
              UNTIL WS-LOC-X > WS-LOC-COUNT
              PERFORM COMPARE-ONE-PORT
           END-PERFORM.
           MOVE 'FLEET' TO WS-CMP-LABEL.
           MOVE 'LIVE' TO WS-CMP-SIDE.
           MOVE WS-FL-LIVE-HULLS TO WS-CMP-HULLS.
           MOVE WS-FL-LIVE-TONNAGE TO WS-CMP-TONNAGE.
           MOVE WS-FL-LIVE-CREW TO WS-CMP-CREW.
           MOVE WS-FL-LIVE-COST TO WS-CMP-COST.
           MOVE WS-FL-LIVE-ANNUAL TO WS-CMP-ANNUAL.
           PERFORM WRITE-COMPARE-LINE.
           MOVE SPACES TO WS-CMP-LABEL.
           MOVE 'SCENARIO' TO WS-CMP-SIDE.
           MOVE WS-FL-SCEN-HULLS TO WS-CMP-HULLS.
           MOVE WS-FL-SCEN-TONNAGE TO WS-CMP-TONNAGE.
           MOVE WS-FL-SCEN-CREW TO WS-CMP-CREW.
           MOVE WS-FL-SCEN-COST TO WS-CMP-COST.
           MOVE WS-FL-SCEN-ANNUAL TO WS-CMP-ANNUAL.
           PERFORM WRITE-COMPARE-LINE.
           MOVE 'CHANGE' TO WS-CMP-SIDE.
           COMPUTE WS-CMP-HULLS = WS-FL-SCEN-HULLS - WS-FL-LIVE-HULLS.
           COMPUTE WS-CMP-TONNAGE =
               WS-FL-SCEN-TONNAGE - WS-FL-LIVE-TONNAGE.
           COMPUTE WS-CMP-CREW = WS-FL-SCEN-CREW - WS-FL-LIVE-CREW.
           COMPUTE WS-CMP-COST = WS-FL-SCEN-COST - WS-FL-LIVE-COST.
           COMPUTE WS-CMP-ANNUAL =
               WS-FL-SCEN-ANNUAL - WS-FL-LIVE-ANNUAL.
           PERFORM WRITE-COMPARE-LINE.

       COMPARE-ONE-PORT.
      * live, scenario and the change for one port, rolled into the
      * fleet totals on the way
           MOVE WS-LOC-NAME-TBL(WS-LOC-X) TO WS-CMP-LABEL.
           MOVE 'LIVE' TO WS-CMP-SIDE.
           MOVE WS-LIVE-HULLS(WS-LOC-X) TO WS-CMP-HULLS.
           MOVE WS-LIVE-TONNAGE(WS-LOC-X) TO WS-CMP-TONNAGE.
           MOVE WS-LIVE-CREW(WS-LOC-X) TO WS-CMP-CREW.
           MOVE WS-LIVE-COST(WS-LOC-X) TO WS-CMP-COST.
           MOVE WS-LIVE-ANNUAL(WS-LOC-X) TO WS-CMP-ANNUAL.
           PERFORM WRITE-COMPARE-LINE.
           MOVE SPACES TO WS-CMP-LABEL.
           MOVE 'SCENARIO' TO WS-CMP-SIDE.
           MOVE WS-SCEN-HULLS(WS-LOC-X) TO WS-CMP-HULLS.
           MOVE WS-SCEN-TONNAGE(WS-LOC-X) TO WS-CMP-TONNAGE.
           MOVE WS-SCEN-CREW(WS-LOC-X) TO WS-CMP-CREW.
           MOVE WS-SCEN-COST(WS-LOC-X) TO WS-CMP-COST.
           MOVE WS-SCEN-ANNUAL(WS-LOC-X) TO WS-CMP-ANNUAL.
           PERFORM WRITE-COMPARE-LINE.
           MOVE 'CHANGE' TO WS-CMP-SIDE.
           COMPUTE WS-CMP-HULLS =
               WS-SCEN-HULLS(WS-LOC-X) - WS-LIVE-HULLS(WS-LOC-X).
           COMPUTE WS-CMP-TONNAGE =
               WS-SCEN-TONNAGE(WS-LOC-X) - WS-LIVE-TONNAGE(WS-LOC-X).
           COMPUTE WS-CMP-CREW =
               WS-SCEN-CREW(WS-LOC-X) - WS-LIVE-CREW(WS-LOC-X).
           COMPUTE WS-CMP-COST =
               WS-SCEN-COST(WS-LOC-X) - WS-LIVE-COST(WS-LOC-X).
           COMPUTE WS-CMP-ANNUAL =
               WS-SCEN-ANNUAL(WS-LOC-X) - WS-LIVE-ANNUAL(WS-LOC-X).
           PERFORM WRITE-COMPARE-LINE.
           ADD WS-LIVE-HULLS(WS-LOC-X) TO WS-FL-LIVE-HULLS.
           ADD WS-LIVE-TONNAGE(WS-LOC-X) TO WS-FL-LIVE-TONNAGE.
           ADD WS-LIVE-CREW(WS-LOC-X) TO WS-FL-LIVE-CREW.
           ADD WS-LIVE-COST(WS-LOC-X) TO WS-FL-LIVE-COST.
           ADD WS-LIVE-ANNUAL(WS-LOC-X) TO WS-FL-LIVE-ANNUAL.
           ADD WS-SCEN-HULLS(WS-LOC-X) TO WS-FL-SCEN-HULLS.
           ADD WS-SCEN-TONNAGE(WS-LOC-X) TO WS-FL-SCEN-TONNAGE.
           ADD WS-SCEN-CREW(WS-LOC-X) TO WS-FL-SCEN-CREW.
           ADD WS-SCEN-COST(WS-LOC-X) TO WS-FL-SCEN-COST.
           ADD WS-SCEN-ANNUAL(WS-LOC-X) TO WS-FL-SCEN-ANNUAL.

       WRITE-COMPARE-LINE.
      * caller loads WS-CMP-LABEL, WS-CMP-SIDE and the figures
           MOVE WS-CMP-HULLS TO WS-ED-HULLS.
           MOVE WS-CMP-TONNAGE TO WS-ED-TONNAGE.
           MOVE WS-CMP-CREW TO WS-ED-CREW.
           MOVE WS-CMP-COST TO WS-ED-COST.
           MOVE WS-CMP-ANNUAL TO WS-ED-ANNUAL.
           MOVE SPACES TO SCENRPT-RECORD.
           STRING WS-CMP-LABEL ' ' WS-CMP-SIDE WS-ED-HULLS
               WS-ED-TONNAGE WS-ED-CREW WS-ED-COST WS-ED-ANNUAL
               DELIMITED BY SIZE INTO SCENRPT-RECORD
           END-STRING.
           WRITE SCENRPT-RECORD.

       LOOKUP-LOC-NAME.
      * translates WS-LOOKUP-LOC into WS-LOC-NAME-FOUND - the raw
      * code when LOCS.DAT has no entry
           MOVE WS-LOOKUP-LOC TO WS-LOC-NAME-FOUND.
           PERFORM VARYING WS-LOC-X FROM 1 BY 1
              UNTIL WS-LOC-X > WS-LOC-COUNT
              IF WS-LOOKUP-LOC = WS-LOC-CODE(WS-LOC-X)
                 MOVE WS-LOC-NAME-TBL(WS-LOC-X) TO WS-LOC-NAME-FOUND
              END-IF
           END-PERFORM.

       LOOKUP-VF-DESC.
      * translates WS-LOOKUP-TYPE into WS-VF-DESC-FOUND - the raw
      * code when VESSFUNC.DAT has no entry
           MOVE WS-LOOKUP-TYPE TO WS-VF-DESC-FOUND.
           PERFORM VARYING WS-VF-X FROM 1 BY 1
              UNTIL WS-VF-X > WS-VF-COUNT
              IF WS-LOOKUP-TYPE = WS-VF-CODE(WS-VF-X)
                 MOVE WS-VF-DESC-TBL(WS-VF-X) TO WS-VF-DESC-FOUND
              END-IF
           END-PERFORM.

       LOOKUP-CC-RATE.
      * of the entries for WS-LOOKUP-TYPE already in force on
      * WS-RATE-ASOF, the one with the latest effective date wins -
      * same rule as REPORTER
           MOVE 0 TO WS-CC-RATE-FOUND.
           MOVE 0 TO WS-CC-BEST-EFF.
           PERFORM VARYING WS-CC-X FROM 1 BY 1
              UNTIL WS-CC-X > WS-CC-COUNT
              IF WS-LOOKUP-TYPE = WS-CC-CODE(WS-CC-X)
                 AND WS-CC-EFF-TBL(WS-CC-X) <= WS-RATE-ASOF
                 AND WS-CC-EFF-TBL(WS-CC-X) >= WS-CC-BEST-EFF
                 MOVE WS-CC-EFF-TBL(WS-CC-X) TO WS-CC-BEST-EFF
                 MOVE WS-CC-RATE-TBL(WS-CC-X) TO WS-CC-RATE-FOUND
              END-IF
           END-PERFORM.

       LOOKUP-MF-FACTOR.
      * translates WS-LOOKUP-STAT into WS-MF-FACTOR-FOUND - a
      * status with no entry costs at full complement, same rule
      * as REPORTER
           MOVE 1.00 TO WS-MF-FACTOR-FOUND.
           SET WS-MF-X TO 1.
           SEARCH WS-MF-ENTRY
              AT END
                 CONTINUE
              WHEN WS-MF-X > WS-MF-COUNT
                 CONTINUE
              WHEN WS-LOOKUP-STAT = WS-MF-STAT(WS-MF-X)
                 MOVE WS-MF-FACTOR-TBL(WS-MF-X) TO
                     WS-MF-FACTOR-FOUND
           END-SEARCH.

       END PROGRAM SCENUVMF.
