      * decommissioning forecast for force planning - every in-fleet
      * hull's end of service life worked out from its commissioning
      * date (UVMF.DAT) and the expected service life of its
      * function (VESSFUNC.DAT), then laid out by fiscal year over a
      * five-year horizon: the current fiscal year and the four
      * after it, October through September, named for the year
      * they end in. within each year, each location shows the hulls
      * reaching end of life, the tonnage and crew leaving with them
      * and the monthly crew cost saved - crew times the CREWCOST.DAT
      * rate in force today times the MANFACT.DAT factor for the
      * hull's current status, the same figure SHIPS.RPT costs the
      * hull at now. hulls already past end of life are listed on
      * their own after the horizon, and hulls with no commissioning
      * date or whose function carries no service life are listed as
      * not forecast so the gaps get keyed. output is DECOMFC.RPT.
      *    decomfcst
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DECOMFCST.
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

           SELECT LOCFILE ASSIGN TO '.\LOCS.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT VESSFUNCFILE ASSIGN TO '.\VESSFUNC.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT CREWCOSTFILE ASSIGN TO '.\CREWCOST.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

      * manning factor by operational status - a reserve hull going
      * out of service saves its caretaker detachment, not a full
      * complement. no MANFACT.DAT means full complement throughout.
           SELECT MANFACTFILE ASSIGN TO '.\MANFACT.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-MF-STATUS.

           SELECT DECOMRPT ASSIGN TO '.\DECOMFC.RPT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT SORT-WORK ASSIGN TO '.\DECOMSRT.DAT'.

       DATA DIVISION.
       FILE SECTION.
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

       FD DECOMRPT.
       01 DECOMRPT-RECORD     PIC X(80).

      * one in-fleet hull per record. the group puts the five-year
      * horizon first, then hulls already past end of life, then
      * hulls that can't be forecast; fiscal year is zero outside
      * the horizon
       SD SORT-WORK.
       01 SRT-RECORD.
          05 SRT-GROUP     PIC X(01).
             88 SRT-IN-HORIZON     VALUE '1'.
             88 SRT-OVERDUE     VALUE '2'.
             88 SRT-NOT-FORECAST     VALUE '3'.
          05 SRT-FY     PIC 9(04).
          05 SRT-LOC     PIC X(01).
          05 SRT-EOL-DATE     PIC 9(08).
          05 SRT-HULL     PIC X(05).
          05 SRT-NAME     PIC X(09).
          05 SRT-TYPE     PIC X(02).
          05 SRT-COMM-DATE     PIC X(08).
          05 SRT-TONNAGE     PIC 9(06).
          05 SRT-CREW     PIC 9(05).
          05 SRT-SAVING     PIC 9(09).
          05 SRT-REASON     PIC X(08).

       WORKING-STORAGE SECTION.
       01 WS-UVMF-STATUS     PIC X(02)     VALUE '00'.

       01 WS-EOF-FLAGS.
          05 WS-UVMF-EOF     PIC X     VALUE 'N'.
          05 WS-LOC-EOF     PIC X     VALUE 'N'.
          05 WS-VF-EOF     PIC X     VALUE 'N'.
          05 WS-CC-EOF     PIC X     VALUE 'N'.
          05 WS-MF-EOF     PIC X     VALUE 'N'.
          05 WS-SRT-EOF     PIC X     VALUE 'N'.

      * the run date and the horizon - first and last fiscal years
       01 WS-RUN-DATE     PIC 9(08)     VALUE 0.
       01 WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
          05 WS-RUN-YYYY     PIC 9(04).
          05 WS-RUN-MM     PIC 9(02).
          05 WS-RUN-DD     PIC 9(02).
       01 WS-FIRST-FY     PIC 9(04)     VALUE 0.
       01 WS-LAST-FY     PIC 9(04)     VALUE 0.

      * end of service life for the hull in hand - the commissioning
      * date moved forward by the function's life in years
       01 WS-COMM-WORK.
          05 WS-COMM-YYYY     PIC 9(04).
          05 WS-COMM-MM     PIC 9(02).
          05 WS-COMM-DD     PIC 9(02).
       01 WS-EOL-DATE.
          05 WS-EOL-YYYY     PIC 9(04).
          05 WS-EOL-MM     PIC 9(02).
          05 WS-EOL-DD     PIC 9(02).
       01 WS-EOL-DATE-N REDEFINES WS-EOL-DATE     PIC 9(08).
       01 WS-EOL-FY     PIC 9(04)     VALUE 0.

      * location names off LOCS.DAT - a hull at a code with no entry
      * prints under the raw code
       01 WS-LOC-COUNT     PIC 9(02)     VALUE 0.
       01 WS-LOC-TABLE.
          05 WS-LOC-ENTRY     OCCURS 20 TIMES
                               INDEXED BY WS-LOC-X.
             10 WS-LOC-CODE     PIC X(01).
             10 WS-LOC-NAME-TBL     PIC X(13).
       01 WS-LOC-NAME-FOUND     PIC X(13)     VALUE SPACES.

      * vessel functions with their service life - zero when the
      * VESSFUNC.DAT line carries none
       01 WS-VF-COUNT     PIC 9(02)     VALUE 0.
       01 WS-VF-TABLE.
          05 WS-VF-ENTRY     OCCURS 20 TIMES
                              INDEXED BY WS-VF-X.
             10 WS-VF-CODE     PIC X(02).
             10 WS-VF-DESC-TBL     PIC X(20).
             10 WS-VF-LIFE     PIC 9(02).
       01 WS-VF-DESC-FOUND     PIC X(20)     VALUE SPACES.
       01 WS-VF-LIFE-FOUND     PIC 9(02)     VALUE 0.

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

       01 WS-VESSEL-SAVING     PIC 9(09)     VALUE 0.

      * control-break state for the printed forecast - the fiscal
      * year and location being printed, and the next horizon year
      * still owed a heading (a year nobody leaves in still prints)
       01 WS-CUR-GROUP     PIC X(01)     VALUE SPACE.
       01 WS-CUR-FY     PIC 9(04)     VALUE 0.
       01 WS-CUR-LOC     PIC X(01)     VALUE SPACE.
       01 WS-NEXT-FY     PIC 9(04)     VALUE 0.
       01 WS-FY-OPEN     PIC X(01)     VALUE 'N'.
       01 WS-LOC-OPEN     PIC X(01)     VALUE 'N'.
       01 WS-HORIZON-DONE     PIC X(01)     VALUE 'N'.

      * hulls, tonnage, crew and monthly saving - per location, per
      * fiscal year (or section), and over the whole horizon
       01 WS-LOC-TOTALS.
          05 WS-LOC-HULLS     PIC 9(05)     VALUE 0.
          05 WS-LOC-TONNAGE     PIC 9(08)     VALUE 0.
          05 WS-LOC-CREW     PIC 9(06)     VALUE 0.
          05 WS-LOC-SAVING     PIC 9(10)     VALUE 0.
       01 WS-FY-TOTALS.
          05 WS-FY-HULLS     PIC 9(05)     VALUE 0.
          05 WS-FY-TONNAGE     PIC 9(08)     VALUE 0.
          05 WS-FY-CREW     PIC 9(06)     VALUE 0.
          05 WS-FY-SAVING     PIC 9(10)     VALUE 0.
       01 WS-HORIZON-TOTALS.
          05 WS-HOR-HULLS     PIC 9(05)     VALUE 0.
          05 WS-HOR-TONNAGE     PIC 9(08)     VALUE 0.
          05 WS-HOR-CREW     PIC 9(06)     VALUE 0.
          05 WS-HOR-SAVING     PIC 9(10)     VALUE 0.

      * what the run found, for the console summary
       01 WS-RUN-COUNTS.
          05 WS-VESSEL-COUNT     PIC 9(05)     VALUE 0.
          05 WS-OVERDUE-COUNT     PIC 9(05)     VALUE 0.
          05 WS-BEYOND-COUNT     PIC 9(05)     VALUE 0.
          05 WS-NOFCST-COUNT     PIC 9(05)     VALUE 0.

      * report line scratch
       01 WS-TOT-LABEL     PIC X(13)     VALUE SPACES.
       01 WS-FUNC-PRINT     PIC X(12)     VALUE SPACES.
       01 WS-COMM-PRINT     PIC X(08)     VALUE SPACES.
       01 WS-EOL-PRINT     PIC X(08)     VALUE SPACES.
       01 WS-ED-TONNAGE     PIC Z(06)9.
       01 WS-ED-CREW     PIC Z(05)9.
       01 WS-ED-SAVING     PIC Z(09)9.
       01 WS-ED-HULLS     PIC Z(03)9.
       01 WS-ED-TOT-TONNAGE     PIC Z(07)9.
       01 WS-ED-COUNT     PIC Z(04)9.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM SET-HORIZON.
           PERFORM LOAD-LOC-TABLE.
           PERFORM LOAD-VF-TABLE.
           PERFORM LOAD-CC-TABLE.
           PERFORM LOAD-MF-TABLE.
           OPEN OUTPUT DECOMRPT.
           PERFORM WRITE-HEADINGS.
           SORT SORT-WORK
               ON ASCENDING KEY SRT-GROUP SRT-FY SRT-LOC SRT-EOL-DATE
                                SRT-HULL
               INPUT PROCEDURE IS RELEASE-HULLS
               OUTPUT PROCEDURE IS PRINT-FORECAST.
           CLOSE DECOMRPT.
           DISPLAY 'DECOMFCST: ' WS-VESSEL-COUNT ' IN-FLEET HULLS, '
               WS-HOR-HULLS ' REACH END OF LIFE FY' WS-FIRST-FY '-'
               WS-LAST-FY.
           DISPLAY 'DECOMFCST: ' WS-OVERDUE-COUNT ' PAST END OF '
               'LIFE, ' WS-NOFCST-COUNT ' NOT FORECAST - SEE '
               'DECOMFC.RPT'.
           STOP RUN.

       SET-HORIZON.
      * the fiscal year runs October to September and is named for
      * the year it ends in - October onward belongs to next year's
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-YYYY TO WS-FIRST-FY.
           IF WS-RUN-MM >= 10
              ADD 1 TO WS-FIRST-FY
           END-IF.
           COMPUTE WS-LAST-FY = WS-FIRST-FY + 4.
           MOVE WS-FIRST-FY TO WS-NEXT-FY.

       LOAD-LOC-TABLE.
           OPEN INPUT LOCFILE.
           PERFORM UNTIL WS-LOC-EOF = 'Y'
              READ LOCFILE
                 AT END
                    MOVE 'Y' TO WS-LOC-EOF
                 NOT AT END
                    ADD 1 TO WS-LOC-COUNT
                    IF WS-LOC-COUNT > 20
                       DISPLAY 'DECOMFCST: LOCS.DAT HAS MORE THAN 20 '
                           'ENTRIES, RAISE WS-LOC-ENTRY OCCURS IN '
                           'DecomForecast.cbl'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                    END-IF
                    MOVE LF-LOC-CODE TO WS-LOC-CODE(WS-LOC-COUNT)
                    MOVE LF-LOC-NAME TO WS-LOC-NAME-TBL(WS-LOC-COUNT)
              END-READ
           END-PERFORM.
           CLOSE LOCFILE.

       LOAD-VF-TABLE.
      * a function line with no service life (or a pre-service-life
      * line) loads as zero - its hulls go on the not forecast list
           OPEN INPUT VESSFUNCFILE.
           PERFORM UNTIL WS-VF-EOF = 'Y'
              READ VESSFUNCFILE
                 AT END
                    MOVE 'Y' TO WS-VF-EOF
                 NOT AT END
                    ADD 1 TO WS-VF-COUNT
                    IF WS-VF-COUNT > 20
                       DISPLAY 'DECOMFCST: VESSFUNC.DAT HAS MORE THAN '
                           '20 ENTRIES, RAISE WS-VF-ENTRY OCCURS IN '
                           'DecomForecast.cbl'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                    END-IF
                    MOVE VF-CODE TO WS-VF-CODE(WS-VF-COUNT)
                    MOVE VF-DESC TO WS-VF-DESC-TBL(WS-VF-COUNT)
                    IF VF-SERVICE-LIFE NUMERIC
                       MOVE VF-SERVICE-LIFE-N TO
                           WS-VF-LIFE(WS-VF-COUNT)
                    ELSE
                       MOVE 0 TO WS-VF-LIFE(WS-VF-COUNT)
                    END-IF
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
                       DISPLAY 'DECOMFCST: CREWCOST.DAT HAS MORE THAN '
                           '60 ENTRIES, RAISE WS-CC-ENTRY OCCURS IN '
                           'DecomForecast.cbl'
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
                 DISPLAY 'DECOMFCST: MANFACT.DAT OPEN FAILED, '
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
                       DISPLAY 'DECOMFCST: MANFACT.DAT HAS MORE THAN '
                           '10 ENTRIES, RAISE WS-MF-ENTRY OCCURS IN '
                           'DecomForecast.cbl'
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

       RELEASE-HULLS.
           OPEN INPUT UVMF.
           IF WS-UVMF-STATUS NOT = '00'
              DISPLAY 'DECOMFCST: UNABLE TO OPEN UVMF.DAT, STATUS = '
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
                    DISPLAY 'DECOMFCST: UVMF READ FAILED, STATUS = '
                        WS-UVMF-STATUS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 IF UVMF-RETIRED
                    CONTINUE
                 ELSE
                    ADD 1 TO WS-VESSEL-COUNT
                    PERFORM FORECAST-ONE-HULL
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE UVMF.

       FORECAST-ONE-HULL.
      * a hull whose end of life falls past the horizon is only
      * counted - everything else goes to the sort for printing
           MOVE SPACES TO SRT-RECORD.
           MOVE 0 TO SRT-FY.
           MOVE 0 TO SRT-EOL-DATE.
           MOVE UVMF-LOC TO SRT-LOC.
           MOVE UVMF-HULL TO SRT-HULL.
           MOVE UVMF-NAME TO SRT-NAME.
           MOVE UVMF-TYPE TO SRT-TYPE.
           MOVE UVMF-COMM-DATE TO SRT-COMM-DATE.
           MOVE UVMF-TONNAGE TO SRT-TONNAGE.
           MOVE UVMF-CREW TO SRT-CREW.
           PERFORM COST-ONE-HULL.
           MOVE WS-VESSEL-SAVING TO SRT-SAVING.
           MOVE UVMF-TYPE TO WS-LOOKUP-TYPE.
           PERFORM LOOKUP-VF.
           IF UVMF-COMM-UNKNOWN OR UVMF-COMM-DATE NOT NUMERIC
              SET SRT-NOT-FORECAST TO TRUE
              MOVE 'NO DATE' TO SRT-REASON
              ADD 1 TO WS-NOFCST-COUNT
              RELEASE SRT-RECORD
           ELSE
              IF WS-VF-LIFE-FOUND = 0
                 SET SRT-NOT-FORECAST TO TRUE
                 MOVE 'NO LIFE' TO SRT-REASON
                 ADD 1 TO WS-NOFCST-COUNT
                 RELEASE SRT-RECORD
              ELSE
                 PERFORM COMPUTE-END-OF-LIFE
                 MOVE WS-EOL-DATE-N TO SRT-EOL-DATE
                 IF WS-EOL-FY < WS-FIRST-FY
                    SET SRT-OVERDUE TO TRUE
                    ADD 1 TO WS-OVERDUE-COUNT
                    RELEASE SRT-RECORD
                 ELSE
                    IF WS-EOL-FY > WS-LAST-FY
                       ADD 1 TO WS-BEYOND-COUNT
                    ELSE
                       SET SRT-IN-HORIZON TO TRUE
                       MOVE WS-EOL-FY TO SRT-FY
                       RELEASE SRT-RECORD
                    END-IF
                 END-IF
              END-IF
           END-IF.

       COMPUTE-END-OF-LIFE.
      * commissioning date plus the service life in whole years - a
      * 29 February commissioning lands on the 28th in a common year
           MOVE UVMF-COMM-DATE TO WS-COMM-WORK.
           COMPUTE WS-EOL-YYYY = WS-COMM-YYYY + WS-VF-LIFE-FOUND.
           MOVE WS-COMM-MM TO WS-EOL-MM.
           MOVE WS-COMM-DD TO WS-EOL-DD.
           IF WS-EOL-MM = 02 AND WS-EOL-DD = 29
              IF FUNCTION TEST-DATE-YYYYMMDD(WS-EOL-DATE-N) NOT = 0
                 MOVE 28 TO WS-EOL-DD
              END-IF
           END-IF.
           MOVE WS-EOL-YYYY TO WS-EOL-FY.
           IF WS-EOL-MM >= 10
              ADD 1 TO WS-EOL-FY
           END-IF.

       COST-ONE-HULL.
      * what the hull costs a month today - crew times the rate in
      * force on the run date, scaled by its status's manning factor
           MOVE UVMF-TYPE TO WS-LOOKUP-TYPE.
           PERFORM LOOKUP-CC-RATE.
           MOVE UVMF-STAT TO WS-LOOKUP-STAT.
           PERFORM LOOKUP-MF-FACTOR.
           COMPUTE WS-VESSEL-SAVING ROUNDED =
               UVMF-CREW * WS-CC-RATE-FOUND * WS-MF-FACTOR-FOUND
              ON SIZE ERROR
                 DISPLAY 'DECOMFCST: COST OVERFLOW FOR VESSEL '
                     UVMF-NAME
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-COMPUTE.

       LOOKUP-VF.
      * description and service life for WS-LOOKUP-TYPE - a code
      * with no VESSFUNC.DAT entry prints as the raw code with no
      * life, so its hulls fall to the not forecast list
           MOVE WS-LOOKUP-TYPE TO WS-VF-DESC-FOUND.
           MOVE 0 TO WS-VF-LIFE-FOUND.
           PERFORM VARYING WS-VF-X FROM 1 BY 1
              UNTIL WS-VF-X > WS-VF-COUNT
              IF WS-LOOKUP-TYPE = WS-VF-CODE(WS-VF-X)
                 MOVE WS-VF-DESC-TBL(WS-VF-X) TO WS-VF-DESC-FOUND
                 MOVE WS-VF-LIFE(WS-VF-X) TO WS-VF-LIFE-FOUND
              END-IF
           END-PERFORM.

       LOOKUP-LOC-NAME.
           MOVE WS-CUR-LOC TO WS-LOC-NAME-FOUND.
           PERFORM VARYING WS-LOC-X FROM 1 BY 1
              UNTIL WS-LOC-X > WS-LOC-COUNT
              IF WS-CUR-LOC = WS-LOC-CODE(WS-LOC-X)
                 MOVE WS-LOC-NAME-TBL(WS-LOC-X) TO WS-LOC-NAME-FOUND
              END-IF
           END-PERFORM.

       LOOKUP-CC-RATE.
      * of the entries for WS-LOOKUP-TYPE already in force on the
      * run date, the one with the latest effective date wins -
      * same rule as REPORTER
           MOVE 0 TO WS-CC-RATE-FOUND.
           MOVE 0 TO WS-CC-BEST-EFF.
           PERFORM VARYING WS-CC-X FROM 1 BY 1
              UNTIL WS-CC-X > WS-CC-COUNT
              IF WS-LOOKUP-TYPE = WS-CC-CODE(WS-CC-X)
                 AND WS-CC-EFF-TBL(WS-CC-X) <= WS-RUN-DATE
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

       WRITE-HEADINGS.
           MOVE SPACES TO DECOMRPT-RECORD.
           MOVE 'DECOMMISSIONING FORECAST' TO DECOMRPT-RECORD.
           WRITE DECOMRPT-RECORD.
           MOVE SPACES TO DECOMRPT-RECORD.
           STRING 'RUN DATE ' WS-RUN-DATE '  FISCAL YEARS '
               WS-FIRST-FY ' - ' WS-LAST-FY ' (OCTOBER - SEPTEMBER)'
               DELIMITED BY SIZE INTO DECOMRPT-RECORD
           END-STRING.
           WRITE DECOMRPT-RECORD.
           MOVE SPACES TO DECOMRPT-RECORD.
           STRING 'END OF LIFE = COMMISSIONED + SERVICE LIFE, '
               'SAVING PER MONTH AT CURRENT RATES'
               DELIMITED BY SIZE INTO DECOMRPT-RECORD
           END-STRING.
           WRITE DECOMRPT-RECORD.

       PRINT-FORECAST.
      * control breaks on fiscal year and location inside the
      * horizon, then the past-end-of-life and not forecast lists -
      * the horizon is closed off (empty years and all) as soon as
      * the first record outside it turns up, or at the end
           PERFORM UNTIL WS-SRT-EOF = 'Y'
              RETURN SORT-WORK
                 AT END
                    MOVE 'Y' TO WS-SRT-EOF
                 NOT AT END
                    PERFORM PRINT-ONE-HULL
              END-RETURN
           END-PERFORM.
           PERFORM END-LOCATION.
           IF WS-HORIZON-DONE = 'N'
              PERFORM FINISH-HORIZON
           ELSE
              PERFORM END-SECTION
           END-IF.
           IF WS-BEYOND-COUNT > 0
              MOVE WS-BEYOND-COUNT TO WS-ED-COUNT
              MOVE SPACES TO DECOMRPT-RECORD
              WRITE DECOMRPT-RECORD
              MOVE SPACES TO DECOMRPT-RECORD
              STRING WS-ED-COUNT ' FURTHER HULLS REACH END OF LIFE '
                  'AFTER FY' WS-LAST-FY
                  DELIMITED BY SIZE INTO DECOMRPT-RECORD
              END-STRING
              WRITE DECOMRPT-RECORD
           END-IF.

       PRINT-ONE-HULL.
           IF SRT-GROUP NOT = WS-CUR-GROUP
              PERFORM END-LOCATION
              IF WS-HORIZON-DONE = 'N' AND NOT SRT-IN-HORIZON
                 PERFORM FINISH-HORIZON
              ELSE
                 PERFORM END-SECTION
              END-IF
              IF NOT SRT-IN-HORIZON
                 PERFORM START-SECTION
              END-IF
              MOVE SRT-GROUP TO WS-CUR-GROUP
           END-IF.
           IF SRT-IN-HORIZON AND SRT-FY NOT = WS-CUR-FY
              PERFORM END-LOCATION
              PERFORM END-FISCAL-YEAR
              PERFORM CATCH-UP-EMPTY-YEARS
              MOVE SRT-FY TO WS-CUR-FY
              PERFORM START-FISCAL-YEAR
           END-IF.
           IF SRT-LOC NOT = WS-CUR-LOC OR WS-LOC-OPEN = 'N'
              PERFORM END-LOCATION
              MOVE SRT-LOC TO WS-CUR-LOC
              PERFORM START-LOCATION
           END-IF.
           PERFORM WRITE-DETAIL-LINE.
           ADD 1 TO WS-LOC-HULLS.
           ADD SRT-TONNAGE TO WS-LOC-TONNAGE.
           ADD SRT-CREW TO WS-LOC-CREW.
           ADD SRT-SAVING TO WS-LOC-SAVING.

       START-FISCAL-YEAR.
      * WS-CUR-FY is the year being opened
           MOVE SPACES TO DECOMRPT-RECORD.
           WRITE DECOMRPT-RECORD.
           MOVE SPACES TO DECOMRPT-RECORD.
           STRING 'FISCAL YEAR ' WS-CUR-FY
               DELIMITED BY SIZE INTO DECOMRPT-RECORD
           END-STRING.
           WRITE DECOMRPT-RECORD.
           INITIALIZE WS-FY-TOTALS.
           MOVE 'Y' TO WS-FY-OPEN.

       END-FISCAL-YEAR.
      * totals the open year into the horizon and moves the next
      * owed year past it
           IF WS-FY-OPEN = 'Y'
              IF WS-FY-HULLS = 0
                 MOVE SPACES TO DECOMRPT-RECORD
                 MOVE '  NO HULLS REACH END OF SERVICE LIFE' TO
                     DECOMRPT-RECORD
                 WRITE DECOMRPT-RECORD
              END-IF
              MOVE SPACES TO WS-TOT-LABEL
              STRING 'FY ' WS-CUR-FY
                  DELIMITED BY SIZE INTO WS-TOT-LABEL
              END-STRING
              MOVE WS-FY-HULLS TO WS-ED-HULLS
              MOVE WS-FY-TONNAGE TO WS-ED-TOT-TONNAGE
              MOVE WS-FY-CREW TO WS-ED-CREW
              MOVE WS-FY-SAVING TO WS-ED-SAVING
              PERFORM WRITE-TOTAL-LINE
              ADD WS-FY-HULLS TO WS-HOR-HULLS
              ADD WS-FY-TONNAGE TO WS-HOR-TONNAGE
              ADD WS-FY-CREW TO WS-HOR-CREW
              ADD WS-FY-SAVING TO WS-HOR-SAVING
              COMPUTE WS-NEXT-FY = WS-CUR-FY + 1
              MOVE 'N' TO WS-FY-OPEN
           END-IF.

       CATCH-UP-EMPTY-YEARS.
      * every horizon year ahead of SRT-FY (or past the last one
      * printed, when called to close the horizon) still gets its
      * heading and a nil line
           PERFORM UNTIL WS-NEXT-FY >= SRT-FY
              OR WS-NEXT-FY > WS-LAST-FY
              MOVE WS-NEXT-FY TO WS-CUR-FY
              PERFORM START-FISCAL-YEAR
              PERFORM END-FISCAL-YEAR
           END-PERFORM.

       FINISH-HORIZON.
      * closes the last open year, prints any empty years left up to
      * the end of the horizon, then the five-year total
           PERFORM END-FISCAL-YEAR.
           PERFORM UNTIL WS-NEXT-FY > WS-LAST-FY
              MOVE WS-NEXT-FY TO WS-CUR-FY
              PERFORM START-FISCAL-YEAR
              PERFORM END-FISCAL-YEAR
           END-PERFORM.
           MOVE SPACES TO DECOMRPT-RECORD.
           WRITE DECOMRPT-RECORD.
           MOVE 'FIVE-YEAR' TO WS-TOT-LABEL.
           MOVE WS-HOR-HULLS TO WS-ED-HULLS.
           MOVE WS-HOR-TONNAGE TO WS-ED-TOT-TONNAGE.
           MOVE WS-HOR-CREW TO WS-ED-CREW.
           MOVE WS-HOR-SAVING TO WS-ED-SAVING.
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'Y' TO WS-HORIZON-DONE.

       START-SECTION.
      * heading for the lists outside the horizon - they share the
      * fiscal year totals as section totals
           MOVE SPACES TO DECOMRPT-RECORD.
           WRITE DECOMRPT-RECORD.
           MOVE SPACES TO DECOMRPT-RECORD.
           IF SRT-OVERDUE
              STRING 'PAST END OF SERVICE LIFE BEFORE FY' WS-FIRST-FY
                  ' - STILL IN FLEET'
                  DELIMITED BY SIZE INTO DECOMRPT-RECORD
              END-STRING
           ELSE
              STRING 'NOT FORECAST - NO COMMISSIONING DATE OR NO '
                  'SERVICE LIFE FOR THE FUNCTION'
                  DELIMITED BY SIZE INTO DECOMRPT-RECORD
              END-STRING
           END-IF.
           WRITE DECOMRPT-RECORD.
           INITIALIZE WS-FY-TOTALS.
           MOVE 'Y' TO WS-FY-OPEN.

       END-SECTION.
           IF WS-FY-OPEN = 'Y'
              MOVE 'SECTION' TO WS-TOT-LABEL
              MOVE WS-FY-HULLS TO WS-ED-HULLS
              MOVE WS-FY-TONNAGE TO WS-ED-TOT-TONNAGE
              MOVE WS-FY-CREW TO WS-ED-CREW
              MOVE WS-FY-SAVING TO WS-ED-SAVING
              PERFORM WRITE-TOTAL-LINE
              MOVE 'N' TO WS-FY-OPEN
           END-IF.

       START-LOCATION.
      * WS-CUR-LOC is the location being opened
           PERFORM LOOKUP-LOC-NAME.
           MOVE SPACES TO DECOMRPT-RECORD.
           STRING '  LOCATION ' WS-LOC-NAME-FOUND
               DELIMITED BY SIZE INTO DECOMRPT-RECORD
           END-STRING.
           WRITE DECOMRPT-RECORD.
           MOVE SPACES TO DECOMRPT-RECORD.
           STRING '    HULL   VESSEL    FUNCTION     COMMISS  '
               'END LIFE TONNAGE   CREW MO. SAVING'
               DELIMITED BY SIZE INTO DECOMRPT-RECORD
           END-STRING.
           WRITE DECOMRPT-RECORD.
           INITIALIZE WS-LOC-TOTALS.
           MOVE 'Y' TO WS-LOC-OPEN.

       END-LOCATION.
      * prints the open location's total and rolls it into the year
           IF WS-LOC-OPEN = 'Y'
              MOVE WS-LOC-NAME-FOUND TO WS-TOT-LABEL
              MOVE WS-LOC-HULLS TO WS-ED-HULLS
              MOVE WS-LOC-TONNAGE TO WS-ED-TOT-TONNAGE
              MOVE WS-LOC-CREW TO WS-ED-CREW
              MOVE WS-LOC-SAVING TO WS-ED-SAVING
              PERFORM WRITE-TOTAL-LINE
              ADD WS-LOC-HULLS TO WS-FY-HULLS
              ADD WS-LOC-TONNAGE TO WS-FY-TONNAGE
              ADD WS-LOC-CREW TO WS-FY-CREW
              ADD WS-LOC-SAVING TO WS-FY-SAVING
              MOVE 'N' TO WS-LOC-OPEN
           END-IF.

       WRITE-DETAIL-LINE.
           MOVE SRT-TYPE TO WS-LOOKUP-TYPE.
           PERFORM LOOKUP-VF.
           MOVE WS-VF-DESC-FOUND TO WS-FUNC-PRINT.
           MOVE SRT-COMM-DATE TO WS-COMM-PRINT.
           IF SRT-NOT-FORECAST
              MOVE SRT-REASON TO WS-EOL-PRINT
           ELSE
              MOVE SRT-EOL-DATE TO WS-EOL-PRINT
           END-IF.
           MOVE SRT-TONNAGE TO WS-ED-TONNAGE.
           MOVE SRT-CREW TO WS-ED-CREW.
           MOVE SRT-SAVING TO WS-ED-SAVING.
           MOVE SPACES TO DECOMRPT-RECORD.
           STRING '    ' SRT-HULL '  ' SRT-NAME ' ' WS-FUNC-PRINT ' '
               WS-COMM-PRINT ' ' WS-EOL-PRINT ' ' WS-ED-TONNAGE ' '
               WS-ED-CREW ' ' WS-ED-SAVING
               DELIMITED BY SIZE INTO DECOMRPT-RECORD
           END-STRING.
           WRITE DECOMRPT-RECORD.

       WRITE-TOTAL-LINE.
      * caller loads WS-TOT-LABEL and the edited totals - tonnage,
      * crew and saving line up under the detail columns
           MOVE SPACES TO DECOMRPT-RECORD.
           STRING '    TOTAL ' WS-TOT-LABEL ' ' WS-ED-HULLS ' HULLS'
               '                 ' WS-ED-TOT-TONNAGE ' ' WS-ED-CREW
               ' ' WS-ED-SAVING
               DELIMITED BY SIZE INTO DECOMRPT-RECORD
           END-STRING.
           WRITE DECOMRPT-RECORD.

       END PROGRAM DECOMFCST.
