      * manning against standard - each in-fleet hull's crew on
      * UVMF.DAT against what MANNSTD.DAT says a hull of its vessel
      * function should carry. CREWFEED only checks the master
      * against the personnel feed; this is the check of both
      * against the authorized standard. no arguments:
      *    mannrpt
      * a hull is judged against the MANNSTD.DAT line for its
      * function and its own status (D, O or V) when there is one,
      * otherwise against the function's full-standard line (blank
      * status) - so an overhaul or reserve hull with a reduced
      * standard on file is held to that, not to the full crew. a
      * function with neither line shows NO STANDARD.
      * MANNING.RPT lists each hull grouped by location and function
      * with its crew, the authorized, minimum safe and maximum crew,
      * percent manned (crew over authorized), and the shortfall or
      * overage against authorized. a hull under minimum safe is
      * flagged BELOW MIN SAFE, one over maximum OVER MAX. shortfalls
      * and overages are totalled for each function within a
      * location, for each location, for each function across the
      * fleet and for the fleet. percent manned on a total counts
      * only the hulls that have a standard.
      * any hull below minimum safe manning ends the run RC 4, which
      * MONTHEND carries through as the cycle's own return code.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANNRPT.
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

           SELECT MANNSTDFILE ASSIGN TO '.\MANNSTD.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-MS-STATUS.

           SELECT MANNRPT ASSIGN TO '.\MANNING.RPT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT MAN-WORK ASSIGN TO '.\MANNSRT.DAT'.

       DATA DIVISION.
       FILE SECTION.
       FD UVMF.
           COPY UVMFREC.

       FD LOCFILE.
           COPY LOCSREC.

       FD VESSFUNCFILE.
           COPY VFUNCREC.

       FD MANNSTDFILE.
           COPY MANNSTD.

       FD MANNRPT.
       01 MANNRPT-RECORD     PIC X(120).

      * one in-fleet hull per record, in location, function and
      * name order
       SD MAN-WORK.
       01 MAN-RECORD.
          05 MAN-LOC     PIC X(01).
          05 MAN-TYPE     PIC X(02).
          05 MAN-NAME     PIC X(09).
          05 MAN-HULL     PIC X(05).
          05 MAN-STAT     PIC X(01).
          05 MAN-CREW     PIC 9(05).

       WORKING-STORAGE SECTION.
       01 WS-UVMF-STATUS     PIC X(02)     VALUE '00'.
       01 WS-MS-STATUS     PIC X(02)     VALUE '00'.

       01 WS-EOF-FLAGS.
          05 WS-UVMF-EOF     PIC X     VALUE 'N'.
          05 WS-LOC-EOF     PIC X     VALUE 'N'.
          05 WS-VF-EOF     PIC X     VALUE 'N'.
          05 WS-MS-EOF     PIC X     VALUE 'N'.
          05 WS-MAN-DONE     PIC X     VALUE 'N'.

       01 WS-RUN-DATE     PIC 9(08)     VALUE 0.

      * the standards off MANNSTD.DAT - up to four lines (blank, D,
      * O, V) for each of the twenty functions VESSFUNC.DAT can hold
       01 WS-MS-COUNT     PIC 9(02)     VALUE 0.
       01 WS-MS-BAD-COUNT     PIC 9(02)     VALUE 0.
       01 WS-MS-TABLE.
          05 WS-MS-ENTRY     OCCURS 80 TIMES
                              INDEXED BY WS-MS-X.
             10 WS-MS-FUNC     PIC X(02).
             10 WS-MS-STAT     PIC X(01).
             10 WS-MS-AUTH     PIC 9(05).
             10 WS-MS-MIN     PIC 9(05).
             10 WS-MS-MAX     PIC 9(05).

      * the standard the hull now coming off the sort is judged
      * against
       01 WS-LOOKUP-STAT     PIC X(01)     VALUE SPACE.
       01 WS-HAS-STD     PIC X(01)     VALUE 'N'.
       01 WS-STD-AUTH     PIC 9(05)     VALUE 0.
       01 WS-STD-MIN     PIC 9(05)     VALUE 0.
       01 WS-STD-MAX     PIC 9(05)     VALUE 0.
       01 WS-HULL-SHORT     PIC 9(05)     VALUE 0.
       01 WS-HULL-OVER     PIC 9(05)     VALUE 0.
       01 WS-HULL-BELOW     PIC 9(01)     VALUE 0.
       01 WS-HULL-OVERMAX     PIC 9(01)     VALUE 0.
       01 WS-HULL-NOSTD     PIC 9(01)     VALUE 0.
       01 WS-PCT-MANNED     PIC 9(03)V9     VALUE 0.
       01 WS-FLAG-TEXT     PIC X(30)     VALUE SPACES.
       01 WS-FLAG-PTR     PIC 9(03)     VALUE 1.

      * running totals at three levels - 1 is the function within
      * the current location, 2 the current location, 3 the fleet.
      * crew-std is the crew of the hulls that have a standard, so
      * percent manned on a total compares like with like.
       01 WS-TOT-TABLE.
          05 WS-TOT-ENTRY     OCCURS 3 TIMES
                               INDEXED BY WS-TOT-X.
             10 WS-TOT-HULLS     PIC 9(04).
             10 WS-TOT-CREW     PIC 9(07).
             10 WS-TOT-CREW-STD     PIC 9(07).
             10 WS-TOT-AUTH     PIC 9(07).
             10 WS-TOT-SHORT     PIC 9(07).
             10 WS-TOT-OVER     PIC 9(07).
             10 WS-TOT-BELOW     PIC 9(04).
             10 WS-TOT-OVERMAX     PIC 9(04).
             10 WS-TOT-NOSTD     PIC 9(04).

      * the same totals for each function across the whole fleet,
      * seeded in VESSFUNC.DAT order - a code on the master that
      * isn't on VESSFUNC.DAT gets a slot of its own at the end
       01 WS-FR-COUNT     PIC 9(02)     VALUE 0.
       01 WS-FR-SLOT     PIC 9(02)     VALUE 0.
       01 WS-FR-TABLE.
          05 WS-FR-ENTRY     OCCURS 30 TIMES
                              INDEXED BY WS-FR-X.
             10 WS-FR-TYPE     PIC X(02).
             10 WS-FR-HULLS     PIC 9(04).
             10 WS-FR-CREW     PIC 9(07).
             10 WS-FR-CREW-STD     PIC 9(07).
             10 WS-FR-AUTH     PIC 9(07).
             10 WS-FR-SHORT     PIC 9(07).
             10 WS-FR-OVER     PIC 9(07).
             10 WS-FR-BELOW     PIC 9(04).
             10 WS-FR-OVERMAX     PIC 9(04).
             10 WS-FR-NOSTD     PIC 9(04).

      * one total line's worth, moved in from a level above before
      * PRINT-ROLLUP-LINE
       01 WS-RU-LABEL     PIC X(20)     VALUE SPACES.
       01 WS-RU-FIGURES.
          05 WS-RU-HULLS     PIC 9(04).
          05 WS-RU-CREW     PIC 9(07).
          05 WS-RU-CREW-STD     PIC 9(07).
          05 WS-RU-AUTH     PIC 9(07).
          05 WS-RU-SHORT     PIC 9(07).
          05 WS-RU-OVER     PIC 9(07).
          05 WS-RU-BELOW     PIC 9(04).
          05 WS-RU-OVERMAX     PIC 9(04).
          05 WS-RU-NOSTD     PIC 9(04).

       01 WS-PREV-LOC     PIC X(01)     VALUE SPACE.
       01 WS-PREV-TYPE     PIC X(02)     VALUE SPACES.
       01 WS-FIRST-MAN     PIC X(01)     VALUE 'Y'.

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

       01 WS-ED-CREW     PIC ZZZZ9.
       01 WS-ED-AUTH     PIC ZZZZ9.
       01 WS-ED-AUTH-X REDEFINES WS-ED-AUTH     PIC X(05).
       01 WS-ED-MIN     PIC ZZZZ9.
       01 WS-ED-MIN-X REDEFINES WS-ED-MIN     PIC X(05).
       01 WS-ED-MAX     PIC ZZZZ9.
       01 WS-ED-MAX-X REDEFINES WS-ED-MAX     PIC X(05).
       01 WS-ED-PCT     PIC ZZ9.9.
       01 WS-ED-PCT-X REDEFINES WS-ED-PCT     PIC X(05).
       01 WS-ED-SHORT     PIC ZZZZ9.
       01 WS-ED-OVER     PIC ZZZZ9.
       01 WS-ED-HULLS     PIC ZZZ9.
       01 WS-ED-TOT-CREW     PIC ZZZZZZ9.
       01 WS-ED-TOT-AUTH     PIC ZZZZZZ9.
       01 WS-ED-TOT-SHORT     PIC ZZZZZZ9.
       01 WS-ED-TOT-OVER     PIC ZZZZZZ9.
       01 WS-ED-BELOW     PIC ZZZ9.
       01 WS-ED-NOSTD     PIC ZZZ9.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-LOC-TABLE.
           PERFORM LOAD-VF-TABLE.
           PERFORM LOAD-MS-TABLE.
           INITIALIZE WS-TOT-TABLE.
           OPEN OUTPUT MANNRPT.
           PERFORM WRITE-MANNING-HEADINGS.
           SORT MAN-WORK
               ON ASCENDING KEY MAN-LOC MAN-TYPE MAN-NAME
               INPUT PROCEDURE IS RELEASE-HULLS
               OUTPUT PROCEDURE IS PRINT-MANNING.
           PERFORM PRINT-FUNCTION-ROLLUP.
           CLOSE MANNRPT.
           DISPLAY 'MANNRPT: ' WS-TOT-HULLS(3) ' HULL(S), '
               WS-TOT-BELOW(3) ' BELOW MINIMUM SAFE, '
               WS-TOT-OVERMAX(3) ' OVER MAXIMUM, '
               WS-TOT-NOSTD(3) ' WITH NO STANDARD - SEE MANNING.RPT'.
           IF WS-TOT-BELOW(3) > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       RELEASE-HULLS.
      * retired hulls carry no crew to measure - only the in-fleet
      * ones go to the sort
           OPEN INPUT UVMF.
           IF WS-UVMF-STATUS NOT = '00'
              DISPLAY 'MANNRPT: UNABLE TO OPEN UVMF.DAT, STATUS = '
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
                    DISPLAY 'MANNRPT: UVMF READ FAILED, STATUS = '
                        WS-UVMF-STATUS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 IF UVMF-IN-FLEET
                    MOVE UVMF-LOC TO MAN-LOC
                    MOVE UVMF-TYPE TO MAN-TYPE
                    MOVE UVMF-NAME TO MAN-NAME
                    MOVE UVMF-HULL TO MAN-HULL
                    MOVE UVMF-STAT TO MAN-STAT
                    MOVE UVMF-CREW TO MAN-CREW
                    RELEASE MAN-RECORD
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE UVMF.

       PRINT-MANNING.
      * one line per hull, a heading at each location and function,
      * a total under each function and each location, and the
      * fleet total at the end
           PERFORM UNTIL WS-MAN-DONE = 'Y'
              RETURN MAN-WORK
                 AT END
                    MOVE 'Y' TO WS-MAN-DONE
                 NOT AT END
                    PERFORM PRINT-ONE-HULL
              END-RETURN
           END-PERFORM.
           IF WS-FIRST-MAN = 'N'
              PERFORM PRINT-FUNCTION-TOTAL
              PERFORM PRINT-LOC-TOTAL
           END-IF.
           MOVE SPACES TO MANNRPT-RECORD.
           WRITE MANNRPT-RECORD.
           MOVE 'FLEET TOTAL' TO WS-RU-LABEL.
           MOVE WS-TOT-ENTRY(3) TO WS-RU-FIGURES.
           PERFORM PRINT-ROLLUP-LINE.

       PRINT-ONE-HULL.
           IF WS-FIRST-MAN = 'Y' OR MAN-LOC NOT = WS-PREV-LOC
              IF WS-FIRST-MAN = 'N'
                 PERFORM PRINT-FUNCTION-TOTAL
                 PERFORM PRINT-LOC-TOTAL
              END-IF
              MOVE 'N' TO WS-FIRST-MAN
              MOVE MAN-LOC TO WS-PREV-LOC
              MOVE SPACES TO WS-PREV-TYPE
              PERFORM PRINT-LOC-HEADING
           END-IF.
           IF MAN-TYPE NOT = WS-PREV-TYPE
              IF WS-PREV-TYPE NOT = SPACES
                 PERFORM PRINT-FUNCTION-TOTAL
              END-IF
              MOVE MAN-TYPE TO WS-PREV-TYPE
              MOVE MAN-TYPE TO WS-LOOKUP-TYPE
              PERFORM LOOKUP-VF-DESC
              MOVE SPACES TO MANNRPT-RECORD
              STRING '  FUNCTION: ' WS-VF-DESC-FOUND
                  DELIMITED BY SIZE INTO MANNRPT-RECORD
              END-STRING
              WRITE MANNRPT-RECORD
           END-IF.
           PERFORM FIND-STANDARD.
           PERFORM JUDGE-HULL-MANNING.
           PERFORM ADD-HULL-TO-TOTALS.
           PERFORM PRINT-HULL-LINE.

       FIND-STANDARD.
      * the hull's own status line first, then the function's full
      * standard
           MOVE 'N' TO WS-HAS-STD.
           MOVE MAN-STAT TO WS-LOOKUP-STAT.
           PERFORM SEARCH-STANDARD.
           IF WS-HAS-STD = 'N' AND MAN-STAT NOT = SPACE
              MOVE SPACE TO WS-LOOKUP-STAT
              PERFORM SEARCH-STANDARD
           END-IF.

       SEARCH-STANDARD.
           SET WS-MS-X TO 1.
           SEARCH WS-MS-ENTRY
              AT END
                 CONTINUE
              WHEN WS-MS-X > WS-MS-COUNT
                 CONTINUE
              WHEN MAN-TYPE = WS-MS-FUNC(WS-MS-X)
                 AND WS-LOOKUP-STAT = WS-MS-STAT(WS-MS-X)
                 MOVE 'Y' TO WS-HAS-STD
                 MOVE WS-MS-AUTH(WS-MS-X) TO WS-STD-AUTH
                 MOVE WS-MS-MIN(WS-MS-X) TO WS-STD-MIN
                 MOVE WS-MS-MAX(WS-MS-X) TO WS-STD-MAX
           END-SEARCH.

       JUDGE-HULL-MANNING.
      * shortfall and overage are against authorized; the flags are
      * against minimum safe and maximum
           MOVE 0 TO WS-HULL-SHORT.
           MOVE 0 TO WS-HULL-OVER.
           MOVE 0 TO WS-HULL-BELOW.
           MOVE 0 TO WS-HULL-OVERMAX.
           MOVE 0 TO WS-HULL-NOSTD.
           MOVE 0 TO WS-PCT-MANNED.
           MOVE SPACES TO WS-FLAG-TEXT.
           MOVE 1 TO WS-FLAG-PTR.
           IF WS-HAS-STD = 'N'
              MOVE 1 TO WS-HULL-NOSTD
              STRING 'NO STANDARD ' DELIMITED BY SIZE
                  INTO WS-FLAG-TEXT WITH POINTER WS-FLAG-PTR
              END-STRING
           ELSE
              IF WS-STD-AUTH > 0
                 COMPUTE WS-PCT-MANNED ROUNDED =
                     MAN-CREW * 100 / WS-STD-AUTH
                    ON SIZE ERROR
                       MOVE 999.9 TO WS-PCT-MANNED
                 END-COMPUTE
              END-IF
              IF MAN-CREW < WS-STD-AUTH
                 COMPUTE WS-HULL-SHORT = WS-STD-AUTH - MAN-CREW
              ELSE
                 COMPUTE WS-HULL-OVER = MAN-CREW - WS-STD-AUTH
              END-IF
              IF MAN-CREW < WS-STD-MIN
                 MOVE 1 TO WS-HULL-BELOW
                 STRING 'BELOW MIN SAFE ' DELIMITED BY SIZE
                     INTO WS-FLAG-TEXT WITH POINTER WS-FLAG-PTR
                 END-STRING
              END-IF
              IF MAN-CREW > WS-STD-MAX
                 MOVE 1 TO WS-HULL-OVERMAX
                 STRING 'OVER MAX ' DELIMITED BY SIZE
                     INTO WS-FLAG-TEXT WITH POINTER WS-FLAG-PTR
                 END-STRING
              END-IF
           END-IF.

       ADD-HULL-TO-TOTALS.
           PERFORM VARYING WS-TOT-X FROM 1 BY 1
              UNTIL WS-TOT-X > 3
              ADD 1 TO WS-TOT-HULLS(WS-TOT-X)
              ADD MAN-CREW TO WS-TOT-CREW(WS-TOT-X)
              IF WS-HAS-STD = 'Y'
                 ADD MAN-CREW TO WS-TOT-CREW-STD(WS-TOT-X)
                 ADD WS-STD-AUTH TO WS-TOT-AUTH(WS-TOT-X)
              END-IF
              ADD WS-HULL-SHORT TO WS-TOT-SHORT(WS-TOT-X)
              ADD WS-HULL-OVER TO WS-TOT-OVER(WS-TOT-X)
              ADD WS-HULL-BELOW TO WS-TOT-BELOW(WS-TOT-X)
              ADD WS-HULL-OVERMAX TO WS-TOT-OVERMAX(WS-TOT-X)
              ADD WS-HULL-NOSTD TO WS-TOT-NOSTD(WS-TOT-X)
           END-PERFORM.
           PERFORM FIND-FR-SLOT.
           ADD 1 TO WS-FR-HULLS(WS-FR-SLOT).
           ADD MAN-CREW TO WS-FR-CREW(WS-FR-SLOT).
           IF WS-HAS-STD = 'Y'
              ADD MAN-CREW TO WS-FR-CREW-STD(WS-FR-SLOT)
              ADD WS-STD-AUTH TO WS-FR-AUTH(WS-FR-SLOT)
           END-IF.
           ADD WS-HULL-SHORT TO WS-FR-SHORT(WS-FR-SLOT).
           ADD WS-HULL-OVER TO WS-FR-OVER(WS-FR-SLOT).
           ADD WS-HULL-BELOW TO WS-FR-BELOW(WS-FR-SLOT).
           ADD WS-HULL-OVERMAX TO WS-FR-OVERMAX(WS-FR-SLOT).
           ADD WS-HULL-NOSTD TO WS-FR-NOSTD(WS-FR-SLOT).

       FIND-FR-SLOT.
           MOVE 0 TO WS-FR-SLOT.
           SET WS-FR-X TO 1.
           SEARCH WS-FR-ENTRY
              AT END
                 CONTINUE
              WHEN WS-FR-X > WS-FR-COUNT
                 CONTINUE
              WHEN MAN-TYPE = WS-FR-TYPE(WS-FR-X)
                 SET WS-FR-SLOT TO WS-FR-X
           END-SEARCH.
           IF WS-FR-SLOT = 0
              ADD 1 TO WS-FR-COUNT
              IF WS-FR-COUNT > 30
                 DISPLAY 'MANNRPT: MORE THAN 30 FUNCTION CODES IN '
                     'THE FLEET, RAISE WS-FR-ENTRY OCCURS IN '
                     'ManningRpt.cbl'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE WS-FR-COUNT TO WS-FR-SLOT
              INITIALIZE WS-FR-ENTRY(WS-FR-SLOT)
              MOVE MAN-TYPE TO WS-FR-TYPE(WS-FR-SLOT)
           END-IF.

       PRINT-HULL-LINE.
           MOVE MAN-STAT TO WS-STAT-IN.
           PERFORM DESCRIBE-STATUS.
           MOVE MAN-CREW TO WS-ED-CREW.
           IF WS-HAS-STD = 'Y'
              MOVE WS-STD-AUTH TO WS-ED-AUTH
              MOVE WS-STD-MIN TO WS-ED-MIN
              MOVE WS-STD-MAX TO WS-ED-MAX
              IF WS-STD-AUTH > 0
                 MOVE WS-PCT-MANNED TO WS-ED-PCT
              ELSE
                 MOVE '  N/A' TO WS-ED-PCT-X
              END-IF
           ELSE
              MOVE SPACES TO WS-ED-AUTH-X
              MOVE SPACES TO WS-ED-MIN-X
              MOVE SPACES TO WS-ED-MAX-X
              MOVE '  N/A' TO WS-ED-PCT-X
           END-IF.
           MOVE WS-HULL-SHORT TO WS-ED-SHORT.
           MOVE WS-HULL-OVER TO WS-ED-OVER.
           MOVE SPACES TO MANNRPT-RECORD.
           STRING '    ' MAN-NAME ' ' MAN-HULL ' ' WS-STAT-DESC
               WS-ED-CREW '  ' WS-ED-AUTH '  ' WS-ED-MIN '  '
               WS-ED-MAX '  ' WS-ED-PCT '%  ' WS-ED-SHORT '  '
               WS-ED-OVER '  ' WS-FLAG-TEXT
               DELIMITED BY SIZE INTO MANNRPT-RECORD
           END-STRING.
           WRITE MANNRPT-RECORD.

       PRINT-LOC-HEADING.
           MOVE MAN-LOC TO WS-LOOKUP-LOC.
           PERFORM LOOKUP-LOC-NAME.
           INITIALIZE WS-TOT-ENTRY(2).
           MOVE SPACES TO MANNRPT-RECORD.
           WRITE MANNRPT-RECORD.
           MOVE SPACES TO MANNRPT-RECORD.
           STRING 'LOCATION: ' WS-LOC-NAME-FOUND
               DELIMITED BY SIZE INTO MANNRPT-RECORD
           END-STRING.
           WRITE MANNRPT-RECORD.
           MOVE SPACES TO MANNRPT-RECORD.
           STRING '    NAME      HULL  STATUS       CREW   AUTH'
               '    MIN    MAX  MANNED  SHORT   OVER  FLAGS'
               DELIMITED BY SIZE INTO MANNRPT-RECORD
           END-STRING.
           WRITE MANNRPT-RECORD.

       PRINT-FUNCTION-TOTAL.
           MOVE '    FUNCTION TOTAL' TO WS-RU-LABEL.
           MOVE WS-TOT-ENTRY(1) TO WS-RU-FIGURES.
           PERFORM PRINT-ROLLUP-LINE.
           INITIALIZE WS-TOT-ENTRY(1).

       PRINT-LOC-TOTAL.
           MOVE '  LOCATION TOTAL' TO WS-RU-LABEL.
           MOVE WS-TOT-ENTRY(2) TO WS-RU-FIGURES.
           PERFORM PRINT-ROLLUP-LINE.

       PRINT-FUNCTION-ROLLUP.
      * shortfall and overage for each function across every
      * location
           MOVE SPACES TO MANNRPT-RECORD.
           WRITE MANNRPT-RECORD.
           MOVE SPACES TO MANNRPT-RECORD.
           MOVE 'SHORTFALL AND OVERAGE BY FUNCTION' TO MANNRPT-RECORD.
           WRITE MANNRPT-RECORD.
           PERFORM VARYING WS-FR-X FROM 1 BY 1
              UNTIL WS-FR-X > WS-FR-COUNT
              IF WS-FR-HULLS(WS-FR-X) > 0
                 MOVE WS-FR-TYPE(WS-FR-X) TO WS-LOOKUP-TYPE
                 PERFORM LOOKUP-VF-DESC
                 MOVE SPACES TO WS-RU-LABEL
                 STRING '  ' WS-VF-DESC-FOUND
                     DELIMITED BY SIZE INTO WS-RU-LABEL
                 END-STRING
                 MOVE WS-FR-ENTRY(WS-FR-X)(3:) TO WS-RU-FIGURES
                 PERFORM PRINT-ROLLUP-LINE
              END-IF
           END-PERFORM.

       PRINT-ROLLUP-LINE.
      * caller leaves the label in WS-RU-LABEL and the figures in
      * WS-RU-FIGURES
           MOVE WS-RU-HULLS TO WS-ED-HULLS.
           MOVE WS-RU-CREW TO WS-ED-TOT-CREW.
           MOVE WS-RU-AUTH TO WS-ED-TOT-AUTH.
           MOVE WS-RU-SHORT TO WS-ED-TOT-SHORT.
           MOVE WS-RU-OVER TO WS-ED-TOT-OVER.
           MOVE WS-RU-BELOW TO WS-ED-BELOW.
           MOVE WS-RU-NOSTD TO WS-ED-NOSTD.
           IF WS-RU-AUTH > 0
              COMPUTE WS-PCT-MANNED ROUNDED =
                  WS-RU-CREW-STD * 100 / WS-RU-AUTH
                 ON SIZE ERROR
                    MOVE 999.9 TO WS-PCT-MANNED
              END-COMPUTE
              MOVE WS-PCT-MANNED TO WS-ED-PCT
           ELSE
              MOVE '  N/A' TO WS-ED-PCT-X
           END-IF.
           MOVE SPACES TO MANNRPT-RECORD.
           STRING WS-RU-LABEL WS-ED-HULLS ' HULL(S) CREW '
               WS-ED-TOT-CREW ' AUTH ' WS-ED-TOT-AUTH ' '
               WS-ED-PCT '% SHORT ' WS-ED-TOT-SHORT ' OVER '
               WS-ED-TOT-OVER ' BELOW MIN ' WS-ED-BELOW
               ' NO STD ' WS-ED-NOSTD
               DELIMITED BY SIZE INTO MANNRPT-RECORD
           END-STRING.
           WRITE MANNRPT-RECORD.

       WRITE-MANNING-HEADINGS.
           MOVE SPACES TO MANNRPT-RECORD.
           STRING 'MANNING AGAINST STANDARD - AS OF ' WS-RUN-DATE
               DELIMITED BY SIZE INTO MANNRPT-RECORD
           END-STRING.
           WRITE MANNRPT-RECORD.
           MOVE SPACES TO MANNRPT-RECORD.
           STRING WS-MS-COUNT ' STANDARD(S) ON MANNSTD.DAT - '
               'MANNED IS CREW AS A PERCENT OF AUTHORIZED'
               DELIMITED BY SIZE INTO MANNRPT-RECORD
           END-STRING.
           WRITE MANNRPT-RECORD.
           IF WS-MS-BAD-COUNT > 0
              MOVE SPACES TO MANNRPT-RECORD
              STRING WS-MS-BAD-COUNT ' MANNSTD.DAT LINE(S) NOT '
                  'NUMERIC - IGNORED'
                  DELIMITED BY SIZE INTO MANNRPT-RECORD
              END-STRING
              WRITE MANNRPT-RECORD
           END-IF.

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
                       DISPLAY 'MANNRPT: LOCS.DAT HAS MORE THAN 20 '
                           'ENTRIES, RAISE WS-LOC-ENTRY OCCURS IN '
                           'ManningRpt.cbl'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                    END-IF
                    MOVE LF-LOC-CODE TO WS-LOC-CODE(WS-LOC-COUNT)
                    MOVE LF-LOC-NAME TO WS-LOC-NAME-TBL(WS-LOC-COUNT)
              END-READ
           END-PERFORM.
           CLOSE LOCFILE.

       LOAD-VF-TABLE.
      * each function also gets its slot in the fleet-wide function
      * totals, so they print in VESSFUNC.DAT order
           OPEN INPUT VESSFUNCFILE.
           PERFORM UNTIL WS-VF-EOF = 'Y'
              READ VESSFUNCFILE
                 AT END
                    MOVE 'Y' TO WS-VF-EOF
                 NOT AT END
                    ADD 1 TO WS-VF-COUNT
                    IF WS-VF-COUNT > 20
                       DISPLAY 'MANNRPT: VESSFUNC.DAT HAS MORE THAN '
                           '20 ENTRIES, RAISE WS-VF-ENTRY OCCURS IN '
                           'ManningRpt.cbl'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                    END-IF
                    MOVE VF-CODE TO WS-VF-CODE(WS-VF-COUNT)
                    MOVE VF-DESC TO WS-VF-DESC-TBL(WS-VF-COUNT)
                    ADD 1 TO WS-FR-COUNT
                    INITIALIZE WS-FR-ENTRY(WS-FR-COUNT)
                    MOVE VF-CODE TO WS-FR-TYPE(WS-FR-COUNT)
              END-READ
           END-PERFORM.
           CLOSE VESSFUNCFILE.

       LOAD-MS-TABLE.
      * no MANNSTD.DAT yet just means every hull shows NO STANDARD;
      * a line whose figures aren't numeric is counted and left out
      * rather than judging hulls against garbage
           OPEN INPUT MANNSTDFILE.
           IF WS-MS-STATUS = '35'
              DISPLAY 'MANNRPT: NO MANNSTD.DAT - EVERY HULL WILL '
                  'SHOW NO STANDARD'
              MOVE 'Y' TO WS-MS-EOF
           END-IF.
           PERFORM UNTIL WS-MS-EOF = 'Y'
              READ MANNSTDFILE
                 AT END
                    MOVE 'Y' TO WS-MS-EOF
                 NOT AT END
                    IF MS-AUTHORIZED NOT NUMERIC
                       OR MS-MIN-SAFE NOT NUMERIC
                       OR MS-MAXIMUM NOT NUMERIC
                       ADD 1 TO WS-MS-BAD-COUNT
                       DISPLAY 'MANNRPT: MANNSTD.DAT LINE FOR '
                           MS-FUNC '/' MS-STAT
                           ' NOT NUMERIC - IGNORED'
                    ELSE
                       ADD 1 TO WS-MS-COUNT
                       IF WS-MS-COUNT > 80
                          DISPLAY 'MANNRPT: MANNSTD.DAT HAS MORE '
                              'THAN 80 ENTRIES, RAISE WS-MS-ENTRY '
                              'OCCURS IN ManningRpt.cbl'
                          MOVE 16 TO RETURN-CODE
                          STOP RUN
                       END-IF
                       MOVE MS-FUNC TO WS-MS-FUNC(WS-MS-COUNT)
                       MOVE MS-STAT TO WS-MS-STAT(WS-MS-COUNT)
                       MOVE MS-AUTHORIZED TO WS-MS-AUTH(WS-MS-COUNT)
                       MOVE MS-MIN-SAFE TO WS-MS-MIN(WS-MS-COUNT)
                       MOVE MS-MAXIMUM TO WS-MS-MAX(WS-MS-COUNT)
                    END-IF
              END-READ
           END-PERFORM.
           IF WS-MS-STATUS NOT = '35'
              CLOSE MANNSTDFILE
           END-IF.

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

       END PROGRAM MANNRPT.
