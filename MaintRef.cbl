      * go through field validation (numeric rates, real effective
      * dates, no duplicate keys) and every accepted change writes a
      * before/after image to REFJRNL.DAT, so reference changes stop
      * being anonymous text edits nobody can trace. the session
      * starts with an operator sign-on against OPERATOR.DAT; any
      * operator on file may list the masters, but adds, changes
      * and deletes need the reference-edit authority, and the
      * operator ID goes on every REFJRNL.DAT line.
      * also maintains MANNSTD.DAT, the manning standards by vessel
      * function and status that MANNRPT judges each hull's crew
      * against, under the same edits and journaling.
      * takes the run-exclusion lock on UVMFLOCK.DAT at startup
      * (see LOCKREC) and won't start while another run holds it.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINTREF.
       AUTHOR. VEGA.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CC-STATUS.

           SELECT MANNSTDFILE ASSIGN TO '.\MANNSTD.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-MS-STATUS.

           SELECT REFJRNL ASSIGN TO '.\REFJRNL.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-JRNL-STATUS.

           SELECT OPERFILE ASSIGN TO '.\OPERATOR.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-OPER-STATUS.

           SELECT LOCKFILE ASSIGN TO '.\UVMFLOCK.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-LOCK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LOCFILE.
           COPY LOCSREC.

       FD VESSFUNCFILE.
           COPY VFUNCREC.

       FD CREWCOSTFILE.
       01 CREWCOSTFILE-RECORD.
          05 CC-EFF-DATE     PIC 9(08).
          05 CC-RATE     PIC 9(04)V99.

       FD MANNSTDFILE.
           COPY MANNSTD.

      * one line per accepted reference change - which file, what was
      * done, who did it, and the full before and after images
       FD REFJRNL.
           COPY REFJRNL.

       FD OPERFILE.
           COPY OPERREC.

       FD LOCKFILE.
           COPY LOCKREC.

       WORKING-STORAGE SECTION.
       01 WS-LOC-STATUS     PIC X(02)     VALUE '00'.
       01 WS-VF-STATUS     PIC X(02)     VALUE '00'.
       01 WS-CC-STATUS     PIC X(02)     VALUE '00'.
       01 WS-MS-STATUS     PIC X(02)     VALUE '00'.
       01 WS-JRNL-STATUS     PIC X(02)     VALUE '00'.
       01 WS-BEFORE-IMAGE     PIC X(25)     VALUE SPACES.
       01 WS-AFTER-IMAGE     PIC X(25)     VALUE SPACES.
       01 WS-HIT-SLOT     PIC 9(02)     VALUE 0.
       01 WS-SHIFT-X     PIC 9(02)     VALUE 0.

      * the operator signed on for the session and the actions they
      * may take, off OPERATOR.DAT - only the reference-edit flag
      * matters here, and it stays 'N' until a good sign-on
       01 WS-OPER-STATUS     PIC X(02)     VALUE '00'.
       01 WS-OPER-EOF     PIC X(01)     VALUE 'N'.
       01 WS-OPER-FOUND     PIC X(01)     VALUE 'N'.
       01 WS-OPER-ID     PIC X(08)     VALUE SPACES.
       01 WS-OPER-NAME     PIC X(20)     VALUE SPACES.
       01 WS-SIGNON-TRIES     PIC 9(01)     VALUE 0.
       01 WS-OPER-AUTH     PIC X(08)     VALUE 'NNNNNNNN'.
       01 WS-OPER-AUTH-FLAGS REDEFINES WS-OPER-AUTH.
          05 WS-MAY-ADD     PIC X(01).
          05 WS-MAY-CHANGE     PIC X(01).
          05 WS-MAY-RETIRE     PIC X(01).
          05 WS-MAY-TRANSFER     PIC X(01).
          05 WS-MAY-SET-STAT     PIC X(01).
          05 WS-MAY-RENAME     PIC X(01).
          05 WS-MAY-HULL     PIC X(01).
          05 WS-MAY-REF     PIC X(01).

       01 WS-EOF-FLAGS.
          05 WS-LOC-EOF     PIC X     VALUE 'N'.
          05 WS-VF-EOF     PIC X     VALUE 'N'.
          05 WS-CC-EOF     PIC X     VALUE 'N'.
          05 WS-MS-EOF     PIC X     VALUE 'N'.

       01 WS-INPUT-LOC-CODE     PIC X(01)     VALUE SPACE.
       01 WS-INPUT-LOC-NAME     PIC X(13)     VALUE SPACES.
       01 WS-INPUT-MAX-TONNAGE     PIC X(08)     VALUE SPACES.
       01 WS-INPUT-VF-CODE     PIC X(02)     VALUE SPACES.
       01 WS-INPUT-VF-DESC     PIC X(20)     VALUE SPACES.
      * service life in years - 00 means none on record, which is
      * also what a pre-service-life VESSFUNC.DAT line reads as
       01 WS-INPUT-VF-LIFE     PIC X(02)     VALUE SPACES.
       01 WS-INPUT-CC-CODE     PIC X(02)     VALUE SPACES.
      * date and rate come in as X so a keying slip is rejected with
      * a message instead of abending the session - same idea as the
          05 WS-INPUT-DATE-DD     PIC 9(02).
       01 WS-INPUT-RATE     PIC X(06)     VALUE SPACES.
       01 WS-INPUT-RATE-N REDEFINES WS-INPUT-RATE     PIC 9(04)V99.
      * a manning standard is keyed by function code plus status -
      * blank for the full standard, D, O or V for a reduced one.
      * the crew figures come in as X like the rate does.
       01 WS-INPUT-MS-FUNC     PIC X(02)     VALUE SPACES.
       01 WS-INPUT-MS-STAT     PIC X(01)     VALUE SPACE.
       01 WS-INPUT-MS-AUTH     PIC X(05)     VALUE SPACES.
       01 WS-INPUT-MS-AUTH-N REDEFINES WS-INPUT-MS-AUTH     PIC 9(05).
       01 WS-INPUT-MS-MIN     PIC X(05)     VALUE SPACES.
       01 WS-INPUT-MS-MIN-N REDEFINES WS-INPUT-MS-MIN     PIC 9(05).
       01 WS-INPUT-MS-MAX     PIC X(05)     VALUE SPACES.
       01 WS-INPUT-MS-MAX-N REDEFINES WS-INPUT-MS-MAX     PIC 9(05).

      * the three masters, loaded whole at startup and rewritten
      * whole after every accepted change - sized like the tables in
       01 WS-VF-TABLE.
          05 WS-VF-ENTRY     OCCURS 20 TIMES
                              INDEXED BY WS-VF-X.
             10 WS-VF-REC     PIC X(24).
             10 WS-VF-FLDS REDEFINES WS-VF-REC.
                15 WS-VF-CODE     PIC X(02).
                15 WS-VF-DESC-TBL     PIC X(20).
                15 WS-VF-LIFE     PIC X(02).

       01 WS-CC-COUNT     PIC 9(02)     VALUE 0.
       01 WS-CC-TABLE.
                15 WS-CC-EFF-TBL     PIC 9(08).
                15 WS-CC-RATE-TBL     PIC 9(04)V99.

      * up to four lines per function (blank, D, O, V) for the
      * twenty functions VESSFUNC.DAT can hold
       01 WS-MS-COUNT     PIC 9(02)     VALUE 0.
       01 WS-MS-TABLE.
          05 WS-MS-ENTRY     OCCURS 80 TIMES
                              INDEXED BY WS-MS-X.
             10 WS-MS-REC     PIC X(18).
             10 WS-MS-FLDS REDEFINES WS-MS-REC.
                15 WS-MS-FUNC     PIC X(02).
                15 WS-MS-STAT     PIC X(01).
                15 WS-MS-AUTH     PIC X(05).
                15 WS-MS-MIN     PIC X(05).
                15 WS-MS-MAX     PIC X(05).

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
           PERFORM SIGN-ON.
           MOVE WS-OPER-ID TO WS-LOCK-OPER.
           MOVE 'I' TO WS-LOCK-KIND.
           PERFORM TAKE-RUN-LOCK.
           PERFORM LOAD-LOC-TABLE.
           PERFORM LOAD-VF-TABLE.
           PERFORM LOAD-CC-TABLE.
           PERFORM LOAD-MS-TABLE.
           PERFORM OPEN-JOURNAL.
           PERFORM UNTIL WS-DONE = 'Y'
              PERFORM SHOW-MAIN-MENU
           END-PERFORM.
           CLOSE REFJRNL.
           PERFORM RELEASE-RUN-LOCK.
           STOP RUN.

       SHOW-MAIN-MENU.
           DISPLAY '1. LOCATIONS (LOCS.DAT)'.
           DISPLAY '2. VESSEL FUNCTIONS (VESSFUNC.DAT)'.
           DISPLAY '3. CREW COST RATES (CREWCOST.DAT)'.
           DISPLAY '4. MANNING STANDARDS (MANNSTD.DAT)'.
           DISPLAY '5. EXIT'.
           DISPLAY 'ENTER CHOICE: ' WITH NO ADVANCING.
           ACCEPT WS-MENU-CHOICE.
           MOVE 'N' TO WS-FILE-DONE.
              WHEN '3'
                 PERFORM SHOW-CC-MENU UNTIL WS-FILE-DONE = 'Y'
              WHEN '4'
                 PERFORM SHOW-MS-MENU UNTIL WS-FILE-DONE = 'Y'
              WHEN '5'
                 MOVE 'Y' TO WS-DONE
              WHEN OTHER
                 DISPLAY 'INVALID CHOICE - TRY AGAIN'
           END-EVALUATE.

      * ---- sign-on ----

       SIGN-ON.
      * nobody gets the menu without an operator ID that's on
      * OPERATOR.DAT - three misses and the session ends
           PERFORM UNTIL WS-OPER-FOUND = 'Y'
              IF WS-SIGNON-TRIES >= 3
                 DISPLAY 'MAINTREF: SIGN-ON FAILED - SESSION ENDED'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-SIGNON-TRIES
              DISPLAY 'OPERATOR ID: ' WITH NO ADVANCING
              ACCEPT WS-OPER-ID
              PERFORM LOOKUP-OPERATOR
              IF WS-OPER-FOUND = 'N'
                 DISPLAY 'OPERATOR ' WS-OPER-ID ' NOT ON OPERATOR.DAT'
              END-IF
           END-PERFORM.
           DISPLAY 'SIGNED ON AS ' WS-OPER-ID ' ' WS-OPER-NAME.
           IF WS-MAY-REF NOT = 'Y'
              DISPLAY 'NO REFERENCE-EDIT AUTHORITY - LISTINGS ONLY'
           END-IF.

       LOOKUP-OPERATOR.
      * reads OPERATOR.DAT for WS-OPER-ID, leaving Y/N in
      * WS-OPER-FOUND and the operator's flags in WS-OPER-AUTH. no
      * OPERATOR.DAT at all means nobody can sign on.
           MOVE 'N' TO WS-OPER-FOUND.
           MOVE 'NNNNNNNN' TO WS-OPER-AUTH.
           MOVE 'N' TO WS-OPER-EOF.
           OPEN INPUT OPERFILE.
           IF WS-OPER-STATUS NOT = '00'
              DISPLAY 'MAINTREF: UNABLE TO OPEN OPERATOR.DAT, '
                  'STATUS = ' WS-OPER-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM UNTIL WS-OPER-EOF = 'Y'
              READ OPERFILE
                 AT END
                    MOVE 'Y' TO WS-OPER-EOF
                 NOT AT END
                    IF OPER-ID = WS-OPER-ID AND WS-OPER-ID NOT = SPACES
                       MOVE 'Y' TO WS-OPER-FOUND
                       MOVE OPER-NAME TO WS-OPER-NAME
                       MOVE OPER-AUTH TO WS-OPER-AUTH
                       MOVE 'Y' TO WS-OPER-EOF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE OPERFILE.

       REFUSE-ACTION.
           DISPLAY 'OPERATOR ' WS-OPER-ID
               ' NOT AUTHORIZED FOR REFERENCE EDITS - NOTHING DONE'.

      * ---- LOCS.DAT ----

       SHOW-LOC-MENU.
           ACCEPT WS-MENU-CHOICE.
           EVALUATE WS-MENU-CHOICE
              WHEN '1'
                 IF WS-MAY-REF = 'Y'
                    PERFORM ADD-LOCATION
                 ELSE
                    PERFORM REFUSE-ACTION
                 END-IF
              WHEN '2'
                 IF WS-MAY-REF = 'Y'
                    PERFORM CHANGE-LOCATION
                 ELSE
                    PERFORM REFUSE-ACTION
                 END-IF
              WHEN '3'
                 IF WS-MAY-REF = 'Y'
                    PERFORM DELETE-LOCATION
                 ELSE
                    PERFORM REFUSE-ACTION
                 END-IF
              WHEN '4'
                 PERFORM LIST-LOCATIONS
              WHEN '5'
           ACCEPT WS-MENU-CHOICE.
           EVALUATE WS-MENU-CHOICE
              WHEN '1'
                 IF WS-MAY-REF = 'Y'
                    PERFORM ADD-FUNCTION
                 ELSE
                    PERFORM REFUSE-ACTION
                 END-IF
              WHEN '2'
                 IF WS-MAY-REF = 'Y'
                    PERFORM CHANGE-FUNCTION
                 ELSE
                    PERFORM REFUSE-ACTION
                 END-IF
              WHEN '3'
                 IF WS-MAY-REF = 'Y'
                    PERFORM DELETE-FUNCTION
                 ELSE
                    PERFORM REFUSE-ACTION
                 END-IF
              WHEN '4'
                 PERFORM LIST-FUNCTIONS
              WHEN '5'
                    DISPLAY 'FUNCTION TABLE FULL - RAISE '
                        'WS-VF-ENTRY OCCURS IN MaintRef.cbl'
                 ELSE
                    PERFORM ACCEPT-VF-LIFE
                    IF WS-HIT-SLOT = 99
                       CONTINUE
                    ELSE
                       ADD 1 TO WS-VF-COUNT
                       MOVE WS-INPUT-VF-CODE TO
                           WS-VF-CODE(WS-VF-COUNT)
                       MOVE WS-INPUT-VF-DESC TO
                           WS-VF-DESC-TBL(WS-VF-COUNT)
                       MOVE WS-INPUT-VF-LIFE TO
                           WS-VF-LIFE(WS-VF-COUNT)
                       MOVE SPACES TO WS-BEFORE-IMAGE
                       MOVE WS-VF-REC(WS-VF-COUNT) TO WS-AFTER-IMAGE
                       SET RJ-ADD-IMAGE TO TRUE
                       PERFORM REWRITE-VF-FILE
                       PERFORM JOURNAL-VF-CHANGE
                       DISPLAY 'FUNCTION ADDED'
                    END-IF
                 END-IF
              END-IF
           END-IF
           ELSE
              DISPLAY 'CURRENT DESCRIPTION: '
                  WS-VF-DESC-TBL(WS-HIT-SLOT)
              DISPLAY 'CURRENT SERVICE LIFE: '
                  WS-VF-LIFE(WS-HIT-SLOT)
              DISPLAY 'NEW DESCRIPTION (UP TO 20 CHARS): '
                  WITH NO ADVANCING
              ACCEPT WS-INPUT-VF-DESC
              IF WS-INPUT-VF-DESC = SPACES
                 DISPLAY 'DESCRIPTION REQUIRED - NOTHING DONE'
              ELSE
                 MOVE WS-HIT-SLOT TO WS-SHIFT-X
                 PERFORM ACCEPT-VF-LIFE
                 IF WS-HIT-SLOT = 99
                    CONTINUE
                 ELSE
                    MOVE WS-VF-REC(WS-SHIFT-X) TO WS-BEFORE-IMAGE
                    MOVE WS-INPUT-VF-DESC TO
                        WS-VF-DESC-TBL(WS-SHIFT-X)
                    MOVE WS-INPUT-VF-LIFE TO WS-VF-LIFE(WS-SHIFT-X)
                    MOVE WS-VF-REC(WS-SHIFT-X) TO WS-AFTER-IMAGE
                    SET RJ-CHANGE-IMAGE TO TRUE
                    PERFORM REWRITE-VF-FILE
                    PERFORM JOURNAL-VF-CHANGE
                    DISPLAY 'FUNCTION UPDATED'
                 END-IF
              END-IF
           END-IF.

       ACCEPT-VF-LIFE.
      * expected service life of a hull of this function, counted
      * from its commissioning date - 00 leaves the function's hulls
      * out of the decommissioning forecast. WS-HIT-SLOT = 99 tells
      * the caller the life was rejected.
           DISPLAY 'SERVICE LIFE IN YEARS (2 DIGITS, 00 = NOT SET): '
               WITH NO ADVANCING.
           ACCEPT WS-INPUT-VF-LIFE.
           IF WS-INPUT-VF-LIFE NOT NUMERIC
              DISPLAY 'SERVICE LIFE NOT NUMERIC - NOTHING DONE'
              MOVE 99 TO WS-HIT-SLOT
           END-IF.

       DELETE-FUNCTION.
           DISPLAY 'FUNCTION CODE TO DELETE: ' WITH NO ADVANCING.
           ACCEPT WS-INPUT-VF-CODE.
           PERFORM VARYING WS-VF-X FROM 1 BY 1
              UNTIL WS-VF-X > WS-VF-COUNT
              DISPLAY '  ' WS-VF-CODE(WS-VF-X) ' '
                  WS-VF-DESC-TBL(WS-VF-X) ' SERVICE LIFE '
                  WS-VF-LIFE(WS-VF-X)
           END-PERFORM.
           DISPLAY WS-VF-COUNT ' FUNCTION(S) ON FILE'.

           ACCEPT WS-MENU-CHOICE.
           EVALUATE WS-MENU-CHOICE
              WHEN '1'
                 IF WS-MAY-REF = 'Y'
                    PERFORM ADD-RATE
                 ELSE
                    PERFORM REFUSE-ACTION
                 END-IF
              WHEN '2'
                 IF WS-MAY-REF = 'Y'
                    PERFORM CHANGE-RATE
                 ELSE
                    PERFORM REFUSE-ACTION
                 END-IF
              WHEN '3'
                 IF WS-MAY-REF = 'Y'
                    PERFORM DELETE-RATE
                 ELSE
                    PERFORM REFUSE-ACTION
                 END-IF
              WHEN '4'
                 PERFORM LIST-RATES
              WHEN '5'
           MOVE 'CREWCOST' TO WS-JRNL-FILE-ID.
           PERFORM WRITE-REF-JOURNAL.

      * ---- MANNSTD.DAT ----

       SHOW-MS-MENU.
           DISPLAY ' '.
           DISPLAY 'MANNING STANDARD MASTER'.
           DISPLAY '1. ADD A STANDARD'.
           DISPLAY '2. CHANGE A STANDARD'.
           DISPLAY '3. DELETE A STANDARD'.
           DISPLAY '4. LIST STANDARDS'.
           DISPLAY '5. BACK'.
           DISPLAY 'ENTER CHOICE: ' WITH NO ADVANCING.
           ACCEPT WS-MENU-CHOICE.
           EVALUATE WS-MENU-CHOICE
              WHEN '1'
                 IF WS-MAY-REF = 'Y'
                    PERFORM ADD-STANDARD
                 ELSE
                    PERFORM REFUSE-ACTION
                 END-IF
              WHEN '2'
                 IF WS-MAY-REF = 'Y'
                    PERFORM CHANGE-STANDARD
                 ELSE
                    PERFORM REFUSE-ACTION
                 END-IF
              WHEN '3'
                 IF WS-MAY-REF = 'Y'
                    PERFORM DELETE-STANDARD
                 ELSE
                    PERFORM REFUSE-ACTION
                 END-IF
              WHEN '4'
                 PERFORM LIST-STANDARDS
              WHEN '5'
                 MOVE 'Y' TO WS-FILE-DONE
              WHEN OTHER
                 DISPLAY 'INVALID CHOICE - TRY AGAIN'
           END-EVALUATE.

       ADD-STANDARD.
      * the key is function plus status - the function has to be on
      * VESSFUNC.DAT already, and each function gets at most one
      * line per status
           PERFORM ACCEPT-MS-KEY.
           IF WS-HIT-SLOT = 99
              CONTINUE
           ELSE
              MOVE WS-INPUT-MS-FUNC TO WS-INPUT-VF-CODE
              PERFORM FIND-VF-SLOT
              IF WS-HIT-SLOT = 0
                 DISPLAY 'FUNCTION ' WS-INPUT-MS-FUNC
                     ' NOT IN VESSFUNC.DAT - ADD IT THERE FIRST'
              ELSE
                 PERFORM FIND-MS-SLOT
                 IF WS-HIT-SLOT NOT = 0
                    DISPLAY 'STANDARD FOR THAT FUNCTION AND STATUS '
                        'ALREADY EXISTS - USE CHANGE INSTEAD'
                 ELSE
                    PERFORM ACCEPT-MS-CREW
                    IF WS-HIT-SLOT = 99
                       CONTINUE
                    ELSE
                       PERFORM STORE-NEW-STANDARD
                    END-IF
                 END-IF
              END-IF
           END-IF.

       ACCEPT-MS-KEY.
      * function code and status for the standard. WS-HIT-SLOT = 99
      * tells the caller the key was rejected.
           MOVE 0 TO WS-HIT-SLOT.
           DISPLAY 'FUNCTION CODE (2 DIGITS): ' WITH NO ADVANCING.
           ACCEPT WS-INPUT-MS-FUNC.
           DISPLAY 'STATUS (BLANK = FULL STANDARD, D = DEPLOYED, '
               'O = IN OVERHAUL, V = RESERVE): ' WITH NO ADVANCING.
           ACCEPT WS-INPUT-MS-STAT.
           IF WS-INPUT-MS-FUNC = SPACES
              DISPLAY 'FUNCTION CODE REQUIRED - NOTHING DONE'
              MOVE 99 TO WS-HIT-SLOT
           ELSE
              IF WS-INPUT-MS-STAT NOT = SPACE
                 AND WS-INPUT-MS-STAT NOT = 'D'
                 AND WS-INPUT-MS-STAT NOT = 'O'
                 AND WS-INPUT-MS-STAT NOT = 'V'
                 DISPLAY 'STATUS MUST BE BLANK, D, O OR V - '
                     'NOTHING DONE'
                 MOVE 99 TO WS-HIT-SLOT
              END-IF
           END-IF.

       ACCEPT-MS-CREW.
      * authorized, minimum safe and maximum crew - all numeric, and
      * minimum safe <= authorized <= maximum or the standard makes
      * no sense. WS-HIT-SLOT = 99 tells the caller the figures were
      * rejected.
           DISPLAY 'AUTHORIZED CREW (5 DIGITS): ' WITH NO ADVANCING.
           ACCEPT WS-INPUT-MS-AUTH.
           DISPLAY 'MINIMUM SAFE CREW (5 DIGITS): ' WITH NO ADVANCING.
           ACCEPT WS-INPUT-MS-MIN.
           DISPLAY 'MAXIMUM CREW (5 DIGITS): ' WITH NO ADVANCING.
           ACCEPT WS-INPUT-MS-MAX.
           IF WS-INPUT-MS-AUTH NOT NUMERIC
              OR WS-INPUT-MS-MIN NOT NUMERIC
              OR WS-INPUT-MS-MAX NOT NUMERIC
              DISPLAY 'CREW FIGURES NOT NUMERIC - NOTHING DONE'
              MOVE 99 TO WS-HIT-SLOT
           ELSE
              IF WS-INPUT-MS-MIN-N > WS-INPUT-MS-AUTH-N
                 OR WS-INPUT-MS-AUTH-N > WS-INPUT-MS-MAX-N
                 DISPLAY 'MINIMUM SAFE MUST NOT EXCEED AUTHORIZED, '
                     'NOR AUTHORIZED EXCEED MAXIMUM - NOTHING DONE'
                 MOVE 99 TO WS-HIT-SLOT
              END-IF
           END-IF.

       STORE-NEW-STANDARD.
           IF WS-MS-COUNT >= 80
              DISPLAY 'STANDARD TABLE FULL - RAISE WS-MS-ENTRY OCCURS '
                  'IN MaintRef.cbl'
           ELSE
              ADD 1 TO WS-MS-COUNT
              MOVE WS-INPUT-MS-FUNC TO WS-MS-FUNC(WS-MS-COUNT)
              MOVE WS-INPUT-MS-STAT TO WS-MS-STAT(WS-MS-COUNT)
              MOVE WS-INPUT-MS-AUTH TO WS-MS-AUTH(WS-MS-COUNT)
              MOVE WS-INPUT-MS-MIN TO WS-MS-MIN(WS-MS-COUNT)
              MOVE WS-INPUT-MS-MAX TO WS-MS-MAX(WS-MS-COUNT)
              MOVE SPACES TO WS-BEFORE-IMAGE
              MOVE WS-MS-REC(WS-MS-COUNT) TO WS-AFTER-IMAGE
              SET RJ-ADD-IMAGE TO TRUE
              PERFORM REWRITE-MS-FILE
              PERFORM JOURNAL-MS-CHANGE
              DISPLAY 'STANDARD ADDED'
           END-IF.

       CHANGE-STANDARD.
           PERFORM ACCEPT-MS-KEY.
           IF WS-HIT-SLOT = 99
              CONTINUE
           ELSE
              PERFORM FIND-MS-SLOT
              IF WS-HIT-SLOT = 0
                 DISPLAY 'STANDARD NOT FOUND FOR THAT FUNCTION AND '
                     'STATUS'
              ELSE
                 DISPLAY 'CURRENT AUTHORIZED/MIN SAFE/MAXIMUM: '
                     WS-MS-AUTH(WS-HIT-SLOT) '/'
                     WS-MS-MIN(WS-HIT-SLOT) '/'
                     WS-MS-MAX(WS-HIT-SLOT)
                 MOVE WS-HIT-SLOT TO WS-SHIFT-X
                 PERFORM ACCEPT-MS-CREW
                 IF WS-HIT-SLOT = 99
                    CONTINUE
                 ELSE
                    MOVE WS-MS-REC(WS-SHIFT-X) TO WS-BEFORE-IMAGE
                    MOVE WS-INPUT-MS-AUTH TO WS-MS-AUTH(WS-SHIFT-X)
                    MOVE WS-INPUT-MS-MIN TO WS-MS-MIN(WS-SHIFT-X)
                    MOVE WS-INPUT-MS-MAX TO WS-MS-MAX(WS-SHIFT-X)
                    MOVE WS-MS-REC(WS-SHIFT-X) TO WS-AFTER-IMAGE
                    SET RJ-CHANGE-IMAGE TO TRUE
                    PERFORM REWRITE-MS-FILE
                    PERFORM JOURNAL-MS-CHANGE
                    DISPLAY 'STANDARD UPDATED'
                 END-IF
              END-IF
           END-IF.

       DELETE-STANDARD.
      * deleting a status line drops those hulls back to the
      * function's full standard; deleting the blank line leaves
      * hulls with no line of their own showing as NO STANDARD on
      * the next MANNRPT
           PERFORM ACCEPT-MS-KEY.
           IF WS-HIT-SLOT = 99
              CONTINUE
           ELSE
              PERFORM FIND-MS-SLOT
              IF WS-HIT-SLOT = 0
                 DISPLAY 'STANDARD NOT FOUND FOR THAT FUNCTION AND '
                     'STATUS'
              ELSE
                 MOVE WS-MS-REC(WS-HIT-SLOT) TO WS-BEFORE-IMAGE
                 MOVE SPACES TO WS-AFTER-IMAGE
                 PERFORM VARYING WS-SHIFT-X FROM WS-HIT-SLOT BY 1
                    UNTIL WS-SHIFT-X >= WS-MS-COUNT
                    MOVE WS-MS-REC(WS-SHIFT-X + 1) TO
                        WS-MS-REC(WS-SHIFT-X)
                 END-PERFORM
                 SUBTRACT 1 FROM WS-MS-COUNT
                 SET RJ-DELETE-IMAGE TO TRUE
                 PERFORM REWRITE-MS-FILE
                 PERFORM JOURNAL-MS-CHANGE
                 DISPLAY 'STANDARD DELETED'
              END-IF
           END-IF.

       LIST-STANDARDS.
           PERFORM VARYING WS-MS-X FROM 1 BY 1
              UNTIL WS-MS-X > WS-MS-COUNT
              DISPLAY '  ' WS-MS-FUNC(WS-MS-X) ' STATUS '
                  WS-MS-STAT(WS-MS-X) ' AUTHORIZED '
                  WS-MS-AUTH(WS-MS-X) ' MIN SAFE '
                  WS-MS-MIN(WS-MS-X) ' MAXIMUM '
                  WS-MS-MAX(WS-MS-X)
           END-PERFORM.
           DISPLAY WS-MS-COUNT ' STANDARD(S) ON FILE'.

       FIND-MS-SLOT.
      * leaves the slot for WS-INPUT-MS-FUNC + WS-INPUT-MS-STAT in
      * WS-HIT-SLOT, zero when that function/status pair isn't on
      * file
           MOVE 0 TO WS-HIT-SLOT.
           PERFORM VARYING WS-MS-X FROM 1 BY 1
              UNTIL WS-MS-X > WS-MS-COUNT
              IF WS-INPUT-MS-FUNC = WS-MS-FUNC(WS-MS-X)
                 AND WS-INPUT-MS-STAT = WS-MS-STAT(WS-MS-X)
                 SET WS-HIT-SLOT TO WS-MS-X
              END-IF
           END-PERFORM.

       REWRITE-MS-FILE.
           OPEN OUTPUT MANNSTDFILE.
           IF WS-MS-STATUS NOT = '00'
              DISPLAY 'MAINTREF: UNABLE TO REWRITE MANNSTD.DAT, '
                  'STATUS = ' WS-MS-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM VARYING WS-MS-X FROM 1 BY 1
              UNTIL WS-MS-X > WS-MS-COUNT
              MOVE WS-MS-REC(WS-MS-X) TO MANNSTD-RECORD
              WRITE MANNSTD-RECORD
           END-PERFORM.
           CLOSE MANNSTDFILE.

       JOURNAL-MS-CHANGE.
           MOVE 'MANNSTD ' TO WS-JRNL-FILE-ID.
           PERFORM WRITE-REF-JOURNAL.

      * ---- shared ----

       LOAD-LOC-TABLE.
              CLOSE CREWCOSTFILE
           END-IF.

       LOAD-MS-TABLE.
           OPEN INPUT MANNSTDFILE.
           IF WS-MS-STATUS = '35'
              MOVE 'Y' TO WS-MS-EOF
           END-IF.
           PERFORM UNTIL WS-MS-EOF = 'Y'
              READ MANNSTDFILE
                 AT END
                    MOVE 'Y' TO WS-MS-EOF
                 NOT AT END
                    ADD 1 TO WS-MS-COUNT
                    IF WS-MS-COUNT > 80
                       DISPLAY 'MAINTREF: MANNSTD.DAT HAS MORE THAN '
                           '80 ENTRIES, RAISE WS-MS-ENTRY OCCURS IN '
                           'MaintRef.cbl'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                    END-IF
                    MOVE MANNSTD-RECORD TO WS-MS-REC(WS-MS-COUNT)
              END-READ
           END-PERFORM.
           IF WS-MS-STATUS NOT = '35'
              CLOSE MANNSTDFILE
           END-IF.

       OPEN-JOURNAL.
      * the journal only ever grows - open EXTEND so earlier runs
      * stay on it, creating it first if this is a brand new shop.
           ACCEPT RJ-DATE FROM DATE YYYYMMDD.
           ACCEPT RJ-TIME FROM TIME.
           MOVE 'MAINTREF ' TO RJ-PROGRAM.
           MOVE WS-OPER-ID TO RJ-OPERATOR.
           MOVE WS-JRNL-FILE-ID TO RJ-FILE-ID.
           MOVE WS-BEFORE-IMAGE TO RJ-BEFORE.
           MOVE WS-AFTER-IMAGE TO RJ-AFTER.
              STOP RUN
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
                 DISPLAY 'MAINTREF: RUNNING UNDER THE MONTHEND '
                     'CYCLE LOCK'
              ELSE
                 PERFORM REFUSE-RUN-LOCK
              END-IF
           ELSE
              MOVE 'MAINTREF' TO WS-LOCK-MINE-PROGRAM
              MOVE WS-LOCK-OPER TO WS-LOCK-MINE-OPER
              ACCEPT WS-LOCK-MINE-DATE FROM DATE YYYYMMDD
              ACCEPT WS-LOCK-MINE-TIME FROM TIME
              MOVE WS-LOCK-KIND TO WS-LOCK-MINE-KIND
              OPEN OUTPUT LOCKFILE
              IF WS-LOCK-STATUS NOT = '00'
                 DISPLAY 'MAINTREF: UNABLE TO OPEN UVMFLOCK.DAT, '
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
                 DISPLAY 'MAINTREF: UNABLE TO OPEN UVMFLOCK.DAT, '
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
           DISPLAY 'MAINTREF: NOT STARTED - UVMF.DAT IS IN USE BY '
               WS-LOCK-FOUND-PROGRAM ' OPERATOR ' WS-LOCK-FOUND-OPER.
           DISPLAY 'MAINTREF: LOCK HELD SINCE ' WS-LOCK-FOUND-DATE ' '
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

       END PROGRAM MAINTREF.
