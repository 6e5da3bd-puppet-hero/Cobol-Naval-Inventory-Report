      * transaction gets a line on the UVMFTRAN.RPT listing saying
      * ACCEPTED or REJECTED and why, so the shore command can be told
      * exactly what bounced. schedule this ahead of the REPORTER run.
      * the run is stamped with the submitting operator (UVMFOPER in
      * the environment, checked against OPERATOR.DAT): it goes on
      * every journal line, and a transaction whose action that
      * operator isn't authorized for is rejected.
      * the file is one batch: a header line (originating command,
      * batch number, batch date) ahead of the transactions and a
      * trailer line (transaction count, hash totals of tonnage and
      * crew) behind them. the whole file is balanced against its
      * trailer and the command/batch number checked against the
      * BATCHREG.DAT register before anything is applied - a batch
      * truncated in transit or sent twice is rejected whole, nothing
      * touches UVMF.DAT, and the run ends RC 8. an applied batch is
      * added to the register. every transaction also gets a fixed-
      * layout line on UVMFTRAN.ACK (accepted/rejected and a reason
      * code) for the shore command's system to load.
      * takes the run-exclusion lock on UVMFLOCK.DAT at startup
      * (see LOCKREC) and won't start while another run holds it.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCHUVMF.
       AUTHOR. VEGA.
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT OPERFILE ASSIGN TO '.\OPERATOR.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-OPER-STATUS.

           SELECT REGFILE ASSIGN TO '.\BATCHREG.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-REG-STATUS.

           SELECT ACKFILE ASSIGN TO '.\UVMFTRAN.ACK'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ACK-STATUS.

           SELECT LOCKFILE ASSIGN TO '.\UVMFLOCK.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-LOCK-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * one transaction per line - action code, then the same fields
      * the record without splitting the hull's history in two.
      * other actions ignore it.
          05 TRAN-NEW-NAME     PIC X(09).
      * commissioning date (YYYYMMDD) - optional on an add, and on a
      * change replaces the one on file; blank leaves it alone.
      * other actions ignore it.
          05 TRAN-COMM-DATE     PIC X(08).
          05 TRAN-COMM-DATE-N REDEFINES TRAN-COMM-DATE     PIC 9(08).
      * first line of the file - which shore command sent it, their
      * batch number and date. action code H.
       01 TRAN-HEADER.
          05 TRH-ID     PIC X(01).
             88 TRAN-HEADER-REC     VALUE 'H'.
          05 TRH-COMMAND     PIC X(08).
          05 TRH-BATCH     PIC X(06).
          05 TRH-DATE     PIC X(08).
          05 FILLER     PIC X(24).
      * last line of the file - the count of transactions between
      * header and trailer and hash totals of their tonnage and crew
      * fields (blank counts as zero). action code Z, since T is
      * already the transfer.
       01 TRAN-TRAILER.
          05 TRT-ID     PIC X(01).
             88 TRAN-TRAILER-REC     VALUE 'Z'.
          05 TRT-COUNT     PIC X(05).
          05 TRT-COUNT-N REDEFINES TRT-COUNT     PIC 9(05).
          05 TRT-HASH-TONNAGE     PIC X(11).
          05 TRT-HASH-TONNAGE-N REDEFINES TRT-HASH-TONNAGE
                                   PIC 9(11).
          05 TRT-HASH-CREW     PIC X(09).
          05 TRT-HASH-CREW-N REDEFINES TRT-HASH-CREW     PIC 9(09).
          05 FILLER     PIC X(21).

       FD UVMF.
           COPY UVMFREC.
       FD LOCFILE.
           COPY LOCSREC.

       FD OPERFILE.
           COPY OPERREC.

       FD REGFILE.
           COPY BREGREC.

       FD ACKFILE.
           COPY UVMFACK.

       FD LOCKFILE.
           COPY LOCKREC.

       WORKING-STORAGE SECTION.
       01 WS-TRAN-STATUS     PIC X(02)     VALUE '00'.
       01 WS-UVMF-STATUS     PIC X(02)     VALUE '00'.
       01 WS-JRNL-STATUS     PIC X(02)     VALUE '00'.
       01 WS-MOVE-STATUS     PIC X(02)     VALUE '00'.
       01 WS-BEFORE-IMAGE     PIC X(37)     VALUE SPACES.
       01 WS-OLD-LOC     PIC X(01)     VALUE SPACE.
       01 WS-TRAN-EOF     PIC X(01)     VALUE 'N'.
       01 WS-FOUND-FLAG     PIC X(01)     VALUE 'N'.
       01 WS-REJECT-REASON     PIC X(40)     VALUE SPACES.
       01 WS-REJECT-CODE     PIC X(02)     VALUE SPACES.
       01 WS-REG-STATUS     PIC X(02)     VALUE '00'.
       01 WS-ACK-STATUS     PIC X(02)     VALUE '00'.
       01 WS-REG-EOF     PIC X(01)     VALUE 'N'.
       01 WS-RUN-DATE     PIC 9(08)     VALUE 0.

       01 WS-TRAN-COUNTS.
          05 WS-READ-COUNT     PIC 9(05)     VALUE 0.
          05 WS-ACCEPT-COUNT     PIC 9(05)     VALUE 0.
          05 WS-REJECT-COUNT     PIC 9(05)     VALUE 0.

      * batch controls - what the header and trailer said, what the
      * balancing pass actually found, and the verdict on the batch
      * as a whole (reason and code blank when it may be applied)
       01 WS-BATCH-COMMAND     PIC X(08)     VALUE SPACES.
       01 WS-BATCH-NUMBER     PIC X(06)     VALUE SPACES.
       01 WS-BATCH-DATE     PIC X(08)     VALUE SPACES.
       01 WS-BATCH-REASON     PIC X(40)     VALUE SPACES.
       01 WS-BATCH-CODE     PIC X(02)     VALUE SPACES.
       01 WS-TRAILER-SEEN     PIC X(01)     VALUE 'N'.
       01 WS-LINE-COUNT     PIC 9(05)     VALUE 0.
       01 WS-DETAIL-COUNT     PIC 9(05)     VALUE 0.
       01 WS-HASH-TONNAGE     PIC 9(11)     VALUE 0.
       01 WS-HASH-CREW     PIC 9(09)     VALUE 0.

      * port capacity off LOCS.DAT, loaded once at startup - zero
      * means no limit for that port, which is also what an old
      * pre-capacity LOCS.DAT line loads as
       01 WS-DEST-HULLS     PIC 9(03)     VALUE 0.
       01 WS-DEST-TONNAGE     PIC 9(09)     VALUE 0.
       01 WS-CAP-SCAN-EOF     PIC X(01)     VALUE 'N'.
       01 WS-SAVE-RECORD     PIC X(37)     VALUE SPACES.

      * scratch for the duplicate-hull check on an add - a hull
      * number already on file, retired or not, welds two vessels'
       01 WS-NEW-HULL     PIC X(05)     VALUE SPACES.
       01 WS-HULL-SCAN-EOF     PIC X(01)     VALUE 'N'.

      * the submitting operator - UVMFOPER in the environment - and
      * the actions that operator may take, off OPERATOR.DAT
       01 WS-OPER-STATUS     PIC X(02)     VALUE '00'.
       01 WS-OPER-EOF     PIC X(01)     VALUE 'N'.
       01 WS-OPER-FOUND     PIC X(01)     VALUE 'N'.
       01 WS-OPER-ID     PIC X(08)     VALUE SPACES.
       01 WS-AUTH-FLAG     PIC X(01)     VALUE 'N'.
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
           PERFORM IDENTIFY-OPERATOR.
           MOVE WS-OPER-ID TO WS-LOCK-OPER.
      * make sure there is a batch to run before taking the lock -
      * a missing UVMFTRAN.DAT stops the run with nothing touched
      * and no lock left behind to clear
           PERFORM OPEN-TRANFILE.
           CLOSE TRANFILE.
           PERFORM TAKE-RUN-LOCK.
           PERFORM CHECK-BATCH-CONTROLS.
           IF WS-BATCH-CODE = SPACES
              PERFORM CHECK-BATCH-REGISTER
           END-IF.
           OPEN OUTPUT TRANRPT.
           PERFORM OPEN-ACKFILE.
           PERFORM WRITE-TRANRPT-HEADINGS.
           PERFORM WRITE-BATCH-ACK.
      * a batch that failed its controls never opens the master -
      * every transaction in it is listed and acked as rejected
      * with the batch's reason
           IF WS-BATCH-CODE = SPACES
              PERFORM LOAD-CAP-TABLE
              PERFORM OPEN-UVMF
              PERFORM OPEN-JOURNAL
              PERFORM OPEN-MOVEFILE
              PERFORM REGISTER-BATCH
           END-IF.
           PERFORM OPEN-TRANFILE.
           PERFORM UNTIL WS-TRAN-EOF = 'Y'
              READ TRANFILE
                 AT END
                    MOVE 'Y' TO WS-TRAN-EOF
                 NOT AT END
                    IF NOT TRAN-HEADER-REC AND NOT TRAN-TRAILER-REC
                       ADD 1 TO WS-READ-COUNT
                       IF WS-BATCH-CODE = SPACES
                          PERFORM APPLY-ONE-TRAN
                       ELSE
                          MOVE WS-BATCH-REASON TO WS-REJECT-REASON
                          MOVE WS-BATCH-CODE TO WS-REJECT-CODE
                          PERFORM WRITE-REJECT-LINE
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           PERFORM WRITE-TRANRPT-TOTALS.
           CLOSE TRANFILE.
           IF WS-BATCH-CODE = SPACES
              CLOSE UVMF
              CLOSE JRNLFILE
              CLOSE MOVEFILE
           END-IF.
           CLOSE TRANRPT.
           CLOSE ACKFILE.
           DISPLAY 'BATCHUVMF: READ ' WS-READ-COUNT
               ', ACCEPTED ' WS-ACCEPT-COUNT
               ', REJECTED ' WS-REJECT-COUNT.
           IF WS-BATCH-CODE NOT = SPACES
              DISPLAY 'BATCHUVMF: BATCH ' WS-BATCH-COMMAND ' '
                  WS-BATCH-NUMBER ' REJECTED - ' WS-BATCH-REASON
              MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM RELEASE-RUN-LOCK.
           STOP RUN.

       OPEN-TRANFILE.
           MOVE 'N' TO WS-TRAN-EOF.
           OPEN INPUT TRANFILE.
           IF WS-TRAN-STATUS NOT = '00'
              DISPLAY 'BATCHUVMF: UNABLE TO OPEN UVMFTRAN.DAT, '
                  'STATUS = ' WS-TRAN-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       CHECK-BATCH-CONTROLS.
      * the balancing pass - the whole file is read and checked
      * against its own header and trailer before a single
      * transaction is applied, so a batch cut short in transit is
      * caught while the master is still untouched. the first
      * problem found is the one the batch is rejected for.
           PERFORM OPEN-TRANFILE.
           PERFORM UNTIL WS-TRAN-EOF = 'Y'
              READ TRANFILE
                 AT END
                    MOVE 'Y' TO WS-TRAN-EOF
                 NOT AT END
                    ADD 1 TO WS-LINE-COUNT
                    PERFORM CHECK-ONE-LINE
              END-READ
           END-PERFORM.
           CLOSE TRANFILE.
           IF WS-LINE-COUNT = 0
              MOVE 'BATCH HEADER MISSING' TO WS-REJECT-REASON
              MOVE '94' TO WS-REJECT-CODE
              PERFORM NOTE-BATCH-REJECT
           END-IF.
           IF WS-TRAILER-SEEN = 'N'
              MOVE 'BATCH TRAILER MISSING' TO WS-REJECT-REASON
              MOVE '95' TO WS-REJECT-CODE
              PERFORM NOTE-BATCH-REJECT
           END-IF.

       CHECK-ONE-LINE.
           EVALUATE TRUE
              WHEN WS-LINE-COUNT = 1
                 PERFORM CHECK-HEADER-LINE
              WHEN TRAN-HEADER-REC
                 MOVE 'SECOND HEADER IN BATCH' TO WS-REJECT-REASON
                 MOVE '94' TO WS-REJECT-CODE
                 PERFORM NOTE-BATCH-REJECT
              WHEN WS-TRAILER-SEEN = 'Y'
                 MOVE 'LINES AFTER BATCH TRAILER' TO WS-REJECT-REASON
                 MOVE '95' TO WS-REJECT-CODE
                 PERFORM NOTE-BATCH-REJECT
              WHEN TRAN-TRAILER-REC
                 MOVE 'Y' TO WS-TRAILER-SEEN
                 PERFORM CHECK-TRAILER-LINE
              WHEN OTHER
      * a garbled numeric field hashes as zero, which is exactly
      * what throws the batch out of balance against the trailer
                 ADD 1 TO WS-DETAIL-COUNT
                 IF TRAN-TONNAGE NUMERIC
                    ADD TRAN-TONNAGE-N TO WS-HASH-TONNAGE
                 END-IF
                 IF TRAN-CREW NUMERIC
                    ADD TRAN-CREW-N TO WS-HASH-CREW
                 END-IF
           END-EVALUATE.

       CHECK-HEADER-LINE.
           IF NOT TRAN-HEADER-REC
              MOVE 'BATCH HEADER MISSING' TO WS-REJECT-REASON
              MOVE '94' TO WS-REJECT-CODE
              PERFORM NOTE-BATCH-REJECT
           ELSE
              MOVE TRH-COMMAND TO WS-BATCH-COMMAND
              MOVE TRH-BATCH TO WS-BATCH-NUMBER
              MOVE TRH-DATE TO WS-BATCH-DATE
              IF TRH-COMMAND = SPACES OR TRH-BATCH NOT NUMERIC
                 OR TRH-DATE NOT NUMERIC
                 MOVE 'BATCH HEADER INVALID' TO WS-REJECT-REASON
                 MOVE '94' TO WS-REJECT-CODE
                 PERFORM NOTE-BATCH-REJECT
              END-IF
           END-IF.

       CHECK-TRAILER-LINE.
           IF TRT-COUNT NOT NUMERIC OR TRT-HASH-TONNAGE NOT NUMERIC
              OR TRT-HASH-CREW NOT NUMERIC
              MOVE 'BATCH TRAILER INVALID' TO WS-REJECT-REASON
              MOVE '95' TO WS-REJECT-CODE
              PERFORM NOTE-BATCH-REJECT
           ELSE
              IF TRT-COUNT-N NOT = WS-DETAIL-COUNT
                 MOVE 'BATCH COUNT OUT OF BALANCE' TO WS-REJECT-REASON
                 MOVE '90' TO WS-REJECT-CODE
                 PERFORM NOTE-BATCH-REJECT
              ELSE
                 IF TRT-HASH-TONNAGE-N NOT = WS-HASH-TONNAGE
                    MOVE 'TONNAGE HASH OUT OF BALANCE' TO
                        WS-REJECT-REASON
                    MOVE '91' TO WS-REJECT-CODE
                    PERFORM NOTE-BATCH-REJECT
                 ELSE
                    IF TRT-HASH-CREW-N NOT = WS-HASH-CREW
                       MOVE 'CREW HASH OUT OF BALANCE' TO
                           WS-REJECT-REASON
                       MOVE '92' TO WS-REJECT-CODE
                       PERFORM NOTE-BATCH-REJECT
                    END-IF
                 END-IF
              END-IF
           END-IF.

       NOTE-BATCH-REJECT.
      * keeps the first batch-level problem found - later ones are
      * usually just the same truncation seen from another angle
           IF WS-BATCH-CODE = SPACES
              MOVE WS-REJECT-REASON TO WS-BATCH-REASON
              MOVE WS-REJECT-CODE TO WS-BATCH-CODE
           END-IF.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE SPACES TO WS-REJECT-CODE.

       CHECK-BATCH-REGISTER.
      * the same command's batch number on the register already
      * means this file has been applied before - a missing register
      * is simply the first batch on the new controls
           OPEN INPUT REGFILE.
           IF WS-REG-STATUS = '35'
              MOVE 'Y' TO WS-REG-EOF
           ELSE
              IF WS-REG-STATUS NOT = '00'
                 DISPLAY 'BATCHUVMF: UNABLE TO OPEN BATCHREG.DAT, '
                     'STATUS = ' WS-REG-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.
           PERFORM UNTIL WS-REG-EOF = 'Y'
              READ REGFILE
                 AT END
                    MOVE 'Y' TO WS-REG-EOF
                 NOT AT END
                    IF BREG-COMMAND = WS-BATCH-COMMAND
                       AND BREG-BATCH = WS-BATCH-NUMBER
                       STRING 'BATCH ALREADY APPLIED ON '
                           BREG-APPLIED-DATE
                           DELIMITED BY SIZE INTO WS-REJECT-REASON
                       END-STRING
                       MOVE '93' TO WS-REJECT-CODE
                       PERFORM NOTE-BATCH-REJECT
                       MOVE 'Y' TO WS-REG-EOF
                    END-IF
              END-READ
           END-PERFORM.
           IF WS-REG-STATUS NOT = '35'
              CLOSE REGFILE
           END-IF.

       REGISTER-BATCH.
      * on the register before the first transaction is applied -
      * a run that dies part way has still used its batch number,
      * so a blind resubmission can't apply the first half twice
           OPEN EXTEND REGFILE.
           IF WS-REG-STATUS = '35'
              OPEN OUTPUT REGFILE
              CLOSE REGFILE
              OPEN EXTEND REGFILE
           END-IF.
           IF WS-REG-STATUS NOT = '00'
              DISPLAY 'BATCHUVMF: UNABLE TO OPEN BATCHREG.DAT, '
                  'STATUS = ' WS-REG-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE WS-BATCH-COMMAND TO BREG-COMMAND.
           MOVE WS-BATCH-NUMBER TO BREG-BATCH.
           MOVE WS-BATCH-DATE TO BREG-BATCH-DATE.
           MOVE WS-RUN-DATE TO BREG-APPLIED-DATE.
           ACCEPT BREG-APPLIED-TIME FROM TIME.
           MOVE WS-OPER-ID TO BREG-OPERATOR.
           MOVE WS-DETAIL-COUNT TO BREG-TRAN-COUNT.
           MOVE WS-HASH-TONNAGE TO BREG-HASH-TONNAGE.
           MOVE WS-HASH-CREW TO BREG-HASH-CREW.
           WRITE BREG-RECORD.
           IF WS-REG-STATUS NOT = '00'
              DISPLAY 'BATCHUVMF: BATCH REGISTER WRITE FAILED, '
                  'STATUS = ' WS-REG-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           CLOSE REGFILE.

       OPEN-ACKFILE.
           OPEN OUTPUT ACKFILE.
           IF WS-ACK-STATUS NOT = '00'
              DISPLAY 'BATCHUVMF: UNABLE TO OPEN UVMFTRAN.ACK, '
                  'STATUS = ' WS-ACK-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       WRITE-BATCH-ACK.
      * sequence zero is the batch as a whole, so the shore system
      * learns the verdict even on a batch with no transactions
           MOVE SPACES TO ACK-RECORD.
           MOVE WS-BATCH-COMMAND TO ACK-COMMAND.
           MOVE WS-BATCH-NUMBER TO ACK-BATCH.
           MOVE 0 TO ACK-SEQ.
           MOVE 'H' TO ACK-ACTION.
           IF WS-BATCH-CODE = SPACES
              SET ACK-ACCEPTED TO TRUE
              MOVE '00' TO ACK-REASON-CODE
              MOVE 'BATCH IN BALANCE' TO ACK-REASON-TEXT
           ELSE
              SET ACK-REJECTED TO TRUE
              MOVE WS-BATCH-CODE TO ACK-REASON-CODE
              MOVE WS-BATCH-REASON TO ACK-REASON-TEXT
           END-IF.
           MOVE WS-RUN-DATE TO ACK-RUN-DATE.
           PERFORM WRITE-ACK-RECORD.

       WRITE-TRAN-ACK.
      * caller sets the disposition; code and text come from
      * WS-REJECT-CODE and WS-REJECT-REASON (blank on an accept)
           MOVE WS-BATCH-COMMAND TO ACK-COMMAND.
           MOVE WS-BATCH-NUMBER TO ACK-BATCH.
           MOVE WS-READ-COUNT TO ACK-SEQ.
           MOVE TRAN-ACTION TO ACK-ACTION.
           MOVE TRAN-NAME TO ACK-NAME.
           IF ACK-ACCEPTED
              MOVE '00' TO ACK-REASON-CODE
              MOVE SPACES TO ACK-REASON-TEXT
           ELSE
              MOVE WS-REJECT-CODE TO ACK-REASON-CODE
              MOVE WS-REJECT-REASON TO ACK-REASON-TEXT
           END-IF.
           MOVE WS-RUN-DATE TO ACK-RUN-DATE.
           PERFORM WRITE-ACK-RECORD.

       WRITE-ACK-RECORD.
           WRITE ACK-RECORD.
           IF WS-ACK-STATUS NOT = '00'
              DISPLAY 'BATCHUVMF: ACKNOWLEDGMENT WRITE FAILED, '
                  'STATUS = ' WS-ACK-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       IDENTIFY-OPERATOR.
      * a batch run is stamped with whoever submitted it - UVMFOPER
      * in the environment, which has to be an operator on
      * OPERATOR.DAT. no operator, no run: an unattributed update
      * is the same audit hole the maintenance sign-on closes.
           ACCEPT WS-OPER-ID FROM ENVIRONMENT 'UVMFOPER'.
           PERFORM LOOKUP-OPERATOR.
           IF WS-OPER-FOUND = 'N'
              DISPLAY 'BATCHUVMF: SUBMITTING OPERATOR ''' WS-OPER-ID
                  ''' NOT ON OPERATOR.DAT - SET UVMFOPER'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       LOOKUP-OPERATOR.
      * reads OPERATOR.DAT for WS-OPER-ID, leaving Y/N in
      * WS-OPER-FOUND and the operator's flags in WS-OPER-AUTH
           MOVE 'N' TO WS-OPER-FOUND.
           MOVE 'NNNNNNNN' TO WS-OPER-AUTH.
           MOVE 'N' TO WS-OPER-EOF.
           OPEN INPUT OPERFILE.
           IF WS-OPER-STATUS NOT = '00'
              DISPLAY 'BATCHUVMF: UNABLE TO OPEN OPERATOR.DAT, '
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
                       MOVE OPER-AUTH TO WS-OPER-AUTH
                       MOVE 'Y' TO WS-OPER-EOF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE OPERFILE.

       CHECK-TRAN-AUTHORITY.
      * the submitting operator needs the authority flag for this
      * action, same flags the MAINTUVMF menu checks
           EVALUATE TRUE
              WHEN TRAN-ADD
                 MOVE WS-MAY-ADD TO WS-AUTH-FLAG
              WHEN TRAN-CHANGE
                 MOVE WS-MAY-CHANGE TO WS-AUTH-FLAG
              WHEN TRAN-RETIRE
                 MOVE WS-MAY-RETIRE TO WS-AUTH-FLAG
              WHEN TRAN-TRANSFER
                 MOVE WS-MAY-TRANSFER TO WS-AUTH-FLAG
              WHEN TRAN-SET-STAT
                 MOVE WS-MAY-SET-STAT TO WS-AUTH-FLAG
              WHEN TRAN-RENAME
                 MOVE WS-MAY-RENAME TO WS-AUTH-FLAG
           END-EVALUATE.
           IF WS-AUTH-FLAG NOT = 'Y'
              MOVE 'OPERATOR NOT AUTHORIZED FOR ACTION' TO
                  WS-REJECT-REASON
              MOVE '10' TO WS-REJECT-CODE
           END-IF.

       OPEN-UVMF.
      * UVMF.DAT may not exist yet on a brand new shop - create it
      * rather than forcing someone to run MAINTUVMF first.
           ACCEPT JRNL-DATE FROM DATE YYYYMMDD.
           ACCEPT JRNL-TIME FROM TIME.
           MOVE 'BATCHUVMF' TO JRNL-PROGRAM.
           MOVE WS-OPER-ID TO JRNL-OPERATOR.
           MOVE WS-BEFORE-IMAGE TO JRNL-BEFORE.
           MOVE UVMF-RECORD TO JRNL-AFTER.
           WRITE JRNL-RECORD.
           MOVE 'UVMF BATCH TRANSACTION LISTING' TO TRANRPT-RECORD.
           WRITE TRANRPT-RECORD.
           MOVE SPACES TO TRANRPT-RECORD.
           STRING 'RUN DATE ' WS-RUN-DATE
               DELIMITED BY SIZE INTO TRANRPT-RECORD
           END-STRING.
           WRITE TRANRPT-RECORD.
           MOVE SPACES TO TRANRPT-RECORD.
           STRING 'SUBMITTED BY ' WS-OPER-ID '  BATCH '
               WS-BATCH-COMMAND ' ' WS-BATCH-NUMBER
               '  DATED ' WS-BATCH-DATE
               DELIMITED BY SIZE INTO TRANRPT-RECORD
           END-STRING.
           WRITE TRANRPT-RECORD.
           IF WS-BATCH-CODE NOT = SPACES
              MOVE SPACES TO TRANRPT-RECORD
              STRING 'BATCH REJECTED - ' WS-BATCH-REASON
                  ' - NOTHING APPLIED'
                  DELIMITED BY SIZE INTO TRANRPT-RECORD
              END-STRING
              WRITE TRANRPT-RECORD
           END-IF.
           MOVE SPACES TO TRANRPT-RECORD.
           STRING 'ACT VESSEL    DISPOSITION'
               DELIMITED BY SIZE INTO TRANRPT-RECORD
           END-STRING.

       APPLY-ONE-TRAN.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE SPACES TO WS-REJECT-CODE.
           PERFORM EDIT-ONE-TRAN.
           IF WS-REJECT-REASON = SPACES
              PERFORM CHECK-TRAN-AUTHORITY
           END-IF.
           IF WS-REJECT-REASON NOT = SPACES
              PERFORM WRITE-REJECT-LINE
           ELSE
              AND NOT TRAN-TRANSFER AND NOT TRAN-SET-STAT
              AND NOT TRAN-RENAME
              MOVE 'INVALID ACTION CODE' TO WS-REJECT-REASON
              MOVE '01' TO WS-REJECT-CODE
           ELSE
              IF TRAN-NAME = SPACES
                 MOVE 'VESSEL NAME MISSING' TO WS-REJECT-REASON
                 MOVE '02' TO WS-REJECT-CODE
              ELSE
                 IF (TRAN-ADD OR TRAN-CHANGE)
                    AND TRAN-TONNAGE NOT NUMERIC
                    MOVE 'TONNAGE NOT NUMERIC' TO WS-REJECT-REASON
                    MOVE '03' TO WS-REJECT-CODE
                 ELSE
                    IF (TRAN-ADD OR TRAN-CHANGE)
                       AND TRAN-CREW NOT NUMERIC
                       MOVE 'CREW NOT NUMERIC' TO WS-REJECT-REASON
                       MOVE '04' TO WS-REJECT-CODE
                    ELSE
                       IF (TRAN-ADD OR TRAN-CHANGE)
                          AND TRAN-TYPE = SPACES
                          MOVE 'VESSEL TYPE MISSING' TO
                              WS-REJECT-REASON
                          MOVE '05' TO WS-REJECT-CODE
                       ELSE
                          IF (TRAN-ADD OR TRAN-CHANGE
                             OR TRAN-TRANSFER)
                             AND TRAN-LOC = SPACE
                             MOVE 'LOCATION CODE MISSING' TO
                                 WS-REJECT-REASON
                             MOVE '06' TO WS-REJECT-CODE
                          ELSE
                             IF TRAN-ADD AND TRAN-HULL = SPACES
                                MOVE 'HULL NUMBER MISSING' TO
                                    WS-REJECT-REASON
                                MOVE '07' TO WS-REJECT-CODE
                             ELSE
                                IF TRAN-RENAME
                                   AND TRAN-NEW-NAME = SPACES
                                   MOVE 'NEW NAME MISSING' TO
                                       WS-REJECT-REASON
                                   MOVE '08' TO WS-REJECT-CODE
                                ELSE
                                   IF (TRAN-ADD OR TRAN-CHANGE)
                                      AND TRAN-COMM-DATE NOT = SPACES
                                      PERFORM EDIT-TRAN-COMM-DATE
                                   END-IF
                                END-IF
                             END-IF
                          END-IF
              END-IF
           END-IF.

       EDIT-TRAN-COMM-DATE.
      * a commissioning date has to be a real calendar date - it
      * drives the decommissioning forecast
           IF TRAN-COMM-DATE NOT NUMERIC
              MOVE 'COMMISSIONING DATE INVALID' TO WS-REJECT-REASON
              MOVE '09' TO WS-REJECT-CODE
           ELSE
              IF FUNCTION TEST-DATE-YYYYMMDD(TRAN-COMM-DATE-N) NOT = 0
                 MOVE 'COMMISSIONING DATE INVALID' TO WS-REJECT-REASON
                 MOVE '09' TO WS-REJECT-CODE
              END-IF
           END-IF.

       APPLY-ADD.
      * the hull number is the vessel's permanent identity - a
      * duplicate on an add would silently weld two unrelated
           IF WS-FOUND-FLAG = 'Y'
              MOVE 'VESSEL ALREADY EXISTS - USE CHANGE' TO
                  WS-REJECT-REASON
              MOVE '20' TO WS-REJECT-CODE
           ELSE
              MOVE TRAN-HULL TO WS-NEW-HULL
              PERFORM CHECK-DUP-HULL
              MOVE TRAN-LOC TO UVMF-LOC
              SET UVMF-ACTIVE TO TRUE
              MOVE TRAN-HULL TO UVMF-HULL
              MOVE TRAN-COMM-DATE TO UVMF-COMM-DATE
              WRITE UVMF-RECORD
              IF WS-UVMF-STATUS NOT = '00'
                 STRING 'ADD FAILED, FILE STATUS = ' WS-UVMF-STATUS
                     DELIMITED BY SIZE INTO WS-REJECT-REASON
                 END-STRING
                 MOVE '40' TO WS-REJECT-CODE
              ELSE
                 MOVE SPACES TO WS-BEFORE-IMAGE
                 SET JRNL-ADD-IMAGE TO TRUE
           PERFORM FIND-UVMF.
           IF WS-FOUND-FLAG = 'N'
              MOVE 'VESSEL NOT FOUND' TO WS-REJECT-REASON
              MOVE '21' TO WS-REJECT-CODE
           ELSE
              IF TRAN-LOC NOT = UVMF-LOC
                 MOVE TRAN-LOC TO WS-DEST-LOC
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
                 MOVE '40' TO WS-REJECT-CODE
              ELSE
                 SET JRNL-REWRITE-IMAGE TO TRUE
                 PERFORM WRITE-JOURNAL
           PERFORM FIND-UVMF.
           IF WS-FOUND-FLAG = 'N'
              MOVE 'VESSEL NOT FOUND' TO WS-REJECT-REASON
              MOVE '21' TO WS-REJECT-CODE
           ELSE
              MOVE UVMF-RECORD TO WS-BEFORE-IMAGE
              SET UVMF-RETIRED TO TRUE
                 STRING 'RETIRE FAILED, FILE STATUS = ' WS-UVMF-STATUS
                     DELIMITED BY SIZE INTO WS-REJECT-REASON
                 END-STRING
                 MOVE '40' TO WS-REJECT-CODE
              ELSE
                 SET JRNL-REWRITE-IMAGE TO TRUE
                 PERFORM WRITE-JOURNAL
           PERFORM FIND-UVMF.
           IF WS-FOUND-FLAG = 'N'
              MOVE 'VESSEL NOT FOUND' TO WS-REJECT-REASON
              MOVE '21' TO WS-REJECT-CODE
           ELSE
              IF TRAN-LOC = UVMF-LOC
                 MOVE 'VESSEL ALREADY AT THAT LOCATION' TO
                     WS-REJECT-REASON
                 MOVE '24' TO WS-REJECT-CODE
              ELSE
                 MOVE TRAN-LOC TO WS-DEST-LOC
                 MOVE UVMF-TONNAGE TO WS-XFER-TONNAGE
                        WS-UVMF-STATUS
                        DELIMITED BY SIZE INTO WS-REJECT-REASON
                    END-STRING
                    MOVE '40' TO WS-REJECT-CODE
                 ELSE
                    SET JRNL-REWRITE-IMAGE TO TRUE
                    PERFORM WRITE-JOURNAL
           PERFORM FIND-UVMF.
           IF WS-FOUND-FLAG = 'N'
              MOVE 'VESSEL NOT FOUND' TO WS-REJECT-REASON
              MOVE '21' TO WS-REJECT-CODE
           ELSE
              MOVE UVMF-RECORD TO WS-BEFORE-IMAGE
              MOVE TRAN-NEW-NAME TO UVMF-NAME
              PERFORM FIND-UVMF
              IF WS-FOUND-FLAG = 'Y'
                 MOVE 'NEW NAME ALREADY ON FILE' TO WS-REJECT-REASON
                 MOVE '23' TO WS-REJECT-CODE
              ELSE
                 MOVE WS-BEFORE-IMAGE TO UVMF-RECORD
                 DELETE UVMF RECORD
                        WS-UVMF-STATUS
                        DELIMITED BY SIZE INTO WS-REJECT-REASON
                    END-STRING
                    MOVE '40' TO WS-REJECT-CODE
                 ELSE
                    PERFORM WRITE-JOURNAL-DELETE
                    MOVE WS-BEFORE-IMAGE TO UVMF-RECORD
           ACCEPT JRNL-DATE FROM DATE YYYYMMDD.
           ACCEPT JRNL-TIME FROM TIME.
           MOVE 'BATCHUVMF' TO JRNL-PROGRAM.
           MOVE WS-OPER-ID TO JRNL-OPERATOR.
           SET JRNL-DELETE-IMAGE TO TRUE.
           MOVE WS-BEFORE-IMAGE TO JRNL-BEFORE.
           MOVE SPACES TO JRNL-AFTER.
           PERFORM FIND-UVMF.
           IF WS-FOUND-FLAG = 'N'
              MOVE 'VESSEL NOT FOUND' TO WS-REJECT-REASON
              MOVE '21' TO WS-REJECT-CODE
           ELSE
              MOVE UVMF-RECORD TO WS-BEFORE-IMAGE
              MOVE TRAN-STAT TO UVMF-STAT
                        WS-UVMF-STATUS
                        DELIMITED BY SIZE INTO WS-REJECT-REASON
                    END-STRING
                    MOVE '40' TO WS-REJECT-CODE
                 ELSE
                    SET JRNL-REWRITE-IMAGE TO TRUE
                    PERFORM WRITE-JOURNAL
              ELSE
                 MOVE WS-BEFORE-IMAGE TO UVMF-RECORD
                 MOVE 'INVALID STATUS CODE' TO WS-REJECT-REASON
                 MOVE '25' TO WS-REJECT-CODE
              END-IF
           END-IF.

              IF WS-DEST-BERTHS > 0
                 AND WS-DEST-HULLS >= WS-DEST-BERTHS
                 MOVE 'DESTINATION BERTHS FULL' TO WS-REJECT-REASON
                 MOVE '30' TO WS-REJECT-CODE
              ELSE
                 IF WS-DEST-MAX-TONNAGE > 0
                    AND WS-DEST-TONNAGE + WS-XFER-TONNAGE
                        > WS-DEST-MAX-TONNAGE
                    MOVE 'DESTINATION OVER TONNAGE LIMIT' TO
                        WS-REJECT-REASON
                    MOVE '31' TO WS-REJECT-CODE
                 END-IF
              END-IF
           END-IF.
                 IF UVMF-HULL = WS-NEW-HULL
                    MOVE 'HULL NUMBER ALREADY ON FILE' TO
                        WS-REJECT-REASON
                    MOVE '22' TO WS-REJECT-CODE
                    MOVE 'Y' TO WS-HULL-SCAN-EOF
                 END-IF
              END-IF
               DELIMITED BY SIZE INTO TRANRPT-RECORD
           END-STRING.
           WRITE TRANRPT-RECORD.
           SET ACK-ACCEPTED TO TRUE.
           PERFORM WRITE-TRAN-ACK.

       WRITE-REJECT-LINE.
           ADD 1 TO WS-REJECT-COUNT.
               DELIMITED BY SIZE INTO TRANRPT-RECORD
           END-STRING.
           WRITE TRANRPT-RECORD.
           SET ACK-REJECTED TO TRUE.
           PERFORM WRITE-TRAN-ACK.

       WRITE-TRANRPT-TOTALS.
           MOVE SPACES TO TRANRPT-RECORD.
               DELIMITED BY SIZE INTO TRANRPT-RECORD
           END-STRING.
           WRITE TRANRPT-RECORD.
           MOVE SPACES TO TRANRPT-RECORD.
           STRING 'BATCH CONTROLS - COUNT ' WS-DETAIL-COUNT
               '  TONNAGE HASH ' WS-HASH-TONNAGE
               '  CREW HASH ' WS-HASH-CREW
               DELIMITED BY SIZE INTO TRANRPT-RECORD
           END-STRING.
           WRITE TRANRPT-RECORD.

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
                 DISPLAY 'BATCHUVMF: RUNNING UNDER THE MONTHEND '
                     'CYCLE LOCK'
              ELSE
                 PERFORM REFUSE-RUN-LOCK
              END-IF
           ELSE
              MOVE 'BATCHUVMF' TO WS-LOCK-MINE-PROGRAM
              MOVE WS-LOCK-OPER TO WS-LOCK-MINE-OPER
              ACCEPT WS-LOCK-MINE-DATE FROM DATE YYYYMMDD
              ACCEPT WS-LOCK-MINE-TIME FROM TIME
              MOVE WS-LOCK-KIND TO WS-LOCK-MINE-KIND
              OPEN OUTPUT LOCKFILE
              IF WS-LOCK-STATUS NOT = '00'
                 DISPLAY 'BATCHUVMF: UNABLE TO OPEN UVMFLOCK.DAT, '
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
                 DISPLAY 'BATCHUVMF: UNABLE TO OPEN UVMFLOCK.DAT, '
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
           DISPLAY 'BATCHUVMF: NOT STARTED - UVMF.DAT IS IN USE BY '
               WS-LOCK-FOUND-PROGRAM ' OPERATOR ' WS-LOCK-FOUND-OPER.
           DISPLAY 'BATCHUVMF: LOCK HELD SINCE ' WS-LOCK-FOUND-DATE ' '
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

       END PROGRAM BATCHUVMF.
