           COPY LOCSREC.

       FD VESSFUNCFILE.
           COPY VFUNCREC.

       FD CREWCOSTFILE.
       01 CREWCOSTFILE-RECORD.
       01 WS-HIT-FLAG     PIC X(01)     VALUE 'N'.
       01 WS-EXCEPT-COUNT     PIC 9(05)     VALUE 0.
       01 WS-VESSEL-COUNT     PIC 9(05)     VALUE 0.
       01 WS-RUN-DATE     PIC 9(08)     VALUE 0.

      * every hull number seen this sweep, with the first vessel
      * carrying it - a second sighting is two vessels sharing one
       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-LOC-TABLE
           PERFORM LOAD-VF-TABLE
           PERFORM LOAD-CC-TABLE
           MOVE SPACES TO RECONRPT-RECORD.
           MOVE 'REFERENCE DATA RECONCILIATION' TO RECONRPT-RECORD.
           WRITE RECONRPT-RECORD.
           MOVE SPACES TO RECONRPT-RECORD.
           STRING 'RUN DATE ' WS-RUN-DATE
               DELIMITED BY SIZE INTO RECONRPT-RECORD
           END-STRING.
           WRITE RECONRPT-RECORD.

       CHECK-ONE-VESSEL.
      * retired vessels are swept too - an orphan code on a retired
