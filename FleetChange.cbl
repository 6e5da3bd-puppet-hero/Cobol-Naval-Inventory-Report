       FILE SECTION.
      * one UVMF-RECORD image per line, as written by SNAPUVMF
       FD PRVFILE.
       01 PRV-RECORD     PIC X(37).

       FD CURFILE.
       01 CUR-RECORD     PIC X(37).

       FD LOCFILE.
           COPY LOCSREC.
          05 PRV-LOC     PIC X(01).
          05 PRV-STAT     PIC X(01).
          05 PRV-HULL     PIC X(05).
          05 PRV-COMM-DATE     PIC X(08).
       01 WS-CUR-REC.
          05 CUR-NAME     PIC X(09).
          05 CUR-TYPE     PIC X(02).
          05 CUR-LOC     PIC X(01).
          05 CUR-STAT     PIC X(01).
          05 CUR-HULL     PIC X(05).
          05 CUR-COMM-DATE     PIC X(08).

       01 WS-EOF-FLAGS.
          05 WS-LOC-EOF     PIC X     VALUE 'N'.
