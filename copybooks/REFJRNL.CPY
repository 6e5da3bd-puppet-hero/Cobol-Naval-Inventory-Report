      * reference journal record - one line on REFJRNL.DAT per
      * accepted change to a reference master through MAINTREF:
      * which file, what was done, the operator signed on, and the
      * full before and after images. before is spaces on an add,
      * after is spaces on a delete. images are padded to the widest
      * of the reference record layouts. the operator ID is last on
      * the line so lines written before sign-on existed still read,
      * with spaces there. shared by MAINTREF, which writes it, and
      * OPERAUDT, which reports it.
       01 REFJRNL-RECORD.
          05 RJ-DATE     PIC 9(08).
          05 RJ-TIME     PIC 9(08).
          05 RJ-PROGRAM     PIC X(09).
          05 RJ-FILE-ID     PIC X(08).
          05 RJ-ACTION     PIC X(01).
             88 RJ-ADD-IMAGE     VALUE 'A'.
             88 RJ-CHANGE-IMAGE     VALUE 'C'.
             88 RJ-DELETE-IMAGE     VALUE 'D'.
          05 RJ-BEFORE     PIC X(25).
          05 RJ-AFTER     PIC X(25).
          05 RJ-OPERATOR     PIC X(08).
