      * on a delete. deletes only happen as the first half of a
      * RENAME - the old key comes off the file, then the rewrite
      * image carries the record forward under the new name with
      * the same hull number. the operator ID is the one signed on
      * to MAINTUVMF, or the submitting operator (UVMFOPER) for a
      * batch updater - it's last on the line so journal lines
      * written before operators were recorded still read, with
      * spaces there.
       01 JRNL-RECORD.
          05 JRNL-DATE     PIC 9(08).
          05 JRNL-TIME     PIC 9(08).
             88 JRNL-ADD-IMAGE     VALUE 'W'.
             88 JRNL-REWRITE-IMAGE     VALUE 'R'.
             88 JRNL-DELETE-IMAGE     VALUE 'D'.
          05 JRNL-BEFORE     PIC X(37).
          05 JRNL-AFTER     PIC X(37).
          05 JRNL-OPERATOR     PIC X(08).
