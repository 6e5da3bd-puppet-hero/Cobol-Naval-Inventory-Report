      * journal archive index record - one line on UVMFJIDX.DAT for
      * every archive generation ARCHJRNL has cut from UVMFJRNL.DAT,
      * oldest first. each generation holds the journal entries
      * stamped before a verified snapshot (the cutoff) that weren't
      * already in an earlier generation, so the generations in
      * index order followed by the live journal are the whole
      * history, in the order it was written. the first and last
      * stamps are the date range the generation covers. a live
      * journal entry stamped before the last cutoff has already
      * been archived and is skipped by every reader - that covers
      * an ARCHJRNL run that died after writing the index but
      * before cutting the live journal back. shared by ARCHJRNL,
      * which writes it, and every program that reads journal
      * history across the generations.
       01 JIDX-RECORD.
          05 JIDX-GENERATION     PIC 9(04).
          05 JIDX-FILE-NAME     PIC X(30).
          05 JIDX-FIRST-STAMP.
             10 JIDX-FIRST-DATE     PIC 9(08).
             10 JIDX-FIRST-TIME     PIC 9(08).
          05 JIDX-LAST-STAMP.
             10 JIDX-LAST-DATE     PIC 9(08).
             10 JIDX-LAST-TIME     PIC 9(08).
          05 JIDX-CUTOFF.
             10 JIDX-CUTOFF-DATE     PIC 9(08).
             10 JIDX-CUTOFF-TIME     PIC 9(08).
          05 JIDX-ENTRY-COUNT     PIC 9(07).
          05 JIDX-ARCHIVED-DATE     PIC 9(08).
          05 JIDX-ARCHIVED-TIME     PIC 9(08).
