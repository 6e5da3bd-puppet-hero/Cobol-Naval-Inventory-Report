      * snapshot control record - the single line on UVMF-SNAP.CTL
      * describing the UVMF-SNAP.DAT now on file. SNAPUVMF writes it
      * with the date and time the snapshot was started and the
      * verified flag off; VERIFUVMF turns the flag on after a
      * clean verification against that snapshot (and back off
      * after one that isn't clean). every journal entry stamped
      * before the snapshot stamp is already reflected in the
      * snapshot, so once it's verified ARCHJRNL may move those
      * entries to an archive generation, and RECOVUVMF and
      * VERIFUVMF can roll forward from the snapshot without
      * reading the generations behind it.
       01 SNAPCTL-RECORD.
          05 SCTL-SNAP-STAMP.
             10 SCTL-SNAP-DATE     PIC 9(08).
             10 SCTL-SNAP-TIME     PIC 9(08).
          05 SCTL-SNAP-COUNT     PIC 9(05).
          05 SCTL-VERIFIED     PIC X(01).
             88 SCTL-VERIFIED-CLEAN     VALUE 'Y'.
          05 SCTL-VERIFY-DATE     PIC 9(08).
          05 SCTL-VERIFY-TIME     PIC 9(08).
