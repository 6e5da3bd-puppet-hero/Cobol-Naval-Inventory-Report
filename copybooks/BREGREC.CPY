      * applied-batch register record - one line on BATCHREG.DAT for
      * every UVMFTRAN.DAT batch BATCHUVMF has applied, keyed by the
      * originating command and its batch number. a batch already on
      * the register is rejected whole, so a file resubmitted by
      * mistake can't be applied twice. the line goes on before the
      * first transaction is applied - a run that dies part way has
      * still used up that batch number, and the recovery is a
      * RECOVUVMF rebuild, not a resubmission.
       01 BREG-RECORD.
          05 BREG-COMMAND     PIC X(08).
          05 BREG-BATCH     PIC X(06).
          05 BREG-BATCH-DATE     PIC X(08).
          05 BREG-APPLIED-DATE     PIC 9(08).
          05 BREG-APPLIED-TIME     PIC 9(08).
          05 BREG-OPERATOR     PIC X(08).
          05 BREG-TRAN-COUNT     PIC 9(05).
          05 BREG-HASH-TONNAGE     PIC 9(11).
          05 BREG-HASH-CREW     PIC 9(09).
