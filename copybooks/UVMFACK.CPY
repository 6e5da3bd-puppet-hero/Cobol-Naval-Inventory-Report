      * acknowledgment record - UVMFTRAN.ACK, rewritten by every
      * BATCHUVMF run for the shore command's system to load. the
      * first line (sequence 00000, action H) is the batch as a
      * whole; then one line per transaction in file order. fixed
      * layout, no report headings. reason codes:
      *    00 accepted
      *    01 invalid action code       02 vessel name missing
      *    03 tonnage not numeric       04 crew not numeric
      *    05 vessel type missing       06 location code missing
      *    07 hull number missing       08 new name missing
      *    09 commissioning date invalid
      *    10 operator not authorized
      *    20 vessel already exists     21 vessel not found
      *    22 hull number already on file
      *    23 new name already on file  24 already at that location
      *    25 invalid status code
      *    30 destination berths full   31 destination over tonnage
      *    40 master file update failed
      *    90 batch count out of balance
      *    91 tonnage hash out of balance
      *    92 crew hash out of balance
      *    93 batch already applied
      *    94 batch header missing or invalid
      *    95 batch trailer missing or invalid
      * 90-95 reject every transaction in the batch - nothing in it
      * was applied.
       01 ACK-RECORD.
          05 ACK-COMMAND     PIC X(08).
          05 ACK-BATCH     PIC X(06).
          05 ACK-SEQ     PIC 9(05).
          05 ACK-ACTION     PIC X(01).
          05 ACK-NAME     PIC X(09).
          05 ACK-DISPOSITION     PIC X(01).
             88 ACK-ACCEPTED     VALUE 'A'.
             88 ACK-REJECTED     VALUE 'R'.
          05 ACK-REASON-CODE     PIC X(02).
          05 ACK-REASON-TEXT     PIC X(40).
          05 ACK-RUN-DATE     PIC 9(08).
