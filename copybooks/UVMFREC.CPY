      * UVMF-NAME for the indexed file.
      * name (length 9), vessel type (length 2), tonnage (length 6),
      * crew (length 5), loc code (length 1), status flag (length 1),
      * hull number (length 5), commissioning date (length 8)
      * the hull number is the vessel's permanent identity - names
      * change (the RENAME action re-keys the record) but the hull
      * number never does, and it's how the journal and the history
      * in reserve, R = retired. overhaul and reserve vessels still
      * cost crew money but can't be tasked - UVMF-TASKABLE is the
      * condition the readiness numbers should count.
      * the commissioning date (YYYYMMDD) dates the hull's service
      * life for the decommissioning forecast. like the hull number
      * it sits last on the record, and spaces there mean it isn't
      * on record yet - every record and image written before the
      * field existed reads that way.
       01 UVMF-RECORD.
          05 UVMF-NAME     PIC X(09).
          05 UVMF-TYPE     PIC X(02).
             88 UVMF-TASKABLE     VALUES ' ' 'D'.
             88 UVMF-VALID-STAT     VALUES ' ' 'D' 'O' 'V' 'R'.
          05 UVMF-HULL     PIC X(05).
          05 UVMF-COMM-DATE     PIC X(08).
             88 UVMF-COMM-UNKNOWN     VALUE SPACES.
          05 UVMF-COMM-DATE-N REDEFINES UVMF-COMM-DATE     PIC 9(08).
