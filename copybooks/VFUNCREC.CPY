      * vessel function master record - two-digit type code to its
      * description, plus the expected service life in years for a
      * hull of that function, counted from its commissioning date.
      * service life comes in as X so every reader keeps working
      * against pre-service-life VESSFUNC.DAT lines - blank (or zero)
      * means no life on record, and such hulls are left out of the
      * decommissioning forecast. shared by every program that loads
      * VESSFUNC.DAT so they all agree on the layout.
       01 VESSFUNCFILE-RECORD.
          05 VF-CODE     PIC X(02).
          05 VF-DESC     PIC X(20).
          05 VF-SERVICE-LIFE     PIC X(02).
          05 VF-SERVICE-LIFE-N REDEFINES VF-SERVICE-LIFE     PIC 9(02).
