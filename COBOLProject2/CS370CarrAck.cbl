      *        acknowledgment that matched nothing we sent, with
      *        reconciliation counts
      *    Carrier-Corrections-Trans.txt - 'D'-action transactions in
      *        the 130-character Employee-Trans.txt layout for the
      *        PLN and DEP rejects, carrying the carrier's plan codes
      *        and dependent count and the transmitted premiums
      *        rounded to the whole dollars the master carries.
      * The Employee-Trans.txt layout CS370MAINT reads - action code,
      * key, new store, user and the 85-character field image.
       FD CORRECTION-TRANS-FILE
           RECORD CONTAINS 130 CHARACTERS.

       01  CORRECTION-TRANS-RECORD.
           05  CT-ACTION-CODE          PIC X(1).
               10  CT-IMG-HEALTH-COST  PIC 9(3).
               10  CT-IMG-DENTAL-PLAN  PIC X(1).
               10  CT-IMG-DENTAL-COST  PIC 9(3).
           05  FILLER                  PIC X(23).

       FD DISCREPANCY-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
