      ******************************************************************
      * Shared registration record layout for REGFILE.TXT (indexed by
      * REG-CAR-ID). One row per registered vehicle carrying the
      * licence plate and issuing jurisdiction, the registration
      * expiry date, and the last and next annual safety-inspection
      * dates (all yyyymmdd). REG-POSTED-DATE is the run date of the
      * posting that last touched the row. Written by REGPOST, read
      * by the REGCOMPL nightly compliance run.
      ******************************************************************
       01 REGISTRATION-RECORD.
           05 REG-CAR-ID PIC X(6).
           05 REG-PLATE PIC X(10).
           05 REG-JURISDICTION PIC X(4).
           05 REG-EXPIRY-DATE PIC X(8).
           05 REG-LAST-INSP-DATE PIC X(8).
           05 REG-NEXT-INSP-DATE PIC X(8).
           05 REG-POSTED-DATE PIC X(8).
