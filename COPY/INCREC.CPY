      ******************************************************************
      * Shared incident record layout for INCIDENT.TXT, keyed by
      * CAR-ID plus incident date (yyyymmdd) plus a sequence number so
      * several incidents on the same day stay distinct, the same way
      * SERVREC keys work orders. One row per accident, theft or
      * damage event carrying the broker claim number, the estimated
      * and settled amounts and the claim status: "O" open, "S"
      * settled, "D" denied. INC-AT-FAULT is "Y" or "N".
      * INC-POSTED-DATE is the run date of the posting that last
      * touched the row. Written by INCPOST, read by CLAIMRPT.
      ******************************************************************
       01 INCIDENT-RECORD.
           05 INC-KEY.
               10 INC-CAR-ID PIC X(6).
               10 INC-DATE PIC X(8).
               10 INC-SEQ PIC 9(2).
           05 INC-TYPE PIC X(12).
           05 INC-AT-FAULT PIC X(1).
           05 INC-CLAIM-NO PIC X(12).
           05 INC-ESTIMATE-AMOUNT PIC 9(7)V99.
           05 INC-SETTLED-AMOUNT PIC 9(7)V99.
           05 INC-STATUS PIC X(1).
           05 INC-POSTED-DATE PIC X(8).
