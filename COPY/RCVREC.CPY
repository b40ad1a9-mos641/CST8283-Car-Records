      ******************************************************************
      * Shared receivables interface record layout for
      * OWNER-RECEIVABLES.TXT, written by the OWNERBILL month-end
      * chargeback run for the receivables ledger to load. One header
      * record ("H", run date and billing month yyyymm), one detail
      * record ("D") per car per charge type billed, and one trailer
      * record ("T") carrying the detail count and the amount hash
      * total so the ledger side can verify the load. Charge types:
      * "SRV" service work orders, "INS" one-twelfth of the annual
      * premium, "DEP" the month's book depreciation.
      ******************************************************************
       01 RECEIVABLE-RECORD.
           05 RCV-RECORD-TYPE PIC X(1).
           05 RCV-RECORD-DATA PIC X(49).
           05 RCV-HEADER-DATA REDEFINES RCV-RECORD-DATA.
               10 RCV-RUN-DATE PIC X(8).
               10 RCV-BILL-MONTH PIC X(6).
               10 FILLER PIC X(35).
           05 RCV-DETAIL-DATA REDEFINES RCV-RECORD-DATA.
               10 RCV-OWNER-ID PIC X(6).
               10 RCV-CAR-ID PIC X(6).
               10 RCV-CHARGE-TYPE PIC X(3).
               10 RCV-CHARGE-MONTH PIC X(6).
               10 RCV-AMOUNT PIC 9(7)V99.
               10 FILLER PIC X(19).
           05 RCV-TRAILER-DATA REDEFINES RCV-RECORD-DATA.
               10 RCV-RECORD-COUNT PIC 9(6).
               10 RCV-AMOUNT-HASH PIC 9(11)V99.
               10 FILLER PIC X(30).
