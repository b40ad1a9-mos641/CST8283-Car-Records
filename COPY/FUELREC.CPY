      ******************************************************************
      * Shared fuel history record layout for FUELHIST.TXT, keyed by
      * CAR-ID plus fill date (yyyymmdd) plus a sequence number so
      * several fills on the same day stay distinct, the same way
      * SERVREC keys work orders. One row per fuel card transaction
      * with the card used, litres, amount charged and the odometer
      * reading keyed at the pump. Written by FUELPOST, read by the
      * FUELRPT monthly fuel report.
      ******************************************************************
       01 FUEL-RECORD.
           05 FUEL-KEY.
               10 FUEL-CAR-ID PIC X(6).
               10 FUEL-DATE PIC X(8).
               10 FUEL-SEQ PIC 9(2).
           05 FUEL-CARD-NO PIC X(16).
           05 FUEL-LITRES PIC 9(4)V99.
           05 FUEL-AMOUNT PIC 9(5)V99.
           05 FUEL-ODOMETER PIC 9(7).
