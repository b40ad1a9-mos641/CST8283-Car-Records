      ******************************************************************
      * Shared fuel posting reject layout for FUELPOST-REJECTS.TXT.
      * The reason code and text lead in the style of the
      * SERVPOST-REJECTS file, followed by the transaction as the card
      * provider sent it. Written by FUELPOST; read back by FUELRPT,
      * which flags reason 02 (fuel bought for a car already on
      * CARARCHIVE.TXT) as a suspicious fill.
      ******************************************************************
       01 FUEL-REJECT-RECORD.
           05 FJ-REASON-CODE PIC X(2).
           05 FILLER PIC X(1).
           05 FJ-REASON-TEXT PIC X(30).
           05 FILLER PIC X(1).
           05 FJ-CARD-NO PIC X(16).
           05 FJ-CAR-ID PIC X(6).
           05 FJ-DATE PIC X(8).
           05 FJ-LITRES PIC X(8).
           05 FJ-AMOUNT PIC X(9).
           05 FJ-ODOMETER PIC X(7).
