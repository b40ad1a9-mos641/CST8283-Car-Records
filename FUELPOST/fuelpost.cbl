      ******************************************************************
      * Author: Mostapha A
      * Purpose: Post the fuel card provider's monthly transaction
      *          file FUELTRANS.TXT to the fuel history file
      *          FUELHIST.TXT, sequencing same-day fills the way
      *          SERVPOST sequences work orders. Rejects any fill
      *          whose CAR-ID is not live on CARFILE.TXT - a car
      *          sitting on CARARCHIVE.TXT gets its own reason, as in
      *          INSPOST, so FUELRPT can flag fuel bought for a
      *          disposed car - and any with a bad date, litres,
      *          amount or odometer, or an odometer reading lower than
      *          the car's previous reading on file or higher than a
      *          later one. Rejects carry reason codes in the style of
      *          the SERVPOST-REJECTS file:
      *            01 CAR-ID missing
      *            02 CAR-ID archived
      *            03 CAR-ID not on file
      *            04 fuel date invalid
      *            05 litres missing or not numeric
      *            06 amount missing or not numeric
      *            07 odometer missing or not numeric
      *            08 odometer below the previous reading
      *            09 too many fills for the car on one day
      *            10 odometer above a later reading (late fill)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. FUELPOST.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT CAR-FILE-IN
               ASSIGN TO "..\CARFILE.TXT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS CAR-ID
                   ALTERNATE RECORD KEY IS OWNER-NAME
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS ENGINE
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS CAR-OWNER-ID
                       WITH DUPLICATES.

           SELECT OPTIONAL CARARCHIVE-IN
               ASSIGN TO "..\CARARCHIVE.TXT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS ARC-CAR-ID.

           SELECT OPTIONAL FUELHIST-IO
               ASSIGN TO "..\FUELHIST.TXT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FUEL-KEY.

           SELECT FUELTRANS-IN
               ASSIGN TO "..\FUELTRANS.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FUELPOST-REJECTS
               ASSIGN TO "..\FUELPOST-REJECTS.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD CAR-FILE-IN.
           COPY CARREC.

       FD CARARCHIVE-IN.
           COPY ARCREC.

       FD FUELHIST-IO.
           COPY FUELREC.

       FD FUELTRANS-IN.
       01 FTRANS-RECORD-IN.
           05 FTRANS-CARD-NO PIC X(16).
           05 FTRANS-CAR-ID PIC X(6).
           05 FTRANS-DATE PIC X(8).
           05 FTRANS-DATE-NUM REDEFINES FTRANS-DATE PIC 9(8).
           05 FTRANS-LITRES PIC X(8).
           05 FTRANS-AMOUNT PIC X(9).
           05 FTRANS-ODOMETER PIC X(7).

       FD FUELPOST-REJECTS.
           COPY FUELREJREC.

       WORKING-STORAGE SECTION.

       01 CONTROL-FIELDS.
           05 TRANS-EOF-FLG PIC 9 VALUE 0.
           05 FUEL-EOF-FLG PIC 9 VALUE 0.
           05 REJECT-FLG PIC 9 VALUE 0.
           05 CAR-FOUND-FLG PIC 9 VALUE 0.
           05 ARCHIVE-FOUND-FLG PIC 9 VALUE 0.
           05 WRITTEN-FLG PIC 9 VALUE 0.
           05 TRANS-READ-CNT PIC 9(6) VALUE 0.
           05 TRANS-POSTED-CNT PIC 9(6) VALUE 0.
           05 TRANS-REJECT-CNT PIC 9(6) VALUE 0.
           05 WS-RETURN-CODE PIC 9(4) VALUE 0.

       01 ODOMETER-FIELDS.
           05 TRANS-ODOMETER-NUM PIC 9(7) VALUE 0.
           05 PRIOR-ODOMETER PIC 9(7) VALUE 0.
           05 NEXT-ODOMETER PIC 9(7) VALUE 0.
           05 NEXT-FOUND-FLG PIC 9 VALUE 0.

       COPY RUNLOGWS.

       PROCEDURE DIVISION.

       100-POST-FUEL-TRANS.
           PERFORM 9900-LOG-RUN-START.
           PERFORM 201-INITIATE-POSTING.
           PERFORM 202-POST-ONE-TRANSACTION
                UNTIL TRANS-EOF-FLG EQUAL 1.
           PERFORM 205-DISPLAY-CONTROL-TOTALS.
           PERFORM 206-SET-RETURN-CODE.
           PERFORM 203-CLOSE-POSTING-FILES.
           PERFORM 9910-LOG-RUN-END.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       201-INITIATE-POSTING.
           PERFORM 301-OPEN-POSTING-FILES.
           PERFORM 303-READ-TRANSACTION.

       202-POST-ONE-TRANSACTION.
           PERFORM 305-VALIDATE-TRANSACTION.
           IF REJECT-FLG EQUAL 1
               PERFORM 308-WRITE-REJECT-RECORD
           ELSE
               PERFORM 306-WRITE-FUEL-RECORD
           END-IF.
           PERFORM 303-READ-TRANSACTION.

       203-CLOSE-POSTING-FILES.
           CLOSE CAR-FILE-IN
                 CARARCHIVE-IN
                 FUELHIST-IO
                 FUELTRANS-IN
                 FUELPOST-REJECTS.

       205-DISPLAY-CONTROL-TOTALS.
           DISPLAY SPACE.
           DISPLAY "FUEL POSTING TOTALS".
           DISPLAY "  TRANSACTIONS READ:     " TRANS-READ-CNT.
           DISPLAY "  TRANSACTIONS POSTED:   " TRANS-POSTED-CNT.
           DISPLAY "  TRANSACTIONS REJECTED: " TRANS-REJECT-CNT.

       206-SET-RETURN-CODE.
           IF TRANS-REJECT-CNT > 0
               MOVE 4 TO WS-RETURN-CODE
           ELSE
               MOVE 0 TO WS-RETURN-CODE
           END-IF.

       301-OPEN-POSTING-FILES.
           OPEN INPUT CAR-FILE-IN.
           OPEN INPUT CARARCHIVE-IN.
           OPEN I-O FUELHIST-IO.
           OPEN INPUT FUELTRANS-IN.
           OPEN OUTPUT FUELPOST-REJECTS.

       302-CHECK-CAR-ON-FILE.
           MOVE 0 TO CAR-FOUND-FLG.
           MOVE 0 TO ARCHIVE-FOUND-FLG.
           MOVE FTRANS-CAR-ID TO CAR-ID.
           READ CAR-FILE-IN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO CAR-FOUND-FLG
           END-READ.
           IF CAR-FOUND-FLG EQUAL 0
               MOVE FTRANS-CAR-ID TO ARC-CAR-ID
               READ CARARCHIVE-IN
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 1 TO ARCHIVE-FOUND-FLG
               END-READ
           END-IF.

       303-READ-TRANSACTION.
           READ FUELTRANS-IN
               AT END MOVE 1 TO TRANS-EOF-FLG
               NOT AT END ADD 1 TO TRANS-READ-CNT
           END-READ.

      * The odometer check only runs once the car and the reading
      * itself have passed, so PRIOR-ODOMETER and NEXT-ODOMETER are
      * only looked up for rows that could otherwise post.
       305-VALIDATE-TRANSACTION.
           MOVE 0 TO REJECT-FLG.
           MOVE SPACES TO FUEL-REJECT-RECORD.
           PERFORM 302-CHECK-CAR-ON-FILE.
           EVALUATE TRUE
               WHEN FTRANS-CAR-ID EQUAL SPACES
                   MOVE 1 TO REJECT-FLG
                   MOVE "01" TO FJ-REASON-CODE
                   MOVE "CAR ID MISSING" TO FJ-REASON-TEXT
               WHEN ARCHIVE-FOUND-FLG EQUAL 1
                   MOVE 1 TO REJECT-FLG
                   MOVE "02" TO FJ-REASON-CODE
                   MOVE "CAR ID ARCHIVED" TO FJ-REASON-TEXT
               WHEN CAR-FOUND-FLG EQUAL 0
                   MOVE 1 TO REJECT-FLG
                   MOVE "03" TO FJ-REASON-CODE
                   MOVE "CAR ID NOT ON FILE" TO FJ-REASON-TEXT
               WHEN FTRANS-DATE EQUAL SPACES
                       OR FTRANS-DATE NOT NUMERIC
                   MOVE 1 TO REJECT-FLG
                   MOVE "04" TO FJ-REASON-CODE
                   MOVE "FUEL DATE INVALID" TO FJ-REASON-TEXT
               WHEN FUNCTION TEST-DATE-YYYYMMDD(FTRANS-DATE-NUM)
                       NOT EQUAL 0
                   MOVE 1 TO REJECT-FLG
                   MOVE "04" TO FJ-REASON-CODE
                   MOVE "FUEL DATE INVALID" TO FJ-REASON-TEXT
               WHEN FTRANS-LITRES EQUAL SPACES
                       OR FUNCTION TRIM(FTRANS-LITRES) NOT NUMERIC
                   MOVE 1 TO REJECT-FLG
                   MOVE "05" TO FJ-REASON-CODE
                   MOVE "LITRES MISSING OR NOT NUMERIC"
                        TO FJ-REASON-TEXT
               WHEN FTRANS-AMOUNT EQUAL SPACES
                       OR FUNCTION TRIM(FTRANS-AMOUNT) NOT NUMERIC
                   MOVE 1 TO REJECT-FLG
                   MOVE "06" TO FJ-REASON-CODE
                   MOVE "AMOUNT MISSING OR NOT NUMERIC"
                        TO FJ-REASON-TEXT
               WHEN FTRANS-ODOMETER EQUAL SPACES
                       OR FUNCTION TRIM(FTRANS-ODOMETER) NOT NUMERIC
                   MOVE 1 TO REJECT-FLG
                   MOVE "07" TO FJ-REASON-CODE
                   MOVE "ODOMETER MISSING OR NOT NUMERIC"
                        TO FJ-REASON-TEXT
           END-EVALUATE.
           IF REJECT-FLG EQUAL 0
               PERFORM 309-FIND-PRIOR-ODOMETER
               IF TRANS-ODOMETER-NUM < PRIOR-ODOMETER
                   MOVE 1 TO REJECT-FLG
                   MOVE "08" TO FJ-REASON-CODE
                   MOVE "ODOMETER BELOW PREVIOUS READING"
                        TO FJ-REASON-TEXT
               END-IF
               IF REJECT-FLG EQUAL 0
                       AND NEXT-FOUND-FLG EQUAL 1
                       AND TRANS-ODOMETER-NUM > NEXT-ODOMETER
                   MOVE 1 TO REJECT-FLG
                   MOVE "10" TO FJ-REASON-CODE
                   MOVE "ODOMETER ABOVE LATER READING"
                        TO FJ-REASON-TEXT
               END-IF
           END-IF.

       306-WRITE-FUEL-RECORD.
           MOVE FTRANS-CAR-ID TO FUEL-CAR-ID.
           MOVE FTRANS-DATE TO FUEL-DATE.
           MOVE 1 TO FUEL-SEQ.
           MOVE FTRANS-CARD-NO TO FUEL-CARD-NO.
           COMPUTE FUEL-LITRES =
                   FUNCTION NUMVAL(FUNCTION TRIM(FTRANS-LITRES)).
           COMPUTE FUEL-AMOUNT =
                   FUNCTION NUMVAL(FUNCTION TRIM(FTRANS-AMOUNT)).
           MOVE TRANS-ODOMETER-NUM TO FUEL-ODOMETER.
           MOVE 0 TO WRITTEN-FLG.
           PERFORM 307-ATTEMPT-FUEL-WRITE
                UNTIL WRITTEN-FLG EQUAL 1 OR FUEL-SEQ EQUAL 99.
           IF WRITTEN-FLG EQUAL 1
               ADD 1 TO TRANS-POSTED-CNT
           ELSE
               MOVE SPACES TO FUEL-REJECT-RECORD
               MOVE "09" TO FJ-REASON-CODE
               MOVE "TOO MANY FILLS SAME DAY" TO FJ-REASON-TEXT
               PERFORM 308-WRITE-REJECT-RECORD
           END-IF.

       307-ATTEMPT-FUEL-WRITE.
           WRITE FUEL-RECORD
               INVALID KEY
                   ADD 1 TO FUEL-SEQ
               NOT INVALID KEY
                   MOVE 1 TO WRITTEN-FLG
           END-WRITE.

       308-WRITE-REJECT-RECORD.
           ADD 1 TO TRANS-REJECT-CNT.
           MOVE FTRANS-CARD-NO TO FJ-CARD-NO.
           MOVE FTRANS-CAR-ID TO FJ-CAR-ID.
           MOVE FTRANS-DATE TO FJ-DATE.
           MOVE FTRANS-LITRES TO FJ-LITRES.
           MOVE FTRANS-AMOUNT TO FJ-AMOUNT.
           MOVE FTRANS-ODOMETER TO FJ-ODOMETER.
           WRITE FUEL-REJECT-RECORD.

      * The fuel key ascends by date within the car, so the last row
      * dated on or before this fill carries the reading the pump
      * odometer must not fall below, and the first row dated after
      * it the reading a late-arriving fill must not rise above.
       309-FIND-PRIOR-ODOMETER.
           MOVE 0 TO PRIOR-ODOMETER.
           MOVE 0 TO NEXT-ODOMETER.
           MOVE 0 TO NEXT-FOUND-FLG.
           MOVE 0 TO FUEL-EOF-FLG.
           COMPUTE TRANS-ODOMETER-NUM =
                   FUNCTION NUMVAL(FUNCTION TRIM(FTRANS-ODOMETER)).
           MOVE FTRANS-CAR-ID TO FUEL-CAR-ID.
           MOVE "00000000" TO FUEL-DATE.
           MOVE 0 TO FUEL-SEQ.
           START FUELHIST-IO KEY NOT LESS THAN FUEL-KEY
               INVALID KEY MOVE 1 TO FUEL-EOF-FLG
           END-START.
           PERFORM 310-NOTE-NEXT-FUEL-ROW
                UNTIL FUEL-EOF-FLG EQUAL 1.

       310-NOTE-NEXT-FUEL-ROW.
           READ FUELHIST-IO NEXT RECORD
               AT END MOVE 1 TO FUEL-EOF-FLG
           END-READ.
           IF FUEL-EOF-FLG NOT EQUAL 1
               IF FUEL-CAR-ID EQUAL FTRANS-CAR-ID
                       AND FUEL-DATE NOT > FTRANS-DATE
                   MOVE FUEL-ODOMETER TO PRIOR-ODOMETER
               ELSE
                   IF FUEL-CAR-ID EQUAL FTRANS-CAR-ID
                       MOVE FUEL-ODOMETER TO NEXT-ODOMETER
                       MOVE 1 TO NEXT-FOUND-FLG
                   END-IF
                   MOVE 1 TO FUEL-EOF-FLG
               END-IF
           END-IF.

       9900-LOG-RUN-START.
           MOVE "S" TO RUN-FUNCTION.
           MOVE "FUELPOST" TO RUN-JOB-NAME.
           MOVE 0 TO RUN-RETURN-CODE.
           MOVE 0 TO RUN-PROCESSED-CNT.
           MOVE 0 TO RUN-REJECTED-CNT.
           CALL "RUNLOG" USING RUNLOG-PARMS.

       9910-LOG-RUN-END.
           MOVE "E" TO RUN-FUNCTION.
           MOVE WS-RETURN-CODE TO RUN-RETURN-CODE.
           MOVE TRANS-READ-CNT TO RUN-PROCESSED-CNT.
           MOVE TRANS-REJECT-CNT TO RUN-REJECTED-CNT.
           CALL "RUNLOG" USING RUNLOG-PARMS.

       END PROGRAM FUELPOST.
