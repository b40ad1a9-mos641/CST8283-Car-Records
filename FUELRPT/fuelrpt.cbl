      ******************************************************************
      * Author: Mostapha A
      * Purpose: Monthly fuel report. Walks FUELHIST.TXT (posted by
      *          FUELPOST) for the month named on FUELRPT.CTL and
      *          gives each car's litres, spend and distance driven
      *          (odometer now against the last reading before the
      *          month, or the month's first fill for a car new to
      *          the card) with consumption in litres per 100 km,
      *          then totals by ENGINE and by garaging yard from
      *          CARLOCFILE.TXT. Suspicious fills go to
      *          FUEL-SUSPECT.TXT for the desk to investigate as
      *          possible card misuse:
      *            - fuel bought for a disposed car (a fill dated
      *              after the car's ARC-DISPOSAL-DATE, or one FUELPOST
      *              rejected as archived)
      *            - a second fill for the same car on the same day
      *            - an odometer lower at the month's last fill than at
      *              the reading it is measured from (the car is left
      *              out of consumption and the totals)
      *            - consumption above the control percentage of the
      *              fleet average for the car's engine
      *          A missing or invalid control file reports the last
      *          complete month against 150 percent of the average.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. FUELRPT.

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

           SELECT OPTIONAL FUELHIST-IN
               ASSIGN TO "..\FUELHIST.TXT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS FUEL-KEY.

           SELECT OPTIONAL CARLOC-FILE-IN
               ASSIGN TO "..\CARLOCFILE.TXT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS CLA-CAR-ID.

           SELECT OPTIONAL FUELPOST-REJECTS
               ASSIGN TO "..\FUELPOST-REJECTS.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL FUELRPT-CTL
               ASSIGN TO "..\FUELRPT.CTL"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FUEL-REPORT
               ASSIGN TO "..\FUEL-REPORT.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FUEL-SUSPECT
               ASSIGN TO "..\FUEL-SUSPECT.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD CAR-FILE-IN.
           COPY CARREC.

       FD CARARCHIVE-IN.
           COPY ARCREC.

       FD FUELHIST-IN.
           COPY FUELREC.

       FD CARLOC-FILE-IN.
           COPY CARLOCREC.

       FD FUELPOST-REJECTS.
           COPY FUELREJREC.

       FD FUELRPT-CTL.
       01 FUEL-CTL-RECORD.
           05 CTL-REPORT-MONTH PIC 9(6).
           05 FILLER PIC X(1).
           05 CTL-HIGH-PCT PIC 9(3).

       FD FUEL-REPORT.
       01 FUEL-REPORT-LINE PIC X(100).

       FD FUEL-SUSPECT.
       01 FUEL-SUSPECT-LINE PIC X(100).

       WORKING-STORAGE SECTION.

       01 CONTROL-FIELDS.
           05 FUEL-EOF-FLG PIC 9 VALUE 0.
           05 REJECT-EOF-FLG PIC 9 VALUE 0.
           05 ENGINE-FOUND-FLG PIC 9 VALUE 0.
           05 LOC-FOUND-FLG PIC 9 VALUE 0.
           05 FUEL-READ-CNT PIC 9(6) VALUE 0.
           05 MONTH-FILL-CNT PIC 9(6) VALUE 0.
           05 SUSPECT-CNT PIC 9(6) VALUE 0.
           05 DISPOSED-FILL-CNT PIC 9(6) VALUE 0.
           05 SAME-DAY-FILL-CNT PIC 9(6) VALUE 0.
           05 BACKWARD-ODO-CNT PIC 9(6) VALUE 0.
           05 HIGH-USE-CNT PIC 9(6) VALUE 0.
           05 CAR-OVERFLOW-CNT PIC 9(6) VALUE 0.
           05 ENGINE-OVERFLOW-CNT PIC 9(6) VALUE 0.
           05 LOC-OVERFLOW-CNT PIC 9(6) VALUE 0.
           05 WS-RETURN-CODE PIC 9(4) VALUE 0.

       01 REPORT-PERIOD-FIELDS.
           05 RUN-DATE PIC X(8) VALUE SPACES.
           05 RUN-YEAR PIC 9(4) VALUE 0.
           05 RUN-MONTH PIC 9(2) VALUE 0.
           05 REPORT-MONTH PIC 9(6) VALUE 0.
           05 REPORT-MONTH-X REDEFINES REPORT-MONTH PIC X(6).
           05 HIGH-PCT PIC 9(3) VALUE 150.

      * The car being gathered from the fuel history. Its rows arrive
      * together in date order, so the last row before the month is
      * the reading the month's distance is measured from.
       01 CURRENT-CAR-FIELDS.
           05 CUR-CAR-ID PIC X(6) VALUE SPACES.
           05 CUR-CAR-MODEL PIC X(15) VALUE SPACES.
           05 CUR-ENGINE PIC X(25) VALUE SPACES.
           05 CUR-LOC-ID PIC X(4) VALUE SPACES.
           05 CUR-ARCHIVED-FLG PIC 9 VALUE 0.
           05 CUR-DISPOSAL-DATE PIC X(8) VALUE SPACES.
           05 CUR-BASELINE-FLG PIC 9 VALUE 0.
           05 CUR-BASELINE-ODO PIC 9(7) VALUE 0.
           05 CUR-FIRST-ODO PIC 9(7) VALUE 0.
           05 CUR-FIRST-LITRES PIC 9(4)V99 VALUE 0.
           05 CUR-LAST-ODO PIC 9(7) VALUE 0.
           05 CUR-LAST-DATE PIC X(8) VALUE SPACES.
           05 CUR-LAST-CARD-NO PIC X(16) VALUE SPACES.
           05 CUR-LAST-LITRES PIC 9(4)V99 VALUE 0.
           05 CUR-LAST-AMOUNT PIC 9(5)V99 VALUE 0.
           05 CUR-FILLS PIC 9(4) VALUE 0.
           05 CUR-LITRES PIC 9(7)V99 VALUE 0.
           05 CUR-CONS-LITRES PIC 9(7)V99 VALUE 0.
           05 CUR-SPEND PIC 9(8)V99 VALUE 0.
           05 CUR-DISTANCE PIC S9(7) VALUE 0.
           05 PRIOR-FILL-DATE PIC X(8) VALUE SPACES.
           05 SUSPECT-TEXT PIC X(30) VALUE SPACES.

       01 CAR-FUEL-TABLE.
           05 CAR-FUEL-USED PIC 9(4) VALUE 0.
           05 CAR-FUEL-ENTRY OCCURS 2000 TIMES
                   INDEXED BY CAR-IDX.
               10 CT-CAR-ID PIC X(6).
               10 CT-CAR-MODEL PIC X(15).
               10 CT-LOC-ID PIC X(4).
               10 CT-ENGINE-SUB PIC 9(4).
               10 CT-FILLS PIC 9(4).
               10 CT-LITRES PIC 9(7)V99.
               10 CT-SPEND PIC 9(8)V99.
               10 CT-DISTANCE PIC 9(7).
               10 CT-CONSUMPTION PIC 9(4)V99.

       01 ENGINE-TOTALS-TABLE.
           05 ENGINE-TOTALS-USED PIC 9(4) VALUE 0.
           05 ENGINE-TOTALS-ENTRY OCCURS 50 TIMES
                   INDEXED BY ENG-IDX.
               10 ET-ENGINE-NAME PIC X(25).
               10 ET-CAR-COUNT PIC 9(6).
               10 ET-LITRES PIC 9(8)V99.
               10 ET-CONS-LITRES PIC 9(8)V99.
               10 ET-SPEND PIC 9(9)V99.
               10 ET-DISTANCE PIC 9(9).
               10 ET-AVERAGE PIC 9(4)V99.

       01 LOCATION-TOTALS-TABLE.
           05 LOC-TOTALS-USED PIC 9(4) VALUE 0.
           05 LOC-TOTALS-ENTRY OCCURS 50 TIMES
                   INDEXED BY LOC-IDX.
               10 LT-LOC-ID PIC X(4).
               10 LT-CAR-COUNT PIC 9(6).
               10 LT-LITRES PIC 9(8)V99.
               10 LT-SPEND PIC 9(9)V99.
               10 LT-DISTANCE PIC 9(9).

       01 GRAND-TOTAL-FIELDS.
           05 GT-CAR-COUNT PIC 9(6) VALUE 0.
           05 GT-LITRES PIC 9(8)V99 VALUE 0.
           05 GT-SPEND PIC 9(9)V99 VALUE 0.
           05 GT-DISTANCE PIC 9(9) VALUE 0.

       01 REPORT-HEADING-1.
           05 FILLER PIC X(6) VALUE "CAR ID".
           05 FILLER PIC X(1) VALUE SPACE.
           05 FILLER PIC X(15) VALUE "CAR MODEL".
           05 FILLER PIC X(5) VALUE "LOC".
           05 FILLER PIC X(6) VALUE "FILLS".
           05 FILLER PIC X(12) VALUE "      LITRES".
           05 FILLER PIC X(15) VALUE "          SPEND".
           05 FILLER PIC X(9) VALUE "       KM".
           05 FILLER PIC X(9) VALUE "  L/100KM".

       01 CAR-DETAIL-LINE.
           05 CD-CAR-ID PIC X(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 CD-CAR-MODEL PIC X(15).
           05 CD-LOC-ID PIC X(5).
           05 CD-FILLS PIC ZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 CD-LITRES PIC ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 CD-SPEND PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 CD-DISTANCE PIC ZZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 CD-CONSUMPTION PIC ZZZ9.99.

       01 TOTAL-DETAIL-LINE.
           05 TD-LABEL PIC X(27).
           05 TD-CAR-COUNT PIC ZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 TD-LITRES PIC ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 TD-SPEND PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 TD-DISTANCE PIC ZZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 TD-AVERAGE PIC ZZZ9.99.

       01 SUSPECT-DETAIL-LINE.
           05 SP-CAR-ID PIC X(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 SP-DATE PIC X(9).
           05 SP-CARD-NO PIC X(17).
           05 SP-LITRES PIC X(9).
           05 SP-AMOUNT PIC X(10).
           05 SP-TEXT PIC X(30).

       01 SUSPECT-EDIT-FIELDS.
           05 SE-LITRES PIC ZZZ9.99.
           05 SE-AMOUNT PIC ZZZZ9.99.
           05 SE-CONSUMPTION PIC ZZZ9.99.
           05 SE-AVERAGE PIC ZZZ9.99.

       COPY RUNLOGWS.

       PROCEDURE DIVISION.

       100-PRODUCE-FUEL-REPORT.
           PERFORM 9900-LOG-RUN-START.
           PERFORM 201-INITIATE-FUEL-REPORT.
           PERFORM 202-PROCESS-ONE-FUEL-ROW
                UNTIL FUEL-EOF-FLG EQUAL 1.
           IF CUR-CAR-ID NOT EQUAL SPACES
               PERFORM 306-FINISH-CURRENT-CAR
           END-IF.
           PERFORM 207-COMPUTE-ENGINE-AVERAGES.
           PERFORM 204-WRITE-CAR-LINES.
           PERFORM 208-WRITE-ENGINE-TOTALS.
           PERFORM 209-WRITE-LOCATION-TOTALS.
           PERFORM 210-FLAG-ARCHIVED-REJECTS.
           PERFORM 205-DISPLAY-FUEL-TOTALS.
           PERFORM 206-SET-RETURN-CODE.
           PERFORM 203-CLOSE-FUEL-FILES.
           PERFORM 9910-LOG-RUN-END.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       201-INITIATE-FUEL-REPORT.
           PERFORM 301-OPEN-FUEL-FILES.
           PERFORM 302-LOAD-REPORT-CONTROL.
           MOVE SPACES TO FUEL-REPORT-LINE.
           STRING "MONTHLY FUEL REPORT FOR " DELIMITED BY SIZE
                  REPORT-MONTH-X DELIMITED BY SIZE
                  INTO FUEL-REPORT-LINE.
           WRITE FUEL-REPORT-LINE.
           MOVE SPACES TO FUEL-REPORT-LINE.
           WRITE FUEL-REPORT-LINE.
           WRITE FUEL-REPORT-LINE FROM REPORT-HEADING-1.
           MOVE SPACES TO FUEL-SUSPECT-LINE.
           STRING "SUSPICIOUS FUEL CARD ACTIVITY FOR "
                  DELIMITED BY SIZE
                  REPORT-MONTH-X DELIMITED BY SIZE
                  INTO FUEL-SUSPECT-LINE.
           WRITE FUEL-SUSPECT-LINE.
           PERFORM 303-READ-FUEL-ROW.

      * Rows before the month only move the baseline reading; rows
      * after it are ignored.
       202-PROCESS-ONE-FUEL-ROW.
           IF FUEL-CAR-ID NOT EQUAL CUR-CAR-ID
               IF CUR-CAR-ID NOT EQUAL SPACES
                   PERFORM 306-FINISH-CURRENT-CAR
               END-IF
               PERFORM 304-START-NEW-CAR
           END-IF.
           IF FUEL-DATE (1:6) < REPORT-MONTH-X
               MOVE 1 TO CUR-BASELINE-FLG
               MOVE FUEL-ODOMETER TO CUR-BASELINE-ODO
           ELSE
               IF FUEL-DATE (1:6) EQUAL REPORT-MONTH-X
                   PERFORM 305-ADD-MONTH-FILL
               END-IF
           END-IF.
           PERFORM 303-READ-FUEL-ROW.

       203-CLOSE-FUEL-FILES.
           CLOSE CAR-FILE-IN
                 CARARCHIVE-IN
                 FUELHIST-IN
                 CARLOC-FILE-IN
                 FUEL-REPORT
                 FUEL-SUSPECT.

       204-WRITE-CAR-LINES.
           PERFORM 311-WRITE-ONE-CAR-LINE
                VARYING CAR-IDX FROM 1 BY 1
                UNTIL CAR-IDX > CAR-FUEL-USED.
           MOVE SPACES TO FUEL-REPORT-LINE.
           WRITE FUEL-REPORT-LINE.
           MOVE SPACES TO TOTAL-DETAIL-LINE.
           MOVE "FLEET TOTAL" TO TD-LABEL.
           MOVE GT-CAR-COUNT TO TD-CAR-COUNT.
           MOVE GT-LITRES TO TD-LITRES.
           MOVE GT-SPEND TO TD-SPEND.
           MOVE GT-DISTANCE TO TD-DISTANCE.
           WRITE FUEL-REPORT-LINE FROM TOTAL-DETAIL-LINE.

       205-DISPLAY-FUEL-TOTALS.
           DISPLAY SPACE.
           DISPLAY "FUEL REPORT TOTALS FOR " REPORT-MONTH-X.
           DISPLAY "  FUEL ROWS READ:       " FUEL-READ-CNT.
           DISPLAY "  FILLS IN MONTH:       " MONTH-FILL-CNT.
           DISPLAY "  CARS REPORTED:        " GT-CAR-COUNT.
           DISPLAY "  DISPOSED-CAR FILLS:   " DISPOSED-FILL-CNT.
           DISPLAY "  SAME-DAY REFILLS:     " SAME-DAY-FILL-CNT.
           DISPLAY "  ODOMETER BACKWARDS:   " BACKWARD-ODO-CNT.
           DISPLAY "  HIGH CONSUMPTION:     " HIGH-USE-CNT.
           IF CAR-OVERFLOW-CNT > 0
               DISPLAY "  CAR TABLE FULL - CARS NOT REPORTED: "
                       CAR-OVERFLOW-CNT
           END-IF.
           IF ENGINE-OVERFLOW-CNT > 0
               DISPLAY "  ENGINE TABLE FULL - CARS NOT GROUPED: "
                       ENGINE-OVERFLOW-CNT
           END-IF.
           IF LOC-OVERFLOW-CNT > 0
               DISPLAY "  LOCATION TABLE FULL - CARS NOT GROUPED: "
                       LOC-OVERFLOW-CNT
           END-IF.
           IF SUSPECT-CNT > 0
               DISPLAY "  SUSPICIOUS FILLS - SEE FUEL-SUSPECT.TXT"
           END-IF.

       206-SET-RETURN-CODE.
           IF SUSPECT-CNT > 0
               MOVE 4 TO WS-RETURN-CODE
           ELSE
               MOVE 0 TO WS-RETURN-CODE
           END-IF.

      * The engine average is total litres over total distance for
      * the engine, not an average of the cars' own figures, so a car
      * that barely moved cannot drag the fleet figure about.
       207-COMPUTE-ENGINE-AVERAGES.
           PERFORM 315-COMPUTE-ONE-AVERAGE
                VARYING ENG-IDX FROM 1 BY 1
                UNTIL ENG-IDX > ENGINE-TOTALS-USED.

       208-WRITE-ENGINE-TOTALS.
           MOVE SPACES TO FUEL-REPORT-LINE.
           WRITE FUEL-REPORT-LINE.
           MOVE "TOTALS BY ENGINE" TO FUEL-REPORT-LINE.
           WRITE FUEL-REPORT-LINE.
           PERFORM 316-WRITE-ONE-ENGINE-TOTAL
                VARYING ENG-IDX FROM 1 BY 1
                UNTIL ENG-IDX > ENGINE-TOTALS-USED.

       209-WRITE-LOCATION-TOTALS.
           MOVE SPACES TO FUEL-REPORT-LINE.
           WRITE FUEL-REPORT-LINE.
           MOVE "TOTALS BY LOCATION" TO FUEL-REPORT-LINE.
           WRITE FUEL-REPORT-LINE.
           PERFORM 317-WRITE-ONE-LOCATION-TOTAL
                VARYING LOC-IDX FROM 1 BY 1
                UNTIL LOC-IDX > LOC-TOTALS-USED.

      * Fills FUELPOST turned away because the car was already on the
      * archive never reach the history, so they are picked up from
      * the posting's reject file instead.
       210-FLAG-ARCHIVED-REJECTS.
           OPEN INPUT FUELPOST-REJECTS.
           PERFORM 318-READ-REJECT-ROW.
           PERFORM 319-CHECK-ONE-REJECT-ROW
                UNTIL REJECT-EOF-FLG EQUAL 1.
           CLOSE FUELPOST-REJECTS.

       301-OPEN-FUEL-FILES.
           OPEN INPUT CAR-FILE-IN.
           OPEN INPUT CARARCHIVE-IN.
           OPEN INPUT FUELHIST-IN.
           OPEN INPUT CARLOC-FILE-IN.
           OPEN OUTPUT FUEL-REPORT.
           OPEN OUTPUT FUEL-SUSPECT.

       302-LOAD-REPORT-CONTROL.
           MOVE FUNCTION CURRENT-DATE (1:8) TO RUN-DATE.
           MOVE RUN-DATE (1:4) TO RUN-YEAR.
           MOVE RUN-DATE (5:2) TO RUN-MONTH.
           IF RUN-MONTH EQUAL 1
               SUBTRACT 1 FROM RUN-YEAR
               MOVE 12 TO RUN-MONTH
           ELSE
               SUBTRACT 1 FROM RUN-MONTH
           END-IF.
           COMPUTE REPORT-MONTH = RUN-YEAR * 100 + RUN-MONTH.
           OPEN INPUT FUELRPT-CTL.
           READ FUELRPT-CTL
               AT END
                   DISPLAY "FUEL REPORT CONTROL NOT ON FILE - USING "
                           REPORT-MONTH " / " HIGH-PCT
               NOT AT END
                   IF CTL-REPORT-MONTH NUMERIC
                           AND CTL-REPORT-MONTH (5:2) > "00"
                           AND CTL-REPORT-MONTH (5:2) < "13"
                       MOVE CTL-REPORT-MONTH TO REPORT-MONTH
                   ELSE
                       DISPLAY "REPORT MONTH CONTROL INVALID - USING "
                               REPORT-MONTH
                   END-IF
                   IF CTL-HIGH-PCT NUMERIC AND CTL-HIGH-PCT > 100
                       MOVE CTL-HIGH-PCT TO HIGH-PCT
                   ELSE
                       DISPLAY "HIGH-USE PERCENT CONTROL INVALID - "
                               "USING " HIGH-PCT
                   END-IF
           END-READ.
           CLOSE FUELRPT-CTL.

       303-READ-FUEL-ROW.
           READ FUELHIST-IN
               AT END MOVE 1 TO FUEL-EOF-FLG
               NOT AT END ADD 1 TO FUEL-READ-CNT
           END-READ.

      * A car that has left the fleet still has its history; its
      * model and engine come from the archive so its fills are
      * grouped with its engine, and its disposal date marks any
      * later fill as fuel bought for a car the fleet no longer has.
       304-START-NEW-CAR.
           MOVE SPACES TO CURRENT-CAR-FIELDS.
           MOVE 0 TO CUR-ARCHIVED-FLG.
           MOVE 0 TO CUR-BASELINE-FLG.
           MOVE 0 TO CUR-BASELINE-ODO.
           MOVE 0 TO CUR-FIRST-ODO.
           MOVE 0 TO CUR-FIRST-LITRES.
           MOVE 0 TO CUR-LAST-ODO.
           MOVE 0 TO CUR-LAST-LITRES.
           MOVE 0 TO CUR-LAST-AMOUNT.
           MOVE 0 TO CUR-FILLS.
           MOVE 0 TO CUR-LITRES.
           MOVE 0 TO CUR-CONS-LITRES.
           MOVE 0 TO CUR-SPEND.
           MOVE 0 TO CUR-DISTANCE.
           MOVE FUEL-CAR-ID TO CUR-CAR-ID.
           MOVE FUEL-CAR-ID TO CAR-ID.
           READ CAR-FILE-IN
               INVALID KEY
                   PERFORM 307-FETCH-ARCHIVED-CAR
               NOT INVALID KEY
                   MOVE CAR-MODEL TO CUR-CAR-MODEL
                   MOVE ENGINE TO CUR-ENGINE
           END-READ.
           MOVE "NONE" TO CUR-LOC-ID.
           MOVE FUEL-CAR-ID TO CLA-CAR-ID.
           READ CARLOC-FILE-IN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CLA-LOC-ID TO CUR-LOC-ID
           END-READ.

       305-ADD-MONTH-FILL.
           ADD 1 TO MONTH-FILL-CNT.
           IF CUR-FILLS EQUAL 0
               MOVE FUEL-ODOMETER TO CUR-FIRST-ODO
               MOVE FUEL-LITRES TO CUR-FIRST-LITRES
           END-IF.
           ADD 1 TO CUR-FILLS.
           ADD FUEL-LITRES TO CUR-LITRES.
           ADD FUEL-AMOUNT TO CUR-SPEND.
           MOVE FUEL-ODOMETER TO CUR-LAST-ODO.
           MOVE FUEL-DATE TO CUR-LAST-DATE.
           MOVE FUEL-CARD-NO TO CUR-LAST-CARD-NO.
           MOVE FUEL-LITRES TO CUR-LAST-LITRES.
           MOVE FUEL-AMOUNT TO CUR-LAST-AMOUNT.
           IF FUEL-DATE EQUAL PRIOR-FILL-DATE
               ADD 1 TO SAME-DAY-FILL-CNT
               MOVE "SECOND FILL SAME DAY" TO SUSPECT-TEXT
               PERFORM 308-WRITE-SUSPECT-FILL
           END-IF.
           IF CUR-ARCHIVED-FLG EQUAL 1
                   AND FUEL-DATE > CUR-DISPOSAL-DATE
               ADD 1 TO DISPOSED-FILL-CNT
               MOVE "FILL AFTER CAR DISPOSED" TO SUSPECT-TEXT
               PERFORM 308-WRITE-SUSPECT-FILL
           END-IF.
           MOVE FUEL-DATE TO PRIOR-FILL-DATE.

      * Without a reading from before the month the first fill only
      * sets the starting odometer, so its litres are left out of the
      * consumption figure. A month that ends on a lower reading than
      * it started from is written as a suspect fill against its last
      * fill and kept out of the car lines and totals.
       306-FINISH-CURRENT-CAR.
           IF CUR-FILLS > 0
               IF CUR-BASELINE-FLG EQUAL 1
                   COMPUTE CUR-DISTANCE =
                           CUR-LAST-ODO - CUR-BASELINE-ODO
                   MOVE CUR-LITRES TO CUR-CONS-LITRES
               ELSE
                   COMPUTE CUR-DISTANCE =
                           CUR-LAST-ODO - CUR-FIRST-ODO
                   COMPUTE CUR-CONS-LITRES =
                           CUR-LITRES - CUR-FIRST-LITRES
               END-IF
               IF CUR-DISTANCE < 0
                   ADD 1 TO BACKWARD-ODO-CNT
                   MOVE "ODOMETER WENT BACKWARDS" TO SUSPECT-TEXT
                   PERFORM 308-WRITE-SUSPECT-FILL
               ELSE
                   PERFORM 309-STORE-CAR-ENTRY
               END-IF
           END-IF.

       307-FETCH-ARCHIVED-CAR.
           MOVE FUEL-CAR-ID TO ARC-CAR-ID.
           READ CARARCHIVE-IN
               INVALID KEY
                   MOVE "NOT ON FILE" TO CUR-CAR-MODEL
                   MOVE "UNKNOWN" TO CUR-ENGINE
               NOT INVALID KEY
                   MOVE 1 TO CUR-ARCHIVED-FLG
                   MOVE ARC-CAR-MODEL TO CUR-CAR-MODEL
                   MOVE ARC-ENGINE TO CUR-ENGINE
                   MOVE ARC-DISPOSAL-DATE TO CUR-DISPOSAL-DATE
           END-READ.

       308-WRITE-SUSPECT-FILL.
           ADD 1 TO SUSPECT-CNT.
           MOVE SPACES TO SUSPECT-DETAIL-LINE.
           MOVE CUR-CAR-ID TO SP-CAR-ID.
           MOVE CUR-LAST-DATE TO SP-DATE.
           MOVE CUR-LAST-CARD-NO TO SP-CARD-NO.
           MOVE CUR-LAST-LITRES TO SE-LITRES.
           MOVE SE-LITRES TO SP-LITRES.
           MOVE CUR-LAST-AMOUNT TO SE-AMOUNT.
           MOVE SE-AMOUNT TO SP-AMOUNT.
           MOVE SUSPECT-TEXT TO SP-TEXT.
           WRITE FUEL-SUSPECT-LINE FROM SUSPECT-DETAIL-LINE.

       309-STORE-CAR-ENTRY.
           IF CAR-FUEL-USED < 2000
               ADD 1 TO CAR-FUEL-USED
               SET CAR-IDX TO CAR-FUEL-USED
               MOVE CUR-CAR-ID TO CT-CAR-ID (CAR-IDX)
               MOVE CUR-CAR-MODEL TO CT-CAR-MODEL (CAR-IDX)
               MOVE CUR-LOC-ID TO CT-LOC-ID (CAR-IDX)
               MOVE CUR-FILLS TO CT-FILLS (CAR-IDX)
               MOVE CUR-LITRES TO CT-LITRES (CAR-IDX)
               MOVE CUR-SPEND TO CT-SPEND (CAR-IDX)
               MOVE CUR-DISTANCE TO CT-DISTANCE (CAR-IDX)
               MOVE 0 TO CT-CONSUMPTION (CAR-IDX)
               IF CUR-DISTANCE > 0
                   COMPUTE CT-CONSUMPTION (CAR-IDX) ROUNDED =
                           CUR-CONS-LITRES * 100 / CUR-DISTANCE
                       ON SIZE ERROR
                           MOVE 9999.99 TO CT-CONSUMPTION (CAR-IDX)
                   END-COMPUTE
               END-IF
               ADD 1 TO GT-CAR-COUNT
               ADD CUR-LITRES TO GT-LITRES
               ADD CUR-SPEND TO GT-SPEND
               ADD CUR-DISTANCE TO GT-DISTANCE
               PERFORM 310-TALLY-ENGINE-TOTALS
               PERFORM 312-TALLY-LOCATION-TOTALS
           ELSE
               ADD 1 TO CAR-OVERFLOW-CNT
           END-IF.

       310-TALLY-ENGINE-TOTALS.
           MOVE 0 TO ENGINE-FOUND-FLG.
           MOVE 0 TO CT-ENGINE-SUB (CAR-IDX).
           SET ENG-IDX TO 1.
           SEARCH ENGINE-TOTALS-ENTRY
               AT END
                   CONTINUE
               WHEN ENG-IDX > ENGINE-TOTALS-USED
                   CONTINUE
               WHEN ET-ENGINE-NAME (ENG-IDX) EQUAL CUR-ENGINE
                   MOVE 1 TO ENGINE-FOUND-FLG
           END-SEARCH.
           IF ENGINE-FOUND-FLG EQUAL 0
               IF ENGINE-TOTALS-USED < 50
                   ADD 1 TO ENGINE-TOTALS-USED
                   SET ENG-IDX TO ENGINE-TOTALS-USED
                   MOVE CUR-ENGINE TO ET-ENGINE-NAME (ENG-IDX)
                   MOVE 0 TO ET-CAR-COUNT (ENG-IDX)
                   MOVE 0 TO ET-LITRES (ENG-IDX)
                   MOVE 0 TO ET-CONS-LITRES (ENG-IDX)
                   MOVE 0 TO ET-SPEND (ENG-IDX)
                   MOVE 0 TO ET-DISTANCE (ENG-IDX)
                   MOVE 1 TO ENGINE-FOUND-FLG
               ELSE
                   ADD 1 TO ENGINE-OVERFLOW-CNT
               END-IF
           END-IF.
           IF ENGINE-FOUND-FLG EQUAL 1
               SET CT-ENGINE-SUB (CAR-IDX) TO ENG-IDX
               ADD 1 TO ET-CAR-COUNT (ENG-IDX)
               ADD CUR-LITRES TO ET-LITRES (ENG-IDX)
               ADD CUR-CONS-LITRES TO ET-CONS-LITRES (ENG-IDX)
               ADD CUR-SPEND TO ET-SPEND (ENG-IDX)
               ADD CUR-DISTANCE TO ET-DISTANCE (ENG-IDX)
           END-IF.

      * A car is flagged once, against its engine's fleet average, at
      * the point its line is printed.
       311-WRITE-ONE-CAR-LINE.
           MOVE CT-CAR-ID (CAR-IDX) TO CD-CAR-ID.
           MOVE CT-CAR-MODEL (CAR-IDX) TO CD-CAR-MODEL.
           MOVE CT-LOC-ID (CAR-IDX) TO CD-LOC-ID.
           MOVE CT-FILLS (CAR-IDX) TO CD-FILLS.
           MOVE CT-LITRES (CAR-IDX) TO CD-LITRES.
           MOVE CT-SPEND (CAR-IDX) TO CD-SPEND.
           MOVE CT-DISTANCE (CAR-IDX) TO CD-DISTANCE.
           MOVE CT-CONSUMPTION (CAR-IDX) TO CD-CONSUMPTION.
           WRITE FUEL-REPORT-LINE FROM CAR-DETAIL-LINE.
           IF CT-ENGINE-SUB (CAR-IDX) > 0
               SET ENG-IDX TO CT-ENGINE-SUB (CAR-IDX)
               IF CT-DISTANCE (CAR-IDX) > 0
                       AND ET-AVERAGE (ENG-IDX) > 0
                       AND CT-CONSUMPTION (CAR-IDX) * 100
                           > ET-AVERAGE (ENG-IDX) * HIGH-PCT
                   PERFORM 313-WRITE-HIGH-USE-LINE
               END-IF
           END-IF.

       312-TALLY-LOCATION-TOTALS.
           MOVE 0 TO LOC-FOUND-FLG.
           SET LOC-IDX TO 1.
           SEARCH LOC-TOTALS-ENTRY
               AT END
                   CONTINUE
               WHEN LOC-IDX > LOC-TOTALS-USED
                   CONTINUE
               WHEN LT-LOC-ID (LOC-IDX) EQUAL CUR-LOC-ID
                   MOVE 1 TO LOC-FOUND-FLG
           END-SEARCH.
           IF LOC-FOUND-FLG EQUAL 0
               IF LOC-TOTALS-USED < 50
                   ADD 1 TO LOC-TOTALS-USED
                   SET LOC-IDX TO LOC-TOTALS-USED
                   MOVE CUR-LOC-ID TO LT-LOC-ID (LOC-IDX)
                   MOVE 0 TO LT-CAR-COUNT (LOC-IDX)
                   MOVE 0 TO LT-LITRES (LOC-IDX)
                   MOVE 0 TO LT-SPEND (LOC-IDX)
                   MOVE 0 TO LT-DISTANCE (LOC-IDX)
                   MOVE 1 TO LOC-FOUND-FLG
               ELSE
                   ADD 1 TO LOC-OVERFLOW-CNT
               END-IF
           END-IF.
           IF LOC-FOUND-FLG EQUAL 1
               ADD 1 TO LT-CAR-COUNT (LOC-IDX)
               ADD CUR-LITRES TO LT-LITRES (LOC-IDX)
               ADD CUR-SPEND TO LT-SPEND (LOC-IDX)
               ADD CUR-DISTANCE TO LT-DISTANCE (LOC-IDX)
           END-IF.

       313-WRITE-HIGH-USE-LINE.
           ADD 1 TO HIGH-USE-CNT.
           ADD 1 TO SUSPECT-CNT.
           MOVE CT-CONSUMPTION (CAR-IDX) TO SE-CONSUMPTION.
           MOVE ET-AVERAGE (ENG-IDX) TO SE-AVERAGE.
           MOVE SPACES TO FUEL-SUSPECT-LINE.
           STRING CT-CAR-ID (CAR-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  REPORT-MONTH-X DELIMITED BY SIZE
                  "    CONSUMPTION ABOVE ENGINE AVERAGE - L/100KM "
                  DELIMITED BY SIZE
                  SE-CONSUMPTION DELIMITED BY SIZE
                  " VS " DELIMITED BY SIZE
                  SE-AVERAGE DELIMITED BY SIZE
                  INTO FUEL-SUSPECT-LINE.
           WRITE FUEL-SUSPECT-LINE.

       315-COMPUTE-ONE-AVERAGE.
           MOVE 0 TO ET-AVERAGE (ENG-IDX).
           IF ET-DISTANCE (ENG-IDX) > 0
               COMPUTE ET-AVERAGE (ENG-IDX) ROUNDED =
                       ET-CONS-LITRES (ENG-IDX) * 100
                       / ET-DISTANCE (ENG-IDX)
                   ON SIZE ERROR
                       MOVE 9999.99 TO ET-AVERAGE (ENG-IDX)
               END-COMPUTE
           END-IF.

       316-WRITE-ONE-ENGINE-TOTAL.
           MOVE SPACES TO TOTAL-DETAIL-LINE.
           MOVE ET-ENGINE-NAME (ENG-IDX) TO TD-LABEL.
           MOVE ET-CAR-COUNT (ENG-IDX) TO TD-CAR-COUNT.
           MOVE ET-LITRES (ENG-IDX) TO TD-LITRES.
           MOVE ET-SPEND (ENG-IDX) TO TD-SPEND.
           MOVE ET-DISTANCE (ENG-IDX) TO TD-DISTANCE.
           MOVE ET-AVERAGE (ENG-IDX) TO TD-AVERAGE.
           WRITE FUEL-REPORT-LINE FROM TOTAL-DETAIL-LINE.

       317-WRITE-ONE-LOCATION-TOTAL.
           MOVE SPACES TO TOTAL-DETAIL-LINE.
           MOVE LT-LOC-ID (LOC-IDX) TO TD-LABEL.
           MOVE LT-CAR-COUNT (LOC-IDX) TO TD-CAR-COUNT.
           MOVE LT-LITRES (LOC-IDX) TO TD-LITRES.
           MOVE LT-SPEND (LOC-IDX) TO TD-SPEND.
           MOVE LT-DISTANCE (LOC-IDX) TO TD-DISTANCE.
           WRITE FUEL-REPORT-LINE FROM TOTAL-DETAIL-LINE.

       318-READ-REJECT-ROW.
           READ FUELPOST-REJECTS
               AT END MOVE 1 TO REJECT-EOF-FLG
           END-READ.

       319-CHECK-ONE-REJECT-ROW.
           IF FJ-REASON-CODE EQUAL "02"
                   AND FJ-DATE (1:6) EQUAL REPORT-MONTH-X
               ADD 1 TO DISPOSED-FILL-CNT
               ADD 1 TO SUSPECT-CNT
               MOVE SPACES TO SUSPECT-DETAIL-LINE
               MOVE FJ-CAR-ID TO SP-CAR-ID
               MOVE FJ-DATE TO SP-DATE
               MOVE FJ-CARD-NO TO SP-CARD-NO
               MOVE FJ-LITRES TO SP-LITRES
               MOVE FJ-AMOUNT TO SP-AMOUNT
               MOVE "FUEL FOR ARCHIVED CAR" TO SP-TEXT
               WRITE FUEL-SUSPECT-LINE FROM SUSPECT-DETAIL-LINE
           END-IF.
           PERFORM 318-READ-REJECT-ROW.

       9900-LOG-RUN-START.
           MOVE "S" TO RUN-FUNCTION.
           MOVE "FUELRPT" TO RUN-JOB-NAME.
           MOVE 0 TO RUN-RETURN-CODE.
           MOVE 0 TO RUN-PROCESSED-CNT.
           MOVE 0 TO RUN-REJECTED-CNT.
           CALL "RUNLOG" USING RUNLOG-PARMS.

       9910-LOG-RUN-END.
           MOVE "E" TO RUN-FUNCTION.
           MOVE WS-RETURN-CODE TO RUN-RETURN-CODE.
           MOVE FUEL-READ-CNT TO RUN-PROCESSED-CNT.
           MOVE SUSPECT-CNT TO RUN-REJECTED-CNT.
           CALL "RUNLOG" USING RUNLOG-PARMS.

       END PROGRAM FUELRPT.
