      ******************************************************************
      * Author: Mostapha A
      * Purpose: Vehicle replacement planning and capital forecast.
      *          Walks the live fleet on CARFILE.TXT and, for each car
      *          costed on ACQFILE.TXT, works out its end-of-life
      *          month (ACQ-DATE plus ACQ-LIFE-MONTHS), its repair
      *          spend over the last twelve months from SERVHIST.TXT
      *          and its remaining book value by the CARVALUE rule
      *          (see 9810-COMPUTE-BOOK-VALUE). A car is due for
      *          replacement when it reaches end of life within the
      *          planning horizon, or when its year's repairs cost
      *          more than the control percentage of its book value.
      *          Due cars are grouped by replacement quarter and by
      *          garaging yard from CARLOCFILE.TXT and priced from the
      *          desk's replacement-cost table REPLCOST.TXT (see
      *          RPLCOSTREC) into REPLPLAN-REPORT.TXT; the quarterly
      *          totals also go to the semicolon-delimited budget
      *          file REPLPLAN-BUDGET.TXT for finance. REPLPLAN.CTL
      *          carries the horizon in months and the repair
      *          percentage; missing or invalid values default to 12
      *          months and 50 percent.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. REPLPLAN.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT CAR-FILE-IN
               ASSIGN TO "..\CARFILE.TXT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS CAR-ID
                   ALTERNATE RECORD KEY IS OWNER-NAME
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS ENGINE
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS CAR-OWNER-ID
                       WITH DUPLICATES.

           SELECT OPTIONAL ACQFILE-IN
               ASSIGN TO "..\ACQFILE.TXT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS ACQ-CAR-ID.

           SELECT OPTIONAL SERVHIST-IN
               ASSIGN TO "..\SERVHIST.TXT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SERV-KEY.

           SELECT OPTIONAL CARLOC-FILE-IN
               ASSIGN TO "..\CARLOCFILE.TXT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS CLA-CAR-ID.

           SELECT OPTIONAL REPLCOST-IN
               ASSIGN TO "..\REPLCOST.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL REPLPLAN-CTL
               ASSIGN TO "..\REPLPLAN.CTL"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPLPLAN-REPORT
               ASSIGN TO "..\REPLPLAN-REPORT.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPLPLAN-BUDGET
               ASSIGN TO "..\REPLPLAN-BUDGET.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD CAR-FILE-IN.
           COPY CARREC.

       FD ACQFILE-IN.
           COPY ACQREC.

       FD SERVHIST-IN.
           COPY SERVREC.

       FD CARLOC-FILE-IN.
           COPY CARLOCREC.

       FD REPLCOST-IN.
           COPY RPLCOSTREC.

       FD REPLPLAN-CTL.
       01 REPLPLAN-CTL-RECORD.
           05 CTL-HORIZON-MONTHS PIC 9(3).
           05 FILLER PIC X(1).
           05 CTL-REPAIR-PCT PIC 9(3).

       FD REPLPLAN-REPORT.
       01 REPLPLAN-REPORT-LINE PIC X(100).

       FD REPLPLAN-BUDGET.
       01 BUDGET-RECORD-OUT PIC X(80).

       WORKING-STORAGE SECTION.

       01 CONTROL-FIELDS.
           05 CAR-EOF-FLG PIC 9 VALUE 0.
           05 COST-EOF-FLG PIC 9 VALUE 0.
           05 SERV-EOF-FLG PIC 9 VALUE 0.
           05 ACQ-FOUND-FLG PIC 9 VALUE 0.
           05 COST-FOUND-FLG PIC 9 VALUE 0.
           05 GROUP-FOUND-FLG PIC 9 VALUE 0.
           05 CAR-READ-CNT PIC 9(6) VALUE 0.
           05 NOT-COSTED-CNT PIC 9(6) VALUE 0.
           05 DUE-CAR-CNT PIC 9(6) VALUE 0.
           05 END-OF-LIFE-CNT PIC 9(6) VALUE 0.
           05 HIGH-REPAIR-CNT PIC 9(6) VALUE 0.
           05 NO-PRICE-CNT PIC 9(6) VALUE 0.
           05 COST-OVERFLOW-CNT PIC 9(6) VALUE 0.
           05 CAR-OVERFLOW-CNT PIC 9(6) VALUE 0.
           05 GROUP-OVERFLOW-CNT PIC 9(6) VALUE 0.
           05 BUDGET-RECORD-CNT PIC 9(6) VALUE 0.
           05 WS-RETURN-CODE PIC 9(4) VALUE 0.

      * Months and quarters are counted from year zero (year * 12 +
      * month - 1, and that over three) so the end-of-life month, the
      * horizon and the replacement quarter compare as plain numbers.
       01 PLANNING-PERIOD-FIELDS.
           05 RUN-DATE PIC X(8) VALUE SPACES.
           05 TODAY-DATE PIC 9(8) VALUE 0.
           05 TODAY-INT PIC 9(7) VALUE 0.
           05 WINDOW-START-DATE PIC 9(8) VALUE 0.
           05 WINDOW-START-X REDEFINES WINDOW-START-DATE PIC X(8).
           05 HORIZON-MONTHS PIC 9(3) VALUE 12.
           05 REPAIR-PCT PIC 9(3) VALUE 50.
           05 RUN-MONTH-IDX PIC 9(6) VALUE 0.
           05 HORIZON-END-IDX PIC 9(6) VALUE 0.
           05 CUR-QTR-IDX PIC 9(6) VALUE 0.
           05 MAX-QTR-OFFSET PIC 9(2) VALUE 0.
           05 QTR-OFFSET PIC 9(2) VALUE 0.
           05 WORK-YEAR PIC 9(4) VALUE 0.
           05 WORK-MONTH PIC 9(2) VALUE 0.
           05 WORK-REMAINDER PIC 9(2) VALUE 0.

       01 CURRENT-CAR-FIELDS.
           05 CAR-LOC-ID PIC X(4) VALUE SPACES.
           05 EOL-MONTH-IDX PIC 9(6) VALUE 0.
           05 EOL-QTR-IDX PIC 9(6) VALUE 0.
           05 EOL-MONTH PIC 9(6) VALUE 0.
           05 REPAIR-SPEND PIC 9(7)V99 VALUE 0.
           05 DUE-REASON PIC X(12) VALUE SPACES.

       01 REPLACEMENT-COST-TABLE.
           05 COST-USED PIC 9(4) VALUE 0.
           05 COST-ENTRY OCCURS 200 TIMES
                   INDEXED BY COST-IDX.
               10 CST-CAR-MODEL PIC X(15).
               10 CST-COST PIC 9(7)V99.

      * Due cars are held here as the master is walked so they can be
      * written out by quarter and location at the end of the run.
       01 DUE-CAR-TABLE.
           05 DUE-USED PIC 9(4) VALUE 0.
           05 DUE-ENTRY OCCURS 2000 TIMES
                   INDEXED BY DUE-IDX.
               10 DT-QTR-OFFSET PIC 9(2).
               10 DT-LOC-ID PIC X(4).
               10 DT-CAR-ID PIC X(6).
               10 DT-CAR-MODEL PIC X(15).
               10 DT-EOL-MONTH PIC 9(6).
               10 DT-BOOK-VALUE PIC 9(7)V99.
               10 DT-REPAIR-SPEND PIC 9(7)V99.
               10 DT-REASON PIC X(12).
               10 DT-PRICED-FLG PIC 9.
               10 DT-CAPITAL PIC 9(7)V99.

       01 QUARTER-GROUP-TABLE.
           05 GROUP-USED PIC 9(4) VALUE 0.
           05 GROUP-ENTRY OCCURS 500 TIMES
                   INDEXED BY GRP-IDX.
               10 QG-QTR-OFFSET PIC 9(2).
               10 QG-LOC-ID PIC X(4).
               10 QG-CAR-COUNT PIC 9(6).
               10 QG-CAPITAL PIC 9(9)V99.

       01 QUARTER-TOTAL-FIELDS.
           05 QTR-LABEL PIC X(6) VALUE SPACES.
           05 QTR-CAR-COUNT PIC 9(6) VALUE 0.
           05 QTR-CAPITAL PIC 9(9)V99 VALUE 0.
           05 PLAN-CAR-COUNT PIC 9(6) VALUE 0.
           05 PLAN-CAPITAL PIC 9(11)V99 VALUE 0.

       COPY BOOKVALWS.

       01 REPORT-HEADING-1.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "CAR ID".
           05 FILLER PIC X(1) VALUE SPACE.
           05 FILLER PIC X(15) VALUE "CAR MODEL".
           05 FILLER PIC X(8) VALUE "END LIFE".
           05 FILLER PIC X(14) VALUE "    BOOK VALUE".
           05 FILLER PIC X(15) VALUE "     REPAIR 12M".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(12) VALUE "REASON".
           05 FILLER PIC X(14) VALUE "   REPLACEMENT".

       01 DUE-DETAIL-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DD-CAR-ID PIC X(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DD-CAR-MODEL PIC X(15).
           05 DD-EOL-MONTH PIC X(8).
           05 DD-BOOK-VALUE PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DD-REPAIR-SPEND PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(4) VALUE SPACES.
           05 DD-REASON PIC X(12).
           05 DD-CAPITAL PIC X(14).

       01 TOTAL-DETAIL-LINE.
           05 TD-LABEL PIC X(35).
           05 TD-CAR-COUNT PIC ZZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 TD-CAPITAL PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01 EDIT-FIELDS.
           05 CAPITAL-ED PIC Z,ZZZ,ZZ9.99.
           05 BUDGET-COUNT-ED PIC Z(5)9.
           05 BUDGET-AMOUNT-ED PIC Z(10)9.99.

       COPY RUNLOGWS.

       PROCEDURE DIVISION.

       100-PRODUCE-REPLACEMENT-PLAN.
           PERFORM 9900-LOG-RUN-START.
           PERFORM 201-INITIATE-PLANNING.
           PERFORM 202-PLAN-ONE-FLEET-CAR
                UNTIL CAR-EOF-FLG EQUAL 1.
           PERFORM 204-WRITE-PLAN-BY-QUARTER.
           PERFORM 207-WRITE-BUDGET-TRAILER.
           PERFORM 205-DISPLAY-PLANNING-TOTALS.
           PERFORM 206-SET-RETURN-CODE.
           PERFORM 203-CLOSE-PLANNING-FILES.
           PERFORM 9910-LOG-RUN-END.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       201-INITIATE-PLANNING.
           PERFORM 301-OPEN-PLANNING-FILES.
           PERFORM 302-LOAD-PLANNING-CONTROL.
           PERFORM 303-LOAD-REPLACEMENT-COSTS.
           MOVE FUNCTION CURRENT-DATE (1:8) TO RUN-DATE.
           MOVE RUN-DATE TO TODAY-DATE.
           MOVE RUN-DATE TO BOOK-AS-OF-DATE.
           COMPUTE TODAY-INT = FUNCTION INTEGER-OF-DATE(TODAY-DATE).
           COMPUTE WINDOW-START-DATE =
                   FUNCTION DATE-OF-INTEGER(TODAY-INT - 364).
           MOVE RUN-DATE (1:4) TO WORK-YEAR.
           MOVE RUN-DATE (5:2) TO WORK-MONTH.
           COMPUTE RUN-MONTH-IDX = WORK-YEAR * 12 + WORK-MONTH - 1.
           COMPUTE HORIZON-END-IDX = RUN-MONTH-IDX + HORIZON-MONTHS.
           DIVIDE RUN-MONTH-IDX BY 3 GIVING CUR-QTR-IDX.
           MOVE SPACES TO REPLPLAN-REPORT-LINE.
           STRING "VEHICLE REPLACEMENT PLAN AS OF " DELIMITED BY SIZE
                  RUN-DATE DELIMITED BY SIZE
                  " - HORIZON " DELIMITED BY SIZE
                  HORIZON-MONTHS DELIMITED BY SIZE
                  " MONTHS, REPAIRS OVER " DELIMITED BY SIZE
                  REPAIR-PCT DELIMITED BY SIZE
                  " PCT OF BOOK" DELIMITED BY SIZE
                  INTO REPLPLAN-REPORT-LINE.
           WRITE REPLPLAN-REPORT-LINE.
           MOVE SPACES TO BUDGET-RECORD-OUT.
           STRING "H;" DELIMITED BY SIZE
                  RUN-DATE DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  HORIZON-MONTHS DELIMITED BY SIZE
                  INTO BUDGET-RECORD-OUT.
           WRITE BUDGET-RECORD-OUT.
           PERFORM 304-READ-CAR-RECORD.

       202-PLAN-ONE-FLEET-CAR.
           ADD 1 TO CAR-READ-CNT.
           PERFORM 305-FETCH-ACQUISITION.
           IF ACQ-FOUND-FLG EQUAL 1
               PERFORM 306-ASSESS-CAR
           ELSE
               ADD 1 TO NOT-COSTED-CNT
               DISPLAY CAR-ID " " CAR-MODEL "NOT COSTED - "
                       "CANNOT BE PLANNED"
           END-IF.
           PERFORM 304-READ-CAR-RECORD.

       203-CLOSE-PLANNING-FILES.
           CLOSE CAR-FILE-IN
                 ACQFILE-IN
                 SERVHIST-IN
                 CARLOC-FILE-IN
                 REPLPLAN-REPORT
                 REPLPLAN-BUDGET.

       204-WRITE-PLAN-BY-QUARTER.
           IF DUE-USED EQUAL 0
               MOVE SPACES TO REPLPLAN-REPORT-LINE
               WRITE REPLPLAN-REPORT-LINE
               MOVE "NO CARS DUE FOR REPLACEMENT WITHIN THE HORIZON"
                    TO REPLPLAN-REPORT-LINE
               WRITE REPLPLAN-REPORT-LINE
           ELSE
               PERFORM 314-WRITE-ONE-QUARTER
                    VARYING QTR-OFFSET FROM 0 BY 1
                    UNTIL QTR-OFFSET > MAX-QTR-OFFSET
           END-IF.
           MOVE SPACES TO REPLPLAN-REPORT-LINE.
           WRITE REPLPLAN-REPORT-LINE.
           MOVE "PLAN TOTAL" TO TD-LABEL.
           MOVE PLAN-CAR-COUNT TO TD-CAR-COUNT.
           MOVE PLAN-CAPITAL TO TD-CAPITAL.
           WRITE REPLPLAN-REPORT-LINE FROM TOTAL-DETAIL-LINE.

       205-DISPLAY-PLANNING-TOTALS.
           DISPLAY SPACE.
           DISPLAY "REPLACEMENT PLANNING TOTALS".
           DISPLAY "  FLEET RECORDS READ:    " CAR-READ-CNT.
           DISPLAY "  CARS NOT COSTED:       " NOT-COSTED-CNT.
           DISPLAY "  CARS DUE:              " DUE-CAR-CNT.
           DISPLAY "    AT END OF LIFE:      " END-OF-LIFE-CNT.
           DISPLAY "    HIGH REPAIR SPEND:   " HIGH-REPAIR-CNT.
           DISPLAY "  DUE CARS NOT PRICED:   " NO-PRICE-CNT.
           IF COST-OVERFLOW-CNT > 0
               DISPLAY "  COST TABLE FULL - MODELS IGNORED: "
                       COST-OVERFLOW-CNT
           END-IF.
           IF CAR-OVERFLOW-CNT > 0
               DISPLAY "  CAR TABLE FULL - CARS NOT REPORTED: "
                       CAR-OVERFLOW-CNT
           END-IF.
           IF GROUP-OVERFLOW-CNT > 0
               DISPLAY "  GROUP TABLE FULL - CARS NOT GROUPED: "
                       GROUP-OVERFLOW-CNT
           END-IF.

      * Cars that cannot be planned or priced leave a hole in the
      * budget, so the desk is told.
       206-SET-RETURN-CODE.
           IF NOT-COSTED-CNT > 0 OR NO-PRICE-CNT > 0
               MOVE 4 TO WS-RETURN-CODE
           ELSE
               MOVE 0 TO WS-RETURN-CODE
           END-IF.

       207-WRITE-BUDGET-TRAILER.
           MOVE BUDGET-RECORD-CNT TO BUDGET-COUNT-ED.
           MOVE PLAN-CAPITAL TO BUDGET-AMOUNT-ED.
           MOVE SPACES TO BUDGET-RECORD-OUT.
           STRING "T;" DELIMITED BY SIZE
                  FUNCTION TRIM(BUDGET-COUNT-ED) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(BUDGET-AMOUNT-ED) DELIMITED BY SIZE
                  INTO BUDGET-RECORD-OUT.
           WRITE BUDGET-RECORD-OUT.

       301-OPEN-PLANNING-FILES.
           OPEN INPUT CAR-FILE-IN.
           OPEN INPUT ACQFILE-IN.
           OPEN INPUT SERVHIST-IN.
           OPEN INPUT CARLOC-FILE-IN.
           OPEN OUTPUT REPLPLAN-REPORT.
           OPEN OUTPUT REPLPLAN-BUDGET.

      * The horizon is held to five years so the quarters it spans
      * stay within a two-digit offset.
       302-LOAD-PLANNING-CONTROL.
           OPEN INPUT REPLPLAN-CTL.
           READ REPLPLAN-CTL
               AT END
                   DISPLAY "PLANNING CONTROL NOT ON FILE - USING "
                           HORIZON-MONTHS " / " REPAIR-PCT
               NOT AT END
                   IF CTL-HORIZON-MONTHS NUMERIC
                           AND CTL-HORIZON-MONTHS > 0
                           AND CTL-HORIZON-MONTHS NOT > 60
                       MOVE CTL-HORIZON-MONTHS TO HORIZON-MONTHS
                   ELSE
                       DISPLAY "HORIZON CONTROL INVALID - USING "
                               HORIZON-MONTHS
                   END-IF
                   IF CTL-REPAIR-PCT NUMERIC AND CTL-REPAIR-PCT > 0
                       MOVE CTL-REPAIR-PCT TO REPAIR-PCT
                   ELSE
                       DISPLAY "REPAIR PERCENT CONTROL INVALID - "
                               "USING " REPAIR-PCT
                   END-IF
           END-READ.
           CLOSE REPLPLAN-CTL.

       303-LOAD-REPLACEMENT-COSTS.
           OPEN INPUT REPLCOST-IN.
           PERFORM 310-READ-COST-ROW.
           PERFORM 311-STORE-COST-ROW
                UNTIL COST-EOF-FLG EQUAL 1.
           CLOSE REPLCOST-IN.

       304-READ-CAR-RECORD.
           READ CAR-FILE-IN
               AT END MOVE 1 TO CAR-EOF-FLG.

       305-FETCH-ACQUISITION.
           MOVE 0 TO ACQ-FOUND-FLG.
           MOVE CAR-ID TO ACQ-CAR-ID.
           READ ACQFILE-IN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ACQ-DATE (1:6) NUMERIC
                       MOVE 1 TO ACQ-FOUND-FLG
                   END-IF
           END-READ.

      * A car past its end of life, or whose repairs have outrun it,
      * is planned for the current quarter.
       306-ASSESS-CAR.
           MOVE SPACES TO DUE-REASON.
           MOVE ACQ-DATE (1:4) TO WORK-YEAR.
           MOVE ACQ-DATE (5:2) TO WORK-MONTH.
           COMPUTE EOL-MONTH-IDX = WORK-YEAR * 12 + WORK-MONTH - 1
                   + ACQ-LIFE-MONTHS.
           DIVIDE EOL-MONTH-IDX BY 12 GIVING WORK-YEAR
                   REMAINDER WORK-REMAINDER.
           COMPUTE EOL-MONTH = WORK-YEAR * 100 + WORK-REMAINDER + 1.
           PERFORM 9810-COMPUTE-BOOK-VALUE.
           PERFORM 307-SUM-REPAIR-SPEND.
           IF EOL-MONTH-IDX NOT > HORIZON-END-IDX
               ADD 1 TO END-OF-LIFE-CNT
               MOVE "END OF LIFE" TO DUE-REASON
           END-IF.
           IF REPAIR-SPEND * 100 > BOOK-VALUE-NUM * REPAIR-PCT
               ADD 1 TO HIGH-REPAIR-CNT
               IF DUE-REASON EQUAL SPACES
                   MOVE "REPAIR SPEND" TO DUE-REASON
               ELSE
                   MOVE "LIFE+REPAIRS" TO DUE-REASON
               END-IF
           END-IF.
           IF DUE-REASON NOT EQUAL SPACES
               ADD 1 TO DUE-CAR-CNT
               DIVIDE EOL-MONTH-IDX BY 3 GIVING EOL-QTR-IDX
               IF DUE-REASON NOT EQUAL "END OF LIFE"
                       OR EOL-QTR-IDX < CUR-QTR-IDX
                   MOVE CUR-QTR-IDX TO EOL-QTR-IDX
               END-IF
               COMPUTE QTR-OFFSET = EOL-QTR-IDX - CUR-QTR-IDX
               IF QTR-OFFSET > MAX-QTR-OFFSET
                   MOVE QTR-OFFSET TO MAX-QTR-OFFSET
               END-IF
               PERFORM 309-FETCH-CAR-LOCATION
               PERFORM 312-HOLD-DUE-CAR
           END-IF.

       307-SUM-REPAIR-SPEND.
           MOVE 0 TO REPAIR-SPEND.
           MOVE 0 TO SERV-EOF-FLG.
           MOVE CAR-ID TO SERV-CAR-ID.
           MOVE WINDOW-START-X TO SERV-DATE.
           MOVE 0 TO SERV-SEQ.
           START SERVHIST-IN KEY NOT LESS THAN SERV-KEY
               INVALID KEY MOVE 1 TO SERV-EOF-FLG
           END-START.
           PERFORM 308-ADD-NEXT-SERVICE
                UNTIL SERV-EOF-FLG EQUAL 1.

       308-ADD-NEXT-SERVICE.
           READ SERVHIST-IN NEXT RECORD
               AT END MOVE 1 TO SERV-EOF-FLG
           END-READ.
           IF SERV-EOF-FLG NOT EQUAL 1
               IF SERV-CAR-ID NOT EQUAL CAR-ID
                   MOVE 1 TO SERV-EOF-FLG
               ELSE
                   ADD SERV-COST TO REPAIR-SPEND
               END-IF
           END-IF.

      * A car with no assignment row is reported under NONE so the
      * per-location totals still sum to the quarter total.
       309-FETCH-CAR-LOCATION.
           MOVE "NONE" TO CAR-LOC-ID.
           MOVE CAR-ID TO CLA-CAR-ID.
           READ CARLOC-FILE-IN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CLA-LOC-ID TO CAR-LOC-ID
           END-READ.

       310-READ-COST-ROW.
           READ REPLCOST-IN
               AT END MOVE 1 TO COST-EOF-FLG
           END-READ.

       311-STORE-COST-ROW.
           IF RPC-COST NOT NUMERIC
               DISPLAY "REPLACEMENT COST NOT NUMERIC - IGNORED: "
                       RPC-CAR-MODEL
           ELSE
               IF COST-USED < 200
                   ADD 1 TO COST-USED
                   SET COST-IDX TO COST-USED
                   MOVE RPC-CAR-MODEL TO CST-CAR-MODEL (COST-IDX)
                   MOVE RPC-COST TO CST-COST (COST-IDX)
               ELSE
                   ADD 1 TO COST-OVERFLOW-CNT
               END-IF
           END-IF.
           PERFORM 310-READ-COST-ROW.

       312-HOLD-DUE-CAR.
           MOVE 0 TO COST-FOUND-FLG.
           SET COST-IDX TO 1.
           SEARCH COST-ENTRY
               AT END
                   CONTINUE
               WHEN COST-IDX > COST-USED
                   CONTINUE
               WHEN CST-CAR-MODEL (COST-IDX) EQUAL CAR-MODEL
                   MOVE 1 TO COST-FOUND-FLG
           END-SEARCH.
           IF COST-FOUND-FLG EQUAL 0
               ADD 1 TO NO-PRICE-CNT
           END-IF.
           IF DUE-USED < 2000
               ADD 1 TO DUE-USED
               SET DUE-IDX TO DUE-USED
               MOVE QTR-OFFSET TO DT-QTR-OFFSET (DUE-IDX)
               MOVE CAR-LOC-ID TO DT-LOC-ID (DUE-IDX)
               MOVE CAR-ID TO DT-CAR-ID (DUE-IDX)
               MOVE CAR-MODEL TO DT-CAR-MODEL (DUE-IDX)
               MOVE EOL-MONTH TO DT-EOL-MONTH (DUE-IDX)
               MOVE BOOK-VALUE-NUM TO DT-BOOK-VALUE (DUE-IDX)
               MOVE REPAIR-SPEND TO DT-REPAIR-SPEND (DUE-IDX)
               MOVE DUE-REASON TO DT-REASON (DUE-IDX)
               MOVE COST-FOUND-FLG TO DT-PRICED-FLG (DUE-IDX)
               MOVE 0 TO DT-CAPITAL (DUE-IDX)
               IF COST-FOUND-FLG EQUAL 1
                   MOVE CST-COST (COST-IDX) TO DT-CAPITAL (DUE-IDX)
               END-IF
               PERFORM 313-TALLY-QUARTER-GROUP
           ELSE
               ADD 1 TO CAR-OVERFLOW-CNT
           END-IF.

       313-TALLY-QUARTER-GROUP.
           MOVE 0 TO GROUP-FOUND-FLG.
           SET GRP-IDX TO 1.
           SEARCH GROUP-ENTRY
               AT END
                   CONTINUE
               WHEN GRP-IDX > GROUP-USED
                   CONTINUE
               WHEN QG-QTR-OFFSET (GRP-IDX) EQUAL QTR-OFFSET
                       AND QG-LOC-ID (GRP-IDX) EQUAL CAR-LOC-ID
                   MOVE 1 TO GROUP-FOUND-FLG
           END-SEARCH.
           IF GROUP-FOUND-FLG EQUAL 0
               IF GROUP-USED < 500
                   ADD 1 TO GROUP-USED
                   SET GRP-IDX TO GROUP-USED
                   MOVE QTR-OFFSET TO QG-QTR-OFFSET (GRP-IDX)
                   MOVE CAR-LOC-ID TO QG-LOC-ID (GRP-IDX)
                   MOVE 0 TO QG-CAR-COUNT (GRP-IDX)
                   MOVE 0 TO QG-CAPITAL (GRP-IDX)
                   MOVE 1 TO GROUP-FOUND-FLG
               ELSE
                   ADD 1 TO GROUP-OVERFLOW-CNT
               END-IF
           END-IF.
           IF GROUP-FOUND-FLG EQUAL 1
               ADD 1 TO QG-CAR-COUNT (GRP-IDX)
               ADD DT-CAPITAL (DUE-IDX) TO QG-CAPITAL (GRP-IDX)
           END-IF.

       314-WRITE-ONE-QUARTER.
           COMPUTE EOL-QTR-IDX = CUR-QTR-IDX + QTR-OFFSET.
           DIVIDE EOL-QTR-IDX BY 4 GIVING WORK-YEAR
                   REMAINDER WORK-REMAINDER.
           ADD 1 TO WORK-REMAINDER.
           MOVE SPACES TO QTR-LABEL.
           STRING WORK-YEAR DELIMITED BY SIZE
                  "Q" DELIMITED BY SIZE
                  WORK-REMAINDER (2:1) DELIMITED BY SIZE
                  INTO QTR-LABEL.
           MOVE 0 TO QTR-CAR-COUNT.
           MOVE 0 TO QTR-CAPITAL.
           MOVE SPACES TO REPLPLAN-REPORT-LINE.
           WRITE REPLPLAN-REPORT-LINE.
           MOVE SPACES TO REPLPLAN-REPORT-LINE.
           STRING "REPLACEMENT QUARTER " DELIMITED BY SIZE
                  QTR-LABEL DELIMITED BY SIZE
                  INTO REPLPLAN-REPORT-LINE.
           WRITE REPLPLAN-REPORT-LINE.
           PERFORM 315-WRITE-ONE-GROUP
                VARYING GRP-IDX FROM 1 BY 1
                UNTIL GRP-IDX > GROUP-USED.
           MOVE SPACES TO TOTAL-DETAIL-LINE.
           STRING "QUARTER " DELIMITED BY SIZE
                  QTR-LABEL DELIMITED BY SIZE
                  " TOTAL" DELIMITED BY SIZE
                  INTO TD-LABEL.
           MOVE QTR-CAR-COUNT TO TD-CAR-COUNT.
           MOVE QTR-CAPITAL TO TD-CAPITAL.
           WRITE REPLPLAN-REPORT-LINE FROM TOTAL-DETAIL-LINE.
           ADD QTR-CAR-COUNT TO PLAN-CAR-COUNT.
           ADD QTR-CAPITAL TO PLAN-CAPITAL.

       315-WRITE-ONE-GROUP.
           IF QG-QTR-OFFSET (GRP-IDX) EQUAL QTR-OFFSET
               MOVE SPACES TO REPLPLAN-REPORT-LINE
               WRITE REPLPLAN-REPORT-LINE
               MOVE SPACES TO REPLPLAN-REPORT-LINE
               STRING "  LOCATION " DELIMITED BY SIZE
                      QG-LOC-ID (GRP-IDX) DELIMITED BY SIZE
                      INTO REPLPLAN-REPORT-LINE
               WRITE REPLPLAN-REPORT-LINE
               WRITE REPLPLAN-REPORT-LINE FROM REPORT-HEADING-1
               PERFORM 316-WRITE-DUE-CAR-IN-GROUP
                    VARYING DUE-IDX FROM 1 BY 1
                    UNTIL DUE-IDX > DUE-USED
               MOVE SPACES TO TOTAL-DETAIL-LINE
               STRING "  LOCATION " DELIMITED BY SIZE
                      QG-LOC-ID (GRP-IDX) DELIMITED BY SIZE
                      " TOTAL" DELIMITED BY SIZE
                      INTO TD-LABEL
               MOVE QG-CAR-COUNT (GRP-IDX) TO TD-CAR-COUNT
               MOVE QG-CAPITAL (GRP-IDX) TO TD-CAPITAL
               WRITE REPLPLAN-REPORT-LINE FROM TOTAL-DETAIL-LINE
               ADD QG-CAR-COUNT (GRP-IDX) TO QTR-CAR-COUNT
               ADD QG-CAPITAL (GRP-IDX) TO QTR-CAPITAL
               PERFORM 317-WRITE-BUDGET-DETAIL
           END-IF.

       316-WRITE-DUE-CAR-IN-GROUP.
           IF DT-QTR-OFFSET (DUE-IDX) EQUAL QTR-OFFSET
                   AND DT-LOC-ID (DUE-IDX) EQUAL QG-LOC-ID (GRP-IDX)
               MOVE DT-CAR-ID (DUE-IDX) TO DD-CAR-ID
               MOVE DT-CAR-MODEL (DUE-IDX) TO DD-CAR-MODEL
               MOVE DT-EOL-MONTH (DUE-IDX) TO DD-EOL-MONTH
               MOVE DT-BOOK-VALUE (DUE-IDX) TO DD-BOOK-VALUE
               MOVE DT-REPAIR-SPEND (DUE-IDX) TO DD-REPAIR-SPEND
               MOVE DT-REASON (DUE-IDX) TO DD-REASON
               IF DT-PRICED-FLG (DUE-IDX) EQUAL 1
                   MOVE DT-CAPITAL (DUE-IDX) TO CAPITAL-ED
                   MOVE CAPITAL-ED TO DD-CAPITAL
               ELSE
                   MOVE "  NOT PRICED" TO DD-CAPITAL
               END-IF
               WRITE REPLPLAN-REPORT-LINE FROM DUE-DETAIL-LINE
           END-IF.

       317-WRITE-BUDGET-DETAIL.
           ADD 1 TO BUDGET-RECORD-CNT.
           MOVE QG-CAR-COUNT (GRP-IDX) TO BUDGET-COUNT-ED.
           MOVE QG-CAPITAL (GRP-IDX) TO BUDGET-AMOUNT-ED.
           MOVE SPACES TO BUDGET-RECORD-OUT.
           STRING "D;" DELIMITED BY SIZE
                  QTR-LABEL DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(QG-LOC-ID (GRP-IDX)) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(BUDGET-COUNT-ED) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(BUDGET-AMOUNT-ED) DELIMITED BY SIZE
                  INTO BUDGET-RECORD-OUT.
           WRITE BUDGET-RECORD-OUT.

       COPY BOOKVALPR.

       9900-LOG-RUN-START.
           MOVE "S" TO RUN-FUNCTION.
           MOVE "REPLPLAN" TO RUN-JOB-NAME.
           MOVE 0 TO RUN-RETURN-CODE.
           MOVE 0 TO RUN-PROCESSED-CNT.
           MOVE 0 TO RUN-REJECTED-CNT.
           CALL "RUNLOG" USING RUNLOG-PARMS.

       9910-LOG-RUN-END.
           MOVE "E" TO RUN-FUNCTION.
           MOVE WS-RETURN-CODE TO RUN-RETURN-CODE.
           MOVE CAR-READ-CNT TO RUN-PROCESSED-CNT.
           MOVE NOT-COSTED-CNT TO RUN-REJECTED-CNT.
           CALL "RUNLOG" USING RUNLOG-PARMS.

       END PROGRAM REPLPLAN.
