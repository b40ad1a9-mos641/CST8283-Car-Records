      ******************************************************************
      * Author: Mostapha A
      * Purpose: Claims and loss ratio report for insurance renewal.
      *          Every car with a premium on INSFILE.TXT, and every
      *          car with an incident on INCIDENT.TXT (posted by
      *          INCPOST), gets a line setting the claims settled on
      *          its incidents of the last twelve months against its
      *          INS-PREMIUM-AMOUNT as a loss ratio percentage, with
      *          the estimates of claims still open alongside. The
      *          same figures are then totalled by ENGINE and by
      *          garaging yard from CARLOCFILE.TXT. Open claims on
      *          incidents more than 90 days old are listed in their
      *          own section so the desk can chase the broker.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. CLAIMRPT.

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

           SELECT OPTIONAL INS-FILE-IN
               ASSIGN TO "..\INSFILE.TXT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS INS-CAR-ID.

           SELECT OPTIONAL INCIDENT-IN
               ASSIGN TO "..\INCIDENT.TXT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS INC-KEY.

           SELECT OPTIONAL CARLOC-FILE-IN
               ASSIGN TO "..\CARLOCFILE.TXT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS CLA-CAR-ID.

           SELECT CLAIMS-REPORT
               ASSIGN TO "..\CLAIMS-REPORT.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD CAR-FILE-IN.
           COPY CARREC.

       FD CARARCHIVE-IN.
           COPY ARCREC.

       FD INS-FILE-IN.
           COPY INSREC.

       FD INCIDENT-IN.
           COPY INCREC.

       FD CARLOC-FILE-IN.
           COPY CARLOCREC.

       FD CLAIMS-REPORT.
       01 CLAIMS-REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.

       01 CONTROL-FIELDS.
           05 INS-EOF-FLG PIC 9 VALUE 0.
           05 INC-EOF-FLG PIC 9 VALUE 0.
           05 CAR-FOUND-FLG PIC 9 VALUE 0.
           05 ENGINE-FOUND-FLG PIC 9 VALUE 0.
           05 LOC-FOUND-FLG PIC 9 VALUE 0.
           05 INS-READ-CNT PIC 9(6) VALUE 0.
           05 INC-READ-CNT PIC 9(6) VALUE 0.
           05 WINDOW-INC-CNT PIC 9(6) VALUE 0.
           05 NO-PREMIUM-CNT PIC 9(6) VALUE 0.
           05 AGED-OPEN-CNT PIC 9(6) VALUE 0.
           05 CAR-OVERFLOW-CNT PIC 9(6) VALUE 0.
           05 ENGINE-OVERFLOW-CNT PIC 9(6) VALUE 0.
           05 LOC-OVERFLOW-CNT PIC 9(6) VALUE 0.
           05 AGED-OVERFLOW-CNT PIC 9(6) VALUE 0.
           05 WS-RETURN-CODE PIC 9(4) VALUE 0.

      * Claims count towards the loss ratio when the incident falls in
      * the twelve months to the run date, the period the current
      * premium was paid for. Open claims are chased once the
      * incident is more than AGED-DAYS old.
       01 REPORT-PERIOD-FIELDS.
           05 RUN-DATE PIC X(8) VALUE SPACES.
           05 TODAY-DATE PIC 9(8) VALUE 0.
           05 TODAY-INT PIC 9(7) VALUE 0.
           05 WINDOW-START-DATE PIC 9(8) VALUE 0.
           05 WINDOW-START-X REDEFINES WINDOW-START-DATE PIC X(8).
           05 AGED-DAYS PIC 9(3) VALUE 90.
           05 INC-DATE-WORK PIC X(8) VALUE SPACES.
           05 INC-DATE-NUM REDEFINES INC-DATE-WORK PIC 9(8).
           05 INC-AGE-DAYS PIC S9(5) VALUE 0.

       01 CURRENT-CAR-FIELDS.
           05 CUR-CAR-ID PIC X(6) VALUE SPACES.
           05 CUR-CAR-MODEL PIC X(15) VALUE SPACES.
           05 CUR-ENGINE PIC X(25) VALUE SPACES.
           05 CUR-LOC-ID PIC X(4) VALUE SPACES.
           05 LOSS-RATIO PIC 9(5)V9 VALUE 0.
           05 GRP-PREMIUM PIC 9(9)V99 VALUE 0.
           05 GRP-SETTLED PIC 9(9)V99 VALUE 0.

       01 CAR-CLAIMS-TABLE.
           05 CAR-CLAIMS-USED PIC 9(4) VALUE 0.
           05 CAR-CLAIMS-ENTRY OCCURS 2000 TIMES
                   INDEXED BY CAR-IDX.
               10 CT-CAR-ID PIC X(6).
               10 CT-CAR-MODEL PIC X(15).
               10 CT-ENGINE PIC X(25).
               10 CT-LOC-ID PIC X(4).
               10 CT-PREMIUM PIC 9(7)V99.
               10 CT-INCIDENTS PIC 9(4).
               10 CT-SETTLED PIC 9(8)V99.
               10 CT-OPEN-EST PIC 9(8)V99.

       01 ENGINE-TOTALS-TABLE.
           05 ENGINE-TOTALS-USED PIC 9(4) VALUE 0.
           05 ENGINE-TOTALS-ENTRY OCCURS 50 TIMES
                   INDEXED BY ENG-IDX.
               10 ET-ENGINE-NAME PIC X(25).
               10 ET-CAR-COUNT PIC 9(6).
               10 ET-PREMIUM PIC 9(9)V99.
               10 ET-SETTLED PIC 9(9)V99.
               10 ET-OPEN-EST PIC 9(9)V99.

       01 LOCATION-TOTALS-TABLE.
           05 LOC-TOTALS-USED PIC 9(4) VALUE 0.
           05 LOC-TOTALS-ENTRY OCCURS 50 TIMES
                   INDEXED BY LOC-IDX.
               10 LT-LOC-ID PIC X(4).
               10 LT-CAR-COUNT PIC 9(6).
               10 LT-PREMIUM PIC 9(9)V99.
               10 LT-SETTLED PIC 9(9)V99.
               10 LT-OPEN-EST PIC 9(9)V99.

       01 AGED-CLAIMS-TABLE.
           05 AGED-CLAIMS-USED PIC 9(4) VALUE 0.
           05 AGED-CLAIMS-ENTRY OCCURS 1000 TIMES
                   INDEXED BY AGED-IDX.
               10 AT-CAR-ID PIC X(6).
               10 AT-DATE PIC X(8).
               10 AT-SEQ PIC 9(2).
               10 AT-TYPE PIC X(12).
               10 AT-CLAIM-NO PIC X(12).
               10 AT-ESTIMATE PIC 9(7)V99.
               10 AT-AGE-DAYS PIC 9(5).

       01 GRAND-TOTAL-FIELDS.
           05 GT-CAR-COUNT PIC 9(6) VALUE 0.
           05 GT-PREMIUM PIC 9(9)V99 VALUE 0.
           05 GT-SETTLED PIC 9(9)V99 VALUE 0.
           05 GT-OPEN-EST PIC 9(9)V99 VALUE 0.

       01 REPORT-HEADING-1.
           05 FILLER PIC X(6) VALUE "CAR ID".
           05 FILLER PIC X(1) VALUE SPACE.
           05 FILLER PIC X(15) VALUE "CAR MODEL".
           05 FILLER PIC X(5) VALUE "LOC".
           05 FILLER PIC X(5) VALUE "INCS".
           05 FILLER PIC X(15) VALUE "        PREMIUM".
           05 FILLER PIC X(15) VALUE "        SETTLED".
           05 FILLER PIC X(15) VALUE "  OPEN ESTIMATE".
           05 FILLER PIC X(10) VALUE "    LOSS %".

       01 CAR-DETAIL-LINE.
           05 CD-CAR-ID PIC X(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 CD-CAR-MODEL PIC X(15).
           05 CD-LOC-ID PIC X(5).
           05 CD-INCIDENTS PIC ZZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 CD-PREMIUM PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 CD-SETTLED PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 CD-OPEN-EST PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 CD-LOSS-RATIO PIC X(8).

       01 TOTAL-DETAIL-LINE.
           05 TD-LABEL PIC X(27).
           05 TD-CAR-COUNT PIC ZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 TD-PREMIUM PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 TD-SETTLED PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 TD-OPEN-EST PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 TD-LOSS-RATIO PIC X(8).

       01 AGED-HEADING-1.
           05 FILLER PIC X(7) VALUE "CAR ID".
           05 FILLER PIC X(9) VALUE "DATE".
           05 FILLER PIC X(4) VALUE "SEQ".
           05 FILLER PIC X(13) VALUE "TYPE".
           05 FILLER PIC X(13) VALUE "CLAIM NO".
           05 FILLER PIC X(13) VALUE "     ESTIMATE".
           05 FILLER PIC X(10) VALUE "  AGE DAYS".

       01 AGED-DETAIL-LINE.
           05 AD-CAR-ID PIC X(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 AD-DATE PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 AD-SEQ PIC 9(2).
           05 FILLER PIC X(2) VALUE SPACES.
           05 AD-TYPE PIC X(12).
           05 FILLER PIC X(1) VALUE SPACE.
           05 AD-CLAIM-NO PIC X(12).
           05 FILLER PIC X(1) VALUE SPACE.
           05 AD-ESTIMATE PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(5) VALUE SPACES.
           05 AD-AGE-DAYS PIC ZZZZ9.

       01 RATIO-EDIT-FIELDS.
           05 RE-LOSS-RATIO PIC ZZZZ9.9.

       COPY RUNLOGWS.

       PROCEDURE DIVISION.

       100-PRODUCE-CLAIMS-REPORT.
           PERFORM 9900-LOG-RUN-START.
           PERFORM 201-INITIATE-CLAIMS-REPORT.
           PERFORM 202-LOAD-ONE-PREMIUM
                UNTIL INS-EOF-FLG EQUAL 1.
           PERFORM 204-PROCESS-ONE-INCIDENT
                UNTIL INC-EOF-FLG EQUAL 1.
           PERFORM 207-TALLY-GROUP-TOTALS.
           PERFORM 208-WRITE-CAR-LINES.
           PERFORM 209-WRITE-ENGINE-TOTALS.
           PERFORM 210-WRITE-LOCATION-TOTALS.
           PERFORM 211-WRITE-AGED-OPEN-CLAIMS.
           PERFORM 205-DISPLAY-CLAIMS-TOTALS.
           PERFORM 206-SET-RETURN-CODE.
           PERFORM 203-CLOSE-CLAIMS-FILES.
           PERFORM 9910-LOG-RUN-END.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       201-INITIATE-CLAIMS-REPORT.
           PERFORM 301-OPEN-CLAIMS-FILES.
           MOVE FUNCTION CURRENT-DATE (1:8) TO RUN-DATE.
           MOVE RUN-DATE TO TODAY-DATE.
           COMPUTE TODAY-INT = FUNCTION INTEGER-OF-DATE(TODAY-DATE).
           COMPUTE WINDOW-START-DATE =
                   FUNCTION DATE-OF-INTEGER(TODAY-INT - 364).
           MOVE SPACES TO CLAIMS-REPORT-LINE.
           STRING "CLAIMS AND LOSS RATIO REPORT - INCIDENTS "
                  DELIMITED BY SIZE
                  WINDOW-START-X DELIMITED BY SIZE
                  " TO " DELIMITED BY SIZE
                  RUN-DATE DELIMITED BY SIZE
                  INTO CLAIMS-REPORT-LINE.
           WRITE CLAIMS-REPORT-LINE.
           MOVE SPACES TO CLAIMS-REPORT-LINE.
           WRITE CLAIMS-REPORT-LINE.
           WRITE CLAIMS-REPORT-LINE FROM REPORT-HEADING-1.
           PERFORM 302-READ-PREMIUM-ROW.
           PERFORM 303-READ-INCIDENT-ROW.

       202-LOAD-ONE-PREMIUM.
           MOVE INS-CAR-ID TO CUR-CAR-ID.
           PERFORM 304-ADD-CAR-ENTRY.
           IF CAR-FOUND-FLG EQUAL 1
               MOVE INS-PREMIUM-AMOUNT TO CT-PREMIUM (CAR-IDX)
           END-IF.
           PERFORM 302-READ-PREMIUM-ROW.

       203-CLOSE-CLAIMS-FILES.
           CLOSE CAR-FILE-IN
                 CARARCHIVE-IN
                 INS-FILE-IN
                 INCIDENT-IN
                 CARLOC-FILE-IN
                 CLAIMS-REPORT.

      * A car with an incident but no premium row still gets its line
      * so the claim is not lost from the totals; its loss ratio is
      * shown as NO PREM.
       204-PROCESS-ONE-INCIDENT.
           MOVE 0 TO CAR-FOUND-FLG.
           SET CAR-IDX TO 1.
           SEARCH CAR-CLAIMS-ENTRY
               AT END
                   CONTINUE
               WHEN CAR-IDX > CAR-CLAIMS-USED
                   CONTINUE
               WHEN CT-CAR-ID (CAR-IDX) EQUAL INC-CAR-ID
                   MOVE 1 TO CAR-FOUND-FLG
           END-SEARCH.
           IF CAR-FOUND-FLG EQUAL 0
               MOVE INC-CAR-ID TO CUR-CAR-ID
               PERFORM 304-ADD-CAR-ENTRY
           END-IF.
           IF CAR-FOUND-FLG EQUAL 1
                   AND INC-DATE NOT < WINDOW-START-X
               ADD 1 TO WINDOW-INC-CNT
               ADD 1 TO CT-INCIDENTS (CAR-IDX)
               IF INC-STATUS EQUAL "S"
                   ADD INC-SETTLED-AMOUNT TO CT-SETTLED (CAR-IDX)
               END-IF
           END-IF.
           IF INC-STATUS EQUAL "O"
               IF CAR-FOUND-FLG EQUAL 1
                   ADD INC-ESTIMATE-AMOUNT TO CT-OPEN-EST (CAR-IDX)
               END-IF
               PERFORM 306-CHECK-CLAIM-AGE
           END-IF.
           PERFORM 303-READ-INCIDENT-ROW.

       205-DISPLAY-CLAIMS-TOTALS.
           DISPLAY SPACE.
           DISPLAY "CLAIMS REPORT TOTALS".
           DISPLAY "  PREMIUM ROWS READ:    " INS-READ-CNT.
           DISPLAY "  INCIDENT ROWS READ:   " INC-READ-CNT.
           DISPLAY "  INCIDENTS IN PERIOD:  " WINDOW-INC-CNT.
           DISPLAY "  CARS REPORTED:        " GT-CAR-COUNT.
           DISPLAY "  CARS WITH NO PREMIUM: " NO-PREMIUM-CNT.
           DISPLAY "  OPEN CLAIMS TO CHASE: " AGED-OPEN-CNT.
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
           IF AGED-OVERFLOW-CNT > 0
               DISPLAY "  AGED CLAIM TABLE FULL - NOT LISTED: "
                       AGED-OVERFLOW-CNT
           END-IF.

       206-SET-RETURN-CODE.
           IF AGED-OPEN-CNT > 0
               MOVE 4 TO WS-RETURN-CODE
           ELSE
               MOVE 0 TO WS-RETURN-CODE
           END-IF.

       207-TALLY-GROUP-TOTALS.
           PERFORM 307-TALLY-ONE-CAR
                VARYING CAR-IDX FROM 1 BY 1
                UNTIL CAR-IDX > CAR-CLAIMS-USED.

       208-WRITE-CAR-LINES.
           PERFORM 310-WRITE-ONE-CAR-LINE
                VARYING CAR-IDX FROM 1 BY 1
                UNTIL CAR-IDX > CAR-CLAIMS-USED.
           MOVE SPACES TO CLAIMS-REPORT-LINE.
           WRITE CLAIMS-REPORT-LINE.
           MOVE SPACES TO TOTAL-DETAIL-LINE.
           MOVE "FLEET TOTAL" TO TD-LABEL.
           MOVE GT-CAR-COUNT TO TD-CAR-COUNT.
           MOVE GT-PREMIUM TO TD-PREMIUM.
           MOVE GT-SETTLED TO TD-SETTLED.
           MOVE GT-OPEN-EST TO TD-OPEN-EST.
           MOVE GT-PREMIUM TO GRP-PREMIUM.
           MOVE GT-SETTLED TO GRP-SETTLED.
           PERFORM 314-EDIT-GROUP-RATIO.
           WRITE CLAIMS-REPORT-LINE FROM TOTAL-DETAIL-LINE.

       209-WRITE-ENGINE-TOTALS.
           MOVE SPACES TO CLAIMS-REPORT-LINE.
           WRITE CLAIMS-REPORT-LINE.
           MOVE "TOTALS BY ENGINE" TO CLAIMS-REPORT-LINE.
           WRITE CLAIMS-REPORT-LINE.
           PERFORM 311-WRITE-ONE-ENGINE-TOTAL
                VARYING ENG-IDX FROM 1 BY 1
                UNTIL ENG-IDX > ENGINE-TOTALS-USED.

       210-WRITE-LOCATION-TOTALS.
           MOVE SPACES TO CLAIMS-REPORT-LINE.
           WRITE CLAIMS-REPORT-LINE.
           MOVE "TOTALS BY LOCATION" TO CLAIMS-REPORT-LINE.
           WRITE CLAIMS-REPORT-LINE.
           PERFORM 312-WRITE-ONE-LOCATION-TOTAL
                VARYING LOC-IDX FROM 1 BY 1
                UNTIL LOC-IDX > LOC-TOTALS-USED.

       211-WRITE-AGED-OPEN-CLAIMS.
           MOVE SPACES TO CLAIMS-REPORT-LINE.
           WRITE CLAIMS-REPORT-LINE.
           MOVE SPACES TO CLAIMS-REPORT-LINE.
           STRING "OPEN CLAIMS ON INCIDENTS OVER " DELIMITED BY SIZE
                  AGED-DAYS DELIMITED BY SIZE
                  " DAYS OLD - CHASE BROKER" DELIMITED BY SIZE
                  INTO CLAIMS-REPORT-LINE.
           WRITE CLAIMS-REPORT-LINE.
           IF AGED-CLAIMS-USED EQUAL 0
               MOVE "  NONE" TO CLAIMS-REPORT-LINE
               WRITE CLAIMS-REPORT-LINE
           ELSE
               WRITE CLAIMS-REPORT-LINE FROM AGED-HEADING-1
               PERFORM 313-WRITE-ONE-AGED-CLAIM
                    VARYING AGED-IDX FROM 1 BY 1
                    UNTIL AGED-IDX > AGED-CLAIMS-USED
           END-IF.

       301-OPEN-CLAIMS-FILES.
           OPEN INPUT CAR-FILE-IN.
           OPEN INPUT CARARCHIVE-IN.
           OPEN INPUT INS-FILE-IN.
           OPEN INPUT INCIDENT-IN.
           OPEN INPUT CARLOC-FILE-IN.
           OPEN OUTPUT CLAIMS-REPORT.

       302-READ-PREMIUM-ROW.
           READ INS-FILE-IN
               AT END MOVE 1 TO INS-EOF-FLG
               NOT AT END ADD 1 TO INS-READ-CNT
           END-READ.

       303-READ-INCIDENT-ROW.
           READ INCIDENT-IN
               AT END MOVE 1 TO INC-EOF-FLG
               NOT AT END ADD 1 TO INC-READ-CNT
           END-READ.

      * A car that has left the fleet keeps its premium and claims
      * history; its model and engine come from the archive.
       304-ADD-CAR-ENTRY.
           MOVE 0 TO CAR-FOUND-FLG.
           MOVE CUR-CAR-ID TO CAR-ID.
           READ CAR-FILE-IN
               INVALID KEY
                   PERFORM 305-FETCH-ARCHIVED-CAR
               NOT INVALID KEY
                   MOVE CAR-MODEL TO CUR-CAR-MODEL
                   MOVE ENGINE TO CUR-ENGINE
           END-READ.
      * A car with no assignment row is reported under NONE so the
      * location totals still sum to the fleet total.
           MOVE "NONE" TO CUR-LOC-ID.
           MOVE CUR-CAR-ID TO CLA-CAR-ID.
           READ CARLOC-FILE-IN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CLA-LOC-ID TO CUR-LOC-ID
           END-READ.
           IF CAR-CLAIMS-USED < 2000
               ADD 1 TO CAR-CLAIMS-USED
               SET CAR-IDX TO CAR-CLAIMS-USED
               MOVE CUR-CAR-ID TO CT-CAR-ID (CAR-IDX)
               MOVE CUR-CAR-MODEL TO CT-CAR-MODEL (CAR-IDX)
               MOVE CUR-ENGINE TO CT-ENGINE (CAR-IDX)
               MOVE CUR-LOC-ID TO CT-LOC-ID (CAR-IDX)
               MOVE 0 TO CT-PREMIUM (CAR-IDX)
               MOVE 0 TO CT-INCIDENTS (CAR-IDX)
               MOVE 0 TO CT-SETTLED (CAR-IDX)
               MOVE 0 TO CT-OPEN-EST (CAR-IDX)
               MOVE 1 TO CAR-FOUND-FLG
           ELSE
               ADD 1 TO CAR-OVERFLOW-CNT
           END-IF.

       305-FETCH-ARCHIVED-CAR.
           MOVE CUR-CAR-ID TO ARC-CAR-ID.
           READ CARARCHIVE-IN
               INVALID KEY
                   MOVE "NOT ON FILE" TO CUR-CAR-MODEL
                   MOVE "UNKNOWN" TO CUR-ENGINE
               NOT INVALID KEY
                   MOVE ARC-CAR-MODEL TO CUR-CAR-MODEL
                   MOVE ARC-ENGINE TO CUR-ENGINE
           END-READ.

       306-CHECK-CLAIM-AGE.
           MOVE INC-DATE TO INC-DATE-WORK.
           MOVE 0 TO INC-AGE-DAYS.
           IF INC-DATE-NUM NUMERIC
               COMPUTE INC-AGE-DAYS = TODAY-INT
                       - FUNCTION INTEGER-OF-DATE(INC-DATE-NUM)
           END-IF.
           IF INC-AGE-DAYS > AGED-DAYS
               ADD 1 TO AGED-OPEN-CNT
               IF AGED-CLAIMS-USED < 1000
                   ADD 1 TO AGED-CLAIMS-USED
                   SET AGED-IDX TO AGED-CLAIMS-USED
                   MOVE INC-CAR-ID TO AT-CAR-ID (AGED-IDX)
                   MOVE INC-DATE TO AT-DATE (AGED-IDX)
                   MOVE INC-SEQ TO AT-SEQ (AGED-IDX)
                   MOVE INC-TYPE TO AT-TYPE (AGED-IDX)
                   MOVE INC-CLAIM-NO TO AT-CLAIM-NO (AGED-IDX)
                   MOVE INC-ESTIMATE-AMOUNT TO AT-ESTIMATE (AGED-IDX)
                   MOVE INC-AGE-DAYS TO AT-AGE-DAYS (AGED-IDX)
               ELSE
                   ADD 1 TO AGED-OVERFLOW-CNT
               END-IF
           END-IF.

       307-TALLY-ONE-CAR.
           ADD 1 TO GT-CAR-COUNT.
           ADD CT-PREMIUM (CAR-IDX) TO GT-PREMIUM.
           ADD CT-SETTLED (CAR-IDX) TO GT-SETTLED.
           ADD CT-OPEN-EST (CAR-IDX) TO GT-OPEN-EST.
           PERFORM 308-TALLY-ENGINE-TOTALS.
           PERFORM 309-TALLY-LOCATION-TOTALS.

       308-TALLY-ENGINE-TOTALS.
           MOVE 0 TO ENGINE-FOUND-FLG.
           SET ENG-IDX TO 1.
           SEARCH ENGINE-TOTALS-ENTRY
               AT END
                   CONTINUE
               WHEN ENG-IDX > ENGINE-TOTALS-USED
                   CONTINUE
               WHEN ET-ENGINE-NAME (ENG-IDX) EQUAL CT-ENGINE (CAR-IDX)
                   MOVE 1 TO ENGINE-FOUND-FLG
           END-SEARCH.
           IF ENGINE-FOUND-FLG EQUAL 0
               IF ENGINE-TOTALS-USED < 50
                   ADD 1 TO ENGINE-TOTALS-USED
                   SET ENG-IDX TO ENGINE-TOTALS-USED
                   MOVE CT-ENGINE (CAR-IDX) TO ET-ENGINE-NAME (ENG-IDX)
                   MOVE 0 TO ET-CAR-COUNT (ENG-IDX)
                   MOVE 0 TO ET-PREMIUM (ENG-IDX)
                   MOVE 0 TO ET-SETTLED (ENG-IDX)
                   MOVE 0 TO ET-OPEN-EST (ENG-IDX)
                   MOVE 1 TO ENGINE-FOUND-FLG
               ELSE
                   ADD 1 TO ENGINE-OVERFLOW-CNT
               END-IF
           END-IF.
           IF ENGINE-FOUND-FLG EQUAL 1
               ADD 1 TO ET-CAR-COUNT (ENG-IDX)
               ADD CT-PREMIUM (CAR-IDX) TO ET-PREMIUM (ENG-IDX)
               ADD CT-SETTLED (CAR-IDX) TO ET-SETTLED (ENG-IDX)
               ADD CT-OPEN-EST (CAR-IDX) TO ET-OPEN-EST (ENG-IDX)
           END-IF.

       309-TALLY-LOCATION-TOTALS.
           MOVE 0 TO LOC-FOUND-FLG.
           SET LOC-IDX TO 1.
           SEARCH LOC-TOTALS-ENTRY
               AT END
                   CONTINUE
               WHEN LOC-IDX > LOC-TOTALS-USED
                   CONTINUE
               WHEN LT-LOC-ID (LOC-IDX) EQUAL CT-LOC-ID (CAR-IDX)
                   MOVE 1 TO LOC-FOUND-FLG
           END-SEARCH.
           IF LOC-FOUND-FLG EQUAL 0
               IF LOC-TOTALS-USED < 50
                   ADD 1 TO LOC-TOTALS-USED
                   SET LOC-IDX TO LOC-TOTALS-USED
                   MOVE CT-LOC-ID (CAR-IDX) TO LT-LOC-ID (LOC-IDX)
                   MOVE 0 TO LT-CAR-COUNT (LOC-IDX)
                   MOVE 0 TO LT-PREMIUM (LOC-IDX)
                   MOVE 0 TO LT-SETTLED (LOC-IDX)
                   MOVE 0 TO LT-OPEN-EST (LOC-IDX)
                   MOVE 1 TO LOC-FOUND-FLG
               ELSE
                   ADD 1 TO LOC-OVERFLOW-CNT
               END-IF
           END-IF.
           IF LOC-FOUND-FLG EQUAL 1
               ADD 1 TO LT-CAR-COUNT (LOC-IDX)
               ADD CT-PREMIUM (CAR-IDX) TO LT-PREMIUM (LOC-IDX)
               ADD CT-SETTLED (CAR-IDX) TO LT-SETTLED (LOC-IDX)
               ADD CT-OPEN-EST (CAR-IDX) TO LT-OPEN-EST (LOC-IDX)
           END-IF.

       310-WRITE-ONE-CAR-LINE.
           MOVE CT-CAR-ID (CAR-IDX) TO CD-CAR-ID.
           MOVE CT-CAR-MODEL (CAR-IDX) TO CD-CAR-MODEL.
           MOVE CT-LOC-ID (CAR-IDX) TO CD-LOC-ID.
           MOVE CT-INCIDENTS (CAR-IDX) TO CD-INCIDENTS.
           MOVE CT-PREMIUM (CAR-IDX) TO CD-PREMIUM.
           MOVE CT-SETTLED (CAR-IDX) TO CD-SETTLED.
           MOVE CT-OPEN-EST (CAR-IDX) TO CD-OPEN-EST.
           IF CT-PREMIUM (CAR-IDX) EQUAL 0
               ADD 1 TO NO-PREMIUM-CNT
               MOVE " NO PREM" TO CD-LOSS-RATIO
           ELSE
               COMPUTE LOSS-RATIO ROUNDED =
                       CT-SETTLED (CAR-IDX) * 100 / CT-PREMIUM (CAR-IDX)
                   ON SIZE ERROR
                       MOVE 99999.9 TO LOSS-RATIO
               END-COMPUTE
               MOVE LOSS-RATIO TO RE-LOSS-RATIO
               MOVE RE-LOSS-RATIO TO CD-LOSS-RATIO
           END-IF.
           WRITE CLAIMS-REPORT-LINE FROM CAR-DETAIL-LINE.

       311-WRITE-ONE-ENGINE-TOTAL.
           MOVE SPACES TO TOTAL-DETAIL-LINE.
           MOVE ET-ENGINE-NAME (ENG-IDX) TO TD-LABEL.
           MOVE ET-CAR-COUNT (ENG-IDX) TO TD-CAR-COUNT.
           MOVE ET-PREMIUM (ENG-IDX) TO TD-PREMIUM.
           MOVE ET-SETTLED (ENG-IDX) TO TD-SETTLED.
           MOVE ET-OPEN-EST (ENG-IDX) TO TD-OPEN-EST.
           MOVE ET-PREMIUM (ENG-IDX) TO GRP-PREMIUM.
           MOVE ET-SETTLED (ENG-IDX) TO GRP-SETTLED.
           PERFORM 314-EDIT-GROUP-RATIO.
           WRITE CLAIMS-REPORT-LINE FROM TOTAL-DETAIL-LINE.

       312-WRITE-ONE-LOCATION-TOTAL.
           MOVE SPACES TO TOTAL-DETAIL-LINE.
           MOVE LT-LOC-ID (LOC-IDX) TO TD-LABEL.
           MOVE LT-CAR-COUNT (LOC-IDX) TO TD-CAR-COUNT.
           MOVE LT-PREMIUM (LOC-IDX) TO TD-PREMIUM.
           MOVE LT-SETTLED (LOC-IDX) TO TD-SETTLED.
           MOVE LT-OPEN-EST (LOC-IDX) TO TD-OPEN-EST.
           MOVE LT-PREMIUM (LOC-IDX) TO GRP-PREMIUM.
           MOVE LT-SETTLED (LOC-IDX) TO GRP-SETTLED.
           PERFORM 314-EDIT-GROUP-RATIO.
           WRITE CLAIMS-REPORT-LINE FROM TOTAL-DETAIL-LINE.

       313-WRITE-ONE-AGED-CLAIM.
           MOVE SPACES TO AGED-DETAIL-LINE.
           MOVE AT-CAR-ID (AGED-IDX) TO AD-CAR-ID.
           MOVE AT-DATE (AGED-IDX) TO AD-DATE.
           MOVE AT-SEQ (AGED-IDX) TO AD-SEQ.
           MOVE AT-TYPE (AGED-IDX) TO AD-TYPE.
           MOVE AT-CLAIM-NO (AGED-IDX) TO AD-CLAIM-NO.
           MOVE AT-ESTIMATE (AGED-IDX) TO AD-ESTIMATE.
           MOVE AT-AGE-DAYS (AGED-IDX) TO AD-AGE-DAYS.
           WRITE CLAIMS-REPORT-LINE FROM AGED-DETAIL-LINE.

      * Group ratios are total settled over total premium for the
      * group, so a cheap car with one large claim does not swamp the
      * figure the way an average of the cars' own ratios would.
       314-EDIT-GROUP-RATIO.
           IF GRP-PREMIUM EQUAL 0
               MOVE " NO PREM" TO TD-LOSS-RATIO
           ELSE
               COMPUTE LOSS-RATIO ROUNDED =
                       GRP-SETTLED * 100 / GRP-PREMIUM
                   ON SIZE ERROR
                       MOVE 99999.9 TO LOSS-RATIO
               END-COMPUTE
               MOVE LOSS-RATIO TO RE-LOSS-RATIO
               MOVE RE-LOSS-RATIO TO TD-LOSS-RATIO
           END-IF.

       9900-LOG-RUN-START.
           MOVE "S" TO RUN-FUNCTION.
           MOVE "CLAIMRPT" TO RUN-JOB-NAME.
           MOVE 0 TO RUN-RETURN-CODE.
           MOVE 0 TO RUN-PROCESSED-CNT.
           MOVE 0 TO RUN-REJECTED-CNT.
           CALL "RUNLOG" USING RUNLOG-PARMS.

       9910-LOG-RUN-END.
           MOVE "E" TO RUN-FUNCTION.
           MOVE WS-RETURN-CODE TO RUN-RETURN-CODE.
           MOVE INC-READ-CNT TO RUN-PROCESSED-CNT.
           MOVE 0 TO RUN-REJECTED-CNT.
           CALL "RUNLOG" USING RUNLOG-PARMS.

       END PROGRAM CLAIMRPT.
