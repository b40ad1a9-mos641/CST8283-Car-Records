      ******************************************************************
      * Author: Mostapha A
      * Purpose: Month-end owner chargeback billing. Reads the owner
      *          master OWNERFILE.TXT in OWNER-ID order and, for each
      *          owner, walks their cars through the CAR-OWNER-ID
      *          alternate key of CARFILE.TXT (as CARXREF does) to
      *          charge for the billing month named on OWNERBILL.CTL:
      *            - the month's service work orders from SERVHIST.TXT
      *            - one-twelfth of the annual premium on INSFILE.TXT
      *            - the month's depreciation on ACQFILE.TXT, by the
      *              same book-value rule as CARVALUE (see
      *              9810-COMPUTE-BOOK-VALUE)
      *          A printable statement per owner goes to
      *          OWNER-STATEMENTS.TXT and the charges go to the
      *          receivables interface OWNER-RECEIVABLES.TXT (see
      *          RCVREC) with a header, one detail per car per charge
      *          type and a count and amount hash trailer. Cars with
      *          no CAR-OWNER-ID, or one that is not on the owner
      *          master, cannot be billed and are listed on
      *          OWNERBILL-EXCEPTIONS.TXT. A missing or invalid
      *          control file bills the last complete month.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. OWNERBILL.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT OWNER-FILE-IN
               ASSIGN TO "..\OWNERFILE.TXT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS OWNER-ID.

           SELECT CAR-FILE-IN
               ASSIGN TO "..\CARFILE.TXT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CAR-ID
                   ALTERNATE RECORD KEY IS OWNER-NAME
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS ENGINE
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS CAR-OWNER-ID
                       WITH DUPLICATES.

           SELECT OPTIONAL SERVHIST-IN
               ASSIGN TO "..\SERVHIST.TXT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SERV-KEY.

           SELECT OPTIONAL INS-FILE-IN
               ASSIGN TO "..\INSFILE.TXT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS INS-CAR-ID.

           SELECT OPTIONAL ACQFILE-IN
               ASSIGN TO "..\ACQFILE.TXT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS ACQ-CAR-ID.

           SELECT OPTIONAL OWNERBILL-CTL
               ASSIGN TO "..\OWNERBILL.CTL"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OWNER-STATEMENTS
               ASSIGN TO "..\OWNER-STATEMENTS.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OWNER-RECEIVABLES
               ASSIGN TO "..\OWNER-RECEIVABLES.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OWNERBILL-EXCEPTIONS
               ASSIGN TO "..\OWNERBILL-EXCEPTIONS.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD OWNER-FILE-IN.
           COPY OWNERREC.

       FD CAR-FILE-IN.
           COPY CARREC.

       FD SERVHIST-IN.
           COPY SERVREC.

       FD INS-FILE-IN.
           COPY INSREC.

       FD ACQFILE-IN.
           COPY ACQREC.

       FD OWNERBILL-CTL.
       01 BILL-CTL-RECORD.
           05 CTL-BILL-MONTH PIC 9(6).

       FD OWNER-STATEMENTS.
       01 STATEMENT-LINE PIC X(80).

       FD OWNER-RECEIVABLES.
           COPY RCVREC.

       FD OWNERBILL-EXCEPTIONS.
       01 EXCEPTION-LINE PIC X(80).

       WORKING-STORAGE SECTION.

       01 CONTROL-FIELDS.
           05 OWNER-EOF-FLG PIC 9 VALUE 0.
           05 CARS-EOF-FLG PIC 9 VALUE 0.
           05 SERV-EOF-FLG PIC 9 VALUE 0.
           05 OWNER-READ-CNT PIC 9(6) VALUE 0.
           05 OWNER-BILLED-CNT PIC 9(6) VALUE 0.
           05 OWNER-CAR-CNT PIC 9(6) VALUE 0.
           05 CAR-BILLED-CNT PIC 9(6) VALUE 0.
           05 CAR-SWEEP-CNT PIC 9(6) VALUE 0.
           05 WORK-ORDER-CNT PIC 9(6) VALUE 0.
           05 NOT-COSTED-CNT PIC 9(6) VALUE 0.
           05 NOT-INSURED-CNT PIC 9(6) VALUE 0.
           05 UNBILLABLE-CNT PIC 9(6) VALUE 0.
           05 DETAIL-RECORD-CNT PIC 9(6) VALUE 0.
           05 WS-RETURN-CODE PIC 9(4) VALUE 0.

       01 BILLING-PERIOD-FIELDS.
           05 RUN-DATE PIC X(8) VALUE SPACES.
           05 RUN-YEAR PIC 9(4) VALUE 0.
           05 RUN-MONTH PIC 9(2) VALUE 0.
           05 BILL-MONTH PIC 9(6) VALUE 0.
           05 BILL-MONTH-X REDEFINES BILL-MONTH PIC X(6).
           05 NEXT-YEAR PIC 9(4) VALUE 0.
           05 NEXT-MONTH PIC 9(2) VALUE 0.
           05 NEXT-BILL-MONTH PIC 9(6) VALUE 0.
           05 NEXT-BILL-MONTH-X REDEFINES NEXT-BILL-MONTH PIC X(6).

       01 CHARGE-FIELDS.
           05 CHARGE-TYPE PIC X(3) VALUE SPACES.
           05 CHARGE-AMOUNT PIC 9(7)V99 VALUE 0.
           05 CAR-SERVICE-TOTAL PIC 9(7)V99 VALUE 0.
           05 DEPRECIATION-TO-DATE PIC 9(7)V99 VALUE 0.
           05 OWNER-TOTAL PIC 9(9)V99 VALUE 0.
           05 AMOUNT-HASH PIC 9(11)V99 VALUE 0.

       COPY BOOKVALWS.

       01 STATEMENT-HEADING-1.
           05 FILLER PIC X(18) VALUE "OWNER STATEMENT - ".
           05 SH-OWNER-ID PIC X(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 SH-OWNER-NAME PIC X(30).
           05 FILLER PIC X(15) VALUE "  BILLING MONTH".
           05 FILLER PIC X(1) VALUE SPACE.
           05 SH-BILL-MONTH PIC X(6).

       01 STATEMENT-HEADING-2.
           05 FILLER PIC X(18) VALUE SPACES.
           05 SH-OWNER-STREET PIC X(30).
           05 FILLER PIC X(1) VALUE SPACE.
           05 SH-OWNER-CITY PIC X(20).

       01 STATEMENT-HEADING-3.
           05 FILLER PIC X(6) VALUE "CAR ID".
           05 FILLER PIC X(1) VALUE SPACE.
           05 FILLER PIC X(15) VALUE "CAR MODEL".
           05 FILLER PIC X(1) VALUE SPACE.
           05 FILLER PIC X(40) VALUE "CHARGE".
           05 FILLER PIC X(15) VALUE "         AMOUNT".

       01 STATEMENT-DETAIL-LINE.
           05 SD-CAR-ID PIC X(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 SD-CAR-MODEL PIC X(15).
           05 FILLER PIC X(1) VALUE SPACE.
           05 SD-CHARGE-TEXT PIC X(40).
           05 FILLER PIC X(2) VALUE SPACES.
           05 SD-AMOUNT PIC ZZ,ZZZ,ZZ9.99.

       01 STATEMENT-TOTAL-LINE.
           05 FILLER PIC X(23) VALUE SPACES.
           05 ST-LABEL PIC X(40).
           05 FILLER PIC X(1) VALUE SPACE.
           05 ST-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.

       01 EXCEPTION-DETAIL-LINE.
           05 XD-CAR-ID PIC X(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 XD-CAR-MODEL PIC X(15).
           05 FILLER PIC X(1) VALUE SPACE.
           05 XD-OWNER-NAME PIC X(30).
           05 FILLER PIC X(1) VALUE SPACE.
           05 XD-REASON PIC X(26).

       01 TOTAL-AMOUNT-ED PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       COPY RUNLOGWS.

       PROCEDURE DIVISION.

       100-PRODUCE-OWNER-BILLING.
           PERFORM 9900-LOG-RUN-START.
           PERFORM 201-INITIATE-BILLING.
           PERFORM 202-BILL-ONE-OWNER
                UNTIL OWNER-EOF-FLG EQUAL 1.
           PERFORM 204-LIST-UNBILLABLE-CARS.
           PERFORM 207-WRITE-TRAILER-RECORD.
           PERFORM 205-DISPLAY-BILLING-TOTALS.
           PERFORM 206-SET-RETURN-CODE.
           PERFORM 203-CLOSE-BILLING-FILES.
           PERFORM 9910-LOG-RUN-END.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       201-INITIATE-BILLING.
           PERFORM 301-OPEN-BILLING-FILES.
           PERFORM 302-LOAD-BILLING-CONTROL.
           MOVE SPACES TO RECEIVABLE-RECORD.
           MOVE "H" TO RCV-RECORD-TYPE.
           MOVE RUN-DATE TO RCV-RUN-DATE.
           MOVE BILL-MONTH-X TO RCV-BILL-MONTH.
           WRITE RECEIVABLE-RECORD.
           MOVE SPACES TO EXCEPTION-LINE.
           STRING "UNBILLABLE CARS FOR BILLING MONTH "
                  DELIMITED BY SIZE
                  BILL-MONTH-X DELIMITED BY SIZE
                  INTO EXCEPTION-LINE.
           WRITE EXCEPTION-LINE.
           PERFORM 303-READ-OWNER-RECORD.

      * An owner with no cars on the fleet has nothing to pay and
      * gets no statement.
       202-BILL-ONE-OWNER.
           ADD 1 TO OWNER-READ-CNT.
           MOVE 0 TO OWNER-TOTAL.
           PERFORM 304-BILL-OWNER-CARS.
           IF OWNER-CAR-CNT > 0
               ADD 1 TO OWNER-BILLED-CNT
               MOVE SPACES TO STATEMENT-LINE
               WRITE STATEMENT-LINE
               MOVE "TOTAL DUE FOR MONTH" TO ST-LABEL
               MOVE OWNER-TOTAL TO ST-AMOUNT
               WRITE STATEMENT-LINE FROM STATEMENT-TOTAL-LINE
               MOVE ALL "-" TO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF.
           PERFORM 303-READ-OWNER-RECORD.

       203-CLOSE-BILLING-FILES.
           CLOSE OWNER-FILE-IN
                 CAR-FILE-IN
                 SERVHIST-IN
                 INS-FILE-IN
                 ACQFILE-IN
                 OWNER-STATEMENTS
                 OWNER-RECEIVABLES
                 OWNERBILL-EXCEPTIONS.

      * The owner walk only reaches cars whose CAR-OWNER-ID names an
      * owner on the master, so a full sweep of the fleet by CAR-ID
      * picks up the rest.
       204-LIST-UNBILLABLE-CARS.
           MOVE 0 TO CARS-EOF-FLG.
           MOVE LOW-VALUES TO CAR-ID.
           START CAR-FILE-IN KEY NOT LESS THAN CAR-ID
               INVALID KEY MOVE 1 TO CARS-EOF-FLG
           END-START.
           PERFORM 313-READ-NEXT-FLEET-CAR.
           PERFORM 314-CHECK-ONE-FLEET-CAR
                UNTIL CARS-EOF-FLG EQUAL 1.
           IF UNBILLABLE-CNT EQUAL 0
               MOVE "  NONE" TO EXCEPTION-LINE
               WRITE EXCEPTION-LINE
           END-IF.

       205-DISPLAY-BILLING-TOTALS.
           DISPLAY SPACE.
           DISPLAY "OWNER BILLING TOTALS FOR " BILL-MONTH-X.
           DISPLAY "  OWNERS READ:          " OWNER-READ-CNT.
           DISPLAY "  OWNERS BILLED:        " OWNER-BILLED-CNT.
           DISPLAY "  CARS BILLED:          " CAR-BILLED-CNT.
           DISPLAY "  WORK ORDERS BILLED:   " WORK-ORDER-CNT.
           DISPLAY "  CARS NOT INSURED:     " NOT-INSURED-CNT.
           DISPLAY "  CARS NOT COSTED:      " NOT-COSTED-CNT.
           DISPLAY "  UNBILLABLE CARS:      " UNBILLABLE-CNT.
           DISPLAY "  CHARGE RECORDS:       " DETAIL-RECORD-CNT.
           MOVE AMOUNT-HASH TO TOTAL-AMOUNT-ED.
           DISPLAY "  AMOUNT HASH TOTAL: " TOTAL-AMOUNT-ED.

       206-SET-RETURN-CODE.
           IF UNBILLABLE-CNT > 0
               MOVE 4 TO WS-RETURN-CODE
           ELSE
               MOVE 0 TO WS-RETURN-CODE
           END-IF.

       207-WRITE-TRAILER-RECORD.
           MOVE SPACES TO RECEIVABLE-RECORD.
           MOVE "T" TO RCV-RECORD-TYPE.
           MOVE DETAIL-RECORD-CNT TO RCV-RECORD-COUNT.
           MOVE AMOUNT-HASH TO RCV-AMOUNT-HASH.
           WRITE RECEIVABLE-RECORD.

       301-OPEN-BILLING-FILES.
           OPEN INPUT OWNER-FILE-IN.
           OPEN INPUT CAR-FILE-IN.
           OPEN INPUT SERVHIST-IN.
           OPEN INPUT INS-FILE-IN.
           OPEN INPUT ACQFILE-IN.
           OPEN OUTPUT OWNER-STATEMENTS.
           OPEN OUTPUT OWNER-RECEIVABLES.
           OPEN OUTPUT OWNERBILL-EXCEPTIONS.

       302-LOAD-BILLING-CONTROL.
           MOVE FUNCTION CURRENT-DATE (1:8) TO RUN-DATE.
           MOVE RUN-DATE (1:4) TO RUN-YEAR.
           MOVE RUN-DATE (5:2) TO RUN-MONTH.
           IF RUN-MONTH EQUAL 1
               SUBTRACT 1 FROM RUN-YEAR
               MOVE 12 TO RUN-MONTH
           ELSE
               SUBTRACT 1 FROM RUN-MONTH
           END-IF.
           COMPUTE BILL-MONTH = RUN-YEAR * 100 + RUN-MONTH.
           OPEN INPUT OWNERBILL-CTL.
           READ OWNERBILL-CTL
               AT END
                   DISPLAY "BILLING CONTROL NOT ON FILE - USING "
                           BILL-MONTH
               NOT AT END
                   IF CTL-BILL-MONTH NUMERIC
                           AND CTL-BILL-MONTH (5:2) > "00"
                           AND CTL-BILL-MONTH (5:2) < "13"
                       MOVE CTL-BILL-MONTH TO BILL-MONTH
                   ELSE
                       DISPLAY "BILLING MONTH CONTROL INVALID - USING "
                               BILL-MONTH
                   END-IF
           END-READ.
           CLOSE OWNERBILL-CTL.
           MOVE BILL-MONTH-X (1:4) TO NEXT-YEAR.
           MOVE BILL-MONTH-X (5:2) TO NEXT-MONTH.
           IF NEXT-MONTH EQUAL 12
               ADD 1 TO NEXT-YEAR
               MOVE 1 TO NEXT-MONTH
           ELSE
               ADD 1 TO NEXT-MONTH
           END-IF.
           COMPUTE NEXT-BILL-MONTH = NEXT-YEAR * 100 + NEXT-MONTH.

       303-READ-OWNER-RECORD.
           READ OWNER-FILE-IN NEXT RECORD
               AT END MOVE 1 TO OWNER-EOF-FLG.

       304-BILL-OWNER-CARS.
           MOVE 0 TO OWNER-CAR-CNT.
           MOVE 0 TO CARS-EOF-FLG.
           MOVE OWNER-ID TO CAR-OWNER-ID.
           START CAR-FILE-IN KEY EQUAL CAR-OWNER-ID
               INVALID KEY MOVE 1 TO CARS-EOF-FLG
           END-START.
           PERFORM 305-READ-NEXT-OWNER-CAR.
           PERFORM 306-BILL-ONE-CAR
                UNTIL CARS-EOF-FLG EQUAL 1.

       305-READ-NEXT-OWNER-CAR.
           IF CARS-EOF-FLG NOT EQUAL 1
               READ CAR-FILE-IN NEXT RECORD
                   AT END MOVE 1 TO CARS-EOF-FLG
               END-READ
               IF CARS-EOF-FLG NOT EQUAL 1
                       AND CAR-OWNER-ID NOT EQUAL OWNER-ID
                   MOVE 1 TO CARS-EOF-FLG
               END-IF
           END-IF.

       306-BILL-ONE-CAR.
           IF OWNER-CAR-CNT EQUAL 0
               PERFORM 307-WRITE-STATEMENT-HEADING
           END-IF.
           ADD 1 TO OWNER-CAR-CNT.
           ADD 1 TO CAR-BILLED-CNT.
           PERFORM 308-CHARGE-SERVICE-WORK.
           PERFORM 311-CHARGE-INSURANCE.
           PERFORM 312-CHARGE-DEPRECIATION.
           PERFORM 305-READ-NEXT-OWNER-CAR.

       307-WRITE-STATEMENT-HEADING.
           MOVE OWNER-ID TO SH-OWNER-ID.
           MOVE OWNER-CANONICAL-NAME TO SH-OWNER-NAME.
           MOVE BILL-MONTH-X TO SH-BILL-MONTH.
           MOVE OWNER-STREET TO SH-OWNER-STREET.
           MOVE OWNER-CITY TO SH-OWNER-CITY.
           WRITE STATEMENT-LINE FROM STATEMENT-HEADING-1.
           WRITE STATEMENT-LINE FROM STATEMENT-HEADING-2.
           MOVE SPACES TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           WRITE STATEMENT-LINE FROM STATEMENT-HEADING-3.

      * Each work order is itemised on the statement; the ledger gets
      * one service charge for the car.
       308-CHARGE-SERVICE-WORK.
           MOVE 0 TO CAR-SERVICE-TOTAL.
           MOVE 0 TO SERV-EOF-FLG.
           MOVE CAR-ID TO SERV-CAR-ID.
           MOVE SPACES TO SERV-DATE.
           STRING BILL-MONTH-X DELIMITED BY SIZE
                  "01" DELIMITED BY SIZE
                  INTO SERV-DATE.
           MOVE 0 TO SERV-SEQ.
           START SERVHIST-IN KEY NOT LESS THAN SERV-KEY
               INVALID KEY MOVE 1 TO SERV-EOF-FLG
           END-START.
           PERFORM 309-READ-NEXT-SERVICE.
           PERFORM 310-ITEMISE-ONE-SERVICE
                UNTIL SERV-EOF-FLG EQUAL 1.
           IF CAR-SERVICE-TOTAL > 0
               MOVE "SRV" TO CHARGE-TYPE
               MOVE CAR-SERVICE-TOTAL TO CHARGE-AMOUNT
               PERFORM 315-WRITE-CHARGE-RECORD
           END-IF.

       309-READ-NEXT-SERVICE.
           IF SERV-EOF-FLG NOT EQUAL 1
               READ SERVHIST-IN NEXT RECORD
                   AT END MOVE 1 TO SERV-EOF-FLG
               END-READ
               IF SERV-EOF-FLG NOT EQUAL 1
                   IF SERV-CAR-ID NOT EQUAL CAR-ID
                           OR SERV-DATE (1:6) NOT EQUAL BILL-MONTH-X
                       MOVE 1 TO SERV-EOF-FLG
                   END-IF
               END-IF
           END-IF.

       310-ITEMISE-ONE-SERVICE.
           ADD 1 TO WORK-ORDER-CNT.
           ADD SERV-COST TO CAR-SERVICE-TOTAL.
           MOVE SPACES TO STATEMENT-DETAIL-LINE.
           MOVE CAR-ID TO SD-CAR-ID.
           MOVE CAR-MODEL TO SD-CAR-MODEL.
           STRING "SERVICE " DELIMITED BY SIZE
                  SERV-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SERV-DESCRIPTION DELIMITED BY SIZE
                  INTO SD-CHARGE-TEXT.
           MOVE SERV-COST TO SD-AMOUNT.
           WRITE STATEMENT-LINE FROM STATEMENT-DETAIL-LINE.
           ADD SERV-COST TO OWNER-TOTAL.
           PERFORM 309-READ-NEXT-SERVICE.

       311-CHARGE-INSURANCE.
           MOVE CAR-ID TO INS-CAR-ID.
           READ INS-FILE-IN
               INVALID KEY
                   ADD 1 TO NOT-INSURED-CNT
               NOT INVALID KEY
                   COMPUTE CHARGE-AMOUNT ROUNDED =
                           INS-PREMIUM-AMOUNT / 12
                   IF CHARGE-AMOUNT > 0
                       MOVE "INS" TO CHARGE-TYPE
                       MOVE "INSURANCE - ONE-TWELFTH ANNUAL PREMIUM"
                            TO SD-CHARGE-TEXT
                       PERFORM 316-WRITE-CHARGE-LINE
                       PERFORM 315-WRITE-CHARGE-RECORD
                   END-IF
           END-READ.

      * The month's charge is the book depreciation at the start of
      * the following month less that at the start of this one, so
      * the charges over a car's life add up to what CARVALUE writes
      * off.
       312-CHARGE-DEPRECIATION.
           MOVE CAR-ID TO ACQ-CAR-ID.
           READ ACQFILE-IN
               INVALID KEY
                   ADD 1 TO NOT-COSTED-CNT
               NOT INVALID KEY
                   MOVE SPACES TO BOOK-AS-OF-DATE
                   STRING NEXT-BILL-MONTH-X DELIMITED BY SIZE
                          "01" DELIMITED BY SIZE
                          INTO BOOK-AS-OF-DATE
                   PERFORM 9810-COMPUTE-BOOK-VALUE
                   MOVE BOOK-DEPRECIATION-NUM TO DEPRECIATION-TO-DATE
                   MOVE SPACES TO BOOK-AS-OF-DATE
                   STRING BILL-MONTH-X DELIMITED BY SIZE
                          "01" DELIMITED BY SIZE
                          INTO BOOK-AS-OF-DATE
                   PERFORM 9810-COMPUTE-BOOK-VALUE
                   COMPUTE CHARGE-AMOUNT =
                           DEPRECIATION-TO-DATE - BOOK-DEPRECIATION-NUM
                   IF CHARGE-AMOUNT > 0
                       MOVE "DEP" TO CHARGE-TYPE
                       MOVE "DEPRECIATION FOR MONTH" TO SD-CHARGE-TEXT
                       PERFORM 316-WRITE-CHARGE-LINE
                       PERFORM 315-WRITE-CHARGE-RECORD
                   END-IF
           END-READ.

       313-READ-NEXT-FLEET-CAR.
           READ CAR-FILE-IN NEXT RECORD
               AT END MOVE 1 TO CARS-EOF-FLG
               NOT AT END ADD 1 TO CAR-SWEEP-CNT
           END-READ.

       314-CHECK-ONE-FLEET-CAR.
           MOVE SPACES TO XD-REASON.
           IF CAR-OWNER-ID EQUAL SPACES
               MOVE "NO OWNER ID ON CAR" TO XD-REASON
           ELSE
               MOVE CAR-OWNER-ID TO OWNER-ID
               READ OWNER-FILE-IN
                   INVALID KEY
                       MOVE "OWNER ID NOT ON OWNER FILE" TO XD-REASON
                   NOT INVALID KEY
                       CONTINUE
               END-READ
           END-IF.
           IF XD-REASON NOT EQUAL SPACES
               ADD 1 TO UNBILLABLE-CNT
               MOVE CAR-ID TO XD-CAR-ID
               MOVE CAR-MODEL TO XD-CAR-MODEL
               MOVE OWNER-NAME TO XD-OWNER-NAME
               WRITE EXCEPTION-LINE FROM EXCEPTION-DETAIL-LINE
           END-IF.
           PERFORM 313-READ-NEXT-FLEET-CAR.

       315-WRITE-CHARGE-RECORD.
           ADD 1 TO DETAIL-RECORD-CNT.
           ADD CHARGE-AMOUNT TO AMOUNT-HASH.
           MOVE SPACES TO RECEIVABLE-RECORD.
           MOVE "D" TO RCV-RECORD-TYPE.
           MOVE OWNER-ID TO RCV-OWNER-ID.
           MOVE CAR-ID TO RCV-CAR-ID.
           MOVE CHARGE-TYPE TO RCV-CHARGE-TYPE.
           MOVE BILL-MONTH-X TO RCV-CHARGE-MONTH.
           MOVE CHARGE-AMOUNT TO RCV-AMOUNT.
           WRITE RECEIVABLE-RECORD.

      * Callers set SD-CHARGE-TEXT before the line is filled in, so
      * only the car and amount are moved here.
       316-WRITE-CHARGE-LINE.
           MOVE CAR-ID TO SD-CAR-ID.
           MOVE CAR-MODEL TO SD-CAR-MODEL.
           MOVE CHARGE-AMOUNT TO SD-AMOUNT.
           WRITE STATEMENT-LINE FROM STATEMENT-DETAIL-LINE.
           ADD CHARGE-AMOUNT TO OWNER-TOTAL.

       COPY BOOKVALPR.

       9900-LOG-RUN-START.
           MOVE "S" TO RUN-FUNCTION.
           MOVE "OWNERBILL" TO RUN-JOB-NAME.
           MOVE 0 TO RUN-RETURN-CODE.
           MOVE 0 TO RUN-PROCESSED-CNT.
           MOVE 0 TO RUN-REJECTED-CNT.
           CALL "RUNLOG" USING RUNLOG-PARMS.

       9910-LOG-RUN-END.
           MOVE "E" TO RUN-FUNCTION.
           MOVE WS-RETURN-CODE TO RUN-RETURN-CODE.
           MOVE CAR-BILLED-CNT TO RUN-PROCESSED-CNT.
           MOVE UNBILLABLE-CNT TO RUN-REJECTED-CNT.
           CALL "RUNLOG" USING RUNLOG-PARMS.

       END PROGRAM OWNERBILL.
