      ******************************************************************
      * Author: Mostapha A
      * Purpose: Post accident and claims transactions from
      *          INCTRANS.TXT to the incident file INCIDENT.TXT.
      *          An "A" transaction records a new incident, sequenced
      *          within the day the way SERVPOST sequences work
      *          orders; a "U" transaction carries the broker's claim
      *          progress (claim number, amounts, status) onto the
      *          incident named by its CAR-ID, date and sequence. The
      *          car must be on CARFILE.TXT or, since a write-off is
      *          often disposed of before the claim settles, on
      *          CARARCHIVE.TXT - but an incident dated after the
      *          car's disposal, or after today, is turned away.
      *          Rejects carry reason codes in the style of the
      *          SERVPOST-REJECTS file:
      *            01 invalid transaction code
      *            02 CAR-ID missing
      *            03 CAR-ID not on file or archive
      *            04 incident date invalid
      *            05 incident dated after the car was disposed
      *            06 incident type missing
      *            07 at-fault flag not Y or N
      *            08 estimate not numeric
      *            09 settled amount not numeric
      *            10 claim status not O, S or D
      *            11 incident not on file (update)
      *            12 incident date after today
      *            13 too many incidents for the car on one day
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. INCPOST.

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

           SELECT OPTIONAL INCIDENT-IO
               ASSIGN TO "..\INCIDENT.TXT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS INC-KEY.

           SELECT INCTRANS-IN
               ASSIGN TO "..\INCTRANS.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT INCPOST-REJECTS
               ASSIGN TO "..\INCPOST-REJECTS.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD CAR-FILE-IN.
           COPY CARREC.

       FD CARARCHIVE-IN.
           COPY ARCREC.

       FD INCIDENT-IO.
           COPY INCREC.

       FD INCTRANS-IN.
       01 ITRANS-RECORD-IN.
           05 ITRANS-CODE PIC X(1).
           05 ITRANS-CAR-ID PIC X(6).
           05 ITRANS-DATE PIC X(8).
           05 ITRANS-DATE-NUM REDEFINES ITRANS-DATE PIC 9(8).
           05 ITRANS-SEQ PIC X(2).
           05 ITRANS-TYPE PIC X(12).
           05 ITRANS-AT-FAULT PIC X(1).
           05 ITRANS-CLAIM-NO PIC X(12).
           05 ITRANS-ESTIMATE PIC X(10).
           05 ITRANS-SETTLED PIC X(10).
           05 ITRANS-STATUS PIC X(1).

       FD INCPOST-REJECTS.
       01 INC-REJECT-OUT.
           05 NJ-REASON-CODE PIC X(2).
           05 FILLER PIC X(1) VALUE SPACE.
           05 NJ-REASON-TEXT PIC X(30).
           05 FILLER PIC X(1) VALUE SPACE.
           05 NJ-TRANS-IMAGE PIC X(63).

       WORKING-STORAGE SECTION.

       01 CONTROL-FIELDS.
           05 TRANS-EOF-FLG PIC 9 VALUE 0.
           05 REJECT-FLG PIC 9 VALUE 0.
           05 CAR-FOUND-FLG PIC 9 VALUE 0.
           05 ARCHIVE-FOUND-FLG PIC 9 VALUE 0.
           05 INCIDENT-FOUND-FLG PIC 9 VALUE 0.
           05 WRITTEN-FLG PIC 9 VALUE 0.
           05 TRANS-READ-CNT PIC 9(6) VALUE 0.
           05 INCIDENT-ADDED-CNT PIC 9(6) VALUE 0.
           05 INCIDENT-UPDATED-CNT PIC 9(6) VALUE 0.
           05 TRANS-REJECT-CNT PIC 9(6) VALUE 0.
           05 WS-RETURN-CODE PIC 9(4) VALUE 0.

       01 RUN-DATE PIC X(8) VALUE SPACES.

       COPY RUNLOGWS.

       PROCEDURE DIVISION.

       100-POST-INCIDENT-TRANS.
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
           MOVE FUNCTION CURRENT-DATE (1:8) TO RUN-DATE.
           PERFORM 301-OPEN-POSTING-FILES.
           PERFORM 303-READ-TRANSACTION.

       202-POST-ONE-TRANSACTION.
           PERFORM 305-VALIDATE-TRANSACTION.
           IF REJECT-FLG EQUAL 1
               PERFORM 308-WRITE-REJECT-RECORD
           ELSE
               IF ITRANS-CODE EQUAL "A"
                   PERFORM 306-ADD-INCIDENT-RECORD
               ELSE
                   PERFORM 309-UPDATE-INCIDENT-RECORD
               END-IF
           END-IF.
           PERFORM 303-READ-TRANSACTION.

       203-CLOSE-POSTING-FILES.
           CLOSE CAR-FILE-IN
                 CARARCHIVE-IN
                 INCIDENT-IO
                 INCTRANS-IN
                 INCPOST-REJECTS.

       205-DISPLAY-CONTROL-TOTALS.
           DISPLAY SPACE.
           DISPLAY "INCIDENT POSTING TOTALS".
           DISPLAY "  TRANSACTIONS READ:     " TRANS-READ-CNT.
           DISPLAY "  INCIDENTS ADDED:       " INCIDENT-ADDED-CNT.
           DISPLAY "  INCIDENTS UPDATED:     " INCIDENT-UPDATED-CNT.
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
           OPEN I-O INCIDENT-IO.
           OPEN INPUT INCTRANS-IN.
           OPEN OUTPUT INCPOST-REJECTS.

       302-CHECK-CAR-ON-FILE.
           MOVE 0 TO CAR-FOUND-FLG.
           MOVE 0 TO ARCHIVE-FOUND-FLG.
           MOVE ITRANS-CAR-ID TO CAR-ID.
           READ CAR-FILE-IN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO CAR-FOUND-FLG
           END-READ.
           IF CAR-FOUND-FLG EQUAL 0
               MOVE ITRANS-CAR-ID TO ARC-CAR-ID
               READ CARARCHIVE-IN
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 1 TO ARCHIVE-FOUND-FLG
               END-READ
           END-IF.

       303-READ-TRANSACTION.
           READ INCTRANS-IN
               AT END MOVE 1 TO TRANS-EOF-FLG
               NOT AT END ADD 1 TO TRANS-READ-CNT
           END-READ.

       304-CHECK-INCIDENT-ON-FILE.
           MOVE 0 TO INCIDENT-FOUND-FLG.
           IF ITRANS-SEQ NUMERIC
               MOVE ITRANS-CAR-ID TO INC-CAR-ID
               MOVE ITRANS-DATE TO INC-DATE
               MOVE ITRANS-SEQ TO INC-SEQ
               READ INCIDENT-IO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 1 TO INCIDENT-FOUND-FLG
               END-READ
           END-IF.

      * Amounts and status may be left blank on an add (a fresh
      * incident has no claim yet) or on an update (only what the
      * broker has changed is sent); anything keyed must be valid.
       305-VALIDATE-TRANSACTION.
           MOVE 0 TO REJECT-FLG.
           MOVE SPACES TO INC-REJECT-OUT.
           PERFORM 302-CHECK-CAR-ON-FILE.
           IF ITRANS-CODE EQUAL "U"
               PERFORM 304-CHECK-INCIDENT-ON-FILE
           END-IF.
           EVALUATE TRUE
               WHEN ITRANS-CODE NOT EQUAL "A"
                       AND ITRANS-CODE NOT EQUAL "U"
                   MOVE 1 TO REJECT-FLG
                   MOVE "01" TO NJ-REASON-CODE
                   MOVE "INVALID TRANSACTION CODE" TO NJ-REASON-TEXT
               WHEN ITRANS-CAR-ID EQUAL SPACES
                   MOVE 1 TO REJECT-FLG
                   MOVE "02" TO NJ-REASON-CODE
                   MOVE "CAR ID MISSING" TO NJ-REASON-TEXT
               WHEN CAR-FOUND-FLG EQUAL 0
                       AND ARCHIVE-FOUND-FLG EQUAL 0
                   MOVE 1 TO REJECT-FLG
                   MOVE "03" TO NJ-REASON-CODE
                   MOVE "CAR ID NOT ON FILE OR ARCHIVE"
                        TO NJ-REASON-TEXT
               WHEN ITRANS-DATE EQUAL SPACES
                       OR ITRANS-DATE NOT NUMERIC
                   MOVE 1 TO REJECT-FLG
                   MOVE "04" TO NJ-REASON-CODE
                   MOVE "INCIDENT DATE INVALID" TO NJ-REASON-TEXT
               WHEN FUNCTION TEST-DATE-YYYYMMDD(ITRANS-DATE-NUM)
                       NOT EQUAL 0
                   MOVE 1 TO REJECT-FLG
                   MOVE "04" TO NJ-REASON-CODE
                   MOVE "INCIDENT DATE INVALID" TO NJ-REASON-TEXT
               WHEN ITRANS-DATE > RUN-DATE
                   MOVE 1 TO REJECT-FLG
                   MOVE "12" TO NJ-REASON-CODE
                   MOVE "INCIDENT DATE AFTER TODAY" TO NJ-REASON-TEXT
               WHEN ARCHIVE-FOUND-FLG EQUAL 1
                       AND ITRANS-DATE > ARC-DISPOSAL-DATE
                   MOVE 1 TO REJECT-FLG
                   MOVE "05" TO NJ-REASON-CODE
                   MOVE "INCIDENT AFTER CAR DISPOSED" TO NJ-REASON-TEXT
               WHEN ITRANS-CODE EQUAL "A"
                       AND ITRANS-TYPE EQUAL SPACES
                   MOVE 1 TO REJECT-FLG
                   MOVE "06" TO NJ-REASON-CODE
                   MOVE "INCIDENT TYPE MISSING" TO NJ-REASON-TEXT
               WHEN ITRANS-CODE EQUAL "A"
                       AND ITRANS-AT-FAULT NOT EQUAL "Y"
                       AND ITRANS-AT-FAULT NOT EQUAL "N"
                   MOVE 1 TO REJECT-FLG
                   MOVE "07" TO NJ-REASON-CODE
                   MOVE "AT-FAULT FLAG NOT Y OR N" TO NJ-REASON-TEXT
               WHEN ITRANS-ESTIMATE NOT EQUAL SPACES
                       AND FUNCTION TRIM(ITRANS-ESTIMATE) NOT NUMERIC
                   MOVE 1 TO REJECT-FLG
                   MOVE "08" TO NJ-REASON-CODE
                   MOVE "ESTIMATE NOT NUMERIC" TO NJ-REASON-TEXT
               WHEN ITRANS-SETTLED NOT EQUAL SPACES
                       AND FUNCTION TRIM(ITRANS-SETTLED) NOT NUMERIC
                   MOVE 1 TO REJECT-FLG
                   MOVE "09" TO NJ-REASON-CODE
                   MOVE "SETTLED AMOUNT NOT NUMERIC" TO NJ-REASON-TEXT
               WHEN ITRANS-STATUS NOT EQUAL SPACE
                       AND ITRANS-STATUS NOT EQUAL "O"
                       AND ITRANS-STATUS NOT EQUAL "S"
                       AND ITRANS-STATUS NOT EQUAL "D"
                   MOVE 1 TO REJECT-FLG
                   MOVE "10" TO NJ-REASON-CODE
                   MOVE "CLAIM STATUS NOT O, S OR D" TO NJ-REASON-TEXT
               WHEN ITRANS-CODE EQUAL "U"
                       AND INCIDENT-FOUND-FLG EQUAL 0
                   MOVE 1 TO REJECT-FLG
                   MOVE "11" TO NJ-REASON-CODE
                   MOVE "INCIDENT NOT ON FILE" TO NJ-REASON-TEXT
           END-EVALUATE.

       306-ADD-INCIDENT-RECORD.
           MOVE ITRANS-CAR-ID TO INC-CAR-ID.
           MOVE ITRANS-DATE TO INC-DATE.
           MOVE 1 TO INC-SEQ.
           MOVE ITRANS-TYPE TO INC-TYPE.
           MOVE ITRANS-AT-FAULT TO INC-AT-FAULT.
           MOVE ITRANS-CLAIM-NO TO INC-CLAIM-NO.
           MOVE 0 TO INC-ESTIMATE-AMOUNT.
           MOVE 0 TO INC-SETTLED-AMOUNT.
           MOVE "O" TO INC-STATUS.
           PERFORM 310-APPLY-CLAIM-FIELDS.
           MOVE 0 TO WRITTEN-FLG.
           PERFORM 307-ATTEMPT-INCIDENT-WRITE
                UNTIL WRITTEN-FLG EQUAL 1 OR INC-SEQ EQUAL 99.
           IF WRITTEN-FLG EQUAL 1
               ADD 1 TO INCIDENT-ADDED-CNT
               DISPLAY "INCIDENT ADDED: " INC-CAR-ID " " INC-DATE
                       " SEQ " INC-SEQ
           ELSE
               MOVE SPACES TO INC-REJECT-OUT
               MOVE "13" TO NJ-REASON-CODE
               MOVE "TOO MANY INCIDENTS SAME DAY" TO NJ-REASON-TEXT
               PERFORM 308-WRITE-REJECT-RECORD
           END-IF.

       307-ATTEMPT-INCIDENT-WRITE.
           WRITE INCIDENT-RECORD
               INVALID KEY
                   ADD 1 TO INC-SEQ
               NOT INVALID KEY
                   MOVE 1 TO WRITTEN-FLG
           END-WRITE.

       308-WRITE-REJECT-RECORD.
           ADD 1 TO TRANS-REJECT-CNT.
           MOVE ITRANS-RECORD-IN TO NJ-TRANS-IMAGE.
           WRITE INC-REJECT-OUT.

      * The incident was read into the record area by the validation,
      * so only the fields the broker sent are laid over it.
       309-UPDATE-INCIDENT-RECORD.
           IF ITRANS-TYPE NOT EQUAL SPACES
               MOVE ITRANS-TYPE TO INC-TYPE
           END-IF.
           IF ITRANS-AT-FAULT EQUAL "Y" OR ITRANS-AT-FAULT EQUAL "N"
               MOVE ITRANS-AT-FAULT TO INC-AT-FAULT
           END-IF.
           IF ITRANS-CLAIM-NO NOT EQUAL SPACES
               MOVE ITRANS-CLAIM-NO TO INC-CLAIM-NO
           END-IF.
           PERFORM 310-APPLY-CLAIM-FIELDS.
           REWRITE INCIDENT-RECORD
               INVALID KEY
                   MOVE SPACES TO INC-REJECT-OUT
                   MOVE "11" TO NJ-REASON-CODE
                   MOVE "INCIDENT NOT ON FILE" TO NJ-REASON-TEXT
                   PERFORM 308-WRITE-REJECT-RECORD
               NOT INVALID KEY
                   ADD 1 TO INCIDENT-UPDATED-CNT
           END-REWRITE.

       310-APPLY-CLAIM-FIELDS.
           IF ITRANS-ESTIMATE NOT EQUAL SPACES
               COMPUTE INC-ESTIMATE-AMOUNT =
                       FUNCTION NUMVAL(FUNCTION TRIM(ITRANS-ESTIMATE))
           END-IF.
           IF ITRANS-SETTLED NOT EQUAL SPACES
               COMPUTE INC-SETTLED-AMOUNT =
                       FUNCTION NUMVAL(FUNCTION TRIM(ITRANS-SETTLED))
           END-IF.
           IF ITRANS-STATUS NOT EQUAL SPACE
               MOVE ITRANS-STATUS TO INC-STATUS
           END-IF.
           MOVE RUN-DATE TO INC-POSTED-DATE.

       9900-LOG-RUN-START.
           MOVE "S" TO RUN-FUNCTION.
           MOVE "INCPOST" TO RUN-JOB-NAME.
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

       END PROGRAM INCPOST.
