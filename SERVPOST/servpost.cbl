      *          posting whose CAR-ID has no match on the indexed
      *          CARFILE.TXT and any with a bad date, description or
      *          cost. Rejects carry reason codes in the style of the
      *          CARTRANS-REJECTS file. A work order that carries a
      *          recall campaign number is checked against the
      *          RECALLCAMP.TXT campaign list and, once posted, closes
      *          the recall for that car on RECALLREM.TXT for the
      *          RECALLRPT exception report.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS SERV-KEY.

           SELECT OPTIONAL RECALLCAMP-IN
               ASSIGN TO "..\RECALLCAMP.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RECALLREM-IO
               ASSIGN TO "..\RECALLREM.TXT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS REM-KEY.

           SELECT SERVTRANS-IN
               ASSIGN TO "..\SERVTRANS.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.
       FD SERVHIST-IO.
           COPY SERVREC.

       FD RECALLCAMP-IN.
           COPY RCLREC.

       FD RECALLREM-IO.
           COPY RCLREMREC.

       FD SERVTRANS-IN.
       01 STRANS-RECORD-IN.
           05 STRANS-CAR-ID PIC X(6).
           05 STRANS-DATE PIC X(8).
           05 STRANS-DESCRIPTION PIC X(40).
           05 STRANS-COST PIC X(9).
           05 STRANS-CAMPAIGN-NO PIC X(8).

       FD SERVPOST-REJECTS.
       01 SERV-REJECT-OUT.
           05 SJ-DATE PIC X(8).
           05 SJ-DESCRIPTION PIC X(40).
           05 SJ-COST PIC X(9).
           05 SJ-CAMPAIGN-NO PIC X(8).

       WORKING-STORAGE SECTION.

           05 REJECT-FLG PIC 9 VALUE 0.
           05 CAR-FOUND-FLG PIC 9 VALUE 0.
           05 WRITTEN-FLG PIC 9 VALUE 0.
           05 CAMPAIGN-EOF-FLG PIC 9 VALUE 0.
           05 CAMPAIGN-FOUND-FLG PIC 9 VALUE 0.
           05 CAMPAIGN-MATCH-FLG PIC 9 VALUE 0.
           05 TRANS-READ-CNT PIC 9(6) VALUE 0.
           05 TRANS-POSTED-CNT PIC 9(6) VALUE 0.
           05 TRANS-REJECT-CNT PIC 9(6) VALUE 0.
           05 REMEDY-POSTED-CNT PIC 9(6) VALUE 0.
           05 WS-RETURN-CODE PIC 9(4) VALUE 0.

       01 CAMPAIGN-TABLE.
           05 CAMPAIGN-USED PIC 9(4) VALUE 0.
           05 CAMPAIGN-OVERFLOW-CNT PIC 9(6) VALUE 0.
           05 CAMPAIGN-ENTRY OCCURS 200 TIMES
                   INDEXED BY CMP-IDX.
               10 CT-CAMPAIGN-NO PIC X(8).
               10 CT-CAR-MODEL PIC X(15).
               10 CT-ENGINE PIC X(25).

       COPY RUNLOGWS.

       PROCEDURE DIVISION.

       201-INITIATE-POSTING.
           PERFORM 301-OPEN-POSTING-FILES.
           PERFORM 302-LOAD-CAMPAIGN-TABLE.
           PERFORM 303-READ-TRANSACTION.

       202-POST-ONE-TRANSACTION.
       203-CLOSE-POSTING-FILES.
           CLOSE CAR-FILE-IN
                 SERVHIST-IO
                 RECALLREM-IO
                 SERVTRANS-IN
                 SERVPOST-REJECTS.

           DISPLAY "  TRANSACTIONS READ:     " TRANS-READ-CNT.
           DISPLAY "  TRANSACTIONS POSTED:   " TRANS-POSTED-CNT.
           DISPLAY "  TRANSACTIONS REJECTED: " TRANS-REJECT-CNT.
           DISPLAY "  RECALL REMEDIES POSTED:" REMEDY-POSTED-CNT.

       206-SET-RETURN-CODE.
           IF TRANS-REJECT-CNT > 0
       301-OPEN-POSTING-FILES.
           OPEN INPUT CAR-FILE-IN.
           OPEN I-O SERVHIST-IO.
           OPEN I-O RECALLREM-IO.
           OPEN INPUT SERVTRANS-IN.
           OPEN OUTPUT SERVPOST-REJECTS.

      * Closed campaigns stay in the table: a late remedy for a car
      * the manufacturer has since signed off is still worth keeping.
       302-LOAD-CAMPAIGN-TABLE.
           OPEN INPUT RECALLCAMP-IN.
           PERFORM 310-READ-CAMPAIGN-RECORD.
           PERFORM 311-STORE-CAMPAIGN-ENTRY
                UNTIL CAMPAIGN-EOF-FLG EQUAL 1.
           CLOSE RECALLCAMP-IN.
           IF CAMPAIGN-OVERFLOW-CNT > 0
               DISPLAY "RECALL CAMPAIGN TABLE FULL - IGNORED: "
                       CAMPAIGN-OVERFLOW-CNT
           END-IF.

       303-READ-TRANSACTION.
           READ SERVTRANS-IN
               AT END MOVE 1 TO TRANS-EOF-FLG
           MOVE 0 TO REJECT-FLG.
           MOVE SPACES TO SERV-REJECT-OUT.
           PERFORM 304-CHECK-CAR-ON-FILE.
           PERFORM 312-CHECK-CAMPAIGN.
           EVALUATE TRUE
               WHEN STRANS-CAR-ID EQUAL SPACES
                   MOVE 1 TO REJECT-FLG
                   MOVE 1 TO REJECT-FLG
                   MOVE "05" TO SJ-REASON-CODE
                   MOVE "COST MISSING OR NOT NUMERIC" TO SJ-REASON-TEXT
               WHEN STRANS-CAMPAIGN-NO NOT EQUAL SPACES
                       AND CAMPAIGN-FOUND-FLG EQUAL 0
                   MOVE 1 TO REJECT-FLG
                   MOVE "07" TO SJ-REASON-CODE
                   MOVE "RECALL CAMPAIGN NOT ON FILE" TO SJ-REASON-TEXT
               WHEN STRANS-CAMPAIGN-NO NOT EQUAL SPACES
                       AND CAMPAIGN-MATCH-FLG EQUAL 0
                   MOVE 1 TO REJECT-FLG
                   MOVE "08" TO SJ-REASON-CODE
                   MOVE "CAR NOT COVERED BY CAMPAIGN" TO SJ-REASON-TEXT
           END-EVALUATE.

       306-WRITE-SERVICE-RECORD.
                UNTIL WRITTEN-FLG EQUAL 1 OR SERV-SEQ EQUAL 99.
           IF WRITTEN-FLG EQUAL 1
               ADD 1 TO TRANS-POSTED-CNT
               IF STRANS-CAMPAIGN-NO NOT EQUAL SPACES
                   PERFORM 313-WRITE-REMEDY-RECORD
               END-IF
           ELSE
               MOVE SPACES TO SERV-REJECT-OUT
               MOVE "06" TO SJ-REASON-CODE
           MOVE STRANS-DATE TO SJ-DATE.
           MOVE STRANS-DESCRIPTION TO SJ-DESCRIPTION.
           MOVE STRANS-COST TO SJ-COST.
           MOVE STRANS-CAMPAIGN-NO TO SJ-CAMPAIGN-NO.
           WRITE SERV-REJECT-OUT.

       310-READ-CAMPAIGN-RECORD.
           READ RECALLCAMP-IN
               AT END MOVE 1 TO CAMPAIGN-EOF-FLG
           END-READ.

       311-STORE-CAMPAIGN-ENTRY.
           IF RCL-CAMPAIGN-NO NOT EQUAL SPACES
               IF CAMPAIGN-USED < 200
                   ADD 1 TO CAMPAIGN-USED
                   SET CMP-IDX TO CAMPAIGN-USED
                   MOVE RCL-CAMPAIGN-NO TO CT-CAMPAIGN-NO (CMP-IDX)
                   MOVE RCL-CAR-MODEL TO CT-CAR-MODEL (CMP-IDX)
                   MOVE RCL-ENGINE TO CT-ENGINE (CMP-IDX)
               ELSE
                   ADD 1 TO CAMPAIGN-OVERFLOW-CNT
               END-IF
           END-IF.
           PERFORM 310-READ-CAMPAIGN-RECORD.

      * A blank model or engine on the campaign matches any car, the
      * same rule RECALLRPT uses to build the affected-car list.
       312-CHECK-CAMPAIGN.
           MOVE 0 TO CAMPAIGN-FOUND-FLG.
           MOVE 0 TO CAMPAIGN-MATCH-FLG.
           IF STRANS-CAMPAIGN-NO NOT EQUAL SPACES
                   AND CAMPAIGN-USED > 0
               SET CMP-IDX TO 1
               SEARCH CAMPAIGN-ENTRY
                   AT END
                       CONTINUE
                   WHEN CMP-IDX > CAMPAIGN-USED
                       CONTINUE
                   WHEN CT-CAMPAIGN-NO (CMP-IDX)
                           EQUAL STRANS-CAMPAIGN-NO
                       MOVE 1 TO CAMPAIGN-FOUND-FLG
               END-SEARCH
           END-IF.
           IF CAMPAIGN-FOUND-FLG EQUAL 1 AND CAR-FOUND-FLG EQUAL 1
               IF (CT-CAR-MODEL (CMP-IDX) EQUAL SPACES
                       OR CT-CAR-MODEL (CMP-IDX) EQUAL CAR-MODEL)
                   AND (CT-ENGINE (CMP-IDX) EQUAL SPACES
                       OR CT-ENGINE (CMP-IDX) EQUAL ENGINE)
                   MOVE 1 TO CAMPAIGN-MATCH-FLG
               END-IF
           END-IF.

       313-WRITE-REMEDY-RECORD.
           MOVE STRANS-CAMPAIGN-NO TO REM-CAMPAIGN-NO.
           MOVE STRANS-CAR-ID TO REM-CAR-ID.
           MOVE SERV-DATE TO REM-SERV-DATE.
           MOVE SERV-SEQ TO REM-SERV-SEQ.
           WRITE RECALL-REMEDY-RECORD
               INVALID KEY
                   REWRITE RECALL-REMEDY-RECORD
           END-WRITE.
           ADD 1 TO REMEDY-POSTED-CNT.

       9900-LOG-RUN-START.
           MOVE "S" TO RUN-FUNCTION.
           MOVE "SERVPOST" TO RUN-JOB-NAME.
