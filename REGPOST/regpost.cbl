      ******************************************************************
      * Author: Mostapha A
      * Purpose: Post registration and safety-inspection transactions
      *          from REGTRANS.TXT to the registration file
      *          REGFILE.TXT, rejecting any posting whose CAR-ID is
      *          not live on the indexed CARFILE.TXT - a disposed car
      *          sitting on CARARCHIVE.TXT gets its own reason, the
      *          way INSPOST does it - and any with a missing plate or
      *          a bad expiry or inspection date. Rejects carry reason
      *          codes in the style of the SERVPOST-REJECTS file. A
      *          car posted twice keeps the later posting, so renewals
      *          and new inspection certificates come through the same
      *          file.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. REGPOST.

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

           SELECT OPTIONAL REGFILE-IO
               ASSIGN TO "..\REGFILE.TXT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS REG-CAR-ID.

           SELECT REGTRANS-IN
               ASSIGN TO "..\REGTRANS.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REGPOST-REJECTS
               ASSIGN TO "..\REGPOST-REJECTS.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD CAR-FILE-IN.
           COPY CARREC.

       FD CARARCHIVE-IN.
           COPY ARCREC.

       FD REGFILE-IO.
           COPY REGREC.

       FD REGTRANS-IN.
       01 RTRANS-RECORD-IN.
           05 RTRANS-CAR-ID PIC X(6).
           05 RTRANS-PLATE PIC X(10).
           05 RTRANS-JURISDICTION PIC X(4).
           05 RTRANS-EXPIRY-DATE PIC X(8).
           05 RTRANS-EXPIRY-DATE-NUM REDEFINES RTRANS-EXPIRY-DATE
                   PIC 9(8).
           05 RTRANS-LAST-INSP-DATE PIC X(8).
           05 RTRANS-LAST-INSP-DATE-NUM REDEFINES RTRANS-LAST-INSP-DATE
                   PIC 9(8).
           05 RTRANS-NEXT-INSP-DATE PIC X(8).
           05 RTRANS-NEXT-INSP-DATE-NUM REDEFINES RTRANS-NEXT-INSP-DATE
                   PIC 9(8).

       FD REGPOST-REJECTS.
       01 REG-REJECT-OUT.
           05 GJ-REASON-CODE PIC X(2).
           05 FILLER PIC X(1) VALUE SPACE.
           05 GJ-REASON-TEXT PIC X(30).
           05 FILLER PIC X(1) VALUE SPACE.
           05 GJ-CAR-ID PIC X(6).
           05 GJ-PLATE PIC X(10).
           05 GJ-JURISDICTION PIC X(4).
           05 GJ-EXPIRY-DATE PIC X(8).
           05 GJ-LAST-INSP-DATE PIC X(8).
           05 GJ-NEXT-INSP-DATE PIC X(8).

       WORKING-STORAGE SECTION.

       01 CONTROL-FIELDS.
           05 TRANS-EOF-FLG PIC 9 VALUE 0.
           05 REJECT-FLG PIC 9 VALUE 0.
           05 CAR-FOUND-FLG PIC 9 VALUE 0.
           05 ARCHIVE-FOUND-FLG PIC 9 VALUE 0.
           05 TRANS-READ-CNT PIC 9(6) VALUE 0.
           05 TRANS-POSTED-CNT PIC 9(6) VALUE 0.
           05 TRANS-REJECT-CNT PIC 9(6) VALUE 0.
           05 WS-RETURN-CODE PIC 9(4) VALUE 0.

       01 RUN-DATE PIC X(8) VALUE SPACES.

       COPY RUNLOGWS.

       PROCEDURE DIVISION.

       100-POST-REGISTRATION-TRANS.
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
               PERFORM 306-WRITE-REGISTRATION-RECORD
           END-IF.
           PERFORM 303-READ-TRANSACTION.

       203-CLOSE-POSTING-FILES.
           CLOSE CAR-FILE-IN
                 CARARCHIVE-IN
                 REGFILE-IO
                 REGTRANS-IN
                 REGPOST-REJECTS.

       205-DISPLAY-CONTROL-TOTALS.
           DISPLAY SPACE.
           DISPLAY "REGISTRATION POSTING TOTALS".
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
           OPEN I-O REGFILE-IO.
           OPEN INPUT REGTRANS-IN.
           OPEN OUTPUT REGPOST-REJECTS.

       302-CHECK-CAR-ON-FILE.
           MOVE 0 TO CAR-FOUND-FLG.
           MOVE 0 TO ARCHIVE-FOUND-FLG.
           MOVE RTRANS-CAR-ID TO CAR-ID.
           READ CAR-FILE-IN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO CAR-FOUND-FLG
           END-READ.
           IF CAR-FOUND-FLG EQUAL 0
               MOVE RTRANS-CAR-ID TO ARC-CAR-ID
               READ CARARCHIVE-IN
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 1 TO ARCHIVE-FOUND-FLG
               END-READ
           END-IF.

       303-READ-TRANSACTION.
           READ REGTRANS-IN
               AT END MOVE 1 TO TRANS-EOF-FLG
               NOT AT END ADD 1 TO TRANS-READ-CNT
           END-READ.

      * A newly plated car may not have been through its first
      * inspection yet, so the last-inspection date may be blank;
      * the next-due date is always required.
       305-VALIDATE-TRANSACTION.
           MOVE 0 TO REJECT-FLG.
           MOVE SPACES TO REG-REJECT-OUT.
           PERFORM 302-CHECK-CAR-ON-FILE.
           EVALUATE TRUE
               WHEN RTRANS-CAR-ID EQUAL SPACES
                   MOVE 1 TO REJECT-FLG
                   MOVE "01" TO GJ-REASON-CODE
                   MOVE "CAR ID MISSING" TO GJ-REASON-TEXT
               WHEN ARCHIVE-FOUND-FLG EQUAL 1
                   MOVE 1 TO REJECT-FLG
                   MOVE "02" TO GJ-REASON-CODE
                   MOVE "CAR ID ARCHIVED" TO GJ-REASON-TEXT
               WHEN CAR-FOUND-FLG EQUAL 0
                   MOVE 1 TO REJECT-FLG
                   MOVE "03" TO GJ-REASON-CODE
                   MOVE "CAR ID NOT ON FILE" TO GJ-REASON-TEXT
               WHEN RTRANS-PLATE EQUAL SPACES
                   MOVE 1 TO REJECT-FLG
                   MOVE "04" TO GJ-REASON-CODE
                   MOVE "PLATE MISSING" TO GJ-REASON-TEXT
               WHEN RTRANS-EXPIRY-DATE EQUAL SPACES
                       OR RTRANS-EXPIRY-DATE NOT NUMERIC
                   MOVE 1 TO REJECT-FLG
                   MOVE "05" TO GJ-REASON-CODE
                   MOVE "REGISTRATION EXPIRY INVALID" TO GJ-REASON-TEXT
               WHEN FUNCTION TEST-DATE-YYYYMMDD(RTRANS-EXPIRY-DATE-NUM)
                       NOT EQUAL 0
                   MOVE 1 TO REJECT-FLG
                   MOVE "05" TO GJ-REASON-CODE
                   MOVE "REGISTRATION EXPIRY INVALID" TO GJ-REASON-TEXT
               WHEN RTRANS-LAST-INSP-DATE NOT EQUAL SPACES
                       AND RTRANS-LAST-INSP-DATE NOT NUMERIC
                   MOVE 1 TO REJECT-FLG
                   MOVE "06" TO GJ-REASON-CODE
                   MOVE "LAST INSPECTION DATE INVALID"
                        TO GJ-REASON-TEXT
               WHEN RTRANS-LAST-INSP-DATE NOT EQUAL SPACES
                       AND FUNCTION TEST-DATE-YYYYMMDD
                               (RTRANS-LAST-INSP-DATE-NUM)
                           NOT EQUAL 0
                   MOVE 1 TO REJECT-FLG
                   MOVE "06" TO GJ-REASON-CODE
                   MOVE "LAST INSPECTION DATE INVALID"
                        TO GJ-REASON-TEXT
               WHEN RTRANS-NEXT-INSP-DATE EQUAL SPACES
                       OR RTRANS-NEXT-INSP-DATE NOT NUMERIC
                   MOVE 1 TO REJECT-FLG
                   MOVE "07" TO GJ-REASON-CODE
                   MOVE "NEXT INSPECTION DATE INVALID"
                        TO GJ-REASON-TEXT
               WHEN FUNCTION TEST-DATE-YYYYMMDD
                       (RTRANS-NEXT-INSP-DATE-NUM)
                       NOT EQUAL 0
                   MOVE 1 TO REJECT-FLG
                   MOVE "07" TO GJ-REASON-CODE
                   MOVE "NEXT INSPECTION DATE INVALID"
                        TO GJ-REASON-TEXT
               WHEN RTRANS-LAST-INSP-DATE NOT EQUAL SPACES
                       AND RTRANS-NEXT-INSP-DATE
                           NOT > RTRANS-LAST-INSP-DATE
                   MOVE 1 TO REJECT-FLG
                   MOVE "08" TO GJ-REASON-CODE
                   MOVE "NEXT INSPECTION NOT AFTER LAST"
                        TO GJ-REASON-TEXT
           END-EVALUATE.

      * A car registered last year already has a row under the same
      * key; the renewal wins, stamped with this run's date.
       306-WRITE-REGISTRATION-RECORD.
           MOVE RTRANS-CAR-ID TO REG-CAR-ID.
           MOVE RTRANS-PLATE TO REG-PLATE.
           MOVE RTRANS-JURISDICTION TO REG-JURISDICTION.
           MOVE RTRANS-EXPIRY-DATE TO REG-EXPIRY-DATE.
           MOVE RTRANS-LAST-INSP-DATE TO REG-LAST-INSP-DATE.
           MOVE RTRANS-NEXT-INSP-DATE TO REG-NEXT-INSP-DATE.
           MOVE RUN-DATE TO REG-POSTED-DATE.
           WRITE REGISTRATION-RECORD
               INVALID KEY
                   REWRITE REGISTRATION-RECORD
           END-WRITE.
           ADD 1 TO TRANS-POSTED-CNT.

       308-WRITE-REJECT-RECORD.
           ADD 1 TO TRANS-REJECT-CNT.
           MOVE RTRANS-CAR-ID TO GJ-CAR-ID.
           MOVE RTRANS-PLATE TO GJ-PLATE.
           MOVE RTRANS-JURISDICTION TO GJ-JURISDICTION.
           MOVE RTRANS-EXPIRY-DATE TO GJ-EXPIRY-DATE.
           MOVE RTRANS-LAST-INSP-DATE TO GJ-LAST-INSP-DATE.
           MOVE RTRANS-NEXT-INSP-DATE TO GJ-NEXT-INSP-DATE.
           WRITE REG-REJECT-OUT.

       9900-LOG-RUN-START.
           MOVE "S" TO RUN-FUNCTION.
           MOVE "REGPOST" TO RUN-JOB-NAME.
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

       END PROGRAM REGPOST.
