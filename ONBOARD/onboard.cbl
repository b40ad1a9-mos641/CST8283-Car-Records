      ******************************************************************
      * Author: Mostapha A
      * Purpose: New-vehicle onboarding from the dealer delivery file
      *          DELIVERY.TXT, one record per delivered car carrying
      *          model, engine, towing capacity, owner id, purchase
      *          cost, expected life, acquisition date and yard. Every
      *          field is validated first - the owner against
      *          OWNERFILE.TXT, the yard against LOCFILE.TXT, the cost
      *          and life the way ACQPOST checks them - and only a car
      *          that passes everything is given the next free CAR-ID
      *          (one past the highest numeric id on the fleet master,
      *          the archive and LONGTERM-HISTORY.TXT, so an id the
      *          retention purge has taken off the archive is never
      *          issued again, skipping any id still held on
      *          ACQFILE.TXT or CARLOCFILE.TXT). The master record, the
      *          acquisition row and the yard assignment are then
      *          written together under the CARLOCK enqueue; if any of
      *          the three writes fails the ones already made are
      *          deleted again, so a car goes on fully or not at all.
      *          Each car added is logged "ADDED" on
      *          CARFILE-CHANGELOG.TXT in CARMAINT's layout, so
      *          CARRECON still balances, and "ASSIGNED" on
      *          CARLOC-CHANGELOG.TXT in CARASSIGN's layout. The
      *          onboarding report ONBOARD-REPORT.TXT lists each new
      *          CAR-ID and the reason every car was held back; held
      *          records also go to ONBOARD-REJECTS.TXT with reason
      *          codes in the style of SERVPOST-REJECTS.TXT so the
      *          dealer can correct and resubmit them.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. ONBOARD.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT CAR-FILE-IO
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

           SELECT OPTIONAL CARARCHIVE-IN
               ASSIGN TO "..\CARARCHIVE.TXT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ARC-CAR-ID.

           SELECT OPTIONAL OWNER-FILE-IN
               ASSIGN TO "..\OWNERFILE.TXT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS OWNER-ID.

           SELECT OPTIONAL LOC-FILE-IN
               ASSIGN TO "..\LOCFILE.TXT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS LOC-ID.

           SELECT OPTIONAL ACQFILE-IO
               ASSIGN TO "..\ACQFILE.TXT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS ACQ-CAR-ID.

           SELECT OPTIONAL CARLOC-FILE-IO
               ASSIGN TO "..\CARLOCFILE.TXT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS CLA-CAR-ID.

           SELECT DELIVERY-IN
               ASSIGN TO "..\DELIVERY.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CARFILE-CHANGELOG
               ASSIGN TO "..\CARFILE-CHANGELOG.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CARLOC-CHANGELOG
               ASSIGN TO "..\CARLOC-CHANGELOG.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL LONGTERM-HISTORY-IN
               ASSIGN TO "..\LONGTERM-HISTORY.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ONBOARD-REJECTS
               ASSIGN TO "..\ONBOARD-REJECTS.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ONBOARD-REPORT
               ASSIGN TO "..\ONBOARD-REPORT.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD CAR-FILE-IO.
           COPY CARREC.

       FD CARARCHIVE-IN.
           COPY ARCREC.

       FD OWNER-FILE-IN.
           COPY OWNERREC.

       FD LOC-FILE-IN.
           COPY LOCREC.

       FD ACQFILE-IO.
           COPY ACQREC.

       FD CARLOC-FILE-IO.
           COPY CARLOCREC.

       FD DELIVERY-IN.
       01 DELIVERY-RECORD-IN.
           05 DLV-CAR-MODEL PIC X(15).
           05 DLV-ENGINE PIC X(25).
           05 DLV-TOWING-CAPACITY PIC X(9).
           05 DLV-OWNER-ID PIC X(6).
           05 DLV-COST PIC X(10).
           05 DLV-LIFE-MONTHS PIC X(3).
           05 DLV-ACQ-DATE PIC X(8).
           05 DLV-ACQ-DATE-NUM REDEFINES DLV-ACQ-DATE PIC 9(8).
           05 DLV-LOC-ID PIC X(4).

       FD CARFILE-CHANGELOG.
       01 CHANGELOG-RECORD-OUT.
           05 CL-TRANS-CODE PIC X(1).
           05 FILLER PIC X(1).
           05 CL-CAR-ID PIC X(6).
           05 FILLER PIC X(1).
           05 CL-BEFORE-MODEL PIC X(15).
           05 CL-BEFORE-ENGINE PIC X(25).
           05 CL-BEFORE-TOWING PIC X(9).
           05 CL-BEFORE-OWNER PIC X(30).
           05 FILLER PIC X(1).
           05 CL-AFTER-MODEL PIC X(15).
           05 CL-AFTER-ENGINE PIC X(25).
           05 CL-AFTER-TOWING PIC X(9).
           05 CL-AFTER-OWNER PIC X(30).
           05 FILLER PIC X(1).
           05 CL-STATUS PIC X(25).
           05 FILLER PIC X(1).
           05 CL-CHANGE-DATE PIC X(8).
           05 FILLER PIC X(1).
           05 CL-CHANGE-TIME PIC X(6).
           05 FILLER PIC X(1).
           05 CL-PROGRAM PIC X(10).

       FD CARLOC-CHANGELOG.
       01 LOC-CHANGELOG-OUT.
           05 GCL-CAR-ID PIC X(6).
           05 FILLER PIC X(1).
           05 GCL-BEFORE-LOC PIC X(4).
           05 FILLER PIC X(1).
           05 GCL-AFTER-LOC PIC X(4).
           05 FILLER PIC X(1).
           05 GCL-EFFECTIVE-DATE PIC X(8).
           05 FILLER PIC X(1).
           05 GCL-STATUS PIC X(25).

       FD LONGTERM-HISTORY-IN.
           COPY LTHREC.

       FD ONBOARD-REJECTS.
       01 ONBOARD-REJECT-OUT.
           05 OJ-REASON-CODE PIC X(2).
           05 FILLER PIC X(1) VALUE SPACE.
           05 OJ-REASON-TEXT PIC X(30).
           05 FILLER PIC X(1) VALUE SPACE.
           05 OJ-DELIVERY-IMAGE PIC X(80).

       FD ONBOARD-REPORT.
       01 ONBOARD-REPORT-LINE PIC X(90).

       WORKING-STORAGE SECTION.

       01 CONTROL-FIELDS.
           05 DELIVERY-EOF-FLG PIC 9 VALUE 0.
           05 SCAN-EOF-FLG PIC 9 VALUE 0.
           05 REJECT-FLG PIC 9 VALUE 0.
           05 OWNER-FOUND-FLG PIC 9 VALUE 0.
           05 LOC-FOUND-FLG PIC 9 VALUE 0.
           05 ID-FREE-FLG PIC 9 VALUE 0.
           05 ID-IN-USE-FLG PIC 9 VALUE 0.
           05 WRITE-FAILED-FLG PIC 9 VALUE 0.
           05 CAR-ADDED-FLG PIC 9 VALUE 0.
           05 ACQ-ADDED-FLG PIC 9 VALUE 0.
           05 DELIVERY-READ-CNT PIC 9(6) VALUE 0.
           05 CAR-ADDED-CNT PIC 9(6) VALUE 0.
           05 CAR-HELD-CNT PIC 9(6) VALUE 0.
           05 BACKED-OUT-CNT PIC 9(6) VALUE 0.
           05 WS-RETURN-CODE PIC 9(4) VALUE 0.

      * CAR-IDs are issued from one past the highest all-numeric id
      * found on the master, the archive or the long-term history
      * when the run starts.
       01 CAR-ID-FIELDS.
           05 RUN-DATE PIC X(8) VALUE SPACES.
           05 HIGH-CAR-NUM PIC 9(6) VALUE 0.
           05 NEXT-CAR-NUM PIC 9(7) VALUE 0.
           05 NEW-CAR-NUM PIC 9(6) VALUE 0.
           05 NEW-CAR-ID REDEFINES NEW-CAR-NUM PIC X(6).
           05 NEW-OWNER-NAME PIC X(30) VALUE SPACES.

       01 REPORT-HEADING-1.
           05 FILLER PIC X(7) VALUE "RECORD".
           05 FILLER PIC X(8) VALUE "STATUS".
           05 FILLER PIC X(7) VALUE "CAR ID".
           05 FILLER PIC X(16) VALUE "MODEL".
           05 FILLER PIC X(7) VALUE "OWNER".
           05 FILLER PIC X(5) VALUE "YARD".
           05 FILLER PIC X(33) VALUE "REASON HELD".

       01 ONBOARD-DETAIL-LINE.
           05 OD-RECORD-NO PIC ZZZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 OD-STATUS PIC X(7).
           05 FILLER PIC X(1) VALUE SPACE.
           05 OD-CAR-ID PIC X(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 OD-CAR-MODEL PIC X(15).
           05 FILLER PIC X(1) VALUE SPACE.
           05 OD-OWNER-ID PIC X(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 OD-LOC-ID PIC X(4).
           05 FILLER PIC X(1) VALUE SPACE.
           05 OD-REASON-CODE PIC X(2).
           05 FILLER PIC X(1) VALUE SPACE.
           05 OD-REASON-TEXT PIC X(30).

       01 ONBOARD-TOTAL-LINE.
           05 OT-LABEL PIC X(30).
           05 OT-COUNT PIC ZZZZZ9.

       COPY CARLOCKWS.

       COPY RUNLOGWS.

       PROCEDURE DIVISION.

       100-ONBOARD-DELIVERIES.
           PERFORM 9900-LOG-RUN-START.
           PERFORM 206-ACQUIRE-FLEET-LOCK.
           PERFORM 201-INITIATE-ONBOARD.
           PERFORM 202-PROCESS-ONE-DELIVERY
                UNTIL DELIVERY-EOF-FLG EQUAL 1.
           PERFORM 204-WRITE-REPORT-TOTALS.
           PERFORM 205-DISPLAY-CONTROL-TOTALS.
           PERFORM 208-SET-RETURN-CODE.
           PERFORM 203-CLOSE-ONBOARD-FILES.
           PERFORM 207-RELEASE-FLEET-LOCK.
           PERFORM 9910-LOG-RUN-END.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       201-INITIATE-ONBOARD.
           MOVE FUNCTION CURRENT-DATE (1:8) TO RUN-DATE.
           PERFORM 301-OPEN-ONBOARD-FILES.
           PERFORM 302-FIND-HIGH-CAR-ID.
           COMPUTE NEXT-CAR-NUM = HIGH-CAR-NUM + 1.
           PERFORM 304-WRITE-REPORT-HEADING.
           PERFORM 303-READ-DELIVERY.

       202-PROCESS-ONE-DELIVERY.
           PERFORM 305-VALIDATE-DELIVERY.
           IF REJECT-FLG EQUAL 0
               PERFORM 310-ASSIGN-CAR-ID
           END-IF.
           IF REJECT-FLG EQUAL 0
               PERFORM 320-CREATE-CAR-RECORDS
           END-IF.
           IF REJECT-FLG EQUAL 1
               PERFORM 330-HOLD-DELIVERY
           END-IF.
           PERFORM 303-READ-DELIVERY.

       203-CLOSE-ONBOARD-FILES.
           CLOSE CAR-FILE-IO
                 CARARCHIVE-IN
                 OWNER-FILE-IN
                 LOC-FILE-IN
                 ACQFILE-IO
                 CARLOC-FILE-IO
                 DELIVERY-IN
                 CARFILE-CHANGELOG
                 CARLOC-CHANGELOG
                 ONBOARD-REJECTS
                 ONBOARD-REPORT.

       204-WRITE-REPORT-TOTALS.
           MOVE SPACES TO ONBOARD-REPORT-LINE.
           WRITE ONBOARD-REPORT-LINE.
           MOVE "DELIVERY RECORDS READ:" TO OT-LABEL.
           MOVE DELIVERY-READ-CNT TO OT-COUNT.
           WRITE ONBOARD-REPORT-LINE FROM ONBOARD-TOTAL-LINE.
           MOVE "CARS ONBOARDED:" TO OT-LABEL.
           MOVE CAR-ADDED-CNT TO OT-COUNT.
           WRITE ONBOARD-REPORT-LINE FROM ONBOARD-TOTAL-LINE.
           MOVE "CARS HELD BACK:" TO OT-LABEL.
           MOVE CAR-HELD-CNT TO OT-COUNT.
           WRITE ONBOARD-REPORT-LINE FROM ONBOARD-TOTAL-LINE.
           IF BACKED-OUT-CNT > 0
               MOVE "  OF WHICH BACKED OUT:" TO OT-LABEL
               MOVE BACKED-OUT-CNT TO OT-COUNT
               WRITE ONBOARD-REPORT-LINE FROM ONBOARD-TOTAL-LINE
           END-IF.

       205-DISPLAY-CONTROL-TOTALS.
           DISPLAY SPACE.
           DISPLAY "ONBOARDING RUN TOTALS".
           DISPLAY "  DELIVERY RECORDS READ: " DELIVERY-READ-CNT.
           DISPLAY "  CARS ONBOARDED:        " CAR-ADDED-CNT.
           DISPLAY "  CARS HELD BACK:        " CAR-HELD-CNT.
           IF BACKED-OUT-CNT > 0
               DISPLAY "  OF WHICH BACKED OUT:   " BACKED-OUT-CNT
           END-IF.

       206-ACQUIRE-FLEET-LOCK.
           MOVE "A" TO LCK-FUNCTION.
           MOVE "ONBOARD" TO LCK-HOLDER-NAME.
           CALL "CARLOCK" USING CARLOCK-PARMS.
           IF LCK-STATUS NOT EQUAL 0
               DISPLAY "FLEET MASTER LOCKED - ONBOARDING ABANDONED"
               MOVE 16 TO RETURN-CODE
               MOVE "E" TO RUN-FUNCTION
               MOVE 16 TO RUN-RETURN-CODE
               CALL "RUNLOG" USING RUNLOG-PARMS
               STOP RUN
           END-IF.

       207-RELEASE-FLEET-LOCK.
           MOVE "R" TO LCK-FUNCTION.
           MOVE "ONBOARD" TO LCK-HOLDER-NAME.
           CALL "CARLOCK" USING CARLOCK-PARMS.

       208-SET-RETURN-CODE.
           IF CAR-HELD-CNT > 0
               MOVE 4 TO WS-RETURN-CODE
           ELSE
               MOVE 0 TO WS-RETURN-CODE
           END-IF.

       301-OPEN-ONBOARD-FILES.
           OPEN I-O CAR-FILE-IO.
           OPEN INPUT CARARCHIVE-IN.
           OPEN INPUT OWNER-FILE-IN.
           OPEN INPUT LOC-FILE-IN.
           OPEN I-O ACQFILE-IO.
           OPEN I-O CARLOC-FILE-IO.
           OPEN INPUT DELIVERY-IN.
           OPEN EXTEND CARFILE-CHANGELOG.
           OPEN EXTEND CARLOC-CHANGELOG.
           OPEN OUTPUT ONBOARD-REJECTS.
           OPEN OUTPUT ONBOARD-REPORT.

      * The live master and the archive are walked in key order, and
      * the long-term history end to end, so an id that once belonged
      * to a disposed or purged car is never issued again.
       302-FIND-HIGH-CAR-ID.
           MOVE 0 TO HIGH-CAR-NUM.
           MOVE 0 TO SCAN-EOF-FLG.
           PERFORM 306-SCAN-ONE-CAR
                UNTIL SCAN-EOF-FLG EQUAL 1.
           MOVE 0 TO SCAN-EOF-FLG.
           PERFORM 307-SCAN-ONE-ARCHIVED-CAR
                UNTIL SCAN-EOF-FLG EQUAL 1.
           MOVE 0 TO SCAN-EOF-FLG.
           OPEN INPUT LONGTERM-HISTORY-IN.
           PERFORM 309-SCAN-ONE-HISTORY-RECORD
                UNTIL SCAN-EOF-FLG EQUAL 1.
           CLOSE LONGTERM-HISTORY-IN.

       303-READ-DELIVERY.
           READ DELIVERY-IN
               AT END MOVE 1 TO DELIVERY-EOF-FLG
               NOT AT END ADD 1 TO DELIVERY-READ-CNT
           END-READ.

       304-WRITE-REPORT-HEADING.
           MOVE SPACES TO ONBOARD-REPORT-LINE.
           STRING "NEW-VEHICLE ONBOARDING RUN " DELIMITED BY SIZE
                  RUN-DATE DELIMITED BY SIZE
                  INTO ONBOARD-REPORT-LINE.
           WRITE ONBOARD-REPORT-LINE.
           MOVE SPACES TO ONBOARD-REPORT-LINE.
           WRITE ONBOARD-REPORT-LINE.
           WRITE ONBOARD-REPORT-LINE FROM REPORT-HEADING-1.

       305-VALIDATE-DELIVERY.
           MOVE 0 TO REJECT-FLG.
           MOVE SPACES TO ONBOARD-REJECT-OUT.
           PERFORM 308-CHECK-KEYS-ON-FILE.
           EVALUATE TRUE
               WHEN DLV-CAR-MODEL EQUAL SPACES
                   MOVE 1 TO REJECT-FLG
                   MOVE "01" TO OJ-REASON-CODE
                   MOVE "MODEL MISSING" TO OJ-REASON-TEXT
               WHEN DLV-ENGINE EQUAL SPACES
                   MOVE 1 TO REJECT-FLG
                   MOVE "02" TO OJ-REASON-CODE
                   MOVE "ENGINE MISSING" TO OJ-REASON-TEXT
               WHEN DLV-TOWING-CAPACITY EQUAL SPACES
                   MOVE 1 TO REJECT-FLG
                   MOVE "03" TO OJ-REASON-CODE
                   MOVE "TOWING CAPACITY MISSING" TO OJ-REASON-TEXT
               WHEN FUNCTION TRIM(DLV-TOWING-CAPACITY) NOT NUMERIC
                   MOVE 1 TO REJECT-FLG
                   MOVE "04" TO OJ-REASON-CODE
                   MOVE "TOWING CAPACITY NOT NUMERIC"
                        TO OJ-REASON-TEXT
               WHEN DLV-OWNER-ID EQUAL SPACES
                   MOVE 1 TO REJECT-FLG
                   MOVE "05" TO OJ-REASON-CODE
                   MOVE "OWNER ID MISSING" TO OJ-REASON-TEXT
               WHEN OWNER-FOUND-FLG EQUAL 0
                   MOVE 1 TO REJECT-FLG
                   MOVE "06" TO OJ-REASON-CODE
                   MOVE "OWNER NOT ON FILE" TO OJ-REASON-TEXT
               WHEN DLV-LOC-ID EQUAL SPACES
                   MOVE 1 TO REJECT-FLG
                   MOVE "07" TO OJ-REASON-CODE
                   MOVE "LOCATION ID MISSING" TO OJ-REASON-TEXT
               WHEN LOC-FOUND-FLG EQUAL 0
                   MOVE 1 TO REJECT-FLG
                   MOVE "08" TO OJ-REASON-CODE
                   MOVE "LOCATION NOT ON FILE" TO OJ-REASON-TEXT
               WHEN DLV-ACQ-DATE NOT NUMERIC
                   MOVE 1 TO REJECT-FLG
                   MOVE "09" TO OJ-REASON-CODE
                   MOVE "ACQUISITION DATE INVALID" TO OJ-REASON-TEXT
               WHEN FUNCTION TEST-DATE-YYYYMMDD(DLV-ACQ-DATE-NUM)
                       NOT EQUAL 0
                   MOVE 1 TO REJECT-FLG
                   MOVE "09" TO OJ-REASON-CODE
                   MOVE "ACQUISITION DATE INVALID" TO OJ-REASON-TEXT
               WHEN DLV-ACQ-DATE > RUN-DATE
                   MOVE 1 TO REJECT-FLG
                   MOVE "10" TO OJ-REASON-CODE
                   MOVE "ACQUISITION DATE AFTER TODAY"
                        TO OJ-REASON-TEXT
               WHEN DLV-COST EQUAL SPACES
                       OR FUNCTION TRIM(DLV-COST) NOT NUMERIC
                   MOVE 1 TO REJECT-FLG
                   MOVE "11" TO OJ-REASON-CODE
                   MOVE "COST MISSING OR NOT NUMERIC" TO OJ-REASON-TEXT
               WHEN DLV-LIFE-MONTHS EQUAL SPACES
                       OR DLV-LIFE-MONTHS NOT NUMERIC
                   MOVE 1 TO REJECT-FLG
                   MOVE "12" TO OJ-REASON-CODE
                   MOVE "EXPECTED LIFE NOT NUMERIC" TO OJ-REASON-TEXT
               WHEN FUNCTION NUMVAL(DLV-LIFE-MONTHS) EQUAL 0
                   MOVE 1 TO REJECT-FLG
                   MOVE "13" TO OJ-REASON-CODE
                   MOVE "EXPECTED LIFE ZERO" TO OJ-REASON-TEXT
           END-EVALUATE.

       306-SCAN-ONE-CAR.
           READ CAR-FILE-IO NEXT RECORD
               AT END
                   MOVE 1 TO SCAN-EOF-FLG
               NOT AT END
                   IF CAR-ID NUMERIC
                       IF CAR-ID > HIGH-CAR-NUM
                           MOVE CAR-ID TO HIGH-CAR-NUM
                       END-IF
                   END-IF
           END-READ.

       307-SCAN-ONE-ARCHIVED-CAR.
           READ CARARCHIVE-IN NEXT RECORD
               AT END
                   MOVE 1 TO SCAN-EOF-FLG
               NOT AT END
                   IF ARC-CAR-ID NUMERIC
                       IF ARC-CAR-ID > HIGH-CAR-NUM
                           MOVE ARC-CAR-ID TO HIGH-CAR-NUM
                       END-IF
                   END-IF
           END-READ.

       308-CHECK-KEYS-ON-FILE.
           MOVE 0 TO OWNER-FOUND-FLG.
           MOVE 0 TO LOC-FOUND-FLG.
           MOVE SPACES TO NEW-OWNER-NAME.
           MOVE DLV-OWNER-ID TO OWNER-ID.
           READ OWNER-FILE-IN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO OWNER-FOUND-FLG
                   MOVE OWNER-CANONICAL-NAME TO NEW-OWNER-NAME
           END-READ.
           MOVE DLV-LOC-ID TO LOC-ID.
           READ LOC-FILE-IN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO LOC-FOUND-FLG
           END-READ.

      * Purged cars keep their ids: every detail row on the long-term
      * history counts toward the high-water mark.
       309-SCAN-ONE-HISTORY-RECORD.
           READ LONGTERM-HISTORY-IN
               AT END
                   MOVE 1 TO SCAN-EOF-FLG
               NOT AT END
                   IF LTH-RECORD-TYPE EQUAL "D"
                           AND LTH-CAR-ID NUMERIC
                       IF LTH-CAR-ID > HIGH-CAR-NUM
                           MOVE LTH-CAR-ID TO HIGH-CAR-NUM
                       END-IF
                   END-IF
           END-READ.

      * The next id is only taken once it is clear on the master,
      * the archive, the acquisition file and the yard file, so a
      * stray row left by an earlier posting cannot be inherited by
      * the new car.
       310-ASSIGN-CAR-ID.
           MOVE 0 TO ID-FREE-FLG.
           PERFORM 311-TRY-NEXT-CAR-ID
                UNTIL ID-FREE-FLG EQUAL 1
                   OR NEXT-CAR-NUM > 999999.
           IF ID-FREE-FLG EQUAL 0
               MOVE 1 TO REJECT-FLG
               MOVE "14" TO OJ-REASON-CODE
               MOVE "NO FREE CAR ID" TO OJ-REASON-TEXT
           END-IF.

       311-TRY-NEXT-CAR-ID.
           MOVE NEXT-CAR-NUM TO NEW-CAR-NUM.
           ADD 1 TO NEXT-CAR-NUM.
           MOVE 0 TO ID-IN-USE-FLG.
           MOVE NEW-CAR-ID TO CAR-ID.
           READ CAR-FILE-IO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO ID-IN-USE-FLG
           END-READ.
           MOVE NEW-CAR-ID TO ARC-CAR-ID.
           READ CARARCHIVE-IN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO ID-IN-USE-FLG
           END-READ.
           MOVE NEW-CAR-ID TO ACQ-CAR-ID.
           READ ACQFILE-IO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO ID-IN-USE-FLG
           END-READ.
           MOVE NEW-CAR-ID TO CLA-CAR-ID.
           READ CARLOC-FILE-IO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO ID-IN-USE-FLG
           END-READ.
           IF ID-IN-USE-FLG EQUAL 0
               MOVE 1 TO ID-FREE-FLG
           END-IF.

      * Master, acquisition and yard rows go on together. A write
      * that fails part way takes back the rows already written
      * before the car is held, so nothing is left half set up.
       320-CREATE-CAR-RECORDS.
           MOVE 0 TO WRITE-FAILED-FLG.
           MOVE 0 TO CAR-ADDED-FLG.
           MOVE 0 TO ACQ-ADDED-FLG.
           PERFORM 321-WRITE-MASTER-RECORD.
           IF WRITE-FAILED-FLG EQUAL 0
               PERFORM 322-WRITE-ACQUISITION-RECORD
           END-IF.
           IF WRITE-FAILED-FLG EQUAL 0
               PERFORM 323-WRITE-LOCATION-RECORD
           END-IF.
           IF WRITE-FAILED-FLG EQUAL 1
               PERFORM 324-BACK-OUT-CAR
               MOVE 1 TO REJECT-FLG
               MOVE "15" TO OJ-REASON-CODE
               MOVE "WRITE FAILED - CAR BACKED OUT" TO OJ-REASON-TEXT
           ELSE
               PERFORM 325-WRITE-CHANGELOGS
               PERFORM 326-REPORT-ADDED-CAR
           END-IF.

       321-WRITE-MASTER-RECORD.
           MOVE SPACES TO CAR-RECORD-IN.
           MOVE NEW-CAR-ID TO CAR-ID.
           MOVE DLV-CAR-MODEL TO CAR-MODEL.
           MOVE DLV-ENGINE TO ENGINE.
           MOVE DLV-TOWING-CAPACITY TO TOWING-CAPACITY.
           MOVE NEW-OWNER-NAME TO OWNER-NAME.
           MOVE DLV-OWNER-ID TO CAR-OWNER-ID.
           WRITE CAR-RECORD-IN
               INVALID KEY
                   MOVE 1 TO WRITE-FAILED-FLG
               NOT INVALID KEY
                   MOVE 1 TO CAR-ADDED-FLG
           END-WRITE.

       322-WRITE-ACQUISITION-RECORD.
           MOVE NEW-CAR-ID TO ACQ-CAR-ID.
           MOVE DLV-ACQ-DATE TO ACQ-DATE.
           COMPUTE ACQ-COST =
                   FUNCTION NUMVAL(FUNCTION TRIM(DLV-COST)).
           COMPUTE ACQ-LIFE-MONTHS =
                   FUNCTION NUMVAL(DLV-LIFE-MONTHS).
           WRITE ACQUISITION-RECORD
               INVALID KEY
                   MOVE 1 TO WRITE-FAILED-FLG
               NOT INVALID KEY
                   MOVE 1 TO ACQ-ADDED-FLG
           END-WRITE.

       323-WRITE-LOCATION-RECORD.
           MOVE NEW-CAR-ID TO CLA-CAR-ID.
           MOVE DLV-LOC-ID TO CLA-LOC-ID.
           MOVE DLV-ACQ-DATE TO CLA-EFFECTIVE-DATE.
           WRITE CAR-LOCATION-RECORD
               INVALID KEY
                   MOVE 1 TO WRITE-FAILED-FLG
           END-WRITE.

       324-BACK-OUT-CAR.
           ADD 1 TO BACKED-OUT-CNT.
           IF ACQ-ADDED-FLG EQUAL 1
               MOVE NEW-CAR-ID TO ACQ-CAR-ID
               DELETE ACQFILE-IO RECORD
                   INVALID KEY
                       DISPLAY "ACQUISITION BACKOUT FAILED: "
                               NEW-CAR-ID
               END-DELETE
           END-IF.
           IF CAR-ADDED-FLG EQUAL 1
               MOVE NEW-CAR-ID TO CAR-ID
               DELETE CAR-FILE-IO RECORD
                   INVALID KEY
                       DISPLAY "MASTER BACKOUT FAILED: " NEW-CAR-ID
               END-DELETE
           END-IF.

       325-WRITE-CHANGELOGS.
           MOVE SPACES TO CHANGELOG-RECORD-OUT.
           MOVE "A" TO CL-TRANS-CODE.
           MOVE NEW-CAR-ID TO CL-CAR-ID.
           MOVE DLV-CAR-MODEL TO CL-AFTER-MODEL.
           MOVE DLV-ENGINE TO CL-AFTER-ENGINE.
           MOVE DLV-TOWING-CAPACITY TO CL-AFTER-TOWING.
           MOVE NEW-OWNER-NAME TO CL-AFTER-OWNER.
           MOVE "ADDED" TO CL-STATUS.
           MOVE FUNCTION CURRENT-DATE (1:8) TO CL-CHANGE-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO CL-CHANGE-TIME.
           MOVE "ONBOARD" TO CL-PROGRAM.
           WRITE CHANGELOG-RECORD-OUT.
           MOVE SPACES TO LOC-CHANGELOG-OUT.
           MOVE NEW-CAR-ID TO GCL-CAR-ID.
           MOVE DLV-LOC-ID TO GCL-AFTER-LOC.
           MOVE DLV-ACQ-DATE TO GCL-EFFECTIVE-DATE.
           MOVE "ASSIGNED" TO GCL-STATUS.
           WRITE LOC-CHANGELOG-OUT.

       326-REPORT-ADDED-CAR.
           ADD 1 TO CAR-ADDED-CNT.
           MOVE SPACES TO ONBOARD-DETAIL-LINE.
           MOVE DELIVERY-READ-CNT TO OD-RECORD-NO.
           MOVE "ADDED" TO OD-STATUS.
           MOVE NEW-CAR-ID TO OD-CAR-ID.
           MOVE DLV-CAR-MODEL TO OD-CAR-MODEL.
           MOVE DLV-OWNER-ID TO OD-OWNER-ID.
           MOVE DLV-LOC-ID TO OD-LOC-ID.
           WRITE ONBOARD-REPORT-LINE FROM ONBOARD-DETAIL-LINE.

       330-HOLD-DELIVERY.
           ADD 1 TO CAR-HELD-CNT.
           MOVE DELIVERY-RECORD-IN TO OJ-DELIVERY-IMAGE.
           WRITE ONBOARD-REJECT-OUT.
           MOVE SPACES TO ONBOARD-DETAIL-LINE.
           MOVE DELIVERY-READ-CNT TO OD-RECORD-NO.
           MOVE "HELD" TO OD-STATUS.
           MOVE DLV-CAR-MODEL TO OD-CAR-MODEL.
           MOVE DLV-OWNER-ID TO OD-OWNER-ID.
           MOVE DLV-LOC-ID TO OD-LOC-ID.
           MOVE OJ-REASON-CODE TO OD-REASON-CODE.
           MOVE OJ-REASON-TEXT TO OD-REASON-TEXT.
           WRITE ONBOARD-REPORT-LINE FROM ONBOARD-DETAIL-LINE.

       9900-LOG-RUN-START.
           MOVE "S" TO RUN-FUNCTION.
           MOVE "ONBOARD" TO RUN-JOB-NAME.
           MOVE 0 TO RUN-RETURN-CODE.
           MOVE 0 TO RUN-PROCESSED-CNT.
           MOVE 0 TO RUN-REJECTED-CNT.
           CALL "RUNLOG" USING RUNLOG-PARMS.

       9910-LOG-RUN-END.
           MOVE "E" TO RUN-FUNCTION.
           MOVE WS-RETURN-CODE TO RUN-RETURN-CODE.
           MOVE DELIVERY-READ-CNT TO RUN-PROCESSED-CNT.
           MOVE CAR-HELD-CNT TO RUN-REJECTED-CNT.
           CALL "RUNLOG" USING RUNLOG-PARMS.

       END PROGRAM ONBOARD.
