      ******************************************************************
      * Author: Mostapha A
      * Purpose: Manufacturer recall campaign report. Reads each open
      *          campaign on RECALLCAMP.TXT and finds the affected
      *          live cars on CARFILE.TXT through the ENGINE alternate
      *          key the way CARQUERY does (a campaign naming only a
      *          CAR-MODEL falls back to a full sweep, since the model
      *          is not keyed), filtering on CAR-MODEL when both are
      *          given. Each affected car is listed under its campaign
      *          with owner contact from OWNERFILE.TXT through
      *          CAR-OWNER-ID and garaging yard from CARLOCFILE.TXT,
      *          and is shown REMEDIED when SERVPOST has posted a work
      *          order for it carrying the campaign number (see
      *          RECALLREM.TXT). The still-open cars are then listed
      *          again by location so each yard can chase its own.
      *          Affected, remedied and still-open counts are given
      *          per campaign and overall. Report goes to
      *          RECALL-REPORT.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. RECALLRPT.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
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

           SELECT OPTIONAL RECALLCAMP-IN
               ASSIGN TO "..\RECALLCAMP.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RECALLREM-IN
               ASSIGN TO "..\RECALLREM.TXT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS REM-KEY.

           SELECT OPTIONAL OWNER-FILE-IN
               ASSIGN TO "..\OWNERFILE.TXT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS OWNER-ID.

           SELECT OPTIONAL CARLOC-FILE-IN
               ASSIGN TO "..\CARLOCFILE.TXT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS CLA-CAR-ID.

           SELECT RECALL-REPORT
               ASSIGN TO "..\RECALL-REPORT.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD CAR-FILE-IN.
           COPY CARREC.

       FD RECALLCAMP-IN.
           COPY RCLREC.

       FD RECALLREM-IN.
           COPY RCLREMREC.

       FD OWNER-FILE-IN.
           COPY OWNERREC.

       FD CARLOC-FILE-IN.
           COPY CARLOCREC.

       FD RECALL-REPORT.
       01 RECALL-REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.

       01 CONTROL-FIELDS.
           05 CAMPAIGN-EOF-FLG PIC 9 VALUE 0.
           05 CARS-EOF-FLG PIC 9 VALUE 0.
           05 ENGINE-KEYED-FLG PIC 9 VALUE 0.
           05 REMEDY-FOUND-FLG PIC 9 VALUE 0.
           05 LOC-FOUND-FLG PIC 9 VALUE 0.
           05 CAMPAIGN-READ-CNT PIC 9(6) VALUE 0.
           05 CAMPAIGN-OPEN-CNT PIC 9(6) VALUE 0.
           05 CAMPAIGN-CLOSED-CNT PIC 9(6) VALUE 0.
           05 CAMP-AFFECTED-CNT PIC 9(6) VALUE 0.
           05 CAMP-REMEDIED-CNT PIC 9(6) VALUE 0.
           05 CAMP-STILL-OPEN-CNT PIC 9(6) VALUE 0.
           05 TOTAL-AFFECTED-CNT PIC 9(6) VALUE 0.
           05 TOTAL-REMEDIED-CNT PIC 9(6) VALUE 0.
           05 TOTAL-STILL-OPEN-CNT PIC 9(6) VALUE 0.
           05 OPEN-OVERFLOW-CNT PIC 9(6) VALUE 0.
           05 LOC-OVERFLOW-CNT PIC 9(6) VALUE 0.
           05 WS-RETURN-CODE PIC 9(4) VALUE 0.

       01 AFFECTED-CAR-FIELDS.
           05 CAR-LOC-ID PIC X(4) VALUE SPACES.
           05 CAR-OWNER-PHONE PIC X(12) VALUE SPACES.
           05 CAR-RECALL-STATUS PIC X(8) VALUE SPACES.

      * Still-open cars are held here as they are found so the second
      * half of the report can regroup them by location.
       01 OPEN-RECALL-TABLE.
           05 OPEN-RECALL-USED PIC 9(4) VALUE 0.
           05 OPEN-RECALL-ENTRY OCCURS 2000 TIMES
                   INDEXED BY OPN-IDX.
               10 OR-LOC-ID PIC X(4).
               10 OR-CAMPAIGN-NO PIC X(8).
               10 OR-CAR-ID PIC X(6).
               10 OR-CAR-MODEL PIC X(15).
               10 OR-OWNER-NAME PIC X(30).
               10 OR-OWNER-PHONE PIC X(12).

       01 LOCATION-TOTALS-TABLE.
           05 LOC-TOTALS-USED PIC 9(4) VALUE 0.
           05 LOC-TOTALS-ENTRY OCCURS 50 TIMES
                   INDEXED BY LOC-IDX.
               10 LT-LOC-ID PIC X(4).
               10 LT-OPEN-COUNT PIC 9(6).

       01 CAMPAIGN-HEADING-LINE.
           05 FILLER PIC X(9) VALUE "CAMPAIGN ".
           05 CH-CAMPAIGN-NO PIC X(8).
           05 FILLER PIC X(8) VALUE " ISSUED ".
           05 CH-ISSUE-DATE PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 CH-REMEDY-DESC PIC X(40).

       01 CAMPAIGN-SCOPE-LINE.
           05 FILLER PIC X(11) VALUE "  AFFECTS: ".
           05 CS-CAR-MODEL PIC X(15).
           05 FILLER PIC X(1) VALUE SPACE.
           05 CS-ENGINE PIC X(25).

       01 RECALL-DETAIL-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RD-CAR-ID PIC X(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RD-CAR-MODEL PIC X(15).
           05 RD-STATUS PIC X(9).
           05 RD-LOC-ID PIC X(5).
           05 RD-OWNER-NAME PIC X(30).
           05 RD-OWNER-PHONE PIC X(12).

       01 LOCATION-DETAIL-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LD-CAMPAIGN-NO PIC X(9).
           05 LD-CAR-ID PIC X(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 LD-CAR-MODEL PIC X(15).
           05 LD-OWNER-NAME PIC X(30).
           05 LD-OWNER-PHONE PIC X(12).

       01 SUMMARY-DETAIL-LINE.
           05 SM-LABEL PIC X(35).
           05 SM-COUNT PIC ZZZ,ZZ9.

       COPY RUNLOGWS.

       PROCEDURE DIVISION.

       100-PRODUCE-RECALL-REPORT.
           PERFORM 9900-LOG-RUN-START.
           PERFORM 201-INITIATE-RECALL-REPORT.
           PERFORM 202-REPORT-ONE-CAMPAIGN
                UNTIL CAMPAIGN-EOF-FLG EQUAL 1.
           PERFORM 204-REPORT-OPEN-BY-LOCATION.
           PERFORM 205-DISPLAY-RECALL-TOTALS.
           PERFORM 203-CLOSE-RECALL-FILES.
           PERFORM 9910-LOG-RUN-END.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       201-INITIATE-RECALL-REPORT.
           PERFORM 301-OPEN-RECALL-FILES.
           MOVE "OPEN RECALL CAMPAIGNS - AFFECTED CARS BY CAMPAIGN"
                TO RECALL-REPORT-LINE.
           WRITE RECALL-REPORT-LINE.
           PERFORM 303-READ-CAMPAIGN-RECORD.

       202-REPORT-ONE-CAMPAIGN.
           ADD 1 TO CAMPAIGN-READ-CNT.
           IF RCL-STATUS EQUAL "C"
               ADD 1 TO CAMPAIGN-CLOSED-CNT
           ELSE
               IF RCL-CAR-MODEL EQUAL SPACES
                       AND RCL-ENGINE EQUAL SPACES
                   DISPLAY "CAMPAIGN " RCL-CAMPAIGN-NO
                           " NAMES NO MODEL OR ENGINE - SKIPPED"
                   MOVE 4 TO WS-RETURN-CODE
               ELSE
                   ADD 1 TO CAMPAIGN-OPEN-CNT
                   PERFORM 304-LIST-CAMPAIGN-CARS
               END-IF
           END-IF.
           PERFORM 303-READ-CAMPAIGN-RECORD.

       203-CLOSE-RECALL-FILES.
           CLOSE CAR-FILE-IN
                 RECALLCAMP-IN
                 RECALLREM-IN
                 OWNER-FILE-IN
                 CARLOC-FILE-IN
                 RECALL-REPORT.

       204-REPORT-OPEN-BY-LOCATION.
           MOVE SPACES TO RECALL-REPORT-LINE.
           WRITE RECALL-REPORT-LINE.
           MOVE "STILL-OPEN RECALLS BY LOCATION" TO RECALL-REPORT-LINE.
           WRITE RECALL-REPORT-LINE.
           PERFORM 313-REPORT-ONE-LOCATION
                VARYING LOC-IDX FROM 1 BY 1
                UNTIL LOC-IDX > LOC-TOTALS-USED.
           IF OPEN-OVERFLOW-CNT > 0
               MOVE SPACES TO RECALL-REPORT-LINE
               WRITE RECALL-REPORT-LINE
               MOVE "  OPEN CARS NOT HELD FOR LOCATION LISTING:"
                    TO SM-LABEL
               MOVE OPEN-OVERFLOW-CNT TO SM-COUNT
               WRITE RECALL-REPORT-LINE FROM SUMMARY-DETAIL-LINE
           END-IF.

       205-DISPLAY-RECALL-TOTALS.
           MOVE SPACES TO RECALL-REPORT-LINE.
           WRITE RECALL-REPORT-LINE.
           MOVE "RECALL TOTALS" TO RECALL-REPORT-LINE.
           WRITE RECALL-REPORT-LINE.
           MOVE "  OPEN CAMPAIGNS:" TO SM-LABEL.
           MOVE CAMPAIGN-OPEN-CNT TO SM-COUNT.
           WRITE RECALL-REPORT-LINE FROM SUMMARY-DETAIL-LINE.
           MOVE "  CARS AFFECTED:" TO SM-LABEL.
           MOVE TOTAL-AFFECTED-CNT TO SM-COUNT.
           WRITE RECALL-REPORT-LINE FROM SUMMARY-DETAIL-LINE.
           MOVE "  CARS REMEDIED:" TO SM-LABEL.
           MOVE TOTAL-REMEDIED-CNT TO SM-COUNT.
           WRITE RECALL-REPORT-LINE FROM SUMMARY-DETAIL-LINE.
           MOVE "  CARS STILL OPEN:" TO SM-LABEL.
           MOVE TOTAL-STILL-OPEN-CNT TO SM-COUNT.
           WRITE RECALL-REPORT-LINE FROM SUMMARY-DETAIL-LINE.
           DISPLAY SPACE.
           DISPLAY "RECALL CAMPAIGN TOTALS".
           DISPLAY "  CAMPAIGNS READ:     " CAMPAIGN-READ-CNT.
           DISPLAY "  CAMPAIGNS OPEN:     " CAMPAIGN-OPEN-CNT.
           DISPLAY "  CAMPAIGNS CLOSED:   " CAMPAIGN-CLOSED-CNT.
           DISPLAY "  CARS AFFECTED:      " TOTAL-AFFECTED-CNT.
           DISPLAY "  CARS REMEDIED:      " TOTAL-REMEDIED-CNT.
           DISPLAY "  CARS STILL OPEN:    " TOTAL-STILL-OPEN-CNT.
           IF LOC-OVERFLOW-CNT > 0
               DISPLAY "  LOCATION TABLE FULL - CARS NOT GROUPED: "
                       LOC-OVERFLOW-CNT
           END-IF.

       301-OPEN-RECALL-FILES.
           OPEN INPUT CAR-FILE-IN.
           OPEN INPUT RECALLCAMP-IN.
           OPEN INPUT RECALLREM-IN.
           OPEN INPUT OWNER-FILE-IN.
           OPEN INPUT CARLOC-FILE-IN.
           OPEN OUTPUT RECALL-REPORT.

       303-READ-CAMPAIGN-RECORD.
           READ RECALLCAMP-IN
               AT END MOVE 1 TO CAMPAIGN-EOF-FLG
           END-READ.

      * With an engine on the campaign the alternate key takes us
      * straight to the candidates; a model-only campaign has no key
      * to ride, so the whole master is swept in CAR-ID order.
       304-LIST-CAMPAIGN-CARS.
           MOVE 0 TO CAMP-AFFECTED-CNT.
           MOVE 0 TO CAMP-REMEDIED-CNT.
           MOVE 0 TO CAMP-STILL-OPEN-CNT.
           MOVE 0 TO CARS-EOF-FLG.
           PERFORM 305-WRITE-CAMPAIGN-HEADING.
           IF RCL-ENGINE NOT EQUAL SPACES
               MOVE 1 TO ENGINE-KEYED-FLG
               MOVE RCL-ENGINE TO ENGINE
               START CAR-FILE-IN KEY EQUAL ENGINE
                   INVALID KEY MOVE 1 TO CARS-EOF-FLG
               END-START
           ELSE
               MOVE 0 TO ENGINE-KEYED-FLG
               MOVE LOW-VALUES TO CAR-ID
               START CAR-FILE-IN KEY NOT LESS THAN CAR-ID
                   INVALID KEY MOVE 1 TO CARS-EOF-FLG
               END-START
           END-IF.
           PERFORM 306-READ-NEXT-CANDIDATE.
           PERFORM 307-CHECK-ONE-CANDIDATE
                UNTIL CARS-EOF-FLG EQUAL 1.
           PERFORM 312-WRITE-CAMPAIGN-COUNTS.

       305-WRITE-CAMPAIGN-HEADING.
           MOVE SPACES TO RECALL-REPORT-LINE.
           WRITE RECALL-REPORT-LINE.
           MOVE RCL-CAMPAIGN-NO TO CH-CAMPAIGN-NO.
           MOVE RCL-ISSUE-DATE TO CH-ISSUE-DATE.
           MOVE RCL-REMEDY-DESC TO CH-REMEDY-DESC.
           WRITE RECALL-REPORT-LINE FROM CAMPAIGN-HEADING-LINE.
           MOVE RCL-CAR-MODEL TO CS-CAR-MODEL.
           MOVE RCL-ENGINE TO CS-ENGINE.
           IF RCL-CAR-MODEL EQUAL SPACES
               MOVE "ANY MODEL" TO CS-CAR-MODEL
           END-IF.
           IF RCL-ENGINE EQUAL SPACES
               MOVE "ANY ENGINE" TO CS-ENGINE
           END-IF.
           WRITE RECALL-REPORT-LINE FROM CAMPAIGN-SCOPE-LINE.

       306-READ-NEXT-CANDIDATE.
           IF CARS-EOF-FLG NOT EQUAL 1
               READ CAR-FILE-IN NEXT RECORD
                   AT END MOVE 1 TO CARS-EOF-FLG
               END-READ
               IF CARS-EOF-FLG NOT EQUAL 1
                       AND ENGINE-KEYED-FLG EQUAL 1
                       AND ENGINE NOT EQUAL RCL-ENGINE
                   MOVE 1 TO CARS-EOF-FLG
               END-IF
           END-IF.

       307-CHECK-ONE-CANDIDATE.
           IF RCL-CAR-MODEL EQUAL SPACES
                   OR RCL-CAR-MODEL EQUAL CAR-MODEL
               PERFORM 308-LIST-ONE-AFFECTED-CAR
           END-IF.
           PERFORM 306-READ-NEXT-CANDIDATE.

       308-LIST-ONE-AFFECTED-CAR.
           ADD 1 TO CAMP-AFFECTED-CNT.
           ADD 1 TO TOTAL-AFFECTED-CNT.
           PERFORM 309-CHECK-REMEDY-POSTED.
           PERFORM 310-FETCH-OWNER-CONTACT.
           PERFORM 311-FETCH-CAR-LOCATION.
           IF REMEDY-FOUND-FLG EQUAL 1
               ADD 1 TO CAMP-REMEDIED-CNT
               ADD 1 TO TOTAL-REMEDIED-CNT
               MOVE "REMEDIED" TO CAR-RECALL-STATUS
           ELSE
               ADD 1 TO CAMP-STILL-OPEN-CNT
               ADD 1 TO TOTAL-STILL-OPEN-CNT
               MOVE "OPEN" TO CAR-RECALL-STATUS
               PERFORM 314-HOLD-OPEN-RECALL
           END-IF.
           MOVE CAR-ID TO RD-CAR-ID.
           MOVE CAR-MODEL TO RD-CAR-MODEL.
           MOVE CAR-RECALL-STATUS TO RD-STATUS.
           MOVE CAR-LOC-ID TO RD-LOC-ID.
           MOVE OWNER-NAME TO RD-OWNER-NAME.
           MOVE CAR-OWNER-PHONE TO RD-OWNER-PHONE.
           WRITE RECALL-REPORT-LINE FROM RECALL-DETAIL-LINE.

       309-CHECK-REMEDY-POSTED.
           MOVE 0 TO REMEDY-FOUND-FLG.
           MOVE RCL-CAMPAIGN-NO TO REM-CAMPAIGN-NO.
           MOVE CAR-ID TO REM-CAR-ID.
           READ RECALLREM-IN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO REMEDY-FOUND-FLG
           END-READ.

       310-FETCH-OWNER-CONTACT.
           MOVE SPACES TO CAR-OWNER-PHONE.
           IF CAR-OWNER-ID NOT EQUAL SPACES
               MOVE CAR-OWNER-ID TO OWNER-ID
               READ OWNER-FILE-IN
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE OWNER-PHONE TO CAR-OWNER-PHONE
               END-READ
           END-IF.

      * A car with no assignment row is reported under NONE so the
      * per-location counts still sum to the still-open count.
       311-FETCH-CAR-LOCATION.
           MOVE "NONE" TO CAR-LOC-ID.
           MOVE CAR-ID TO CLA-CAR-ID.
           READ CARLOC-FILE-IN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CLA-LOC-ID TO CAR-LOC-ID
           END-READ.

       312-WRITE-CAMPAIGN-COUNTS.
           MOVE "  AFFECTED:" TO SM-LABEL.
           MOVE CAMP-AFFECTED-CNT TO SM-COUNT.
           WRITE RECALL-REPORT-LINE FROM SUMMARY-DETAIL-LINE.
           MOVE "  REMEDIED:" TO SM-LABEL.
           MOVE CAMP-REMEDIED-CNT TO SM-COUNT.
           WRITE RECALL-REPORT-LINE FROM SUMMARY-DETAIL-LINE.
           MOVE "  STILL OPEN:" TO SM-LABEL.
           MOVE CAMP-STILL-OPEN-CNT TO SM-COUNT.
           WRITE RECALL-REPORT-LINE FROM SUMMARY-DETAIL-LINE.

       313-REPORT-ONE-LOCATION.
           MOVE SPACES TO RECALL-REPORT-LINE.
           WRITE RECALL-REPORT-LINE.
           MOVE SPACES TO RECALL-REPORT-LINE.
           STRING "LOCATION " DELIMITED BY SIZE
                  LT-LOC-ID (LOC-IDX) DELIMITED BY SIZE
                  INTO RECALL-REPORT-LINE.
           WRITE RECALL-REPORT-LINE.
           PERFORM 315-LIST-OPEN-AT-LOCATION
                VARYING OPN-IDX FROM 1 BY 1
                UNTIL OPN-IDX > OPEN-RECALL-USED.
           MOVE "  STILL OPEN AT LOCATION:" TO SM-LABEL.
           MOVE LT-OPEN-COUNT (LOC-IDX) TO SM-COUNT.
           WRITE RECALL-REPORT-LINE FROM SUMMARY-DETAIL-LINE.

       314-HOLD-OPEN-RECALL.
           IF OPEN-RECALL-USED < 2000
               ADD 1 TO OPEN-RECALL-USED
               SET OPN-IDX TO OPEN-RECALL-USED
               MOVE CAR-LOC-ID TO OR-LOC-ID (OPN-IDX)
               MOVE RCL-CAMPAIGN-NO TO OR-CAMPAIGN-NO (OPN-IDX)
               MOVE CAR-ID TO OR-CAR-ID (OPN-IDX)
               MOVE CAR-MODEL TO OR-CAR-MODEL (OPN-IDX)
               MOVE OWNER-NAME TO OR-OWNER-NAME (OPN-IDX)
               MOVE CAR-OWNER-PHONE TO OR-OWNER-PHONE (OPN-IDX)
               PERFORM 316-TALLY-LOCATION-COUNT
           ELSE
               ADD 1 TO OPEN-OVERFLOW-CNT
           END-IF.

       315-LIST-OPEN-AT-LOCATION.
           IF OR-LOC-ID (OPN-IDX) EQUAL LT-LOC-ID (LOC-IDX)
               MOVE OR-CAMPAIGN-NO (OPN-IDX) TO LD-CAMPAIGN-NO
               MOVE OR-CAR-ID (OPN-IDX) TO LD-CAR-ID
               MOVE OR-CAR-MODEL (OPN-IDX) TO LD-CAR-MODEL
               MOVE OR-OWNER-NAME (OPN-IDX) TO LD-OWNER-NAME
               MOVE OR-OWNER-PHONE (OPN-IDX) TO LD-OWNER-PHONE
               WRITE RECALL-REPORT-LINE FROM LOCATION-DETAIL-LINE
           END-IF.

       316-TALLY-LOCATION-COUNT.
           MOVE 0 TO LOC-FOUND-FLG.
           SET LOC-IDX TO 1.
           SEARCH LOC-TOTALS-ENTRY
               AT END
                   CONTINUE
               WHEN LOC-IDX > LOC-TOTALS-USED
                   CONTINUE
               WHEN LT-LOC-ID (LOC-IDX) EQUAL CAR-LOC-ID
                   ADD 1 TO LT-OPEN-COUNT (LOC-IDX)
                   MOVE 1 TO LOC-FOUND-FLG
           END-SEARCH.
           IF LOC-FOUND-FLG EQUAL 0
               IF LOC-TOTALS-USED < 50
                   ADD 1 TO LOC-TOTALS-USED
                   SET LOC-IDX TO LOC-TOTALS-USED
                   MOVE CAR-LOC-ID TO LT-LOC-ID (LOC-IDX)
                   MOVE 1 TO LT-OPEN-COUNT (LOC-IDX)
               ELSE
                   ADD 1 TO LOC-OVERFLOW-CNT
               END-IF
           END-IF.

       9900-LOG-RUN-START.
           MOVE "S" TO RUN-FUNCTION.
           MOVE "RECALLRPT" TO RUN-JOB-NAME.
           MOVE 0 TO RUN-RETURN-CODE.
           MOVE 0 TO RUN-PROCESSED-CNT.
           MOVE 0 TO RUN-REJECTED-CNT.
           CALL "RUNLOG" USING RUNLOG-PARMS.

       9910-LOG-RUN-END.
           MOVE "E" TO RUN-FUNCTION.
           MOVE WS-RETURN-CODE TO RUN-RETURN-CODE.
           MOVE CAMPAIGN-READ-CNT TO RUN-PROCESSED-CNT.
           MOVE TOTAL-STILL-OPEN-CNT TO RUN-REJECTED-CNT.
           CALL "RUNLOG" USING RUNLOG-PARMS.

       END PROGRAM RECALLRPT.
