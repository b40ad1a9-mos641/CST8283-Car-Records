      ******************************************************************
      * Author: Mostapha A
      * Purpose: Nightly registration and safety-inspection compliance
      *          run. Walks the fleet master and checks each live car
      *          against its REGFILE.TXT row (posted by REGPOST),
      *          listing every car whose registration or inspection
      *          has already lapsed, falls due within the
      *          REGCOMPL-DAYS.CTL window, or that has no registration
      *          row at all. Exceptions are grouped by garaging yard
      *          from CARLOCFILE.TXT (NONE when unassigned) and written
      *          with counts to REGCOMPL-REPORT.TXT. Anything already
      *          lapsed returns 8 so run_regcompl.sh raises
      *          OPSALERT.LOG the way CARINTEG's exceptions do. A
      *          missing control file defaults the window to 30 days.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. REGCOMPL.

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

           SELECT OPTIONAL REGFILE-IN
               ASSIGN TO "..\REGFILE.TXT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS REG-CAR-ID.

           SELECT OPTIONAL CARLOC-FILE-IN
               ASSIGN TO "..\CARLOCFILE.TXT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS CLA-CAR-ID.

           SELECT OPTIONAL REGCOMPL-DAYS-CTL
               ASSIGN TO "..\REGCOMPL-DAYS.CTL"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REGCOMPL-REPORT
               ASSIGN TO "..\REGCOMPL-REPORT.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD CAR-FILE-IN.
           COPY CARREC.

       FD REGFILE-IN.
           COPY REGREC.

       FD CARLOC-FILE-IN.
           COPY CARLOCREC.

       FD REGCOMPL-DAYS-CTL.
       01 DAYS-CTL-RECORD.
           05 CTL-WINDOW-DAYS PIC 9(4).

       FD REGCOMPL-REPORT.
       01 REGCOMPL-REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.

       01 CONTROL-FIELDS.
           05 CAR-EOF-FLG PIC 9 VALUE 0.
           05 REG-FOUND-FLG PIC 9 VALUE 0.
           05 LOC-FOUND-FLG PIC 9 VALUE 0.
           05 CAR-READ-CNT PIC 9(6) VALUE 0.
           05 NO-REG-CNT PIC 9(6) VALUE 0.
           05 REG-EXPIRED-CNT PIC 9(6) VALUE 0.
           05 REG-EXPIRING-CNT PIC 9(6) VALUE 0.
           05 INSP-OVERDUE-CNT PIC 9(6) VALUE 0.
           05 INSP-DUE-CNT PIC 9(6) VALUE 0.
           05 TOTAL-EXCEPTION-CNT PIC 9(7) VALUE 0.
           05 EXCEPTION-OVERFLOW-CNT PIC 9(6) VALUE 0.
           05 LOC-OVERFLOW-CNT PIC 9(6) VALUE 0.
           05 WINDOW-DAYS PIC 9(4) VALUE 30.
           05 DAYS-TO-GO PIC S9(5) VALUE 0.
           05 TODAY-DATE PIC 9(8) VALUE 0.
           05 CHECK-DATE-NUM PIC 9(8) VALUE 0.
           05 WS-RETURN-CODE PIC 9(4) VALUE 0.

       01 EDIT-FIELDS.
           05 RUN-DATE PIC X(8) VALUE SPACES.
           05 CAR-LOC-ID PIC X(4) VALUE SPACES.
           05 CHECK-DATE PIC X(8) VALUE SPACES.
           05 EXCEPTION-TEXT PIC X(24) VALUE SPACES.

      * Exceptions are held here as the master is walked so they can
      * be written out grouped by location at the end of the run.
       01 EXCEPTION-TABLE.
           05 EXCEPTION-USED PIC 9(4) VALUE 0.
           05 EXCEPTION-ENTRY OCCURS 2000 TIMES
                   INDEXED BY EXC-IDX.
               10 XT-LOC-ID PIC X(4).
               10 XT-CAR-ID PIC X(6).
               10 XT-CAR-MODEL PIC X(15).
               10 XT-PLATE PIC X(10).
               10 XT-TEXT PIC X(24).
               10 XT-DATE PIC X(8).
               10 XT-DAYS PIC S9(5).

       01 LOCATION-TOTALS-TABLE.
           05 LOC-TOTALS-USED PIC 9(4) VALUE 0.
           05 LOC-TOTALS-ENTRY OCCURS 50 TIMES
                   INDEXED BY LOC-IDX.
               10 LT-LOC-ID PIC X(4).
               10 LT-EXCEPTION-COUNT PIC 9(6).

       01 EXCEPTION-DETAIL-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 EX-CAR-ID PIC X(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 EX-CAR-MODEL PIC X(15).
           05 EX-PLATE PIC X(11).
           05 EX-TEXT PIC X(24).
           05 EX-DATE PIC X(9).
           05 EX-DAYS PIC -(4)9.

       01 SUMMARY-DETAIL-LINE.
           05 SM-LABEL PIC X(35).
           05 SM-COUNT PIC ZZZ,ZZ9.

       COPY RUNLOGWS.

       PROCEDURE DIVISION.

       100-CHECK-REG-COMPLIANCE.
           PERFORM 9900-LOG-RUN-START.
           PERFORM 201-INITIATE-COMPLIANCE.
           PERFORM 202-CHECK-ONE-FLEET-CAR
                UNTIL CAR-EOF-FLG EQUAL 1.
           PERFORM 204-WRITE-EXCEPTIONS-BY-LOC.
           PERFORM 207-WRITE-SUMMARY-COUNTS.
           PERFORM 205-DISPLAY-COMPLIANCE-TOTALS.
           PERFORM 206-SET-RETURN-CODE.
           PERFORM 203-CLOSE-COMPLIANCE-FILES.
           PERFORM 9910-LOG-RUN-END.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       201-INITIATE-COMPLIANCE.
           PERFORM 301-OPEN-COMPLIANCE-FILES.
           PERFORM 302-LOAD-WINDOW-DAYS.
           MOVE FUNCTION CURRENT-DATE (1:8) TO RUN-DATE.
           MOVE RUN-DATE TO TODAY-DATE.
           MOVE SPACES TO REGCOMPL-REPORT-LINE.
           STRING "REGISTRATION / INSPECTION EXCEPTIONS AS OF "
                  DELIMITED BY SIZE
                  RUN-DATE DELIMITED BY SIZE
                  INTO REGCOMPL-REPORT-LINE.
           WRITE REGCOMPL-REPORT-LINE.
           PERFORM 303-READ-CAR-RECORD.

       202-CHECK-ONE-FLEET-CAR.
           ADD 1 TO CAR-READ-CNT.
           PERFORM 304-FETCH-REGISTRATION.
           IF REG-FOUND-FLG EQUAL 0
               ADD 1 TO NO-REG-CNT
               MOVE "NO REGISTRATION ON FILE" TO EXCEPTION-TEXT
               MOVE SPACES TO CHECK-DATE
               MOVE 0 TO DAYS-TO-GO
               PERFORM 307-HOLD-EXCEPTION
           ELSE
               PERFORM 305-CHECK-REGISTRATION-EXPIRY
               PERFORM 306-CHECK-INSPECTION-DUE
           END-IF.
           PERFORM 303-READ-CAR-RECORD.

       203-CLOSE-COMPLIANCE-FILES.
           CLOSE CAR-FILE-IN
                 REGFILE-IN
                 CARLOC-FILE-IN
                 REGCOMPL-REPORT.

       204-WRITE-EXCEPTIONS-BY-LOC.
           PERFORM 310-WRITE-ONE-LOCATION
                VARYING LOC-IDX FROM 1 BY 1
                UNTIL LOC-IDX > LOC-TOTALS-USED.

       205-DISPLAY-COMPLIANCE-TOTALS.
           DISPLAY SPACE.
           DISPLAY "REGISTRATION COMPLIANCE TOTALS".
           DISPLAY "  FLEET RECORDS READ:     " CAR-READ-CNT.
           DISPLAY "  WINDOW DAYS:            " WINDOW-DAYS.
           DISPLAY "  NO REGISTRATION ROW:    " NO-REG-CNT.
           DISPLAY "  REGISTRATION EXPIRED:   " REG-EXPIRED-CNT.
           DISPLAY "  REGISTRATION EXPIRING:  " REG-EXPIRING-CNT.
           DISPLAY "  INSPECTION OVERDUE:     " INSP-OVERDUE-CNT.
           DISPLAY "  INSPECTION DUE:         " INSP-DUE-CNT.
           IF EXCEPTION-OVERFLOW-CNT > 0 OR LOC-OVERFLOW-CNT > 0
               DISPLAY "  EXCEPTIONS NOT LISTED (TABLE FULL): "
                       EXCEPTION-OVERFLOW-CNT " / " LOC-OVERFLOW-CNT
           END-IF.
           IF REG-EXPIRED-CNT > 0 OR INSP-OVERDUE-CNT > 0
               DISPLAY "  LAPSED CARS FOUND - SEE REGCOMPL-REPORT.TXT"
           END-IF.

       206-SET-RETURN-CODE.
           IF REG-EXPIRED-CNT > 0 OR INSP-OVERDUE-CNT > 0
               MOVE 8 TO WS-RETURN-CODE
           ELSE
               MOVE 0 TO WS-RETURN-CODE
           END-IF.

       207-WRITE-SUMMARY-COUNTS.
           COMPUTE TOTAL-EXCEPTION-CNT =
                   NO-REG-CNT + REG-EXPIRED-CNT + REG-EXPIRING-CNT
                   + INSP-OVERDUE-CNT + INSP-DUE-CNT.
           MOVE SPACES TO REGCOMPL-REPORT-LINE.
           WRITE REGCOMPL-REPORT-LINE.
           MOVE "EXCEPTION COUNTS" TO REGCOMPL-REPORT-LINE.
           WRITE REGCOMPL-REPORT-LINE.
           MOVE "  NO REGISTRATION ROW:" TO SM-LABEL.
           MOVE NO-REG-CNT TO SM-COUNT.
           WRITE REGCOMPL-REPORT-LINE FROM SUMMARY-DETAIL-LINE.
           MOVE "  REGISTRATION EXPIRED:" TO SM-LABEL.
           MOVE REG-EXPIRED-CNT TO SM-COUNT.
           WRITE REGCOMPL-REPORT-LINE FROM SUMMARY-DETAIL-LINE.
           MOVE "  REGISTRATION EXPIRING IN WINDOW:" TO SM-LABEL.
           MOVE REG-EXPIRING-CNT TO SM-COUNT.
           WRITE REGCOMPL-REPORT-LINE FROM SUMMARY-DETAIL-LINE.
           MOVE "  INSPECTION OVERDUE:" TO SM-LABEL.
           MOVE INSP-OVERDUE-CNT TO SM-COUNT.
           WRITE REGCOMPL-REPORT-LINE FROM SUMMARY-DETAIL-LINE.
           MOVE "  INSPECTION DUE IN WINDOW:" TO SM-LABEL.
           MOVE INSP-DUE-CNT TO SM-COUNT.
           WRITE REGCOMPL-REPORT-LINE FROM SUMMARY-DETAIL-LINE.

       301-OPEN-COMPLIANCE-FILES.
           OPEN INPUT CAR-FILE-IN.
           OPEN INPUT REGFILE-IN.
           OPEN INPUT CARLOC-FILE-IN.
           OPEN OUTPUT REGCOMPL-REPORT.

       302-LOAD-WINDOW-DAYS.
           OPEN INPUT REGCOMPL-DAYS-CTL.
           READ REGCOMPL-DAYS-CTL
               AT END
                   DISPLAY "WINDOW-DAYS CONTROL NOT ON FILE - USING "
                           WINDOW-DAYS
               NOT AT END
                   IF CTL-WINDOW-DAYS NUMERIC
                       MOVE CTL-WINDOW-DAYS TO WINDOW-DAYS
                   ELSE
                       DISPLAY "WINDOW-DAYS CONTROL INVALID - USING "
                               WINDOW-DAYS
                   END-IF
           END-READ.
           CLOSE REGCOMPL-DAYS-CTL.

       303-READ-CAR-RECORD.
           READ CAR-FILE-IN
               AT END MOVE 1 TO CAR-EOF-FLG.

       304-FETCH-REGISTRATION.
           MOVE 0 TO REG-FOUND-FLG.
           MOVE CAR-ID TO REG-CAR-ID.
           READ REGFILE-IN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO REG-FOUND-FLG
           END-READ.

       305-CHECK-REGISTRATION-EXPIRY.
           MOVE REG-EXPIRY-DATE TO CHECK-DATE.
           PERFORM 308-MEASURE-DAYS-TO-GO.
           IF DAYS-TO-GO < 0
               ADD 1 TO REG-EXPIRED-CNT
               MOVE "REGISTRATION EXPIRED" TO EXCEPTION-TEXT
               PERFORM 307-HOLD-EXCEPTION
           ELSE
               IF DAYS-TO-GO NOT > WINDOW-DAYS
                   ADD 1 TO REG-EXPIRING-CNT
                   MOVE "REGISTRATION EXPIRING" TO EXCEPTION-TEXT
                   PERFORM 307-HOLD-EXCEPTION
               END-IF
           END-IF.

       306-CHECK-INSPECTION-DUE.
           MOVE REG-NEXT-INSP-DATE TO CHECK-DATE.
           PERFORM 308-MEASURE-DAYS-TO-GO.
           IF DAYS-TO-GO < 0
               ADD 1 TO INSP-OVERDUE-CNT
               MOVE "INSPECTION OVERDUE" TO EXCEPTION-TEXT
               PERFORM 307-HOLD-EXCEPTION
           ELSE
               IF DAYS-TO-GO NOT > WINDOW-DAYS
                   ADD 1 TO INSP-DUE-CNT
                   MOVE "INSPECTION DUE" TO EXCEPTION-TEXT
                   PERFORM 307-HOLD-EXCEPTION
               END-IF
           END-IF.

       307-HOLD-EXCEPTION.
           PERFORM 309-FETCH-CAR-LOCATION.
           IF EXCEPTION-USED < 2000
               ADD 1 TO EXCEPTION-USED
               SET EXC-IDX TO EXCEPTION-USED
               MOVE CAR-LOC-ID TO XT-LOC-ID (EXC-IDX)
               MOVE CAR-ID TO XT-CAR-ID (EXC-IDX)
               MOVE CAR-MODEL TO XT-CAR-MODEL (EXC-IDX)
               IF REG-FOUND-FLG EQUAL 1
                   MOVE REG-PLATE TO XT-PLATE (EXC-IDX)
               ELSE
                   MOVE SPACES TO XT-PLATE (EXC-IDX)
               END-IF
               MOVE EXCEPTION-TEXT TO XT-TEXT (EXC-IDX)
               MOVE CHECK-DATE TO XT-DATE (EXC-IDX)
               MOVE DAYS-TO-GO TO XT-DAYS (EXC-IDX)
               PERFORM 312-TALLY-LOCATION-COUNT
           ELSE
               ADD 1 TO EXCEPTION-OVERFLOW-CNT
           END-IF.

      * A date the posting edits would never have let through is
      * treated as already lapsed rather than slipping off the list.
       308-MEASURE-DAYS-TO-GO.
           IF CHECK-DATE EQUAL SPACES
                   OR CHECK-DATE NOT NUMERIC
               MOVE -1 TO DAYS-TO-GO
           ELSE
               MOVE CHECK-DATE TO CHECK-DATE-NUM
               COMPUTE DAYS-TO-GO =
                       FUNCTION INTEGER-OF-DATE(CHECK-DATE-NUM)
                       - FUNCTION INTEGER-OF-DATE(TODAY-DATE)
           END-IF.

      * A car with no assignment row is reported under NONE so the
      * per-location counts still sum to the exception count.
       309-FETCH-CAR-LOCATION.
           MOVE "NONE" TO CAR-LOC-ID.
           MOVE CAR-ID TO CLA-CAR-ID.
           READ CARLOC-FILE-IN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CLA-LOC-ID TO CAR-LOC-ID
           END-READ.

       310-WRITE-ONE-LOCATION.
           MOVE SPACES TO REGCOMPL-REPORT-LINE.
           WRITE REGCOMPL-REPORT-LINE.
           MOVE SPACES TO REGCOMPL-REPORT-LINE.
           STRING "LOCATION " DELIMITED BY SIZE
                  LT-LOC-ID (LOC-IDX) DELIMITED BY SIZE
                  INTO REGCOMPL-REPORT-LINE.
           WRITE REGCOMPL-REPORT-LINE.
           PERFORM 311-WRITE-EXCEPTION-AT-LOC
                VARYING EXC-IDX FROM 1 BY 1
                UNTIL EXC-IDX > EXCEPTION-USED.
           MOVE "  EXCEPTIONS AT LOCATION:" TO SM-LABEL.
           MOVE LT-EXCEPTION-COUNT (LOC-IDX) TO SM-COUNT.
           WRITE REGCOMPL-REPORT-LINE FROM SUMMARY-DETAIL-LINE.

       311-WRITE-EXCEPTION-AT-LOC.
           IF XT-LOC-ID (EXC-IDX) EQUAL LT-LOC-ID (LOC-IDX)
               MOVE XT-CAR-ID (EXC-IDX) TO EX-CAR-ID
               MOVE XT-CAR-MODEL (EXC-IDX) TO EX-CAR-MODEL
               MOVE XT-PLATE (EXC-IDX) TO EX-PLATE
               MOVE XT-TEXT (EXC-IDX) TO EX-TEXT
               MOVE XT-DATE (EXC-IDX) TO EX-DATE
               MOVE XT-DAYS (EXC-IDX) TO EX-DAYS
               WRITE REGCOMPL-REPORT-LINE FROM EXCEPTION-DETAIL-LINE
           END-IF.

       312-TALLY-LOCATION-COUNT.
           MOVE 0 TO LOC-FOUND-FLG.
           SET LOC-IDX TO 1.
           SEARCH LOC-TOTALS-ENTRY
               AT END
                   CONTINUE
               WHEN LOC-IDX > LOC-TOTALS-USED
                   CONTINUE
               WHEN LT-LOC-ID (LOC-IDX) EQUAL CAR-LOC-ID
                   ADD 1 TO LT-EXCEPTION-COUNT (LOC-IDX)
                   MOVE 1 TO LOC-FOUND-FLG
           END-SEARCH.
           IF LOC-FOUND-FLG EQUAL 0
               IF LOC-TOTALS-USED < 50
                   ADD 1 TO LOC-TOTALS-USED
                   SET LOC-IDX TO LOC-TOTALS-USED
                   MOVE CAR-LOC-ID TO LT-LOC-ID (LOC-IDX)
                   MOVE 1 TO LT-EXCEPTION-COUNT (LOC-IDX)
               ELSE
                   ADD 1 TO LOC-OVERFLOW-CNT
               END-IF
           END-IF.

       9900-LOG-RUN-START.
           MOVE "S" TO RUN-FUNCTION.
           MOVE "REGCOMPL" TO RUN-JOB-NAME.
           MOVE 0 TO RUN-RETURN-CODE.
           MOVE 0 TO RUN-PROCESSED-CNT.
           MOVE 0 TO RUN-REJECTED-CNT.
           CALL "RUNLOG" USING RUNLOG-PARMS.

       9910-LOG-RUN-END.
           MOVE "E" TO RUN-FUNCTION.
           MOVE WS-RETURN-CODE TO RUN-RETURN-CODE.
           MOVE CAR-READ-CNT TO RUN-PROCESSED-CNT.
           MOVE TOTAL-EXCEPTION-CNT TO RUN-REJECTED-CNT.
           CALL "RUNLOG" USING RUNLOG-PARMS.

       END PROGRAM REGCOMPL.
