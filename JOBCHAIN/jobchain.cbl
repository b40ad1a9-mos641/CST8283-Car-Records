      ******************************************************************
      * Author: Mostapha A
      * Purpose: Overnight batch-window driver. Reads the job-step
      *          control file JOBCHAIN-STEPS.CTL - one row per step
      *          giving the step name, the program it runs, up to
      *          three predecessor steps, up to four return codes
      *          that count as success, what a failure does ("S"
      *          stops the chain, "A" only raises an alert) and an
      *          optional day of the month the step is limited to -
      *          and runs each step's JOBS/run_<program>.sh wrapper
      *          once every predecessor has finished. With no control
      *          file on hand the standing chain below is used. Step
      *          starts and ends are stamped through RUNLOG under the
      *          step name. Progress is kept step by step in
      *          JOBCHAIN-STATUS.TXT, so rerunning the driver the same
      *          night restarts from the failed step without
      *          re-running the steps that already completed. Returns
      *          8 when a failure stopped the chain or steps were left
      *          unrun, 4 when a step failed with an alert only or a
      *          control row was unusable, so run_jobchain.sh can
      *          raise OPSALERT.LOG.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. JOBCHAIN.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT OPTIONAL STEP-CONTROL-IN
               ASSIGN TO "..\JOBCHAIN-STEPS.CTL"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL STEP-STATUS-FILE
               ASSIGN TO "..\JOBCHAIN-STATUS.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD STEP-CONTROL-IN.
       01 STEP-CONTROL-RECORD.
           05 STC-STEP-NAME PIC X(10).
           05 FILLER PIC X(1).
           05 STC-PROGRAM PIC X(12).
           05 FILLER PIC X(1).
           05 STC-PREDECESSOR-GROUP.
               10 STC-PREDECESSOR-ENTRY OCCURS 3 TIMES.
                   15 STC-PREDECESSOR PIC X(10).
                   15 FILLER PIC X(1).
           05 STC-SUCCESS-RC PIC X(2) OCCURS 4 TIMES.
           05 FILLER PIC X(1).
           05 STC-FAIL-ACTION PIC X(1).
           05 FILLER PIC X(1).
           05 STC-RUN-DAY PIC X(2).

      * One row per step, rewritten after every step starts and ends.
      * Status: P not yet run, R running, C completed, A failed with
      * alert only, F failed and stopped the chain, N not scheduled
      * tonight.
       FD STEP-STATUS-FILE.
       01 STEP-STATUS-RECORD.
           05 SST-WINDOW-DATE PIC X(8).
           05 FILLER PIC X(1).
           05 SST-STEP-NAME PIC X(10).
           05 FILLER PIC X(1).
           05 SST-STATUS PIC X(1).
           05 FILLER PIC X(1).
           05 SST-RETURN-CODE PIC 9(4).
           05 FILLER PIC X(1).
           05 SST-START-TIME PIC X(6).
           05 FILLER PIC X(1).
           05 SST-END-TIME PIC X(6).

       WORKING-STORAGE SECTION.

       01 CONTROL-FIELDS.
           05 CONTROL-EOF-FLG PIC 9 VALUE 0.
           05 CONTROL-FOUND-FLG PIC 9 VALUE 0.
           05 STATUS-EOF-FLG PIC 9 VALUE 0.
           05 STEP-VALID-FLG PIC 9 VALUE 0.
           05 PROGRESS-FLG PIC 9 VALUE 0.
           05 CHAIN-STOPPED-FLG PIC 9 VALUE 0.
           05 READY-FLG PIC 9 VALUE 0.
           05 PRED-FOUND-FLG PIC 9 VALUE 0.
           05 RC-MATCH-FLG PIC 9 VALUE 0.
           05 RC-GIVEN-FLG PIC 9 VALUE 0.
           05 CONTROL-READ-CNT PIC 9(6) VALUE 0.
           05 CONTROL-REJECT-CNT PIC 9(6) VALUE 0.
           05 RESUMED-STEP-CNT PIC 9(6) VALUE 0.
           05 STEP-RUN-CNT PIC 9(6) VALUE 0.
           05 STEP-OK-CNT PIC 9(6) VALUE 0.
           05 STEP-ALERT-CNT PIC 9(6) VALUE 0.
           05 STEP-STOP-CNT PIC 9(6) VALUE 0.
           05 STEP-NOT-RUN-CNT PIC 9(6) VALUE 0.
           05 STEP-OVERFLOW-CNT PIC 9(6) VALUE 0.
           05 WS-RETURN-CODE PIC 9(4) VALUE 0.

       01 WINDOW-FIELDS.
           05 WINDOW-DATE PIC X(8) VALUE SPACES.
           05 WINDOW-DAY PIC X(2) VALUE SPACES.
           05 CLOCK-TIME PIC X(6) VALUE SPACES.
           05 STEP-RC PIC 9(9) VALUE 0.
           05 STEP-RC-2 PIC 99 VALUE 0.
           05 STEP-WRAPPER PIC X(12) VALUE SPACES.
           05 STEP-COMMAND PIC X(80) VALUE SPACES.

      * The standing overnight chain, used when JOBCHAIN-STEPS.CTL is
      * not on hand. Laid out exactly as a control row: the month-end
      * pair on the 1st only, then backup, the retention purge on the
      * 1st only once the backup is good, LAB03 once the backup is
      * good, and the integrity sweep, reconciliation and compliance
      * checks behind LAB03.
       01 DEFAULT-CHAIN-VALUES.
           05 FILLER PIC X(24) VALUE "MONTHEND   CARSNAP      ".
           05 FILLER PIC X(33) VALUE SPACES.
           05 FILLER PIC X(13) VALUE "00       A 01".
           05 FILLER PIC X(24) VALUE "BACKUP     CARBACKUP    ".
           05 FILLER PIC X(33) VALUE "MONTHEND".
           05 FILLER PIC X(13) VALUE "00       S".
           05 FILLER PIC X(24) VALUE "RETENTION  RETPURGE     ".
           05 FILLER PIC X(33) VALUE "BACKUP".
           05 FILLER PIC X(13) VALUE "0004     A 01".
           05 FILLER PIC X(24) VALUE "CARLIST    LAB03        ".
           05 FILLER PIC X(33) VALUE "BACKUP".
           05 FILLER PIC X(13) VALUE "0004     S".
           05 FILLER PIC X(24) VALUE "INTEGRITY  CARINTEG     ".
           05 FILLER PIC X(33) VALUE "CARLIST".
           05 FILLER PIC X(13) VALUE "00       A".
           05 FILLER PIC X(24) VALUE "RECONCILE  CARRECON     ".
           05 FILLER PIC X(33) VALUE "CARLIST".
           05 FILLER PIC X(13) VALUE "00       A".
           05 FILLER PIC X(24) VALUE "COMPLIANCE REGCOMPL     ".
           05 FILLER PIC X(33) VALUE "RECONCILE".
           05 FILLER PIC X(13) VALUE "00       A".
       01 DEFAULT-CHAIN-TABLE REDEFINES DEFAULT-CHAIN-VALUES.
           05 DEFAULT-CHAIN-ROW PIC X(70) OCCURS 7 TIMES
                   INDEXED BY DF-IDX.

       01 STEP-TABLE.
           05 STEP-USED PIC 9(4) VALUE 0.
           05 STEP-ENTRY OCCURS 30 TIMES
                   INDEXED BY ST-IDX PD-IDX.
               10 ST-STEP-NAME PIC X(10).
               10 ST-PROGRAM PIC X(12).
               10 ST-PREDECESSOR PIC X(10) OCCURS 3 TIMES
                       INDEXED BY PR-IDX.
               10 ST-SUCCESS-RC PIC X(2) OCCURS 4 TIMES
                       INDEXED BY RC-IDX.
               10 ST-FAIL-ACTION PIC X(1).
               10 ST-RUN-DAY PIC X(2).
               10 ST-STATUS PIC X(1).
               10 ST-RETURN-CODE PIC 9(4).
               10 ST-START-TIME PIC X(6).
               10 ST-END-TIME PIC X(6).

       COPY RUNLOGWS.

       PROCEDURE DIVISION.

       100-RUN-BATCH-WINDOW.
           PERFORM 9900-LOG-RUN-START.
           PERFORM 201-INITIATE-CHAIN.
           MOVE 1 TO PROGRESS-FLG.
           PERFORM 202-RUN-READY-STEPS
                UNTIL PROGRESS-FLG EQUAL 0
                   OR CHAIN-STOPPED-FLG EQUAL 1.
           PERFORM 204-REPORT-UNRUN-STEPS.
           PERFORM 330-SAVE-STEP-STATUS.
           PERFORM 205-DISPLAY-CHAIN-TOTALS.
           PERFORM 206-SET-RETURN-CODE.
           PERFORM 9910-LOG-RUN-END.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       201-INITIATE-CHAIN.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WINDOW-DATE.
           MOVE WINDOW-DATE (7:2) TO WINDOW-DAY.
           PERFORM 301-LOAD-STEP-CONTROL.
           PERFORM 305-LOAD-STEP-STATUS.
           PERFORM 308-MARK-UNSCHEDULED-STEP
                VARYING ST-IDX FROM 1 BY 1
                UNTIL ST-IDX > STEP-USED.
           IF RESUMED-STEP-CNT > 0
               DISPLAY "RESTART OF " WINDOW-DATE " WINDOW - "
                       RESUMED-STEP-CNT " STEP(S) ALREADY COMPLETE"
           END-IF.
           PERFORM 330-SAVE-STEP-STATUS.

      * One pass over the table in control-file order; any step
      * whose predecessors have all finished is run. Passes repeat
      * until a pass runs nothing, so a step listed ahead of its
      * predecessor still runs in dependency order.
       202-RUN-READY-STEPS.
           MOVE 0 TO PROGRESS-FLG.
           PERFORM 310-TRY-ONE-STEP
                VARYING ST-IDX FROM 1 BY 1
                UNTIL ST-IDX > STEP-USED
                   OR CHAIN-STOPPED-FLG EQUAL 1.

       204-REPORT-UNRUN-STEPS.
           PERFORM 315-REPORT-ONE-UNRUN-STEP
                VARYING ST-IDX FROM 1 BY 1
                UNTIL ST-IDX > STEP-USED.

       205-DISPLAY-CHAIN-TOTALS.
           DISPLAY SPACE.
           DISPLAY "BATCH WINDOW CHAIN TOTALS".
           DISPLAY "  STEPS IN CHAIN:        " STEP-USED.
           DISPLAY "  ALREADY COMPLETE:      " RESUMED-STEP-CNT.
           DISPLAY "  STEPS RUN:             " STEP-RUN-CNT.
           DISPLAY "  STEPS SUCCEEDED:       " STEP-OK-CNT.
           DISPLAY "  FAILED - ALERT ONLY:   " STEP-ALERT-CNT.
           DISPLAY "  FAILED - CHAIN STOPPED:" STEP-STOP-CNT.
           DISPLAY "  STEPS NOT RUN:         " STEP-NOT-RUN-CNT.
           IF CONTROL-REJECT-CNT > 0
               DISPLAY "  CONTROL ROWS REJECTED: " CONTROL-REJECT-CNT
           END-IF.
           IF STEP-OVERFLOW-CNT > 0
               DISPLAY "  STEPS OVER TABLE SIZE: " STEP-OVERFLOW-CNT
           END-IF.

       206-SET-RETURN-CODE.
           EVALUATE TRUE
               WHEN STEP-STOP-CNT > 0
                   MOVE 8 TO WS-RETURN-CODE
               WHEN STEP-NOT-RUN-CNT > 0
                   MOVE 8 TO WS-RETURN-CODE
               WHEN STEP-ALERT-CNT > 0
                   MOVE 4 TO WS-RETURN-CODE
               WHEN CONTROL-REJECT-CNT > 0
                   MOVE 4 TO WS-RETURN-CODE
               WHEN STEP-OVERFLOW-CNT > 0
                   MOVE 4 TO WS-RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO WS-RETURN-CODE
           END-EVALUATE.

       301-LOAD-STEP-CONTROL.
           MOVE 0 TO CONTROL-FOUND-FLG.
           OPEN INPUT STEP-CONTROL-IN.
           PERFORM 302-READ-STEP-CONTROL.
           PERFORM 303-LOAD-ONE-CONTROL-ROW
                UNTIL CONTROL-EOF-FLG EQUAL 1.
           CLOSE STEP-CONTROL-IN.
           IF CONTROL-FOUND-FLG EQUAL 0
               DISPLAY "STEP CONTROL NOT ON FILE - USING STANDING "
                       "CHAIN"
               PERFORM 304-LOAD-DEFAULT-ROW
                    VARYING DF-IDX FROM 1 BY 1
                    UNTIL DF-IDX > 7
           END-IF.

       302-READ-STEP-CONTROL.
           READ STEP-CONTROL-IN
               AT END MOVE 1 TO CONTROL-EOF-FLG
               NOT AT END ADD 1 TO CONTROL-READ-CNT
           END-READ.

       303-LOAD-ONE-CONTROL-ROW.
           IF STEP-CONTROL-RECORD NOT EQUAL SPACES
               MOVE 1 TO CONTROL-FOUND-FLG
               PERFORM 320-ADD-STEP-FROM-ROW
           END-IF.
           PERFORM 302-READ-STEP-CONTROL.

       304-LOAD-DEFAULT-ROW.
           MOVE DEFAULT-CHAIN-ROW (DF-IDX) TO STEP-CONTROL-RECORD.
           PERFORM 320-ADD-STEP-FROM-ROW.

      * Only tonight's completed steps are carried forward; a step
      * that failed, or was running when the window fell over, is
      * run again.
       305-LOAD-STEP-STATUS.
           OPEN INPUT STEP-STATUS-FILE.
           PERFORM 306-READ-STEP-STATUS.
           PERFORM 307-RESUME-ONE-STEP
                UNTIL STATUS-EOF-FLG EQUAL 1.
           CLOSE STEP-STATUS-FILE.

       306-READ-STEP-STATUS.
           READ STEP-STATUS-FILE
               AT END MOVE 1 TO STATUS-EOF-FLG
           END-READ.

       307-RESUME-ONE-STEP.
           IF SST-WINDOW-DATE EQUAL WINDOW-DATE
                   AND SST-STATUS EQUAL "C"
               SET ST-IDX TO 1
               SEARCH STEP-ENTRY
                   AT END
                       CONTINUE
                   WHEN ST-IDX > STEP-USED
                       CONTINUE
                   WHEN ST-STEP-NAME (ST-IDX) EQUAL SST-STEP-NAME
                       MOVE SST-STATUS TO ST-STATUS (ST-IDX)
                       MOVE SST-RETURN-CODE TO ST-RETURN-CODE (ST-IDX)
                       MOVE SST-START-TIME TO ST-START-TIME (ST-IDX)
                       MOVE SST-END-TIME TO ST-END-TIME (ST-IDX)
                       ADD 1 TO RESUMED-STEP-CNT
               END-SEARCH
           END-IF.
           PERFORM 306-READ-STEP-STATUS.

       308-MARK-UNSCHEDULED-STEP.
           IF ST-STATUS (ST-IDX) EQUAL "P"
                   AND ST-RUN-DAY (ST-IDX) NOT EQUAL SPACES
                   AND ST-RUN-DAY (ST-IDX) NOT EQUAL WINDOW-DAY
               MOVE "N" TO ST-STATUS (ST-IDX)
               DISPLAY "STEP " ST-STEP-NAME (ST-IDX)
                       " NOT SCHEDULED TONIGHT (DAY "
                       ST-RUN-DAY (ST-IDX) " ONLY)"
           END-IF.

       310-TRY-ONE-STEP.
           IF ST-STATUS (ST-IDX) EQUAL "P"
               MOVE 1 TO READY-FLG
               PERFORM 311-CHECK-ONE-PREDECESSOR
                    VARYING PR-IDX FROM 1 BY 1
                    UNTIL PR-IDX > 3
               IF READY-FLG EQUAL 1
                   MOVE 1 TO PROGRESS-FLG
                   PERFORM 325-RUN-ONE-STEP
               END-IF
           END-IF.

      * A predecessor has finished when it completed, failed with an
      * alert only, or is not scheduled tonight. A predecessor that
      * is not in the chain at all never finishes, so its successor
      * is left unrun and reported.
       311-CHECK-ONE-PREDECESSOR.
           IF ST-PREDECESSOR (ST-IDX, PR-IDX) NOT EQUAL SPACES
               MOVE 0 TO PRED-FOUND-FLG
               PERFORM 312-MATCH-PREDECESSOR
                    VARYING PD-IDX FROM 1 BY 1
                    UNTIL PD-IDX > STEP-USED
               IF PRED-FOUND-FLG EQUAL 0
                   MOVE 0 TO READY-FLG
               END-IF
           END-IF.

       312-MATCH-PREDECESSOR.
           IF ST-STEP-NAME (PD-IDX) EQUAL
                   ST-PREDECESSOR (ST-IDX, PR-IDX)
               MOVE 1 TO PRED-FOUND-FLG
               IF ST-STATUS (PD-IDX) NOT EQUAL "C"
                       AND ST-STATUS (PD-IDX) NOT EQUAL "A"
                       AND ST-STATUS (PD-IDX) NOT EQUAL "N"
                   MOVE 0 TO READY-FLG
               END-IF
           END-IF.

       315-REPORT-ONE-UNRUN-STEP.
           IF ST-STATUS (ST-IDX) EQUAL "P"
               ADD 1 TO STEP-NOT-RUN-CNT
               DISPLAY "STEP " ST-STEP-NAME (ST-IDX)
                       " NOT RUN - PREDECESSOR NOT FINISHED"
           END-IF.

       320-ADD-STEP-FROM-ROW.
           MOVE 1 TO STEP-VALID-FLG.
           IF STC-STEP-NAME EQUAL SPACES
                   OR STC-PROGRAM EQUAL SPACES
               MOVE 0 TO STEP-VALID-FLG
           END-IF.
           IF STC-FAIL-ACTION NOT EQUAL "S"
                   AND STC-FAIL-ACTION NOT EQUAL "A"
               MOVE 0 TO STEP-VALID-FLG
           END-IF.
           IF STC-RUN-DAY NOT EQUAL SPACES
                   AND STC-RUN-DAY NOT NUMERIC
               MOVE 0 TO STEP-VALID-FLG
           END-IF.
           PERFORM 321-CHECK-ONE-SUCCESS-RC
                VARYING RC-IDX FROM 1 BY 1
                UNTIL RC-IDX > 4.
           EVALUATE TRUE
               WHEN STEP-VALID-FLG EQUAL 0
                   ADD 1 TO CONTROL-REJECT-CNT
                   DISPLAY "STEP CONTROL ROW INVALID - SKIPPED: "
                           STEP-CONTROL-RECORD
               WHEN STEP-USED EQUAL 30
                   ADD 1 TO STEP-OVERFLOW-CNT
                   DISPLAY "STEP TABLE FULL - SKIPPED: "
                           STC-STEP-NAME
               WHEN OTHER
                   ADD 1 TO STEP-USED
                   SET ST-IDX TO STEP-USED
                   MOVE STC-STEP-NAME TO ST-STEP-NAME (ST-IDX)
                   MOVE STC-PROGRAM TO ST-PROGRAM (ST-IDX)
                   MOVE STC-PREDECESSOR (1)
                        TO ST-PREDECESSOR (ST-IDX, 1)
                   MOVE STC-PREDECESSOR (2)
                        TO ST-PREDECESSOR (ST-IDX, 2)
                   MOVE STC-PREDECESSOR (3)
                        TO ST-PREDECESSOR (ST-IDX, 3)
                   MOVE STC-SUCCESS-RC (1)
                        TO ST-SUCCESS-RC (ST-IDX, 1)
                   MOVE STC-SUCCESS-RC (2)
                        TO ST-SUCCESS-RC (ST-IDX, 2)
                   MOVE STC-SUCCESS-RC (3)
                        TO ST-SUCCESS-RC (ST-IDX, 3)
                   MOVE STC-SUCCESS-RC (4)
                        TO ST-SUCCESS-RC (ST-IDX, 4)
                   MOVE STC-FAIL-ACTION TO ST-FAIL-ACTION (ST-IDX)
                   MOVE STC-RUN-DAY TO ST-RUN-DAY (ST-IDX)
                   MOVE "P" TO ST-STATUS (ST-IDX)
                   MOVE 0 TO ST-RETURN-CODE (ST-IDX)
                   MOVE SPACES TO ST-START-TIME (ST-IDX)
                   MOVE SPACES TO ST-END-TIME (ST-IDX)
           END-EVALUATE.

       321-CHECK-ONE-SUCCESS-RC.
           IF STC-SUCCESS-RC (RC-IDX) NOT EQUAL SPACES
                   AND STC-SUCCESS-RC (RC-IDX) NOT NUMERIC
               MOVE 0 TO STEP-VALID-FLG
           END-IF.

      * The step's own wrapper is run rather than the bare program,
      * so its generation rotation, log retirement and OPSALERT.LOG
      * messages still happen exactly as they did under cron.
       325-RUN-ONE-STEP.
           ADD 1 TO STEP-RUN-CNT.
           MOVE FUNCTION CURRENT-DATE (9:6) TO CLOCK-TIME.
           MOVE "R" TO ST-STATUS (ST-IDX).
           MOVE CLOCK-TIME TO ST-START-TIME (ST-IDX).
           MOVE SPACES TO ST-END-TIME (ST-IDX).
           PERFORM 330-SAVE-STEP-STATUS.
           MOVE "S" TO RUN-FUNCTION.
           MOVE ST-STEP-NAME (ST-IDX) TO RUN-JOB-NAME.
           MOVE 0 TO RUN-RETURN-CODE.
           MOVE 0 TO RUN-PROCESSED-CNT.
           MOVE 0 TO RUN-REJECTED-CNT.
           CALL "RUNLOG" USING RUNLOG-PARMS.
           MOVE FUNCTION LOWER-CASE(ST-PROGRAM (ST-IDX))
                TO STEP-WRAPPER.
           MOVE SPACES TO STEP-COMMAND.
           STRING "bash ../JOBS/run_" DELIMITED BY SIZE
                  STEP-WRAPPER DELIMITED BY SPACE
                  ".sh" DELIMITED BY SIZE
                  INTO STEP-COMMAND.
           DISPLAY "STEP " ST-STEP-NAME (ST-IDX) " STARTED "
                   CLOCK-TIME " - " FUNCTION TRIM(STEP-COMMAND).
           CALL "SYSTEM" USING STEP-COMMAND.
           MOVE RETURN-CODE TO STEP-RC.
      * The shell hands back a wait status with the exit code in its
      * high-order byte.
           IF STEP-RC > 255
               DIVIDE 256 INTO STEP-RC
           END-IF.
           MOVE STEP-RC TO ST-RETURN-CODE (ST-IDX).
           MOVE FUNCTION CURRENT-DATE (9:6) TO CLOCK-TIME.
           MOVE CLOCK-TIME TO ST-END-TIME (ST-IDX).
           MOVE "E" TO RUN-FUNCTION.
           MOVE ST-STEP-NAME (ST-IDX) TO RUN-JOB-NAME.
           MOVE ST-RETURN-CODE (ST-IDX) TO RUN-RETURN-CODE.
           CALL "RUNLOG" USING RUNLOG-PARMS.
           PERFORM 326-CHECK-STEP-SUCCESS.
           EVALUATE TRUE
               WHEN RC-MATCH-FLG EQUAL 1
                   MOVE "C" TO ST-STATUS (ST-IDX)
                   ADD 1 TO STEP-OK-CNT
                   DISPLAY "STEP " ST-STEP-NAME (ST-IDX) " ENDED "
                           CLOCK-TIME " RC " ST-RETURN-CODE (ST-IDX)
               WHEN ST-FAIL-ACTION (ST-IDX) EQUAL "A"
                   MOVE "A" TO ST-STATUS (ST-IDX)
                   ADD 1 TO STEP-ALERT-CNT
                   DISPLAY "STEP " ST-STEP-NAME (ST-IDX) " FAILED "
                           CLOCK-TIME " RC " ST-RETURN-CODE (ST-IDX)
                           " - ALERT ONLY, CHAIN CONTINUES"
               WHEN OTHER
                   MOVE "F" TO ST-STATUS (ST-IDX)
                   ADD 1 TO STEP-STOP-CNT
                   MOVE 1 TO CHAIN-STOPPED-FLG
                   DISPLAY "STEP " ST-STEP-NAME (ST-IDX) " FAILED "
                           CLOCK-TIME " RC " ST-RETURN-CODE (ST-IDX)
                           " - CHAIN STOPPED"
           END-EVALUATE.
           PERFORM 330-SAVE-STEP-STATUS.

      * A step with no success codes listed succeeds on 0 only.
       326-CHECK-STEP-SUCCESS.
           MOVE 0 TO RC-MATCH-FLG.
           MOVE 0 TO RC-GIVEN-FLG.
           PERFORM 327-MATCH-ONE-SUCCESS-RC
                VARYING RC-IDX FROM 1 BY 1
                UNTIL RC-IDX > 4.
           IF RC-GIVEN-FLG EQUAL 0
                   AND ST-RETURN-CODE (ST-IDX) EQUAL 0
               MOVE 1 TO RC-MATCH-FLG
           END-IF.

       327-MATCH-ONE-SUCCESS-RC.
           IF ST-SUCCESS-RC (ST-IDX, RC-IDX) NOT EQUAL SPACES
               MOVE 1 TO RC-GIVEN-FLG
               MOVE ST-SUCCESS-RC (ST-IDX, RC-IDX) TO STEP-RC-2
               IF ST-RETURN-CODE (ST-IDX) EQUAL STEP-RC-2
                   MOVE 1 TO RC-MATCH-FLG
               END-IF
           END-IF.

       330-SAVE-STEP-STATUS.
           OPEN OUTPUT STEP-STATUS-FILE.
           PERFORM 331-WRITE-ONE-STEP-STATUS
                VARYING PD-IDX FROM 1 BY 1
                UNTIL PD-IDX > STEP-USED.
           CLOSE STEP-STATUS-FILE.

       331-WRITE-ONE-STEP-STATUS.
           MOVE SPACES TO STEP-STATUS-RECORD.
           MOVE WINDOW-DATE TO SST-WINDOW-DATE.
           MOVE ST-STEP-NAME (PD-IDX) TO SST-STEP-NAME.
           MOVE ST-STATUS (PD-IDX) TO SST-STATUS.
           MOVE ST-RETURN-CODE (PD-IDX) TO SST-RETURN-CODE.
           MOVE ST-START-TIME (PD-IDX) TO SST-START-TIME.
           MOVE ST-END-TIME (PD-IDX) TO SST-END-TIME.
           WRITE STEP-STATUS-RECORD.

       9900-LOG-RUN-START.
           MOVE "S" TO RUN-FUNCTION.
           MOVE "JOBCHAIN" TO RUN-JOB-NAME.
           MOVE 0 TO RUN-RETURN-CODE.
           MOVE 0 TO RUN-PROCESSED-CNT.
           MOVE 0 TO RUN-REJECTED-CNT.
           CALL "RUNLOG" USING RUNLOG-PARMS.

       9910-LOG-RUN-END.
           MOVE "E" TO RUN-FUNCTION.
           MOVE "JOBCHAIN" TO RUN-JOB-NAME.
           MOVE WS-RETURN-CODE TO RUN-RETURN-CODE.
           MOVE STEP-RUN-CNT TO RUN-PROCESSED-CNT.
           COMPUTE RUN-REJECTED-CNT = STEP-ALERT-CNT + STEP-STOP-CNT.
           CALL "RUNLOG" USING RUNLOG-PARMS.

       END PROGRAM JOBCHAIN.
