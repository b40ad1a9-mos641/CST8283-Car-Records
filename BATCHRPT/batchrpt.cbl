      *          captures today because a job that does not run
      *          writes nothing; a start without an end is flagged
      *          DID NOT FINISH. The month-end pair counts as
      *          scheduled only on the 1st. The per-step rows the
      *          JOBCHAIN driver stamps under its standing step names
      *          duplicate the programs' own rows and are counted,
      *          not listed. Returns 8 when a
      *          scheduled job is missing or unfinished so
      *          run_batchrpt.sh raises OPSALERT.LOG.
      * Tectonics: cobc
           05 RUNCTL-READ-CNT PIC 9(6) VALUE 0.
           05 MISSING-JOB-CNT PIC 9(4) VALUE 0.
           05 JOB-FOUND-FLG PIC 9 VALUE 0.
           05 CHAIN-STEP-ROW-CNT PIC 9(6) VALUE 0.
           05 TODAY-DATE PIC X(8) VALUE SPACES.
           05 MONTH-DAY PIC X(2) VALUE SPACES.
           05 WS-RETURN-CODE PIC 9(4) VALUE 0.

      * The overnight schedule in window order, as run by the
      * JOBCHAIN driver (see run_jobchain.sh and jobchain.crontab
      * under JOBS): the month-end pair on the 1st, then backup, the
      * retention purge on the 1st, then LAB03, integrity sweep,
      * reconciliation and compliance every night.
       01 SCHEDULE-VALUES.
           05 FILLER PIC X(13) VALUE "JOBCHAIN    0".
           05 FILLER PIC X(13) VALUE "CARCOMPARE  1".
           05 FILLER PIC X(13) VALUE "CARSNAP     1".
           05 FILLER PIC X(13) VALUE "CARBACKUP   0".
           05 FILLER PIC X(13) VALUE "RETPURGE    1".
           05 FILLER PIC X(13) VALUE "LAB03       0".
           05 FILLER PIC X(13) VALUE "CARINTEG    0".
           05 FILLER PIC X(13) VALUE "CARRECON    0".
           05 FILLER PIC X(13) VALUE "REGCOMPL    0".
       01 SCHEDULE-TABLE REDEFINES SCHEDULE-VALUES.
           05 SCHEDULE-ENTRY OCCURS 9 TIMES
                   INDEXED BY SC-IDX.
               10 SC-JOB-NAME PIC X(12).
               10 SC-MONTHLY-FLG PIC 9.

      * Step names of the JOBCHAIN standing chain. Each step's run is
      * already reported under the program the step runs.
       01 CHAIN-STEP-VALUES.
           05 FILLER PIC X(10) VALUE "MONTHEND".
           05 FILLER PIC X(10) VALUE "BACKUP".
           05 FILLER PIC X(10) VALUE "RETENTION".
           05 FILLER PIC X(10) VALUE "CARLIST".
           05 FILLER PIC X(10) VALUE "INTEGRITY".
           05 FILLER PIC X(10) VALUE "RECONCILE".
           05 FILLER PIC X(10) VALUE "COMPLIANCE".
       01 CHAIN-STEP-TABLE REDEFINES CHAIN-STEP-VALUES.
           05 CHAIN-STEP-NAME PIC X(10) OCCURS 7 TIMES
                   INDEXED BY CS-IDX.

       01 JOB-STATUS-TABLE.
           05 JOB-STATUS-USED PIC 9(4) VALUE 0.
           05 JOB-STATUS-ENTRY OCCURS 30 TIMES
      * including ad-hoc evening runs stamped before midnight.
       202-TALLY-ONE-RUNCTL-ROW.
           ADD 1 TO RUNCTL-READ-CNT.
           SET CS-IDX TO 1.
           SEARCH CHAIN-STEP-NAME
               AT END
                   PERFORM 304-POST-ROW-TO-JOB-TABLE
               WHEN CHAIN-STEP-NAME (CS-IDX) EQUAL RCD-JOB-NAME
                   ADD 1 TO CHAIN-STEP-ROW-CNT
           END-SEARCH.
           PERFORM 303-READ-RUNCTL-ROW.

       203-CLOSE-REPORT-FILES.
       204-REPORT-SCHEDULED-JOBS.
           PERFORM 305-REPORT-ONE-SCHEDULED-JOB
                VARYING SC-IDX FROM 1 BY 1
                UNTIL SC-IDX > 9.

       205-DISPLAY-REPORT-TOTALS.
           DISPLAY SPACE.
           DISPLAY "BATCH WINDOW REPORT TOTALS".
           DISPLAY "  RUN-CONTROL ROWS READ: " RUNCTL-READ-CNT.
           DISPLAY "  SCHEDULED JOBS FLAGGED:" MISSING-JOB-CNT.
           DISPLAY "  CHAIN STEP ROWS:       " CHAIN-STEP-ROW-CNT.
           IF WS-RETURN-CODE EQUAL 0
               DISPLAY "  WINDOW COMPLETE - SEE "
                       "BATCHWINDOW-REPORT.TXT"
