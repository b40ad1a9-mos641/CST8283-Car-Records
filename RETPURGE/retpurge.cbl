      ******************************************************************
      * Author: Mostapha A
      * Purpose: Retention purge of aged disposal records. Each car on
      *          CARARCHIVE.TXT whose ARC-DISPOSAL-DATE is past the
      *          retention period is moved, with all of its work
      *          orders on SERVHIST.TXT and its ACQFILE.TXT and
      *          INSFILE.TXT rows, off the live indexed files and onto
      *          the sequential LONGTERM-HISTORY.TXT (COPY LTHREC,
      *          header and trailer counts per run), where CARARCHQ
      *          can still find it. Retention periods come from the
      *          desk-maintained RETENTION.CTL, one row per file
      *          (columns 1-10 file name, 12-14 months after
      *          disposal), default 84 months for any file not
      *          given. A dependent file may be given a shorter
      *          period than CARARCHIVE, so work orders for long-
      *          disposed cars can leave SERVHIST ahead of the archive
      *          row; when the archive row goes, everything still held
      *          for the car goes with it. Every key taken is listed
      *          on PURGE-REGISTER.TXT. The run is a report-only trial
      *          - register written, nothing moved or deleted - unless
      *          RETENTION.CTL carries the row RUN-MODE with LIVE in
      *          columns 12-15. Runs under the CARLOCK fleet-master
      *          enqueue. RC 4 when a control row was rejected or a
      *          delete failed; a failed delete leaves the row live,
      *          is voided on the history file and is not counted as
      *          taken.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. RETPURGE.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT OPTIONAL CARARCHIVE-IO
               ASSIGN TO "..\CARARCHIVE.TXT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ARC-CAR-ID.

           SELECT OPTIONAL SERVHIST-IO
               ASSIGN TO "..\SERVHIST.TXT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SERV-KEY.

           SELECT OPTIONAL ACQFILE-IO
               ASSIGN TO "..\ACQFILE.TXT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS ACQ-CAR-ID.

           SELECT OPTIONAL INS-FILE-IO
               ASSIGN TO "..\INSFILE.TXT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS INS-CAR-ID.

           SELECT OPTIONAL RETENTION-CTL
               ASSIGN TO "..\RETENTION.CTL"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL LONGTERM-HISTORY
               ASSIGN TO "..\LONGTERM-HISTORY.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PURGE-REGISTER
               ASSIGN TO "..\PURGE-REGISTER.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD CARARCHIVE-IO.
           COPY ARCREC.

       FD SERVHIST-IO.
           COPY SERVREC.

       FD ACQFILE-IO.
           COPY ACQREC.

       FD INS-FILE-IO.
           COPY INSREC.

       FD RETENTION-CTL.
       01 RETENTION-CTL-RECORD.
           05 RTC-FILE-NAME PIC X(10).
           05 FILLER PIC X(1).
           05 RTC-SETTING PIC X(5).
           05 RTC-RETAIN-FIELDS REDEFINES RTC-SETTING.
               10 RTC-RETAIN-MONTHS PIC 9(3).
               10 FILLER PIC X(2).

       FD LONGTERM-HISTORY.
           COPY LTHREC.

       FD PURGE-REGISTER.
       01 PURGE-REGISTER-LINE PIC X(80).

       WORKING-STORAGE SECTION.

       01 CONTROL-FIELDS.
           05 ARC-EOF-FLG PIC 9 VALUE 0.
           05 CTL-EOF-FLG PIC 9 VALUE 0.
           05 SERV-EOF-FLG PIC 9 VALUE 0.
           05 LIVE-RUN-FLG PIC 9 VALUE 0.
           05 ARCHIVE-READ-CNT PIC 9(6) VALUE 0.
           05 UNDATED-CNT PIC 9(6) VALUE 0.
           05 CTL-REJECTED-CNT PIC 9(6) VALUE 0.
           05 ARCHIVE-TAKEN-CNT PIC 9(6) VALUE 0.
           05 SERVHIST-TAKEN-CNT PIC 9(6) VALUE 0.
           05 ACQFILE-TAKEN-CNT PIC 9(6) VALUE 0.
           05 INSFILE-TAKEN-CNT PIC 9(6) VALUE 0.
           05 HISTORY-WRITTEN-CNT PIC 9(6) VALUE 0.
           05 DELETE-FAILED-CNT PIC 9(6) VALUE 0.
           05 WS-RETURN-CODE PIC 9(4) VALUE 0.

      * Months after disposal each file keeps a disposed car's rows,
      * and the disposal date before which they are due to go.
       01 RETENTION-FIELDS.
           05 RUN-DATE PIC X(8) VALUE SPACES.
           05 ARCHIVE-RETAIN-MONTHS PIC 9(3) VALUE 84.
           05 SERVHIST-RETAIN-MONTHS PIC 9(3) VALUE 84.
           05 ACQFILE-RETAIN-MONTHS PIC 9(3) VALUE 84.
           05 INSFILE-RETAIN-MONTHS PIC 9(3) VALUE 84.
           05 ARCHIVE-CUTOFF-DATE PIC X(8) VALUE SPACES.
           05 SERVHIST-CUTOFF-DATE PIC X(8) VALUE SPACES.
           05 ACQFILE-CUTOFF-DATE PIC X(8) VALUE SPACES.
           05 INSFILE-CUTOFF-DATE PIC X(8) VALUE SPACES.

       01 CUTOFF-WORK-FIELDS.
           05 CUTOFF-MONTHS PIC 9(3) VALUE 0.
           05 CUTOFF-DATE PIC X(8) VALUE SPACES.
           05 CUTOFF-YEAR PIC 9(4) VALUE 0.
           05 CUTOFF-MONTH PIC 9(2) VALUE 0.
           05 CUTOFF-MONTH-COUNT PIC 9(6) VALUE 0.

       01 REGISTER-HEADING-1.
           05 FILLER PIC X(25) VALUE "RETENTION PURGE REGISTER ".
           05 RH-RUN-DATE PIC X(8).
           05 FILLER PIC X(7) VALUE "  MODE ".
           05 RH-RUN-MODE PIC X(30).

       01 REGISTER-CUTOFF-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RC-FILE-NAME PIC X(10).
           05 FILLER PIC X(8) VALUE " RETAIN ".
           05 RC-RETAIN-MONTHS PIC ZZ9.
           05 FILLER PIC X(29) VALUE
                   " MONTHS - DISPOSED BEFORE ".
           05 RC-CUTOFF-DATE PIC X(8).

       01 REGISTER-HEADING-2.
           05 FILLER PIC X(13) VALUE "ACTION".
           05 FILLER PIC X(11) VALUE "FILE".
           05 FILLER PIC X(19) VALUE "KEY".
           05 FILLER PIC X(8) VALUE "DISPOSED".

       01 REGISTER-DETAIL-LINE.
           05 RD-ACTION PIC X(12).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RD-SOURCE-FILE PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RD-KEY PIC X(18).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RD-DISPOSAL-DATE PIC X(8).

       01 REGISTER-TOTAL-LINE.
           05 RT-LABEL PIC X(40).
           05 RT-COUNT PIC ZZZZZ9.

       COPY CARLOCKWS.

       COPY RUNLOGWS.

       PROCEDURE DIVISION.

       100-PURGE-AGED-RECORDS.
           PERFORM 9900-LOG-RUN-START.
           PERFORM 206-ACQUIRE-FLEET-LOCK.
           PERFORM 201-INITIATE-PURGE.
           PERFORM 202-REVIEW-ONE-ARCHIVED-CAR
                UNTIL ARC-EOF-FLG EQUAL 1.
           PERFORM 204-WRITE-PURGE-TOTALS.
           PERFORM 205-DISPLAY-PURGE-TOTALS.
           PERFORM 208-SET-RETURN-CODE.
           PERFORM 203-CLOSE-PURGE-FILES.
           PERFORM 207-RELEASE-FLEET-LOCK.
           PERFORM 9910-LOG-RUN-END.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       201-INITIATE-PURGE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO RUN-DATE.
           PERFORM 302-LOAD-RETENTION-CONTROL.
           PERFORM 304-SET-CUTOFF-DATES.
           PERFORM 301-OPEN-PURGE-FILES.
           PERFORM 305-WRITE-REGISTER-HEADING.
           IF LIVE-RUN-FLG EQUAL 1
               PERFORM 306-WRITE-HISTORY-HEADER
           END-IF.
           PERFORM 307-READ-ARCHIVE-RECORD.

      * The archive row goes last, so the record area still holds
      * the car while its dependent rows are taken.
       202-REVIEW-ONE-ARCHIVED-CAR.
           ADD 1 TO ARCHIVE-READ-CNT.
           IF ARC-DISPOSAL-DATE NOT NUMERIC
               ADD 1 TO UNDATED-CNT
           ELSE
               IF ARC-DISPOSAL-DATE < SERVHIST-CUTOFF-DATE
                   PERFORM 320-TAKE-WORK-ORDERS
               END-IF
               IF ARC-DISPOSAL-DATE < ACQFILE-CUTOFF-DATE
                   PERFORM 330-TAKE-ACQUISITION
               END-IF
               IF ARC-DISPOSAL-DATE < INSFILE-CUTOFF-DATE
                   PERFORM 340-TAKE-INSURANCE
               END-IF
               IF ARC-DISPOSAL-DATE < ARCHIVE-CUTOFF-DATE
                   PERFORM 350-TAKE-ARCHIVE-ROW
               END-IF
           END-IF.
           PERFORM 307-READ-ARCHIVE-RECORD.

       203-CLOSE-PURGE-FILES.
           IF LIVE-RUN-FLG EQUAL 1
               PERFORM 308-WRITE-HISTORY-TRAILER
               CLOSE LONGTERM-HISTORY
           END-IF.
           CLOSE CARARCHIVE-IO
                 SERVHIST-IO
                 ACQFILE-IO
                 INS-FILE-IO
                 PURGE-REGISTER.

       204-WRITE-PURGE-TOTALS.
           MOVE SPACES TO PURGE-REGISTER-LINE.
           WRITE PURGE-REGISTER-LINE.
           MOVE "ARCHIVED CARS READ:" TO RT-LABEL.
           MOVE ARCHIVE-READ-CNT TO RT-COUNT.
           WRITE PURGE-REGISTER-LINE FROM REGISTER-TOTAL-LINE.
           MOVE "ARCHIVED CARS WITH NO VALID DISPOSAL:" TO RT-LABEL.
           MOVE UNDATED-CNT TO RT-COUNT.
           WRITE PURGE-REGISTER-LINE FROM REGISTER-TOTAL-LINE.
           MOVE "CARARCHIVE ROWS TAKEN:" TO RT-LABEL.
           MOVE ARCHIVE-TAKEN-CNT TO RT-COUNT.
           WRITE PURGE-REGISTER-LINE FROM REGISTER-TOTAL-LINE.
           MOVE "SERVHIST ROWS TAKEN:" TO RT-LABEL.
           MOVE SERVHIST-TAKEN-CNT TO RT-COUNT.
           WRITE PURGE-REGISTER-LINE FROM REGISTER-TOTAL-LINE.
           MOVE "ACQFILE ROWS TAKEN:" TO RT-LABEL.
           MOVE ACQFILE-TAKEN-CNT TO RT-COUNT.
           WRITE PURGE-REGISTER-LINE FROM REGISTER-TOTAL-LINE.
           MOVE "INSFILE ROWS TAKEN:" TO RT-LABEL.
           MOVE INSFILE-TAKEN-CNT TO RT-COUNT.
           WRITE PURGE-REGISTER-LINE FROM REGISTER-TOTAL-LINE.
           MOVE "ROWS WRITTEN TO LONG-TERM HISTORY:" TO RT-LABEL.
           MOVE HISTORY-WRITTEN-CNT TO RT-COUNT.
           WRITE PURGE-REGISTER-LINE FROM REGISTER-TOTAL-LINE.
           MOVE "DELETES FAILED:" TO RT-LABEL.
           MOVE DELETE-FAILED-CNT TO RT-COUNT.
           WRITE PURGE-REGISTER-LINE FROM REGISTER-TOTAL-LINE.

       205-DISPLAY-PURGE-TOTALS.
           DISPLAY SPACE.
           IF LIVE-RUN-FLG EQUAL 1
               DISPLAY "RETENTION PURGE TOTALS"
           ELSE
               DISPLAY "RETENTION PURGE TOTALS (TRIAL - NOTHING "
                       "DELETED)"
           END-IF.
           DISPLAY "  ARCHIVED CARS READ:    " ARCHIVE-READ-CNT.
           DISPLAY "  NO VALID DISPOSAL:     " UNDATED-CNT.
           DISPLAY "  CARARCHIVE ROWS TAKEN: " ARCHIVE-TAKEN-CNT.
           DISPLAY "  SERVHIST ROWS TAKEN:   " SERVHIST-TAKEN-CNT.
           DISPLAY "  ACQFILE ROWS TAKEN:    " ACQFILE-TAKEN-CNT.
           DISPLAY "  INSFILE ROWS TAKEN:    " INSFILE-TAKEN-CNT.
           DISPLAY "  HISTORY ROWS WRITTEN:  " HISTORY-WRITTEN-CNT.
           DISPLAY "  DELETES FAILED:        " DELETE-FAILED-CNT.
           IF CTL-REJECTED-CNT > 0
               DISPLAY "  CONTROL ROWS REJECTED: " CTL-REJECTED-CNT
           END-IF.

       206-ACQUIRE-FLEET-LOCK.
           MOVE "A" TO LCK-FUNCTION.
           MOVE "RETPURGE" TO LCK-HOLDER-NAME.
           CALL "CARLOCK" USING CARLOCK-PARMS.
           IF LCK-STATUS NOT EQUAL 0
               DISPLAY "FLEET MASTER LOCKED - RETENTION PURGE "
                       "ABANDONED"
               MOVE 16 TO RETURN-CODE
               MOVE "E" TO RUN-FUNCTION
               MOVE 16 TO RUN-RETURN-CODE
               CALL "RUNLOG" USING RUNLOG-PARMS
               STOP RUN
           END-IF.

       207-RELEASE-FLEET-LOCK.
           MOVE "R" TO LCK-FUNCTION.
           MOVE "RETPURGE" TO LCK-HOLDER-NAME.
           CALL "CARLOCK" USING CARLOCK-PARMS.

       208-SET-RETURN-CODE.
           IF CTL-REJECTED-CNT > 0 OR DELETE-FAILED-CNT > 0
               MOVE 4 TO WS-RETURN-CODE
           ELSE
               MOVE 0 TO WS-RETURN-CODE
           END-IF.

       301-OPEN-PURGE-FILES.
           OPEN I-O CARARCHIVE-IO.
           OPEN I-O SERVHIST-IO.
           OPEN I-O ACQFILE-IO.
           OPEN I-O INS-FILE-IO.
           OPEN OUTPUT PURGE-REGISTER.
           IF LIVE-RUN-FLG EQUAL 1
               OPEN EXTEND LONGTERM-HISTORY
           END-IF.

      * A missing control file leaves every file at the default and
      * the run in trial mode.
       302-LOAD-RETENTION-CONTROL.
           OPEN INPUT RETENTION-CTL.
           PERFORM 303-READ-RETENTION-CONTROL.
           IF CTL-EOF-FLG EQUAL 1
               DISPLAY "RETENTION CONTROL NOT ON FILE - USING "
                       "DEFAULTS"
           END-IF.
           PERFORM 309-APPLY-RETENTION-ROW
                UNTIL CTL-EOF-FLG EQUAL 1.
           CLOSE RETENTION-CTL.

       303-READ-RETENTION-CONTROL.
           READ RETENTION-CTL
               AT END MOVE 1 TO CTL-EOF-FLG
           END-READ.

       304-SET-CUTOFF-DATES.
           MOVE ARCHIVE-RETAIN-MONTHS TO CUTOFF-MONTHS.
           PERFORM 310-COMPUTE-CUTOFF-DATE.
           MOVE CUTOFF-DATE TO ARCHIVE-CUTOFF-DATE.
           MOVE SERVHIST-RETAIN-MONTHS TO CUTOFF-MONTHS.
           PERFORM 310-COMPUTE-CUTOFF-DATE.
           MOVE CUTOFF-DATE TO SERVHIST-CUTOFF-DATE.
           MOVE ACQFILE-RETAIN-MONTHS TO CUTOFF-MONTHS.
           PERFORM 310-COMPUTE-CUTOFF-DATE.
           MOVE CUTOFF-DATE TO ACQFILE-CUTOFF-DATE.
           MOVE INSFILE-RETAIN-MONTHS TO CUTOFF-MONTHS.
           PERFORM 310-COMPUTE-CUTOFF-DATE.
           MOVE CUTOFF-DATE TO INSFILE-CUTOFF-DATE.
      *    Nothing is kept for a car once its archive row has gone.
           IF ARCHIVE-CUTOFF-DATE > SERVHIST-CUTOFF-DATE
               MOVE ARCHIVE-CUTOFF-DATE TO SERVHIST-CUTOFF-DATE
           END-IF.
           IF ARCHIVE-CUTOFF-DATE > ACQFILE-CUTOFF-DATE
               MOVE ARCHIVE-CUTOFF-DATE TO ACQFILE-CUTOFF-DATE
           END-IF.
           IF ARCHIVE-CUTOFF-DATE > INSFILE-CUTOFF-DATE
               MOVE ARCHIVE-CUTOFF-DATE TO INSFILE-CUTOFF-DATE
           END-IF.

       305-WRITE-REGISTER-HEADING.
           MOVE RUN-DATE TO RH-RUN-DATE.
           IF LIVE-RUN-FLG EQUAL 1
               MOVE "LIVE" TO RH-RUN-MODE
           ELSE
               MOVE "TRIAL - NOTHING DELETED" TO RH-RUN-MODE
           END-IF.
           WRITE PURGE-REGISTER-LINE FROM REGISTER-HEADING-1.
           MOVE "CARARCHIVE" TO RC-FILE-NAME.
           MOVE ARCHIVE-RETAIN-MONTHS TO RC-RETAIN-MONTHS.
           MOVE ARCHIVE-CUTOFF-DATE TO RC-CUTOFF-DATE.
           WRITE PURGE-REGISTER-LINE FROM REGISTER-CUTOFF-LINE.
           MOVE "SERVHIST" TO RC-FILE-NAME.
           MOVE SERVHIST-RETAIN-MONTHS TO RC-RETAIN-MONTHS.
           MOVE SERVHIST-CUTOFF-DATE TO RC-CUTOFF-DATE.
           WRITE PURGE-REGISTER-LINE FROM REGISTER-CUTOFF-LINE.
           MOVE "ACQFILE" TO RC-FILE-NAME.
           MOVE ACQFILE-RETAIN-MONTHS TO RC-RETAIN-MONTHS.
           MOVE ACQFILE-CUTOFF-DATE TO RC-CUTOFF-DATE.
           WRITE PURGE-REGISTER-LINE FROM REGISTER-CUTOFF-LINE.
           MOVE "INSFILE" TO RC-FILE-NAME.
           MOVE INSFILE-RETAIN-MONTHS TO RC-RETAIN-MONTHS.
           MOVE INSFILE-CUTOFF-DATE TO RC-CUTOFF-DATE.
           WRITE PURGE-REGISTER-LINE FROM REGISTER-CUTOFF-LINE.
           MOVE SPACES TO PURGE-REGISTER-LINE.
           WRITE PURGE-REGISTER-LINE.
           WRITE PURGE-REGISTER-LINE FROM REGISTER-HEADING-2.

       306-WRITE-HISTORY-HEADER.
           MOVE SPACES TO LONGTERM-HISTORY-RECORD.
           MOVE "H" TO LTH-RECORD-TYPE.
           MOVE FUNCTION CURRENT-DATE TO LTH-RUN-DATETIME.
           WRITE LONGTERM-HISTORY-RECORD.

       307-READ-ARCHIVE-RECORD.
           READ CARARCHIVE-IO NEXT RECORD
               AT END MOVE 1 TO ARC-EOF-FLG
           END-READ.

       308-WRITE-HISTORY-TRAILER.
           MOVE SPACES TO LONGTERM-HISTORY-RECORD.
           MOVE "T" TO LTH-RECORD-TYPE.
           MOVE ARCHIVE-TAKEN-CNT TO LTH-ARCHIVE-COUNT.
           MOVE SERVHIST-TAKEN-CNT TO LTH-SERVHIST-COUNT.
           MOVE ACQFILE-TAKEN-CNT TO LTH-ACQFILE-COUNT.
           MOVE INSFILE-TAKEN-CNT TO LTH-INSFILE-COUNT.
           MOVE HISTORY-WRITTEN-CNT TO LTH-RECORD-COUNT.
           WRITE LONGTERM-HISTORY-RECORD.

       309-APPLY-RETENTION-ROW.
           EVALUATE TRUE
               WHEN RTC-FILE-NAME EQUAL "RUN-MODE"
                       AND RTC-SETTING EQUAL "LIVE"
                   MOVE 1 TO LIVE-RUN-FLG
               WHEN RTC-FILE-NAME EQUAL "RUN-MODE"
                       AND RTC-SETTING EQUAL "TRIAL"
                   MOVE 0 TO LIVE-RUN-FLG
               WHEN RTC-FILE-NAME EQUAL "RUN-MODE"
                   DISPLAY "RETENTION CONTROL ROW REJECTED: "
                           RETENTION-CTL-RECORD
                   ADD 1 TO CTL-REJECTED-CNT
               WHEN RTC-RETAIN-MONTHS NOT NUMERIC
                       OR RTC-RETAIN-MONTHS EQUAL 0
                   DISPLAY "RETENTION CONTROL ROW REJECTED: "
                           RETENTION-CTL-RECORD
                   ADD 1 TO CTL-REJECTED-CNT
               WHEN RTC-FILE-NAME EQUAL "CARARCHIVE"
                   MOVE RTC-RETAIN-MONTHS TO ARCHIVE-RETAIN-MONTHS
               WHEN RTC-FILE-NAME EQUAL "SERVHIST"
                   MOVE RTC-RETAIN-MONTHS TO SERVHIST-RETAIN-MONTHS
               WHEN RTC-FILE-NAME EQUAL "ACQFILE"
                   MOVE RTC-RETAIN-MONTHS TO ACQFILE-RETAIN-MONTHS
               WHEN RTC-FILE-NAME EQUAL "INSFILE"
                   MOVE RTC-RETAIN-MONTHS TO INSFILE-RETAIN-MONTHS
               WHEN OTHER
                   DISPLAY "RETENTION CONTROL ROW REJECTED: "
                           RETENTION-CTL-RECORD
                   ADD 1 TO CTL-REJECTED-CNT
           END-EVALUATE.
           PERFORM 303-READ-RETENTION-CONTROL.

      * Run date less CUTOFF-MONTHS whole months, same day of month.
       310-COMPUTE-CUTOFF-DATE.
           MOVE RUN-DATE (1:4) TO CUTOFF-YEAR.
           MOVE RUN-DATE (5:2) TO CUTOFF-MONTH.
           COMPUTE CUTOFF-MONTH-COUNT =
                   CUTOFF-YEAR * 12 + CUTOFF-MONTH - 1
                   - CUTOFF-MONTHS.
           DIVIDE CUTOFF-MONTH-COUNT BY 12
               GIVING CUTOFF-YEAR
               REMAINDER CUTOFF-MONTH.
           ADD 1 TO CUTOFF-MONTH.
           MOVE CUTOFF-YEAR TO CUTOFF-DATE (1:4).
           MOVE CUTOFF-MONTH TO CUTOFF-DATE (5:2).
           MOVE RUN-DATE (7:2) TO CUTOFF-DATE (7:2).

       320-TAKE-WORK-ORDERS.
           MOVE 0 TO SERV-EOF-FLG.
           MOVE ARC-CAR-ID TO SERV-CAR-ID.
           MOVE "00000000" TO SERV-DATE.
           MOVE 0 TO SERV-SEQ.
           START SERVHIST-IO KEY NOT LESS THAN SERV-KEY
               INVALID KEY MOVE 1 TO SERV-EOF-FLG
           END-START.
           PERFORM 321-TAKE-NEXT-WORK-ORDER
                UNTIL SERV-EOF-FLG EQUAL 1.

       321-TAKE-NEXT-WORK-ORDER.
           READ SERVHIST-IO NEXT RECORD
               AT END MOVE 1 TO SERV-EOF-FLG
           END-READ.
           IF SERV-EOF-FLG NOT EQUAL 1
               IF SERV-CAR-ID EQUAL ARC-CAR-ID
                   MOVE "SERVHIST" TO RD-SOURCE-FILE
                   MOVE SPACES TO RD-KEY
                   STRING SERV-CAR-ID DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          SERV-DATE DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          SERV-SEQ DELIMITED BY SIZE
                       INTO RD-KEY
                   END-STRING
                   ADD 1 TO SERVHIST-TAKEN-CNT
                   IF LIVE-RUN-FLG EQUAL 1
                       MOVE SERVICE-RECORD TO LTH-RECORD-IMAGE
                       PERFORM 360-WRITE-HISTORY-DETAIL
                       DELETE SERVHIST-IO RECORD
                           INVALID KEY PERFORM 362-NOTE-FAILED-DELETE
                           NOT INVALID KEY MOVE "PURGED" TO RD-ACTION
                       END-DELETE
                   ELSE
                       MOVE "WOULD PURGE" TO RD-ACTION
                   END-IF
                   PERFORM 361-WRITE-REGISTER-DETAIL
               ELSE
                   MOVE 1 TO SERV-EOF-FLG
               END-IF
           END-IF.

       330-TAKE-ACQUISITION.
           MOVE ARC-CAR-ID TO ACQ-CAR-ID.
           READ ACQFILE-IO
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE "ACQFILE" TO RD-SOURCE-FILE
                   MOVE ACQ-CAR-ID TO RD-KEY
                   ADD 1 TO ACQFILE-TAKEN-CNT
                   IF LIVE-RUN-FLG EQUAL 1
                       MOVE ACQUISITION-RECORD TO LTH-RECORD-IMAGE
                       PERFORM 360-WRITE-HISTORY-DETAIL
                       DELETE ACQFILE-IO RECORD
                           INVALID KEY PERFORM 362-NOTE-FAILED-DELETE
                           NOT INVALID KEY MOVE "PURGED" TO RD-ACTION
                       END-DELETE
                   ELSE
                       MOVE "WOULD PURGE" TO RD-ACTION
                   END-IF
                   PERFORM 361-WRITE-REGISTER-DETAIL
           END-READ.

       340-TAKE-INSURANCE.
           MOVE ARC-CAR-ID TO INS-CAR-ID.
           READ INS-FILE-IO
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE "INSFILE" TO RD-SOURCE-FILE
                   MOVE INS-CAR-ID TO RD-KEY
                   ADD 1 TO INSFILE-TAKEN-CNT
                   IF LIVE-RUN-FLG EQUAL 1
                       MOVE INSURANCE-RECORD TO LTH-RECORD-IMAGE
                       PERFORM 360-WRITE-HISTORY-DETAIL
                       DELETE INS-FILE-IO RECORD
                           INVALID KEY PERFORM 362-NOTE-FAILED-DELETE
                           NOT INVALID KEY MOVE "PURGED" TO RD-ACTION
                       END-DELETE
                   ELSE
                       MOVE "WOULD PURGE" TO RD-ACTION
                   END-IF
                   PERFORM 361-WRITE-REGISTER-DETAIL
           END-READ.

       350-TAKE-ARCHIVE-ROW.
           MOVE "CARARCHIVE" TO RD-SOURCE-FILE.
           MOVE ARC-CAR-ID TO RD-KEY.
           ADD 1 TO ARCHIVE-TAKEN-CNT.
           IF LIVE-RUN-FLG EQUAL 1
               MOVE ARCHIVE-RECORD TO LTH-RECORD-IMAGE
               PERFORM 360-WRITE-HISTORY-DETAIL
               DELETE CARARCHIVE-IO RECORD
                   INVALID KEY PERFORM 362-NOTE-FAILED-DELETE
                   NOT INVALID KEY MOVE "PURGED" TO RD-ACTION
               END-DELETE
           ELSE
               MOVE "WOULD PURGE" TO RD-ACTION
           END-IF.
           PERFORM 361-WRITE-REGISTER-DETAIL.

      * The image is set by the caller; it is written before the
      * live row is deleted so nothing can be lost between the two.
       360-WRITE-HISTORY-DETAIL.
           MOVE "D" TO LTH-RECORD-TYPE.
           MOVE RD-SOURCE-FILE TO LTH-SOURCE-FILE.
           MOVE ARC-CAR-ID TO LTH-CAR-ID.
           MOVE RUN-DATE TO LTH-PURGE-DATE.
           WRITE LONGTERM-HISTORY-RECORD.
           ADD 1 TO HISTORY-WRITTEN-CNT.

       361-WRITE-REGISTER-DETAIL.
           MOVE ARC-DISPOSAL-DATE TO RD-DISPOSAL-DATE.
           WRITE PURGE-REGISTER-LINE FROM REGISTER-DETAIL-LINE.

      * The detail record is already on the history file, so a void
      * record follows it and the row comes back off the counts; the
      * trailer then agrees with what actually left the live files.
       362-NOTE-FAILED-DELETE.
           MOVE "NOT DELETED" TO RD-ACTION.
           ADD 1 TO DELETE-FAILED-CNT.
           DISPLAY "RETENTION DELETE FAILED: " RD-SOURCE-FILE " "
                   RD-KEY.
           EVALUATE RD-SOURCE-FILE
               WHEN "CARARCHIVE"
                   SUBTRACT 1 FROM ARCHIVE-TAKEN-CNT
               WHEN "SERVHIST"
                   SUBTRACT 1 FROM SERVHIST-TAKEN-CNT
               WHEN "ACQFILE"
                   SUBTRACT 1 FROM ACQFILE-TAKEN-CNT
               WHEN "INSFILE"
                   SUBTRACT 1 FROM INSFILE-TAKEN-CNT
           END-EVALUATE.
           SUBTRACT 1 FROM HISTORY-WRITTEN-CNT.
           PERFORM 363-WRITE-HISTORY-VOID.

       363-WRITE-HISTORY-VOID.
           MOVE SPACES TO LONGTERM-HISTORY-RECORD.
           MOVE "V" TO LTH-RECORD-TYPE.
           MOVE RD-SOURCE-FILE TO LTH-SOURCE-FILE.
           MOVE ARC-CAR-ID TO LTH-CAR-ID.
           MOVE RUN-DATE TO LTH-PURGE-DATE.
           WRITE LONGTERM-HISTORY-RECORD.

       9900-LOG-RUN-START.
           MOVE "S" TO RUN-FUNCTION.
           MOVE "RETPURGE" TO RUN-JOB-NAME.
           MOVE 0 TO RUN-RETURN-CODE.
           MOVE 0 TO RUN-PROCESSED-CNT.
           MOVE 0 TO RUN-REJECTED-CNT.
           CALL "RUNLOG" USING RUNLOG-PARMS.

       9910-LOG-RUN-END.
           MOVE "E" TO RUN-FUNCTION.
           MOVE WS-RETURN-CODE TO RUN-RETURN-CODE.
           MOVE ARCHIVE-READ-CNT TO RUN-PROCESSED-CNT.
           MOVE DELETE-FAILED-CNT TO RUN-REJECTED-CNT.
           CALL "RUNLOG" USING RUNLOG-PARMS.

       END PROGRAM RETPURGE.
