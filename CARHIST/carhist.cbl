      ******************************************************************
      * Author: Mostapha A
      * Purpose: Life-history inquiry for a single vehicle, live or
      *          archived. Takes a CAR-ID and gathers every event on
      *          file for it - the acquisition from ACQFILE.TXT, each
      *          master change with its before and after values from
      *          the fleet changelog (CARFILE-CHANGELOG-HIST.TXT, the
      *          nightly history kept by the reconciliation job, then
      *          tonight's CARFILE-CHANGELOG.TXT), each yard move from
      *          CARLOC-CHANGELOG.TXT, its work orders from
      *          SERVHIST.TXT, its insurance posting from INSFILE.TXT,
      *          its disposal from CARARCHIVE.TXT and any return from
      *          the archive from the CARRESTORE restore logs. The
      *          events are printed oldest first as one story, under
      *          the car's identity and yard as they stand today and
      *          over its book value (as at today, or as at the
      *          disposal date for a car that has left the fleet).
      *          Changelog rows written before entries were stamped
      *          with a date and time print as UNDATED at the top.
      *          The story is displayed and also written to
      *          CARHIST-REPORT.TXT for the auditor's file.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. CARHIST.

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

           SELECT OPTIONAL ACQFILE-IN
               ASSIGN TO "..\ACQFILE.TXT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS ACQ-CAR-ID.

           SELECT OPTIONAL CARLOC-FILE-IN
               ASSIGN TO "..\CARLOCFILE.TXT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS CLA-CAR-ID.

           SELECT OPTIONAL LOC-FILE-IN
               ASSIGN TO "..\LOCFILE.TXT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS LOC-ID.

           SELECT OPTIONAL INS-FILE-IN
               ASSIGN TO "..\INSFILE.TXT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS INS-CAR-ID.

           SELECT OPTIONAL SERVHIST-IN
               ASSIGN TO "..\SERVHIST.TXT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SERV-KEY.

           SELECT OPTIONAL CHANGELOG-HIST-IN
               ASSIGN TO "..\CARFILE-CHANGELOG-HIST.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CARFILE-CHANGELOG
               ASSIGN TO "..\CARFILE-CHANGELOG.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CARLOC-CHANGELOG
               ASSIGN TO "..\CARLOC-CHANGELOG.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RESTORELOG-HIST-IN
               ASSIGN TO "..\CARFILE-RESTORELOG-HIST.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CARFILE-RESTORELOG
               ASSIGN TO "..\CARFILE-RESTORELOG.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CARHIST-REPORT
               ASSIGN TO "..\CARHIST-REPORT.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD CAR-FILE-IN.
           COPY CARREC.

       FD CARARCHIVE-IN.
           COPY ARCREC.

       FD ACQFILE-IN.
           COPY ACQREC.

       FD CARLOC-FILE-IN.
           COPY CARLOCREC.

       FD LOC-FILE-IN.
           COPY LOCREC.

       FD INS-FILE-IN.
           COPY INSREC.

       FD SERVHIST-IN.
           COPY SERVREC.

      * The history and tonight's changelog share one layout, so both
      * are read into CHANGE-ENTRY below.
       FD CHANGELOG-HIST-IN.
       01 CHANGELOG-HIST-RECORD PIC X(221).

       FD CARFILE-CHANGELOG.
       01 CHANGELOG-RECORD-IN PIC X(221).

       FD CARLOC-CHANGELOG.
       01 LOC-CHANGELOG-IN.
           05 GCL-CAR-ID PIC X(6).
           05 FILLER PIC X(1).
           05 GCL-BEFORE-LOC PIC X(4).
           05 FILLER PIC X(1).
           05 GCL-AFTER-LOC PIC X(4).
           05 FILLER PIC X(1).
           05 GCL-EFFECTIVE-DATE PIC X(8).
           05 FILLER PIC X(1).
           05 GCL-STATUS PIC X(25).

       FD RESTORELOG-HIST-IN.
       01 RESTORELOG-HIST-RECORD PIC X(39).

       FD CARFILE-RESTORELOG.
       01 RESTORELOG-RECORD-IN PIC X(39).

       FD CARHIST-REPORT.
       01 REPORT-LINE-OUT PIC X(120).

       WORKING-STORAGE SECTION.

       01 CONTROL-FIELDS.
           05 SEARCH-CAR-ID PIC X(6) VALUE SPACES.
           05 TODAY-DATE PIC X(8) VALUE SPACES.
           05 LIVE-FLG PIC 9 VALUE 0.
           05 ARCHIVED-FLG PIC 9 VALUE 0.
           05 ACQ-FOUND-FLG PIC 9 VALUE 0.
           05 LOG-EOF-FLG PIC 9 VALUE 0.
           05 SERV-EOF-FLG PIC 9 VALUE 0.
           05 EVENT-SEQ-CNT PIC 9(4) VALUE 0.
           05 EVENT-LISTED-CNT PIC 9(6) VALUE 0.
           05 EVENT-OVERFLOW-CNT PIC 9(6) VALUE 0.
           05 NEXT-IDX PIC 9(4) VALUE 0.
           05 LINE-IDX PIC 9 VALUE 0.

      * Fleet changelog row as written by CARMAINT, CARFIX, CARBACKOUT,
      * ONBOARD and CARRECON.
       01 CHANGE-ENTRY.
           05 CHG-TRANS-CODE PIC X(1).
           05 FILLER PIC X(1).
           05 CHG-CAR-ID PIC X(6).
           05 FILLER PIC X(1).
           05 CHG-BEFORE-IMAGE.
               10 CHG-BEFORE-MODEL PIC X(15).
               10 CHG-BEFORE-ENGINE PIC X(25).
               10 CHG-BEFORE-TOWING PIC X(9).
               10 CHG-BEFORE-OWNER PIC X(30).
           05 FILLER PIC X(1).
           05 CHG-AFTER-IMAGE.
               10 CHG-AFTER-MODEL PIC X(15).
               10 CHG-AFTER-ENGINE PIC X(25).
               10 CHG-AFTER-TOWING PIC X(9).
               10 CHG-AFTER-OWNER PIC X(30).
           05 FILLER PIC X(1).
           05 CHG-STATUS PIC X(25).
           05 FILLER PIC X(1).
           05 CHG-CHANGE-DATE PIC X(8).
           05 FILLER PIC X(1).
           05 CHG-CHANGE-TIME PIC X(6).
           05 FILLER PIC X(1).
           05 CHG-PROGRAM PIC X(10).

      * CARRESTORE restore log row.
       01 RESTORE-ENTRY.
           05 RST-CAR-ID PIC X(6).
           05 FILLER PIC X(1).
           05 RST-DATETIME.
               10 RST-DATE PIC X(8).
               10 RST-TIME PIC X(6).
               10 FILLER PIC X(7).
           05 FILLER PIC X(1).
           05 RST-PROGRAM PIC X(10).

      * One row per event found for the car. The date, time and
      * collection sequence make up the print order; an event with
      * no time of day sorts ahead of the timed events on its date.
       01 EVENT-TABLE.
           05 EVENT-USED PIC 9(4) VALUE 0.
           05 EVENT-ENTRY OCCURS 1000 TIMES
                   INDEXED BY EV-IDX.
               10 EV-SORT-KEY.
                   15 EV-DATE PIC X(8).
                   15 EV-TIME PIC X(6).
                   15 EV-SEQ PIC 9(4).
               10 EV-PRINTED-FLG PIC 9.
               10 EV-LINE-CNT PIC 9.
               10 EV-LINE PIC X(100) OCCURS 3 TIMES.

       01 NEXT-SORT-KEY PIC X(18) VALUE SPACES.

       01 NEW-EVENT.
           05 NEW-EV-DATE PIC X(8).
           05 NEW-EV-TIME PIC X(6).
           05 NEW-EV-LINE-CNT PIC 9.
           05 NEW-EV-LINE PIC X(100) OCCURS 3 TIMES.

       01 HISTORY-LINE.
           05 HL-DATE PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 HL-TIME PIC X(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 HL-TEXT PIC X(100).

       01 ACQUIRED-TEXT.
           05 FILLER PIC X(20) VALUE "ACQUIRED      COST ".
           05 AT-COST PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(7) VALUE "  LIFE ".
           05 AT-LIFE PIC ZZ9.
           05 FILLER PIC X(7) VALUE " MONTHS".

       01 CHANGE-HEAD-TEXT.
           05 FILLER PIC X(14) VALUE "MASTER".
           05 CT-STATUS PIC X(10).
           05 FILLER PIC X(4) VALUE " BY ".
           05 CT-PROGRAM PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 CT-TRANS-LIT PIC X(6).
           05 CT-TRANS-CODE PIC X(1).

       01 CHANGE-IMAGE-TEXT.
           05 FILLER PIC X(2) VALUE SPACES.
           05 CI-LABEL PIC X(8).
           05 CI-MODEL PIC X(15).
           05 FILLER PIC X(1) VALUE SPACE.
           05 CI-ENGINE PIC X(25).
           05 FILLER PIC X(1) VALUE SPACE.
           05 CI-TOWING PIC X(9).
           05 FILLER PIC X(1) VALUE SPACE.
           05 CI-OWNER PIC X(30).

       01 YARD-MOVE-TEXT.
           05 FILLER PIC X(5) VALUE "YARD ".
           05 YT-STATUS PIC X(11).
           05 FILLER PIC X(5) VALUE "FROM ".
           05 YT-BEFORE-LOC PIC X(4).
           05 FILLER PIC X(4) VALUE " TO ".
           05 YT-AFTER-LOC PIC X(4).

       01 WORK-ORDER-TEXT.
           05 FILLER PIC X(11) VALUE "WORK ORDER ".
           05 WT-SEQ PIC 9(2).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WT-DESCRIPTION PIC X(40).
           05 FILLER PIC X(6) VALUE " COST ".
           05 WT-COST PIC Z,ZZZ,ZZ9.99.

       01 INSURANCE-TEXT.
           05 FILLER PIC X(26) VALUE "INSURANCE POSTED  PREMIUM ".
           05 IT-PREMIUM PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(10) VALUE "  RENEWAL ".
           05 IT-RENEWAL-DATE PIC X(8).

       01 DISPOSAL-TEXT.
           05 FILLER PIC X(14) VALUE "DISPOSED".
           05 FILLER PIC X(7) VALUE "REASON ".
           05 DT-REASON PIC X(20).

       01 RESTORE-TEXT.
           05 FILLER PIC X(28) VALUE "RESTORED FROM ARCHIVE BY ".
           05 RT-PROGRAM PIC X(10).

       01 MONEY-ED PIC Z,ZZZ,ZZ9.99.

       COPY BOOKVALWS.

       PROCEDURE DIVISION.

       100-PRODUCE-CAR-HISTORY.
           PERFORM 201-INITIATE-CAR-HISTORY.
           PERFORM 202-COLLECT-CAR-EVENTS.
           PERFORM 204-PRINT-CAR-HISTORY.
           PERFORM 205-DISPLAY-BOOK-VALUE.
           PERFORM 203-CLOSE-CAR-HISTORY.
           STOP RUN.

       201-INITIATE-CAR-HISTORY.
           DISPLAY "ENTER CAR ID: " WITH NO ADVANCING.
           ACCEPT SEARCH-CAR-ID.
           MOVE FUNCTION CURRENT-DATE (1:8) TO TODAY-DATE.
           PERFORM 301-OPEN-HISTORY-FILES.
           MOVE SPACES TO HISTORY-LINE.
           STRING "LIFE HISTORY FOR CAR " DELIMITED BY SIZE
                  SEARCH-CAR-ID DELIMITED BY SIZE
                  " AS AT " DELIMITED BY SIZE
                  TODAY-DATE DELIMITED BY SIZE
               INTO HISTORY-LINE
           END-STRING.
           PERFORM 390-PUT-HISTORY-LINE.
           PERFORM 302-REPORT-CURRENT-IDENTITY.

       202-COLLECT-CAR-EVENTS.
           PERFORM 310-COLLECT-ACQUISITION.
           PERFORM 320-COLLECT-MASTER-CHANGES.
           PERFORM 330-COLLECT-YARD-MOVES.
           PERFORM 340-COLLECT-WORK-ORDERS.
           PERFORM 350-COLLECT-INSURANCE.
           PERFORM 360-COLLECT-DISPOSAL.
           PERFORM 370-COLLECT-RESTORES.

       203-CLOSE-CAR-HISTORY.
           CLOSE CAR-FILE-IN
                 CARARCHIVE-IN
                 ACQFILE-IN
                 CARLOC-FILE-IN
                 LOC-FILE-IN
                 INS-FILE-IN
                 SERVHIST-IN
                 CARHIST-REPORT.

      * Prints the events oldest first by picking the lowest
      * unprinted sort key on each pass.
       204-PRINT-CAR-HISTORY.
           MOVE SPACES TO HISTORY-LINE.
           PERFORM 390-PUT-HISTORY-LINE.
           MOVE "DATE     TIME   EVENT" TO HISTORY-LINE.
           PERFORM 390-PUT-HISTORY-LINE.
           IF EVENT-USED EQUAL 0
               MOVE "NO EVENTS ON FILE FOR THIS CAR" TO HISTORY-LINE
               PERFORM 390-PUT-HISTORY-LINE
           END-IF.
           PERFORM 380-PRINT-NEXT-EVENT
                EVENT-USED TIMES.

       205-DISPLAY-BOOK-VALUE.
           MOVE SPACES TO HISTORY-LINE.
           PERFORM 390-PUT-HISTORY-LINE.
           IF ACQ-FOUND-FLG EQUAL 1
               IF LIVE-FLG NOT EQUAL 1
                       AND ARCHIVED-FLG EQUAL 1
                   MOVE ARC-DISPOSAL-DATE TO BOOK-AS-OF-DATE
               ELSE
                   MOVE TODAY-DATE TO BOOK-AS-OF-DATE
               END-IF
               PERFORM 9810-COMPUTE-BOOK-VALUE
               MOVE BOOK-VALUE-NUM TO MONEY-ED
               STRING "BOOK VALUE AS AT " DELIMITED BY SIZE
                      BOOK-AS-OF-DATE DELIMITED BY SIZE
                      ":   " DELIMITED BY SIZE
                      MONEY-ED DELIMITED BY SIZE
                   INTO HISTORY-LINE
               END-STRING
           ELSE
               MOVE "BOOK VALUE: NOT COSTED ON ACQFILE"
                   TO HISTORY-LINE
           END-IF.
           PERFORM 390-PUT-HISTORY-LINE.
           MOVE SPACES TO HISTORY-LINE.
           STRING "EVENTS LISTED:          " DELIMITED BY SIZE
                  EVENT-LISTED-CNT DELIMITED BY SIZE
               INTO HISTORY-LINE
           END-STRING.
           PERFORM 390-PUT-HISTORY-LINE.
           IF EVENT-OVERFLOW-CNT > 0
               MOVE SPACES TO HISTORY-LINE
               STRING "EVENTS NOT LISTED (TABLE FULL): "
                          DELIMITED BY SIZE
                      EVENT-OVERFLOW-CNT DELIMITED BY SIZE
                   INTO HISTORY-LINE
               END-STRING
               PERFORM 390-PUT-HISTORY-LINE
           END-IF.

       301-OPEN-HISTORY-FILES.
           OPEN INPUT CAR-FILE-IN.
           OPEN INPUT CARARCHIVE-IN.
           OPEN INPUT ACQFILE-IN.
           OPEN INPUT CARLOC-FILE-IN.
           OPEN INPUT LOC-FILE-IN.
           OPEN INPUT INS-FILE-IN.
           OPEN INPUT SERVHIST-IN.
           OPEN OUTPUT CARHIST-REPORT.

      * The car's identity as it stands today: from the fleet master
      * when it is still in service, from the archive when it is not.
       302-REPORT-CURRENT-IDENTITY.
           MOVE SEARCH-CAR-ID TO CAR-ID.
           READ CAR-FILE-IN
               INVALID KEY MOVE 0 TO LIVE-FLG
               NOT INVALID KEY MOVE 1 TO LIVE-FLG
           END-READ.
           MOVE SEARCH-CAR-ID TO ARC-CAR-ID.
           READ CARARCHIVE-IN
               INVALID KEY MOVE 0 TO ARCHIVED-FLG
               NOT INVALID KEY MOVE 1 TO ARCHIVED-FLG
           END-READ.
           EVALUATE TRUE
               WHEN LIVE-FLG EQUAL 1
                   MOVE "STATUS:          IN FLEET" TO HISTORY-LINE
                   PERFORM 390-PUT-HISTORY-LINE
                   MOVE CAR-MODEL TO CI-MODEL
                   MOVE ENGINE TO CI-ENGINE
                   MOVE TOWING-CAPACITY TO CI-TOWING
                   MOVE OWNER-NAME TO CI-OWNER
                   PERFORM 303-REPORT-IDENTITY-FIELDS
                   PERFORM 304-REPORT-CURRENT-YARD
               WHEN ARCHIVED-FLG EQUAL 1
                   MOVE SPACES TO HISTORY-LINE
                   STRING "STATUS:          ARCHIVED " DELIMITED BY SIZE
                          ARC-DISPOSAL-DATE DELIMITED BY SIZE
                       INTO HISTORY-LINE
                   END-STRING
                   PERFORM 390-PUT-HISTORY-LINE
                   MOVE ARC-CAR-MODEL TO CI-MODEL
                   MOVE ARC-ENGINE TO CI-ENGINE
                   MOVE ARC-TOWING-CAPACITY TO CI-TOWING
                   MOVE ARC-OWNER-NAME TO CI-OWNER
                   PERFORM 303-REPORT-IDENTITY-FIELDS
               WHEN OTHER
                   MOVE "STATUS:          NOT ON FLEET OR ARCHIVE"
                       TO HISTORY-LINE
                   PERFORM 390-PUT-HISTORY-LINE
           END-EVALUATE.

       303-REPORT-IDENTITY-FIELDS.
           MOVE SPACES TO HISTORY-LINE.
           STRING "CAR MODEL:       " DELIMITED BY SIZE
                  CI-MODEL DELIMITED BY SIZE
               INTO HISTORY-LINE
           END-STRING.
           PERFORM 390-PUT-HISTORY-LINE.
           MOVE SPACES TO HISTORY-LINE.
           STRING "ENGINE:          " DELIMITED BY SIZE
                  CI-ENGINE DELIMITED BY SIZE
               INTO HISTORY-LINE
           END-STRING.
           PERFORM 390-PUT-HISTORY-LINE.
           MOVE SPACES TO HISTORY-LINE.
           STRING "TOWING CAPACITY: " DELIMITED BY SIZE
                  CI-TOWING DELIMITED BY SIZE
               INTO HISTORY-LINE
           END-STRING.
           PERFORM 390-PUT-HISTORY-LINE.
           MOVE SPACES TO HISTORY-LINE.
           STRING "OWNER NAME:      " DELIMITED BY SIZE
                  CI-OWNER DELIMITED BY SIZE
               INTO HISTORY-LINE
           END-STRING.
           PERFORM 390-PUT-HISTORY-LINE.

       304-REPORT-CURRENT-YARD.
           MOVE SEARCH-CAR-ID TO CLA-CAR-ID.
           READ CARLOC-FILE-IN
               INVALID KEY
                   MOVE "YARD:            NOT ASSIGNED"
                       TO HISTORY-LINE
               NOT INVALID KEY
                   MOVE CLA-LOC-ID TO LOC-ID
                   READ LOC-FILE-IN
                       INVALID KEY MOVE SPACES TO LOC-NAME
                   END-READ
                   MOVE SPACES TO HISTORY-LINE
                   STRING "YARD:            " DELIMITED BY SIZE
                          CLA-LOC-ID DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          LOC-NAME DELIMITED BY SIZE
                          " SINCE " DELIMITED BY SIZE
                          CLA-EFFECTIVE-DATE DELIMITED BY SIZE
                       INTO HISTORY-LINE
                   END-STRING
           END-READ.
           PERFORM 390-PUT-HISTORY-LINE.

       310-COLLECT-ACQUISITION.
           MOVE SEARCH-CAR-ID TO ACQ-CAR-ID.
           READ ACQFILE-IN
               INVALID KEY MOVE 0 TO ACQ-FOUND-FLG
               NOT INVALID KEY MOVE 1 TO ACQ-FOUND-FLG
           END-READ.
           IF ACQ-FOUND-FLG EQUAL 1
               MOVE SPACES TO NEW-EVENT
               MOVE ACQ-DATE TO NEW-EV-DATE
               MOVE ACQ-COST TO AT-COST
               MOVE ACQ-LIFE-MONTHS TO AT-LIFE
               MOVE ACQUIRED-TEXT TO NEW-EV-LINE (1)
               MOVE 1 TO NEW-EV-LINE-CNT
               PERFORM 395-ADD-EVENT
           END-IF.

      * The history holds every changelog retired by the nightly
      * reconciliation; tonight's changelog is still open until then.
       320-COLLECT-MASTER-CHANGES.
           OPEN INPUT CHANGELOG-HIST-IN.
           MOVE 0 TO LOG-EOF-FLG.
           PERFORM 321-READ-CHANGE-HISTORY.
           PERFORM 322-NOTE-HISTORY-CHANGE
                UNTIL LOG-EOF-FLG EQUAL 1.
           CLOSE CHANGELOG-HIST-IN.
           OPEN INPUT CARFILE-CHANGELOG.
           MOVE 0 TO LOG-EOF-FLG.
           PERFORM 323-READ-CHANGE-CURRENT.
           PERFORM 324-NOTE-CURRENT-CHANGE
                UNTIL LOG-EOF-FLG EQUAL 1.
           CLOSE CARFILE-CHANGELOG.

       321-READ-CHANGE-HISTORY.
           MOVE SPACES TO CHANGE-ENTRY.
           READ CHANGELOG-HIST-IN INTO CHANGE-ENTRY
               AT END MOVE 1 TO LOG-EOF-FLG
           END-READ.

       322-NOTE-HISTORY-CHANGE.
           PERFORM 325-NOTE-MASTER-CHANGE.
           PERFORM 321-READ-CHANGE-HISTORY.

       323-READ-CHANGE-CURRENT.
           MOVE SPACES TO CHANGE-ENTRY.
           READ CARFILE-CHANGELOG INTO CHANGE-ENTRY
               AT END MOVE 1 TO LOG-EOF-FLG
           END-READ.

       324-NOTE-CURRENT-CHANGE.
           PERFORM 325-NOTE-MASTER-CHANGE.
           PERFORM 323-READ-CHANGE-CURRENT.

      * Only changes actually applied to the master are events;
      * rejected transactions never touched the car.
       325-NOTE-MASTER-CHANGE.
           IF CHG-CAR-ID EQUAL SEARCH-CAR-ID
                   AND (CHG-STATUS EQUAL "ADDED"
                     OR CHG-STATUS EQUAL "CHANGED"
                     OR CHG-STATUS EQUAL "DELETED"
                     OR CHG-STATUS EQUAL "ARCHIVED")
               MOVE SPACES TO NEW-EVENT
               MOVE CHG-CHANGE-DATE TO NEW-EV-DATE
               MOVE CHG-CHANGE-TIME TO NEW-EV-TIME
               MOVE CHG-STATUS TO CT-STATUS
               IF CHG-PROGRAM EQUAL SPACES
                   MOVE "UNKNOWN" TO CT-PROGRAM
               ELSE
                   MOVE CHG-PROGRAM TO CT-PROGRAM
               END-IF
               MOVE "TRANS " TO CT-TRANS-LIT
               MOVE CHG-TRANS-CODE TO CT-TRANS-CODE
               MOVE CHANGE-HEAD-TEXT TO NEW-EV-LINE (1)
               MOVE 1 TO NEW-EV-LINE-CNT
               IF CHG-BEFORE-IMAGE NOT EQUAL SPACES
                   MOVE "BEFORE: " TO CI-LABEL
                   MOVE CHG-BEFORE-MODEL TO CI-MODEL
                   MOVE CHG-BEFORE-ENGINE TO CI-ENGINE
                   MOVE CHG-BEFORE-TOWING TO CI-TOWING
                   MOVE CHG-BEFORE-OWNER TO CI-OWNER
                   ADD 1 TO NEW-EV-LINE-CNT
                   MOVE CHANGE-IMAGE-TEXT
                       TO NEW-EV-LINE (NEW-EV-LINE-CNT)
               END-IF
               IF CHG-AFTER-IMAGE NOT EQUAL SPACES
                   MOVE "AFTER:  " TO CI-LABEL
                   MOVE CHG-AFTER-MODEL TO CI-MODEL
                   MOVE CHG-AFTER-ENGINE TO CI-ENGINE
                   MOVE CHG-AFTER-TOWING TO CI-TOWING
                   MOVE CHG-AFTER-OWNER TO CI-OWNER
                   ADD 1 TO NEW-EV-LINE-CNT
                   MOVE CHANGE-IMAGE-TEXT
                       TO NEW-EV-LINE (NEW-EV-LINE-CNT)
               END-IF
               PERFORM 395-ADD-EVENT
           END-IF.

       330-COLLECT-YARD-MOVES.
           OPEN INPUT CARLOC-CHANGELOG.
           MOVE 0 TO LOG-EOF-FLG.
           PERFORM 331-READ-YARD-MOVE.
           PERFORM 332-NOTE-YARD-MOVE
                UNTIL LOG-EOF-FLG EQUAL 1.
           CLOSE CARLOC-CHANGELOG.

       331-READ-YARD-MOVE.
           READ CARLOC-CHANGELOG
               AT END MOVE 1 TO LOG-EOF-FLG
           END-READ.

       332-NOTE-YARD-MOVE.
           IF GCL-CAR-ID EQUAL SEARCH-CAR-ID
               MOVE SPACES TO NEW-EVENT
               MOVE GCL-EFFECTIVE-DATE TO NEW-EV-DATE
               MOVE GCL-STATUS TO YT-STATUS
               IF GCL-BEFORE-LOC EQUAL SPACES
                   MOVE "----" TO YT-BEFORE-LOC
               ELSE
                   MOVE GCL-BEFORE-LOC TO YT-BEFORE-LOC
               END-IF
               MOVE GCL-AFTER-LOC TO YT-AFTER-LOC
               MOVE YARD-MOVE-TEXT TO NEW-EV-LINE (1)
               MOVE 1 TO NEW-EV-LINE-CNT
               PERFORM 395-ADD-EVENT
           END-IF.
           PERFORM 331-READ-YARD-MOVE.

       340-COLLECT-WORK-ORDERS.
           MOVE 0 TO SERV-EOF-FLG.
           MOVE SEARCH-CAR-ID TO SERV-CAR-ID.
           MOVE "00000000" TO SERV-DATE.
           MOVE 0 TO SERV-SEQ.
           START SERVHIST-IN KEY NOT LESS THAN SERV-KEY
               INVALID KEY MOVE 1 TO SERV-EOF-FLG
           END-START.
           PERFORM 341-NOTE-NEXT-WORK-ORDER
                UNTIL SERV-EOF-FLG EQUAL 1.

       341-NOTE-NEXT-WORK-ORDER.
           READ SERVHIST-IN NEXT RECORD
               AT END MOVE 1 TO SERV-EOF-FLG
           END-READ.
           IF SERV-EOF-FLG NOT EQUAL 1
               IF SERV-CAR-ID EQUAL SEARCH-CAR-ID
                   MOVE SPACES TO NEW-EVENT
                   MOVE SERV-DATE TO NEW-EV-DATE
                   MOVE SERV-SEQ TO WT-SEQ
                   MOVE SERV-DESCRIPTION TO WT-DESCRIPTION
                   MOVE SERV-COST TO WT-COST
                   MOVE WORK-ORDER-TEXT TO NEW-EV-LINE (1)
                   MOVE 1 TO NEW-EV-LINE-CNT
                   PERFORM 395-ADD-EVENT
               ELSE
                   MOVE 1 TO SERV-EOF-FLG
               END-IF
           END-IF.

      * INSFILE keeps one row per car, so the posting on file is the
      * latest one, dated by the run that posted it.
       350-COLLECT-INSURANCE.
           MOVE SEARCH-CAR-ID TO INS-CAR-ID.
           READ INS-FILE-IN
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE SPACES TO NEW-EVENT
                   MOVE INS-POSTED-DATE TO NEW-EV-DATE
                   MOVE INS-PREMIUM-AMOUNT TO IT-PREMIUM
                   MOVE INS-RENEWAL-DATE TO IT-RENEWAL-DATE
                   MOVE INSURANCE-TEXT TO NEW-EV-LINE (1)
                   MOVE 1 TO NEW-EV-LINE-CNT
                   PERFORM 395-ADD-EVENT
           END-READ.

       360-COLLECT-DISPOSAL.
           IF ARCHIVED-FLG EQUAL 1
               MOVE SPACES TO NEW-EVENT
               MOVE ARC-DISPOSAL-DATE TO NEW-EV-DATE
               MOVE ARC-DISPOSAL-REASON TO DT-REASON
               MOVE DISPOSAL-TEXT TO NEW-EV-LINE (1)
               MOVE 1 TO NEW-EV-LINE-CNT
               PERFORM 395-ADD-EVENT
           END-IF.

       370-COLLECT-RESTORES.
           OPEN INPUT RESTORELOG-HIST-IN.
           MOVE 0 TO LOG-EOF-FLG.
           PERFORM 371-READ-RESTORE-HISTORY.
           PERFORM 372-NOTE-HISTORY-RESTORE
                UNTIL LOG-EOF-FLG EQUAL 1.
           CLOSE RESTORELOG-HIST-IN.
           OPEN INPUT CARFILE-RESTORELOG.
           MOVE 0 TO LOG-EOF-FLG.
           PERFORM 373-READ-RESTORE-CURRENT.
           PERFORM 374-NOTE-CURRENT-RESTORE
                UNTIL LOG-EOF-FLG EQUAL 1.
           CLOSE CARFILE-RESTORELOG.

       371-READ-RESTORE-HISTORY.
           MOVE SPACES TO RESTORE-ENTRY.
           READ RESTORELOG-HIST-IN INTO RESTORE-ENTRY
               AT END MOVE 1 TO LOG-EOF-FLG
           END-READ.

       372-NOTE-HISTORY-RESTORE.
           PERFORM 375-NOTE-RESTORE.
           PERFORM 371-READ-RESTORE-HISTORY.

       373-READ-RESTORE-CURRENT.
           MOVE SPACES TO RESTORE-ENTRY.
           READ CARFILE-RESTORELOG INTO RESTORE-ENTRY
               AT END MOVE 1 TO LOG-EOF-FLG
           END-READ.

       374-NOTE-CURRENT-RESTORE.
           PERFORM 375-NOTE-RESTORE.
           PERFORM 373-READ-RESTORE-CURRENT.

       375-NOTE-RESTORE.
           IF RST-CAR-ID EQUAL SEARCH-CAR-ID
               MOVE SPACES TO NEW-EVENT
               MOVE RST-DATE TO NEW-EV-DATE
               MOVE RST-TIME TO NEW-EV-TIME
               IF RST-PROGRAM EQUAL SPACES
                   MOVE "CARRESTORE" TO RT-PROGRAM
               ELSE
                   MOVE RST-PROGRAM TO RT-PROGRAM
               END-IF
               MOVE RESTORE-TEXT TO NEW-EV-LINE (1)
               MOVE 1 TO NEW-EV-LINE-CNT
               PERFORM 395-ADD-EVENT
           END-IF.

       380-PRINT-NEXT-EVENT.
           MOVE HIGH-VALUES TO NEXT-SORT-KEY.
           MOVE 0 TO NEXT-IDX.
           PERFORM 381-CHECK-EVENT-ORDER
               VARYING EV-IDX FROM 1 BY 1
               UNTIL EV-IDX > EVENT-USED.
           SET EV-IDX TO NEXT-IDX.
           MOVE 1 TO EV-PRINTED-FLG (EV-IDX).
           ADD 1 TO EVENT-LISTED-CNT.
           MOVE SPACES TO HISTORY-LINE.
           IF EV-DATE (EV-IDX) EQUAL SPACES
               MOVE "UNDATED" TO HL-DATE
           ELSE
               MOVE EV-DATE (EV-IDX) TO HL-DATE
           END-IF.
           MOVE EV-TIME (EV-IDX) TO HL-TIME.
           MOVE EV-LINE (EV-IDX, 1) TO HL-TEXT.
           PERFORM 390-PUT-HISTORY-LINE.
           PERFORM 382-PRINT-EVENT-DETAIL
               VARYING LINE-IDX FROM 2 BY 1
               UNTIL LINE-IDX > EV-LINE-CNT (EV-IDX).

       381-CHECK-EVENT-ORDER.
           IF EV-PRINTED-FLG (EV-IDX) EQUAL 0
                   AND EV-SORT-KEY (EV-IDX) < NEXT-SORT-KEY
               MOVE EV-SORT-KEY (EV-IDX) TO NEXT-SORT-KEY
               SET NEXT-IDX TO EV-IDX
           END-IF.

       382-PRINT-EVENT-DETAIL.
           MOVE SPACES TO HISTORY-LINE.
           MOVE EV-LINE (EV-IDX, LINE-IDX) TO HL-TEXT.
           PERFORM 390-PUT-HISTORY-LINE.

       390-PUT-HISTORY-LINE.
           DISPLAY HISTORY-LINE.
           WRITE REPORT-LINE-OUT FROM HISTORY-LINE.
           MOVE SPACES TO HISTORY-LINE.

       395-ADD-EVENT.
           IF EVENT-USED < 1000
               ADD 1 TO EVENT-USED
               ADD 1 TO EVENT-SEQ-CNT
               SET EV-IDX TO EVENT-USED
               MOVE NEW-EV-DATE TO EV-DATE (EV-IDX)
               MOVE NEW-EV-TIME TO EV-TIME (EV-IDX)
               MOVE EVENT-SEQ-CNT TO EV-SEQ (EV-IDX)
               MOVE 0 TO EV-PRINTED-FLG (EV-IDX)
               MOVE NEW-EV-LINE-CNT TO EV-LINE-CNT (EV-IDX)
               MOVE NEW-EV-LINE (1) TO EV-LINE (EV-IDX, 1)
               MOVE NEW-EV-LINE (2) TO EV-LINE (EV-IDX, 2)
               MOVE NEW-EV-LINE (3) TO EV-LINE (EV-IDX, 3)
           ELSE
               ADD 1 TO EVENT-OVERFLOW-CNT
           END-IF.

       COPY BOOKVALPR.

       END PROGRAM CARHIST.
