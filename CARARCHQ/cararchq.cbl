      * Author: Mostapha A
      * Purpose: Random lookup of a disposed vehicle by CAR-ID in the
      *          archive file CARARCHIVE.TXT, answering "what did we
      *          know about that car" after it has left the fleet.
      *          A car the retention purge has since moved off the
      *          archive is looked for on LONGTERM-HISTORY.TXT instead.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS ARC-CAR-ID.

           SELECT OPTIONAL LONGTERM-HISTORY-IN
               ASSIGN TO "..\LONGTERM-HISTORY.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD CARARCHIVE-IN.
           COPY ARCREC.

       FD LONGTERM-HISTORY-IN.
           COPY LTHREC.

       WORKING-STORAGE SECTION.

       01 CONTROL-FIELDS.
           05 SEARCH-CAR-ID PIC X(6) VALUE SPACES.
           05 HISTORY-EOF-FLG PIC 9 VALUE 0.
           05 HISTORY-FOUND-CNT PIC 9(6) VALUE 0.
           05 PENDING-FLG PIC 9 VALUE 0.

       01 PENDING-HISTORY-FIELDS.
           05 PENDING-PURGE-DATE PIC X(8) VALUE SPACES.
           05 PENDING-RECORD-IMAGE PIC X(120) VALUE SPACES.

       PROCEDURE DIVISION.

           MOVE SEARCH-CAR-ID TO ARC-CAR-ID.
           READ CARARCHIVE-IN
               INVALID KEY
                   PERFORM 305-SEARCH-LONGTERM-HISTORY
               NOT INVALID KEY
                   PERFORM 304-DISPLAY-ARCHIVE-RECORD
           END-READ.
           DISPLAY "DISPOSAL DATE:   " ARC-DISPOSAL-DATE.
           DISPLAY "DISPOSAL REASON: " ARC-DISPOSAL-REASON.

      * The purged archive row is carried on the history file as a
      * CARARCHIVE detail image, laid out as ARCREC. A matching detail
      * is held until the next record is seen, since a void record
      * straight after it means the delete failed and it does not
      * stand.
       305-SEARCH-LONGTERM-HISTORY.
           MOVE 0 TO HISTORY-EOF-FLG.
           MOVE 0 TO HISTORY-FOUND-CNT.
           MOVE 0 TO PENDING-FLG.
           OPEN INPUT LONGTERM-HISTORY-IN.
           PERFORM 306-READ-LONGTERM-HISTORY.
           PERFORM 307-CHECK-HISTORY-RECORD
                UNTIL HISTORY-EOF-FLG EQUAL 1.
           PERFORM 308-SHOW-PENDING-DETAIL.
           CLOSE LONGTERM-HISTORY-IN.
           IF HISTORY-FOUND-CNT EQUAL 0
               DISPLAY "CAR ID NOT IN ARCHIVE: " SEARCH-CAR-ID
           END-IF.

       306-READ-LONGTERM-HISTORY.
           READ LONGTERM-HISTORY-IN
               AT END MOVE 1 TO HISTORY-EOF-FLG
           END-READ.

       307-CHECK-HISTORY-RECORD.
           IF LTH-RECORD-TYPE EQUAL "V"
                   AND LTH-SOURCE-FILE EQUAL "CARARCHIVE"
                   AND LTH-CAR-ID EQUAL SEARCH-CAR-ID
               MOVE 0 TO PENDING-FLG
           ELSE
               PERFORM 308-SHOW-PENDING-DETAIL
           END-IF.
           IF LTH-RECORD-TYPE EQUAL "D"
                   AND LTH-SOURCE-FILE EQUAL "CARARCHIVE"
                   AND LTH-CAR-ID EQUAL SEARCH-CAR-ID
               MOVE 1 TO PENDING-FLG
               MOVE LTH-PURGE-DATE TO PENDING-PURGE-DATE
               MOVE LTH-RECORD-IMAGE TO PENDING-RECORD-IMAGE
           END-IF.
           PERFORM 306-READ-LONGTERM-HISTORY.

       308-SHOW-PENDING-DETAIL.
           IF PENDING-FLG EQUAL 1
               ADD 1 TO HISTORY-FOUND-CNT
               MOVE PENDING-RECORD-IMAGE TO ARCHIVE-RECORD
               PERFORM 304-DISPLAY-ARCHIVE-RECORD
               DISPLAY "PURGED TO LONG-TERM HISTORY ON "
                       PENDING-PURGE-DATE
               MOVE 0 TO PENDING-FLG
           END-IF.

       END PROGRAM CARARCHQ.
