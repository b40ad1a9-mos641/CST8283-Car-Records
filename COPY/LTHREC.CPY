      ******************************************************************
      * Shared long-term history record layout for LONGTERM-HISTORY.TXT,
      * the sequential file the RETPURGE retention run moves aged
      * records onto when it removes them from the live indexed files.
      * Each live run appends one batch: a header record ("H", run
      * datetime), one detail record ("D") per row removed carrying
      * the file it came from, its CAR-ID, the purge date and the
      * record image exactly as it stood on that file, and a trailer
      * record ("T") with the detail counts by file and in total.
      * A detail whose live row then failed to delete is followed at
      * once by a void record ("V", same layout as "D", blank image)
      * for the same LTH-SOURCE-FILE and LTH-CAR-ID: the row is still
      * on its live file and the "D" before it does not stand. The
      * trailer counts leave voided details out.
      * LTH-SOURCE-FILE is CARARCHIVE (image laid out as ARCREC),
      * SERVHIST (SERVREC), ACQFILE (ACQREC) or INSFILE (INSREC).
      * Read back by CARARCHQ to answer for a car purged from the
      * archive, and by ONBOARD so a purged car's id is never reused.
      ******************************************************************
       01 LONGTERM-HISTORY-RECORD.
           05 LTH-RECORD-TYPE PIC X(1).
           05 LTH-RECORD-DATA PIC X(144).
           05 LTH-HEADER-DATA REDEFINES LTH-RECORD-DATA.
               10 LTH-RUN-DATETIME PIC X(21).
               10 FILLER PIC X(123).
           05 LTH-DETAIL-DATA REDEFINES LTH-RECORD-DATA.
               10 LTH-SOURCE-FILE PIC X(10).
               10 LTH-CAR-ID PIC X(6).
               10 LTH-PURGE-DATE PIC X(8).
               10 LTH-RECORD-IMAGE PIC X(120).
           05 LTH-TRAILER-DATA REDEFINES LTH-RECORD-DATA.
               10 LTH-ARCHIVE-COUNT PIC 9(6).
               10 LTH-SERVHIST-COUNT PIC 9(6).
               10 LTH-ACQFILE-COUNT PIC 9(6).
               10 LTH-INSFILE-COUNT PIC 9(6).
               10 LTH-RECORD-COUNT PIC 9(6).
               10 FILLER PIC X(114).
