           05 CL-AFTER-OWNER PIC X(30).
           05 FILLER PIC X(1).
           05 CL-STATUS PIC X(25).
           05 FILLER PIC X(1).
           05 CL-CHANGE-DATE PIC X(8).
           05 FILLER PIC X(1).
           05 CL-CHANGE-TIME PIC X(6).
           05 FILLER PIC X(1).
           05 CL-PROGRAM PIC X(10).

      * One row per transaction actually applied, written as it is
      * applied, carrying the master record as it stood beforehand.
       309-WRITE-CHANGELOG.
           MOVE TRANS-CODE TO CL-TRANS-CODE.
           MOVE TRANS-CAR-ID TO CL-CAR-ID.
           MOVE FUNCTION CURRENT-DATE (1:8) TO CL-CHANGE-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO CL-CHANGE-TIME.
           MOVE "CARMAINT" TO CL-PROGRAM.
           WRITE CHANGELOG-RECORD-OUT.

       310-APPLY-DISPOSAL.
