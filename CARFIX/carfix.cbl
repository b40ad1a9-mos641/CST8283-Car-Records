           05 CL-AFTER-OWNER PIC X(30).
           05 FILLER PIC X(1).
           05 CL-STATUS PIC X(25).
           05 FILLER PIC X(1).
           05 CL-CHANGE-DATE PIC X(8).
           05 FILLER PIC X(1).
           05 CL-CHANGE-TIME PIC X(6).
           05 FILLER PIC X(1).
           05 CL-PROGRAM PIC X(10).

       WORKING-STORAGE SECTION.

       270-WRITE-CHANGELOG.
           MOVE FIX-CODE TO CL-TRANS-CODE.
           MOVE FIX-CAR-ID TO CL-CAR-ID.
           MOVE FUNCTION CURRENT-DATE (1:8) TO CL-CHANGE-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO CL-CHANGE-TIME.
           MOVE "CARFIX" TO CL-PROGRAM.
           WRITE CHANGELOG-RECORD-OUT.

       301-OPEN-FIX-FILES.
