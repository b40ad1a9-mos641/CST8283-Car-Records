           05 RSL-CAR-ID PIC X(6).
           05 FILLER PIC X(1).
           05 RSL-DATETIME PIC X(21).
           05 FILLER PIC X(1).
           05 RSL-PROGRAM PIC X(10).

       WORKING-STORAGE SECTION.

           MOVE SPACES TO RESTORELOG-RECORD-OUT.
           MOVE SEARCH-CAR-ID TO RSL-CAR-ID.
           MOVE FUNCTION CURRENT-DATE TO RSL-DATETIME.
           MOVE "CARRESTORE" TO RSL-PROGRAM.
           WRITE RESTORELOG-RECORD-OUT.

       END PROGRAM CARRESTORE.
