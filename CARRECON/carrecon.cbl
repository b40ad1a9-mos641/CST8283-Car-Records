           05 CL-AFTER-OWNER PIC X(30).
           05 FILLER PIC X(1).
           05 CL-STATUS PIC X(25).
           05 FILLER PIC X(1).
           05 CL-CHANGE-DATE PIC X(8).
           05 FILLER PIC X(1).
           05 CL-CHANGE-TIME PIC X(6).
           05 FILLER PIC X(1).
           05 CL-PROGRAM PIC X(10).

       FD CARFILE-AUDIT.
       01 AUDIT-RECORD-IN.
           05 RSL-CAR-ID PIC X(6).
           05 FILLER PIC X(1).
           05 RSL-DATETIME PIC X(21).
           05 FILLER PIC X(1).
           05 RSL-PROGRAM PIC X(10).

       FD CARRECON-PRIORCNT.
       01 PRIORCNT-RECORD.
