      * vehicle left the fleet, stamped with the disposal date and
      * reason. Written by CARMAINT disposal transactions, read by
      * CARARCHQ, removed again by CARRESTORE when a vehicle returns.
      * RETPURGE moves rows past retention to LONGTERM-HISTORY.TXT
      * (see LTHREC), where this layout is kept as the record image.
      ******************************************************************
       01 ARCHIVE-RECORD.
           05 ARC-CAR-ID PIC X(6).
