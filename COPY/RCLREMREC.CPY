      ******************************************************************
      * Shared recall remedy record layout for RECALLREM.TXT (indexed
      * by REM-KEY, campaign number plus CAR-ID). One row per car per
      * campaign, written by SERVPOST when it posts a work order that
      * carries a campaign number, pointing back at the SERVHIST.TXT
      * work order that closed the recall for that car. Kept as a
      * sidecar rather than widening SERVREC so the service history
      * layout stays as it is for SERVRPT, SERVDUE and CARLOOKUP.
      * Read by RECALLRPT.
      ******************************************************************
       01 RECALL-REMEDY-RECORD.
           05 REM-KEY.
               10 REM-CAMPAIGN-NO PIC X(8).
               10 REM-CAR-ID PIC X(6).
           05 REM-SERV-DATE PIC X(8).
           05 REM-SERV-SEQ PIC 9(2).
