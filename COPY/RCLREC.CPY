      ******************************************************************
      * Shared recall campaign record layout for RECALLCAMP.TXT, the
      * line sequential campaign list kept by the fleet desk from the
      * manufacturer's notices. A campaign names the CAR-MODEL and/or
      * ENGINE it affects (a blank field matches any), the issue date
      * and the remedy to be carried out. RCL-STATUS is "O" while the
      * campaign is open and "C" once the manufacturer has closed it.
      * Read by RECALLRPT and by SERVPOST, which validates the
      * campaign number carried on a remedy work order.
      ******************************************************************
       01 RECALL-CAMPAIGN-RECORD.
           05 RCL-CAMPAIGN-NO PIC X(8).
           05 RCL-CAR-MODEL PIC X(15).
           05 RCL-ENGINE PIC X(25).
           05 RCL-ISSUE-DATE PIC X(8).
           05 RCL-STATUS PIC X(1).
           05 RCL-REMEDY-DESC PIC X(40).
