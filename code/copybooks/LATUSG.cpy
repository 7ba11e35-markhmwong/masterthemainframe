      *> LATUSG - LATE USAGE RECORD (80 BYTES). ONE CALL THAT
      *> ARRIVED FROM THE SWITCH AFTER ITS BILLING MONTH WAS CLOSED
      *> (SEE PRDCTL), DIVERTED BY USAGERTG INSTEAD OF BEING ADDED
      *> TO A USAGESUM THAT HAS ALREADY BEEN INVOICED. THE KEY
      *> CARRIES THE SWITCH FILE AND ITS RECORD NUMBER, SO A
      *> RESTARTED USAGERTG THAT RE-READS THE SAME CALL FINDS IT
      *> ALREADY ON FILE RATHER THAN DIVERTING IT TWICE.
      *> LU-BILLED-MONTH IS ZERO UNTIL AN INVEXT RUN BILLS THE CALL
      *> AS A PRIOR-PERIOD ADJUSTMENT, THEN THAT INVOICE MONTH.
       02 LU-LATE-KEY.
           03 LU-MOBILENUMBER     PIC 9(11).
           03 LU-CALL-DATE        PIC 9(8).
           03 LU-SWITCH-ID        PIC X(4).
           03 LU-FILE-SEQUENCE    PIC 9(6).
           03 LU-RECORD-NUMBER    PIC 9(9).
       02 LU-CALL-MINUTES         PIC 9(4).
       02 LU-ARRIVAL-DATE         PIC 9(8).
       02 LU-BILLED-MONTH         PIC 9(6).
       02 LU-BILLED-DATE          PIC 9(8).
       02 FILLER                  PIC X(16).
