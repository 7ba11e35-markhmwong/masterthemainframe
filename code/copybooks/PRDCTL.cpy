      *> PRDCTL - BILLING PERIOD CONTROL RECORD (80 BYTES), KEYED ON
      *> THE BILLING MONTH. WRITTEN OPEN BY USAGERTG THE FIRST TIME
      *> IT RATES A CALL DATED IN THE MONTH; SET CLOSING BY INVEXT
      *> WHEN IT STARTS INVOICING THE MONTH AND CLOSED WHEN IT
      *> FINISHES. ONCE A MONTH IS CLOSING OR CLOSED, USAGERTG
      *> DIVERTS ANY FURTHER CALL DATED IN IT TO THE LATEUSG FILE
      *> AND COUNTS IT HERE; THE NEXT INVEXT BILLS IT AS A
      *> PRIOR-PERIOD ADJUSTMENT AND COUNTS IT AS BILLED.
       02 PC-BILLING-MONTH        PIC 9(6).
       02 PC-PERIOD-STATUS        PIC X(1).
           88 PC-PERIOD-OPEN            VALUE "O".
           88 PC-PERIOD-CLOSING         VALUE "P".
           88 PC-PERIOD-CLOSED          VALUE "C".
           88 PC-PERIOD-LOCKED          VALUE "P" "C".
       02 PC-OPENED-DATE          PIC 9(8).
       02 PC-CLOSE-STARTED-DATE   PIC 9(8).
       02 PC-CLOSED-DATE          PIC 9(8).
       02 PC-INVOICED-MINUTES     PIC 9(9).
       02 PC-LATE-CALLS           PIC 9(9).
       02 PC-LATE-MINUTES         PIC 9(9).
       02 PC-LAST-LATE-DATE       PIC 9(8).
       02 PC-LATE-BILLED-MINUTES  PIC 9(9).
       02 FILLER                  PIC X(5).
