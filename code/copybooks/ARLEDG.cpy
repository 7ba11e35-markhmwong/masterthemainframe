      *> ARLEDG - ACCOUNTS RECEIVABLE LEDGER RECORD (400 BYTES),
      *> KEYED ON THE SAME TEN-BYTE ACCOUNT REF AS ACCTMAST. ONE
      *> RECORD PER BILLING ACCOUNT, CHARGED FROM EACH MONTH'S
      *> INVEXT AND CREDITED FROM THE DAILY BANK PAYMENTS FILE BY
      *> THE ARPOST RUN; AGED AND CHASED BY THE ARCOLL RUN.
      *> THE DEBT IS HELD AS UP TO TWELVE OPEN ITEMS, ONE PER
      *> INVOICE STILL NOT FULLY PAID, OLDEST FIRST. A PAYMENT
      *> CLEARS THE OLDEST ITEM FIRST; WHAT IS LEFT OVER ONCE EVERY
      *> ITEM IS CLEARED SITS IN AR-CREDIT-AMOUNT AND IS TAKEN OFF
      *> THE NEXT CHARGE. WHEN A THIRTEENTH ITEM ARRIVES THE TWO
      *> OLDEST ARE MERGED UNDER THE OLDER DATE, SO DEBT NEVER AGES
      *> YOUNGER THAN IT IS.
      *> AR-BALANCE = OPEN ITEMS LESS CREDIT; NEGATIVE IN CREDIT.
      *> AR-COLLECTION-STATUS: SPACE = GOOD STANDING, S = NUMBERS
      *> SUSPENDED FOR DEBT BY ARCOLL SINCE AR-COLLECTION-DATE.
       02 AR-ACCOUNT-REF          PIC X(10).
       02 AR-BALANCE              PIC S9(9)V99.
       02 AR-CREDIT-AMOUNT        PIC 9(9)V99.
       02 AR-LAST-INVOICE-MONTH   PIC 9(6).
       02 AR-LAST-INVOICE-DATE    PIC 9(8).
       02 AR-LAST-PAYMENT-DATE    PIC 9(8).
       02 AR-LAST-PAYMENT-AMOUNT  PIC 9(9)V99.
       02 AR-COLLECTION-STATUS    PIC X(1).
           88 AR-IN-GOOD-STANDING       VALUE SPACE.
           88 AR-SUSPENDED-FOR-DEBT     VALUE "S".
       02 AR-COLLECTION-DATE      PIC 9(8).
       02 AR-OPEN-ITEM-COUNT      PIC 9(2).
       02 AR-OPEN-ITEM            OCCURS 12 TIMES.
           03 AR-ITEM-MONTH       PIC 9(6).
           03 AR-ITEM-DATE        PIC 9(8).
           03 AR-ITEM-AMOUNT      PIC 9(9)V99.
       02 FILLER                  PIC X(24).
