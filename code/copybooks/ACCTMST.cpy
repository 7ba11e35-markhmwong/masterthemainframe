      *> ACCTMST - BILLING ACCOUNT MASTER RECORD (200 BYTES), KEYED
      *> ON THE TEN-BYTE ACCOUNT REFERENCE THAT SM-ACCOUNT-REF AND
      *> AX-ACCOUNT-REF CARRY. THE SINGLE SOURCE FOR WHO AN ACCOUNT
      *> BELONGS TO AND WHERE ITS BILL GOES. MAINTAINED ONLY BY THE
      *> ACCTMNT BATCH STREAM, WHICH JOURNALS EVERY CHANGE TO ACCTJRN.
      *> AM-ACCOUNT-TYPE:   C = CONSUMER, B = BUSINESS.
      *> AM-ACCOUNT-STATUS: O = OPEN, C = CLOSED. A CLOSED ACCOUNT
      *> STAYS ON FILE FOR BILLING HISTORY BUT TAKES NO NEW NUMBERS.
      *> AM-CLOSED-DATE IS ZEROS WHILE THE ACCOUNT IS OPEN.
       02 AM-ACCOUNT-REF          PIC X(10).
       02 AM-HOLDER-NAME          PIC X(30).
       02 AM-BILLING-ADDRESS.
           03 AM-ADDRESS-LINE-1   PIC X(30).
           03 AM-ADDRESS-LINE-2   PIC X(30).
           03 AM-ADDRESS-LINE-3   PIC X(30).
           03 AM-POSTCODE         PIC X(10).
       02 AM-ACCOUNT-TYPE         PIC X(1).
           88 AM-CONSUMER-ACCOUNT       VALUE "C".
           88 AM-BUSINESS-ACCOUNT       VALUE "B".
       02 AM-ACCOUNT-STATUS       PIC X(1).
           88 AM-ACCOUNT-OPEN           VALUE "O".
           88 AM-ACCOUNT-CLOSED         VALUE "C".
       02 AM-OPENED-DATE          PIC 9(8).
       02 AM-CLOSED-DATE          PIC 9(8).
       02 FILLER                  PIC X(42).
