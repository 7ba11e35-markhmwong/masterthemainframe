      *> ACCTAUD - ACCOUNT MASTER AUDIT JOURNAL RECORD (440 BYTES).
      *> ONE RECORD PER ADD/REPLACE/CLOSE APPLIED TO ACCTMAST BY THE
      *> ACCTMNT STREAM. AA-OPERATION-CODE: A = ADD, R = REPLACE,
      *> C = CLOSE. THE FULL 200-BYTE ACCOUNT RECORD RIDES ALONG AS
      *> BEFORE AND AFTER IMAGES - SPACES FOR THE BEFORE IMAGE ON AN
      *> ADD - SO ANY ACCOUNT CAN BE TRACED BACK TO WHAT IT HELD ON
      *> A GIVEN DAY.
       02 AA-TIMESTAMP            PIC X(21).
       02 AA-OPERATION-CODE       PIC X(1).
       02 AA-ACCOUNT-REF          PIC X(10).
       02 AA-OLD-RECORD-IMAGE     PIC X(200).
       02 AA-NEW-RECORD-IMAGE     PIC X(200).
       02 FILLER                  PIC X(8).
