      *> DEPARTMENT WHILE SOMEONE IS STILL THERE TO FIX THEM.
      *> APPLIES THE SAME EDITS THE NIGHT RUN WOULD - COUNTRY CODE,
      *> OPERATION CODE, ACCOUNT STATUS, RATE-PLAN CODE AGAINST THE
      *> RATEPLAN REFERENCE FILE, ACCOUNT REF AGAINST THE ACCTMAST
      *> BILLING ACCOUNT MASTER (MISSING, UNKNOWN OR CLOSED
      *> ACCOUNTS BOUNCE - A CLOSED ACCOUNT TAKES NO NEW NUMBERS
      *> AND NO NUMBER MAY BE MOVED ONTO IT) - PLUS TWO EDITS ONLY A
      *> WHOLE-BATCH PASS CAN MAKE: DUPLICATE TRANSACTIONS AGAINST
      *> THE SAME MOBILENUMBER WITHIN THE BATCH, AND C-TRANSACTIONS
      *> WHOSE NEW NUMBER IS ALREADY ON THE MASTER. CLEAN CARDS GO
               RECORD KEY IS RP-PLAN-CODE
               FILE STATUS IS WS-RATEPLAN-STATUS.

           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AM-ACCOUNT-REF
               FILE STATUS IS WS-ACCTMAST-STATUS.

           SELECT SUBSCRIBER-TRANSACTIONS ASSIGN TO "SUBTRANS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUBTRANS-STATUS.
       01  RATE-PLAN-RECORD.
           COPY RPLAN.

       FD  ACCOUNT-MASTER
           RECORD CONTAINS 200 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  ACCOUNT-MASTER-RECORD.
           COPY ACCTMST.

       FD  SUBSCRIBER-TRANSACTIONS
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
      *> HAS BEEN THROUGH AND WHEN IT FIRST BOUNCED. REASON CODES:
      *> OP=OPERATION, CC=COUNTRY, NC=NEW COUNTRY, ST=STATUS,
      *> PL=RATE PLAN, PC=PORT CARRIER, DU=DUPLICATE IN BATCH,
      *> NM=NEW NUMBER ON MASTER, AC=ACCOUNT MISSING/UNKNOWN/CLOSED.
       FD  REJECT-FILE
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORDS ARE STANDARD.
               88 WS-RATEPLAN-OK            VALUE "00".
               88 WS-RATEPLAN-NOT-FOUND      VALUE "23".

           01 WS-ACCTMAST-STATUS      PIC X(2)  VALUE "00".
               88 WS-ACCTMAST-OK            VALUE "00".
               88 WS-ACCTMAST-NOT-FOUND      VALUE "23".

           01 WS-REJFILE-STATUS       PIC X(2)  VALUE "00".
               88 WS-REJFILE-OK             VALUE "00".

               88 WS-RATEPLAN-IS-OPEN       VALUE "Y".
               88 WS-RATEPLAN-IS-CLOSED     VALUE "N".

           01 WS-ACCTMAST-SWITCH      PIC X(1)  VALUE "N".
               88 WS-ACCTMAST-IS-OPEN       VALUE "Y".
               88 WS-ACCTMAST-IS-CLOSED     VALUE "N".

           01 WS-REJECT-SWITCH        PIC X(1)  VALUE "N".
               88 WS-TRANSACTION-CLEAN      VALUE "N".
               88 WS-TRANSACTION-REJECTED   VALUE "Y".
           01 WS-NEW-ON-MASTER-COUNT  PIC 9(9)  VALUE ZEROS.
           01 WS-BAD-CARRIER-COUNT    PIC 9(9)  VALUE ZEROS.
           01 WS-BAD-PLAN-COUNT       PIC 9(9)  VALUE ZEROS.
           01 WS-BAD-ACCOUNT-COUNT    PIC 9(9)  VALUE ZEROS.
           01 WS-RECYCLE-READ-COUNT   PIC 9(9)  VALUE ZEROS.
           01 WS-RECYCLE-CLEAN-COUNT  PIC 9(9)  VALUE ZEROS.
           01 WS-AGED-REJECT-COUNT    PIC 9(9)  VALUE ZEROS.
                       INTO EDIT-REPORT-LINE
               END-STRING
               WRITE EDIT-REPORT-LINE
           END-IF
      *> THE ACCOUNT MASTER BACKS ONLY THE ACCOUNT-ON-FILE AND
      *> CLOSED-ACCOUNT EDITS; A BLANK ACCOUNT REF IS STILL
      *> REJECTED WITHOUT IT, AND THE NIGHTLY APPLY ENFORCES THE
      *> REST.
           OPEN INPUT ACCOUNT-MASTER
           IF WS-ACCTMAST-OK
               SET WS-ACCTMAST-IS-OPEN TO TRUE
           ELSE
               MOVE SPACES TO EDIT-REPORT-LINE
               STRING "ACCOUNT MASTER NOT AVAILABLE (STATUS "
                       WS-ACCTMAST-STATUS
                       ") - ACCOUNT EDIT SKIPPED"
                       DELIMITED BY SIZE
                       INTO EDIT-REPORT-LINE
               END-STRING
               WRITE EDIT-REPORT-LINE
           END-IF.

       1900-CLOSE-FILES.
           END-IF
           IF WS-RATEPLAN-IS-OPEN
               CLOSE RATE-PLAN-FILE
           END-IF
           IF WS-ACCTMAST-IS-OPEN
               CLOSE ACCOUNT-MASTER
           END-IF.

       2500-RECYCLE-CORRECTED-REJECTS.
               IF WS-TRANSACTION-CLEAN
                   PERFORM 3132-EDIT-RATE-PLAN-CODE
               END-IF
               IF WS-TRANSACTION-CLEAN
                   PERFORM 3137-EDIT-ACCOUNT-REF
               END-IF
           END-IF
           IF WS-TRANSACTION-CLEAN
            AND (TR-OPERATION-CODE = "P" OR "I")
               ADD 1 TO WS-BAD-CARRIER-COUNT
           END-IF.

       3137-EDIT-ACCOUNT-REF.
      *> EVERY NUMBER MUST BILL TO AN ACCOUNT THAT EXISTS. A CLOSED
      *> ACCOUNT TAKES NO NEW NUMBER (A OR I) AND NO NUMBER MAY BE
      *> RE-POINTED AT IT; AN R THAT DISCONNECTS A NUMBER STILL
      *> ON ONE IS LET THROUGH, SO ITS LAST LINES CAN BE CEASED.
           IF TR-ACCOUNT-REF = SPACES
               SET WS-TRANSACTION-REJECTED TO TRUE
               MOVE "MISSING ACCOUNT REF" TO WS-REJECT-REASON
               MOVE "AC" TO WS-REJECT-CODE
               ADD 1 TO WS-BAD-ACCOUNT-COUNT
           END-IF
           IF WS-TRANSACTION-CLEAN
            AND WS-ACCTMAST-IS-OPEN
               MOVE TR-ACCOUNT-REF TO AM-ACCOUNT-REF
               READ ACCOUNT-MASTER
                   INVALID KEY
                       SET WS-TRANSACTION-REJECTED TO TRUE
                       MOVE "ACCOUNT NOT ON ACCOUNT MASTER"
                           TO WS-REJECT-REASON
                       MOVE "AC" TO WS-REJECT-CODE
                       ADD 1 TO WS-BAD-ACCOUNT-COUNT
                   NOT INVALID KEY
                       IF AM-ACCOUNT-CLOSED
                        AND NOT (TR-OPERATION-CODE = "R"
                                 AND TR-ACCOUNT-STATUS = "D")
                           SET WS-TRANSACTION-REJECTED TO TRUE
                           MOVE "ACCOUNT CLOSED" TO WS-REJECT-REASON
                           MOVE "AC" TO WS-REJECT-CODE
                           ADD 1 TO WS-BAD-ACCOUNT-COUNT
                       END-IF
               END-READ
           END-IF.

       3140-EDIT-NEW-COUNTRYCODE.
           MOVE TR-NEW-COUNTRYCODE TO WS-VALID-COUNTRYCODE
           IF NOT WS-COUNTRYCODE-IS-ASSIGNED
           MOVE "  INVALID RATE-PLAN CODE   :" TO WS-SUMMARY-LABEL
           MOVE WS-BAD-PLAN-COUNT TO WS-COUNT-DISPLAY
           PERFORM 9100-WRITE-SUMMARY-LINE
           MOVE "  ACCOUNT MISSING OR CLOSED:" TO WS-SUMMARY-LABEL
           MOVE WS-BAD-ACCOUNT-COUNT TO WS-COUNT-DISPLAY
           PERFORM 9100-WRITE-SUMMARY-LINE
           MOVE "RECYCLED CARDS READ        :" TO WS-SUMMARY-LABEL
           MOVE WS-RECYCLE-READ-COUNT TO WS-COUNT-DISPLAY
           PERFORM 9100-WRITE-SUMMARY-LINE
