       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. accountsReceivablePosting.
       Author. Mark Wong.
       DATE-WRITTEN. October 15th 2026.
      *> POSTS CHARGES AND PAYMENTS TO THE ARLEDGER ACCOUNTS
      *> RECEIVABLE LEDGER (LAYOUT IN ARLEDG), ONE RECORD PER
      *> BILLING ACCOUNT, CREATED ON FIRST POSTING. TWO INPUTS,
      *> EITHER OF WHICH MAY BE DUMMY:
      *>   INVEXT  - THE MONTH'S 200-BYTE INVOICE EXTRACT. EACH
      *>             ACCOUNT'S IX-TOTAL-CHARGE BECOMES A NEW OPEN
      *>             ITEM DATED THE INVOICE RUN DATE, LESS ANY
      *>             CREDIT ALREADY ON THE LEDGER. A MONTH ALREADY
      *>             CHARGED TO AN ACCOUNT IS NOT CHARGED AGAIN, SO
      *>             A RERUN OF THE MONTH-END STEP IS HARMLESS.
      *>             A PRIOR-PERIOD ADJUSTMENT RECORD (TYPE A, LATE
      *>             USAGE FROM AN EARLIER MONTH) IS CHARGED THE
      *>             SAME WAY AS ITS OWN OPEN ITEM, AND IS CHARGED
      *>             OR SKIPPED ALONG WITH THE ACCOUNT'S INVOICE
      *>             RECORD IN FRONT OF IT.
      *>   BANKPAY - THE DAY'S PAYMENTS FROM THE BANK: ACCOUNT
      *>             REF(1-10), AMOUNT(11-21, 9(9)V99), PAYMENT
      *>             DATE(22-29), PAYMENT REFERENCE(30-49). A
      *>             PAYMENT CLEARS THE OLDEST OPEN ITEMS FIRST;
      *>             ANY EXCESS IS HELD AS CREDIT.
      *> A PAYMENT THAT CANNOT BE MATCHED - ACCOUNT REF BLANK OR
      *> NOT ON ACCTMAST, AMOUNT NOT NUMERIC OR ZERO, DATE NOT
      *> NUMERIC - IS NOT POSTED. IT IS WRITTEN TO ARSUSP AS THE
      *> ORIGINAL 80-BYTE IMAGE PLUS REASON CODE (AC=ACCOUNT,
      *> AM=AMOUNT, DT=DATE) AND RUN DATE, FOR TREASURY TO
      *> RESOLVE AND RESUBMIT ON A LATER BANKPAY.
      *> EVERY POSTING IS ALSO APPENDED TO ARHIST - DATE, ACCOUNT,
      *> TYPE (I=INVOICE, A=PRIOR-PERIOD ADJUSTMENT, P=PAYMENT),
      *> AMOUNT, REFERENCE AND THE
      *> BALANCE AFTER - AND LISTED ON ARPSTRPT.
      *> RETURN CODE 0 = ALL POSTED, 4 = SUSPENSE OR EXCEPTIONS
      *> LISTED, 8 = NEITHER INPUT SUPPLIED, 16 = FILE ERROR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AR-LEDGER ASSIGN TO "ARLEDGER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AR-ACCOUNT-REF
               FILE STATUS IS WS-ARLEDGER-STATUS.

           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AM-ACCOUNT-REF
               FILE STATUS IS WS-ACCTMAST-STATUS.

           SELECT INVOICE-EXTRACT ASSIGN TO "INVEXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVEXT-STATUS.

           SELECT BANK-PAYMENTS ASSIGN TO "BANKPAY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BANKPAY-STATUS.

           SELECT PAYMENT-SUSPENSE ASSIGN TO "ARSUSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARSUSP-STATUS.

           SELECT POSTING-HISTORY ASSIGN TO "ARHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARHIST-STATUS.

           SELECT POSTING-REPORT ASSIGN TO "ARPSTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARPSTRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AR-LEDGER
           RECORD CONTAINS 400 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  AR-LEDGER-RECORD.
           COPY ARLEDG.

       FD  ACCOUNT-MASTER
           RECORD CONTAINS 200 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  ACCOUNT-MASTER-RECORD.
           COPY ACCTMST.

       FD  INVOICE-EXTRACT
           RECORD CONTAINS 200 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  INVOICE-EXTRACT-RECORD.
           02  IX-ACCOUNT-REF          PIC X(10).
           02  IX-INVOICE-MONTH        PIC 9(6).
           02  IX-NUMBER-COUNT         PIC 9(4).
           02  IX-TOTAL-CALLS          PIC 9(9).
           02  IX-TOTAL-MINUTES        PIC 9(9).
           02  IX-TOTAL-CHARGE         PIC 9(9)V99.
           02  IX-RUN-DATE             PIC 9(8).
           02  FILLER                  PIC X(130).
           02  IX-RECORD-TYPE          PIC X(1).
               88  IX-PRIOR-PERIOD-ADJUSTMENT VALUE "A".
           02  IX-ADJUSTED-MONTH       PIC 9(6).
           02  FILLER                  PIC X(6).

       FD  BANK-PAYMENTS
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  BANK-PAYMENT-RECORD.
           02  BP-ACCOUNT-REF          PIC X(10).
           02  BP-AMOUNT               PIC 9(9)V99.
           02  BP-PAYMENT-DATE         PIC 9(8).
           02  BP-PAYMENT-REFERENCE    PIC X(20).
           02  FILLER                  PIC X(31).

       FD  PAYMENT-SUSPENSE
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  PAYMENT-SUSPENSE-RECORD.
           02  SP-PAYMENT-IMAGE        PIC X(80).
           02  SP-REASON-CODE          PIC X(2).
           02  SP-RUN-DATE             PIC 9(8).
           02  FILLER                  PIC X(10).

       FD  POSTING-HISTORY
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  POSTING-HISTORY-RECORD.
           02  PH-POSTING-DATE         PIC 9(8).
           02  PH-ACCOUNT-REF          PIC X(10).
           02  PH-POSTING-TYPE         PIC X(1).
           02  PH-AMOUNT               PIC 9(9)V99.
           02  PH-REFERENCE            PIC X(20).
           02  PH-BALANCE-AFTER        PIC S9(9)V99.
           02  FILLER                  PIC X(19).

       FD  POSTING-REPORT
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  POSTING-REPORT-LINE        PIC X(80).

       WORKING-STORAGE SECTION.
           01 WS-ARLEDGER-STATUS      PIC X(2)  VALUE "00".
               88 WS-ARLEDGER-OK            VALUE "00".
               88 WS-ARLEDGER-NOT-FOUND      VALUE "23".
               88 WS-ARLEDGER-FILE-NOT-FOUND  VALUE "35".

           01 WS-ACCTMAST-STATUS      PIC X(2)  VALUE "00".
               88 WS-ACCTMAST-OK            VALUE "00".
               88 WS-ACCTMAST-NOT-FOUND      VALUE "23".

           01 WS-INVEXT-STATUS        PIC X(2)  VALUE "00".
               88 WS-INVEXT-OK              VALUE "00".
               88 WS-INVEXT-EOF              VALUE "10".
               88 WS-INVEXT-FILE-NOT-FOUND   VALUE "35".

           01 WS-BANKPAY-STATUS       PIC X(2)  VALUE "00".
               88 WS-BANKPAY-OK             VALUE "00".
               88 WS-BANKPAY-EOF             VALUE "10".
               88 WS-BANKPAY-FILE-NOT-FOUND  VALUE "35".

           01 WS-ARSUSP-STATUS        PIC X(2)  VALUE "00".
               88 WS-ARSUSP-OK              VALUE "00".

           01 WS-ARHIST-STATUS        PIC X(2)  VALUE "00".
               88 WS-ARHIST-OK              VALUE "00".
               88 WS-ARHIST-FILE-NOT-FOUND   VALUE "35".

           01 WS-ARPSTRPT-STATUS      PIC X(2)  VALUE "00".
               88 WS-ARPSTRPT-OK            VALUE "00".

           01 WS-INVEXT-SWITCH        PIC X(1)  VALUE "N".
               88 WS-INVEXT-IS-OPEN         VALUE "Y".
               88 WS-INVEXT-IS-CLOSED       VALUE "N".

           01 WS-BANKPAY-SWITCH       PIC X(1)  VALUE "N".
               88 WS-BANKPAY-IS-OPEN        VALUE "Y".
               88 WS-BANKPAY-IS-CLOSED      VALUE "N".

           01 WS-LEDGER-FOUND-SWITCH  PIC X(1)  VALUE "N".
               88 WS-LEDGER-ON-FILE         VALUE "Y".
               88 WS-LEDGER-IS-NEW          VALUE "N".

      *> THE CHARGE-OR-SKIP DECISION FOR THE LAST ACCOUNT'S INVOICE,
      *> WHICH ITS ADJUSTMENT RECORDS FOLLOW.
           01 WS-DECIDED-ACCOUNT-REF  PIC X(10) VALUE SPACES.
           01 WS-CHARGE-SWITCH        PIC X(1)  VALUE "Y".
               88 WS-MONTH-TO-CHARGE        VALUE "Y".
               88 WS-MONTH-ALREADY-CHARGED  VALUE "N".

           01 WS-RUN-DATE             PIC 9(8)  VALUE ZEROS.
           01 WS-LEDGER-KEY           PIC X(10) VALUE SPACES.

           01 WS-SUSPENSE-REASON      PIC X(35) VALUE SPACES.
           01 WS-SUSPENSE-CODE        PIC X(2)  VALUE SPACES.

      *> WORKING AMOUNTS FOR ONE POSTING.
           01 WS-POSTING-AMOUNT       PIC 9(9)V99 VALUE ZEROS.
           01 WS-REMAINING-AMOUNT     PIC 9(9)V99 VALUE ZEROS.
           01 WS-OPEN-ITEM-TOTAL      PIC 9(11)V99 VALUE ZEROS.
           01 WS-ITEM-INDEX           PIC 9(4)  COMP VALUE ZEROS.
           01 WS-TARGET-INDEX         PIC 9(4)  COMP VALUE ZEROS.

           01 WS-INVOICE-READ-COUNT   PIC 9(9)  VALUE ZEROS.
           01 WS-INVOICE-POSTED-COUNT PIC 9(9)  VALUE ZEROS.
           01 WS-INVOICE-SKIPPED-COUNT PIC 9(9) VALUE ZEROS.
           01 WS-ADJUSTMENT-POSTED-COUNT PIC 9(9) VALUE ZEROS.
           01 WS-PAYMENT-READ-COUNT   PIC 9(9)  VALUE ZEROS.
           01 WS-PAYMENT-POSTED-COUNT PIC 9(9)  VALUE ZEROS.
           01 WS-SUSPENSE-COUNT       PIC 9(9)  VALUE ZEROS.
           01 WS-LEDGER-CREATED-COUNT PIC 9(9)  VALUE ZEROS.
           01 WS-TOTAL-CHARGED        PIC 9(11)V99 VALUE ZEROS.
           01 WS-TOTAL-RECEIVED       PIC 9(11)V99 VALUE ZEROS.
           01 WS-TOTAL-SUSPENDED      PIC 9(11)V99 VALUE ZEROS.

           01 WS-COUNT-DISPLAY        PIC ZZZZZZZZ9.
           01 WS-AMOUNT-DISPLAY       PIC ZZZZZZZZZZ9.99.
           01 WS-BALANCE-DISPLAY      PIC -ZZZZZZZZ9.99.
           01 WS-SUMMARY-LABEL        PIC X(28) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1000-OPEN-FILES
           IF WS-INVEXT-IS-OPEN
               PERFORM 2000-POST-INVOICE-CHARGES
           END-IF
           IF WS-BANKPAY-IS-OPEN
               PERFORM 3000-POST-BANK-PAYMENTS
           END-IF
           PERFORM 9000-WRITE-POSTING-SUMMARY
           PERFORM 1900-CLOSE-FILES
           IF WS-SUSPENSE-COUNT > ZEROS
            OR WS-INVOICE-SKIPPED-COUNT > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-OPEN-FILES.
      *> BOTH INPUTS ARE OPTIONAL - THE DAILY RUN HAS NO INVEXT,
      *> THE MONTH-END CHARGE STEP HAS NO BANKPAY - BUT A RUN WITH
      *> NEITHER HAS NOTHING TO DO.
           OPEN INPUT INVOICE-EXTRACT
           IF WS-INVEXT-OK
               SET WS-INVEXT-IS-OPEN TO TRUE
           ELSE
               IF NOT WS-INVEXT-FILE-NOT-FOUND
                   DISPLAY "OPEN-FILES: INVEXT OPEN FAILED - STATUS "
                       WS-INVEXT-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN INPUT BANK-PAYMENTS
           IF WS-BANKPAY-OK
               SET WS-BANKPAY-IS-OPEN TO TRUE
           ELSE
               IF NOT WS-BANKPAY-FILE-NOT-FOUND
                   DISPLAY "OPEN-FILES: BANKPAY OPEN FAILED - STATUS "
                       WS-BANKPAY-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           IF WS-INVEXT-IS-CLOSED
            AND WS-BANKPAY-IS-CLOSED
               DISPLAY "OPEN-FILES: NO INVEXT OR BANKPAY TO POST"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O AR-LEDGER
           IF WS-ARLEDGER-FILE-NOT-FOUND
               OPEN OUTPUT AR-LEDGER
               CLOSE AR-LEDGER
               OPEN I-O AR-LEDGER
           END-IF
           IF NOT WS-ARLEDGER-OK
               DISPLAY "OPEN-FILES: ARLEDGER OPEN FAILED - STATUS "
                   WS-ARLEDGER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ACCOUNT-MASTER
           IF NOT WS-ACCTMAST-OK
               DISPLAY "OPEN-FILES: ACCTMAST OPEN FAILED - STATUS "
                   WS-ACCTMAST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT PAYMENT-SUSPENSE
           IF NOT WS-ARSUSP-OK
               DISPLAY "OPEN-FILES: ARSUSP OPEN FAILED - STATUS "
                   WS-ARSUSP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND POSTING-HISTORY
           IF WS-ARHIST-FILE-NOT-FOUND
               OPEN OUTPUT POSTING-HISTORY
           END-IF
           IF NOT WS-ARHIST-OK
               DISPLAY "OPEN-FILES: ARHIST OPEN FAILED - STATUS "
                   WS-ARHIST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT POSTING-REPORT
           IF NOT WS-ARPSTRPT-OK
               DISPLAY "OPEN-FILES: ARPSTRPT OPEN FAILED - STATUS "
                   WS-ARPSTRPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO POSTING-REPORT-LINE
           STRING "ACCOUNTS RECEIVABLE POSTING - RUN DATE " WS-RUN-DATE
                   DELIMITED BY SIZE INTO POSTING-REPORT-LINE
           END-STRING
           WRITE POSTING-REPORT-LINE.

       1900-CLOSE-FILES.
           IF WS-INVEXT-IS-OPEN
               CLOSE INVOICE-EXTRACT
           END-IF
           IF WS-BANKPAY-IS-OPEN
               CLOSE BANK-PAYMENTS
           END-IF
           CLOSE AR-LEDGER
           CLOSE ACCOUNT-MASTER
           CLOSE PAYMENT-SUSPENSE
           CLOSE POSTING-HISTORY
           CLOSE POSTING-REPORT.

       2000-POST-INVOICE-CHARGES.
           PERFORM UNTIL WS-INVEXT-EOF
               READ INVOICE-EXTRACT
                   AT END
                       SET WS-INVEXT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-INVOICE-READ-COUNT
                       PERFORM 2100-POST-ONE-INVOICE
               END-READ
           END-PERFORM.

       2100-POST-ONE-INVOICE.
           MOVE IX-ACCOUNT-REF TO AR-ACCOUNT-REF
           PERFORM 8000-READ-LEDGER-RECORD
           IF IX-PRIOR-PERIOD-ADJUSTMENT
            AND IX-ACCOUNT-REF = WS-DECIDED-ACCOUNT-REF
               CONTINUE
           ELSE
               MOVE IX-ACCOUNT-REF TO WS-DECIDED-ACCOUNT-REF
               IF WS-LEDGER-ON-FILE
                AND AR-LAST-INVOICE-MONTH NOT < IX-INVOICE-MONTH
                   SET WS-MONTH-ALREADY-CHARGED TO TRUE
               ELSE
                   SET WS-MONTH-TO-CHARGE TO TRUE
               END-IF
           END-IF
           IF WS-MONTH-ALREADY-CHARGED
               ADD 1 TO WS-INVOICE-SKIPPED-COUNT
               MOVE SPACES TO POSTING-REPORT-LINE
               STRING "SKIPPED  " IX-ACCOUNT-REF " INVOICE "
                       IX-INVOICE-MONTH " - MONTH ALREADY CHARGED"
                       DELIMITED BY SIZE INTO POSTING-REPORT-LINE
               END-STRING
               WRITE POSTING-REPORT-LINE
           ELSE
               MOVE IX-TOTAL-CHARGE TO WS-POSTING-AMOUNT
               PERFORM 4100-ADD-OPEN-ITEM
               MOVE IX-INVOICE-MONTH TO AR-LAST-INVOICE-MONTH
               MOVE IX-RUN-DATE TO AR-LAST-INVOICE-DATE
               PERFORM 4300-RECOMPUTE-BALANCE
               PERFORM 8100-WRITE-LEDGER-RECORD
               ADD IX-TOTAL-CHARGE TO WS-TOTAL-CHARGED
               MOVE SPACES TO POSTING-HISTORY-RECORD
               MOVE IX-TOTAL-CHARGE TO PH-AMOUNT
               IF IX-PRIOR-PERIOD-ADJUSTMENT
                   ADD 1 TO WS-ADJUSTMENT-POSTED-COUNT
                   MOVE "A" TO PH-POSTING-TYPE
                   STRING IX-INVOICE-MONTH " FOR " IX-ADJUSTED-MONTH
                           DELIMITED BY SIZE INTO PH-REFERENCE
                   END-STRING
               ELSE
                   ADD 1 TO WS-INVOICE-POSTED-COUNT
                   MOVE "I" TO PH-POSTING-TYPE
                   MOVE IX-INVOICE-MONTH TO PH-REFERENCE
               END-IF
               PERFORM 6000-WRITE-HISTORY-RECORD
           END-IF.

       3000-POST-BANK-PAYMENTS.
           PERFORM UNTIL WS-BANKPAY-EOF
               READ BANK-PAYMENTS
                   AT END
                       SET WS-BANKPAY-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-PAYMENT-READ-COUNT
                       PERFORM 3100-POST-ONE-PAYMENT
               END-READ
           END-PERFORM.

       3100-POST-ONE-PAYMENT.
           MOVE SPACES TO WS-SUSPENSE-REASON
           MOVE SPACES TO WS-SUSPENSE-CODE
           PERFORM 3110-MATCH-PAYMENT
           IF WS-SUSPENSE-CODE NOT = SPACES
               PERFORM 3300-WRITE-SUSPENSE-RECORD
           ELSE
               MOVE BP-ACCOUNT-REF TO AR-ACCOUNT-REF
               PERFORM 8000-READ-LEDGER-RECORD
               MOVE BP-AMOUNT TO WS-POSTING-AMOUNT
               PERFORM 4200-APPLY-PAYMENT
               MOVE BP-PAYMENT-DATE TO AR-LAST-PAYMENT-DATE
               MOVE BP-AMOUNT TO AR-LAST-PAYMENT-AMOUNT
               PERFORM 4300-RECOMPUTE-BALANCE
               PERFORM 8100-WRITE-LEDGER-RECORD
               ADD 1 TO WS-PAYMENT-POSTED-COUNT
               ADD BP-AMOUNT TO WS-TOTAL-RECEIVED
               MOVE SPACES TO POSTING-HISTORY-RECORD
               MOVE "P" TO PH-POSTING-TYPE
               MOVE BP-AMOUNT TO PH-AMOUNT
               MOVE BP-PAYMENT-REFERENCE TO PH-REFERENCE
               PERFORM 6000-WRITE-HISTORY-RECORD
           END-IF.

       3110-MATCH-PAYMENT.
      *> A PAYMENT IS ONLY POSTED AGAINST AN ACCOUNT THAT EXISTS -
      *> MONEY ON A MIS-KEYED REFERENCE GOES TO SUSPENSE, NEVER TO
      *> A LEDGER RECORD NOBODY WILL EVER BILL.
           IF BP-ACCOUNT-REF = SPACES
               MOVE "AC" TO WS-SUSPENSE-CODE
               MOVE "MISSING ACCOUNT REF" TO WS-SUSPENSE-REASON
           ELSE
               MOVE BP-ACCOUNT-REF TO AM-ACCOUNT-REF
               READ ACCOUNT-MASTER
                   INVALID KEY
                       MOVE "AC" TO WS-SUSPENSE-CODE
                       MOVE "ACCOUNT NOT ON ACCOUNT MASTER"
                           TO WS-SUSPENSE-REASON
               END-READ
           END-IF
           IF WS-SUSPENSE-CODE = SPACES
               IF BP-AMOUNT NOT NUMERIC
                OR BP-AMOUNT = ZEROS
                   MOVE "AM" TO WS-SUSPENSE-CODE
                   MOVE "AMOUNT NOT NUMERIC OR ZERO"
                       TO WS-SUSPENSE-REASON
               END-IF
           END-IF
           IF WS-SUSPENSE-CODE = SPACES
               IF BP-PAYMENT-DATE NOT NUMERIC
                OR BP-PAYMENT-DATE = ZEROS
                   MOVE "DT" TO WS-SUSPENSE-CODE
                   MOVE "PAYMENT DATE NOT NUMERIC"
                       TO WS-SUSPENSE-REASON
               END-IF
           END-IF.

       3300-WRITE-SUSPENSE-RECORD.
           ADD 1 TO WS-SUSPENSE-COUNT
           IF BP-AMOUNT NUMERIC
               ADD BP-AMOUNT TO WS-TOTAL-SUSPENDED
           END-IF
           MOVE SPACES TO PAYMENT-SUSPENSE-RECORD
           MOVE BANK-PAYMENT-RECORD TO SP-PAYMENT-IMAGE
           MOVE WS-SUSPENSE-CODE TO SP-REASON-CODE
           MOVE WS-RUN-DATE TO SP-RUN-DATE
           WRITE PAYMENT-SUSPENSE-RECORD
           MOVE SPACES TO POSTING-REPORT-LINE
           STRING "SUSPENSE " BP-ACCOUNT-REF " "
                   BP-PAYMENT-REFERENCE " "
                   WS-SUSPENSE-REASON
                   DELIMITED BY SIZE INTO POSTING-REPORT-LINE
           END-STRING
           WRITE POSTING-REPORT-LINE.

       4100-ADD-OPEN-ITEM.
      *> CREDIT ALREADY HELD IS TAKEN OFF THE NEW CHARGE FIRST;
      *> ONLY WHAT IS LEFT BECOMES AN OPEN ITEM.
           IF AR-CREDIT-AMOUNT NOT < WS-POSTING-AMOUNT
               SUBTRACT WS-POSTING-AMOUNT FROM AR-CREDIT-AMOUNT
               MOVE ZEROS TO WS-REMAINING-AMOUNT
           ELSE
               COMPUTE WS-REMAINING-AMOUNT =
                   WS-POSTING-AMOUNT - AR-CREDIT-AMOUNT
               MOVE ZEROS TO AR-CREDIT-AMOUNT
           END-IF
           IF WS-REMAINING-AMOUNT > ZEROS
               IF AR-OPEN-ITEM-COUNT = 12
                   PERFORM 4110-MERGE-OLDEST-ITEMS
               END-IF
               ADD 1 TO AR-OPEN-ITEM-COUNT
               MOVE AR-OPEN-ITEM-COUNT TO WS-ITEM-INDEX
               MOVE IX-INVOICE-MONTH TO AR-ITEM-MONTH(WS-ITEM-INDEX)
               MOVE IX-RUN-DATE TO AR-ITEM-DATE(WS-ITEM-INDEX)
               MOVE WS-REMAINING-AMOUNT
                   TO AR-ITEM-AMOUNT(WS-ITEM-INDEX)
           END-IF.

       4110-MERGE-OLDEST-ITEMS.
      *> THE SECOND-OLDEST ITEM IS FOLDED INTO THE OLDEST, WHICH
      *> KEEPS ITS OWN (OLDER) MONTH AND DATE, AND THE REST SHUFFLE
      *> UP ONE TO FREE THE LAST SLOT.
           ADD AR-ITEM-AMOUNT(2) TO AR-ITEM-AMOUNT(1)
           MOVE 2 TO WS-ITEM-INDEX
           PERFORM UNTIL WS-ITEM-INDEX = AR-OPEN-ITEM-COUNT
               COMPUTE WS-TARGET-INDEX = WS-ITEM-INDEX + 1
               MOVE AR-OPEN-ITEM(WS-TARGET-INDEX)
                   TO AR-OPEN-ITEM(WS-ITEM-INDEX)
               ADD 1 TO WS-ITEM-INDEX
           END-PERFORM
           MOVE ZEROS TO AR-OPEN-ITEM(AR-OPEN-ITEM-COUNT)
           SUBTRACT 1 FROM AR-OPEN-ITEM-COUNT.

       4200-APPLY-PAYMENT.
      *> OLDEST ITEM FIRST. FULLY PAID ITEMS ARE DROPPED AND THE
      *> SURVIVORS CLOSED UP IN DATE ORDER; ANY MONEY LEFT WHEN
      *> EVERY ITEM IS CLEARED IS HELD AS CREDIT.
           MOVE WS-POSTING-AMOUNT TO WS-REMAINING-AMOUNT
           MOVE ZEROS TO WS-ITEM-INDEX
           PERFORM UNTIL WS-ITEM-INDEX = AR-OPEN-ITEM-COUNT
                      OR WS-REMAINING-AMOUNT = ZEROS
               ADD 1 TO WS-ITEM-INDEX
               IF AR-ITEM-AMOUNT(WS-ITEM-INDEX) > WS-REMAINING-AMOUNT
                   SUBTRACT WS-REMAINING-AMOUNT
                       FROM AR-ITEM-AMOUNT(WS-ITEM-INDEX)
                   MOVE ZEROS TO WS-REMAINING-AMOUNT
               ELSE
                   SUBTRACT AR-ITEM-AMOUNT(WS-ITEM-INDEX)
                       FROM WS-REMAINING-AMOUNT
                   MOVE ZEROS TO AR-ITEM-AMOUNT(WS-ITEM-INDEX)
               END-IF
           END-PERFORM
           ADD WS-REMAINING-AMOUNT TO AR-CREDIT-AMOUNT
           PERFORM 4210-CLOSE-UP-OPEN-ITEMS.

       4210-CLOSE-UP-OPEN-ITEMS.
           MOVE ZEROS TO WS-TARGET-INDEX
           MOVE ZEROS TO WS-ITEM-INDEX
           PERFORM UNTIL WS-ITEM-INDEX = AR-OPEN-ITEM-COUNT
               ADD 1 TO WS-ITEM-INDEX
               IF AR-ITEM-AMOUNT(WS-ITEM-INDEX) > ZEROS
                   ADD 1 TO WS-TARGET-INDEX
                   IF WS-TARGET-INDEX NOT = WS-ITEM-INDEX
                       MOVE AR-OPEN-ITEM(WS-ITEM-INDEX)
                           TO AR-OPEN-ITEM(WS-TARGET-INDEX)
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-TARGET-INDEX TO WS-ITEM-INDEX
           PERFORM UNTIL WS-ITEM-INDEX = AR-OPEN-ITEM-COUNT
               ADD 1 TO WS-ITEM-INDEX
               MOVE ZEROS TO AR-OPEN-ITEM(WS-ITEM-INDEX)
           END-PERFORM
           MOVE WS-TARGET-INDEX TO AR-OPEN-ITEM-COUNT.

       4300-RECOMPUTE-BALANCE.
           MOVE ZEROS TO WS-OPEN-ITEM-TOTAL
           MOVE ZEROS TO WS-ITEM-INDEX
           PERFORM UNTIL WS-ITEM-INDEX = AR-OPEN-ITEM-COUNT
               ADD 1 TO WS-ITEM-INDEX
               ADD AR-ITEM-AMOUNT(WS-ITEM-INDEX) TO WS-OPEN-ITEM-TOTAL
           END-PERFORM
           COMPUTE AR-BALANCE = WS-OPEN-ITEM-TOTAL - AR-CREDIT-AMOUNT.

       6000-WRITE-HISTORY-RECORD.
           MOVE WS-RUN-DATE TO PH-POSTING-DATE
           MOVE AR-ACCOUNT-REF TO PH-ACCOUNT-REF
           MOVE AR-BALANCE TO PH-BALANCE-AFTER
           WRITE POSTING-HISTORY-RECORD
           MOVE PH-AMOUNT TO WS-AMOUNT-DISPLAY
           MOVE AR-BALANCE TO WS-BALANCE-DISPLAY
           MOVE SPACES TO POSTING-REPORT-LINE
           EVALUATE PH-POSTING-TYPE
               WHEN "I"
                   STRING "CHARGED  " AR-ACCOUNT-REF " INVOICE "
                           PH-REFERENCE(1:6) " " WS-AMOUNT-DISPLAY
                           " BALANCE " WS-BALANCE-DISPLAY
                           DELIMITED BY SIZE INTO POSTING-REPORT-LINE
                   END-STRING
               WHEN "A"
                   STRING "ADJUSTED " AR-ACCOUNT-REF " LATE "
                           PH-REFERENCE(12:6) " " WS-AMOUNT-DISPLAY
                           "    BALANCE " WS-BALANCE-DISPLAY
                           DELIMITED BY SIZE INTO POSTING-REPORT-LINE
                   END-STRING
               WHEN OTHER
                   STRING "PAID     " AR-ACCOUNT-REF " "
                           PH-REFERENCE " " WS-AMOUNT-DISPLAY
                           " BAL " WS-BALANCE-DISPLAY
                           DELIMITED BY SIZE INTO POSTING-REPORT-LINE
                   END-STRING
           END-EVALUATE
           WRITE POSTING-REPORT-LINE.

       8000-READ-LEDGER-RECORD.
      *> A FIRST POSTING TO AN ACCOUNT STARTS A CLEAN LEDGER RECORD
      *> IN THE RECORD AREA; 8100 THEN WRITES RATHER THAN REWRITES.
           MOVE AR-ACCOUNT-REF TO WS-LEDGER-KEY
           READ AR-LEDGER
               INVALID KEY
                   SET WS-LEDGER-IS-NEW TO TRUE
                   MOVE SPACES TO AR-LEDGER-RECORD
                   MOVE WS-LEDGER-KEY TO AR-ACCOUNT-REF
                   MOVE ZEROS TO AR-BALANCE
                   MOVE ZEROS TO AR-CREDIT-AMOUNT
                   MOVE ZEROS TO AR-LAST-INVOICE-MONTH
                   MOVE ZEROS TO AR-LAST-INVOICE-DATE
                   MOVE ZEROS TO AR-LAST-PAYMENT-DATE
                   MOVE ZEROS TO AR-LAST-PAYMENT-AMOUNT
                   MOVE ZEROS TO AR-COLLECTION-DATE
                   MOVE ZEROS TO AR-OPEN-ITEM-COUNT
                   MOVE 1 TO WS-ITEM-INDEX
                   PERFORM UNTIL WS-ITEM-INDEX > 12
                       MOVE ZEROS TO AR-OPEN-ITEM(WS-ITEM-INDEX)
                       ADD 1 TO WS-ITEM-INDEX
                   END-PERFORM
               NOT INVALID KEY
                   SET WS-LEDGER-ON-FILE TO TRUE
           END-READ.

       8100-WRITE-LEDGER-RECORD.
           IF WS-LEDGER-ON-FILE
               REWRITE AR-LEDGER-RECORD
           ELSE
               WRITE AR-LEDGER-RECORD
               ADD 1 TO WS-LEDGER-CREATED-COUNT
           END-IF
           IF NOT WS-ARLEDGER-OK
               DISPLAY "POST-LEDGER: ARLEDGER WRITE FAILED - STATUS "
                   WS-ARLEDGER-STATUS " ACCOUNT " AR-ACCOUNT-REF
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       9000-WRITE-POSTING-SUMMARY.
           MOVE SPACES TO POSTING-REPORT-LINE
           WRITE POSTING-REPORT-LINE
           MOVE "ACCOUNTS RECEIVABLE POSTING SUMMARY"
               TO POSTING-REPORT-LINE
           WRITE POSTING-REPORT-LINE
           MOVE "INVOICES READ              :" TO WS-SUMMARY-LABEL
           MOVE WS-INVOICE-READ-COUNT TO WS-COUNT-DISPLAY
           PERFORM 9100-WRITE-SUMMARY-LINE
           MOVE "  INVOICES CHARGED         :" TO WS-SUMMARY-LABEL
           MOVE WS-INVOICE-POSTED-COUNT TO WS-COUNT-DISPLAY
           PERFORM 9100-WRITE-SUMMARY-LINE
           MOVE "  ALREADY CHARGED, SKIPPED :" TO WS-SUMMARY-LABEL
           MOVE WS-INVOICE-SKIPPED-COUNT TO WS-COUNT-DISPLAY
           PERFORM 9100-WRITE-SUMMARY-LINE
           MOVE "  ADJUSTMENTS CHARGED      :" TO WS-SUMMARY-LABEL
           MOVE WS-ADJUSTMENT-POSTED-COUNT TO WS-COUNT-DISPLAY
           PERFORM 9100-WRITE-SUMMARY-LINE
           MOVE "PAYMENTS READ              :" TO WS-SUMMARY-LABEL
           MOVE WS-PAYMENT-READ-COUNT TO WS-COUNT-DISPLAY
           PERFORM 9100-WRITE-SUMMARY-LINE
           MOVE "  PAYMENTS POSTED          :" TO WS-SUMMARY-LABEL
           MOVE WS-PAYMENT-POSTED-COUNT TO WS-COUNT-DISPLAY
           PERFORM 9100-WRITE-SUMMARY-LINE
           MOVE "  PAYMENTS TO SUSPENSE     :" TO WS-SUMMARY-LABEL
           MOVE WS-SUSPENSE-COUNT TO WS-COUNT-DISPLAY
           PERFORM 9100-WRITE-SUMMARY-LINE
           MOVE "LEDGER ACCOUNTS OPENED     :" TO WS-SUMMARY-LABEL
           MOVE WS-LEDGER-CREATED-COUNT TO WS-COUNT-DISPLAY
           PERFORM 9100-WRITE-SUMMARY-LINE
           MOVE "TOTAL CHARGED              :" TO WS-SUMMARY-LABEL
           MOVE WS-TOTAL-CHARGED TO WS-AMOUNT-DISPLAY
           PERFORM 9200-WRITE-AMOUNT-LINE
           MOVE "TOTAL RECEIVED             :" TO WS-SUMMARY-LABEL
           MOVE WS-TOTAL-RECEIVED TO WS-AMOUNT-DISPLAY
           PERFORM 9200-WRITE-AMOUNT-LINE
           MOVE "TOTAL TO SUSPENSE          :" TO WS-SUMMARY-LABEL
           MOVE WS-TOTAL-SUSPENDED TO WS-AMOUNT-DISPLAY
           PERFORM 9200-WRITE-AMOUNT-LINE.

       9100-WRITE-SUMMARY-LINE.
           MOVE SPACES TO POSTING-REPORT-LINE
           STRING WS-SUMMARY-LABEL " " WS-COUNT-DISPLAY
                   DELIMITED BY SIZE INTO POSTING-REPORT-LINE
           END-STRING
           WRITE POSTING-REPORT-LINE.

       9200-WRITE-AMOUNT-LINE.
           MOVE SPACES TO POSTING-REPORT-LINE
           STRING WS-SUMMARY-LABEL " " WS-AMOUNT-DISPLAY
                   DELIMITED BY SIZE INTO POSTING-REPORT-LINE
           END-STRING
           WRITE POSTING-REPORT-LINE.
