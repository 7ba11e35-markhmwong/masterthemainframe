       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. accountsReceivableCollections.
       Author. Mark Wong.
       DATE-WRITTEN. October 15th 2026.
      *> AGES THE ARLEDGER ACCOUNTS RECEIVABLE LEDGER AND ACTS ON
      *> OVERDUE DEBT. EVERY OPEN ITEM IS AGED FROM ITS INVOICE
      *> DATE TO THE RUN DATE INTO CURRENT (UNDER 30 DAYS), 30-59,
      *> 60-89 AND 90+ DAYS, AND ARAGERPT LISTS EVERY ACCOUNT WITH
      *> A BALANCE BY BUCKET, WITH BUCKET AND LEDGER TOTALS.
      *> COLLCARD: OVERDUE DAYS(1-4), MINIMUM OVERDUE AMOUNT(5-13,
      *> 9(7)V99). AN ACCOUNT IS OVERDUE WHEN THE OPEN ITEMS AT
      *> LEAST THAT MANY DAYS OLD ADD UP TO AT LEAST THAT AMOUNT.
      *>   - AN OVERDUE ACCOUNT NOT ALREADY SUSPENDED FOR DEBT HAS
      *>     AN R TRANSACTION EXTENDED ONTO SUBTRANS FOR EVERY
      *>     ACTIVE NUMBER ON IT (FOUND THROUGH ACCTXREF, PROFILE
      *>     TAKEN FROM SUBMAST) SETTING THE STATUS TO S FROM THE
      *>     RUN DATE, FOR THE NEXT NIGHTLY APPLY. EACH NUMBER SO
      *>     SUSPENDED IS RECORDED ON ARHOLD (KEY ACCOUNT REF PLUS
      *>     NUMBER) AND THE LEDGER IS MARKED SUSPENDED FOR DEBT.
      *>   - A SUSPENDED-FOR-DEBT ACCOUNT NO LONGER OVERDUE HAS AN
      *>     R TRANSACTION BACK TO A FOR EVERY ARHOLD NUMBER STILL
      *>     UNDER THIS JOB'S SUSPENSION ON SUBMAST - STATUS S WITH
      *>     THE STATUS DATE THE HOLD'S S CARD STAMPED. NUMBERS
      *>     SUSPENDED FOR ANY OTHER REASON ARE NEVER RECONNECTED
      *>     HERE, INCLUDING A HELD NUMBER REACTIVATED AND SUSPENDED
      *>     AGAIN SINCE (E.G. BY THE FRAUD SCREEN); ITS HOLD IS
      *>     DROPPED AND LISTED. THE HOLDS ARE DELETED AND THE MARK
      *>     CLEARED.
      *> ARHOLD RECORD (80): ACCOUNT REF(1-10), NUMBER(11-21), HOLD
      *> DATE(22-29), BALANCE AT HOLD(30-40, S9(9)V99).
      *> RETURN CODE 0 = NORMAL, 4 = A HELD NUMBER WAS NO LONGER ON
      *> SUBMAST OR NO LONGER UNDER THIS JOB'S SUSPENSION (LISTED,
      *> HOLD DROPPED), 8 = NO USABLE COLLCARD,
      *> 16 = FILE ERROR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AR-LEDGER ASSIGN TO "ARLEDGER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AR-ACCOUNT-REF
               FILE STATUS IS WS-ARLEDGER-STATUS.

           SELECT ACCOUNT-XREF ASSIGN TO "ACCTXREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AX-ACCOUNT-KEY
               FILE STATUS IS WS-ACCTXREF-STATUS.

           SELECT SUBSCRIBER-MASTER ASSIGN TO "SUBMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SM-MOBILENUMBER
               FILE STATUS IS WS-SUBMAST-STATUS.

           SELECT COLLECTION-HOLDS ASSIGN TO "ARHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HD-HOLD-KEY
               FILE STATUS IS WS-ARHOLD-STATUS.

           SELECT COLLECTION-CARD ASSIGN TO "COLLCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COLLCARD-STATUS.

           SELECT SUBSCRIBER-TRANSACTIONS ASSIGN TO "SUBTRANS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUBTRANS-STATUS.

           SELECT AGED-DEBT-REPORT ASSIGN TO "ARAGERPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARAGERPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AR-LEDGER
           RECORD CONTAINS 400 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  AR-LEDGER-RECORD.
           COPY ARLEDG.

       FD  ACCOUNT-XREF
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  ACCOUNT-XREF-RECORD.
           COPY ACCTXRF.

       FD  SUBSCRIBER-MASTER
           RECORD CONTAINS 42 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  SUBSCRIBER-RECORD.
           COPY MOBNUM REPLACING
               ==MOBILENUMBER== BY ==SM-MOBILENUMBER==
               ==COUNTRYCODE==  BY ==SM-COUNTRYCODE==
               ==NUM==          BY ==SM-NUM==.
           COPY SUBPROF REPLACING
               ==PROFILE==         BY ==SM-PROFILE==
               ==ACCOUNT-STATUS==  BY ==SM-ACCOUNT-STATUS==
               ==ACTIVATION-DATE== BY ==SM-ACTIVATION-DATE==
               ==RATE-PLAN-CODE==  BY ==SM-RATE-PLAN-CODE==
               ==ACCOUNT-REF==     BY ==SM-ACCOUNT-REF==
               ==STATUS-DATE==     BY ==SM-STATUS-DATE==.

       FD  COLLECTION-HOLDS
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  COLLECTION-HOLD-RECORD.
           02  HD-HOLD-KEY.
               03  HD-ACCOUNT-REF      PIC X(10).
               03  HD-MOBILENUMBER.
                   04  HD-COUNTRYCODE  PIC 99.
                   04  HD-NUM          PIC 9(9).
           02  HD-HOLD-DATE            PIC 9(8).
           02  HD-BALANCE-AT-HOLD      PIC S9(9)V99.
           02  FILLER                  PIC X(40).

       FD  COLLECTION-CARD
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  COLLECTION-CARD-RECORD.
           02  CC-OVERDUE-DAYS         PIC 9(4).
           02  CC-MINIMUM-OVERDUE      PIC 9(7)V99.
           02  FILLER                  PIC X(67).

       FD  SUBSCRIBER-TRANSACTIONS
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  TRANSACTION-RECORD.
           02  TR-OPERATION-CODE       PIC X(1).
           COPY MOBNUM REPLACING
               ==MOBILENUMBER== BY ==TR-MOBILENUMBER==
               ==COUNTRYCODE==  BY ==TR-COUNTRYCODE==
               ==NUM==          BY ==TR-NUM==.
           COPY MOBNUM REPLACING
               ==MOBILENUMBER== BY ==TR-NEW-MOBILENUMBER==
               ==COUNTRYCODE==  BY ==TR-NEW-COUNTRYCODE==
               ==NUM==          BY ==TR-NEW-NUM==.
           COPY SUBPROF REPLACING
               ==PROFILE==         BY ==TR-PROFILE==
               ==ACCOUNT-STATUS==  BY ==TR-ACCOUNT-STATUS==
               ==ACTIVATION-DATE== BY ==TR-ACTIVATION-DATE==
               ==RATE-PLAN-CODE==  BY ==TR-RATE-PLAN-CODE==
               ==ACCOUNT-REF==     BY ==TR-ACCOUNT-REF==
               ==STATUS-DATE==     BY ==TR-STATUS-DATE==.
           02  TR-CARRIER-CODE         PIC X(4).
           02  FILLER                  PIC X(22).

       FD  AGED-DEBT-REPORT
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  AGED-DEBT-REPORT-LINE      PIC X(80).

       WORKING-STORAGE SECTION.
           01 WS-ARLEDGER-STATUS      PIC X(2)  VALUE "00".
               88 WS-ARLEDGER-OK            VALUE "00".
               88 WS-ARLEDGER-EOF            VALUE "10".
               88 WS-ARLEDGER-FILE-NOT-FOUND  VALUE "35".

           01 WS-ACCTXREF-STATUS      PIC X(2)  VALUE "00".
               88 WS-ACCTXREF-OK            VALUE "00".
               88 WS-ACCTXREF-EOF            VALUE "10".

           01 WS-SUBMAST-STATUS       PIC X(2)  VALUE "00".
               88 WS-SUBMAST-OK             VALUE "00".
               88 WS-SUBMAST-NOT-FOUND       VALUE "23".

           01 WS-ARHOLD-STATUS        PIC X(2)  VALUE "00".
               88 WS-ARHOLD-OK              VALUE "00".
               88 WS-ARHOLD-EOF              VALUE "10".
               88 WS-ARHOLD-DUPLICATE        VALUE "22".
               88 WS-ARHOLD-FILE-NOT-FOUND   VALUE "35".

           01 WS-COLLCARD-STATUS      PIC X(2)  VALUE "00".
               88 WS-COLLCARD-OK            VALUE "00".

           01 WS-SUBTRANS-STATUS      PIC X(2)  VALUE "00".
               88 WS-SUBTRANS-OK            VALUE "00".
               88 WS-SUBTRANS-FILE-NOT-FOUND VALUE "35".

           01 WS-ARAGERPT-STATUS      PIC X(2)  VALUE "00".
               88 WS-ARAGERPT-OK            VALUE "00".

           01 WS-SCAN-SWITCH          PIC X(1)  VALUE "N".
               88 WS-SCAN-DONE              VALUE "Y".
               88 WS-SCAN-NOT-DONE          VALUE "N".

           01 WS-OVERDUE-SWITCH       PIC X(1)  VALUE "N".
               88 WS-ACCOUNT-IS-OVERDUE     VALUE "Y".
               88 WS-ACCOUNT-NOT-OVERDUE    VALUE "N".

           01 WS-RUN-DATE             PIC 9(8)  VALUE ZEROS.
           01 WS-RUN-DATE-INTEGER     PIC 9(7)  VALUE ZEROS.
           01 WS-ITEM-DATE-INTEGER    PIC 9(7)  VALUE ZEROS.
           01 WS-ITEM-AGE-DAYS        PIC S9(7) VALUE ZEROS.
           01 WS-OVERDUE-DAYS         PIC 9(4)  VALUE ZEROS.
           01 WS-MINIMUM-OVERDUE      PIC 9(7)V99 VALUE ZEROS.
           01 WS-ITEM-INDEX           PIC 9(4)  COMP VALUE ZEROS.

      *> ONE ACCOUNT'S AGEING, REBUILT FOR EVERY LEDGER RECORD.
           01 WS-ACCOUNT-AGEING.
               05 WS-ACCOUNT-CURRENT  PIC 9(9)V99.
               05 WS-ACCOUNT-30-DAYS  PIC 9(9)V99.
               05 WS-ACCOUNT-60-DAYS  PIC 9(9)V99.
               05 WS-ACCOUNT-90-DAYS  PIC 9(9)V99.
               05 WS-ACCOUNT-OVERDUE  PIC 9(9)V99.
           01 WS-ACCOUNT-ACTION       PIC X(12) VALUE SPACES.
           01 WS-STATUS-CARD-STATUS   PIC X(1)  VALUE SPACE.
           01 WS-ACCOUNT-NUMBER-COUNT PIC 9(4)  VALUE ZEROS.

           01 WS-TOTAL-BALANCE        PIC S9(11)V99 VALUE ZEROS.
           01 WS-TOTAL-CREDIT         PIC 9(11)V99 VALUE ZEROS.
           01 WS-TOTAL-CURRENT        PIC 9(11)V99 VALUE ZEROS.
           01 WS-TOTAL-30-DAYS        PIC 9(11)V99 VALUE ZEROS.
           01 WS-TOTAL-60-DAYS        PIC 9(11)V99 VALUE ZEROS.
           01 WS-TOTAL-90-DAYS        PIC 9(11)V99 VALUE ZEROS.

           01 WS-LEDGER-READ-COUNT    PIC 9(9)  VALUE ZEROS.
           01 WS-IN-DEBT-COUNT        PIC 9(9)  VALUE ZEROS.
           01 WS-IN-CREDIT-COUNT      PIC 9(9)  VALUE ZEROS.
           01 WS-OVERDUE-COUNT        PIC 9(9)  VALUE ZEROS.
           01 WS-SUSPENDED-ACCOUNT-COUNT PIC 9(9) VALUE ZEROS.
           01 WS-SUSPENDED-NUMBER-COUNT  PIC 9(9) VALUE ZEROS.
           01 WS-RECONNECT-ACCOUNT-COUNT PIC 9(9) VALUE ZEROS.
           01 WS-RECONNECT-NUMBER-COUNT  PIC 9(9) VALUE ZEROS.
           01 WS-HOLD-DROPPED-COUNT   PIC 9(9)  VALUE ZEROS.
           01 WS-HOLD-DROP-REASON     PIC X(30) VALUE SPACES.

           01 WS-HEADING-LINE.
               05 FILLER              PIC X(40) VALUE
                   "ACCOUNT        BALANCE    CURRENT 30-59 ".
               05 FILLER              PIC X(40) VALUE
                   "DAYS 60-89 DAYS   90+ DAYS ACTION".

           01 WS-DETAIL-LINE.
               05 DL-ACCOUNT-REF      PIC X(10).
               05 FILLER              PIC X(1)  VALUE SPACE.
               05 DL-BALANCE          PIC -ZZZZZZ9.99.
               05 FILLER              PIC X(1)  VALUE SPACE.
               05 DL-CURRENT          PIC ZZZZZZ9.99.
               05 FILLER              PIC X(1)  VALUE SPACE.
               05 DL-30-DAYS          PIC ZZZZZZ9.99.
               05 FILLER              PIC X(1)  VALUE SPACE.
               05 DL-60-DAYS          PIC ZZZZZZ9.99.
               05 FILLER              PIC X(1)  VALUE SPACE.
               05 DL-90-DAYS          PIC ZZZZZZ9.99.
               05 FILLER              PIC X(1)  VALUE SPACE.
               05 DL-ACTION           PIC X(12).
               05 FILLER              PIC X(1)  VALUE SPACE.

           01 WS-COUNT-DISPLAY        PIC ZZZZZZZZ9.
           01 WS-AMOUNT-DISPLAY       PIC -ZZZZZZZZZZ9.99.
           01 WS-SUMMARY-LABEL        PIC X(28) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           COMPUTE WS-RUN-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           PERFORM 1000-OPEN-FILES
           PERFORM 1020-READ-COLLECTION-CARD
           PERFORM 3000-AGE-LEDGER
           PERFORM 9000-WRITE-AGEING-SUMMARY
           PERFORM 1900-CLOSE-FILES
           IF WS-HOLD-DROPPED-COUNT > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-OPEN-FILES.
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
           OPEN INPUT ACCOUNT-XREF
           IF NOT WS-ACCTXREF-OK
               DISPLAY "OPEN-FILES: ACCTXREF OPEN FAILED - STATUS "
                   WS-ACCTXREF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT SUBSCRIBER-MASTER
           IF NOT WS-SUBMAST-OK
               DISPLAY "OPEN-FILES: SUBMAST OPEN FAILED - STATUS "
                   WS-SUBMAST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O COLLECTION-HOLDS
           IF WS-ARHOLD-FILE-NOT-FOUND
               OPEN OUTPUT COLLECTION-HOLDS
               CLOSE COLLECTION-HOLDS
               OPEN I-O COLLECTION-HOLDS
           END-IF
           IF NOT WS-ARHOLD-OK
               DISPLAY "OPEN-FILES: ARHOLD OPEN FAILED - STATUS "
                   WS-ARHOLD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND SUBSCRIBER-TRANSACTIONS
           IF WS-SUBTRANS-FILE-NOT-FOUND
               OPEN OUTPUT SUBSCRIBER-TRANSACTIONS
           END-IF
           IF NOT WS-SUBTRANS-OK
               DISPLAY "OPEN-FILES: SUBTRANS OPEN FAILED - STATUS "
                   WS-SUBTRANS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT AGED-DEBT-REPORT
           IF NOT WS-ARAGERPT-OK
               DISPLAY "OPEN-FILES: ARAGERPT OPEN FAILED - STATUS "
                   WS-ARAGERPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1020-READ-COLLECTION-CARD.
      *> THE OVERDUE THRESHOLD IS POLICY, NOT CODE - NO CARD STOPS
      *> THE RUN RATHER THAN SUSPENDING AGAINST A MADE-UP LIMIT.
           OPEN INPUT COLLECTION-CARD
           IF NOT WS-COLLCARD-OK
               DISPLAY "READ-COLLECTION-CARD: NO COLLCARD SUPPLIED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           READ COLLECTION-CARD
               AT END
                   DISPLAY "READ-COLLECTION-CARD: COLLCARD IS EMPTY"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               NOT AT END
                   IF CC-OVERDUE-DAYS NUMERIC
                    AND CC-MINIMUM-OVERDUE NUMERIC
                       MOVE CC-OVERDUE-DAYS TO WS-OVERDUE-DAYS
                       MOVE CC-MINIMUM-OVERDUE TO WS-MINIMUM-OVERDUE
                   ELSE
                       DISPLAY "READ-COLLECTION-CARD: THRESHOLD "
                           "NOT NUMERIC - RUN ABANDONED"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
           END-READ
           CLOSE COLLECTION-CARD
           MOVE SPACES TO AGED-DEBT-REPORT-LINE
           STRING "AGED DEBT - RUN DATE " WS-RUN-DATE
                   " OVERDUE AT " WS-OVERDUE-DAYS " DAYS"
                   DELIMITED BY SIZE INTO AGED-DEBT-REPORT-LINE
           END-STRING
           WRITE AGED-DEBT-REPORT-LINE
           MOVE SPACES TO AGED-DEBT-REPORT-LINE
           WRITE AGED-DEBT-REPORT-LINE
           MOVE WS-HEADING-LINE TO AGED-DEBT-REPORT-LINE
           WRITE AGED-DEBT-REPORT-LINE.

       1900-CLOSE-FILES.
           CLOSE AR-LEDGER
           CLOSE ACCOUNT-XREF
           CLOSE SUBSCRIBER-MASTER
           CLOSE COLLECTION-HOLDS
           CLOSE SUBSCRIBER-TRANSACTIONS
           CLOSE AGED-DEBT-REPORT.

       3000-AGE-LEDGER.
           PERFORM UNTIL WS-ARLEDGER-EOF
               READ AR-LEDGER NEXT RECORD
                   AT END
                       SET WS-ARLEDGER-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LEDGER-READ-COUNT
                       PERFORM 3100-AGE-ONE-ACCOUNT
               END-READ
           END-PERFORM.

       3100-AGE-ONE-ACCOUNT.
           MOVE ZEROS TO WS-ACCOUNT-AGEING
           MOVE SPACES TO WS-ACCOUNT-ACTION
           MOVE ZEROS TO WS-ITEM-INDEX
           PERFORM UNTIL WS-ITEM-INDEX = AR-OPEN-ITEM-COUNT
               ADD 1 TO WS-ITEM-INDEX
               PERFORM 3110-AGE-OPEN-ITEM
           END-PERFORM
           SET WS-ACCOUNT-NOT-OVERDUE TO TRUE
           IF WS-ACCOUNT-OVERDUE > ZEROS
            AND WS-ACCOUNT-OVERDUE NOT < WS-MINIMUM-OVERDUE
               SET WS-ACCOUNT-IS-OVERDUE TO TRUE
               ADD 1 TO WS-OVERDUE-COUNT
           END-IF
           EVALUATE TRUE
               WHEN WS-ACCOUNT-IS-OVERDUE
                AND AR-IN-GOOD-STANDING
                   PERFORM 4000-SUSPEND-ACCOUNT
               WHEN WS-ACCOUNT-IS-OVERDUE
                   MOVE "HELD" TO WS-ACCOUNT-ACTION
               WHEN AR-SUSPENDED-FOR-DEBT
                   PERFORM 5000-RECONNECT-ACCOUNT
           END-EVALUATE
           ADD AR-BALANCE TO WS-TOTAL-BALANCE
           ADD AR-CREDIT-AMOUNT TO WS-TOTAL-CREDIT
           ADD WS-ACCOUNT-CURRENT TO WS-TOTAL-CURRENT
           ADD WS-ACCOUNT-30-DAYS TO WS-TOTAL-30-DAYS
           ADD WS-ACCOUNT-60-DAYS TO WS-TOTAL-60-DAYS
           ADD WS-ACCOUNT-90-DAYS TO WS-TOTAL-90-DAYS
           IF AR-BALANCE > ZEROS
               ADD 1 TO WS-IN-DEBT-COUNT
           END-IF
           IF AR-BALANCE < ZEROS
               ADD 1 TO WS-IN-CREDIT-COUNT
           END-IF
           IF AR-BALANCE NOT = ZEROS
            OR WS-ACCOUNT-ACTION NOT = SPACES
               PERFORM 3200-WRITE-ACCOUNT-LINE
           END-IF.

       3110-AGE-OPEN-ITEM.
      *> AN ITEM WITH AN UNUSABLE DATE AGES AS CURRENT RATHER THAN
      *> AGAINST DAY ZERO, WHICH WOULD SUSPEND ON THE FIRST RUN.
           MOVE ZEROS TO WS-ITEM-AGE-DAYS
           IF AR-ITEM-DATE(WS-ITEM-INDEX) NUMERIC
            AND AR-ITEM-DATE(WS-ITEM-INDEX) > ZEROS
               COMPUTE WS-ITEM-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(AR-ITEM-DATE(WS-ITEM-INDEX))
               IF WS-ITEM-DATE-INTEGER > ZEROS
                   COMPUTE WS-ITEM-AGE-DAYS =
                       WS-RUN-DATE-INTEGER - WS-ITEM-DATE-INTEGER
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN WS-ITEM-AGE-DAYS < 30
                   ADD AR-ITEM-AMOUNT(WS-ITEM-INDEX)
                       TO WS-ACCOUNT-CURRENT
               WHEN WS-ITEM-AGE-DAYS < 60
                   ADD AR-ITEM-AMOUNT(WS-ITEM-INDEX)
                       TO WS-ACCOUNT-30-DAYS
               WHEN WS-ITEM-AGE-DAYS < 90
                   ADD AR-ITEM-AMOUNT(WS-ITEM-INDEX)
                       TO WS-ACCOUNT-60-DAYS
               WHEN OTHER
                   ADD AR-ITEM-AMOUNT(WS-ITEM-INDEX)
                       TO WS-ACCOUNT-90-DAYS
           END-EVALUATE
           IF WS-ITEM-AGE-DAYS NOT < WS-OVERDUE-DAYS
               ADD AR-ITEM-AMOUNT(WS-ITEM-INDEX) TO WS-ACCOUNT-OVERDUE
           END-IF.

       3200-WRITE-ACCOUNT-LINE.
           MOVE AR-ACCOUNT-REF TO DL-ACCOUNT-REF
           MOVE AR-BALANCE TO DL-BALANCE
           MOVE WS-ACCOUNT-CURRENT TO DL-CURRENT
           MOVE WS-ACCOUNT-30-DAYS TO DL-30-DAYS
           MOVE WS-ACCOUNT-60-DAYS TO DL-60-DAYS
           MOVE WS-ACCOUNT-90-DAYS TO DL-90-DAYS
           MOVE WS-ACCOUNT-ACTION TO DL-ACTION
           MOVE WS-DETAIL-LINE TO AGED-DEBT-REPORT-LINE
           WRITE AGED-DEBT-REPORT-LINE.

       4000-SUSPEND-ACCOUNT.
      *> ONLY NUMBERS ACTIVE ON BOTH ACCTXREF AND SUBMAST ARE
      *> SUSPENDED AND HELD. THE ACCOUNT IS MARKED EVEN IF IT HAS
      *> NO ACTIVE NUMBER, SO IT IS NOT RE-EXAMINED EVERY NIGHT.
           MOVE ZEROS TO WS-ACCOUNT-NUMBER-COUNT
           SET WS-SCAN-NOT-DONE TO TRUE
           MOVE AR-ACCOUNT-REF TO AX-ACCOUNT-REF
           MOVE ZEROS TO AX-MOBILENUMBER
           START ACCOUNT-XREF KEY IS NOT LESS THAN AX-ACCOUNT-KEY
               INVALID KEY
                   SET WS-SCAN-DONE TO TRUE
           END-START
           PERFORM UNTIL WS-SCAN-DONE
               READ ACCOUNT-XREF NEXT RECORD
                   AT END
                       SET WS-SCAN-DONE TO TRUE
                   NOT AT END
                       IF AX-ACCOUNT-REF NOT = AR-ACCOUNT-REF
                           SET WS-SCAN-DONE TO TRUE
                       ELSE
                           IF AX-ACCOUNT-STATUS = "A"
                               PERFORM 4100-SUSPEND-NUMBER
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           SET AR-SUSPENDED-FOR-DEBT TO TRUE
           MOVE WS-RUN-DATE TO AR-COLLECTION-DATE
           PERFORM 8000-REWRITE-LEDGER-RECORD
           ADD 1 TO WS-SUSPENDED-ACCOUNT-COUNT
           MOVE "SUSPENDED" TO WS-ACCOUNT-ACTION.

       4100-SUSPEND-NUMBER.
           MOVE AX-MOBILENUMBER TO SM-MOBILENUMBER
           READ SUBSCRIBER-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF SM-ACCOUNT-STATUS = "A"
                       MOVE "S" TO WS-STATUS-CARD-STATUS
                       PERFORM 6000-WRITE-STATUS-CARD
                       MOVE SPACES TO COLLECTION-HOLD-RECORD
                       MOVE AR-ACCOUNT-REF TO HD-ACCOUNT-REF
                       MOVE SM-MOBILENUMBER TO HD-MOBILENUMBER
                       MOVE WS-RUN-DATE TO HD-HOLD-DATE
                       MOVE AR-BALANCE TO HD-BALANCE-AT-HOLD
                       WRITE COLLECTION-HOLD-RECORD
                       IF WS-ARHOLD-DUPLICATE
                           REWRITE COLLECTION-HOLD-RECORD
                       END-IF
                       ADD 1 TO WS-ACCOUNT-NUMBER-COUNT
                       ADD 1 TO WS-SUSPENDED-NUMBER-COUNT
                   END-IF
           END-READ.

       5000-RECONNECT-ACCOUNT.
      *> ONLY THE NUMBERS THIS JOB SUSPENDED ARE BROUGHT BACK, AND
      *> ONLY IF SOMETHING ELSE HAS NOT SINCE CHANGED THEIR STATUS.
           MOVE ZEROS TO WS-ACCOUNT-NUMBER-COUNT
           SET WS-SCAN-NOT-DONE TO TRUE
           MOVE AR-ACCOUNT-REF TO HD-ACCOUNT-REF
           MOVE ZEROS TO HD-MOBILENUMBER
           START COLLECTION-HOLDS KEY IS NOT LESS THAN HD-HOLD-KEY
               INVALID KEY
                   SET WS-SCAN-DONE TO TRUE
           END-START
           PERFORM UNTIL WS-SCAN-DONE
               READ COLLECTION-HOLDS NEXT RECORD
                   AT END
                       SET WS-SCAN-DONE TO TRUE
                   NOT AT END
                       IF HD-ACCOUNT-REF NOT = AR-ACCOUNT-REF
                           SET WS-SCAN-DONE TO TRUE
                       ELSE
                           PERFORM 5100-RECONNECT-NUMBER
                           DELETE COLLECTION-HOLDS RECORD
                       END-IF
               END-READ
           END-PERFORM
           SET AR-IN-GOOD-STANDING TO TRUE
           MOVE WS-RUN-DATE TO AR-COLLECTION-DATE
           PERFORM 8000-REWRITE-LEDGER-RECORD
           ADD 1 TO WS-RECONNECT-ACCOUNT-COUNT
           MOVE "RECONNECTED" TO WS-ACCOUNT-ACTION.

       5100-RECONNECT-NUMBER.
           MOVE HD-MOBILENUMBER TO SM-MOBILENUMBER
      *> THIS JOB'S S CARD STAMPED THE HOLD DATE AS THE STATUS
      *> DATE; ANY OTHER STATUS OR DATE MEANS SOMETHING ELSE HAS
      *> TOUCHED THE NUMBER SINCE, AND IT IS LEFT AS IT IS.
           READ SUBSCRIBER-MASTER
               INVALID KEY
                   MOVE "NUMBER NO LONGER ON MASTER"
                       TO WS-HOLD-DROP-REASON
                   PERFORM 5110-LIST-DROPPED-HOLD
               NOT INVALID KEY
                   IF SM-ACCOUNT-STATUS = "S"
                    AND SM-STATUS-DATE = HD-HOLD-DATE
                       MOVE "A" TO WS-STATUS-CARD-STATUS
                       PERFORM 6000-WRITE-STATUS-CARD
                       ADD 1 TO WS-ACCOUNT-NUMBER-COUNT
                       ADD 1 TO WS-RECONNECT-NUMBER-COUNT
                   ELSE
                       MOVE "STATUS CHANGED SINCE HOLD"
                           TO WS-HOLD-DROP-REASON
                       PERFORM 5110-LIST-DROPPED-HOLD
                   END-IF
           END-READ.

       5110-LIST-DROPPED-HOLD.
           ADD 1 TO WS-HOLD-DROPPED-COUNT
           MOVE SPACES TO AGED-DEBT-REPORT-LINE
           STRING "HOLD DROPPED " HD-ACCOUNT-REF " "
                   HD-COUNTRYCODE "-" HD-NUM
                   " - " WS-HOLD-DROP-REASON
                   DELIMITED BY SIZE INTO AGED-DEBT-REPORT-LINE
           END-STRING
           WRITE AGED-DEBT-REPORT-LINE.

       6000-WRITE-STATUS-CARD.
      *> AN R CARD REPLACES THE WHOLE PROFILE, SO EVERYTHING BUT THE
      *> STATUS IS CARRIED FROM THE MASTER AS IT STANDS.
           MOVE SPACES TO TRANSACTION-RECORD
           MOVE "R" TO TR-OPERATION-CODE
           MOVE SM-MOBILENUMBER TO TR-MOBILENUMBER
           MOVE ZEROS TO TR-NEW-MOBILENUMBER
           MOVE WS-STATUS-CARD-STATUS TO TR-ACCOUNT-STATUS
           MOVE SM-ACTIVATION-DATE TO TR-ACTIVATION-DATE
           MOVE SM-RATE-PLAN-CODE TO TR-RATE-PLAN-CODE
           MOVE SM-ACCOUNT-REF TO TR-ACCOUNT-REF
           MOVE WS-RUN-DATE TO TR-STATUS-DATE
           WRITE TRANSACTION-RECORD.

       8000-REWRITE-LEDGER-RECORD.
           REWRITE AR-LEDGER-RECORD
           IF NOT WS-ARLEDGER-OK
               DISPLAY "AGE-LEDGER: ARLEDGER REWRITE FAILED - STATUS "
                   WS-ARLEDGER-STATUS " ACCOUNT " AR-ACCOUNT-REF
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       9000-WRITE-AGEING-SUMMARY.
           MOVE SPACES TO AGED-DEBT-REPORT-LINE
           WRITE AGED-DEBT-REPORT-LINE
           MOVE "AGED DEBT SUMMARY" TO AGED-DEBT-REPORT-LINE
           WRITE AGED-DEBT-REPORT-LINE
           MOVE "LEDGER ACCOUNTS READ       :" TO WS-SUMMARY-LABEL
           MOVE WS-LEDGER-READ-COUNT TO WS-COUNT-DISPLAY
           PERFORM 9100-WRITE-SUMMARY-LINE
           MOVE "  IN DEBT                  :" TO WS-SUMMARY-LABEL
           MOVE WS-IN-DEBT-COUNT TO WS-COUNT-DISPLAY
           PERFORM 9100-WRITE-SUMMARY-LINE
           MOVE "  IN CREDIT                :" TO WS-SUMMARY-LABEL
           MOVE WS-IN-CREDIT-COUNT TO WS-COUNT-DISPLAY
           PERFORM 9100-WRITE-SUMMARY-LINE
           MOVE "  OVERDUE                  :" TO WS-SUMMARY-LABEL
           MOVE WS-OVERDUE-COUNT TO WS-COUNT-DISPLAY
           PERFORM 9100-WRITE-SUMMARY-LINE
           MOVE "ACCOUNTS SUSPENDED TODAY   :" TO WS-SUMMARY-LABEL
           MOVE WS-SUSPENDED-ACCOUNT-COUNT TO WS-COUNT-DISPLAY
           PERFORM 9100-WRITE-SUMMARY-LINE
           MOVE "  NUMBERS SUSPENDED        :" TO WS-SUMMARY-LABEL
           MOVE WS-SUSPENDED-NUMBER-COUNT TO WS-COUNT-DISPLAY
           PERFORM 9100-WRITE-SUMMARY-LINE
           MOVE "ACCOUNTS RECONNECTED TODAY :" TO WS-SUMMARY-LABEL
           MOVE WS-RECONNECT-ACCOUNT-COUNT TO WS-COUNT-DISPLAY
           PERFORM 9100-WRITE-SUMMARY-LINE
           MOVE "  NUMBERS RECONNECTED      :" TO WS-SUMMARY-LABEL
           MOVE WS-RECONNECT-NUMBER-COUNT TO WS-COUNT-DISPLAY
           PERFORM 9100-WRITE-SUMMARY-LINE
           MOVE "  HOLDS DROPPED            :" TO WS-SUMMARY-LABEL
           MOVE WS-HOLD-DROPPED-COUNT TO WS-COUNT-DISPLAY
           PERFORM 9100-WRITE-SUMMARY-LINE
           MOVE "CURRENT                    :" TO WS-SUMMARY-LABEL
           MOVE WS-TOTAL-CURRENT TO WS-AMOUNT-DISPLAY
           PERFORM 9200-WRITE-AMOUNT-LINE
           MOVE "30-59 DAYS                 :" TO WS-SUMMARY-LABEL
           MOVE WS-TOTAL-30-DAYS TO WS-AMOUNT-DISPLAY
           PERFORM 9200-WRITE-AMOUNT-LINE
           MOVE "60-89 DAYS                 :" TO WS-SUMMARY-LABEL
           MOVE WS-TOTAL-60-DAYS TO WS-AMOUNT-DISPLAY
           PERFORM 9200-WRITE-AMOUNT-LINE
           MOVE "90+ DAYS                   :" TO WS-SUMMARY-LABEL
           MOVE WS-TOTAL-90-DAYS TO WS-AMOUNT-DISPLAY
           PERFORM 9200-WRITE-AMOUNT-LINE
           MOVE "LESS CREDIT HELD           :" TO WS-SUMMARY-LABEL
           MOVE WS-TOTAL-CREDIT TO WS-AMOUNT-DISPLAY
           PERFORM 9200-WRITE-AMOUNT-LINE
           MOVE "NET LEDGER BALANCE         :" TO WS-SUMMARY-LABEL
           MOVE WS-TOTAL-BALANCE TO WS-AMOUNT-DISPLAY
           PERFORM 9200-WRITE-AMOUNT-LINE.

       9100-WRITE-SUMMARY-LINE.
           MOVE SPACES TO AGED-DEBT-REPORT-LINE
           STRING WS-SUMMARY-LABEL " " WS-COUNT-DISPLAY
                   DELIMITED BY SIZE INTO AGED-DEBT-REPORT-LINE
           END-STRING
           WRITE AGED-DEBT-REPORT-LINE.

       9200-WRITE-AMOUNT-LINE.
           MOVE SPACES TO AGED-DEBT-REPORT-LINE
           STRING WS-SUMMARY-LABEL " " WS-AMOUNT-DISPLAY
                   DELIMITED BY SIZE INTO AGED-DEBT-REPORT-LINE
           END-STRING
           WRITE AGED-DEBT-REPORT-LINE.
