       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. numberProvisioning.
       Author. Mark Wong.
       DATE-WRITTEN. October 15th 2026.
      *> NEW-LINE PROVISIONING OFF THE RECLAIMED-NUMBER POOL THE
      *> LIFECYCLE AGING RUN FILLS, SO NUMBERS ARE NO LONGER PICKED
      *> BY HAND. READS THE DAY'S NEW-LINE ORDERS (PROVORD: ACCOUNT
      *> REF(1-10), RATE PLAN(11-14), COUNTRY CODE(15-16), QUANTITY
      *> (17-20)) AND FILLS THEM, IN ORDER-FILE SEQUENCE, FROM
      *> RECLPOOL SORTED LONGEST-RESTED FIRST (REST IS MEASURED
      *> FROM RL-DISCONNECT-DATE, OR RL-PURGE-DATE WHEN THE
      *> DISCONNECT DATE WAS NEVER STAMPED). A POOL NUMBER IS ONLY
      *> ISSUED WHEN:
      *>   - IT IS NOT BACK ON SUBMAST (A STALE POOL ENTRY IS
      *>     DROPPED - AGING WILL POOL THE NUMBER AGAIN IF IT IS
      *>     EVER PURGED A SECOND TIME)
      *>   - IT IS NOT ON PORTXREF (PORTED AWAY; THE ENTRY IS HELD
      *>     IN THE POOL, NOT ISSUED)
      *>   - IT HAS RESTED AT LEAST THE PROVCARD MINIMUM REST DAYS
      *>     (1-4)
      *> ORDERS ARE EDITED FIRST (ACCOUNT REF PRESENT, ON ACCTMAST
      *> AND NOT CLOSED, COUNTRY CODE ASSIGNED, QUANTITY NUMERIC AND
      *> NOT ZERO, PLAN ON RATEPLAN AND ACTIVE TODAY); A FAILING
      *> ORDER IS NOT FILLED AT ALL.
      *> OUTPUTS:
      *>   SUBTRANS - ONE A TRANSACTION PER NUMBER ISSUED, STATUS A,
      *>              DATES ZERO SO THE NIGHTLY APPLY STAMPS THE DAY
      *>              THE LINE ACTUALLY GOES LIVE. EXTENDED ONTO THE
      *>              RAW DECK THE DAYTIME SUBEDIT PRE-EDIT READS.
      *>   NEWPOOL  - THE POOL LESS EVERY NUMBER ISSUED OR DROPPED;
      *>              THE JCL SWAPS IT IN AS THE NEW RECLPOOL.
      *>   PROVRPT  - NUMBERS ISSUED AND SKIPPED, THE UNFILLED-ORDERS
      *>              LIST (SHORT OR REJECTED ORDERS) AND THE POOL
      *>              STOCK LEFT BY COUNTRY CODE AND REST AGE.
      *> RETURN CODE 0 = EVERY ORDER FILLED, 4 = UNFILLED ORDERS
      *> LISTED, 8 = NO USABLE PROVCARD OR NO ORDER FILE, 12 =
      *> MASTER OR PORTXREF NOT AVAILABLE, 16 = OTHER FILE FAILURE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUBSCRIBER-MASTER ASSIGN TO "SUBMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SM-MOBILENUMBER
               FILE STATUS IS WS-SUBMAST-STATUS.

           SELECT PORTED-XREF ASSIGN TO "PORTXREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PX-MOBILENUMBER
               FILE STATUS IS WS-PORTXREF-STATUS.

           SELECT RATE-PLAN-FILE ASSIGN TO "RATEPLAN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RP-PLAN-CODE
               FILE STATUS IS WS-RATEPLAN-STATUS.

           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AM-ACCOUNT-REF
               FILE STATUS IS WS-ACCTMAST-STATUS.

           SELECT PROVISIONING-CARD ASSIGN TO "PROVCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROVCARD-STATUS.

           SELECT ORDER-FILE ASSIGN TO "PROVORD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROVORD-STATUS.

           SELECT RECLAIM-POOL ASSIGN TO "RECLPOOL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECLPOOL-STATUS.

           SELECT POOL-SORT-WORK ASSIGN TO "SORTWK".

           SELECT NEW-POOL ASSIGN TO "NEWPOOL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEWPOOL-STATUS.

           SELECT SUBSCRIBER-TRANSACTIONS ASSIGN TO "SUBTRANS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUBTRANS-STATUS.

           SELECT PROVISIONING-REPORT ASSIGN TO "PROVRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROVRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  PORTED-XREF
           RECORD CONTAINS 40 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  PORTED-XREF-RECORD.
           COPY MOBNUM REPLACING
               ==MOBILENUMBER== BY ==PX-MOBILENUMBER==
               ==COUNTRYCODE==  BY ==PX-COUNTRYCODE==
               ==NUM==          BY ==PX-NUM==.
           02  PX-PORT-DATE            PIC 9(8).
           02  PX-RECIPIENT-CARRIER    PIC X(4).
           02  FILLER                  PIC X(17).

       FD  RATE-PLAN-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  RATE-PLAN-RECORD.
           COPY RPLAN.

       FD  ACCOUNT-MASTER
           RECORD CONTAINS 200 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  ACCOUNT-MASTER-RECORD.
           COPY ACCTMST.

       FD  PROVISIONING-CARD
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  PROVISIONING-CARD-RECORD.
           02  PC-MINIMUM-REST-DAYS    PIC 9(4).
           02  FILLER                  PIC X(76).

       FD  ORDER-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  ORDER-RECORD.
           02  PO-ACCOUNT-REF          PIC X(10).
           02  PO-RATE-PLAN-CODE       PIC X(4).
           02  PO-COUNTRYCODE          PIC 99.
           02  PO-QUANTITY             PIC 9(4).
           02  FILLER                  PIC X(60).

      *> SAME LAYOUT LIFECYCLEAGING WRITES.
       FD  RECLAIM-POOL
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  RECLAIM-POOL-RECORD.
           COPY MOBNUM REPLACING
               ==MOBILENUMBER== BY ==RL-MOBILENUMBER==
               ==COUNTRYCODE==  BY ==RL-COUNTRYCODE==
               ==NUM==          BY ==RL-NUM==.
           02  RL-DISCONNECT-DATE      PIC 9(8).
           02  RL-PURGE-DATE           PIC 9(8).
           02  RL-RATE-PLAN-CODE       PIC X(4).
           02  RL-ACCOUNT-REF          PIC X(10).
           02  FILLER                  PIC X(39).

      *> THE POOL RECORD WITH THE DATE ITS REST IS MEASURED FROM
      *> IN FRONT, SO ONE ASCENDING SORT PUTS THE LONGEST-RESTED
      *> NUMBER FIRST. UNDATED ENTRIES CARRY 99999999 AND SORT
      *> TO THE BACK.
       SD  POOL-SORT-WORK.
       01  POOL-SORT-RECORD.
           02  PS-REST-FROM-DATE       PIC 9(8).
           02  PS-POOL-IMAGE.
               03  PS-MOBILENUMBER     PIC 9(11).
               03  FILLER              PIC X(69).

       FD  NEW-POOL
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  NEW-POOL-RECORD            PIC X(80).

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

       FD  PROVISIONING-REPORT
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  PROVISIONING-REPORT-LINE   PIC X(80).

       WORKING-STORAGE SECTION.
           01 WS-SUBMAST-STATUS        PIC X(2)  VALUE "00".
               88 WS-SUBMAST-OK             VALUE "00".
               88 WS-SUBMAST-NOT-FOUND       VALUE "23".

           01 WS-PORTXREF-STATUS      PIC X(2)  VALUE "00".
               88 WS-PORTXREF-OK            VALUE "00".
               88 WS-PORTXREF-NOT-FOUND      VALUE "23".

           01 WS-RATEPLAN-STATUS      PIC X(2)  VALUE "00".
               88 WS-RATEPLAN-OK            VALUE "00".
               88 WS-RATEPLAN-NOT-FOUND      VALUE "23".

           01 WS-ACCTMAST-STATUS      PIC X(2)  VALUE "00".
               88 WS-ACCTMAST-OK            VALUE "00".
               88 WS-ACCTMAST-NOT-FOUND      VALUE "23".

           01 WS-PROVCARD-STATUS      PIC X(2)  VALUE "00".
               88 WS-PROVCARD-OK            VALUE "00".

           01 WS-PROVORD-STATUS       PIC X(2)  VALUE "00".
               88 WS-PROVORD-OK             VALUE "00".
               88 WS-PROVORD-EOF             VALUE "10".
               88 WS-PROVORD-FILE-NOT-FOUND  VALUE "35".

           01 WS-RECLPOOL-STATUS      PIC X(2)  VALUE "00".
               88 WS-RECLPOOL-OK            VALUE "00".
               88 WS-RECLPOOL-EOF            VALUE "10".
               88 WS-RECLPOOL-FILE-NOT-FOUND VALUE "35".

           01 WS-NEWPOOL-STATUS       PIC X(2)  VALUE "00".
               88 WS-NEWPOOL-OK             VALUE "00".

           01 WS-SUBTRANS-STATUS      PIC X(2)  VALUE "00".
               88 WS-SUBTRANS-OK            VALUE "00".
               88 WS-SUBTRANS-FILE-NOT-FOUND VALUE "35".

           01 WS-PROVRPT-STATUS       PIC X(2)  VALUE "00".
               88 WS-PROVRPT-OK             VALUE "00".

           01 WS-SORT-EOF-SWITCH      PIC X(1)  VALUE "N".
               88 WS-SORT-EOF               VALUE "Y".
               88 WS-SORT-NOT-EOF           VALUE "N".

           01 WS-POOL-OPEN-SWITCH     PIC X(1)  VALUE "N".
               88 WS-POOL-IS-OPEN           VALUE "Y".
               88 WS-POOL-NOT-OPEN          VALUE "N".

           COPY CCODES REPLACING
               ==VALID-COUNTRYCODE==       BY ==WS-VALID-COUNTRYCODE==
               ==COUNTRYCODE-IS-ASSIGNED== BY
                   ==WS-COUNTRYCODE-IS-ASSIGNED==.

           01 WS-RUN-DATE             PIC 9(8)  VALUE ZEROS.
           01 WS-RUN-DATE-INTEGER     PIC S9(9) VALUE ZEROS.
           01 WS-REST-FROM-INTEGER    PIC S9(9) VALUE ZEROS.
           01 WS-DAYS-RESTED          PIC S9(9) VALUE ZEROS.
           01 WS-MINIMUM-REST-DAYS    PIC 9(4)  VALUE ZEROS.

      *> THE DAY'S ORDERS, HELD SO EACH POOL NUMBER CAN GO TO THE
      *> FIRST ORDER STILL WANTING ITS COUNTRY CODE. A DAY'S
      *> ORDERS ARE A FEW DOZEN CARDS; ANYTHING PAST THE TABLE IS
      *> LISTED AS UNFILLED RATHER THAN SILENTLY DROPPED.
           01 WS-ORDER-TABLE.
               02 WS-ORDER-ENTRY OCCURS 500 TIMES.
                   03 WS-ORDER-ACCOUNT-REF  PIC X(10).
                   03 WS-ORDER-PLAN-CODE    PIC X(4).
                   03 WS-ORDER-COUNTRYCODE  PIC 99.
                   03 WS-ORDER-QUANTITY     PIC 9(4).
                   03 WS-ORDER-ISSUED       PIC 9(4).
                   03 WS-ORDER-REJECT-REASON PIC X(30).
           01 WS-ORDER-COUNT          PIC 9(4)  COMP VALUE ZEROS.
           01 WS-ORDER-INDEX          PIC 9(4)  COMP VALUE ZEROS.
           01 WS-ORDER-FOUND-SWITCH   PIC X(1)  VALUE "N".
               88 WS-ORDER-WAS-FOUND        VALUE "Y".
               88 WS-ORDER-NOT-FOUND        VALUE "N".
           01 WS-ORDER-REASON         PIC X(30) VALUE SPACES.
           01 WS-SKIP-REASON          PIC X(35) VALUE SPACES.

      *> NUMBERS ISSUED THIS RUN - THE POOL CAN HOLD THE SAME
      *> NUMBER TWICE IF IT WAS PURGED, REISSUED BY HAND AND
      *> PURGED AGAIN, AND THE MASTER WILL NOT SHOW TODAY'S ISSUE
      *> UNTIL THE NIGHTLY APPLY.
           01 WS-ISSUED-NUMBER-TABLE.
               02 WS-ISSUED-NUMBER    PIC 9(11) OCCURS 5000 TIMES.
           01 WS-ISSUED-TABLE-COUNT   PIC 9(4)  COMP VALUE ZEROS.
           01 WS-ISSUED-INDEX         PIC 9(4)  COMP VALUE ZEROS.
           01 WS-LOOKUP-NUMBER        PIC 9(11) VALUE ZEROS.
           01 WS-ISSUED-FOUND-SWITCH  PIC X(1)  VALUE "N".
               88 WS-ISSUED-WAS-FOUND       VALUE "Y".
               88 WS-ISSUED-NOT-FOUND       VALUE "N".

      *> STOCK LEFT IN THE POOL BY COUNTRY CODE (ENTRY = CODE + 1,
      *> ENTRY 101 = ALL CODES) AND REST AGE. READY = PAST THE
      *> MINIMUM REST AND NOT HELD ON PORTXREF, I.E. ISSUABLE
      *> TOMORROW.
           01 WS-STOCK-TABLE.
               02 WS-STOCK-ENTRY OCCURS 101 TIMES.
                   03 WS-STOCK-UNDER-90     PIC 9(9).
                   03 WS-STOCK-UNDER-180    PIC 9(9).
                   03 WS-STOCK-UNDER-365    PIC 9(9).
                   03 WS-STOCK-OVER-365     PIC 9(9).
                   03 WS-STOCK-TOTAL        PIC 9(9).
                   03 WS-STOCK-READY        PIC 9(9).
           01 WS-STOCK-INDEX          PIC 9(4)  COMP VALUE ZEROS.
           01 WS-HELD-SWITCH          PIC X(1)  VALUE "N".
               88 WS-NUMBER-IS-HELD         VALUE "Y".
               88 WS-NUMBER-NOT-HELD        VALUE "N".

           01 WS-POOL-READ-COUNT      PIC 9(9)  VALUE ZEROS.
           01 WS-ISSUED-COUNT         PIC 9(9)  VALUE ZEROS.
           01 WS-ON-MASTER-COUNT      PIC 9(9)  VALUE ZEROS.
           01 WS-ON-PORTXREF-COUNT    PIC 9(9)  VALUE ZEROS.
           01 WS-DUPLICATE-COUNT      PIC 9(9)  VALUE ZEROS.
           01 WS-RESTING-COUNT        PIC 9(9)  VALUE ZEROS.
           01 WS-KEPT-COUNT           PIC 9(9)  VALUE ZEROS.
           01 WS-ORDERS-READ-COUNT    PIC 9(9)  VALUE ZEROS.
           01 WS-ORDERS-REJECTED-COUNT PIC 9(9) VALUE ZEROS.
           01 WS-ORDERS-FILLED-COUNT  PIC 9(9)  VALUE ZEROS.
           01 WS-ORDERS-UNFILLED-COUNT PIC 9(9) VALUE ZEROS.
           01 WS-LINES-SHORT-COUNT    PIC 9(9)  VALUE ZEROS.
           01 WS-SHORT-QUANTITY       PIC 9(4)  VALUE ZEROS.

           01 WS-DAYS-DISPLAY         PIC ZZZZZZZZ9.
           01 WS-COUNT-DISPLAY        PIC ZZZZZZZZ9.
           01 WS-QUANTITY-DISPLAY     PIC ZZZ9.
           01 WS-ISSUED-DISPLAY       PIC ZZZ9.
           01 WS-SHORT-DISPLAY        PIC ZZZ9.
           01 WS-SUMMARY-LABEL        PIC X(28) VALUE SPACES.

           01 WS-STOCK-LINE.
               02 SL-COUNTRYCODE       PIC X(5).
               02 FILLER               PIC X(1)  VALUE SPACES.
               02 SL-UNDER-90          PIC ZZZZZZZZ9.
               02 FILLER               PIC X(1)  VALUE SPACES.
               02 SL-UNDER-180         PIC ZZZZZZZZ9.
               02 FILLER               PIC X(1)  VALUE SPACES.
               02 SL-UNDER-365         PIC ZZZZZZZZ9.
               02 FILLER               PIC X(1)  VALUE SPACES.
               02 SL-OVER-365          PIC ZZZZZZZZ9.
               02 FILLER               PIC X(1)  VALUE SPACES.
               02 SL-TOTAL             PIC ZZZZZZZZ9.
               02 FILLER               PIC X(1)  VALUE SPACES.
               02 SL-READY             PIC ZZZZZZZZ9.
               02 FILLER               PIC X(15) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           COMPUTE WS-RUN-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           INITIALIZE WS-STOCK-TABLE
           PERFORM 1000-OPEN-FILES
           PERFORM 1020-READ-PROVISIONING-CARD
           PERFORM 2000-LOAD-ORDERS
           SORT POOL-SORT-WORK
               ON ASCENDING KEY PS-REST-FROM-DATE
                                PS-MOBILENUMBER
               INPUT PROCEDURE IS 3000-READ-RECLAIM-POOL
               OUTPUT PROCEDURE IS 4000-ISSUE-FROM-POOL
           PERFORM 5000-REPORT-UNFILLED-ORDERS
           PERFORM 6000-REPORT-POOL-STOCK
           PERFORM 9000-WRITE-PROVISIONING-SUMMARY
           PERFORM 1900-CLOSE-FILES
           IF WS-ORDERS-UNFILLED-COUNT > ZEROS
            AND RETURN-CODE = ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-OPEN-FILES.
      *> PORTXREF IS NOT OPTIONAL HERE - PROVISIONING WITHOUT IT
      *> IS EXACTLY HOW A PORTED-AWAY NUMBER GETS ISSUED TWICE.
           OPEN INPUT SUBSCRIBER-MASTER
           IF NOT WS-SUBMAST-OK
               DISPLAY "OPEN-FILES: MASTER NOT AVAILABLE - STATUS "
                   WS-SUBMAST-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT PORTED-XREF
           IF NOT WS-PORTXREF-OK
               DISPLAY "OPEN-FILES: PORTXREF NOT AVAILABLE - STATUS "
                   WS-PORTXREF-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT RATE-PLAN-FILE
           IF NOT WS-RATEPLAN-OK
               DISPLAY "OPEN-FILES: RATEPLAN OPEN FAILED - STATUS "
                   WS-RATEPLAN-STATUS
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
           OPEN OUTPUT PROVISIONING-REPORT
           IF NOT WS-PROVRPT-OK
               DISPLAY "OPEN-FILES: PROVRPT OPEN FAILED - STATUS "
                   WS-PROVRPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT NEW-POOL
           IF NOT WS-NEWPOOL-OK
               DISPLAY "OPEN-FILES: NEWPOOL OPEN FAILED - STATUS "
                   WS-NEWPOOL-STATUS
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
           END-IF.

       1020-READ-PROVISIONING-CARD.
      *> THE MINIMUM REST IS POLICY, NOT CODE - NO CARD STOPS THE
      *> RUN RATHER THAN ISSUING AGAINST A MADE-UP PERIOD. A ZERO
      *> PERIOD IS ALLOWED (ISSUE ANYTHING THE MASTER HAS
      *> RELEASED) BUT MUST BE KEYED AS ZEROS.
           OPEN INPUT PROVISIONING-CARD
           IF NOT WS-PROVCARD-OK
               DISPLAY "READ-PROVISIONING-CARD: NO PROVCARD SUPPLIED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           READ PROVISIONING-CARD
               AT END
                   DISPLAY "READ-PROVISIONING-CARD: PROVCARD IS EMPTY"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               NOT AT END
                   IF PC-MINIMUM-REST-DAYS NUMERIC
                       MOVE PC-MINIMUM-REST-DAYS
                           TO WS-MINIMUM-REST-DAYS
                   ELSE
                       DISPLAY "READ-PROVISIONING-CARD: MINIMUM REST "
                           "NOT NUMERIC - RUN ABANDONED"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
           END-READ
           CLOSE PROVISIONING-CARD
           MOVE SPACES TO PROVISIONING-REPORT-LINE
           STRING "NUMBER PROVISIONING - RUN DATE " WS-RUN-DATE
                   " MINIMUM REST " WS-MINIMUM-REST-DAYS " DAYS"
                   DELIMITED BY SIZE INTO PROVISIONING-REPORT-LINE
           END-STRING
           WRITE PROVISIONING-REPORT-LINE.

       1900-CLOSE-FILES.
           CLOSE SUBSCRIBER-MASTER
           CLOSE PORTED-XREF
           CLOSE RATE-PLAN-FILE
           CLOSE ACCOUNT-MASTER
           CLOSE NEW-POOL
           CLOSE SUBSCRIBER-TRANSACTIONS
           CLOSE PROVISIONING-REPORT.

       2000-LOAD-ORDERS.
           OPEN INPUT ORDER-FILE
           IF WS-PROVORD-FILE-NOT-FOUND
               DISPLAY "LOAD-ORDERS: NO ORDER FILE SUPPLIED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT WS-PROVORD-OK
               DISPLAY "LOAD-ORDERS: PROVORD OPEN FAILED - STATUS "
                   WS-PROVORD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-PROVORD-EOF
               READ ORDER-FILE
                   AT END
                       SET WS-PROVORD-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ORDERS-READ-COUNT
                       PERFORM 2100-LOAD-ONE-ORDER
               END-READ
           END-PERFORM
           CLOSE ORDER-FILE.

       2100-LOAD-ONE-ORDER.
           IF WS-ORDER-COUNT < 500
               ADD 1 TO WS-ORDER-COUNT
               MOVE WS-ORDER-COUNT TO WS-ORDER-INDEX
               MOVE PO-ACCOUNT-REF
                   TO WS-ORDER-ACCOUNT-REF(WS-ORDER-INDEX)
               MOVE PO-RATE-PLAN-CODE
                   TO WS-ORDER-PLAN-CODE(WS-ORDER-INDEX)
               MOVE ZEROS TO WS-ORDER-ISSUED(WS-ORDER-INDEX)
               IF PO-COUNTRYCODE NUMERIC
                   MOVE PO-COUNTRYCODE
                       TO WS-ORDER-COUNTRYCODE(WS-ORDER-INDEX)
               ELSE
                   MOVE ZEROS TO WS-ORDER-COUNTRYCODE(WS-ORDER-INDEX)
               END-IF
               IF PO-QUANTITY NUMERIC
                   MOVE PO-QUANTITY
                       TO WS-ORDER-QUANTITY(WS-ORDER-INDEX)
               ELSE
                   MOVE ZEROS TO WS-ORDER-QUANTITY(WS-ORDER-INDEX)
               END-IF
               PERFORM 2200-EDIT-ORDER
               MOVE WS-ORDER-REASON
                   TO WS-ORDER-REJECT-REASON(WS-ORDER-INDEX)
               IF WS-ORDER-REASON NOT = SPACES
                   ADD 1 TO WS-ORDERS-REJECTED-COUNT
               END-IF
           ELSE
               ADD 1 TO WS-ORDERS-REJECTED-COUNT
               ADD 1 TO WS-ORDERS-UNFILLED-COUNT
               MOVE SPACES TO PROVISIONING-REPORT-LINE
               STRING "UNFILLED ORDER " PO-ACCOUNT-REF " "
                       PO-RATE-PLAN-CODE " " PO-COUNTRYCODE
                       " ORDER TABLE FULL - RESUBMIT TOMORROW"
                       DELIMITED BY SIZE INTO PROVISIONING-REPORT-LINE
               END-STRING
               WRITE PROVISIONING-REPORT-LINE
           END-IF.

       2200-EDIT-ORDER.
      *> THE SAME EDITS THE NIGHTLY APPLY WILL MAKE ON THE A CARD,
      *> MADE HERE FIRST SO A BAD ORDER NEVER TAKES A NUMBER OUT
      *> OF THE POOL ONLY TO BOUNCE ON SUBEDIT.
           MOVE SPACES TO WS-ORDER-REASON
           MOVE WS-ORDER-COUNTRYCODE(WS-ORDER-INDEX)
               TO WS-VALID-COUNTRYCODE
           EVALUATE TRUE
               WHEN PO-ACCOUNT-REF = SPACES
                   MOVE "NO ACCOUNT REFERENCE" TO WS-ORDER-REASON
               WHEN NOT WS-COUNTRYCODE-IS-ASSIGNED
                   MOVE "INVALID COUNTRY CODE" TO WS-ORDER-REASON
               WHEN WS-ORDER-QUANTITY(WS-ORDER-INDEX) = ZEROS
                   MOVE "QUANTITY NOT NUMERIC OR ZERO"
                       TO WS-ORDER-REASON
               WHEN OTHER
                   PERFORM 2205-EDIT-ORDER-ACCOUNT
           END-EVALUATE
           IF WS-ORDER-REASON = SPACES
               PERFORM 2210-EDIT-ORDER-RATE-PLAN
           END-IF.

      *> A CLOSED ACCOUNT STAYS ON FILE BUT TAKES NO NEW NUMBERS -
      *> SUBEDIT WOULD BOUNCE THE A CARDS AND THE NUMBERS WOULD BE
      *> LOST FROM THE POOL.
       2205-EDIT-ORDER-ACCOUNT.
           MOVE PO-ACCOUNT-REF TO AM-ACCOUNT-REF
           READ ACCOUNT-MASTER
               INVALID KEY
                   MOVE "ACCOUNT NOT ON ACCOUNT MASTER"
                       TO WS-ORDER-REASON
               NOT INVALID KEY
                   IF AM-ACCOUNT-CLOSED
                       MOVE "ACCOUNT CLOSED" TO WS-ORDER-REASON
                   END-IF
           END-READ.

       2210-EDIT-ORDER-RATE-PLAN.
           MOVE PO-RATE-PLAN-CODE TO RP-PLAN-CODE
           READ RATE-PLAN-FILE
               INVALID KEY
                   MOVE "PLAN NOT ON RATE-PLAN FILE"
                       TO WS-ORDER-REASON
               NOT INVALID KEY
                   IF RP-EFFECTIVE-DATE > WS-RUN-DATE
                    OR (RP-EXPIRY-DATE > ZEROS
                        AND RP-EXPIRY-DATE < WS-RUN-DATE)
                       MOVE "PLAN NOT ACTIVE TODAY"
                           TO WS-ORDER-REASON
                   END-IF
           END-READ.

       3000-READ-RECLAIM-POOL.
      *> NO POOL YET (AGING HAS NEVER PURGED ANYTHING) IS AN EMPTY
      *> POOL, NOT A FAILURE - EVERY VALID ORDER SIMPLY GOES ON
      *> THE UNFILLED LIST.
           OPEN INPUT RECLAIM-POOL
           IF WS-RECLPOOL-OK
               SET WS-POOL-IS-OPEN TO TRUE
           ELSE
               IF NOT WS-RECLPOOL-FILE-NOT-FOUND
                   DISPLAY "READ-RECLAIM-POOL: RECLPOOL OPEN FAILED - "
                       "STATUS " WS-RECLPOOL-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               DISPLAY "READ-RECLAIM-POOL: NO RECLAIMED-NUMBER POOL"
               SET WS-RECLPOOL-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-RECLPOOL-EOF
               READ RECLAIM-POOL
                   AT END
                       SET WS-RECLPOOL-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-POOL-READ-COUNT
                       PERFORM 3100-RELEASE-POOL-RECORD
               END-READ
           END-PERFORM
           IF WS-POOL-IS-OPEN
               CLOSE RECLAIM-POOL
           END-IF.

       3100-RELEASE-POOL-RECORD.
           MOVE RECLAIM-POOL-RECORD TO PS-POOL-IMAGE
           IF RL-DISCONNECT-DATE NUMERIC
            AND RL-DISCONNECT-DATE > ZEROS
               MOVE RL-DISCONNECT-DATE TO PS-REST-FROM-DATE
           ELSE
               IF RL-PURGE-DATE NUMERIC
                AND RL-PURGE-DATE > ZEROS
                   MOVE RL-PURGE-DATE TO PS-REST-FROM-DATE
               ELSE
                   MOVE 99999999 TO PS-REST-FROM-DATE
               END-IF
           END-IF
           RELEASE POOL-SORT-RECORD.

       4000-ISSUE-FROM-POOL.
           MOVE SPACES TO PROVISIONING-REPORT-LINE
           WRITE PROVISIONING-REPORT-LINE
           MOVE "NUMBERS ISSUED AND SKIPPED" TO PROVISIONING-REPORT-LINE
           WRITE PROVISIONING-REPORT-LINE
           SET WS-SORT-NOT-EOF TO TRUE
           PERFORM UNTIL WS-SORT-EOF
               RETURN POOL-SORT-WORK
                   AT END
                       SET WS-SORT-EOF TO TRUE
                   NOT AT END
                       PERFORM 4100-PROCESS-ONE-POOL-NUMBER
               END-RETURN
           END-PERFORM.

       4100-PROCESS-ONE-POOL-NUMBER.
           MOVE PS-POOL-IMAGE TO RECLAIM-POOL-RECORD
           PERFORM 4110-MEASURE-DAYS-RESTED
           SET WS-NUMBER-NOT-HELD TO TRUE
           MOVE RL-MOBILENUMBER TO WS-LOOKUP-NUMBER
           PERFORM 4120-LOOKUP-ISSUED-NUMBER
           IF WS-ISSUED-WAS-FOUND
               ADD 1 TO WS-DUPLICATE-COUNT
               MOVE "DROPPED - ALREADY ISSUED THIS RUN"
                   TO WS-SKIP-REASON
               PERFORM 4400-WRITE-SKIP-LINE
           ELSE
               MOVE RL-MOBILENUMBER TO SM-MOBILENUMBER
               READ SUBSCRIBER-MASTER
                   INVALID KEY
                       PERFORM 4200-CHECK-PORTED-AND-REST
                   NOT INVALID KEY
                       ADD 1 TO WS-ON-MASTER-COUNT
                       MOVE "DROPPED - BACK ON MASTER"
                           TO WS-SKIP-REASON
                       PERFORM 4400-WRITE-SKIP-LINE
               END-READ
           END-IF.

       4110-MEASURE-DAYS-RESTED.
      *> AN UNDATED ENTRY COMES BACK NEGATIVE AND IS NEVER ISSUED -
      *> NOBODY CAN SAY IT HAS SERVED ITS REST.
           IF PS-REST-FROM-DATE = 99999999
               MOVE -1 TO WS-DAYS-RESTED
           ELSE
               COMPUTE WS-REST-FROM-INTEGER =
                   FUNCTION INTEGER-OF-DATE(PS-REST-FROM-DATE)
               IF WS-REST-FROM-INTEGER = ZEROS
                   MOVE -1 TO WS-DAYS-RESTED
               ELSE
                   COMPUTE WS-DAYS-RESTED =
                       WS-RUN-DATE-INTEGER - WS-REST-FROM-INTEGER
               END-IF
           END-IF.

       4120-LOOKUP-ISSUED-NUMBER.
           SET WS-ISSUED-NOT-FOUND TO TRUE
           MOVE ZEROS TO WS-ISSUED-INDEX
           PERFORM UNTIL WS-ISSUED-INDEX = WS-ISSUED-TABLE-COUNT
                      OR WS-ISSUED-WAS-FOUND
               ADD 1 TO WS-ISSUED-INDEX
               IF WS-ISSUED-NUMBER(WS-ISSUED-INDEX) = WS-LOOKUP-NUMBER
                   SET WS-ISSUED-WAS-FOUND TO TRUE
               END-IF
           END-PERFORM.

       4200-CHECK-PORTED-AND-REST.
           MOVE RL-MOBILENUMBER TO PX-MOBILENUMBER
           READ PORTED-XREF
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-NUMBER-IS-HELD TO TRUE
           END-READ
           EVALUATE TRUE
               WHEN WS-NUMBER-IS-HELD
                   ADD 1 TO WS-ON-PORTXREF-COUNT
                   MOVE "HELD - ON PORTXREF" TO WS-SKIP-REASON
                   PERFORM 4400-WRITE-SKIP-LINE
                   PERFORM 4500-KEEP-IN-POOL
               WHEN WS-DAYS-RESTED < WS-MINIMUM-REST-DAYS
                   ADD 1 TO WS-RESTING-COUNT
                   PERFORM 4500-KEEP-IN-POOL
               WHEN OTHER
                   PERFORM 4300-FIND-ORDER-FOR-NUMBER
                   IF WS-ORDER-WAS-FOUND
                       PERFORM 4350-ISSUE-NUMBER
                   ELSE
                       PERFORM 4500-KEEP-IN-POOL
                   END-IF
           END-EVALUATE.

       4300-FIND-ORDER-FOR-NUMBER.
           SET WS-ORDER-NOT-FOUND TO TRUE
           MOVE ZEROS TO WS-ORDER-INDEX
           PERFORM UNTIL WS-ORDER-INDEX = WS-ORDER-COUNT
                      OR WS-ORDER-WAS-FOUND
               ADD 1 TO WS-ORDER-INDEX
               IF WS-ORDER-REJECT-REASON(WS-ORDER-INDEX) = SPACES
                AND WS-ORDER-COUNTRYCODE(WS-ORDER-INDEX)
                       = RL-COUNTRYCODE
                AND WS-ORDER-ISSUED(WS-ORDER-INDEX)
                       < WS-ORDER-QUANTITY(WS-ORDER-INDEX)
                   SET WS-ORDER-WAS-FOUND TO TRUE
               END-IF
           END-PERFORM.

       4350-ISSUE-NUMBER.
           MOVE SPACES TO TRANSACTION-RECORD
           MOVE "A" TO TR-OPERATION-CODE
           MOVE RL-MOBILENUMBER TO TR-MOBILENUMBER
           MOVE ZEROS TO TR-NEW-MOBILENUMBER
           MOVE "A" TO TR-ACCOUNT-STATUS
           MOVE ZEROS TO TR-ACTIVATION-DATE
           MOVE WS-ORDER-PLAN-CODE(WS-ORDER-INDEX)
               TO TR-RATE-PLAN-CODE
           MOVE WS-ORDER-ACCOUNT-REF(WS-ORDER-INDEX)
               TO TR-ACCOUNT-REF
           MOVE ZEROS TO TR-STATUS-DATE
           WRITE TRANSACTION-RECORD
           ADD 1 TO WS-ORDER-ISSUED(WS-ORDER-INDEX)
           ADD 1 TO WS-ISSUED-COUNT
           IF WS-ISSUED-TABLE-COUNT < 5000
               ADD 1 TO WS-ISSUED-TABLE-COUNT
               MOVE RL-MOBILENUMBER
                   TO WS-ISSUED-NUMBER(WS-ISSUED-TABLE-COUNT)
           END-IF
           MOVE SPACES TO PROVISIONING-REPORT-LINE
           MOVE WS-DAYS-RESTED TO WS-DAYS-DISPLAY
           STRING "ISSUED   " RL-COUNTRYCODE "-" RL-NUM
                   " TO " TR-ACCOUNT-REF " PLAN " TR-RATE-PLAN-CODE
                   " RESTED " WS-DAYS-DISPLAY " DAYS"
                   DELIMITED BY SIZE INTO PROVISIONING-REPORT-LINE
           END-STRING
           WRITE PROVISIONING-REPORT-LINE.

       4400-WRITE-SKIP-LINE.
           MOVE SPACES TO PROVISIONING-REPORT-LINE
           STRING "SKIPPED  " RL-COUNTRYCODE "-" RL-NUM " "
                   WS-SKIP-REASON
                   DELIMITED BY SIZE INTO PROVISIONING-REPORT-LINE
           END-STRING
           WRITE PROVISIONING-REPORT-LINE.

       4500-KEEP-IN-POOL.
      *> THE RECORD GOES BACK EXACTLY AS AGING WROTE IT AND IS
      *> COUNTED INTO THE STOCK TABLE UNDER ITS COUNTRY CODE.
           WRITE NEW-POOL-RECORD FROM RECLAIM-POOL-RECORD
           ADD 1 TO WS-KEPT-COUNT
           IF RL-COUNTRYCODE NUMERIC
               COMPUTE WS-STOCK-INDEX = RL-COUNTRYCODE + 1
           ELSE
               MOVE 1 TO WS-STOCK-INDEX
           END-IF
           EVALUATE TRUE
               WHEN WS-DAYS-RESTED < 90
                   ADD 1 TO WS-STOCK-UNDER-90(WS-STOCK-INDEX)
               WHEN WS-DAYS-RESTED < 180
                   ADD 1 TO WS-STOCK-UNDER-180(WS-STOCK-INDEX)
               WHEN WS-DAYS-RESTED < 365
                   ADD 1 TO WS-STOCK-UNDER-365(WS-STOCK-INDEX)
               WHEN OTHER
                   ADD 1 TO WS-STOCK-OVER-365(WS-STOCK-INDEX)
           END-EVALUATE
           ADD 1 TO WS-STOCK-TOTAL(WS-STOCK-INDEX)
           IF WS-NUMBER-NOT-HELD
            AND WS-DAYS-RESTED >= WS-MINIMUM-REST-DAYS
               ADD 1 TO WS-STOCK-READY(WS-STOCK-INDEX)
           END-IF.

       5000-REPORT-UNFILLED-ORDERS.
           MOVE SPACES TO PROVISIONING-REPORT-LINE
           WRITE PROVISIONING-REPORT-LINE
           MOVE "UNFILLED ORDERS" TO PROVISIONING-REPORT-LINE
           WRITE PROVISIONING-REPORT-LINE
           MOVE "ACCOUNT    PLAN CC  ORDERED ISSUED SHORT  REASON"
               TO PROVISIONING-REPORT-LINE
           WRITE PROVISIONING-REPORT-LINE
           MOVE ZEROS TO WS-ORDER-INDEX
           PERFORM UNTIL WS-ORDER-INDEX = WS-ORDER-COUNT
               ADD 1 TO WS-ORDER-INDEX
               PERFORM 5100-REPORT-ONE-ORDER
           END-PERFORM.

       5100-REPORT-ONE-ORDER.
           IF WS-ORDER-ISSUED(WS-ORDER-INDEX)
                   >= WS-ORDER-QUANTITY(WS-ORDER-INDEX)
            AND WS-ORDER-REJECT-REASON(WS-ORDER-INDEX) = SPACES
               ADD 1 TO WS-ORDERS-FILLED-COUNT
           ELSE
               ADD 1 TO WS-ORDERS-UNFILLED-COUNT
               COMPUTE WS-SHORT-QUANTITY =
                   WS-ORDER-QUANTITY(WS-ORDER-INDEX)
                   - WS-ORDER-ISSUED(WS-ORDER-INDEX)
               ADD WS-SHORT-QUANTITY TO WS-LINES-SHORT-COUNT
               IF WS-ORDER-REJECT-REASON(WS-ORDER-INDEX) = SPACES
                   MOVE "POOL EXHAUSTED FOR COUNTRY CODE"
                       TO WS-ORDER-REASON
               ELSE
                   MOVE WS-ORDER-REJECT-REASON(WS-ORDER-INDEX)
                       TO WS-ORDER-REASON
               END-IF
               MOVE WS-ORDER-QUANTITY(WS-ORDER-INDEX)
                   TO WS-QUANTITY-DISPLAY
               MOVE WS-ORDER-ISSUED(WS-ORDER-INDEX) TO WS-ISSUED-DISPLAY
               MOVE WS-SHORT-QUANTITY TO WS-SHORT-DISPLAY
               MOVE SPACES TO PROVISIONING-REPORT-LINE
               STRING WS-ORDER-ACCOUNT-REF(WS-ORDER-INDEX) " "
                       WS-ORDER-PLAN-CODE(WS-ORDER-INDEX) " "
                       WS-ORDER-COUNTRYCODE(WS-ORDER-INDEX) "     "
                       WS-QUANTITY-DISPLAY "   "
                       WS-ISSUED-DISPLAY "  "
                       WS-SHORT-DISPLAY "  "
                       WS-ORDER-REASON
                       DELIMITED BY SIZE INTO PROVISIONING-REPORT-LINE
               END-STRING
               WRITE PROVISIONING-REPORT-LINE
           END-IF.

       6000-REPORT-POOL-STOCK.
           MOVE SPACES TO PROVISIONING-REPORT-LINE
           WRITE PROVISIONING-REPORT-LINE
           MOVE "POOL STOCK REMAINING BY COUNTRY CODE AND DAYS RESTED"
               TO PROVISIONING-REPORT-LINE
           WRITE PROVISIONING-REPORT-LINE
           MOVE "CC         0-89    90-179   180-364      365+     "
             &  "TOTAL     READY" TO PROVISIONING-REPORT-LINE
           WRITE PROVISIONING-REPORT-LINE
           MOVE ZEROS TO WS-STOCK-INDEX
           PERFORM UNTIL WS-STOCK-INDEX = 100
               ADD 1 TO WS-STOCK-INDEX
               IF WS-STOCK-TOTAL(WS-STOCK-INDEX) > ZEROS
                   PERFORM 6100-REPORT-ONE-COUNTRYCODE
               END-IF
           END-PERFORM
           MOVE 101 TO WS-STOCK-INDEX
           PERFORM 6200-WRITE-STOCK-LINE.

       6100-REPORT-ONE-COUNTRYCODE.
           ADD WS-STOCK-UNDER-90(WS-STOCK-INDEX) TO WS-STOCK-UNDER-90(101)
           ADD WS-STOCK-UNDER-180(WS-STOCK-INDEX)
               TO WS-STOCK-UNDER-180(101)
           ADD WS-STOCK-UNDER-365(WS-STOCK-INDEX)
               TO WS-STOCK-UNDER-365(101)
           ADD WS-STOCK-OVER-365(WS-STOCK-INDEX) TO WS-STOCK-OVER-365(101)
           ADD WS-STOCK-TOTAL(WS-STOCK-INDEX) TO WS-STOCK-TOTAL(101)
           ADD WS-STOCK-READY(WS-STOCK-INDEX) TO WS-STOCK-READY(101)
           PERFORM 6200-WRITE-STOCK-LINE.

       6200-WRITE-STOCK-LINE.
           IF WS-STOCK-INDEX = 101
               MOVE "TOTAL" TO SL-COUNTRYCODE
           ELSE
               COMPUTE WS-VALID-COUNTRYCODE = WS-STOCK-INDEX - 1
               MOVE WS-VALID-COUNTRYCODE TO SL-COUNTRYCODE
           END-IF
           MOVE WS-STOCK-UNDER-90(WS-STOCK-INDEX) TO SL-UNDER-90
           MOVE WS-STOCK-UNDER-180(WS-STOCK-INDEX) TO SL-UNDER-180
           MOVE WS-STOCK-UNDER-365(WS-STOCK-INDEX) TO SL-UNDER-365
           MOVE WS-STOCK-OVER-365(WS-STOCK-INDEX) TO SL-OVER-365
           MOVE WS-STOCK-TOTAL(WS-STOCK-INDEX) TO SL-TOTAL
           MOVE WS-STOCK-READY(WS-STOCK-INDEX) TO SL-READY
           MOVE WS-STOCK-LINE TO PROVISIONING-REPORT-LINE
           WRITE PROVISIONING-REPORT-LINE.

       9000-WRITE-PROVISIONING-SUMMARY.
           MOVE SPACES TO PROVISIONING-REPORT-LINE
           WRITE PROVISIONING-REPORT-LINE
           MOVE "NUMBER PROVISIONING SUMMARY" TO PROVISIONING-REPORT-LINE
           WRITE PROVISIONING-REPORT-LINE
           MOVE "ORDERS READ                :" TO WS-SUMMARY-LABEL
           MOVE WS-ORDERS-READ-COUNT TO WS-COUNT-DISPLAY
           PERFORM 9100-WRITE-SUMMARY-LINE
           MOVE "ORDERS REJECTED            :" TO WS-SUMMARY-LABEL
           MOVE WS-ORDERS-REJECTED-COUNT TO WS-COUNT-DISPLAY
           PERFORM 9100-WRITE-SUMMARY-LINE
           MOVE "ORDERS FILLED IN FULL      :" TO WS-SUMMARY-LABEL
           MOVE WS-ORDERS-FILLED-COUNT TO WS-COUNT-DISPLAY
           PERFORM 9100-WRITE-SUMMARY-LINE
           MOVE "ORDERS UNFILLED            :" TO WS-SUMMARY-LABEL
           MOVE WS-ORDERS-UNFILLED-COUNT TO WS-COUNT-DISPLAY
           PERFORM 9100-WRITE-SUMMARY-LINE
           MOVE "LINES SHORT                :" TO WS-SUMMARY-LABEL
           MOVE WS-LINES-SHORT-COUNT TO WS-COUNT-DISPLAY
           PERFORM 9100-WRITE-SUMMARY-LINE
           MOVE "POOL RECORDS READ          :" TO WS-SUMMARY-LABEL
           MOVE WS-POOL-READ-COUNT TO WS-COUNT-DISPLAY
           PERFORM 9100-WRITE-SUMMARY-LINE
           MOVE "NUMBERS ISSUED             :" TO WS-SUMMARY-LABEL
           MOVE WS-ISSUED-COUNT TO WS-COUNT-DISPLAY
           PERFORM 9100-WRITE-SUMMARY-LINE
           MOVE "DROPPED - BACK ON MASTER   :" TO WS-SUMMARY-LABEL
           MOVE WS-ON-MASTER-COUNT TO WS-COUNT-DISPLAY
           PERFORM 9100-WRITE-SUMMARY-LINE
           MOVE "DROPPED - DUPLICATE IN POOL:" TO WS-SUMMARY-LABEL
           MOVE WS-DUPLICATE-COUNT TO WS-COUNT-DISPLAY
           PERFORM 9100-WRITE-SUMMARY-LINE
           MOVE "HELD - ON PORTXREF         :" TO WS-SUMMARY-LABEL
           MOVE WS-ON-PORTXREF-COUNT TO WS-COUNT-DISPLAY
           PERFORM 9100-WRITE-SUMMARY-LINE
           MOVE "STILL UNDER MINIMUM REST   :" TO WS-SUMMARY-LABEL
           MOVE WS-RESTING-COUNT TO WS-COUNT-DISPLAY
           PERFORM 9100-WRITE-SUMMARY-LINE
           MOVE "LEFT IN POOL               :" TO WS-SUMMARY-LABEL
           MOVE WS-KEPT-COUNT TO WS-COUNT-DISPLAY
           PERFORM 9100-WRITE-SUMMARY-LINE.

       9100-WRITE-SUMMARY-LINE.
           MOVE SPACES TO PROVISIONING-REPORT-LINE
           STRING WS-SUMMARY-LABEL " " WS-COUNT-DISPLAY
                   DELIMITED BY SIZE INTO PROVISIONING-REPORT-LINE
           END-STRING
           WRITE PROVISIONING-REPORT-LINE.
