       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. planRetirement.
       Author. Mark Wong.
       DATE-WRITTEN. October 15th 2026.
      *> SCHEDULED RATE-PLAN RETIREMENT, RUN DAILY BEFORE SUBEDIT.
      *> AN EXPIRY DATE ON A PLAN STOPS IT BEING SOLD BUT DOES NOT
      *> MOVE THE NUMBERS ALREADY ON IT; THIS RUN DOES. EACH PLAN
      *> NAMES ITS SUCCESSOR IN RP-SUCCESSOR-PLAN. DRIVEN BY THE
      *> RETCARD:
      *>   NOTICE DAYS(1-4)  - A NUMBER ON A PLAN EXPIRING WITHIN
      *>                       THIS MANY DAYS IS LISTED, BY ACCOUNT,
      *>                       ON THE ADVANCE-NOTICE REPORT SO THE
      *>                       CUSTOMER CAN BE TOLD
      *>   WARNING DAYS(5-8) - A PLAN EXPIRING WITHIN THIS MANY DAYS
      *>                       WITHOUT A USABLE SUCCESSOR IS FLAGGED
      *>                       ON RETRPT; SET IT WELL BEYOND THE
      *>                       NOTICE DAYS SO THE PLAN CAN BE FIXED
      *>                       BEFORE THE CUSTOMERS ARE WRITTEN TO
      *> A SUCCESSOR IS USABLE WHEN IT IS NAMED, IS NOT THE PLAN
      *> ITSELF, IS ON RATEPLAN, IS EFFECTIVE BY THE EXPIRY DATE AND
      *> IS STILL ACTIVE AFTER IT (OPEN-ENDED OR EXPIRING LATER).
      *> ON THE EXPIRY DATE - OR ON THE FIRST RUN AFTER IT, IF A DAY
      *> WAS MISSED - EVERY ACTIVE OR SUSPENDED NUMBER STILL ON THE
      *> PLAN HAS AN R TRANSACTION EXTENDED ONTO SUBTRANS MOVING IT
      *> TO THE SUCCESSOR, WITH STATUS, STATUS DATE, ACTIVATION DATE
      *> AND ACCOUNT REF CARRIED FROM THE MASTER UNCHANGED, FOR THE
      *> NEXT NIGHTLY APPLY. A DUE NUMBER WHOSE PLAN HAS NO USABLE
      *> SUCCESSOR IS LEFT WHERE IT IS AND LISTED AS STRANDED. A
      *> DISCONNECTED NUMBER IS NEVER MOVED - IT IS ON ITS WAY OFF
      *> THE MASTER.
      *> OUTPUTS:
      *>   RETNOTC - ONE BLOCK PER ACCOUNT (NAME FROM ACCTMAST) OF
      *>             ITS NUMBERS ON A RETIRING PLAN: NOTICE, MOVED
      *>             TODAY OR STRANDED, WITH THE EXPIRY DATE, DAYS
      *>             LEFT AND THE PLAN IT GOES TO.
      *>   RETRPT  - EVERY PLAN EXPIRING WITHIN THE WARNING DAYS OR
      *>             ALREADY EXPIRED WITH NUMBERS LEFT ON IT, ITS
      *>             SUCCESSOR AND WHETHER THAT IS USABLE, AND ITS
      *>             NUMBERS ON PLAN, NOTIFIED, MOVED AND STRANDED;
      *>             THEN THE RUN SUMMARY.
      *> A RERUN BEFORE THE NIGHTLY APPLY WRITES THE SAME R CARDS
      *> AGAIN. SUBEDIT REJECTS EACH SECOND CARD FOR A NUMBER AS DU,
      *> AND THOSE REJECTS CAN BE IGNORED - THE FIRST CARD APPLIES.
      *> RETURN CODE 0 = RUN COMPLETE, 4 = A PLAN FLAGGED OR A
      *> NUMBER STRANDED, 8 = NO USABLE RETCARD, 16 = FILE ERROR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUBSCRIBER-MASTER ASSIGN TO "SUBMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SM-MOBILENUMBER
               FILE STATUS IS WS-SUBMAST-STATUS.

           SELECT RATE-PLAN-FILE ASSIGN TO "RATEPLAN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RP-PLAN-CODE
               FILE STATUS IS WS-RATEPLAN-STATUS.

           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AM-ACCOUNT-REF
               FILE STATUS IS WS-ACCTMAST-STATUS.

           SELECT RETIRE-CARD ASSIGN TO "RETCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETCARD-STATUS.

           SELECT SUBSCRIBER-TRANSACTIONS ASSIGN TO "SUBTRANS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUBTRANS-STATUS.

           SELECT NOTICE-REPORT ASSIGN TO "RETNOTC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETNOTC-STATUS.

           SELECT RETIRE-REPORT ASSIGN TO "RETRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETRPT-STATUS.

           SELECT NOTICE-SORT-WORK ASSIGN TO "SORTWK".

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

       FD  RETIRE-CARD
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  RETIRE-CARD-RECORD.
           02  RC-NOTICE-DAYS          PIC 9(4).
           02  RC-WARNING-DAYS         PIC 9(4).
           02  FILLER                  PIC X(72).

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

       FD  NOTICE-REPORT
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  NOTICE-REPORT-LINE         PIC X(80).

       FD  RETIRE-REPORT
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  RETIRE-REPORT-LINE         PIC X(80).

      *> ONE RECORD PER NUMBER ON A RETIRING PLAN, CARRYING ALL THE
      *> NOTICE REPORT NEEDS SO THE OUTPUT SIDE DOES NOT GO BACK TO
      *> THE MASTER.
       SD  NOTICE-SORT-WORK.
       01  NOTICE-SORT-RECORD.
           02  NS-ACCOUNT-REF          PIC X(10).
           COPY MOBNUM REPLACING
               ==MOBILENUMBER== BY ==NS-MOBILENUMBER==
               ==COUNTRYCODE==  BY ==NS-COUNTRYCODE==
               ==NUM==          BY ==NS-NUM==.
           02  NS-ACCOUNT-STATUS       PIC X(1).
           02  NS-RATE-PLAN-CODE       PIC X(4).
           02  NS-EXPIRY-DATE          PIC 9(8).
           02  NS-DAYS-LEFT            PIC S9(5).
           02  NS-SUCCESSOR-PLAN       PIC X(4).
           02  NS-ACTION               PIC X(1).
               88  NS-NOTICE-GIVEN          VALUE "N".
               88  NS-MOVED-TODAY           VALUE "M".
               88  NS-STRANDED              VALUE "X".

       WORKING-STORAGE SECTION.
           01 WS-SUBMAST-STATUS       PIC X(2)  VALUE "00".
               88 WS-SUBMAST-OK             VALUE "00".
               88 WS-SUBMAST-EOF             VALUE "10".

           01 WS-RATEPLAN-STATUS      PIC X(2)  VALUE "00".
               88 WS-RATEPLAN-OK            VALUE "00".
               88 WS-RATEPLAN-EOF            VALUE "10".
               88 WS-RATEPLAN-NOT-FOUND      VALUE "23".

           01 WS-ACCTMAST-STATUS      PIC X(2)  VALUE "00".
               88 WS-ACCTMAST-OK            VALUE "00".
               88 WS-ACCTMAST-NOT-FOUND      VALUE "23".

           01 WS-RETCARD-STATUS       PIC X(2)  VALUE "00".
               88 WS-RETCARD-OK             VALUE "00".

           01 WS-SUBTRANS-STATUS      PIC X(2)  VALUE "00".
               88 WS-SUBTRANS-OK            VALUE "00".
               88 WS-SUBTRANS-FILE-NOT-FOUND VALUE "35".

           01 WS-RETNOTC-STATUS       PIC X(2)  VALUE "00".
               88 WS-RETNOTC-OK             VALUE "00".

           01 WS-RETRPT-STATUS        PIC X(2)  VALUE "00".
               88 WS-RETRPT-OK              VALUE "00".

           01 WS-SORT-EOF-SWITCH      PIC X(1)  VALUE "N".
               88 WS-SORT-EOF               VALUE "Y".
               88 WS-SORT-NOT-EOF           VALUE "N".

           01 WS-RUN-DATE             PIC 9(8)  VALUE ZEROS.
           01 WS-RUN-DATE-INTEGER     PIC 9(9)  VALUE ZEROS.
           01 WS-EXPIRY-DATE-INTEGER  PIC 9(9)  VALUE ZEROS.

      *> RETIREMENT POLICY FROM RETCARD.
           01 WS-NOTICE-DAYS          PIC 9(4)  VALUE ZEROS.
           01 WS-WARNING-DAYS         PIC 9(4)  VALUE ZEROS.

      *> EVERY PLAN WITH AN EXPIRY DATE IS HELD HERE, SO NUMBERS ON
      *> A PLAN THAT HAS ALREADY EXPIRED ARE STILL FOUND AND MOVED.
      *> SUCCESSOR STATE: V = USABLE, N = NONE NAMED, S = NAMES
      *> ITSELF, M = NOT ON RATEPLAN, F = NOT EFFECTIVE BY THE
      *> EXPIRY DATE, X = EXPIRES NO LATER THAN THIS PLAN, B = THIS
      *> PLAN'S EXPIRY DATE IS NOT A REAL DATE. PLANS BEYOND THE
      *> TABLE ARE COUNTED AND REPORTED, NOT RETIRED.
           01 WS-RETIRE-TABLE.
               02 WS-RETIRE-ENTRY OCCURS 200 TIMES.
                   03 WS-RETIRE-PLAN-CODE    PIC X(4).
                   03 WS-RETIRE-DESCRIPTION  PIC X(20).
                   03 WS-RETIRE-EXPIRY-DATE  PIC 9(8).
                   03 WS-RETIRE-DAYS-LEFT    PIC S9(5).
                   03 WS-RETIRE-SUCCESSOR    PIC X(4).
                   03 WS-RETIRE-STATE        PIC X(1).
                       88 WS-SUCCESSOR-USABLE       VALUE "V".
                       88 WS-SUCCESSOR-NONE         VALUE "N".
                       88 WS-SUCCESSOR-SELF         VALUE "S".
                       88 WS-SUCCESSOR-MISSING      VALUE "M".
                       88 WS-SUCCESSOR-NOT-YET      VALUE "F".
                       88 WS-SUCCESSOR-EXPIRED      VALUE "X".
                       88 WS-EXPIRY-NOT-A-DATE      VALUE "B".
                   03 WS-RETIRE-ON-PLAN      PIC 9(9).
                   03 WS-RETIRE-NOTIFIED     PIC 9(9).
                   03 WS-RETIRE-MOVED        PIC 9(9).
                   03 WS-RETIRE-STRANDED     PIC 9(9).
           01 WS-RETIRE-COUNT         PIC 9(4)  COMP VALUE ZEROS.
           01 WS-RETIRE-INDEX         PIC 9(4)  COMP VALUE ZEROS.
           01 WS-RETIRE-FOUND-SWITCH  PIC X(1)  VALUE "N".
               88 WS-RETIRE-WAS-FOUND       VALUE "Y".
               88 WS-RETIRE-NOT-FOUND       VALUE "N".

           01 WS-STATE-TEXT           PIC X(22) VALUE SPACES.
           01 WS-ACTION-TEXT          PIC X(9)  VALUE SPACES.
           01 WS-LAST-ACCOUNT-REF     PIC X(10) VALUE HIGH-VALUES.

           01 WS-PLAN-READ-COUNT      PIC 9(9)  VALUE ZEROS.
           01 WS-EXPIRING-PLAN-COUNT  PIC 9(9)  VALUE ZEROS.
           01 WS-TABLE-FULL-COUNT     PIC 9(9)  VALUE ZEROS.
           01 WS-FLAGGED-PLAN-COUNT   PIC 9(9)  VALUE ZEROS.
           01 WS-MASTER-READ-COUNT    PIC 9(9)  VALUE ZEROS.
           01 WS-ON-RETIRING-COUNT    PIC 9(9)  VALUE ZEROS.
           01 WS-NOTICE-COUNT         PIC 9(9)  VALUE ZEROS.
           01 WS-MOVE-COUNT           PIC 9(9)  VALUE ZEROS.
           01 WS-STRANDED-COUNT       PIC 9(9)  VALUE ZEROS.
           01 WS-DISCONNECTED-COUNT   PIC 9(9)  VALUE ZEROS.
           01 WS-ACCOUNT-COUNT        PIC 9(9)  VALUE ZEROS.

           01 WS-COUNT-DISPLAY        PIC ZZZZZZZZ9.
           01 WS-SUMMARY-LABEL        PIC X(28) VALUE SPACES.

           01 WS-PLAN-HEADING-LINE.
               02 FILLER               PIC X(40) VALUE
                   "PLAN DESCRIPTION          EXPIRES   DAYS".
               02 FILLER               PIC X(40) VALUE
                   " NEXT SUCCESSOR STATE        ON PLAN FL ".

           01 WS-PLAN-LINE.
               02 PL-PLAN-CODE         PIC X(4).
               02 FILLER               PIC X(1)  VALUE SPACES.
               02 PL-DESCRIPTION       PIC X(20).
               02 FILLER               PIC X(1)  VALUE SPACES.
               02 PL-EXPIRY-DATE       PIC 9(8).
               02 FILLER               PIC X(1)  VALUE SPACES.
               02 PL-DAYS-LEFT         PIC -ZZZ9.
               02 FILLER               PIC X(1)  VALUE SPACES.
               02 PL-SUCCESSOR         PIC X(4).
               02 FILLER               PIC X(1)  VALUE SPACES.
               02 PL-STATE             PIC X(22).
               02 FILLER               PIC X(1)  VALUE SPACES.
               02 PL-ON-PLAN           PIC ZZZZZZ9.
               02 FILLER               PIC X(1)  VALUE SPACES.
               02 PL-FLAG              PIC X(2).
               02 FILLER               PIC X(1)  VALUE SPACES.

           01 WS-PLAN-COUNTS-LINE.
               02 FILLER               PIC X(10) VALUE SPACES.
               02 FILLER               PIC X(10) VALUE "NOTIFIED ".
               02 PC-NOTIFIED          PIC ZZZZZZ9.
               02 FILLER               PIC X(9)  VALUE "   MOVED ".
               02 PC-MOVED             PIC ZZZZZZ9.
               02 FILLER               PIC X(12) VALUE "   STRANDED ".
               02 PC-STRANDED          PIC ZZZZZZ9.
               02 FILLER               PIC X(18) VALUE SPACES.

           01 WS-NOTICE-HEADING-LINE.
               02 FILLER               PIC X(40) VALUE
                   "  NUMBER      ST PLAN EXPIRES   DAYS  NE".
               02 FILLER               PIC X(40) VALUE
                   "W PLAN ACTION                           ".

           01 WS-NOTICE-LINE.
               02 FILLER               PIC X(2)  VALUE SPACES.
               02 NL-MOBILENUMBER      PIC 9(11).
               02 FILLER               PIC X(1)  VALUE SPACES.
               02 NL-ACCOUNT-STATUS    PIC X(1).
               02 FILLER               PIC X(2)  VALUE SPACES.
               02 NL-RATE-PLAN-CODE    PIC X(4).
               02 FILLER               PIC X(1)  VALUE SPACES.
               02 NL-EXPIRY-DATE       PIC 9(8).
               02 FILLER               PIC X(1)  VALUE SPACES.
               02 NL-DAYS-LEFT         PIC -ZZZ9.
               02 FILLER               PIC X(2)  VALUE SPACES.
               02 NL-SUCCESSOR         PIC X(4).
               02 FILLER               PIC X(5)  VALUE SPACES.
               02 NL-ACTION            PIC X(9).
               02 FILLER               PIC X(24) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           COMPUTE WS-RUN-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           PERFORM 1020-READ-RETIRE-CARD
           PERFORM 1000-OPEN-FILES
           PERFORM 2000-LOAD-RETIRING-PLANS
           PERFORM 2500-CHECK-SUCCESSORS
           SORT NOTICE-SORT-WORK
               ON ASCENDING KEY NS-ACCOUNT-REF
               ON ASCENDING KEY NS-MOBILENUMBER
               INPUT PROCEDURE IS 3000-SWEEP-SUBSCRIBER-MASTER
               OUTPUT PROCEDURE IS 5000-WRITE-NOTICE-REPORT
           PERFORM 6000-WRITE-PLAN-REPORT
           PERFORM 9000-WRITE-RETIRE-SUMMARY
           PERFORM 1900-CLOSE-FILES
           IF WS-FLAGGED-PLAN-COUNT > ZEROS
            OR WS-STRANDED-COUNT > ZEROS
            OR WS-TABLE-FULL-COUNT > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-OPEN-FILES.
           OPEN INPUT SUBSCRIBER-MASTER
           IF NOT WS-SUBMAST-OK
               DISPLAY "OPEN-FILES: SUBMAST OPEN FAILED - STATUS "
                   WS-SUBMAST-STATUS
               MOVE 16 TO RETURN-CODE
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
           OPEN OUTPUT NOTICE-REPORT
           IF NOT WS-RETNOTC-OK
               DISPLAY "OPEN-FILES: RETNOTC OPEN FAILED - STATUS "
                   WS-RETNOTC-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT RETIRE-REPORT
           IF NOT WS-RETRPT-OK
               DISPLAY "OPEN-FILES: RETRPT OPEN FAILED - STATUS "
                   WS-RETRPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1020-READ-RETIRE-CARD.
      *> THE NOTICE PERIOD IS POLICY, NOT CODE - NO CARD STOPS THE
      *> RUN RATHER THAN WRITING TO CUSTOMERS AGAINST A MADE-UP
      *> NUMBER OF DAYS.
           OPEN INPUT RETIRE-CARD
           IF NOT WS-RETCARD-OK
               DISPLAY "READ-RETIRE-CARD: NO RETCARD SUPPLIED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           READ RETIRE-CARD
               AT END
                   DISPLAY "READ-RETIRE-CARD: RETCARD IS EMPTY"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               NOT AT END
                   IF RC-NOTICE-DAYS NUMERIC
                    AND RC-WARNING-DAYS NUMERIC
                    AND RC-NOTICE-DAYS > ZEROS
                    AND RC-WARNING-DAYS NOT < RC-NOTICE-DAYS
                       MOVE RC-NOTICE-DAYS TO WS-NOTICE-DAYS
                       MOVE RC-WARNING-DAYS TO WS-WARNING-DAYS
                   ELSE
                       DISPLAY "READ-RETIRE-CARD: DAYS NOT NUMERIC, "
                           "ZERO OR WARNING BELOW NOTICE - RUN "
                           "ABANDONED"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
           END-READ
           CLOSE RETIRE-CARD.

       1900-CLOSE-FILES.
           CLOSE SUBSCRIBER-MASTER
           CLOSE RATE-PLAN-FILE
           CLOSE ACCOUNT-MASTER
           CLOSE SUBSCRIBER-TRANSACTIONS
           CLOSE NOTICE-REPORT
           CLOSE RETIRE-REPORT.

       2000-LOAD-RETIRING-PLANS.
           PERFORM UNTIL WS-RATEPLAN-EOF
               READ RATE-PLAN-FILE NEXT RECORD
                   AT END
                       SET WS-RATEPLAN-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-PLAN-READ-COUNT
                       IF RP-EXPIRY-DATE NUMERIC
                        AND RP-EXPIRY-DATE > ZEROS
                           PERFORM 2100-ADD-RETIRING-PLAN
                       END-IF
               END-READ
           END-PERFORM.

       2100-ADD-RETIRING-PLAN.
           ADD 1 TO WS-EXPIRING-PLAN-COUNT
           IF WS-RETIRE-COUNT = 200
               ADD 1 TO WS-TABLE-FULL-COUNT
               DISPLAY "ADD-RETIRING-PLAN: PLAN TABLE FULL - PLAN "
                   RP-PLAN-CODE " EXPIRING " RP-EXPIRY-DATE
                   " NOT CHECKED"
           ELSE
               ADD 1 TO WS-RETIRE-COUNT
               MOVE WS-RETIRE-COUNT TO WS-RETIRE-INDEX
               MOVE RP-PLAN-CODE
                   TO WS-RETIRE-PLAN-CODE(WS-RETIRE-INDEX)
               MOVE RP-DESCRIPTION
                   TO WS-RETIRE-DESCRIPTION(WS-RETIRE-INDEX)
               MOVE RP-EXPIRY-DATE
                   TO WS-RETIRE-EXPIRY-DATE(WS-RETIRE-INDEX)
               MOVE RP-SUCCESSOR-PLAN
                   TO WS-RETIRE-SUCCESSOR(WS-RETIRE-INDEX)
               MOVE ZEROS TO WS-RETIRE-ON-PLAN(WS-RETIRE-INDEX)
               MOVE ZEROS TO WS-RETIRE-NOTIFIED(WS-RETIRE-INDEX)
               MOVE ZEROS TO WS-RETIRE-MOVED(WS-RETIRE-INDEX)
               MOVE ZEROS TO WS-RETIRE-STRANDED(WS-RETIRE-INDEX)
               COMPUTE WS-EXPIRY-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(RP-EXPIRY-DATE)
               IF WS-EXPIRY-DATE-INTEGER = ZEROS
                   SET WS-EXPIRY-NOT-A-DATE(WS-RETIRE-INDEX) TO TRUE
                   MOVE ZEROS TO WS-RETIRE-DAYS-LEFT(WS-RETIRE-INDEX)
               ELSE
                   COMPUTE WS-RETIRE-DAYS-LEFT(WS-RETIRE-INDEX) =
                       WS-EXPIRY-DATE-INTEGER - WS-RUN-DATE-INTEGER
                       ON SIZE ERROR
                           MOVE 99999
                               TO WS-RETIRE-DAYS-LEFT(WS-RETIRE-INDEX)
                   END-COMPUTE
                   SET WS-SUCCESSOR-USABLE(WS-RETIRE-INDEX) TO TRUE
               END-IF
           END-IF.

       2500-CHECK-SUCCESSORS.
      *> RANDOM READS NOW THE SEQUENTIAL SWEEP OF RATEPLAN IS DONE.
           MOVE ZEROS TO WS-RETIRE-INDEX
           PERFORM UNTIL WS-RETIRE-INDEX = WS-RETIRE-COUNT
               ADD 1 TO WS-RETIRE-INDEX
               IF WS-SUCCESSOR-USABLE(WS-RETIRE-INDEX)
                   PERFORM 2510-CHECK-ONE-SUCCESSOR
               END-IF
           END-PERFORM.

       2510-CHECK-ONE-SUCCESSOR.
           EVALUATE TRUE
               WHEN WS-RETIRE-SUCCESSOR(WS-RETIRE-INDEX) = SPACES
                   SET WS-SUCCESSOR-NONE(WS-RETIRE-INDEX) TO TRUE
               WHEN WS-RETIRE-SUCCESSOR(WS-RETIRE-INDEX)
                  = WS-RETIRE-PLAN-CODE(WS-RETIRE-INDEX)
                   SET WS-SUCCESSOR-SELF(WS-RETIRE-INDEX) TO TRUE
               WHEN OTHER
                   MOVE WS-RETIRE-SUCCESSOR(WS-RETIRE-INDEX)
                       TO RP-PLAN-CODE
                   READ RATE-PLAN-FILE
                       INVALID KEY
                           SET WS-SUCCESSOR-MISSING(WS-RETIRE-INDEX)
                               TO TRUE
                       NOT INVALID KEY
                           PERFORM 2520-TEST-SUCCESSOR-DATES
                   END-READ
           END-EVALUATE.

       2520-TEST-SUCCESSOR-DATES.
      *> THE NUMBERS MOVE ON THE EXPIRY DATE, SO THE SUCCESSOR MUST
      *> BE ACTIVE THAT DAY AND OUTLIVE THE PLAN IT REPLACES.
           IF RP-EFFECTIVE-DATE > WS-RETIRE-EXPIRY-DATE(WS-RETIRE-INDEX)
               SET WS-SUCCESSOR-NOT-YET(WS-RETIRE-INDEX) TO TRUE
           END-IF
           IF RP-EXPIRY-DATE > ZEROS
            AND RP-EXPIRY-DATE
                NOT > WS-RETIRE-EXPIRY-DATE(WS-RETIRE-INDEX)
               SET WS-SUCCESSOR-EXPIRED(WS-RETIRE-INDEX) TO TRUE
           END-IF.

       3000-SWEEP-SUBSCRIBER-MASTER.
           PERFORM UNTIL WS-SUBMAST-EOF
               READ SUBSCRIBER-MASTER NEXT RECORD
                   AT END
                       SET WS-SUBMAST-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-MASTER-READ-COUNT
                       PERFORM 3100-CHECK-ONE-NUMBER
               END-READ
           END-PERFORM.

       3100-CHECK-ONE-NUMBER.
           SET WS-RETIRE-NOT-FOUND TO TRUE
           MOVE ZEROS TO WS-RETIRE-INDEX
           PERFORM UNTIL WS-RETIRE-INDEX = WS-RETIRE-COUNT
                      OR WS-RETIRE-WAS-FOUND
               ADD 1 TO WS-RETIRE-INDEX
               IF WS-RETIRE-PLAN-CODE(WS-RETIRE-INDEX)
                  = SM-RATE-PLAN-CODE
                   SET WS-RETIRE-WAS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-RETIRE-WAS-FOUND
               IF SM-ACCOUNT-STATUS = "A" OR "S"
                   ADD 1 TO WS-ON-RETIRING-COUNT
                   ADD 1 TO WS-RETIRE-ON-PLAN(WS-RETIRE-INDEX)
                   PERFORM 3200-ACTION-ONE-NUMBER
               ELSE
                   ADD 1 TO WS-DISCONNECTED-COUNT
               END-IF
           END-IF.

       3200-ACTION-ONE-NUMBER.
           MOVE SPACE TO NS-ACTION
           EVALUATE TRUE
               WHEN WS-EXPIRY-NOT-A-DATE(WS-RETIRE-INDEX)
                   CONTINUE
               WHEN WS-RETIRE-DAYS-LEFT(WS-RETIRE-INDEX) NOT > ZEROS
                AND WS-SUCCESSOR-USABLE(WS-RETIRE-INDEX)
                   PERFORM 3300-WRITE-MOVE-CARD
                   SET NS-MOVED-TODAY TO TRUE
                   ADD 1 TO WS-MOVE-COUNT
                   ADD 1 TO WS-RETIRE-MOVED(WS-RETIRE-INDEX)
               WHEN WS-RETIRE-DAYS-LEFT(WS-RETIRE-INDEX) NOT > ZEROS
                   SET NS-STRANDED TO TRUE
                   ADD 1 TO WS-STRANDED-COUNT
                   ADD 1 TO WS-RETIRE-STRANDED(WS-RETIRE-INDEX)
               WHEN WS-RETIRE-DAYS-LEFT(WS-RETIRE-INDEX)
                    NOT > WS-NOTICE-DAYS
                   SET NS-NOTICE-GIVEN TO TRUE
                   ADD 1 TO WS-NOTICE-COUNT
                   ADD 1 TO WS-RETIRE-NOTIFIED(WS-RETIRE-INDEX)
           END-EVALUATE
           IF NS-ACTION NOT = SPACE
               PERFORM 3500-RELEASE-NOTICE
           END-IF.

      *> AN R CARD REPLACES THE WHOLE PROFILE, SO EVERYTHING BUT THE
      *> PLAN IS CARRIED FROM THE MASTER AS IT STANDS.
       3300-WRITE-MOVE-CARD.
           MOVE SPACES TO TRANSACTION-RECORD
           MOVE "R" TO TR-OPERATION-CODE
           MOVE SM-MOBILENUMBER TO TR-MOBILENUMBER
           MOVE ZEROS TO TR-NEW-MOBILENUMBER
           MOVE SM-ACCOUNT-STATUS TO TR-ACCOUNT-STATUS
           MOVE SM-ACTIVATION-DATE TO TR-ACTIVATION-DATE
           MOVE WS-RETIRE-SUCCESSOR(WS-RETIRE-INDEX)
               TO TR-RATE-PLAN-CODE
           MOVE SM-ACCOUNT-REF TO TR-ACCOUNT-REF
           MOVE SM-STATUS-DATE TO TR-STATUS-DATE
           WRITE TRANSACTION-RECORD.

       3500-RELEASE-NOTICE.
           MOVE SM-ACCOUNT-REF TO NS-ACCOUNT-REF
           MOVE SM-MOBILENUMBER TO NS-MOBILENUMBER
           MOVE SM-ACCOUNT-STATUS TO NS-ACCOUNT-STATUS
           MOVE SM-RATE-PLAN-CODE TO NS-RATE-PLAN-CODE
           MOVE WS-RETIRE-EXPIRY-DATE(WS-RETIRE-INDEX)
               TO NS-EXPIRY-DATE
           MOVE WS-RETIRE-DAYS-LEFT(WS-RETIRE-INDEX) TO NS-DAYS-LEFT
           IF WS-SUCCESSOR-USABLE(WS-RETIRE-INDEX)
               MOVE WS-RETIRE-SUCCESSOR(WS-RETIRE-INDEX)
                   TO NS-SUCCESSOR-PLAN
           ELSE
               MOVE "????" TO NS-SUCCESSOR-PLAN
           END-IF
           RELEASE NOTICE-SORT-RECORD.

       5000-WRITE-NOTICE-REPORT.
           MOVE SPACES TO NOTICE-REPORT-LINE
           STRING "RATE-PLAN RETIREMENT ADVANCE NOTICE - RUN DATE "
                   WS-RUN-DATE
                   DELIMITED BY SIZE INTO NOTICE-REPORT-LINE
           END-STRING
           WRITE NOTICE-REPORT-LINE
           MOVE SPACES TO NOTICE-REPORT-LINE
           STRING "NUMBERS ON A PLAN EXPIRING WITHIN " WS-NOTICE-DAYS
                   " DAYS, OR MOVED OFF ONE TODAY"
                   DELIMITED BY SIZE INTO NOTICE-REPORT-LINE
           END-STRING
           WRITE NOTICE-REPORT-LINE
           SET WS-SORT-NOT-EOF TO TRUE
           PERFORM UNTIL WS-SORT-EOF
               RETURN NOTICE-SORT-WORK
                   AT END
                       SET WS-SORT-EOF TO TRUE
                   NOT AT END
                       PERFORM 5100-WRITE-ONE-NOTICE
               END-RETURN
           END-PERFORM.

       5100-WRITE-ONE-NOTICE.
           IF NS-ACCOUNT-REF NOT = WS-LAST-ACCOUNT-REF
               PERFORM 5200-WRITE-ACCOUNT-HEADING
           END-IF
           EVALUATE TRUE
               WHEN NS-NOTICE-GIVEN
                   MOVE "NOTICE" TO WS-ACTION-TEXT
               WHEN NS-MOVED-TODAY
                   MOVE "MOVED" TO WS-ACTION-TEXT
               WHEN NS-STRANDED
                   MOVE "STRANDED" TO WS-ACTION-TEXT
           END-EVALUATE
           MOVE NS-MOBILENUMBER TO NL-MOBILENUMBER
           MOVE NS-ACCOUNT-STATUS TO NL-ACCOUNT-STATUS
           MOVE NS-RATE-PLAN-CODE TO NL-RATE-PLAN-CODE
           MOVE NS-EXPIRY-DATE TO NL-EXPIRY-DATE
           MOVE NS-DAYS-LEFT TO NL-DAYS-LEFT
           MOVE NS-SUCCESSOR-PLAN TO NL-SUCCESSOR
           MOVE WS-ACTION-TEXT TO NL-ACTION
           MOVE WS-NOTICE-LINE TO NOTICE-REPORT-LINE
           WRITE NOTICE-REPORT-LINE.

       5200-WRITE-ACCOUNT-HEADING.
      *> THE ACCOUNT NAME IS FOR WHOEVER SENDS THE LETTER; AN
      *> ACCOUNT MISSING FROM ACCTMAST IS STILL LISTED.
           MOVE NS-ACCOUNT-REF TO WS-LAST-ACCOUNT-REF
           ADD 1 TO WS-ACCOUNT-COUNT
           MOVE NS-ACCOUNT-REF TO AM-ACCOUNT-REF
           READ ACCOUNT-MASTER
               INVALID KEY
                   MOVE "*** NOT ON ACCTMAST ***" TO AM-HOLDER-NAME
           END-READ
           MOVE SPACES TO NOTICE-REPORT-LINE
           WRITE NOTICE-REPORT-LINE
           MOVE SPACES TO NOTICE-REPORT-LINE
           STRING "ACCOUNT " NS-ACCOUNT-REF "  " AM-HOLDER-NAME
                   DELIMITED BY SIZE INTO NOTICE-REPORT-LINE
           END-STRING
           WRITE NOTICE-REPORT-LINE
           MOVE WS-NOTICE-HEADING-LINE TO NOTICE-REPORT-LINE
           WRITE NOTICE-REPORT-LINE.

       6000-WRITE-PLAN-REPORT.
      *> A PLAN IS FLAGGED (FL = **) WHEN IT EXPIRES WITHIN THE
      *> WARNING DAYS - OR HAS EXPIRED WITH NUMBERS STILL ON IT -
      *> AND ITS SUCCESSOR IS NOT USABLE. A LONG-EXPIRED PLAN WITH
      *> NOBODY LEFT ON IT IS HISTORY AND IS NOT LISTED.
           MOVE SPACES TO RETIRE-REPORT-LINE
           STRING "RATE-PLAN RETIREMENT - RUN DATE " WS-RUN-DATE
                   " - NOTICE " WS-NOTICE-DAYS " DAYS, WARNING "
                   WS-WARNING-DAYS " DAYS"
                   DELIMITED BY SIZE INTO RETIRE-REPORT-LINE
           END-STRING
           WRITE RETIRE-REPORT-LINE
           MOVE SPACES TO RETIRE-REPORT-LINE
           WRITE RETIRE-REPORT-LINE
           MOVE WS-PLAN-HEADING-LINE TO RETIRE-REPORT-LINE
           WRITE RETIRE-REPORT-LINE
           MOVE ZEROS TO WS-RETIRE-INDEX
           PERFORM UNTIL WS-RETIRE-INDEX = WS-RETIRE-COUNT
               ADD 1 TO WS-RETIRE-INDEX
               IF WS-RETIRE-DAYS-LEFT(WS-RETIRE-INDEX)
                  NOT > WS-WARNING-DAYS
                AND (WS-RETIRE-DAYS-LEFT(WS-RETIRE-INDEX) NOT < ZEROS
                     OR WS-RETIRE-ON-PLAN(WS-RETIRE-INDEX) > ZEROS)
                   PERFORM 6100-WRITE-ONE-PLAN
               END-IF
           END-PERFORM.

       6100-WRITE-ONE-PLAN.
           EVALUATE TRUE
               WHEN WS-SUCCESSOR-USABLE(WS-RETIRE-INDEX)
                   MOVE "USABLE" TO WS-STATE-TEXT
               WHEN WS-SUCCESSOR-NONE(WS-RETIRE-INDEX)
                   MOVE "NO SUCCESSOR NAMED" TO WS-STATE-TEXT
               WHEN WS-SUCCESSOR-SELF(WS-RETIRE-INDEX)
                   MOVE "NAMES ITSELF" TO WS-STATE-TEXT
               WHEN WS-SUCCESSOR-MISSING(WS-RETIRE-INDEX)
                   MOVE "NOT ON RATEPLAN" TO WS-STATE-TEXT
               WHEN WS-SUCCESSOR-NOT-YET(WS-RETIRE-INDEX)
                   MOVE "NOT EFFECTIVE IN TIME" TO WS-STATE-TEXT
               WHEN WS-SUCCESSOR-EXPIRED(WS-RETIRE-INDEX)
                   MOVE "EXPIRES NO LATER" TO WS-STATE-TEXT
               WHEN WS-EXPIRY-NOT-A-DATE(WS-RETIRE-INDEX)
                   MOVE "EXPIRY NOT A DATE" TO WS-STATE-TEXT
           END-EVALUATE
           MOVE WS-RETIRE-PLAN-CODE(WS-RETIRE-INDEX) TO PL-PLAN-CODE
           MOVE WS-RETIRE-DESCRIPTION(WS-RETIRE-INDEX)
               TO PL-DESCRIPTION
           MOVE WS-RETIRE-EXPIRY-DATE(WS-RETIRE-INDEX)
               TO PL-EXPIRY-DATE
           MOVE WS-RETIRE-DAYS-LEFT(WS-RETIRE-INDEX) TO PL-DAYS-LEFT
           MOVE WS-RETIRE-SUCCESSOR(WS-RETIRE-INDEX) TO PL-SUCCESSOR
           MOVE WS-STATE-TEXT TO PL-STATE
           MOVE WS-RETIRE-ON-PLAN(WS-RETIRE-INDEX) TO PL-ON-PLAN
           IF WS-SUCCESSOR-USABLE(WS-RETIRE-INDEX)
               MOVE SPACES TO PL-FLAG
           ELSE
               MOVE "**" TO PL-FLAG
               ADD 1 TO WS-FLAGGED-PLAN-COUNT
           END-IF
           MOVE WS-PLAN-LINE TO RETIRE-REPORT-LINE
           WRITE RETIRE-REPORT-LINE
           IF WS-RETIRE-ON-PLAN(WS-RETIRE-INDEX) > ZEROS
               MOVE WS-RETIRE-NOTIFIED(WS-RETIRE-INDEX) TO PC-NOTIFIED
               MOVE WS-RETIRE-MOVED(WS-RETIRE-INDEX) TO PC-MOVED
               MOVE WS-RETIRE-STRANDED(WS-RETIRE-INDEX) TO PC-STRANDED
               MOVE WS-PLAN-COUNTS-LINE TO RETIRE-REPORT-LINE
               WRITE RETIRE-REPORT-LINE
           END-IF.

       9000-WRITE-RETIRE-SUMMARY.
           MOVE SPACES TO RETIRE-REPORT-LINE
           WRITE RETIRE-REPORT-LINE
           MOVE "RATE-PLAN RETIREMENT SUMMARY" TO RETIRE-REPORT-LINE
           WRITE RETIRE-REPORT-LINE
           MOVE "RATE PLANS READ            :" TO WS-SUMMARY-LABEL
           MOVE WS-PLAN-READ-COUNT TO WS-COUNT-DISPLAY
           PERFORM 9100-WRITE-SUMMARY-LINE
           MOVE "  WITH AN EXPIRY DATE      :" TO WS-SUMMARY-LABEL
           MOVE WS-EXPIRING-PLAN-COUNT TO WS-COUNT-DISPLAY
           PERFORM 9100-WRITE-SUMMARY-LINE
           MOVE "  FLAGGED - NO SUCCESSOR   :" TO WS-SUMMARY-LABEL
           MOVE WS-FLAGGED-PLAN-COUNT TO WS-COUNT-DISPLAY
           PERFORM 9100-WRITE-SUMMARY-LINE
           MOVE "  NOT CHECKED - TABLE FULL :" TO WS-SUMMARY-LABEL
           MOVE WS-TABLE-FULL-COUNT TO WS-COUNT-DISPLAY
           PERFORM 9100-WRITE-SUMMARY-LINE
           MOVE "MASTER RECORDS READ        :" TO WS-SUMMARY-LABEL
           MOVE WS-MASTER-READ-COUNT TO WS-COUNT-DISPLAY
           PERFORM 9100-WRITE-SUMMARY-LINE
           MOVE "  ON AN EXPIRING PLAN      :" TO WS-SUMMARY-LABEL
           MOVE WS-ON-RETIRING-COUNT TO WS-COUNT-DISPLAY
           PERFORM 9100-WRITE-SUMMARY-LINE
           MOVE "  ADVANCE NOTICE LISTED    :" TO WS-SUMMARY-LABEL
           MOVE WS-NOTICE-COUNT TO WS-COUNT-DISPLAY
           PERFORM 9100-WRITE-SUMMARY-LINE
           MOVE "  MOVED - R CARD WRITTEN   :" TO WS-SUMMARY-LABEL
           MOVE WS-MOVE-COUNT TO WS-COUNT-DISPLAY
           PERFORM 9100-WRITE-SUMMARY-LINE
           MOVE "  STRANDED - NO SUCCESSOR  :" TO WS-SUMMARY-LABEL
           MOVE WS-STRANDED-COUNT TO WS-COUNT-DISPLAY
           PERFORM 9100-WRITE-SUMMARY-LINE
           MOVE "  DISCONNECTED, LEFT ALONE :" TO WS-SUMMARY-LABEL
           MOVE WS-DISCONNECTED-COUNT TO WS-COUNT-DISPLAY
           PERFORM 9100-WRITE-SUMMARY-LINE
           MOVE "ACCOUNTS ON NOTICE REPORT  :" TO WS-SUMMARY-LABEL
           MOVE WS-ACCOUNT-COUNT TO WS-COUNT-DISPLAY
           PERFORM 9100-WRITE-SUMMARY-LINE.

       9100-WRITE-SUMMARY-LINE.
           MOVE SPACES TO RETIRE-REPORT-LINE
           STRING WS-SUMMARY-LABEL " " WS-COUNT-DISPLAY
                   DELIMITED BY SIZE INTO RETIRE-REPORT-LINE
           END-STRING
           WRITE RETIRE-REPORT-LINE.
